                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-socios-status.
           SELECT COMPROBANTES
               ASSIGN TO "..\comprobantes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cpb-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-comprobantes-status.
           SELECT AVISOS
               ASSIGN TO "..\avisos.dat"
                   ORGANIZATION IS INDEXED
               ASSIGN TO "..\propuestas_baja.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-propuestas-status.
           SELECT CONVENIOS
               ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cnv-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-convenios-status.
           SELECT RESULTADO
               ASSIGN TO "..\resultado_paso.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-resultado-status.

       DATA DIVISION.
       FILE SECTION.
               05 soc-alta-mes  PIC 99.
               05 soc-alta-dia  PIC 99.
           03 soc-categoria    PIC 99.
           03 soc-fecha-nac.
               05 soc-nac-anio  PIC 9(4).
               05 soc-nac-mes   PIC 99.
               05 soc-nac-dia   PIC 99.
      * Cuenta corriente por comprobante: cada cargo al socio queda
      * con su periodo, su importe y lo que falta cancelar. La clave
      * socio + numero sigue el orden de emision (el mas viejo
      * primero).
       FD  COMPROBANTES.
       01  cpb-reg.
           03 cpb-clave.
               05 cpb-cod       PIC 9(6).
               05 cpb-nro       PIC 9(6).
           03 cpb-tipo          PIC X(5).
           03 cpb-periodo.
               05 cpb-per-anio  PIC 99.
               05 cpb-per-mes   PIC 99.
           03 cpb-fecha.
               05 cpb-anio      PIC 99.
               05 cpb-mes       PIC 99.
               05 cpb-dia       PIC 99.
           03 cpb-importe       PIC 9(6)V99.
           03 cpb-pendiente     PIC 9(6)V99.
       FD  AVISOS.
       01  avi-reg.
           03 avi-cod           PIC 9(6).
       01  ema-linea            PIC X(90).
       FD  PROPUESTAS.
       01  pro-linea            PIC X(100).
       FD  CONVENIOS.
       01  cnv-reg.
           03 cnv-cod           PIC 9(6).
           03 cnv-fecha.
               05 cnv-anio      PIC 99.
               05 cnv-mes       PIC 99.
               05 cnv-dia       PIC 99.
           03 cnv-deuda         PIC 9(6)V99.
           03 cnv-cant-cuotas   PIC 99.
           03 cnv-importe-cuota PIC 9(6)V99.
           03 cnv-cuotas-fact   PIC 99.
           03 cnv-total-fact    PIC 9(6)V99.
           03 cnv-cuotas-impagas PIC 9.
           03 cnv-ult-periodo.
               05 cnv-ult-anio  PIC 99.
               05 cnv-ult-mes   PIC 99.
           03 cnv-estado        PIC X.
               88 CNV-VIGENTE      VALUE "V".
               88 CNV-CUMPLIDO     VALUE "C".
               88 CNV-INCUMPLIDO   VALUE "I".
           03 cnv-usuario       PIC X(8).
      * Totales de la corrida, que toma el cierre mensual para su
      * log consolidado.
       FD  RESULTADO.
       01  res-reg.
           03 res-programa      PIC X(20).
           03 filler            PIC X      VALUE SPACE.
           03 res-periodo.
               05 res-anio      PIC 99.
               05 res-mes       PIC 99.
           03 filler            PIC X      VALUE SPACE.
           03 res-procesados    PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 res-omitidos      PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 res-errores       PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 res-importe       PIC S9(9)V99.
       WORKING-STORAGE SECTION.

       01  fecha.
           03 dia               PIC 99.

       77  ws-socios-status     PIC XX.
       77  ws-resultado-status  PIC XX.
       77  ws-comprobantes-status PIC XX.
       77  ws-avisos-status     PIC XX.
       77  ws-cartas-status     PIC XX.
       77  ws-emails-status     PIC XX.
       77  ws-propuestas-status PIC XX.
       77  w-archivo-ok         PIC X       VALUE "S".
       77  w-fin-comprobantes   PIC X.
       77  w-hay-pendiente      PIC X.
       77  w-fin-padron         PIC X       VALUE "N".
       77  w-meses-rojo         PIC S9(4).
       77  w-deuda              PIC 9(6)V99.
       77  w-cant-propuestos    PIC 9(5)    VALUE 0.
       77  w-cant-recientes     PIC 9(5)    VALUE 0.
       77  w-cant-regularizados PIC 9(5)    VALUE 0.
       77  ws-convenios-status  PIC XX.
       77  w-hay-convenios      PIC X       VALUE "N".
       77  w-en-convenio        PIC X.
       77  w-cant-en-convenio   PIC 9(5)    VALUE 0.

      ******************************************************************
      ********************** LINEAS DE LA CARTA ************************
           03 filler         PIC X(3)   VALUE "  (".
           03 l-car-meses    PIC ZZZ9.
           03 filler         PIC X(17)  VALUE " MESES DE ATRASO)".
       01  lin-car-periodos.
           03 filler         PIC X(19)  VALUE "PERIODOS ADEUDADOS:".
       01  lin-car-periodo.
           03 filler         PIC X(4)   VALUE SPACES.
           03 l-car-per-mes  PIC 99.
           03 filler         PIC XXX    VALUE "/20".
           03 l-car-per-anio PIC 99.
           03 filler         PIC XX     VALUE SPACES.
           03 l-car-per-tipo PIC X(5).
           03 filler         PIC XX     VALUE " $".
           03 l-car-per-importe PIC ZZZZZ9,99.
       01  lin-car-texto1.
           03 filler PIC X(64) VALUE
               "LE SOLICITAMOS REGULARIZAR SU SITUACION EN LA "-
      * segundo, 3 ultimo), y al que agoto los tres lo lista en
      * propuestas_baja.txt para que la comision decida el pase a
      * estado "I". El moroso que se pone al dia sale del registro de
      * avisos. Los meses de atraso y los periodos que se le reclaman
      * salen de sus comprobantes pendientes.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha FROM DATE.
           PERFORM 010-ABRIR-ARCHIVOS.
           IF w-archivo-ok = "S"
               PERFORM 090-POSICIONAR-PADRON
               PERFORM 100-PROCESAR-SOCIOS UNTIL w-fin-padron = "S"
               PERFORM 900-MOSTRAR-RESUMEN
               PERFORM 990-GRABAR-RESULTADO
           END-IF.
           PERFORM 020-CERRAR-ARCHIVOS.
           STOP RUN.
                       ws-socios-status
               MOVE "N" TO w-archivo-ok
           ELSE
               OPEN INPUT COMPROBANTES
               IF ws-comprobantes-status NOT = "00"
                   DISPLAY "No se pudo abrir el archivo COMPROBANTES. "
                           "Status: " ws-comprobantes-status
                   MOVE "N" TO w-archivo-ok
                   CLOSE SOCIOS
               ELSE
                   IF w-archivo-ok = "S"
                       PERFORM 014-ABRIR-SALIDAS
                   END-IF
                   IF w-archivo-ok = "S"
                       PERFORM 016-ABRIR-CONVENIOS
                   END-IF
                   IF w-archivo-ok NOT = "S"
                       CLOSE SOCIOS
                       CLOSE COMPROBANTES
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

      * Sin archivo de convenios no hay socios con plan de pago: todos
      * los morosos siguen la escalada normal.
       016-ABRIR-CONVENIOS.
           OPEN INPUT CONVENIOS.
           EVALUATE ws-convenios-status
               WHEN "00"
                   MOVE "S" TO w-hay-convenios
               WHEN "35"
                   MOVE "N" TO w-hay-convenios
               WHEN OTHER
                   DISPLAY "No se pudo abrir el archivo CONVENIOS. "
                           "Status: " ws-convenios-status
                   MOVE "N" TO w-archivo-ok
                   CLOSE AVISOS
                   CLOSE CARTAS
                   CLOSE EMAILS
                   CLOSE PROPUESTAS
           END-EVALUATE.

       020-CERRAR-ARCHIVOS.
           IF w-archivo-ok = "S"
               CLOSE SOCIOS
               CLOSE COMPROBANTES
               CLOSE AVISOS
               CLOSE CARTAS
               CLOSE EMAILS
               CLOSE PROPUESTAS
               IF w-hay-convenios = "S"
                   CLOSE CONVENIOS
               END-IF
           END-IF.

      ********* P A D R O N ********************************************

       090-POSICIONAR-PADRON.
           MOVE 0 TO soc-cod.
                   END-EVALUATE
           END-READ.

      * El moroso con convenio de pago vigente no escala ni se propone
      * para la baja mientras lo cumpla: su aviso queda como esta. Si
      * el convenio cae (incumplido) retoma la escalada normal.
       200-GESTIONAR-MOROSO.
           PERFORM 210-CONTROLAR-CONVENIO.
           IF w-en-convenio = "S"
               ADD 1 TO w-cant-en-convenio
           ELSE
               MOVE soc-cod TO avi-cod
               READ AVISOS INVALID KEY
                               PERFORM 220-PRIMER-AVISO
                           NOT INVALID KEY
                               PERFORM 240-EVALUAR-ESCALAMIENTO
               END-READ
           END-IF.

       210-CONTROLAR-CONVENIO.
           MOVE "N" TO w-en-convenio.
           IF w-hay-convenios = "S"
               MOVE soc-cod TO cnv-cod
               READ CONVENIOS INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CNV-VIGENTE
                                   MOVE "S" TO w-en-convenio
                               END-IF
               END-READ
           END-IF.

       220-PRIMER-AVISO.
           MOVE 1 TO w-nivel-emitir.
           MOVE soc-domicilio TO l-car-dom.
           WRITE car-linea FROM lin-car-domicilio.
           WRITE car-linea FROM lin-car-deuda.
           PERFORM 430-ESCRIBIR-PERIODOS.
           WRITE car-linea FROM lin-car-texto1.
           WRITE car-linea FROM lin-car-texto2.
           WRITE car-linea FROM lin-car-texto3.
           MOVE SPACES TO car-linea.
           WRITE car-linea.

       430-ESCRIBIR-PERIODOS.
           MOVE "N" TO w-hay-pendiente.
           PERFORM 510-POSICIONAR-COMPROBANTES.
           PERFORM 435-LEER-PERIODO UNTIL w-fin-comprobantes = "S".

       435-LEER-PERIODO.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod NOT = soc-cod
                       MOVE "S" TO w-fin-comprobantes
                   ELSE
                       IF cpb-pendiente > 0
                           IF w-hay-pendiente = "N"
                               MOVE "S" TO w-hay-pendiente
                               WRITE car-linea FROM lin-car-periodos
                           END-IF
                           MOVE cpb-per-mes   TO l-car-per-mes
                           MOVE cpb-per-anio  TO l-car-per-anio
                           MOVE cpb-tipo      TO l-car-per-tipo
                           MOVE cpb-pendiente TO l-car-per-importe
                           WRITE car-linea FROM lin-car-periodo
                       END-IF
                   END-IF
           END-READ.

       440-ESCRIBIR-EMAIL.
           IF soc-email = SPACES
               CONTINUE
               END-REWRITE
           END-IF.

      * El atraso se cuenta desde el periodo del comprobante impago
      * mas viejo; sin comprobantes pendientes se toma como maximo.
       500-CALCULAR-DEUDA.
           COMPUTE w-deuda = soc-saldo * -1.
           MOVE w-deuda TO l-car-deuda.
           MOVE 99 TO w-meses-rojo.
           MOVE "N" TO w-hay-pendiente.
           PERFORM 510-POSICIONAR-COMPROBANTES.
           PERFORM 520-BUSCAR-MAS-VIEJO UNTIL w-fin-comprobantes = "S".
           MOVE w-meses-rojo TO l-car-meses.

       510-POSICIONAR-COMPROBANTES.
           MOVE "N" TO w-fin-comprobantes.
           MOVE soc-cod TO cpb-cod.
           MOVE 0 TO cpb-nro.
           START COMPROBANTES KEY IS >= cpb-clave
               INVALID KEY
                   MOVE "S" TO w-fin-comprobantes
           END-START.

       520-BUSCAR-MAS-VIEJO.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod NOT = soc-cod
                       MOVE "S" TO w-fin-comprobantes
                   ELSE
                       IF cpb-pendiente > 0
                           MOVE "S" TO w-hay-pendiente
                           MOVE "S" TO w-fin-comprobantes
                           COMPUTE w-meses-rojo =
                               (anio - cpb-per-anio) * 12
                               + mes - cpb-per-mes
                           IF w-meses-rojo < 0
                               MOVE 0 TO w-meses-rojo
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       900-MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "GESTION DE AVISOS DE INTIMACION A MOROSOS".
           DISPLAY "Con aviso reciente (espera): " w-cant-recientes.
           DISPLAY "Regularizados (salen):      "
                   w-cant-regularizados.
           DISPLAY "En convenio vigente:        " w-cant-en-convenio.
           DISPLAY "Cartas en ..\intimaciones.txt".
           DISPLAY "Emails en ..\intimaciones_email.txt".
           DISPLAY "Propuestas de baja en ..\propuestas_baja.txt".

      * Deja los totales de la corrida en resultado_paso.dat. El
      * cierre mensual encadenado lo vacia antes de lanzar cada paso:
      * si al terminar no encuentra este registro, da el paso por
      * cortado.
       990-GRABAR-RESULTADO.
           OPEN OUTPUT RESULTADO.
           IF ws-resultado-status NOT = "00"
               DISPLAY "No se pudo grabar el resultado de la corrida. "
                       "Status: " ws-resultado-status
           ELSE
               MOVE SPACES TO res-reg
               MOVE "intimaciones" TO res-programa
               MOVE anio TO res-anio
               MOVE mes  TO res-mes
               COMPUTE res-procesados =
                   w-cant-primeros + w-cant-segundos + w-cant-ultimos
                   + w-cant-propuestos
               COMPUTE res-omitidos =
                   w-cant-recientes + w-cant-regularizados
                   + w-cant-en-convenio
               MOVE 0 TO res-errores
               MOVE 0 TO res-importe
               WRITE res-reg
               CLOSE RESULTADO
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
