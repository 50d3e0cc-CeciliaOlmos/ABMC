               ASSIGN TO "..\ctlactiv.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-ctlactiv-status.
           SELECT COMPROBANTES
               ASSIGN TO "..\comprobantes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cpb-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-comprobantes-status.
           SELECT RESULTADO
               ASSIGN TO "..\resultado_paso.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-resultado-status.

       DATA DIVISION.
       FILE SECTION.
               88 SOC-ACTIVO      VALUE "A".
               88 SOC-INACTIVO    VALUE "I".
               88 SOC-HONORARIO   VALUE "H".
               88 SOC-LICENCIA    VALUE "L".
           03 soc-dni          PIC 9(8).
           03 soc-domicilio    PIC X(30).
           03 soc-telefono     PIC X(15).
               05 soc-alta-mes  PIC 99.
               05 soc-alta-dia  PIC 99.
           03 soc-categoria    PIC 99.
           03 soc-fecha-nac.
               05 soc-nac-anio  PIC 9(4).
               05 soc-nac-mes   PIC 99.
               05 soc-nac-dia   PIC 99.
       FD  MOVSOCIOS.
       01  mov-reg.
           03 mov-clave.
           03 ctla-ultimo-cod   PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 ctla-estado       PIC X.
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
       77  ws-movsocios-status  PIC XX.
       77  ws-adhconcepto-status PIC XX.
       77  ws-conceptos-status  PIC XX.
       77  w-cant-sin-concepto  PIC 9(5)    VALUE 0.
       77  w-cant-negativos     PIC 9(5)    VALUE 0.
       77  w-cant-inactivos     PIC 9(5)    VALUE 0.
       77  w-cant-licencias     PIC 9(5)    VALUE 0.
       77  w-cant-errores       PIC 9(5)    VALUE 0.
       77  w-saldo-anterior     PIC S9(6)V99.
       77  w-importe-cargos     PIC 9(7)V99.
           03 w-ctl-anio        PIC 99.
           03 w-ctl-mes         PIC 99.
       01  w-total-cargado      PIC S9(9)V99 VALUE 0.
       77  ws-comprobantes-status PIC XX.
       77  w-importe-cpb        PIC 9(6)V99.
       77  w-cpb-nro-prox       PIC 9(6).
       77  w-fin-comprobantes   PIC X.
       77  w-cpb-grabado        PIC X.
       77  w-cpb-intentos       PIC 9.

       SCREEN SECTION.

               PERFORM 100-PROCESAR-SOCIOS UNTIL w-fin-proceso = "S"
               PERFORM 050-CERRAR-PERIODO
               PERFORM 900-MOSTRAR-RESUMEN
               PERFORM 990-GRABAR-RESULTADO
           END-IF.
           PERFORM 020-CERRAR-ARCHIVO.
           STOP RUN.
                       CLOSE MOVSOCIOS
                   END-IF
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 018-ABRIR-COMPROBANTES
               END-IF
               IF w-archivo-ok NOT = "S"
                   MOVE "S" TO w-fin-proceso
                   CLOSE SOCIOS
               END-IF
           END-IF.

       018-ABRIR-COMPROBANTES.
           OPEN I-O COMPROBANTES.
           IF ws-comprobantes-status = "35"
               OPEN OUTPUT COMPROBANTES
               CLOSE COMPROBANTES
               OPEN I-O COMPROBANTES
           END-IF.
           IF ws-comprobantes-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo COMPROBANTES. "
                       "Status: " ws-comprobantes-status
               MOVE "N" TO w-archivo-ok
               CLOSE MOVSOCIOS
               CLOSE ADHCONCEPTO
               CLOSE CONCEPTOS
           END-IF.

       020-CERRAR-ARCHIVO.
           IF w-archivo-ok = "S"
               CLOSE SOCIOS
               CLOSE MOVSOCIOS
               CLOSE ADHCONCEPTO
               CLOSE CONCEPTOS
               CLOSE COMPROBANTES
           END-IF.

      ****************** C O N T R O L D E P E R I O D O ***************
               AT END
                   MOVE "S" TO w-fin-proceso
               NOT AT END
                   EVALUATE TRUE
                       WHEN SOC-INACTIVO
                           ADD 1 TO w-cant-inactivos
                       WHEN SOC-LICENCIA
                           ADD 1 TO w-cant-licencias
                       WHEN OTHER
                           PERFORM 110-SUMAR-ACTIVIDADES
                   END-EVALUATE
                   PERFORM 130-ACTUALIZAR-CONTROL
           END-READ.

                   ADD 1 TO w-cant-procesados
                   ADD w-importe-cargos TO w-total-cargado
                   PERFORM 115-GRABAR-MOVIMIENTO
                   MOVE w-importe-cargos TO w-importe-cpb
                   PERFORM 150-GRABAR-COMPROBANTE
                   IF soc-saldo < 0
                       PERFORM 120-REPORTAR-EXCEPCION
                   END-IF
           DISPLAY "SALDO NEGATIVO - SOCIO " soc-cod " " soc-nom
                   " SALDO: " soc-saldo.

      ********* C O M P R O B A N T E S ********************************

      * Cada cargo queda como comprobante pendiente con su periodo. Si
      * el socio tenia saldo a favor, la parte del cargo que ese saldo
      * ya cubre nace cancelada: lo pendiente es lo que el cargo
      * agrego a la deuda.
       150-GRABAR-COMPROBANTE.
           PERFORM 152-PROXIMO-COMPROBANTE.
           MOVE SPACES           TO cpb-reg.
           MOVE soc-cod          TO cpb-cod.
           MOVE "ACTIV"          TO cpb-tipo.
           MOVE w-periodo-actual TO cpb-periodo.
           MOVE anio             TO cpb-anio.
           MOVE mes              TO cpb-mes.
           MOVE dia              TO cpb-dia.
           MOVE w-importe-cpb    TO cpb-importe.
           IF w-saldo-anterior > 0
               IF w-saldo-anterior >= w-importe-cpb
                   MOVE 0 TO cpb-pendiente
               ELSE
                   COMPUTE cpb-pendiente =
                       w-importe-cpb - w-saldo-anterior
               END-IF
           ELSE
               MOVE w-importe-cpb TO cpb-pendiente
           END-IF.
           MOVE "N" TO w-cpb-grabado.
           MOVE 0 TO w-cpb-intentos.
           PERFORM 156-ESCRIBIR-COMPROBANTE UNTIL w-cpb-grabado = "S".

       152-PROXIMO-COMPROBANTE.
           MOVE 0 TO w-cpb-nro-prox.
           MOVE "N" TO w-fin-comprobantes.
           MOVE soc-cod TO cpb-cod.
           MOVE 0 TO cpb-nro.
           START COMPROBANTES KEY IS >= cpb-clave
               INVALID KEY
                   MOVE "S" TO w-fin-comprobantes
           END-START.
           PERFORM 154-LEER-COMPROBANTE UNTIL w-fin-comprobantes = "S".

       154-LEER-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod = soc-cod
                       MOVE cpb-nro TO w-cpb-nro-prox
                   ELSE
                       MOVE "S" TO w-fin-comprobantes
                   END-IF
           END-READ.

       156-ESCRIBIR-COMPROBANTE.
           ADD 1 TO w-cpb-nro-prox.
           MOVE w-cpb-nro-prox TO cpb-nro.
           WRITE cpb-reg
               INVALID KEY
                   ADD 1 TO w-cpb-intentos
                   IF w-cpb-intentos >= 5
                       DISPLAY "ERROR GRABANDO EL COMPROBANTE DEL "
                               "SOCIO " soc-cod
                       MOVE "S" TO w-cpb-grabado
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO w-cpb-grabado
           END-WRITE.

       900-MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "Socios con cargos aplicados:   " w-cant-procesados.
           DISPLAY "Socios con error de grabacion: " w-cant-errores.
           DISPLAY "Socios con saldo negativo:     " w-cant-negativos.
           DISPLAY "Socios inactivos excluidos:    " w-cant-inactivos.
           DISPLAY "Socios de licencia excluidos:  " w-cant-licencias.
           DISPLAY "Total cargado:                 " w-total-cargado.

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
               MOVE "cargos_actividades" TO res-programa
               MOVE anio TO res-anio
               MOVE mes  TO res-mes
               MOVE w-cant-procesados TO res-procesados
               COMPUTE res-omitidos =
                   w-cant-sin-activ + w-cant-inactivos
                   + w-cant-licencias
               COMPUTE res-errores =
                   w-cant-errores + w-cant-sin-concepto
               MOVE w-total-cargado TO res-importe
               WRITE res-reg
               CLOSE RESULTADO
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
