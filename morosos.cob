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
           SELECT LISTADO
               ASSIGN TO "..\morosos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
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
       FD  LISTADO.
       01  lst-linea            PIC X(80).
       WORKING-STORAGE SECTION.
           03 dia               PIC 99.

       77  ws-socios-status     PIC XX.
       77  ws-comprobantes-status PIC XX.
       77  ws-listado-status    PIC XX.
       77  w-archivo-ok         PIC X       VALUE "S".
       77  w-fin-comprobantes   PIC X.
       77  w-hay-pendiente      PIC X.
       01  w-total-pendiente    PIC 9(7)V99.
       77  w-fin-padron         PIC X.
       77  w-bucket             PIC 9.
       77  w-meses-rojo         PIC S9(4)   VALUE 0.
       77  w-cant-general       PIC 9(5)    VALUE 0.
       01  w-total-general      PIC S9(9)V99 VALUE 0.

      ******************************************************************
      ********************** LINEAS DEL LISTADO ************************
      ******************************************************************
           03 l-det-deuda   PIC ZZZZZ9,99.
           03 filler        PIC X(4)   VALUE SPACES.
           03 l-det-meses   PIC ZZZ9.
           03 l-det-leyenda PIC X(13).

       01  lin-periodo.
           03 filler        PIC X(10)  VALUE SPACES.
           03 filler        PIC X(8)   VALUE "PERIODO ".
           03 l-per-mes     PIC 99.
           03 filler        PIC XXX    VALUE "/20".
           03 l-per-anio    PIC 99.
           03 filler        PIC XX     VALUE SPACES.
           03 l-per-tipo    PIC X(5).
           03 filler        PIC XX     VALUE SPACES.
           03 l-per-pendiente PIC ZZZZZ9,99.

       01  lin-tramo.
           03 filler        PIC X(10)  VALUE "TRAMO:    ".
      ******************************************************************

      * Lista los socios con saldo negativo agrupados por antiguedad
      * de la deuda (1 mes, 2 a 3 meses, mas de 3 meses). La
      * antiguedad sale de la cuenta corriente por comprobante: los
      * meses que van desde el periodo del comprobante impago mas
      * viejo. Debajo de cada moroso se listan los periodos que
      * adeuda. Un moroso sin comprobantes pendientes se lista en el
      * tramo de mas de 3 meses con la leyenda (SIN FECHA); si lo
      * pendiente en comprobantes no coincide con su deuda, sale con
      * la leyenda (DIFERENCIA).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha FROM DATE.
           PERFORM 010-ABRIR-ARCHIVOS.
           IF w-archivo-ok = "S"
               PERFORM 300-LISTAR-TRAMOS
               PERFORM 900-ESCRIBIR-TOTAL
           END-IF.
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
                               "Status: " ws-listado-status
                       MOVE "N" TO w-archivo-ok
                       CLOSE SOCIOS
                       CLOSE COMPROBANTES
                   END-IF
               END-IF
           END-IF.
       020-CERRAR-ARCHIVOS.
           IF w-archivo-ok = "S"
               CLOSE SOCIOS
               CLOSE COMPROBANTES
               CLOSE LISTADO
               DISPLAY "Reporte de morosos generado en ..\morosos.txt"
           END-IF.

      ************** T R A M O S  D E  D E U D A ***********************

       300-LISTAR-TRAMOS.
           MOVE 1 TO w-bucket.
                   PERFORM 380-ESCRIBIR-DETALLE
           END-EVALUATE.

      * Los comprobantes del socio vienen del mas viejo al mas nuevo:
      * el primero con algo pendiente da la antiguedad de la deuda.
       355-CALCULAR-MESES.
           MOVE SPACES TO l-det-leyenda.
           MOVE "N" TO w-hay-pendiente.
           MOVE 0 TO w-total-pendiente.
           MOVE 99 TO w-meses-rojo.
           PERFORM 390-POSICIONAR-COMPROBANTES.
           PERFORM 357-LEER-COMPROBANTE UNTIL w-fin-comprobantes = "S".
           COMPUTE w-deuda = soc-saldo * -1.
           IF w-hay-pendiente = "N"
               MOVE " (SIN FECHA)" TO l-det-leyenda
           ELSE
               IF w-total-pendiente NOT = w-deuda
                   MOVE " (DIFERENCIA)" TO l-det-leyenda
               END-IF
           END-IF.

       357-LEER-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod NOT = soc-cod
                       MOVE "S" TO w-fin-comprobantes
                   ELSE
                       IF cpb-pendiente > 0
                           PERFORM 358-ACUMULAR-PENDIENTE
                       END-IF
                   END-IF
           END-READ.

       358-ACUMULAR-PENDIENTE.
           IF w-hay-pendiente = "N"
               MOVE "S" TO w-hay-pendiente
               COMPUTE w-meses-rojo =
                   (anio - cpb-per-anio) * 12 + mes - cpb-per-mes
               IF w-meses-rojo < 0
                   MOVE 0 TO w-meses-rojo
               END-IF
           END-IF.
           ADD cpb-pendiente TO w-total-pendiente.

       360-ESCRIBIR-SUBTOTAL.
           MOVE w-cant-tramo  TO l-sub-cant.
           ADD w-deuda TO w-total-tramo.
           ADD 1 TO w-cant-general.
           ADD w-deuda TO w-total-general.
           PERFORM 390-POSICIONAR-COMPROBANTES.
           PERFORM 395-LISTAR-PERIODO UNTIL w-fin-comprobantes = "S".

       390-POSICIONAR-COMPROBANTES.
           MOVE "N" TO w-fin-comprobantes.
           MOVE soc-cod TO cpb-cod.
           MOVE 0 TO cpb-nro.
           START COMPROBANTES KEY IS >= cpb-clave
               INVALID KEY
                   MOVE "S" TO w-fin-comprobantes
           END-START.

       395-LISTAR-PERIODO.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod NOT = soc-cod
                       MOVE "S" TO w-fin-comprobantes
                   ELSE
                       IF cpb-pendiente > 0
                           MOVE cpb-per-mes   TO l-per-mes
                           MOVE cpb-per-anio  TO l-per-anio
                           MOVE cpb-tipo      TO l-per-tipo
                           MOVE cpb-pendiente TO l-per-pendiente
                           PERFORM 710-CONTROLAR-SALTO
                           WRITE lst-linea FROM lin-periodo
                           ADD 1 TO w-lineas
                       END-IF
                   END-IF
           END-READ.

      ****************** A R M A D O  D E  P A G I N A *****************

