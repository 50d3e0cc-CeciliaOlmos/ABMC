               ASSIGN TO "..\debitos_no_rendidos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-norendidos-status.
           SELECT COMPROBANTES
               ASSIGN TO "..\comprobantes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cpb-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-comprobantes-status.
           SELECT APLICACIONES
               ASSIGN TO "..\aplicaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS apl-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-aplicaciones-status.

       DATA DIVISION.
       FILE SECTION.
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
           03 prs-importe       PIC 9(6)V99.
       FD  NORENDIDOS.
       01  nrd-linea            PIC X(80).
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
      * Imputacion de cada pago a los comprobantes que cancelo. El
      * origen dice quien pago: "R" recibo de cobranzas, "D" debito
      * automatico, "C" convenio, "M" modificacion de saldo, "N" nota
      * de credito; el numero es el del recibo o la nota o, si no hay
      * comprobante, la secuencia del movimiento. Estado "V" vigente,
      * "A" anulada.
       FD  APLICACIONES.
       01  apl-reg.
           03 apl-clave.
               05 apl-cod       PIC 9(6).
               05 apl-origen    PIC X.
               05 apl-numero    PIC 9(8).
               05 apl-renglon   PIC 9(3).
           03 apl-cpb-nro       PIC 9(6).
           03 apl-tipo          PIC X(5).
           03 apl-periodo.
               05 apl-per-anio  PIC 99.
               05 apl-per-mes   PIC 99.
           03 apl-importe       PIC 9(6)V99.
           03 apl-estado        PIC X.
       WORKING-STORAGE SECTION.

       77  ws-socios-status     PIC XX.
       77  w-fin-secuencia      PIC X.
       77  w-mov-grabado        PIC X.
       77  w-mov-intentos       PIC 9.
       77  ws-comprobantes-status PIC XX.
       77  w-fin-comprobantes   PIC X.
       77  ws-aplicaciones-status PIC XX.
       77  w-importe-imputar    PIC 9(6)V99.
       77  w-resto-imputar      PIC 9(6)V99.
       77  w-imputado           PIC 9(6)V99.
       77  w-total-imputado     PIC 9(6)V99.
       77  w-apl-origen         PIC X.
       77  w-apl-numero         PIC 9(8).
       77  w-apl-renglon        PIC 9(3).

      ******************************************************************
      ****** DEBITOS PRESENTADOS AL BANCO, POR CODIGO DE SOCIO *********
                   IF w-archivo-ok = "S"
                       PERFORM 014-ABRIR-RECHAZOS
                   END-IF
                   IF w-archivo-ok = "S"
                       PERFORM 016-ABRIR-COMPROBANTES
                   END-IF
                   IF w-archivo-ok = "S"
                       PERFORM 018-ABRIR-APLICACIONES
                   END-IF
                   IF w-archivo-ok NOT = "S"
                       CLOSE DEBITOS
                       CLOSE SOCIOS
               CLOSE MOVSOCIOS
           END-IF.

       016-ABRIR-COMPROBANTES.
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
               CLOSE RECHAZOS
           END-IF.

       018-ABRIR-APLICACIONES.
           OPEN I-O APLICACIONES.
           IF ws-aplicaciones-status = "35"
               OPEN OUTPUT APLICACIONES
               CLOSE APLICACIONES
               OPEN I-O APLICACIONES
           END-IF.
           IF ws-aplicaciones-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo APLICACIONES. "
                       "Status: " ws-aplicaciones-status
               MOVE "N" TO w-archivo-ok
               CLOSE MOVSOCIOS
               CLOSE RECHAZOS
               CLOSE COMPROBANTES
           END-IF.

       020-CERRAR-ARCHIVOS.
           IF w-archivo-ok = "S"
               CLOSE DEBITOS
               CLOSE SOCIOS
               CLOSE MOVSOCIOS
               CLOSE RECHAZOS
               CLOSE COMPROBANTES
               CLOSE APLICACIONES
           END-IF.

      ********* C R U C E  C O N T R A  L O  P R E S E N T A D O *******
                   PERFORM 150-RECHAZAR-LINEA
               NOT INVALID KEY
                   PERFORM 145-GRABAR-MOVIMIENTO
                   MOVE "D"              TO w-apl-origen
                   MOVE w-mov-sec-prox   TO w-apl-numero
                   MOVE w-importe-debito TO w-importe-imputar
                   PERFORM 160-IMPUTAR-PAGO
                   ADD 1 TO w-cant-aplicados
                   ADD w-importe-debito TO w-total-aplicado
                   IF w-hay-presentados = "S" AND
                  INTO rej-linea.
           WRITE rej-linea.

      ********* I M P U T A C I O N  A  C O M P R O B A N T E S *******

      * El pago se imputa a los comprobantes pendientes del socio, el
      * mas viejo primero (la clave socio + numero sigue el orden de
      * emision). Cada comprobante tocado deja su renglon en
      * APLICACIONES con el origen y numero del pago, para poder
      * mostrar que periodos cancelo y para que una anulacion deshaga
      * exactamente lo mismo. Lo que sobra queda como saldo a favor.
       160-IMPUTAR-PAGO.
           MOVE w-importe-imputar TO w-resto-imputar.
           MOVE 0 TO w-total-imputado.
           MOVE 0 TO w-apl-renglon.
           MOVE "N" TO w-fin-comprobantes.
           MOVE soc-cod TO cpb-cod.
           MOVE 0 TO cpb-nro.
           START COMPROBANTES KEY IS >= cpb-clave
               INVALID KEY
                   MOVE "S" TO w-fin-comprobantes
           END-START.
           PERFORM 162-IMPUTAR-COMPROBANTE
               UNTIL w-fin-comprobantes = "S" OR w-resto-imputar = 0.

       162-IMPUTAR-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod NOT = soc-cod
                       MOVE "S" TO w-fin-comprobantes
                   ELSE
                       IF cpb-pendiente > 0
                           PERFORM 164-CANCELAR-COMPROBANTE
                       END-IF
                   END-IF
           END-READ.

       164-CANCELAR-COMPROBANTE.
           IF cpb-pendiente > w-resto-imputar
               MOVE w-resto-imputar TO w-imputado
           ELSE
               MOVE cpb-pendiente TO w-imputado
           END-IF.
           SUBTRACT w-imputado FROM cpb-pendiente.
           REWRITE cpb-reg
               INVALID KEY
                   DISPLAY "ERROR GRABANDO EL COMPROBANTE " cpb-nro
                           " DEL SOCIO " soc-cod
               NOT INVALID KEY
                   SUBTRACT w-imputado FROM w-resto-imputar
                   ADD w-imputado TO w-total-imputado
                   PERFORM 166-GRABAR-APLICACION
           END-REWRITE.

       166-GRABAR-APLICACION.
           ADD 1 TO w-apl-renglon.
           MOVE SPACES          TO apl-reg.
           MOVE soc-cod         TO apl-cod.
           MOVE w-apl-origen    TO apl-origen.
           MOVE w-apl-numero    TO apl-numero.
           MOVE w-apl-renglon   TO apl-renglon.
           MOVE cpb-nro         TO apl-cpb-nro.
           MOVE cpb-tipo        TO apl-tipo.
           MOVE cpb-periodo     TO apl-periodo.
           MOVE w-imputado      TO apl-importe.
           MOVE "V"             TO apl-estado.
           WRITE apl-reg INVALID KEY
                           DISPLAY "ERROR GRABANDO LA IMPUTACION DEL "
                                   "SOCIO " soc-cod
           END-WRITE.

       900-MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "IMPORTACION DE DEBITOS AUTOMATICOS DEL BANCO".
