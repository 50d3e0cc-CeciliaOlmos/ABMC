                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-usuarios-status.
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
               88 PERFIL-CONSULTA   VALUE "C".
               88 PERFIL-OPERADOR   VALUE "O".
               88 PERFIL-SUPERVISOR VALUE "S".
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

       01  fecha.
       77  w-fin-recibos        PIC X.
       77  w-fin-anulados       PIC X.
       77  w-acuerdo-anulacion  PIC X.
       77  ws-comprobantes-status PIC XX.
       77  w-importe-cpb        PIC 9(6)V99.
       77  w-cpb-nro-prox       PIC 9(6).
       77  w-fin-comprobantes   PIC X.
       77  w-cpb-grabado        PIC X.
       77  w-cpb-intentos       PIC 9.
       77  ws-aplicaciones-status PIC XX.
       77  w-importe-imputar    PIC 9(6)V99.
       77  w-resto-imputar      PIC 9(6)V99.
       77  w-imputado           PIC 9(6)V99.
       77  w-total-imputado     PIC 9(6)V99.
       77  w-apl-origen         PIC X.
       77  w-apl-numero         PIC 9(8).
       77  w-apl-renglon        PIC 9(3).
       77  w-fin-aplicaciones   PIC X.
       77  w-hay-aplicaciones   PIC X.
       77  w-total-pendiente    PIC 9(7)V99.
       77  w-deuda-socio        PIC 9(7)V99.

      ******************************************************************
      ************** DATOS DEL RECIBO A IMPRIMIR ***********************
       01  lin-imp-saldo.
           03 filler         PIC X(18)  VALUE "SALDO RESULTANTE: ".
           03 l-imp-saldo    PIC -(6)9,99.
       01  lin-imp-cancela.
           03 filler         PIC X(21)  VALUE "PERIODOS QUE CANCELA:".
       01  lin-imp-periodo.
           03 filler         PIC X(4)   VALUE SPACES.
           03 l-imp-per-mes  PIC 99.
           03 filler         PIC XXX    VALUE "/20".
           03 l-imp-per-anio PIC 99.
           03 filler         PIC XX     VALUE SPACES.
           03 l-imp-per-tipo PIC X(5).
           03 filler         PIC XX     VALUE SPACES.
           03 l-imp-per-importe PIC ZZZZZ9,99.
       01  lin-imp-a-cuenta.
           03 filler         PIC X(4)   VALUE SPACES.
           03 filler         PIC X(18)  VALUE "A CUENTA".
           03 l-imp-a-cuenta PIC ZZZZZ9,99.

      ******************************************************************
      ********** I M P O R T E  E N  L E T R A S ***********************
               IF w-archivo-ok = "S"
                   PERFORM 016-LEER-CTLRECIBO
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 013-ABRIR-COMPROBANTES
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 019-ABRIR-APLICACIONES
               END-IF
               IF w-archivo-ok NOT = "S"
                   CLOSE SOCIOS
               END-IF
               MOVE "N" TO w-archivo-ok
           END-IF.

      * Cuenta corriente por comprobante: el pago se imputa a los
      * comprobantes pendientes y la imputacion queda colgada del
      * recibo.
       013-ABRIR-COMPROBANTES.
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
               CLOSE RECIBOS
               CLOSE IMPRESION
           END-IF.

       014-ABRIR-RECIBOS.
           OPEN EXTEND RECIBOS.
           IF ws-recibos-status = "35"
               CLOSE CTLRECIBO
           END-IF.

       019-ABRIR-APLICACIONES.
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
               CLOSE RECIBOS
               CLOSE IMPRESION
               CLOSE COMPROBANTES
           END-IF.

       020-CERRAR-ARCHIVOS.
           IF w-archivo-ok = "S"
               CLOSE SOCIOS
               CLOSE MOVSOCIOS
               CLOSE RECIBOS
               CLOSE IMPRESION
               CLOSE COMPROBANTES
               CLOSE APLICACIONES
           END-IF.

      * Ninguna terminal cobra sin identificarse: el usuario logueado
                   ADD 1 TO w-ultimo-recibo
                   MOVE "PAGO" TO w-operacion-mov
                   PERFORM 250-GRABAR-MOVIMIENTO
                   MOVE "R"             TO w-apl-origen
                   MOVE w-ultimo-recibo TO w-apl-numero
                   MOVE w-importe-pago  TO w-importe-imputar
                   PERFORM 280-IMPUTAR-PAGO
                   PERFORM 260-GRABAR-RECIBO
                   PERFORM 018-GRABAR-CTLRECIBO
                   PERFORM 270-IMPRIMIR-RECIBO-PAGO
           MOVE "S" TO w-imp-con-saldo.
           PERFORM 700-IMPRIMIR-RECIBO.

      ********* I M P U T A C I O N  A  C O M P R O B A N T E S *******

      * El pago se imputa a los comprobantes pendientes del socio, el
      * mas viejo primero (la clave socio + numero sigue el orden de
      * emision). Cada comprobante tocado deja su renglon en
      * APLICACIONES con el origen y numero del pago, para poder
      * mostrar que periodos cancelo y para que una anulacion deshaga
      * exactamente lo mismo. Lo que sobra queda como saldo a favor.
       280-IMPUTAR-PAGO.
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
           PERFORM 282-IMPUTAR-COMPROBANTE
               UNTIL w-fin-comprobantes = "S" OR w-resto-imputar = 0.

       282-IMPUTAR-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod NOT = soc-cod
                       MOVE "S" TO w-fin-comprobantes
                   ELSE
                       IF cpb-pendiente > 0
                           PERFORM 284-CANCELAR-COMPROBANTE
                       END-IF
                   END-IF
           END-READ.

       284-CANCELAR-COMPROBANTE.
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
                   PERFORM 286-GRABAR-APLICACION
           END-REWRITE.

       286-GRABAR-APLICACION.
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

      * Alta de un comprobante con todo su importe pendiente; lo usa
      * la anulacion para la deuda que no vuelve a ningun comprobante
      * (ver 697).
       290-PROXIMO-COMPROBANTE.
           MOVE 0 TO w-cpb-nro-prox.
           MOVE "N" TO w-fin-comprobantes.
           MOVE soc-cod TO cpb-cod.
           MOVE 0 TO cpb-nro.
           START COMPROBANTES KEY IS >= cpb-clave
               INVALID KEY
                   MOVE "S" TO w-fin-comprobantes
           END-START.
           PERFORM 292-LEER-COMPROBANTE UNTIL w-fin-comprobantes = "S".

       292-LEER-COMPROBANTE.
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

       294-ESCRIBIR-COMPROBANTE.
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

      ****************** R E I M P R E S I O N *************************

       600-REIMPRIMIR.
                   MOVE "ANUL" TO w-operacion-mov
                   PERFORM 250-GRABAR-MOVIMIENTO
                   PERFORM 690-MARCAR-ANULADO
                   PERFORM 692-DESHACER-IMPUTACION
                   PERFORM 697-CUADRAR-COMPROBANTES
                   ADD 1 TO w-cant-anulados
                   DISPLAY "RECIBO NRO " rec-numero " ANULADO"
                   DISPLAY "Nuevo saldo del socio: " soc-saldo

      ****************** I M P R E S I O N *****************************

      * La anulacion vuelve a dejar pendiente en cada comprobante lo
      * mismo que el recibo le habia cancelado, y marca esas
      * imputaciones como anuladas.
       692-DESHACER-IMPUTACION.
           MOVE "N" TO w-fin-aplicaciones.
           MOVE rec-cod    TO apl-cod.
           MOVE "R"        TO apl-origen.
           MOVE rec-numero TO apl-numero.
           MOVE 0          TO apl-renglon.
           START APLICACIONES KEY IS >= apl-clave
               INVALID KEY
                   MOVE "S" TO w-fin-aplicaciones
           END-START.
           PERFORM 694-LEER-APLICACION UNTIL w-fin-aplicaciones = "S".

       694-LEER-APLICACION.
           READ APLICACIONES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-aplicaciones
               NOT AT END
                   IF apl-cod NOT = rec-cod OR apl-origen NOT = "R"
                      OR apl-numero NOT = rec-numero
                       MOVE "S" TO w-fin-aplicaciones
                   ELSE
                       IF apl-estado = "V"
                           PERFORM 696-REABRIR-COMPROBANTE
                       END-IF
                   END-IF
           END-READ.

       696-REABRIR-COMPROBANTE.
           MOVE apl-cod     TO cpb-cod.
           MOVE apl-cpb-nro TO cpb-nro.
           READ COMPROBANTES INVALID KEY
                   DISPLAY "COMPROBANTE " apl-cpb-nro " DEL SOCIO "
                           apl-cod " INEXISTENTE, NO SE REABRE"
               NOT INVALID KEY
                   ADD apl-importe TO cpb-pendiente
                   REWRITE cpb-reg INVALID KEY
                           DISPLAY "ERROR GRABANDO EL COMPROBANTE "
                                   cpb-nro " DEL SOCIO " cpb-cod
                   END-REWRITE
                   MOVE "A" TO apl-estado
                   REWRITE apl-reg INVALID KEY
                           DISPLAY "ERROR GRABANDO LA IMPUTACION DEL "
                                   "SOCIO " apl-cod
                   END-REWRITE
           END-READ.

      * Si el recibo anulado habia dejado saldo a favor y un cargo
      * posterior ya lo consumio, esa parte de la deuda no vuelve a
      * ningun comprobante: se deja pendiente en un comprobante
      * "ANUL" del periodo, para que los comprobantes sigan sumando
      * la deuda del socio.
       697-CUADRAR-COMPROBANTES.
           MOVE 0 TO w-total-pendiente.
           MOVE "N" TO w-fin-comprobantes.
           MOVE soc-cod TO cpb-cod.
           MOVE 0 TO cpb-nro.
           START COMPROBANTES KEY IS >= cpb-clave
               INVALID KEY
                   MOVE "S" TO w-fin-comprobantes
           END-START.
           PERFORM 698-SUMAR-PENDIENTE UNTIL w-fin-comprobantes = "S".
           MOVE 0 TO w-deuda-socio.
           IF soc-saldo < 0
               COMPUTE w-deuda-socio = soc-saldo * -1
           END-IF.
           IF w-deuda-socio > w-total-pendiente
               COMPUTE w-importe-cpb =
                   w-deuda-socio - w-total-pendiente
               PERFORM 699-GRABAR-DIFERENCIA
           END-IF.

       698-SUMAR-PENDIENTE.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod NOT = soc-cod
                       MOVE "S" TO w-fin-comprobantes
                   ELSE
                       ADD cpb-pendiente TO w-total-pendiente
                   END-IF
           END-READ.

       699-GRABAR-DIFERENCIA.
           PERFORM 290-PROXIMO-COMPROBANTE.
           MOVE SPACES        TO cpb-reg.
           MOVE soc-cod       TO cpb-cod.
           MOVE "ANUL"        TO cpb-tipo.
           MOVE anio          TO cpb-per-anio.
           MOVE mes           TO cpb-per-mes.
           MOVE anio          TO cpb-anio.
           MOVE mes           TO cpb-mes.
           MOVE dia           TO cpb-dia.
           MOVE w-importe-cpb TO cpb-importe.
           MOVE w-importe-cpb TO cpb-pendiente.
           MOVE "N" TO w-cpb-grabado.
           MOVE 0 TO w-cpb-intentos.
           PERFORM 294-ESCRIBIR-COMPROBANTE UNTIL w-cpb-grabado = "S".

      * Imprime el recibo cargado en rec-reg al archivo de impresion.
      * Quien llama deja en w-imp-leyenda el texto extra del
      * encabezado (reimpresion, anulado) y en w-imp-con-saldo si
           PERFORM 750-IMPORTE-EN-LETRAS.
           MOVE w-letras TO l-imp-letras.
           WRITE imp-linea FROM lin-imp-letras.
           PERFORM 720-IMPRIMIR-PERIODOS.
           IF w-imp-con-saldo = "S"
               MOVE rec-saldo TO l-imp-saldo
               WRITE imp-linea FROM lin-imp-saldo
           MOVE SPACES TO imp-linea.
           WRITE imp-linea.

      * Periodos que el recibo cancelo, segun su imputacion a
      * comprobantes (los recibos anteriores a la cuenta por
      * comprobante no la tienen y salen sin este detalle). Lo que no
      * fue a ningun comprobante quedo a cuenta.
       720-IMPRIMIR-PERIODOS.
           MOVE "N" TO w-hay-aplicaciones.
           MOVE 0 TO w-total-imputado.
           MOVE "N" TO w-fin-aplicaciones.
           MOVE rec-cod    TO apl-cod.
           MOVE "R"        TO apl-origen.
           MOVE rec-numero TO apl-numero.
           MOVE 0          TO apl-renglon.
           START APLICACIONES KEY IS >= apl-clave
               INVALID KEY
                   MOVE "S" TO w-fin-aplicaciones
           END-START.
           PERFORM 725-LEER-APLICACION-IMP
               UNTIL w-fin-aplicaciones = "S".
           IF w-hay-aplicaciones = "S" AND
              rec-importe > w-total-imputado
               COMPUTE l-imp-a-cuenta = rec-importe - w-total-imputado
               WRITE imp-linea FROM lin-imp-a-cuenta
           END-IF.

       725-LEER-APLICACION-IMP.
           READ APLICACIONES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-aplicaciones
               NOT AT END
                   IF apl-cod NOT = rec-cod OR apl-origen NOT = "R"
                      OR apl-numero NOT = rec-numero
                       MOVE "S" TO w-fin-aplicaciones
                   ELSE
                       IF w-hay-aplicaciones = "N"
                           MOVE "S" TO w-hay-aplicaciones
                           WRITE imp-linea FROM lin-imp-cancela
                       END-IF
                       MOVE apl-per-mes  TO l-imp-per-mes
                       MOVE apl-per-anio TO l-imp-per-anio
                       MOVE apl-tipo     TO l-imp-per-tipo
                       MOVE apl-importe  TO l-imp-per-importe
                       WRITE imp-linea FROM lin-imp-periodo
                       ADD apl-importe TO w-total-imputado
                   END-IF
           END-READ.

      ********* I M P O R T E  E N  L E T R A S ************************

      * Convierte rec-importe (hasta 999999,99) al texto "PESOS ...
