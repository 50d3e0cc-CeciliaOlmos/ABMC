      ******************************************************************
      * Author:JMRA
      * Date:15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS
               ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS soc-cod
                   FILE STATUS IS ws-socios-status.
           SELECT MOVSOCIOS
               ASSIGN TO "..\movsocios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS mov-clave
                   FILE STATUS IS ws-movsocios-status.
           SELECT COMPROBANTES
               ASSIGN TO "..\comprobantes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cpb-clave
                   FILE STATUS IS ws-comprobantes-status.

       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
       01  soc-reg.
           03 soc-cod          PIC 9(6).
           03 soc-nom          PIC X(20).
           03 soc-saldo        PIC S9(6)V99.
           03 soc-estado       PIC X.
               88 SOC-ACTIVO      VALUE "A".
               88 SOC-INACTIVO    VALUE "I".
               88 SOC-HONORARIO   VALUE "H".
           03 soc-dni          PIC 9(8).
           03 soc-domicilio    PIC X(30).
           03 soc-telefono     PIC X(15).
           03 soc-email        PIC X(30).
           03 soc-fecha-alta.
               05 soc-alta-anio PIC 99.
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
               05 mov-cod       PIC 9(6).
               05 mov-sec       PIC 9(6).
           03 mov-fecha.
               05 mov-anio      PIC 99.
               05 mov-mes       PIC 99.
               05 mov-dia       PIC 99.
           03 mov-saldo-ant     PIC S9(6)V99.
           03 mov-saldo-nuevo   PIC S9(6)V99.
           03 mov-operacion     PIC X(5).
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
       WORKING-STORAGE SECTION.

       77  ws-socios-status     PIC XX.
       77  ws-movsocios-status  PIC XX.
       77  ws-comprobantes-status PIC XX.
       77  w-archivo-ok         PIC X       VALUE "S".
       77  w-fin-padron         PIC X       VALUE "N".
       77  w-fin-movimientos    PIC X.
       77  w-deuda              PIC 9(7)V99.
       77  w-total-pendiente    PIC 9(7)V99.
       77  w-diferencia         PIC 9(7)V99.
       77  w-importe-mov        PIC S9(7)V99.
       77  w-resto-imputar      PIC 9(7)V99.
       77  w-ix                 PIC 9(4).
       77  w-ix-primero         PIC 9(4).
       77  w-ix-destino         PIC 9(4).
       77  w-cant-docs          PIC 9(4).
       77  w-cpb-nro            PIC 9(6).
       77  w-cant-socios        PIC 9(6)    VALUE 0.
       77  w-cant-comprobantes  PIC 9(7)    VALUE 0.
       77  w-cant-saldo-inicial PIC 9(6)    VALUE 0.
       77  w-cant-errores       PIC 9(6)    VALUE 0.

      ******************************************************************
      ***** CARGOS DEL SOCIO EN CURSO, DEL MAS VIEJO AL MAS NUEVO ******
      ******************************************************************

       01  w-tabla-docs.
           03 w-doc OCCURS 999 TIMES.
               05 w-doc-tipo        PIC X(5).
               05 w-doc-periodo.
                   07 w-doc-anio    PIC 99.
                   07 w-doc-mes     PIC 99.
               05 w-doc-fecha       PIC 9(6).
               05 w-doc-importe     PIC 9(6)V99.
               05 w-doc-pendiente   PIC 9(6)V99.

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Armado por unica vez de la cuenta corriente por comprobante a
      * partir del historial de movimientos. Para cada socio deudor se
      * recorre su historial en orden: cada movimiento que le bajo el
      * saldo es un cargo (comprobante del periodo del movimiento) y
      * cada uno que se lo subio cancela cargos del mas viejo al mas
      * nuevo. Lo que queda pendiente se cuadra con el saldo actual:
      * si el historial no alcanza a explicar la deuda, la diferencia
      * entra como comprobante "SALDO" al periodo de alta del socio;
      * si sobra, se cancela desde el mas viejo.
      * Uso: correr una unica vez, antes de volver a facturar. Si ya
      * existe comprobantes.dat con registros el proceso no hace nada;
      * si existe vacio (lo creo otro programa) la cuenta se arma.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-ABRIR-ARCHIVOS.
           IF w-archivo-ok = "S"
               PERFORM 100-PROCESAR-SOCIOS UNTIL w-fin-padron = "S"
               PERFORM 020-CERRAR-ARCHIVOS
               PERFORM 900-MOSTRAR-RESUMEN
           END-IF.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       010-ABRIR-ARCHIVOS.
           OPEN INPUT COMPROBANTES.
           IF ws-comprobantes-status = "00"
               PERFORM 011-VERIFICAR-VACIO
           ELSE
           IF ws-comprobantes-status NOT = "35"
               DISPLAY "No se pudo verificar el archivo COMPROBANTES. "
                       "Status: " ws-comprobantes-status
               MOVE "N" TO w-archivo-ok
           ELSE
               PERFORM 012-ABRIR-ORIGENES
           END-IF
           END-IF.

      * Los programas que actualizan cuentas crean comprobantes.dat
      * vacio si no existe: un archivo sin registros todavia no tiene
      * la cuenta armada y se arma igual.
       011-VERIFICAR-VACIO.
           READ COMPROBANTES NEXT RECORD
               AT END
                   CLOSE COMPROBANTES
                   PERFORM 012-ABRIR-ORIGENES
               NOT AT END
                   DISPLAY "Ya existe comprobantes.dat: la cuenta por "
                           "comprobante ya esta armada."
                   MOVE "N" TO w-archivo-ok
                   CLOSE COMPROBANTES
           END-READ.

       012-ABRIR-ORIGENES.
           OPEN INPUT SOCIOS.
           IF ws-socios-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo SOCIOS. Status: "
                       ws-socios-status
               MOVE "N" TO w-archivo-ok
           ELSE
               OPEN INPUT MOVSOCIOS
               IF ws-movsocios-status NOT = "00"
                   DISPLAY "No se pudo abrir el archivo MOVSOCIOS. "
                           "Status: " ws-movsocios-status
                   MOVE "N" TO w-archivo-ok
                   CLOSE SOCIOS
               ELSE
                   OPEN OUTPUT COMPROBANTES
                   IF ws-comprobantes-status NOT = "00"
                       DISPLAY "No se pudo crear comprobantes.dat. "
                               "Status: " ws-comprobantes-status
                       MOVE "N" TO w-archivo-ok
                       CLOSE SOCIOS
                       CLOSE MOVSOCIOS
                   END-IF
               END-IF
           END-IF.

       020-CERRAR-ARCHIVOS.
           CLOSE SOCIOS.
           CLOSE MOVSOCIOS.
           CLOSE COMPROBANTES.

      ****************** S O C I O S ***********************************

       100-PROCESAR-SOCIOS.
           READ SOCIOS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-padron
               NOT AT END
                   IF soc-saldo < 0
                       PERFORM 200-ARMAR-CUENTA
                   END-IF
           END-READ.

       200-ARMAR-CUENTA.
           MOVE 0 TO w-cant-docs.
           MOVE 1 TO w-ix-primero.
           COMPUTE w-deuda = soc-saldo * -1.
           MOVE "N" TO w-fin-movimientos.
           MOVE soc-cod TO mov-cod.
           MOVE 0 TO mov-sec.
           START MOVSOCIOS KEY IS >= mov-clave
               INVALID KEY
                   MOVE "S" TO w-fin-movimientos
           END-START.
           PERFORM 210-LEER-MOVIMIENTO UNTIL w-fin-movimientos = "S".
           PERFORM 300-CUADRAR-CON-SALDO.
           PERFORM 400-GRABAR-COMPROBANTES.
           ADD 1 TO w-cant-socios.

      ****************** H I S T O R I A L *****************************

       210-LEER-MOVIMIENTO.
           READ MOVSOCIOS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-movimientos
               NOT AT END
                   IF mov-cod NOT = soc-cod
                       MOVE "S" TO w-fin-movimientos
                   ELSE
                       PERFORM 215-CLASIFICAR-MOVIMIENTO
                   END-IF
           END-READ.

       215-CLASIFICAR-MOVIMIENTO.
           COMPUTE w-importe-mov = mov-saldo-nuevo - mov-saldo-ant.
           IF w-importe-mov < 0
               PERFORM 220-AGREGAR-CARGO
           ELSE
               IF w-importe-mov > 0
                   MOVE w-importe-mov TO w-resto-imputar
                   PERFORM 230-IMPUTAR
               END-IF
           END-IF.

      * Con la tabla llena se descartan los cargos ya cancelados; si
      * aun asi no hay lugar (999 cargos impagos) el cargo se suma al
      * ultimo para no perder deuda.
       220-AGREGAR-CARGO.
           IF w-cant-docs = 999
               PERFORM 240-COMPACTAR-TABLA
           END-IF.
           IF w-cant-docs = 999
               SUBTRACT w-importe-mov FROM w-doc-importe(999)
               SUBTRACT w-importe-mov FROM w-doc-pendiente(999)
           ELSE
               ADD 1 TO w-cant-docs
               MOVE mov-operacion TO w-doc-tipo(w-cant-docs)
               MOVE mov-anio      TO w-doc-anio(w-cant-docs)
               MOVE mov-mes       TO w-doc-mes(w-cant-docs)
               MOVE mov-fecha     TO w-doc-fecha(w-cant-docs)
               COMPUTE w-doc-importe(w-cant-docs) = w-importe-mov * -1
               MOVE w-doc-importe(w-cant-docs)
                   TO w-doc-pendiente(w-cant-docs)
           END-IF.

      * Los pagos cancelan del mas viejo al mas nuevo, asi que los
      * cargos impagos son siempre los ultimos de la tabla, desde
      * w-ix-primero. Si se cancela todo la tabla vuelve a empezar.
       230-IMPUTAR.
           PERFORM 235-IMPUTAR-CARGO
               UNTIL w-resto-imputar = 0 OR w-ix-primero > w-cant-docs.
           IF w-ix-primero > w-cant-docs
               MOVE 0 TO w-cant-docs
               MOVE 1 TO w-ix-primero
           END-IF.

       235-IMPUTAR-CARGO.
           IF w-doc-pendiente(w-ix-primero) > w-resto-imputar
               SUBTRACT w-resto-imputar
                   FROM w-doc-pendiente(w-ix-primero)
               MOVE 0 TO w-resto-imputar
           ELSE
               SUBTRACT w-doc-pendiente(w-ix-primero)
                   FROM w-resto-imputar
               MOVE 0 TO w-doc-pendiente(w-ix-primero)
               ADD 1 TO w-ix-primero
           END-IF.

       240-COMPACTAR-TABLA.
           MOVE 0 TO w-ix-destino.
           PERFORM 245-MOVER-CARGO
               VARYING w-ix FROM w-ix-primero BY 1
               UNTIL w-ix > w-cant-docs.
           MOVE w-ix-destino TO w-cant-docs.
           MOVE 1 TO w-ix-primero.

       245-MOVER-CARGO.
           ADD 1 TO w-ix-destino.
           MOVE w-doc(w-ix) TO w-doc(w-ix-destino).

      ****************** C U A D R E  C O N  E L  S A L D O ************

       300-CUADRAR-CON-SALDO.
           MOVE 0 TO w-total-pendiente.
           MOVE 0 TO w-diferencia.
           PERFORM 310-SUMAR-PENDIENTE
               VARYING w-ix FROM w-ix-primero BY 1
               UNTIL w-ix > w-cant-docs.
           IF w-total-pendiente > w-deuda
               COMPUTE w-resto-imputar = w-total-pendiente - w-deuda
               PERFORM 230-IMPUTAR
           ELSE
               IF w-total-pendiente < w-deuda
                   COMPUTE w-diferencia = w-deuda - w-total-pendiente
               END-IF
           END-IF.

       310-SUMAR-PENDIENTE.
           ADD w-doc-pendiente(w-ix) TO w-total-pendiente.

      ****************** G R A B A C I O N *****************************

       400-GRABAR-COMPROBANTES.
           MOVE 0 TO w-cpb-nro.
           IF w-diferencia > 0
               MOVE SPACES         TO cpb-reg
               MOVE soc-cod        TO cpb-cod
               MOVE "SALDO"        TO cpb-tipo
               MOVE soc-alta-anio  TO cpb-per-anio
               MOVE soc-alta-mes   TO cpb-per-mes
               MOVE soc-fecha-alta TO cpb-fecha
               MOVE w-diferencia   TO cpb-importe
               MOVE w-diferencia   TO cpb-pendiente
               PERFORM 420-ESCRIBIR-COMPROBANTE
               ADD 1 TO w-cant-saldo-inicial
           END-IF.
           PERFORM 410-GRABAR-CARGO
               VARYING w-ix FROM w-ix-primero BY 1
               UNTIL w-ix > w-cant-docs.

       410-GRABAR-CARGO.
           IF w-doc-pendiente(w-ix) > 0
               MOVE SPACES               TO cpb-reg
               MOVE soc-cod              TO cpb-cod
               MOVE w-doc-tipo(w-ix)     TO cpb-tipo
               MOVE w-doc-periodo(w-ix)  TO cpb-periodo
               MOVE w-doc-fecha(w-ix)    TO cpb-fecha
               MOVE w-doc-importe(w-ix)  TO cpb-importe
               MOVE w-doc-pendiente(w-ix) TO cpb-pendiente
               PERFORM 420-ESCRIBIR-COMPROBANTE
           END-IF.

       420-ESCRIBIR-COMPROBANTE.
           ADD 1 TO w-cpb-nro.
           MOVE w-cpb-nro TO cpb-nro.
           WRITE cpb-reg
               INVALID KEY
                   ADD 1 TO w-cant-errores
                   DISPLAY "ERROR GRABANDO EL COMPROBANTE " cpb-nro
                           " DEL SOCIO " soc-cod
               NOT INVALID KEY
                   ADD 1 TO w-cant-comprobantes
           END-WRITE.

      ****************** C I E R R E ***********************************

       900-MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "Socios deudores procesados:       " w-cant-socios.
           DISPLAY "Comprobantes pendientes grabados: "
                   w-cant-comprobantes.
           DISPLAY "Socios con comprobante SALDO:     "
                   w-cant-saldo-inicial.
           DISPLAY "Comprobantes con error:           " w-cant-errores.
           DISPLAY "Cuenta por comprobante en ..\comprobantes.dat".

       END PROGRAM YOUR-PROGRAM-NAME.
