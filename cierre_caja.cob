               ASSIGN TO "..\ctlcierre.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-ctlcierre-status.
           SELECT NOTAS
               ASSIGN TO "..\notas.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-notas-status.
           SELECT ARQUEO
               ASSIGN TO "..\arqueo.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
           03 cie-cantidad      PIC 9(5).
           03 filler            PIC X      VALUE SPACE.
           03 cie-total         PIC 9(9)V99.
      * Notas de credito y debito emitidas. Cada tipo tiene su propia
      * numeracion correlativa ("C" credito, "D" debito). Autorizo
      * queda en blanco si el importe no pedia supervisor.
       FD  NOTAS.
       01  nota-reg.
           03 nota-numero       PIC 9(8).
           03 filler            PIC X      VALUE SPACE.
           03 nota-tipo         PIC X.
               88 NOTA-CREDITO     VALUE "C".
               88 NOTA-DEBITO      VALUE "D".
           03 filler            PIC X      VALUE SPACE.
           03 nota-fecha.
               05 nota-anio     PIC 99.
               05 nota-mes      PIC 99.
               05 nota-dia      PIC 99.
           03 filler            PIC X      VALUE SPACE.
           03 nota-cod          PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 nota-nom          PIC X(20).
           03 filler            PIC X      VALUE SPACE.
           03 nota-importe      PIC 9(6)V99.
           03 filler            PIC X      VALUE SPACE.
           03 nota-motivo       PIC 999.
           03 filler            PIC X      VALUE SPACE.
           03 nota-saldo        PIC S9(6)V99.
           03 filler            PIC X      VALUE SPACE.
           03 nota-usuario      PIC X(8).
           03 filler            PIC X      VALUE SPACE.
           03 nota-autorizo     PIC X(8).
           03 filler            PIC X      VALUE SPACE.
           03 nota-hora         PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 nota-detalle      PIC X(30).
       FD  ARQUEO.
       01  arq-linea            PIC X(90).
       WORKING-STORAGE SECTION.
       77  ws-movsocios-status  PIC XX.
       77  ws-ctlcierre-status  PIC XX.
       77  ws-arqueo-status     PIC XX.
       77  ws-notas-status      PIC XX.
       77  w-archivo-ok         PIC X       VALUE "S".
       77  w-cierre-autorizado  PIC X       VALUE "S".
       77  w-fin-lectura        PIC X.
       77  w-es-anulado         PIC X.
       77  w-rango-dia          PIC 9(9).
       77  ws-max-entradas      PIC 9(4)    VALUE 9999.
       77  w-cant-notas-dia     PIC 9(4)    VALUE 0.
       77  w-cant-creditos-dia  PIC 9(4)    VALUE 0.
       77  w-cant-debitos-dia   PIC 9(4)    VALUE 0.
       77  w-total-creditos-dia PIC 9(9)V99 VALUE 0.
       77  w-total-debitos-dia  PIC 9(9)V99 VALUE 0.
       77  ws-max-notas         PIC 9(4)    VALUE 999.

      ******************************************************************
      ************ RECIBOS DEL DIA, EN ORDEN DE EMISION ****************
               05 w-pag-importe     PIC 9(6)V99.
               05 w-pag-usado       PIC X.

      ******************************************************************
      ***** NOTAS DE CREDITO Y DEBITO DE LA FECHA DE CIERRE ************
      ******************************************************************

       01  w-tabla-notas.
           03 w-not-entry OCCURS 999 TIMES.
               05 w-not-tipo        PIC X.
               05 w-not-numero      PIC 9(8).
               05 w-not-cod         PIC 9(6).
               05 w-not-nom         PIC X(20).
               05 w-not-motivo      PIC 999.
               05 w-not-usuario     PIC X(8).
               05 w-not-importe     PIC 9(6)V99.

      ******************************************************************
      ********************** LINEAS DEL ARQUEO *************************
      ******************************************************************
           03 filler        PIC X(9)  VALUE " IMPORTE ".
           03 l-cru-importe PIC ZZZZZ9,99.

       01  lin-arq-encab-notas.
           03 filler PIC X(40) VALUE
               "ITEM  TP NUMERO    SOCIO   NOMBRE       ".
           03 filler PIC X(33) VALUE
               "         MOT  USUARIO     IMPORTE".

       01  lin-arq-nota.
           03 l-not-item    PIC ZZZ9.
           03 filler        PIC XX    VALUE SPACES.
           03 l-not-tipo    PIC XX.
           03 filler        PIC X     VALUE SPACE.
           03 l-not-numero  PIC 9(8).
           03 filler        PIC XX    VALUE SPACES.
           03 l-not-cod     PIC 9(6).
           03 filler        PIC XX    VALUE SPACES.
           03 l-not-nom     PIC X(20).
           03 filler        PIC XX    VALUE SPACES.
           03 l-not-motivo  PIC 999.
           03 filler        PIC XX    VALUE SPACES.
           03 l-not-usuario PIC X(8).
           03 filler        PIC XX    VALUE SPACES.
           03 l-not-importe PIC ZZZZZ9,99.

       SCREEN SECTION.

      ******************************************************************
      * registrado en ctlcierre.dat con su numero: los recibos de
      * fechas ya cerradas no vuelven a entrar en otro cierre, y si
      * entre el ultimo cierre y la fecha elegida quedaron dias con
      * recibos sin cerrar el proceso lo avisa. Las notas de credito
      * y debito de la fecha se listan aparte, con su total por tipo:
      * no mueven caja, pero el cajero tiene que ver que ajustes de
      * saldo se hicieron en el dia y quien los hizo.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha FROM DATE.
           IF w-cierre-autorizado = "S" AND w-archivo-ok = "S"
               PERFORM 100-CARGAR-ANULADOS
               PERFORM 200-CARGAR-RECIBOS-DIA
               PERFORM 250-CARGAR-NOTAS-DIA
               IF w-cant-dia = 0 AND w-cant-anulados-dia = 0
                  AND w-cant-notas-dia = 0
                   DISPLAY "No hay recibos ni notas emitidos en la "
                           "fecha " w-fecha-cierre
                           ". No se registra cierre."
               ELSE
                   PERFORM 300-CARGAR-PAGOS-DIA
                   PERFORM 400-CRUZAR-PAGOS
               MOVE "S" TO w-es-anulado
           END-IF.

      * Las notas de fechas ya cerradas no vuelven a entrar: la fecha
      * a cerrar siempre es posterior al ultimo cierre.
       250-CARGAR-NOTAS-DIA.
           MOVE "N" TO w-fin-lectura.
           OPEN INPUT NOTAS.
           EVALUATE ws-notas-status
               WHEN "00"
                   PERFORM 260-LEER-NOTA UNTIL w-fin-lectura = "S"
                   CLOSE NOTAS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo leer el archivo NOTAS. Status: "
                           ws-notas-status
           END-EVALUATE.

       260-LEER-NOTA.
           READ NOTAS
               AT END
                   MOVE "S" TO w-fin-lectura
               NOT AT END
                   IF nota-fecha = w-fecha-cierre
                       PERFORM 270-SUMAR-NOTA
                   END-IF
           END-READ.

       270-SUMAR-NOTA.
           IF w-cant-notas-dia >= ws-max-notas
               DISPLAY "ATENCION: mas de " ws-max-notas " notas en el "
                       "dia, el arqueo quedo incompleto."
           ELSE
               ADD 1 TO w-cant-notas-dia
               MOVE nota-tipo    TO w-not-tipo(w-cant-notas-dia)
               MOVE nota-numero  TO w-not-numero(w-cant-notas-dia)
               MOVE nota-cod     TO w-not-cod(w-cant-notas-dia)
               MOVE nota-nom     TO w-not-nom(w-cant-notas-dia)
               MOVE nota-motivo  TO w-not-motivo(w-cant-notas-dia)
               MOVE nota-usuario TO w-not-usuario(w-cant-notas-dia)
               MOVE nota-importe TO w-not-importe(w-cant-notas-dia)
               IF NOTA-CREDITO
                   ADD 1 TO w-cant-creditos-dia
                   ADD nota-importe TO w-total-creditos-dia
               ELSE
                   ADD 1 TO w-cant-debitos-dia
                   ADD nota-importe TO w-total-debitos-dia
               END-IF
           END-IF.

      * El historial es indexado por socio + secuencia; para juntar
      * los "PAGO" del dia se recorre completo en orden de clave.
       300-CARGAR-PAGOS-DIA.
           PERFORM 520-ESCRIBIR-TOTALES.
           PERFORM 530-CONTROL-CORRELATIVIDAD.
           PERFORM 540-ESCRIBIR-CRUCES.
           PERFORM 570-ESCRIBIR-NOTAS.

       510-ESCRIBIR-DETALLE.
           MOVE w-ix                  TO l-det-item.
      * dia, entre el primero y el ultimo no puede faltar ninguno. Si
      * falta alguno, o se anulo mal o falta rendir plata.
       530-CONTROL-CORRELATIVIDAD.
           IF w-cant-dia = 0
               MOVE 0 TO w-rango-dia
           ELSE
               COMPUTE w-rango-dia =
                   w-ultimo-recibo - w-primer-recibo + 1
           END-IF.
           COMPUTE w-cant-faltantes = w-rango-dia - w-cant-dia.
           MOVE SPACES TO arq-linea.
           IF w-cant-faltantes = 0
               WRITE arq-linea FROM lin-arq-cruce
           END-IF.

      * Las notas no suman al total cobrado: son ajustes de saldo
      * sin plata de por medio.
       570-ESCRIBIR-NOTAS.
           MOVE SPACES TO arq-linea.
           WRITE arq-linea.
           MOVE "NOTAS DE CREDITO Y DEBITO DEL DIA (NO MUEVEN CAJA)"
               TO arq-linea.
           WRITE arq-linea.
           IF w-cant-notas-dia = 0
               MOVE "  SIN NOTAS EMITIDAS" TO arq-linea
               WRITE arq-linea
           ELSE
               WRITE arq-linea FROM lin-arq-encab-notas
               PERFORM 575-ESCRIBIR-NOTA
                   VARYING w-ix FROM 1 BY 1
                   UNTIL w-ix > w-cant-notas-dia
               MOVE SPACES TO arq-linea
               WRITE arq-linea
               MOVE w-total-creditos-dia TO l-not-importe
               MOVE SPACES TO arq-linea
               STRING "NOTAS DE CREDITO:     " w-cant-creditos-dia
                      "   TOTAL: " l-not-importe
                      DELIMITED BY SIZE INTO arq-linea
               WRITE arq-linea
               MOVE w-total-debitos-dia TO l-not-importe
               MOVE SPACES TO arq-linea
               STRING "NOTAS DE DEBITO:      " w-cant-debitos-dia
                      "   TOTAL: " l-not-importe
                      DELIMITED BY SIZE INTO arq-linea
               WRITE arq-linea
           END-IF.

       575-ESCRIBIR-NOTA.
           MOVE w-ix                  TO l-not-item.
           IF w-not-tipo(w-ix) = "C"
               MOVE "NC" TO l-not-tipo
           ELSE
               MOVE "ND" TO l-not-tipo
           END-IF.
           MOVE w-not-numero(w-ix)    TO l-not-numero.
           MOVE w-not-cod(w-ix)       TO l-not-cod.
           MOVE w-not-nom(w-ix)       TO l-not-nom.
           MOVE w-not-motivo(w-ix)    TO l-not-motivo.
           MOVE w-not-usuario(w-ix)   TO l-not-usuario.
           MOVE w-not-importe(w-ix)   TO l-not-importe.
           WRITE arq-linea FROM lin-arq-nota.

      ********* R E G I S T R O  D E L  C I E R R E ********************

       600-REGISTRAR-CIERRE.
           DISPLAY "Recibos faltantes:     " w-cant-faltantes.
           DISPLAY "Recibos sin movimiento: " w-cant-sin-mov.
           DISPLAY "Pagos sin recibo:       " w-cant-sin-recibo.
           DISPLAY "Notas de credito:      " w-cant-creditos-dia
                   " por " w-total-creditos-dia.
           DISPLAY "Notas de debito:       " w-cant-debitos-dia
                   " por " w-total-debitos-dia.
           IF w-cant-ya-cerrados > 0
               DISPLAY "Recibos de la fecha ya incluidos en cierres "
                       "anteriores: " w-cant-ya-cerrados
