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
           SELECT NOTAS
               ASSIGN TO "..\notas.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-notas-status.
           SELECT MOTIVOS
               ASSIGN TO "..\motivos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS mot-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-motivos-status.
           SELECT LISTADO
               ASSIGN TO "..\informe_notas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-listado-status.

       DATA DIVISION.
       FILE SECTION.
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
               05 nota-periodo.
                   07 nota-anio PIC 99.
                   07 nota-mes  PIC 99.
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
      * Motivos de las notas de credito y debito. El tipo dice para
      * que notas vale el motivo: "C" credito, "D" debito, "A" ambas.
       FD  MOTIVOS.
       01  mot-reg.
           03 mot-cod          PIC 999.
           03 mot-descripcion  PIC X(30).
           03 mot-tipo         PIC X.
               88 MOT-CREDITO     VALUE "C".
               88 MOT-DEBITO      VALUE "D".
               88 MOT-AMBAS       VALUE "A".
       FD  LISTADO.
       01  lst-linea            PIC X(80).
       WORKING-STORAGE SECTION.

       01  fecha.
           03 anio              PIC 99.
           03 mes               PIC 99.
           03 dia               PIC 99.

       77  ws-notas-status      PIC XX.
       77  ws-motivos-status    PIC XX.
       77  ws-listado-status    PIC XX.
       77  w-archivo-ok         PIC X       VALUE "S".
       77  w-hay-motivos        PIC X       VALUE "N".
       77  w-fin-notas          PIC X.
       77  w-periodo-ingresado  PIC 9(4).
       77  w-periodo-ok         PIC X       VALUE "N".
       01  w-periodo-inf.
           03 w-per-anio        PIC 99.
           03 w-per-mes         PIC 99.
       77  w-lineas             PIC 9(3)    VALUE 99.
       77  w-pagina             PIC 9(3)    VALUE 0.
       77  w-lineas-por-pagina  PIC 9(3)    VALUE 60.
       77  w-ix                 PIC 9(4).
       77  w-ux                 PIC 9(4).
       77  w-usu-hallado        PIC X.
       77  w-usu-buscado        PIC X(8).
       77  w-cant-usuarios      PIC 9(4)    VALUE 0.
       77  ws-max-usuarios      PIC 9(4)    VALUE 200.
       77  w-cant-creditos      PIC 9(5)    VALUE 0.
       77  w-cant-debitos       PIC 9(5)    VALUE 0.
       77  w-cant-autorizadas   PIC 9(5)    VALUE 0.
       01  w-total-creditos     PIC 9(9)V99 VALUE 0.
       01  w-total-debitos      PIC 9(9)V99 VALUE 0.
       01  w-total-autorizadas  PIC 9(9)V99 VALUE 0.

      ******************************************************************
      *********** ACUMULADOS POR MOTIVO (INDICE = CODIGO) **************
      ******************************************************************

       01  w-tabla-motivos.
           03 w-mot-entry OCCURS 999 TIMES.
               05 w-mot-cant-cre    PIC 9(4).
               05 w-mot-imp-cre     PIC 9(7)V99.
               05 w-mot-cant-deb    PIC 9(4).
               05 w-mot-imp-deb     PIC 9(7)V99.

      ******************************************************************
      *********** ACUMULADOS POR USUARIO *******************************
      ******************************************************************

       01  w-tabla-usuarios.
           03 w-usu-entry OCCURS 200 TIMES.
               05 w-usu-id          PIC X(8).
               05 w-usu-cant-cre    PIC 9(4).
               05 w-usu-imp-cre     PIC 9(7)V99.
               05 w-usu-cant-deb    PIC 9(4).
               05 w-usu-imp-deb     PIC 9(7)V99.
               05 w-usu-cant-aut    PIC 9(4).
               05 w-usu-imp-aut     PIC 9(7)V99.

      ******************************************************************
      ********************** LINEAS DEL LISTADO ************************
      ******************************************************************

       77  w-encab-seccion      PIC X(80).

       01  lin-encabezado1.
           03 filler      PIC X(29)
               VALUE "NOTAS DE CREDITO Y DEBITO - ".
           03 filler      PIC X(8)   VALUE "PERIODO ".
           03 l-enc-per-mes  PIC 99.
           03 filler      PIC XXX    VALUE "/20".
           03 l-enc-per-anio PIC 99.
           03 filler      PIC X(3)   VALUE SPACES.
           03 filler      PIC X(7)   VALUE "FECHA: ".
           03 l-enc-dia   PIC 99.
           03 filler      PIC X      VALUE "/".
           03 l-enc-mes   PIC 99.
           03 filler      PIC XXX    VALUE "/20".
           03 l-enc-anio  PIC 99.
           03 filler      PIC X(5)   VALUE SPACES.
           03 filler      PIC X(7)   VALUE "PAGINA ".
           03 l-enc-pagina PIC ZZ9.

       01  lin-titulo-motivos.
           03 filler PIC X(40) VALUE
               "IMPORTES POR MOTIVO                     ".
       01  lin-encab-motivos.
           03 filler PIC X(40) VALUE
               "COD  MOTIVO                          CAN".
           03 filler PIC X(37) VALUE
               "T NC  IMPORTE NC  CANT ND  IMPORTE ND".

       01  lin-titulo-usuarios.
           03 filler PIC X(40) VALUE
               "IMPORTES POR USUARIO QUE EMITIO Y NOTAS ".
           03 filler PIC X(40) VALUE
               "QUE AUTORIZO COMO SUPERVISOR            ".
       01  lin-encab-usuarios.
           03 filler PIC X(40) VALUE
               "USUARIO   CANT NC  IMPORTE NC  CANT ND  ".
           03 filler PIC X(31) VALUE
               "IMPORTE ND  AUTORIZO    IMPORTE".

       01  lin-det-motivo.
           03 l-mot-cod      PIC 999.
           03 filler         PIC XX     VALUE SPACES.
           03 l-mot-desc     PIC X(30).
           03 filler         PIC X(4)   VALUE SPACES.
           03 l-mot-cant-cre PIC ZZZ9.
           03 filler         PIC XX     VALUE SPACES.
           03 l-mot-imp-cre  PIC ZZZZZZ9,99.
           03 filler         PIC X(5)   VALUE SPACES.
           03 l-mot-cant-deb PIC ZZZ9.
           03 filler         PIC XX     VALUE SPACES.
           03 l-mot-imp-deb  PIC ZZZZZZ9,99.

       01  lin-det-usuario.
           03 l-usu-id       PIC X(8).
           03 filler         PIC X(5)   VALUE SPACES.
           03 l-usu-cant-cre PIC ZZZ9.
           03 filler         PIC XX     VALUE SPACES.
           03 l-usu-imp-cre  PIC ZZZZZZ9,99.
           03 filler         PIC X(5)   VALUE SPACES.
           03 l-usu-cant-deb PIC ZZZ9.
           03 filler         PIC XX     VALUE SPACES.
           03 l-usu-imp-deb  PIC ZZZZZZ9,99.
           03 filler         PIC X(6)   VALUE SPACES.
           03 l-usu-cant-aut PIC ZZZ9.
           03 filler         PIC X      VALUE SPACE.
           03 l-usu-imp-aut  PIC ZZZZZZ9,99.

       01  lin-total.
           03 l-tot-texto    PIC X(26).
           03 l-tot-cant     PIC ZZZZ9.
           03 filler         PIC X(11)  VALUE "  IMPORTE: ".
           03 l-tot-total    PIC ZZZZZZZZ9,99.

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Informe mensual de las notas de credito y debito emitidas:
      * cuanto se bonifico, condono o cargo por cada motivo, cuanto
      * emitio cada usuario y cuanto autorizo cada supervisor (las
      * notas por encima del importe maximo sin autorizacion). Sale en
      * informe_notas.txt.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha FROM DATE.
           PERFORM 005-INGRESO-PERIODO.
           IF w-periodo-ok = "S"
               PERFORM 010-ABRIR-ARCHIVOS
           END-IF.
           IF w-periodo-ok = "S" AND w-archivo-ok = "S"
               INITIALIZE w-tabla-motivos
               INITIALIZE w-tabla-usuarios
               PERFORM 100-ACUMULAR-NOTAS
               IF w-cant-creditos = 0 AND w-cant-debitos = 0
                   MOVE "  SIN NOTAS EMITIDAS EN EL PERIODO"
                       TO w-encab-seccion
                   PERFORM 720-NUEVA-PAGINA
               ELSE
                   PERFORM 300-LISTAR-MOTIVOS
                   PERFORM 400-LISTAR-USUARIOS
                   PERFORM 900-ESCRIBIR-TOTAL
               END-IF
           END-IF.
           PERFORM 020-CERRAR-ARCHIVOS.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       005-INGRESO-PERIODO.
           DISPLAY "INFORME MENSUAL DE NOTAS DE CREDITO Y DEBITO".
           DISPLAY "Periodo a informar (AAMM, 0 = mes anterior): ".
           ACCEPT w-periodo-ingresado.
           IF w-periodo-ingresado = 0
               IF mes = 1
                   MOVE 12 TO w-per-mes
                   IF anio = 0
                       MOVE 99 TO w-per-anio
                   ELSE
                       COMPUTE w-per-anio = anio - 1
                   END-IF
               ELSE
                   MOVE anio TO w-per-anio
                   COMPUTE w-per-mes = mes - 1
               END-IF
           ELSE
               MOVE w-periodo-ingresado TO w-periodo-inf
           END-IF.
           EVALUATE TRUE
               WHEN w-per-mes < 1 OR w-per-mes > 12
                   DISPLAY "Periodo invalido: el mes debe ir de 01 a "
                           "12."
               WHEN w-periodo-inf > fecha(1:4)
                   DISPLAY "Periodo invalido: todavia no empezo."
               WHEN OTHER
                   MOVE "S" TO w-periodo-ok
           END-EVALUATE.

      * Sin la tabla de motivos el informe sale igual, sin las
      * descripciones.
       010-ABRIR-ARCHIVOS.
           OPEN INPUT NOTAS.
           IF ws-notas-status = "35"
               DISPLAY "No hay notas emitidas todavia."
               MOVE "N" TO w-archivo-ok
           ELSE
           IF ws-notas-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo NOTAS. Status: "
                       ws-notas-status
               MOVE "N" TO w-archivo-ok
           ELSE
               OPEN OUTPUT LISTADO
               IF ws-listado-status NOT = "00"
                   DISPLAY "No se pudo generar el informe. Status: "
                           ws-listado-status
                   MOVE "N" TO w-archivo-ok
                   CLOSE NOTAS
               ELSE
                   OPEN INPUT MOTIVOS
                   IF ws-motivos-status = "00"
                       MOVE "S" TO w-hay-motivos
                   END-IF
               END-IF
           END-IF
           END-IF.

       020-CERRAR-ARCHIVOS.
           IF w-periodo-ok = "S" AND w-archivo-ok = "S"
               CLOSE NOTAS
               CLOSE LISTADO
               IF w-hay-motivos = "S"
                   CLOSE MOTIVOS
               END-IF
               DISPLAY "Notas de credito del periodo: " w-cant-creditos
               DISPLAY "Notas de debito del periodo:  " w-cant-debitos
               DISPLAY "Informe generado en ..\informe_notas.txt"
           END-IF.

      ********* A C U M U L A C I O N **********************************

       100-ACUMULAR-NOTAS.
           MOVE "N" TO w-fin-notas.
           PERFORM 110-LEER-NOTA UNTIL w-fin-notas = "S".

       110-LEER-NOTA.
           READ NOTAS
               AT END
                   MOVE "S" TO w-fin-notas
               NOT AT END
                   IF nota-periodo = w-periodo-inf
                       PERFORM 120-SUMAR-NOTA
                   END-IF
           END-READ.

       120-SUMAR-NOTA.
           MOVE nota-usuario TO w-usu-buscado.
           PERFORM 200-UBICAR-USUARIO.
           IF NOTA-CREDITO
               ADD 1 TO w-cant-creditos
               ADD nota-importe TO w-total-creditos
               ADD 1 TO w-mot-cant-cre(nota-motivo)
               ADD nota-importe TO w-mot-imp-cre(nota-motivo)
               IF w-usu-hallado = "S"
                   ADD 1 TO w-usu-cant-cre(w-ux)
                   ADD nota-importe TO w-usu-imp-cre(w-ux)
               END-IF
           ELSE
               ADD 1 TO w-cant-debitos
               ADD nota-importe TO w-total-debitos
               ADD 1 TO w-mot-cant-deb(nota-motivo)
               ADD nota-importe TO w-mot-imp-deb(nota-motivo)
               IF w-usu-hallado = "S"
                   ADD 1 TO w-usu-cant-deb(w-ux)
                   ADD nota-importe TO w-usu-imp-deb(w-ux)
               END-IF
           END-IF.
           IF nota-autorizo NOT = SPACES
               ADD 1 TO w-cant-autorizadas
               ADD nota-importe TO w-total-autorizadas
               MOVE nota-autorizo TO w-usu-buscado
               PERFORM 200-UBICAR-USUARIO
               IF w-usu-hallado = "S"
                   ADD 1 TO w-usu-cant-aut(w-ux)
                   ADD nota-importe TO w-usu-imp-aut(w-ux)
               END-IF
           END-IF.

      * Deja en w-ux la entrada del usuario buscado; si no estaba, la
      * agrega al final de la tabla.
       200-UBICAR-USUARIO.
           MOVE "N" TO w-usu-hallado.
           MOVE 0 TO w-ux.
           IF w-cant-usuarios > 0
               PERFORM 210-COMPARAR-USUARIO
                   VARYING w-ix FROM 1 BY 1
                   UNTIL w-ix > w-cant-usuarios
                      OR w-usu-hallado = "S"
           END-IF.
           IF w-usu-hallado = "N"
               IF w-cant-usuarios >= ws-max-usuarios
                   DISPLAY "ATENCION: mas de " ws-max-usuarios
                           " usuarios, el informe quedo incompleto."
               ELSE
                   ADD 1 TO w-cant-usuarios
                   MOVE w-cant-usuarios TO w-ux
                   MOVE w-usu-buscado TO w-usu-id(w-ux)
                   MOVE "S" TO w-usu-hallado
               END-IF
           END-IF.

       210-COMPARAR-USUARIO.
           IF w-usu-id(w-ix) = w-usu-buscado
               MOVE "S" TO w-usu-hallado
               MOVE w-ix TO w-ux
           END-IF.

      ********* L I S T A D O  P O R  M O T I V O **********************

       300-LISTAR-MOTIVOS.
           MOVE lin-titulo-motivos TO w-encab-seccion.
           PERFORM 720-NUEVA-PAGINA.
           WRITE lst-linea FROM lin-encab-motivos.
           ADD 1 TO w-lineas.
           MOVE lin-encab-motivos TO w-encab-seccion.
           PERFORM 310-ESCRIBIR-MOTIVO
               VARYING w-ix FROM 1 BY 1 UNTIL w-ix > 999.

       310-ESCRIBIR-MOTIVO.
           IF w-mot-cant-cre(w-ix) > 0 OR w-mot-cant-deb(w-ix) > 0
               MOVE w-ix TO l-mot-cod
               MOVE SPACES TO l-mot-desc
               IF w-hay-motivos = "S"
                   MOVE w-ix TO mot-cod
                   READ MOTIVOS
                       INVALID KEY
                           MOVE "(MOTIVO DADO DE BAJA)" TO l-mot-desc
                       NOT INVALID KEY
                           MOVE mot-descripcion TO l-mot-desc
                   END-READ
               END-IF
               MOVE w-mot-cant-cre(w-ix) TO l-mot-cant-cre
               MOVE w-mot-imp-cre(w-ix)  TO l-mot-imp-cre
               MOVE w-mot-cant-deb(w-ix) TO l-mot-cant-deb
               MOVE w-mot-imp-deb(w-ix)  TO l-mot-imp-deb
               PERFORM 710-CONTROLAR-SALTO
               WRITE lst-linea FROM lin-det-motivo
               ADD 1 TO w-lineas
           END-IF.

      ********* L I S T A D O  P O R  U S U A R I O ********************

       400-LISTAR-USUARIOS.
           MOVE lin-titulo-usuarios TO w-encab-seccion.
           PERFORM 720-NUEVA-PAGINA.
           WRITE lst-linea FROM lin-encab-usuarios.
           ADD 1 TO w-lineas.
           MOVE lin-encab-usuarios TO w-encab-seccion.
           PERFORM 410-ESCRIBIR-USUARIO
               VARYING w-ix FROM 1 BY 1 UNTIL w-ix > w-cant-usuarios.

       410-ESCRIBIR-USUARIO.
           MOVE w-usu-id(w-ix)       TO l-usu-id.
           MOVE w-usu-cant-cre(w-ix) TO l-usu-cant-cre.
           MOVE w-usu-imp-cre(w-ix)  TO l-usu-imp-cre.
           MOVE w-usu-cant-deb(w-ix) TO l-usu-cant-deb.
           MOVE w-usu-imp-deb(w-ix)  TO l-usu-imp-deb.
           MOVE w-usu-cant-aut(w-ix) TO l-usu-cant-aut.
           MOVE w-usu-imp-aut(w-ix)  TO l-usu-imp-aut.
           PERFORM 710-CONTROLAR-SALTO.
           WRITE lst-linea FROM lin-det-usuario.
           ADD 1 TO w-lineas.

      ****************** A R M A D O  D E  P A G I N A *****************

       700-ESCRIBIR-LINEA-BLANCO.
           PERFORM 710-CONTROLAR-SALTO.
           MOVE SPACES TO lst-linea.
           WRITE lst-linea.
           ADD 1 TO w-lineas.

       710-CONTROLAR-SALTO.
           IF w-lineas >= w-lineas-por-pagina
               PERFORM 720-NUEVA-PAGINA
           END-IF.

      * Cada pagina repite el encabezado de columnas de la seccion
      * que se esta listando.
       720-NUEVA-PAGINA.
           ADD 1 TO w-pagina.
           MOVE w-per-mes  TO l-enc-per-mes.
           MOVE w-per-anio TO l-enc-per-anio.
           MOVE dia        TO l-enc-dia.
           MOVE mes        TO l-enc-mes.
           MOVE anio       TO l-enc-anio.
           MOVE w-pagina   TO l-enc-pagina.
           WRITE lst-linea FROM lin-encabezado1.
           MOVE SPACES TO lst-linea.
           WRITE lst-linea.
           WRITE lst-linea FROM w-encab-seccion.
           MOVE 3 TO w-lineas.

       900-ESCRIBIR-TOTAL.
           PERFORM 700-ESCRIBIR-LINEA-BLANCO.
           MOVE "TOTAL NOTAS DE CREDITO:  " TO l-tot-texto.
           MOVE w-cant-creditos  TO l-tot-cant.
           MOVE w-total-creditos TO l-tot-total.
           PERFORM 710-CONTROLAR-SALTO.
           WRITE lst-linea FROM lin-total.
           ADD 1 TO w-lineas.
           MOVE "TOTAL NOTAS DE DEBITO:   " TO l-tot-texto.
           MOVE w-cant-debitos   TO l-tot-cant.
           MOVE w-total-debitos  TO l-tot-total.
           PERFORM 710-CONTROLAR-SALTO.
           WRITE lst-linea FROM lin-total.
           ADD 1 TO w-lineas.
           MOVE "CON AUTORIZACION:        " TO l-tot-texto.
           MOVE w-cant-autorizadas  TO l-tot-cant.
           MOVE w-total-autorizadas TO l-tot-total.
           PERFORM 710-CONTROLAR-SALTO.
           WRITE lst-linea FROM lin-total.
           ADD 1 TO w-lineas.

       END PROGRAM YOUR-PROGRAM-NAME.
