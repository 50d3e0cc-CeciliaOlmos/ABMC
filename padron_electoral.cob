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
           SELECT GRUPOS
               ASSIGN TO "..\grupos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS grp-adherente
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-grupos-status.
           SELECT PARPADRON
               ASSIGN TO "..\parpadron.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-parpadron-status.
           SELECT PADRON
               ASSIGN TO "..\padron_electoral.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-padron-status.
           SELECT EXCLUIDOS
               ASSIGN TO "..\padron_excluidos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-excluidos-status.
           SELECT TRABAJO
               ASSIGN TO "..\padron_orden.tmp".

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
               88 SOC-LICENCIA    VALUE "L".
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
      * Un registro por adherente: el adherente es la clave porque un
      * socio solo puede integrar un grupo familiar.
       FD  GRUPOS.
       01  grp-reg.
           03 grp-adherente     PIC 9(6).
           03 grp-titular       PIC 9(6).
           03 grp-fecha-alta.
               05 grp-alta-anio PIC 99.
               05 grp-alta-mes  PIC 99.
               05 grp-alta-dia  PIC 99.
      * Categorias que votan: una posicion por categoria (01 a 99),
      * "S" si los adherentes de esa categoria integran el padron.
       FD  PARPADRON.
       01  ppa-reg.
           03 ppa-antiguedad     PIC 99.
           03 filler             PIC X.
           03 ppa-por-mesa       PIC 9(4).
           03 filler             PIC X.
           03 ppa-dias-reclamo   PIC 99.
           03 filler             PIC X.
           03 ppa-categorias     PIC X(99).
       FD  PADRON.
       01  pad-linea            PIC X(80).
       FD  EXCLUIDOS.
       01  exc-linea            PIC X(110).
      * Electores habilitados, ordenados por nombre para repartirlos
      * en mesas por rango alfabetico.
       SD  TRABAJO.
       01  srt-reg.
           03 srt-nombre-orden  PIC X(20).
           03 srt-cod           PIC 9(6).
           03 srt-nom           PIC X(20).
           03 srt-dni           PIC 9(8).
           03 srt-categoria     PIC 99.
           03 srt-adherente     PIC X.
       WORKING-STORAGE SECTION.

       01  fecha.
           03 anio              PIC 99.
           03 mes               PIC 99.
           03 dia               PIC 99.

       77  ws-socios-status     PIC XX.
       77  ws-comprobantes-status PIC XX.
       77  ws-grupos-status     PIC XX.
       77  ws-parpadron-status  PIC XX.
       77  ws-padron-status     PIC XX.
       77  ws-excluidos-status  PIC XX.
       77  w-archivo-ok         PIC X       VALUE "S".
       77  w-hay-parametros     PIC X       VALUE "N".
       77  w-hay-grupos         PIC X       VALUE "S".
       77  w-corte-ok           PIC X       VALUE "N".
       77  w-fin-padron         PIC X       VALUE "N".
       77  w-fin-comprobantes   PIC X.
       77  w-fin-orden          PIC X       VALUE "N".
       77  w-corte-ingresado    PIC 9(6).
       01  w-fecha-corte.
           03 w-corte-periodo.
               05 w-corte-anio  PIC 99.
               05 w-corte-mes   PIC 99.
           03 w-corte-dia       PIC 99.
       77  w-antiguedad-minima  PIC 99.
       77  w-por-mesa           PIC 9(4).
       77  w-dias-reclamo       PIC 99.
       01  w-categorias.
           03 w-cat-vota OCCURS 99 TIMES PIC X.

      ******************************************************************
      ******************** EVALUACION DE CADA SOCIO ********************
      ******************************************************************

       77  w-es-adherente       PIC X.
       77  w-cod-deuda          PIC 9(6).
       77  w-anios              PIC S99.
       77  w-deuda-vencida      PIC 9(7)V99.
       77  w-motivos            PIC X(60).
       77  w-motivo             PIC X(30).
       77  w-ptr                PIC 99.
       77  w-importe-motivo     PIC Z(6)9,99.
       77  w-anios-motivo       PIC Z9.

      ******************************************************************
      ************************ TOTALES Y MESAS *************************
      ******************************************************************

       77  w-cant-socios        PIC 9(6)    VALUE 0.
       77  w-cant-electores     PIC 9(6)    VALUE 0.
       77  w-cant-excluidos     PIC 9(6)    VALUE 0.
       77  w-excl-estado        PIC 9(6)    VALUE 0.
       77  w-excl-categoria     PIC 9(6)    VALUE 0.
       77  w-excl-antiguedad    PIC 9(6)    VALUE 0.
       77  w-excl-deuda         PIC 9(6)    VALUE 0.
       77  w-cant-mesas         PIC 9(6)    VALUE 0.
       77  w-tope-mesa          PIC 9(6).
       77  w-mesa               PIC 999     VALUE 0.
       77  w-en-mesa            PIC 9(6)    VALUE 0.
       77  w-asignados          PIC 9(6)    VALUE 0.
       77  w-lineas             PIC 9(3)    VALUE 99.
       77  w-pagina             PIC 9(3)    VALUE 0.
       77  w-lineas-por-pagina  PIC 9(3)    VALUE 60.

       01  w-tabla-mesas.
           03 w-mesa-info OCCURS 999 TIMES.
               05 w-mesa-desde  PIC X(20).
               05 w-mesa-hasta  PIC X(20).
               05 w-mesa-cant   PIC 9(6).

      ******************************************************************
      ********************** LINEAS DEL LISTADO ************************
      ******************************************************************

       01  lin-encabezado1.
           03 filler      PIC X(26)
               VALUE "PADRON ELECTORAL - CORTE ".
           03 l-enc-dia   PIC 99.
           03 filler      PIC X      VALUE "/".
           03 l-enc-mes   PIC 99.
           03 filler      PIC XXX    VALUE "/20".
           03 l-enc-anio  PIC 99.
           03 filler      PIC X(8)   VALUE "   MESA ".
           03 l-enc-mesa  PIC ZZ9.
           03 filler      PIC X(23)  VALUE SPACES.
           03 filler      PIC X(7)   VALUE "PAGINA ".
           03 l-enc-pagina PIC ZZ9.

       01  lin-encabezado2.
           03 filler PIC X(40) VALUE
               "ORDEN  CODIGO  NOMBRE                DOC".
           03 filler PIC X(40) VALUE
               "UMENTO  CAT  FIRMA".

       01  lin-elector.
           03 l-ele-orden   PIC ZZZZ9.
           03 filler        PIC XX     VALUE SPACES.
           03 l-ele-cod     PIC 9(6).
           03 filler        PIC XX     VALUE SPACES.
           03 l-ele-nom     PIC X(20).
           03 filler        PIC XX     VALUE SPACES.
           03 l-ele-dni     PIC 9(8).
           03 filler        PIC X      VALUE SPACE.
           03 filler        PIC XX     VALUE SPACES.
           03 l-ele-cat     PIC 99.
           03 l-ele-adh     PIC X.
           03 filler        PIC XX     VALUE SPACES.
           03 filler        PIC X(20)  VALUE ALL "_".

       01  lin-mesa.
           03 filler        PIC X(5)   VALUE "MESA ".
           03 l-mes-nro     PIC ZZ9.
           03 filler        PIC X(8)   VALUE "  DESDE ".
           03 l-mes-desde   PIC X(20).
           03 filler        PIC X(7)   VALUE " HASTA ".
           03 l-mes-hasta   PIC X(20).
           03 filler        PIC X      VALUE SPACE.
           03 l-mes-cant    PIC ZZZZZ9.
           03 filler        PIC X(10)  VALUE " ELECTORES".

       01  lin-exc-titulo.
           03 filler      PIC X(37)
               VALUE "SOCIOS EXCLUIDOS DEL PADRON - CORTE ".
           03 l-exc-dia   PIC 99.
           03 filler      PIC X      VALUE "/".
           03 l-exc-mes   PIC 99.
           03 filler      PIC XXX    VALUE "/20".
           03 l-exc-anio  PIC 99.
       01  lin-exc-columnas.
           03 filler PIC X(34)
               VALUE "CODIGO  NOMBRE                EST ".
           03 filler PIC X(20) VALUE "ALTA      MOTIVO".
       01  lin-excluido.
           03 l-exc-cod     PIC 9(6).
           03 filler        PIC XX     VALUE SPACES.
           03 l-exc-nom     PIC X(20).
           03 filler        PIC XX     VALUE SPACES.
           03 l-exc-estado  PIC X.
           03 filler        PIC XXX    VALUE SPACES.
           03 l-exc-alta-dia PIC 99.
           03 filler        PIC X      VALUE "/".
           03 l-exc-alta-mes PIC 99.
           03 filler        PIC X      VALUE "/".
           03 l-exc-alta-anio PIC 99.
           03 filler        PIC XX     VALUE SPACES.
           03 l-exc-motivos PIC X(60).
       01  lin-exc-total.
           03 l-ext-texto   PIC X(40).
           03 l-ext-cant    PIC ZZZZZ9.
       01  lin-exc-reclamo.
           03 filler PIC X(44)
               VALUE "Los socios excluidos pueden reclamar dentro ".
           03 filler PIC X(7)  VALUE "de los ".
           03 l-rec-dias    PIC Z9.
           03 filler PIC X(33)
               VALUE " dias de publicado este listado.".

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Padron de socios habilitados para votar en la asamblea a una
      * fecha de corte. Vota el socio activo u honorario con la
      * antiguedad minima desde su fecha de alta y sin deuda vencida
      * al corte (comprobantes pendientes de periodos anteriores al
      * del corte). El adherente de un grupo familiar vota solo si
      * su categoria vota, y su deuda es la del titular, que es quien
      * recibe los cargos del grupo. Los electores se reparten en
      * mesas parejas por orden alfabetico (padron_electoral.txt);
      * los excluidos se listan con sus motivos para que puedan
      * reclamar (padron_excluidos.txt). Los parametros se cargan
      * con abm_padron.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha FROM DATE.
           PERFORM 005-LEER-PARAMETROS.
           IF w-hay-parametros = "S"
               PERFORM 008-INGRESO-CORTE
           END-IF.
           IF w-corte-ok = "S"
               PERFORM 010-ABRIR-ARCHIVOS
               IF w-archivo-ok = "S"
                   PERFORM 040-ENCABEZAR-EXCLUIDOS
                   SORT TRABAJO
                       ON ASCENDING KEY srt-nombre-orden srt-cod
                       INPUT PROCEDURE IS 100-SELECCIONAR-ELECTORES
                       OUTPUT PROCEDURE IS 500-IMPRIMIR-PADRON
                   PERFORM 800-TOTALES-EXCLUIDOS
                   PERFORM 900-MOSTRAR-RESUMEN
               END-IF
               PERFORM 020-CERRAR-ARCHIVOS
           END-IF.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       005-LEER-PARAMETROS.
           OPEN INPUT PARPADRON.
           EVALUATE ws-parpadron-status
               WHEN "00"
                   READ PARPADRON
                       AT END
                           MOVE "N" TO w-hay-parametros
                       NOT AT END
                           MOVE "S" TO w-hay-parametros
                           MOVE ppa-antiguedad   TO w-antiguedad-minima
                           MOVE ppa-por-mesa     TO w-por-mesa
                           MOVE ppa-dias-reclamo TO w-dias-reclamo
                           MOVE ppa-categorias   TO w-categorias
                   END-READ
                   CLOSE PARPADRON
               WHEN "35"
                   MOVE "N" TO w-hay-parametros
               WHEN OTHER
                   DISPLAY "No se pudo leer el archivo PARPADRON. "
                           "Status: " ws-parpadron-status
           END-EVALUATE.
           IF w-hay-parametros = "S" AND w-por-mesa = 0
               MOVE "N" TO w-hay-parametros
           END-IF.
           IF w-hay-parametros = "N"
               DISPLAY "No hay parametros del padron cargados. "
                       "Carguelos con abm_padron."
           END-IF.

       008-INGRESO-CORTE.
           DISPLAY "PADRON ELECTORAL PARA LA ASAMBLEA".
           DISPLAY "Fecha de corte (AAMMDD, 0 = hoy): ".
           ACCEPT w-corte-ingresado.
           IF w-corte-ingresado = 0
               MOVE fecha TO w-fecha-corte
           ELSE
               MOVE w-corte-ingresado TO w-fecha-corte
           END-IF.
           IF w-corte-mes < 1 OR w-corte-mes > 12 OR
              w-corte-dia < 1 OR w-corte-dia > 31
               DISPLAY "Fecha de corte invalida."
           ELSE
               MOVE "S" TO w-corte-ok
           END-IF.

       010-ABRIR-ARCHIVOS.
           OPEN INPUT SOCIOS.
           IF ws-socios-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo SOCIOS. Status: "
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
                   PERFORM 012-ABRIR-GRUPOS
                   PERFORM 014-ABRIR-LISTADOS
               END-IF
           END-IF.

      * Sin grupos familiares cargados no hay adherentes.
       012-ABRIR-GRUPOS.
           OPEN INPUT GRUPOS.
           IF ws-grupos-status NOT = "00"
               MOVE "N" TO w-hay-grupos
           END-IF.

       014-ABRIR-LISTADOS.
           OPEN OUTPUT PADRON.
           IF ws-padron-status NOT = "00"
               DISPLAY "No se pudo generar el padron. Status: "
                       ws-padron-status
               MOVE "N" TO w-archivo-ok
           ELSE
               OPEN OUTPUT EXCLUIDOS
               IF ws-excluidos-status NOT = "00"
                   DISPLAY "No se pudo generar el listado de "
                           "excluidos. Status: " ws-excluidos-status
                   MOVE "N" TO w-archivo-ok
                   CLOSE PADRON
               END-IF
           END-IF.
           IF w-archivo-ok = "N"
               CLOSE SOCIOS
               CLOSE COMPROBANTES
               IF w-hay-grupos = "S"
                   CLOSE GRUPOS
               END-IF
           END-IF.

       020-CERRAR-ARCHIVOS.
           IF w-archivo-ok = "S"
               CLOSE SOCIOS
               CLOSE COMPROBANTES
               IF w-hay-grupos = "S"
                   CLOSE GRUPOS
               END-IF
               CLOSE PADRON
               CLOSE EXCLUIDOS
               DISPLAY "Padron generado en ..\padron_electoral.txt"
               DISPLAY "Excluidos en ..\padron_excluidos.txt"
           END-IF.

       040-ENCABEZAR-EXCLUIDOS.
           MOVE w-corte-dia  TO l-exc-dia.
           MOVE w-corte-mes  TO l-exc-mes.
           MOVE w-corte-anio TO l-exc-anio.
           WRITE exc-linea FROM lin-exc-titulo.
           MOVE SPACES TO exc-linea.
           WRITE exc-linea.
           WRITE exc-linea FROM lin-exc-columnas.

      ************ S E L E C C I O N  D E  E L E C T O R E S ***********

       100-SELECCIONAR-ELECTORES.
           MOVE 0 TO soc-cod.
           START SOCIOS KEY IS >= soc-cod
               INVALID KEY
                   MOVE "S" TO w-fin-padron
           END-START.
           PERFORM 110-LEER-SOCIO UNTIL w-fin-padron = "S".

       110-LEER-SOCIO.
           READ SOCIOS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-padron
               NOT AT END
                   ADD 1 TO w-cant-socios
                   PERFORM 120-EVALUAR-SOCIO
           END-READ.

      * Se juntan todos los motivos de exclusion del socio, no solo
      * el primero, para que el reclamo se haga de una vez.
       120-EVALUAR-SOCIO.
           MOVE SPACES TO w-motivos.
           MOVE 1 TO w-ptr.
           PERFORM 125-BUSCAR-GRUPO.
           IF NOT SOC-ACTIVO AND NOT SOC-HONORARIO
               EVALUATE TRUE
                   WHEN SOC-INACTIVO
                       MOVE "SOCIO INACTIVO" TO w-motivo
                   WHEN SOC-LICENCIA
                       MOVE "SOCIO EN LICENCIA" TO w-motivo
                   WHEN OTHER
                       MOVE "ESTADO NO HABILITADO" TO w-motivo
               END-EVALUATE
               PERFORM 150-AGREGAR-MOTIVO
               ADD 1 TO w-excl-estado
           END-IF.
           IF w-es-adherente = "S"
               IF soc-categoria = 0
                   PERFORM 128-CATEGORIA-NO-VOTA
               ELSE
                   IF w-cat-vota(soc-categoria) NOT = "S"
                       PERFORM 128-CATEGORIA-NO-VOTA
                   END-IF
               END-IF
           END-IF.
           PERFORM 130-CONTROLAR-ANTIGUEDAD.
           PERFORM 140-CONTROLAR-DEUDA.
           IF w-ptr = 1
               PERFORM 160-HABILITAR-ELECTOR
           ELSE
               PERFORM 170-ESCRIBIR-EXCLUIDO
           END-IF.

       125-BUSCAR-GRUPO.
           MOVE "N" TO w-es-adherente.
           MOVE soc-cod TO w-cod-deuda.
           IF w-hay-grupos = "S"
               MOVE soc-cod TO grp-adherente
               READ GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S"         TO w-es-adherente
                       MOVE grp-titular TO w-cod-deuda
               END-READ
           END-IF.

       128-CATEGORIA-NO-VOTA.
           MOVE SPACES TO w-motivo.
           STRING "ADHERENTE CATEGORIA " soc-categoria " NO VOTA"
                  DELIMITED BY SIZE INTO w-motivo.
           PERFORM 150-AGREGAR-MOTIVO.
           ADD 1 TO w-excl-categoria.

      * Anios cumplidos desde el alta hasta el corte.
       130-CONTROLAR-ANTIGUEDAD.
           IF soc-fecha-alta > w-fecha-corte
               MOVE "ALTA POSTERIOR AL CORTE" TO w-motivo
               PERFORM 150-AGREGAR-MOTIVO
               ADD 1 TO w-excl-antiguedad
           ELSE
               COMPUTE w-anios = w-corte-anio - soc-alta-anio
               IF w-corte-mes < soc-alta-mes OR
                  (w-corte-mes = soc-alta-mes AND
                   w-corte-dia < soc-alta-dia)
                   SUBTRACT 1 FROM w-anios
               END-IF
               IF w-anios < w-antiguedad-minima
                   MOVE w-anios TO w-anios-motivo
                   MOVE SPACES TO w-motivo
                   STRING "ANTIGUEDAD "
                          FUNCTION TRIM(w-anios-motivo) " ANIOS"
                          DELIMITED BY SIZE INTO w-motivo
                   PERFORM 150-AGREGAR-MOTIVO
                   ADD 1 TO w-excl-antiguedad
               END-IF
           END-IF.

      * Deuda vencida: lo pendiente de comprobantes de periodos
      * anteriores al del corte. El cargo del mes del corte todavia
      * no vencio.
       140-CONTROLAR-DEUDA.
           MOVE 0 TO w-deuda-vencida.
           MOVE "N" TO w-fin-comprobantes.
           MOVE w-cod-deuda TO cpb-cod.
           MOVE 0 TO cpb-nro.
           START COMPROBANTES KEY IS >= cpb-clave
               INVALID KEY
                   MOVE "S" TO w-fin-comprobantes
           END-START.
           PERFORM 145-LEER-COMPROBANTE UNTIL w-fin-comprobantes = "S".
           IF w-deuda-vencida > 0
               MOVE w-deuda-vencida TO w-importe-motivo
               MOVE SPACES TO w-motivo
               IF w-es-adherente = "S"
                   STRING "DEUDA TITULAR "
                          FUNCTION TRIM(w-importe-motivo)
                          DELIMITED BY SIZE INTO w-motivo
               ELSE
                   STRING "DEUDA VENCIDA "
                          FUNCTION TRIM(w-importe-motivo)
                          DELIMITED BY SIZE INTO w-motivo
               END-IF
               PERFORM 150-AGREGAR-MOTIVO
               ADD 1 TO w-excl-deuda
           END-IF.

       145-LEER-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod NOT = w-cod-deuda
                       MOVE "S" TO w-fin-comprobantes
                   ELSE
                       IF cpb-pendiente > 0 AND
                          cpb-periodo < w-corte-periodo
                           ADD cpb-pendiente TO w-deuda-vencida
                       END-IF
                   END-IF
           END-READ.

       150-AGREGAR-MOTIVO.
           IF w-ptr > 1
               STRING "; " DELIMITED BY SIZE
                      INTO w-motivos WITH POINTER w-ptr
           END-IF.
           STRING w-motivo DELIMITED BY "  "
                  INTO w-motivos WITH POINTER w-ptr.

      * El nombre en mayusculas ordena igual sin importar como se
      * cargo.
       160-HABILITAR-ELECTOR.
           MOVE FUNCTION UPPER-CASE(soc-nom) TO srt-nombre-orden.
           MOVE soc-cod       TO srt-cod.
           MOVE soc-nom       TO srt-nom.
           MOVE soc-dni       TO srt-dni.
           MOVE soc-categoria TO srt-categoria.
           IF w-es-adherente = "S"
               MOVE "A" TO srt-adherente
           ELSE
               MOVE SPACE TO srt-adherente
           END-IF.
           RELEASE srt-reg.
           ADD 1 TO w-cant-electores.

       170-ESCRIBIR-EXCLUIDO.
           MOVE soc-cod       TO l-exc-cod.
           MOVE soc-nom       TO l-exc-nom.
           MOVE soc-estado    TO l-exc-estado.
           MOVE soc-alta-dia  TO l-exc-alta-dia.
           MOVE soc-alta-mes  TO l-exc-alta-mes.
           MOVE soc-alta-anio TO l-exc-alta-anio.
           MOVE w-motivos     TO l-exc-motivos.
           WRITE exc-linea FROM lin-excluido.
           ADD 1 TO w-cant-excluidos.

      ************ I M P R E S I O N  P O R  M E S A S *****************

      * Las mesas salen parejas: se calcula cuantas hacen falta con
      * el maximo de electores por mesa y se reparte el total entre
      * ellas. Cada mesa nueva toma su parte de los electores que
      * faltan asignar, asi las primeras llevan a lo sumo uno mas que
      * las ultimas. Cada mesa empieza en pagina nueva.
       500-IMPRIMIR-PADRON.
           IF w-cant-electores = 0
               MOVE "NO HAY SOCIOS HABILITADOS PARA VOTAR AL CORTE."
                   TO pad-linea
               WRITE pad-linea
           ELSE
               COMPUTE w-cant-mesas =
                   (w-cant-electores + w-por-mesa - 1) / w-por-mesa
               IF w-cant-mesas > 999
                   MOVE 999 TO w-cant-mesas
               END-IF
               COMPUTE w-tope-mesa =
                   (w-cant-electores + w-cant-mesas - 1) / w-cant-mesas
               MOVE w-tope-mesa TO w-en-mesa
               PERFORM 510-LEER-ORDENADO UNTIL w-fin-orden = "S"
               PERFORM 550-RESUMEN-MESAS
           END-IF.

       510-LEER-ORDENADO.
           RETURN TRABAJO
               AT END
                   MOVE "S" TO w-fin-orden
               NOT AT END
                   IF w-en-mesa >= w-tope-mesa AND w-mesa < 999
                       PERFORM 520-NUEVA-MESA
                   END-IF
                   PERFORM 530-ESCRIBIR-ELECTOR
           END-RETURN.

       520-NUEVA-MESA.
           ADD 1 TO w-mesa.
           COMPUTE w-tope-mesa =
               (w-cant-electores - w-asignados + w-cant-mesas - w-mesa)
               / (w-cant-mesas - w-mesa + 1).
           MOVE 0 TO w-en-mesa.
           MOVE 0 TO w-mesa-cant(w-mesa).
           MOVE srt-nom TO w-mesa-desde(w-mesa).
           PERFORM 720-NUEVA-PAGINA.

       530-ESCRIBIR-ELECTOR.
           ADD 1 TO w-en-mesa.
           ADD 1 TO w-asignados.
           ADD 1 TO w-mesa-cant(w-mesa).
           MOVE srt-nom TO w-mesa-hasta(w-mesa).
           MOVE w-en-mesa     TO l-ele-orden.
           MOVE srt-cod       TO l-ele-cod.
           MOVE srt-nom       TO l-ele-nom.
           MOVE srt-dni       TO l-ele-dni.
           MOVE srt-categoria TO l-ele-cat.
           MOVE srt-adherente TO l-ele-adh.
           PERFORM 710-CONTROLAR-SALTO.
           WRITE pad-linea FROM lin-elector.
           ADD 1 TO w-lineas.

       550-RESUMEN-MESAS.
           PERFORM 700-ESCRIBIR-LINEA-BLANCO.
           MOVE "RESUMEN DE MESAS (A = ADHERENTE DE GRUPO FAMILIAR)"
               TO pad-linea.
           PERFORM 710-CONTROLAR-SALTO.
           WRITE pad-linea.
           ADD 1 TO w-lineas.
           PERFORM 560-ESCRIBIR-MESA
               VARYING w-mesa FROM 1 BY 1
               UNTIL w-mesa > w-cant-mesas.

       560-ESCRIBIR-MESA.
           MOVE w-mesa              TO l-mes-nro.
           MOVE w-mesa-desde(w-mesa) TO l-mes-desde.
           MOVE w-mesa-hasta(w-mesa) TO l-mes-hasta.
           MOVE w-mesa-cant(w-mesa)  TO l-mes-cant.
           PERFORM 710-CONTROLAR-SALTO.
           WRITE pad-linea FROM lin-mesa.
           ADD 1 TO w-lineas.

      ****************** A R M A D O  D E  P A G I N A *****************

       700-ESCRIBIR-LINEA-BLANCO.
           PERFORM 710-CONTROLAR-SALTO.
           MOVE SPACES TO pad-linea.
           WRITE pad-linea.
           ADD 1 TO w-lineas.

       710-CONTROLAR-SALTO.
           IF w-lineas >= w-lineas-por-pagina
               PERFORM 720-NUEVA-PAGINA
           END-IF.

       720-NUEVA-PAGINA.
           ADD 1 TO w-pagina.
           MOVE w-corte-dia  TO l-enc-dia.
           MOVE w-corte-mes  TO l-enc-mes.
           MOVE w-corte-anio TO l-enc-anio.
           MOVE w-mesa       TO l-enc-mesa.
           MOVE w-pagina     TO l-enc-pagina.
           WRITE pad-linea FROM lin-encabezado1.
           WRITE pad-linea FROM lin-encabezado2.
           MOVE SPACES TO pad-linea.
           WRITE pad-linea.
           MOVE 3 TO w-lineas.

      ************ T O T A L E S ***************************************

       800-TOTALES-EXCLUIDOS.
           MOVE SPACES TO exc-linea.
           WRITE exc-linea.
           MOVE "Total de socios excluidos:" TO l-ext-texto.
           MOVE w-cant-excluidos TO l-ext-cant.
           WRITE exc-linea FROM lin-exc-total.
           MOVE "  por estado:" TO l-ext-texto.
           MOVE w-excl-estado TO l-ext-cant.
           WRITE exc-linea FROM lin-exc-total.
           MOVE "  por categoria de adherente:" TO l-ext-texto.
           MOVE w-excl-categoria TO l-ext-cant.
           WRITE exc-linea FROM lin-exc-total.
           MOVE "  por antiguedad:" TO l-ext-texto.
           MOVE w-excl-antiguedad TO l-ext-cant.
           WRITE exc-linea FROM lin-exc-total.
           MOVE "  por deuda vencida:" TO l-ext-texto.
           MOVE w-excl-deuda TO l-ext-cant.
           WRITE exc-linea FROM lin-exc-total.
           MOVE SPACES TO exc-linea.
           WRITE exc-linea.
           MOVE w-dias-reclamo TO l-rec-dias.
           WRITE exc-linea FROM lin-exc-reclamo.

       900-MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "Socios leidos:         " w-cant-socios.
           DISPLAY "Electores habilitados: " w-cant-electores.
           DISPLAY "Mesas:                 " w-cant-mesas.
           DISPLAY "Socios excluidos:      " w-cant-excluidos.

       END PROGRAM YOUR-PROGRAM-NAME.
