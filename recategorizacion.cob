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
           SELECT MOVSOCIOS
               ASSIGN TO "..\movsocios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS mov-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-movsocios-status.
           SELECT REGLAS
               ASSIGN TO "..\reglascat.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rcat-nro
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-reglas-status.
           SELECT SESIONLOG
               ASSIGN TO "..\sesion.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-sesionlog-status.
           SELECT REPORTE
               ASSIGN TO "..\recategorizacion.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-reporte-status.
           SELECT RESULTADO
               ASSIGN TO "..\resultado_paso.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-resultado-status.

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
      * Reglas de recategorizacion, aplicadas en orden de numero.
      * Antiguedad: con rcat-anios cumplidos desde el alta el socio
      * pasa a vitalicio (estado "H"); cat-desde 00 = cualquier
      * categoria, cat-hasta 00 = conserva la suya. Edad: al cumplir
      * rcat-anios el socio de cat-desde pasa a cat-hasta.
       FD  REGLAS.
       01  rcat-reg.
           03 rcat-nro          PIC 99.
           03 rcat-tipo         PIC X.
               88 RCAT-ANTIGUEDAD  VALUE "A".
               88 RCAT-EDAD        VALUE "E".
           03 rcat-cat-desde    PIC 99.
           03 rcat-anios        PIC 99.
           03 rcat-cat-hasta    PIC 99.
           03 rcat-descripcion  PIC X(30).
       FD  SESIONLOG.
       01  log-reg.
           03 log-cod           PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 log-operacion     PIC X(4).
           03 filler            PIC X      VALUE SPACE.
           03 log-usuario       PIC X(8).
           03 filler            PIC X      VALUE SPACE.
           03 log-fecha         PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 log-hora          PIC 9(6).
       FD  REPORTE.
       01  rep-linea            PIC X(100).
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
           03 anio              PIC 99.
           03 mes               PIC 99.
           03 dia               PIC 99.
       01  w-fecha8.
           03 w-hoy-anio        PIC 9(4).
           03 w-hoy-mes         PIC 99.
           03 w-hoy-dia         PIC 99.

       77  ws-socios-status     PIC XX.
       77  ws-movsocios-status  PIC XX.
       77  ws-reglas-status     PIC XX.
       77  ws-sesionlog-status  PIC XX.
       77  ws-reporte-status    PIC XX.
       77  ws-resultado-status  PIC XX.
       77  w-archivo-ok         PIC X       VALUE "S".
       77  w-sin-reglas         PIC X       VALUE "N".
       77  w-fin-reglas         PIC X       VALUE "N".
       77  w-fin-padron         PIC X       VALUE "N".
       77  w-usuario            PIC X(8)    VALUE "BATCH".
       77  w-hora               PIC 9(8).
       77  w-operacion-mov      PIC X(5)    VALUE "RCAT".
       77  w-saldo-anterior     PIC S9(6)V99.
       77  w-mov-sec-prox       PIC 9(6).
       77  w-fin-secuencia      PIC X.
       77  w-mov-grabado        PIC X.
       77  w-mov-intentos       PIC 9.
       77  w-nro-regla          PIC 999.
       77  w-cant-reglas        PIC 99      VALUE 0.
       77  w-aplica             PIC X.
       77  w-anios              PIC S9(4).
       77  w-sin-nacimiento     PIC X.
       77  w-estado-anterior    PIC X.
       77  w-categoria-anterior PIC 99.
       77  w-cant-socios        PIC 9(6)    VALUE 0.
       77  w-cant-cambios       PIC 9(6)    VALUE 0.
       77  w-cant-vitalicios    PIC 9(6)    VALUE 0.
       77  w-cant-por-edad      PIC 9(6)    VALUE 0.
       77  w-cant-sin-nac       PIC 9(6)    VALUE 0.
       77  w-cant-errores       PIC 9(6)    VALUE 0.

       01  w-tabla-reglas.
           03 w-regla OCCURS 99 TIMES.
               05 w-reg-nro         PIC 99.
               05 w-reg-tipo        PIC X.
               05 w-reg-cat-desde   PIC 99.
               05 w-reg-anios       PIC 99.
               05 w-reg-cat-hasta   PIC 99.
               05 w-reg-descripcion PIC X(30).

      ******************************************************************
      ********************** LINEAS DEL REPORTE ************************
      ******************************************************************

       01  lin-encabezado.
           03 filler      PIC X(35)
               VALUE "RECATEGORIZACION DE SOCIOS AL ".
           03 l-enc-dia   PIC 99.
           03 filler      PIC X      VALUE "/".
           03 l-enc-mes   PIC 99.
           03 filler      PIC XXX    VALUE "/20".
           03 l-enc-anio  PIC 99.
       01  lin-titulos.
           03 filler PIC X(35)
               VALUE "CODIGO  NOMBRE                REGLA".
           03 filler PIC X(37)
               VALUE "  TIPO  CATEGORIA ESTADO  DESCRIPCION".
       01  lin-detalle.
           03 l-det-cod       PIC 9(6).
           03 filler          PIC XX     VALUE SPACES.
           03 l-det-nom       PIC X(20).
           03 filler          PIC XX     VALUE SPACES.
           03 l-det-regla     PIC 99.
           03 filler          PIC X(5)   VALUE SPACES.
           03 l-det-tipo      PIC X(4).
           03 filler          PIC XX     VALUE SPACES.
           03 l-det-cat-ant   PIC 99.
           03 filler          PIC X(4)   VALUE " -> ".
           03 l-det-cat-nue   PIC 99.
           03 filler          PIC XX     VALUE SPACES.
           03 l-det-est-ant   PIC X.
           03 filler          PIC X(4)   VALUE " -> ".
           03 l-det-est-nue   PIC X.
           03 filler          PIC XX     VALUE SPACES.
           03 l-det-desc      PIC X(30).
       01  lin-sin-nacimiento.
           03 l-sin-cod       PIC 9(6).
           03 filler          PIC XX     VALUE SPACES.
           03 l-sin-nom       PIC X(20).
           03 filler          PIC XX     VALUE SPACES.
           03 filler          PIC X(38)
               VALUE "SIN FECHA DE NACIMIENTO: NO SE EVALUA".
           03 filler          PIC X(11)  VALUE " CATEGORIA ".
           03 l-sin-cat       PIC 99.

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Recategorizacion mensual automatica. Aplica a cada socio las
      * reglas de reglascat.dat (abm_recategorizacion) en orden de
      * numero: por antiguedad desde el alta el socio activo pasa a
      * vitalicio (estado "H"); por edad el socio de una categoria
      * pasa a otra al cumplir la edad indicada. Cada cambio deja un
      * movimiento "RCAT" en movsocios, una linea en sesion.log y una
      * linea en recategorizacion.txt con la regla aplicada. Los
      * socios de una categoria con regla de edad que no tienen
      * fecha de nacimiento se listan aparte. Corre antes de la cuota
      * mensual para que la tarifa nueva se cobre ese mismo mes; una
      * regla ya aplicada no vuelve a aplicar, asi que repetir la
      * corrida no cambia nada.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha FROM DATE.
           ACCEPT w-fecha8 FROM DATE YYYYMMDD.
           PERFORM 010-ABRIR-ARCHIVOS.
           IF w-archivo-ok = "S"
               PERFORM 030-CARGAR-REGLAS
               PERFORM 050-ESCRIBIR-ENCABEZADO
               PERFORM 090-POSICIONAR-SOCIOS
               PERFORM 100-PROCESAR-SOCIOS UNTIL w-fin-padron = "S"
               PERFORM 900-MOSTRAR-RESUMEN
               PERFORM 990-GRABAR-RESULTADO
           END-IF.
      * Sin reglas cargadas no hay nada que hacer: la corrida termina
      * bien y en cero.
           IF w-sin-reglas = "S"
               PERFORM 990-GRABAR-RESULTADO
           END-IF.
           PERFORM 020-CERRAR-ARCHIVOS.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       010-ABRIR-ARCHIVOS.
           OPEN INPUT REGLAS.
           IF ws-reglas-status = "35"
               DISPLAY "No hay reglas de recategorizacion cargadas."
               MOVE "N" TO w-archivo-ok
               MOVE "S" TO w-sin-reglas
           ELSE
           IF ws-reglas-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo REGLAS. Status: "
                       ws-reglas-status
               MOVE "N" TO w-archivo-ok
           ELSE
               OPEN I-O SOCIOS
               IF ws-socios-status NOT = "00"
                   DISPLAY "No se pudo abrir el archivo SOCIOS. "
                           "Status: " ws-socios-status
                   MOVE "N" TO w-archivo-ok
                   CLOSE REGLAS
               ELSE
                   PERFORM 012-ABRIR-MOVSOCIOS
                   IF w-archivo-ok = "S"
                       PERFORM 014-ABRIR-SESIONLOG
                   END-IF
                   IF w-archivo-ok = "S"
                       PERFORM 016-ABRIR-REPORTE
                   END-IF
                   IF w-archivo-ok NOT = "S"
                       CLOSE REGLAS
                       CLOSE SOCIOS
                   END-IF
               END-IF
           END-IF
           END-IF.

       012-ABRIR-MOVSOCIOS.
           OPEN I-O MOVSOCIOS.
           IF ws-movsocios-status = "35"
               OPEN OUTPUT MOVSOCIOS
               CLOSE MOVSOCIOS
               OPEN I-O MOVSOCIOS
           END-IF.
           IF ws-movsocios-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo MOVSOCIOS. Status: "
                       ws-movsocios-status
               MOVE "N" TO w-archivo-ok
           END-IF.

       014-ABRIR-SESIONLOG.
           OPEN EXTEND SESIONLOG.
           IF ws-sesionlog-status = "35"
               OPEN OUTPUT SESIONLOG
               CLOSE SESIONLOG
               OPEN EXTEND SESIONLOG
           END-IF.
           IF ws-sesionlog-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo SESIONLOG. Status: "
                       ws-sesionlog-status
               MOVE "N" TO w-archivo-ok
               CLOSE MOVSOCIOS
           END-IF.

       016-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE.
           IF ws-reporte-status NOT = "00"
               DISPLAY "No se pudo generar el listado de "
                       "recategorizacion. Status: " ws-reporte-status
               MOVE "N" TO w-archivo-ok
               CLOSE MOVSOCIOS
               CLOSE SESIONLOG
           END-IF.

       020-CERRAR-ARCHIVOS.
           IF w-archivo-ok = "S"
               CLOSE REGLAS
               CLOSE SOCIOS
               CLOSE MOVSOCIOS
               CLOSE SESIONLOG
               CLOSE REPORTE
           END-IF.

       030-CARGAR-REGLAS.
           MOVE 0 TO rcat-nro.
           START REGLAS KEY IS >= rcat-nro
               INVALID KEY
                   MOVE "S" TO w-fin-reglas
           END-START.
           PERFORM 035-LEER-REGLA UNTIL w-fin-reglas = "S".

       035-LEER-REGLA.
           READ REGLAS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-reglas
               NOT AT END
                   ADD 1 TO w-cant-reglas
                   MOVE rcat-nro         TO w-reg-nro(w-cant-reglas)
                   MOVE rcat-tipo        TO w-reg-tipo(w-cant-reglas)
                   MOVE rcat-cat-desde
                       TO w-reg-cat-desde(w-cant-reglas)
                   MOVE rcat-anios       TO w-reg-anios(w-cant-reglas)
                   MOVE rcat-cat-hasta
                       TO w-reg-cat-hasta(w-cant-reglas)
                   MOVE rcat-descripcion
                       TO w-reg-descripcion(w-cant-reglas)
           END-READ.

       050-ESCRIBIR-ENCABEZADO.
           MOVE dia  TO l-enc-dia.
           MOVE mes  TO l-enc-mes.
           MOVE anio TO l-enc-anio.
           WRITE rep-linea FROM lin-encabezado.
           WRITE rep-linea FROM lin-titulos.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.

       090-POSICIONAR-SOCIOS.
           MOVE 0 TO soc-cod.
           START SOCIOS KEY IS >= soc-cod
               INVALID KEY
                   MOVE "S" TO w-fin-padron
           END-START.

      ****************** R U T I N A S D E L P R O C E S O *************

      * Las reglas se aplican en orden sobre el socio ya cambiado por
      * las anteriores, asi un socio puede pasar por mas de una en la
      * misma corrida (cada una deja su movimiento).
       100-PROCESAR-SOCIOS.
           READ SOCIOS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-padron
               NOT AT END
                   IF NOT SOC-INACTIVO
                       ADD 1 TO w-cant-socios
                       MOVE "N" TO w-sin-nacimiento
                       PERFORM 110-EVALUAR-REGLA
                           VARYING w-nro-regla FROM 1 BY 1
                           UNTIL w-nro-regla > w-cant-reglas
                       IF w-sin-nacimiento = "S"
                           PERFORM 300-INFORMAR-SIN-NACIMIENTO
                       END-IF
                   END-IF
           END-READ.

       110-EVALUAR-REGLA.
           MOVE "N" TO w-aplica.
           IF w-reg-tipo(w-nro-regla) = "A"
               PERFORM 120-REGLA-ANTIGUEDAD
           ELSE
               PERFORM 130-REGLA-EDAD
           END-IF.
           IF w-aplica = "S"
               PERFORM 200-APLICAR-REGLA
           END-IF.

      * Solo el socio activo pasa a vitalicio: el que esta de licencia
      * lo hace cuando vuelve.
       120-REGLA-ANTIGUEDAD.
           IF SOC-ACTIVO AND
              (w-reg-cat-desde(w-nro-regla) = 0 OR
               w-reg-cat-desde(w-nro-regla) = soc-categoria) AND
              soc-fecha-alta <= fecha
               COMPUTE w-anios = anio - soc-alta-anio
               IF mes < soc-alta-mes OR
                  (mes = soc-alta-mes AND dia < soc-alta-dia)
                   SUBTRACT 1 FROM w-anios
               END-IF
               IF w-anios >= w-reg-anios(w-nro-regla)
                   MOVE "S" TO w-aplica
               END-IF
           END-IF.

       130-REGLA-EDAD.
           IF w-reg-cat-desde(w-nro-regla) = soc-categoria
               IF soc-nac-anio = 0
                   MOVE "S" TO w-sin-nacimiento
               ELSE
                   COMPUTE w-anios = w-hoy-anio - soc-nac-anio
                   IF w-hoy-mes < soc-nac-mes OR
                      (w-hoy-mes = soc-nac-mes AND
                       w-hoy-dia < soc-nac-dia)
                       SUBTRACT 1 FROM w-anios
                   END-IF
                   IF w-anios >= w-reg-anios(w-nro-regla)
                       MOVE "S" TO w-aplica
                   END-IF
               END-IF
           END-IF.

       200-APLICAR-REGLA.
           MOVE soc-saldo     TO w-saldo-anterior.
           MOVE soc-estado    TO w-estado-anterior.
           MOVE soc-categoria TO w-categoria-anterior.
           IF w-reg-tipo(w-nro-regla) = "A"
               MOVE "H" TO soc-estado
           END-IF.
           IF w-reg-cat-hasta(w-nro-regla) > 0
               MOVE w-reg-cat-hasta(w-nro-regla) TO soc-categoria
           END-IF.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "ERROR EN LA GRABACION DEL SOCIO " soc-cod
                   MOVE w-estado-anterior    TO soc-estado
                   MOVE w-categoria-anterior TO soc-categoria
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   PERFORM 500-GRABAR-MOVIMIENTO
                   PERFORM 550-GRABAR-SESION
                   PERFORM 250-LISTAR-CAMBIO
                   ADD 1 TO w-cant-cambios
                   IF w-reg-tipo(w-nro-regla) = "A"
                       ADD 1 TO w-cant-vitalicios
                   ELSE
                       ADD 1 TO w-cant-por-edad
                   END-IF
           END-REWRITE.

       250-LISTAR-CAMBIO.
           MOVE soc-cod                  TO l-det-cod.
           MOVE soc-nom                  TO l-det-nom.
           MOVE w-reg-nro(w-nro-regla)   TO l-det-regla.
           IF w-reg-tipo(w-nro-regla) = "A"
               MOVE "ANTI" TO l-det-tipo
           ELSE
               MOVE "EDAD" TO l-det-tipo
           END-IF.
           MOVE w-categoria-anterior     TO l-det-cat-ant.
           MOVE soc-categoria            TO l-det-cat-nue.
           MOVE w-estado-anterior        TO l-det-est-ant.
           MOVE soc-estado               TO l-det-est-nue.
           MOVE w-reg-descripcion(w-nro-regla) TO l-det-desc.
           WRITE rep-linea FROM lin-detalle.

       300-INFORMAR-SIN-NACIMIENTO.
           ADD 1 TO w-cant-sin-nac.
           MOVE soc-cod       TO l-sin-cod.
           MOVE soc-nom       TO l-sin-nom.
           MOVE soc-categoria TO l-sin-cat.
           WRITE rep-linea FROM lin-sin-nacimiento.

      ****************** A C C E S O  A  A R C H I V O S ***************

      * El historial es indexado por socio + secuencia: antes de
      * grabar se busca la ultima secuencia usada por el socio y se
      * escribe con la siguiente. Si otra terminal gano esa secuencia
      * entre medio, se reintenta con la que sigue.
       500-GRABAR-MOVIMIENTO.
           PERFORM 510-PROXIMA-SECUENCIA.
           MOVE soc-cod          TO mov-cod.
           MOVE anio             TO mov-anio.
           MOVE mes              TO mov-mes.
           MOVE dia              TO mov-dia.
           MOVE w-saldo-anterior TO mov-saldo-ant.
           MOVE soc-saldo        TO mov-saldo-nuevo.
           MOVE w-operacion-mov  TO mov-operacion.
           MOVE "N" TO w-mov-grabado.
           MOVE 0 TO w-mov-intentos.
           PERFORM 530-ESCRIBIR-MOVIMIENTO
               UNTIL w-mov-grabado = "S".

       510-PROXIMA-SECUENCIA.
           MOVE 0 TO w-mov-sec-prox.
           MOVE "N" TO w-fin-secuencia.
           MOVE soc-cod TO mov-cod.
           MOVE 0 TO mov-sec.
           START MOVSOCIOS KEY IS >= mov-clave
               INVALID KEY
                   MOVE "S" TO w-fin-secuencia
           END-START.
           PERFORM 520-LEER-SECUENCIA UNTIL w-fin-secuencia = "S".

       520-LEER-SECUENCIA.
           READ MOVSOCIOS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-secuencia
               NOT AT END
                   IF mov-cod = soc-cod
                       MOVE mov-sec TO w-mov-sec-prox
                   ELSE
                       MOVE "S" TO w-fin-secuencia
                   END-IF
           END-READ.

       530-ESCRIBIR-MOVIMIENTO.
           ADD 1 TO w-mov-sec-prox.
           MOVE w-mov-sec-prox TO mov-sec.
           WRITE mov-reg
               INVALID KEY
                   ADD 1 TO w-mov-intentos
                   IF w-mov-intentos >= 5
                       DISPLAY "ERROR GRABANDO EL MOVIMIENTO DEL "
                               "SOCIO " soc-cod
                       MOVE "S" TO w-mov-grabado
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO w-mov-grabado
           END-WRITE.

       550-GRABAR-SESION.
           MOVE SPACES           TO log-reg.
           MOVE soc-cod          TO log-cod.
           MOVE w-operacion-mov  TO log-operacion.
           MOVE w-usuario        TO log-usuario.
           MOVE fecha            TO log-fecha.
           ACCEPT w-hora FROM TIME.
           MOVE w-hora(1:6)      TO log-hora.
           WRITE log-reg.

       900-MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "RECATEGORIZACION DE SOCIOS".
           DISPLAY "Reglas cargadas:                " w-cant-reglas.
           DISPLAY "Socios evaluados:               " w-cant-socios.
           DISPLAY "Pasados a vitalicio:            " w-cant-vitalicios.
           DISPLAY "Cambios de categoria por edad:  " w-cant-por-edad.
           DISPLAY "Sin fecha de nacimiento:        " w-cant-sin-nac.
           DISPLAY "Errores de grabacion:           " w-cant-errores.
           DISPLAY "Listado en ..\recategorizacion.txt".

       990-GRABAR-RESULTADO.
           OPEN OUTPUT RESULTADO.
           IF ws-resultado-status NOT = "00"
               DISPLAY "No se pudo grabar el resultado de la corrida. "
                       "Status: " ws-resultado-status
           ELSE
               MOVE SPACES TO res-reg
               MOVE "recategorizacion" TO res-programa
               MOVE anio TO res-anio
               MOVE mes  TO res-mes
               MOVE w-cant-cambios TO res-procesados
               MOVE w-cant-sin-nac TO res-omitidos
               MOVE w-cant-errores TO res-errores
               MOVE 0 TO res-importe
               WRITE res-reg
               CLOSE RESULTADO
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
