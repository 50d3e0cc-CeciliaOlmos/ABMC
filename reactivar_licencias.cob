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
           SELECT LICENCIAS
               ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-licencias-status.
           SELECT SESIONLOG
               ASSIGN TO "..\sesion.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-sesionlog-status.
           SELECT REPORTE
               ASSIGN TO "..\licencias_vencidas.txt"
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
      * Licencia del socio (una por socio, la ultima cargada). Estado
      * "P" cargada y todavia no empezo, "V" en curso (el socio queda
      * en estado "L"), "F" terminada. lic-estado-socio guarda el
      * estado que tenia el socio, para devolverselo al terminar.
       FD  LICENCIAS.
       01  lic-reg.
           03 lic-cod           PIC 9(6).
           03 lic-desde.
               05 lic-desde-anio PIC 99.
               05 lic-desde-mes  PIC 99.
               05 lic-desde-dia  PIC 99.
           03 lic-hasta.
               05 lic-hasta-anio PIC 99.
               05 lic-hasta-mes  PIC 99.
               05 lic-hasta-dia  PIC 99.
           03 lic-motivo        PIC X(30).
           03 lic-estado        PIC X.
               88 LIC-PENDIENTE    VALUE "P".
               88 LIC-VIGENTE      VALUE "V".
               88 LIC-FINALIZADA   VALUE "F".
           03 lic-estado-socio  PIC X.
           03 lic-usuario       PIC X(8).
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

       77  ws-socios-status     PIC XX.
       77  ws-resultado-status  PIC XX.
       77  ws-movsocios-status  PIC XX.
       77  ws-licencias-status  PIC XX.
       77  ws-sesionlog-status  PIC XX.
       77  ws-reporte-status    PIC XX.
       77  w-archivo-ok         PIC X       VALUE "S".
       77  w-sin-licencias      PIC X       VALUE "N".
       77  w-fin-licencias      PIC X       VALUE "N".
       77  w-usuario            PIC X(8)    VALUE "BATCH".
       77  w-hora               PIC 9(8).
       77  w-operacion-mov      PIC X(5).
       77  w-saldo-anterior     PIC S9(6)V99.
       77  w-mov-sec-prox       PIC 9(6).
       77  w-fin-secuencia      PIC X.
       77  w-mov-grabado        PIC X.
       77  w-mov-intentos       PIC 9.
       77  w-socio-leido        PIC X.
       77  w-observacion        PIC X(40).
       77  w-cant-iniciadas     PIC 9(5)    VALUE 0.
       77  w-cant-reactivados   PIC 9(5)    VALUE 0.
       77  w-cant-sin-reactivar PIC 9(5)    VALUE 0.

      ******************************************************************
      ********************** LINEAS DEL REPORTE ************************
      ******************************************************************

       01  lin-encabezado.
           03 filler      PIC X(42)
               VALUE "LICENCIAS TERMINADAS SIN REACTIVACION  AL ".
           03 l-enc-dia   PIC 99.
           03 filler      PIC X      VALUE "/".
           03 l-enc-mes   PIC 99.
           03 filler      PIC XXX    VALUE "/20".
           03 l-enc-anio  PIC 99.
       01  lin-titulos.
           03 filler PIC X(30) VALUE "CODIGO  NOMBRE".
           03 filler PIC X(31) VALUE "DESDE     HASTA     OBSERVACION".
       01  lin-detalle.
           03 l-det-cod       PIC 9(6).
           03 filler          PIC XX     VALUE SPACES.
           03 l-det-nom       PIC X(20).
           03 filler          PIC XX     VALUE SPACES.
           03 l-det-desde-dia PIC 99.
           03 filler          PIC X      VALUE "/".
           03 l-det-desde-mes PIC 99.
           03 filler          PIC X      VALUE "/".
           03 l-det-desde-anio PIC 99.
           03 filler          PIC XX     VALUE SPACES.
           03 l-det-hasta-dia PIC 99.
           03 filler          PIC X      VALUE "/".
           03 l-det-hasta-mes PIC 99.
           03 filler          PIC X      VALUE "/".
           03 l-det-hasta-anio PIC 99.
           03 filler          PIC XX     VALUE SPACES.
           03 l-det-obs       PIC X(40).

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Proceso diario de licencias. Arranca las licencias cargadas
      * cuya fecha de inicio ya llego (el socio pasa a estado "L") y
      * termina las vencidas: el socio vuelve al estado que tenia
      * antes de la licencia. Cada cambio deja un movimiento en el
      * historial del socio y una linea en el log de sesion. La
      * licencia vencida cuyo socio no se pudo reactivar (dado de baja
      * o cambiado a mano mientras tanto, o inexistente) se cierra
      * igual y se lista en licencias_vencidas.txt para revisarla.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha FROM DATE.
           PERFORM 010-ABRIR-ARCHIVOS.
           IF w-archivo-ok = "S"
               PERFORM 050-ESCRIBIR-ENCABEZADO
               PERFORM 090-POSICIONAR-LICENCIAS
               PERFORM 100-PROCESAR-LICENCIAS
                   UNTIL w-fin-licencias = "S"
               PERFORM 900-MOSTRAR-RESUMEN
               PERFORM 990-GRABAR-RESULTADO
           END-IF.
      * Sin licencias cargadas no hay nada que hacer: la corrida
      * termina bien y en cero.
           IF w-sin-licencias = "S"
               PERFORM 990-GRABAR-RESULTADO
           END-IF.
           PERFORM 020-CERRAR-ARCHIVOS.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       010-ABRIR-ARCHIVOS.
           OPEN I-O LICENCIAS.
           IF ws-licencias-status = "35"
               DISPLAY "No hay licencias cargadas."
               MOVE "N" TO w-archivo-ok
               MOVE "S" TO w-sin-licencias
           ELSE
           IF ws-licencias-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo LICENCIAS. Status: "
                       ws-licencias-status
               MOVE "N" TO w-archivo-ok
           ELSE
               OPEN I-O SOCIOS
               IF ws-socios-status NOT = "00"
                   DISPLAY "No se pudo abrir el archivo SOCIOS. "
                           "Status: " ws-socios-status
                   MOVE "N" TO w-archivo-ok
                   CLOSE LICENCIAS
               ELSE
                   PERFORM 012-ABRIR-MOVSOCIOS
                   IF w-archivo-ok = "S"
                       PERFORM 014-ABRIR-SESIONLOG
                   END-IF
                   IF w-archivo-ok = "S"
                       PERFORM 016-ABRIR-REPORTE
                   END-IF
                   IF w-archivo-ok NOT = "S"
                       CLOSE LICENCIAS
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
               DISPLAY "No se pudo generar el reporte de licencias. "
                       "Status: " ws-reporte-status
               MOVE "N" TO w-archivo-ok
               CLOSE MOVSOCIOS
               CLOSE SESIONLOG
           END-IF.

       020-CERRAR-ARCHIVOS.
           IF w-archivo-ok = "S"
               CLOSE LICENCIAS
               CLOSE SOCIOS
               CLOSE MOVSOCIOS
               CLOSE SESIONLOG
               CLOSE REPORTE
           END-IF.

       050-ESCRIBIR-ENCABEZADO.
           MOVE dia  TO l-enc-dia.
           MOVE mes  TO l-enc-mes.
           MOVE anio TO l-enc-anio.
           WRITE rep-linea FROM lin-encabezado.
           WRITE rep-linea FROM lin-titulos.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.

       090-POSICIONAR-LICENCIAS.
           MOVE 0 TO lic-cod.
           START LICENCIAS KEY IS >= lic-cod
               INVALID KEY
                   MOVE "S" TO w-fin-licencias
           END-START.

      ****************** R U T I N A S D E L P R O C E S O *************

       100-PROCESAR-LICENCIAS.
           READ LICENCIAS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-licencias
               NOT AT END
                   EVALUATE TRUE
                       WHEN LIC-VIGENTE AND lic-hasta < fecha
                           PERFORM 200-TERMINAR-LICENCIA
                       WHEN LIC-PENDIENTE AND lic-hasta < fecha
                           MOVE "VENCIO SIN HABER COMENZADO"
                               TO w-observacion
                           PERFORM 250-CERRAR-SIN-REACTIVAR
                       WHEN LIC-PENDIENTE AND lic-desde <= fecha
                           PERFORM 300-INICIAR-LICENCIA
                   END-EVALUATE
           END-READ.

      ********* F I N  D E  L I C E N C I A ****************************

      * Solo se reactiva al socio que sigue en estado "L": si alguien
      * lo dio de baja o le cambio el estado mientras tanto, no se le
      * pisa y la licencia sale en el reporte.
       200-TERMINAR-LICENCIA.
           PERFORM 400-LEER-SOCIO.
           EVALUATE TRUE
               WHEN w-socio-leido = "N"
                   MOVE "SOCIO INEXISTENTE EN EL PADRON"
                       TO w-observacion
                   PERFORM 250-CERRAR-SIN-REACTIVAR
               WHEN NOT SOC-LICENCIA
                   MOVE SPACES TO w-observacion
                   STRING "EL SOCIO YA ESTABA EN ESTADO " soc-estado
                          DELIMITED BY SIZE INTO w-observacion
                   PERFORM 250-CERRAR-SIN-REACTIVAR
               WHEN OTHER
                   PERFORM 220-REACTIVAR-SOCIO
           END-EVALUATE.

       220-REACTIVAR-SOCIO.
           MOVE soc-saldo TO w-saldo-anterior.
           MOVE lic-estado-socio TO soc-estado.
           REWRITE soc-reg
               INVALID KEY
                   MOVE "L" TO soc-estado
                   MOVE "ERROR DE GRABACION DEL SOCIO"
                       TO w-observacion
                   PERFORM 260-REPORTAR-LICENCIA
               NOT INVALID KEY
                   MOVE "REAC" TO w-operacion-mov
                   PERFORM 500-GRABAR-MOVIMIENTO
                   PERFORM 550-GRABAR-SESION
                   MOVE "F" TO lic-estado
                   PERFORM 450-GRABAR-LICENCIA
                   ADD 1 TO w-cant-reactivados
           END-REWRITE.

       250-CERRAR-SIN-REACTIVAR.
           MOVE "F" TO lic-estado.
           PERFORM 450-GRABAR-LICENCIA.
           PERFORM 260-REPORTAR-LICENCIA.

       260-REPORTAR-LICENCIA.
           ADD 1 TO w-cant-sin-reactivar.
           MOVE lic-cod        TO l-det-cod.
           IF w-socio-leido = "S"
               MOVE soc-nom    TO l-det-nom
           ELSE
               MOVE SPACES     TO l-det-nom
           END-IF.
           MOVE lic-desde-dia  TO l-det-desde-dia.
           MOVE lic-desde-mes  TO l-det-desde-mes.
           MOVE lic-desde-anio TO l-det-desde-anio.
           MOVE lic-hasta-dia  TO l-det-hasta-dia.
           MOVE lic-hasta-mes  TO l-det-hasta-mes.
           MOVE lic-hasta-anio TO l-det-hasta-anio.
           MOVE w-observacion  TO l-det-obs.
           WRITE rep-linea FROM lin-detalle.

      ********* I N I C I O  D E  L I C E N C I A **********************

      * El estado previo se toma al arrancar la licencia y no al
      * cargarla, por si el socio cambio de estado en el medio.
       300-INICIAR-LICENCIA.
           PERFORM 400-LEER-SOCIO.
           EVALUATE TRUE
               WHEN w-socio-leido = "N"
                   MOVE "SOCIO INEXISTENTE, NO SE INICIO"
                       TO w-observacion
                   PERFORM 250-CERRAR-SIN-REACTIVAR
               WHEN SOC-INACTIVO
                   MOVE "SOCIO DADO DE BAJA, NO SE INICIO"
                       TO w-observacion
                   PERFORM 250-CERRAR-SIN-REACTIVAR
               WHEN SOC-LICENCIA
                   MOVE "V" TO lic-estado
                   PERFORM 450-GRABAR-LICENCIA
               WHEN OTHER
                   PERFORM 320-PASAR-A-LICENCIA
           END-EVALUATE.

       320-PASAR-A-LICENCIA.
           MOVE soc-saldo  TO w-saldo-anterior.
           MOVE soc-estado TO lic-estado-socio.
           MOVE "L" TO soc-estado.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "ERROR EN LA GRABACION DEL SOCIO " soc-cod
               NOT INVALID KEY
                   MOVE "LICE" TO w-operacion-mov
                   PERFORM 500-GRABAR-MOVIMIENTO
                   PERFORM 550-GRABAR-SESION
                   MOVE "V" TO lic-estado
                   PERFORM 450-GRABAR-LICENCIA
                   ADD 1 TO w-cant-iniciadas
           END-REWRITE.

      ****************** A C C E S O  A  A R C H I V O S ***************

       400-LEER-SOCIO.
           MOVE "N" TO w-socio-leido.
           MOVE lic-cod TO soc-cod.
           READ SOCIOS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-socio-leido
           END-READ.

       450-GRABAR-LICENCIA.
           REWRITE lic-reg
               INVALID KEY
                   DISPLAY "ERROR GRABANDO LA LICENCIA DEL SOCIO "
                           lic-cod
           END-REWRITE.

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
           DISPLAY "PROCESO DE LICENCIAS".
           DISPLAY "Licencias iniciadas:            " w-cant-iniciadas.
           DISPLAY "Socios reactivados:             "
                   w-cant-reactivados.
           DISPLAY "Terminadas sin reactivacion:    "
                   w-cant-sin-reactivar.
           DISPLAY "Detalle en ..\licencias_vencidas.txt".

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
               MOVE "reactivar_licencias" TO res-programa
               MOVE anio TO res-anio
               MOVE mes  TO res-mes
               COMPUTE res-procesados =
                   w-cant-iniciadas + w-cant-reactivados
               MOVE 0 TO res-omitidos
               MOVE w-cant-sin-reactivar TO res-errores
               MOVE 0 TO res-importe
               WRITE res-reg
               CLOSE RESULTADO
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
