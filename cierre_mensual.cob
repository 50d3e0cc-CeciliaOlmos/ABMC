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
           SELECT TARIFAS
               ASSIGN TO "..\tarifas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS tar-categoria
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-tarifas-status.
           SELECT USUARIOS
               ASSIGN TO "..\usuarios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS usu-id
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-usuarios-status.
           SELECT CTLCUOTA
               ASSIGN TO "..\ctlcuota.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-ctlcuota-status.
           SELECT CTLACTIV
               ASSIGN TO "..\ctlactiv.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-ctlactiv-status.
           SELECT CTLMORA
               ASSIGN TO "..\ctlmora.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-ctlmora-status.
           SELECT CIERRE
               ASSIGN TO "..\cierre.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-cierre-status.
           SELECT PARRESPALDO
               ASSIGN TO "..\parrespaldo.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-parrespaldo-status.
           SELECT RESULTADO
               ASSIGN TO "..\resultado_paso.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-resultado-status.
           SELECT SESIONLOG
               ASSIGN TO "..\sesion.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-sesionlog-status.
           SELECT REPORTE
               ASSIGN TO "..\cierre_mensual.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-reporte-status.

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
       FD  TARIFAS.
       01  tar-reg.
           03 tar-categoria    PIC 99.
           03 tar-descripcion  PIC X(20).
           03 tar-importe      PIC 9(6)V99.
           03 tar-importe-licencia PIC 9(6)V99.
       FD  USUARIOS.
       01  usu-reg.
           03 usu-id           PIC X(8).
           03 usu-clave        PIC X(8).
           03 usu-nombre       PIC X(20).
           03 usu-perfil       PIC X.
               88 PERFIL-CONSULTA   VALUE "C".
               88 PERFIL-OPERADOR   VALUE "O".
               88 PERFIL-SUPERVISOR VALUE "S".
       FD  CTLCUOTA.
       01  ctlq-reg.
           03 ctlq-periodo.
               05 ctlq-anio     PIC 99.
               05 ctlq-mes      PIC 99.
           03 filler            PIC X      VALUE SPACE.
           03 ctlq-ultimo-cod   PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 ctlq-estado       PIC X.
       FD  CTLACTIV.
       01  ctla-reg.
           03 ctla-periodo.
               05 ctla-anio     PIC 99.
               05 ctla-mes      PIC 99.
           03 filler            PIC X      VALUE SPACE.
           03 ctla-ultimo-cod   PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 ctla-estado       PIC X.
       FD  CTLMORA.
       01  ctlm-reg.
           03 ctlm-periodo.
               05 ctlm-anio     PIC 99.
               05 ctlm-mes      PIC 99.
           03 filler            PIC X      VALUE SPACE.
           03 ctlm-ultimo-cod   PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 ctlm-estado       PIC X.
      * Control de la cadena de cierre: un registro por paso, todos
      * del mismo periodo. Estado "P" pendiente, "E" en ejecucion (si
      * queda asi, la corrida se corto con el paso andando), "C"
      * cerrado, "F" fallado. El paso 1 son los controles previos y
      * su usuario es quien inicio el cierre del periodo.
       FD  CIERRE.
       01  cie-reg.
           03 cie-periodo.
               05 cie-anio      PIC 99.
               05 cie-mes       PIC 99.
           03 filler            PIC X      VALUE SPACE.
           03 cie-paso          PIC 99.
           03 filler            PIC X      VALUE SPACE.
           03 cie-programa      PIC X(20).
           03 filler            PIC X      VALUE SPACE.
           03 cie-estado        PIC X.
           03 filler            PIC X      VALUE SPACE.
           03 cie-fecha         PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 cie-hora          PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 cie-usuario       PIC X(8).
           03 filler            PIC X      VALUE SPACE.
           03 cie-procesados    PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 cie-omitidos      PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 cie-errores       PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 cie-importe       PIC S9(9)V99.
      * Parametros del respaldo: si prr-en-cierre es "S" el cierre
      * lanza un respaldo completo antes de correr los pasos.
       FD  PARRESPALDO.
       01  prr-reg.
           03 prr-conservar     PIC 99.
           03 filler            PIC X      VALUE SPACE.
           03 prr-en-cierre     PIC X.
      * Totales que deja cada programa de la cadena al terminar.
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
       01  rep-linea            PIC X(110).
       WORKING-STORAGE SECTION.

       01  fecha.
           03 anio              PIC 99.
           03 mes               PIC 99.
           03 dia               PIC 99.

       77  ws-socios-status     PIC XX.
       77  ws-tarifas-status    PIC XX.
       77  ws-usuarios-status   PIC XX.
       77  ws-ctlcuota-status   PIC XX.
       77  ws-ctlactiv-status   PIC XX.
       77  ws-ctlmora-status    PIC XX.
       77  ws-cierre-status     PIC XX.
       77  ws-resultado-status  PIC XX.
       77  ws-parrespaldo-status PIC XX.
       77  ws-sesionlog-status  PIC XX.
       77  ws-reporte-status    PIC XX.
       77  w-hora               PIC 9(8).
       77  w-usuario            PIC X(8).
       77  w-nombre-usuario     PIC X(20).
       77  w-clave-ingresada    PIC X(8).
       77  w-login-ok           PIC X       VALUE "N".
       77  w-intentos-login     PIC 9       VALUE 0.
       77  w-cadena-ok          PIC X       VALUE "S".
       77  w-fin-cadena         PIC X.
       77  w-anterior-incompleto PIC X      VALUE "N".
       77  w-prog-anterior      PIC X(20).
       77  w-nro-paso           PIC 99.
       77  w-cant-pasos         PIC 99      VALUE 8.
       77  w-nro-busca          PIC 99.
       77  w-paso-hallado       PIC 99.
       77  w-paso-fallado       PIC 99      VALUE 0.
       77  w-programa-lanzar    PIC X(20).
       77  w-comando            PIC X(80).
       77  w-argumento          PIC X(10)   VALUE SPACES.
       77  w-respaldo-previo    PIC X       VALUE "N".
       77  w-hay-pendientes     PIC X.
       77  w-resultado-ok       PIC X.
       77  w-ya-cerrado         PIC X.
       77  w-problemas          PIC 9(3)    VALUE 0.
       77  w-fin-padron         PIC X.
       77  w-cant-controlados   PIC 9(6)    VALUE 0.
       77  w-hay-ctl            PIC X.
       77  w-ctl-estado         PIC X.
       77  w-nombre-ctl         PIC X(12).
       77  w-total-facturado    PIC S9(9)V99 VALUE 0.
       77  w-cant-obs           PIC 99      VALUE 0.
       77  w-nro-obs            PIC 99.
       77  w-observacion        PIC X(110).
       01  w-periodo-actual.
           03 w-per-anio        PIC 99.
           03 w-per-mes         PIC 99.
       01  w-periodo-anterior.
           03 w-ant-anio        PIC 99.
           03 w-ant-mes         PIC 99.
       01  w-ctl-periodo.
           03 w-ctl-anio        PIC 99.
           03 w-ctl-mes         PIC 99.
       01  w-periodo-leido.
           03 w-leido-anio      PIC 99.
           03 w-leido-mes       PIC 99.

      ******************************************************************
      ***************** PASOS DE LA CADENA DE CIERRE *******************
      ******************************************************************

      * Programa de cada paso, en el orden en que se corren, el
      * archivo de control propio que tiene ("Q" ctlcuota, "A"
      * ctlactiv, "M" ctlmora) y si su importe es facturacion al socio
      * ("S"). El paso 1 no es un programa: son los controles previos.
       01  w-nombres-pasos.
           03 filler PIC X(22) VALUE "controles_previos     ".
           03 filler PIC X(22) VALUE "reactivar_licencias   ".
           03 filler PIC X(22) VALUE "recategorizacion      ".
           03 filler PIC X(22) VALUE "cuota_mensual       QS".
           03 filler PIC X(22) VALUE "cargos_actividades  AS".
           03 filler PIC X(22) VALUE "recargo_mora        MS".
           03 filler PIC X(22) VALUE "intimaciones          ".
           03 filler PIC X(22) VALUE "presentar_debitos     ".
       01  w-tabla-nombres REDEFINES w-nombres-pasos.
           03 w-nombre-paso OCCURS 8 TIMES.
               05 w-prog-nombre    PIC X(20).
               05 w-prog-ctl       PIC X.
               05 w-prog-factura   PIC X.

       01  w-tabla-pasos.
           03 w-paso OCCURS 8 TIMES.
               05 w-paso-estado     PIC X.
               05 w-paso-fecha      PIC 9(6).
               05 w-paso-hora       PIC 9(6).
               05 w-paso-usuario    PIC X(8).
               05 w-paso-procesados PIC 9(6).
               05 w-paso-omitidos   PIC 9(6).
               05 w-paso-errores    PIC 9(6).
               05 w-paso-importe    PIC S9(9)V99.

      * Categorias en uso sin tarifa, para informarlas una sola vez
      * (indice: categoria + 1).
       01  w-tabla-sin-tarifa.
           03 w-cat-informada OCCURS 100 TIMES PIC X.

       01  w-tabla-observaciones.
           03 w-obs-linea OCCURS 30 TIMES PIC X(110).

      ******************************************************************
      ********************** LINEAS DEL REPORTE ************************
      ******************************************************************

       01  lin-titulo.
           03 filler      PIC X(27)
               VALUE "CIERRE MENSUAL DEL PERIODO ".
           03 l-tit-mes   PIC 99.
           03 filler      PIC XXX    VALUE "/20".
           03 l-tit-anio  PIC 99.
           03 filler      PIC X(16)  VALUE " - CORRIDA DEL ".
           03 l-tit-dia   PIC 99.
           03 filler      PIC X      VALUE "/".
           03 l-tit-mes-c PIC 99.
           03 filler      PIC XXX    VALUE "/20".
           03 l-tit-anio-c PIC 99.
           03 filler      PIC X      VALUE SPACE.
           03 l-tit-hh    PIC 99.
           03 filler      PIC X      VALUE ":".
           03 l-tit-mm    PIC 99.
       01  lin-usuarios.
           03 filler      PIC X(14)  VALUE "INICIADO POR: ".
           03 l-usu-inicio PIC X(8).
           03 filler      PIC X(21)  VALUE "   ESTA CORRIDA POR: ".
           03 l-usu-corrida PIC X(8).
           03 filler      PIC X      VALUE SPACE.
           03 l-usu-nombre PIC X(20).
       01  lin-titulos.
           03 filler PIC X(35) VALUE
               "PASO PROGRAMA             ESTADO   ".
           03 filler PIC X(35) VALUE
               " FECHA    HORA  USUARIO  PROCES   O".
           03 filler PIC X(27) VALUE
               "MITID  ERRORES      IMPORTE".
       01  lin-paso.
           03 l-paso-nro      PIC Z9.
           03 filler          PIC XXX    VALUE SPACES.
           03 l-paso-prog     PIC X(20).
           03 filler          PIC X      VALUE SPACE.
           03 l-paso-estado   PIC X(9).
           03 filler          PIC X      VALUE SPACE.
           03 l-paso-dia      PIC 99.
           03 filler          PIC X      VALUE "/".
           03 l-paso-mes      PIC 99.
           03 filler          PIC X      VALUE "/".
           03 l-paso-anio     PIC 99.
           03 filler          PIC X      VALUE SPACE.
           03 l-paso-hh       PIC 99.
           03 filler          PIC X      VALUE ":".
           03 l-paso-mm       PIC 99.
           03 filler          PIC X      VALUE SPACE.
           03 l-paso-usuario  PIC X(8).
           03 filler          PIC X      VALUE SPACE.
           03 l-paso-proc     PIC ZZZZZ9.
           03 filler          PIC XXX    VALUE SPACES.
           03 l-paso-omit     PIC ZZZZZ9.
           03 filler          PIC XX     VALUE SPACES.
           03 l-paso-err      PIC ZZZZZ9.
           03 filler          PIC X      VALUE SPACE.
           03 l-paso-importe  PIC -(9)9,99.
       01  lin-total.
           03 filler          PIC X(30)
               VALUE "TOTAL FACTURADO EN EL CIERRE: ".
           03 l-tot-importe   PIC -(9)9,99.

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Cierre mensual encadenado: corre, en orden, los procesos del
      * mes como programas aparte (los mismos que se corren a mano) y
      * anota el estado de cada paso en cierre.dat. Antes del primer
      * paso del periodo verifica que la conciliacion no tenga
      * diferencias, que toda categoria en uso tenga tarifa y que el
      * periodo anterior haya quedado cerrado en los controles de
      * cuota, actividades y mora. Si un paso falla o se corta, la
      * proxima corrida retoma desde ese paso sin repetir los ya
      * cerrados. Si asi esta indicado en parrespaldo.dat, antes de
      * correr los pasos genera un respaldo completo de los archivos.
      * Al final deja el log consolidado del cierre en
      * cierre_mensual.txt.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha FROM DATE.
           MOVE anio TO w-per-anio.
           MOVE mes  TO w-per-mes.
           PERFORM 005-CALCULAR-PERIODO-ANTERIOR.
           PERFORM 010-LOGIN.
           IF w-login-ok = "S"
               DISPLAY "CIERRE MENSUAL DEL PERIODO " w-per-mes "/"
                       w-per-anio
               PERFORM 030-LEER-CADENA
               IF w-cadena-ok = "S"
                   PERFORM 040-CONTROLES-PREVIOS
               END-IF
               IF w-cadena-ok = "S"
                   PERFORM 070-RESPALDO-PREVIO
               END-IF
               IF w-cadena-ok = "S"
                   PERFORM 100-EJECUTAR-PASO
                       VARYING w-nro-paso FROM 2 BY 1
                       UNTIL w-nro-paso > w-cant-pasos
                          OR w-cadena-ok = "N"
               END-IF
               PERFORM 800-ESCRIBIR-LOG
               PERFORM 850-GRABAR-SESION
               PERFORM 900-MOSTRAR-RESUMEN
           END-IF.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       005-CALCULAR-PERIODO-ANTERIOR.
           IF w-per-mes = 1
               MOVE 12 TO w-ant-mes
               IF w-per-anio = 0
                   MOVE 99 TO w-ant-anio
               ELSE
                   COMPUTE w-ant-anio = w-per-anio - 1
               END-IF
           ELSE
               MOVE w-per-anio TO w-ant-anio
               COMPUTE w-ant-mes = w-per-mes - 1
           END-IF.

      * El cierre factura a todo el padron: lo lanza un operador o un
      * supervisor identificado, que queda en el log del cierre.
       010-LOGIN.
           OPEN INPUT USUARIOS.
           EVALUATE ws-usuarios-status
               WHEN "00"
                   PERFORM 012-PEDIR-CREDENCIALES
                       UNTIL w-login-ok = "S"
                          OR w-intentos-login >= 3
                   CLOSE USUARIOS
               WHEN "35"
                   DISPLAY "No hay usuarios cargados. Cargue los "
                           "usuarios con su mantenimiento antes de "
                           "usar el sistema."
               WHEN OTHER
                   DISPLAY "No se pudo abrir el archivo USUARIOS. "
                           "Status: " ws-usuarios-status
           END-EVALUATE.
           IF w-login-ok NOT = "S" AND w-intentos-login >= 3
               DISPLAY "DEMASIADOS INTENTOS FALLIDOS"
           END-IF.

       012-PEDIR-CREDENCIALES.
           ADD 1 TO w-intentos-login.
           DISPLAY "Usuario: ".
           ACCEPT usu-id.
           DISPLAY "Clave: ".
           ACCEPT w-clave-ingresada.
           READ USUARIOS INVALID KEY
                   DISPLAY "USUARIO O CLAVE INCORRECTOS"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN usu-clave NOT = w-clave-ingresada
                           DISPLAY "USUARIO O CLAVE INCORRECTOS"
                       WHEN PERFIL-CONSULTA
                           DISPLAY "EL USUARIO NO PUEDE LANZAR EL "
                                   "CIERRE MENSUAL"
                       WHEN OTHER
                           MOVE "S" TO w-login-ok
                           MOVE usu-id     TO w-usuario
                           MOVE usu-nombre TO w-nombre-usuario
                           DISPLAY "Bienvenido " usu-nombre
                   END-EVALUATE
           END-READ.

       020-AGREGAR-OBSERVACION.
           DISPLAY w-observacion.
           IF w-cant-obs < 30
               ADD 1 TO w-cant-obs
               MOVE w-observacion TO w-obs-linea(w-cant-obs)
           END-IF.

      ****************** C O N T R O L  D E  L A  C A D E N A *********

      * Si cierre.dat es del periodo actual, la cadena ya arranco y se
      * retoma con el estado de cada paso. Si es de otro periodo se
      * empieza una cadena nueva; si aquella quedo sin terminar se
      * avisa y queda anotado en el log.
       030-LEER-CADENA.
           PERFORM 032-INICIALIZAR-PASO
               VARYING w-nro-paso FROM 1 BY 1
               UNTIL w-nro-paso > w-cant-pasos.
           MOVE "N" TO w-fin-cadena.
           OPEN INPUT CIERRE.
           EVALUATE ws-cierre-status
               WHEN "00"
                   PERFORM 034-LEER-PASO UNTIL w-fin-cadena = "S"
                   CLOSE CIERRE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo leer el control del cierre. "
                           "Status: " ws-cierre-status
                   MOVE "N" TO w-cadena-ok
           END-EVALUATE.
           IF w-anterior-incompleto = "S"
               MOVE SPACES TO w-observacion
               STRING "ATENCION: el cierre del periodo " w-leido-mes
                      "/" w-leido-anio " quedo sin terminar (paso "
                      w-prog-anterior ")"
                      DELIMITED BY SIZE INTO w-observacion
               PERFORM 020-AGREGAR-OBSERVACION
           END-IF.

       032-INICIALIZAR-PASO.
           MOVE "P"    TO w-paso-estado(w-nro-paso).
           MOVE 0      TO w-paso-fecha(w-nro-paso).
           MOVE 0      TO w-paso-hora(w-nro-paso).
           MOVE SPACES TO w-paso-usuario(w-nro-paso).
           MOVE 0      TO w-paso-procesados(w-nro-paso).
           MOVE 0      TO w-paso-omitidos(w-nro-paso).
           MOVE 0      TO w-paso-errores(w-nro-paso).
           MOVE 0      TO w-paso-importe(w-nro-paso).

       034-LEER-PASO.
           READ CIERRE
               AT END
                   MOVE "S" TO w-fin-cadena
               NOT AT END
                   IF cie-periodo = w-periodo-actual
                       PERFORM 035-BUSCAR-PASO
                       IF w-paso-hallado > 0
                           PERFORM 036-CARGAR-PASO
                       END-IF
                   ELSE
                       IF cie-estado NOT = "C" AND
                          w-anterior-incompleto = "N"
                           MOVE "S"          TO w-anterior-incompleto
                           MOVE cie-periodo  TO w-periodo-leido
                           MOVE cie-programa TO w-prog-anterior
                       END-IF
                   END-IF
           END-READ.

      * El paso se reconoce por el programa y no por su numero, asi
      * un control grabado antes de agregar o quitar pasos a la
      * cadena se sigue leyendo bien.
       035-BUSCAR-PASO.
           MOVE 0 TO w-paso-hallado.
           PERFORM 037-COMPARAR-PASO
               VARYING w-nro-busca FROM 1 BY 1
               UNTIL w-nro-busca > w-cant-pasos OR w-paso-hallado > 0.

       036-CARGAR-PASO.
           MOVE cie-estado     TO w-paso-estado(w-paso-hallado).
           MOVE cie-fecha      TO w-paso-fecha(w-paso-hallado).
           MOVE cie-hora       TO w-paso-hora(w-paso-hallado).
           MOVE cie-usuario    TO w-paso-usuario(w-paso-hallado).
           MOVE cie-procesados TO w-paso-procesados(w-paso-hallado).
           MOVE cie-omitidos   TO w-paso-omitidos(w-paso-hallado).
           MOVE cie-errores    TO w-paso-errores(w-paso-hallado).
           MOVE cie-importe    TO w-paso-importe(w-paso-hallado).

       037-COMPARAR-PASO.
           IF w-prog-nombre(w-nro-busca) = cie-programa
               MOVE w-nro-busca TO w-paso-hallado
           END-IF.

      * cierre.dat se regraba completo en cada cambio de estado, asi
      * un corte deja anotado el ultimo paso lanzado.
       038-GRABAR-CADENA.
           OPEN OUTPUT CIERRE.
           IF ws-cierre-status NOT = "00"
               DISPLAY "No se pudo grabar el control del cierre. "
                       "Status: " ws-cierre-status
           ELSE
               PERFORM 039-GRABAR-PASO
                   VARYING w-nro-obs FROM 1 BY 1
                   UNTIL w-nro-obs > w-cant-pasos
               CLOSE CIERRE
           END-IF.

       039-GRABAR-PASO.
           MOVE SPACES                       TO cie-reg.
           MOVE w-periodo-actual             TO cie-periodo.
           MOVE w-nro-obs                    TO cie-paso.
           MOVE w-prog-nombre(w-nro-obs)     TO cie-programa.
           MOVE w-paso-estado(w-nro-obs)     TO cie-estado.
           MOVE w-paso-fecha(w-nro-obs)      TO cie-fecha.
           MOVE w-paso-hora(w-nro-obs)       TO cie-hora.
           MOVE w-paso-usuario(w-nro-obs)    TO cie-usuario.
           MOVE w-paso-procesados(w-nro-obs) TO cie-procesados.
           MOVE w-paso-omitidos(w-nro-obs)   TO cie-omitidos.
           MOVE w-paso-errores(w-nro-obs)    TO cie-errores.
           MOVE w-paso-importe(w-nro-obs)    TO cie-importe.
           WRITE cie-reg.

      ****************** C O N T R O L E S  P R E V I O S *************

      * Se hacen una sola vez por periodo, antes del primer paso. Al
      * retomar una cadena cortada no se repiten: un paso de
      * facturacion cortado a mitad deja diferencias de conciliacion
      * que la propia corrida retomada completa.
       040-CONTROLES-PREVIOS.
           MOVE 1 TO w-nro-paso.
           IF w-paso-estado(1) = "C"
               DISPLAY "Controles previos aprobados al iniciar el "
                       "cierre del periodo: no se repiten."
           ELSE
               MOVE 0 TO w-problemas
               DISPLAY "CONTROLES PREVIOS"
               PERFORM 042-CONTROLAR-CONCILIACION
               PERFORM 050-CONTROLAR-TARIFAS
               PERFORM 060-CONTROLAR-PERIODO-ANTERIOR
               PERFORM 045-FIRMAR-PASO
               MOVE w-cant-controlados TO w-paso-procesados(1)
               MOVE w-problemas        TO w-paso-errores(1)
               IF w-problemas = 0
                   MOVE "C" TO w-paso-estado(1)
               ELSE
                   MOVE "F" TO w-paso-estado(1)
                   MOVE 1   TO w-paso-fallado
                   MOVE "N" TO w-cadena-ok
                   DISPLAY "El cierre no se inicia: corrija lo "
                           "informado y vuelva a correrlo."
               END-IF
               PERFORM 038-GRABAR-CADENA
           END-IF.

       042-CONTROLAR-CONCILIACION.
           MOVE "conciliacion" TO w-programa-lanzar.
           PERFORM 200-LANZAR-PROGRAMA.
           IF w-resultado-ok NOT = "S"
               ADD 1 TO w-problemas
               MOVE "No se pudo completar la conciliacion."
                   TO w-observacion
               PERFORM 020-AGREGAR-OBSERVACION
           ELSE
               IF res-errores > 0
                   ADD 1 TO w-problemas
                   MOVE SPACES TO w-observacion
                   STRING "La conciliacion informa " res-errores
                          " diferencias (ver conciliacion.txt)."
                          DELIMITED BY SIZE INTO w-observacion
                   PERFORM 020-AGREGAR-OBSERVACION
               END-IF
           END-IF.

       045-FIRMAR-PASO.
           MOVE fecha     TO w-paso-fecha(w-nro-paso).
           ACCEPT w-hora FROM TIME.
           MOVE w-hora(1:6) TO w-paso-hora(w-nro-paso).
           MOVE w-usuario TO w-paso-usuario(w-nro-paso).

      * Toda categoria de un socio que paga cuota (activo o de
      * licencia) tiene que tener su tarifa cargada.
       050-CONTROLAR-TARIFAS.
           MOVE ALL "N" TO w-tabla-sin-tarifa.
           OPEN INPUT SOCIOS.
           IF ws-socios-status NOT = "00"
               ADD 1 TO w-problemas
               MOVE SPACES TO w-observacion
               STRING "No se pudo abrir el archivo SOCIOS. Status: "
                      ws-socios-status
                      DELIMITED BY SIZE INTO w-observacion
               PERFORM 020-AGREGAR-OBSERVACION
           ELSE
               OPEN INPUT TARIFAS
               IF ws-tarifas-status NOT = "00"
                   ADD 1 TO w-problemas
                   MOVE SPACES TO w-observacion
                   STRING "No hay tabla de tarifas utilizable. "
                          "Status: " ws-tarifas-status
                          DELIMITED BY SIZE INTO w-observacion
                   PERFORM 020-AGREGAR-OBSERVACION
               ELSE
                   MOVE "N" TO w-fin-padron
                   MOVE 0 TO soc-cod
                   START SOCIOS KEY IS >= soc-cod
                       INVALID KEY
                           MOVE "S" TO w-fin-padron
                   END-START
                   PERFORM 052-CONTROLAR-SOCIO
                       UNTIL w-fin-padron = "S"
                   CLOSE TARIFAS
               END-IF
               CLOSE SOCIOS
           END-IF.

       052-CONTROLAR-SOCIO.
           READ SOCIOS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-padron
               NOT AT END
                   IF SOC-ACTIVO OR SOC-LICENCIA
                       ADD 1 TO w-cant-controlados
                       PERFORM 054-BUSCAR-TARIFA
                   END-IF
           END-READ.

       054-BUSCAR-TARIFA.
           MOVE soc-categoria TO tar-categoria.
           READ TARIFAS INVALID KEY
                   IF w-cat-informada(soc-categoria + 1) = "N"
                       MOVE "S" TO w-cat-informada(soc-categoria + 1)
                       ADD 1 TO w-problemas
                       MOVE SPACES TO w-observacion
                       STRING "Categoria " soc-categoria
                              " en uso sin tarifa (socio " soc-cod
                              " y otros posibles)."
                              DELIMITED BY SIZE INTO w-observacion
                       PERFORM 020-AGREGAR-OBSERVACION
                   END-IF
           END-READ.

      * El periodo anterior tiene que haber quedado completo en cada
      * control propio. Un control del periodo actual tambien sirve
      * (el proceso ya se corrio este mes); sin archivo de control es
      * la primera corrida del proceso y no hay periodo anterior.
       060-CONTROLAR-PERIODO-ANTERIOR.
           PERFORM 062-LEER-CTLCUOTA.
           MOVE "ctlcuota" TO w-nombre-ctl.
           PERFORM 068-EVALUAR-CONTROL.
           PERFORM 064-LEER-CTLACTIV.
           MOVE "ctlactiv" TO w-nombre-ctl.
           PERFORM 068-EVALUAR-CONTROL.
           PERFORM 066-LEER-CTLMORA.
           MOVE "ctlmora" TO w-nombre-ctl.
           PERFORM 068-EVALUAR-CONTROL.

       062-LEER-CTLCUOTA.
           MOVE "N" TO w-hay-ctl.
           OPEN INPUT CTLCUOTA.
           IF ws-ctlcuota-status = "00"
               READ CTLCUOTA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S"          TO w-hay-ctl
                       MOVE ctlq-periodo TO w-ctl-periodo
                       MOVE ctlq-estado  TO w-ctl-estado
               END-READ
               CLOSE CTLCUOTA
           END-IF.

       064-LEER-CTLACTIV.
           MOVE "N" TO w-hay-ctl.
           OPEN INPUT CTLACTIV.
           IF ws-ctlactiv-status = "00"
               READ CTLACTIV
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S"          TO w-hay-ctl
                       MOVE ctla-periodo TO w-ctl-periodo
                       MOVE ctla-estado  TO w-ctl-estado
               END-READ
               CLOSE CTLACTIV
           END-IF.

       066-LEER-CTLMORA.
           MOVE "N" TO w-hay-ctl.
           OPEN INPUT CTLMORA.
           IF ws-ctlmora-status = "00"
               READ CTLMORA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S"          TO w-hay-ctl
                       MOVE ctlm-periodo TO w-ctl-periodo
                       MOVE ctlm-estado  TO w-ctl-estado
               END-READ
               CLOSE CTLMORA
           END-IF.

       068-EVALUAR-CONTROL.
           IF w-hay-ctl = "S"
               IF w-ctl-periodo = w-periodo-actual OR
                  (w-ctl-periodo = w-periodo-anterior AND
                   w-ctl-estado = "C")
                   CONTINUE
               ELSE
                   ADD 1 TO w-problemas
                   MOVE SPACES TO w-observacion
                   STRING "Periodo anterior " w-ant-mes "/" w-ant-anio
                          " sin cerrar en " w-nombre-ctl
                          " (ultimo periodo " w-ctl-mes "/"
                          w-ctl-anio " estado " w-ctl-estado ")."
                          DELIMITED BY SIZE INTO w-observacion
                   PERFORM 020-AGREGAR-OBSERVACION
               END-IF
           END-IF.

      ****************** R E S P A L D O  P R E V I O *****************

      * Respaldo opcional de todos los archivos antes de que los pasos
      * los modifiquen. Se hace en cada corrida que tenga pasos por
      * correr, tambien al retomar una cadena cortada. Si el respaldo
      * no se completa el cierre no sigue: quien lo pidio espera
      * tener la copia antes de facturar.
       070-RESPALDO-PREVIO.
           MOVE "N" TO w-hay-pendientes.
           PERFORM 072-BUSCAR-PENDIENTE
               VARYING w-nro-paso FROM 2 BY 1
               UNTIL w-nro-paso > w-cant-pasos.
           PERFORM 074-LEER-PARRESPALDO.
           IF w-respaldo-previo = "S" AND w-hay-pendientes = "S"
               DISPLAY " "
               DISPLAY "Respaldo previo al cierre"
               MOVE "respaldo" TO w-programa-lanzar
               MOVE "CIERRE"   TO w-argumento
               PERFORM 200-LANZAR-PROGRAMA
               MOVE SPACES     TO w-argumento
               MOVE SPACES     TO w-observacion
               IF w-resultado-ok = "S"
                   STRING "Respaldo previo al cierre: " res-procesados
                          " archivos copiados (juego anotado en "
                          "respaldos.dat)."
                          DELIMITED BY SIZE INTO w-observacion
               ELSE
                   MOVE "F" TO w-respaldo-previo
                   MOVE "N" TO w-cadena-ok
                   STRING "No se pudo completar el respaldo previo: "
                          "no se corrio ningun paso. Revise el "
                          "respaldo y vuelva a correr el cierre."
                          DELIMITED BY SIZE INTO w-observacion
               END-IF
               PERFORM 020-AGREGAR-OBSERVACION
           END-IF.

       072-BUSCAR-PENDIENTE.
           IF w-paso-estado(w-nro-paso) NOT = "C"
               MOVE "S" TO w-hay-pendientes
           END-IF.

       074-LEER-PARRESPALDO.
           MOVE "N" TO w-respaldo-previo.
           OPEN INPUT PARRESPALDO.
           IF ws-parrespaldo-status = "00"
               READ PARRESPALDO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF prr-en-cierre = "S"
                           MOVE "S" TO w-respaldo-previo
                       END-IF
               END-READ
               CLOSE PARRESPALDO
           END-IF.

      ****************** P A S O S  D E L  C I E R R E *****************

       100-EJECUTAR-PASO.
           IF w-paso-estado(w-nro-paso) = "C"
               DISPLAY "Paso " w-nro-paso " " w-prog-nombre(w-nro-paso)
                       ": ya cerrado, no se repite."
           ELSE
               PERFORM 110-CONTROL-PROPIO
               IF w-ya-cerrado = "N"
                   PERFORM 120-CORRER-PASO
               END-IF
           END-IF.

      * Un proceso con control propio que ya quedo completo en el
      * periodo (corrido a mano antes del cierre) se da por cerrado
      * sin volver a lanzarlo: relanzarlo pediria forzar la corrida.
       110-CONTROL-PROPIO.
           MOVE "N" TO w-ya-cerrado.
           MOVE "N" TO w-hay-ctl.
           EVALUATE w-prog-ctl(w-nro-paso)
               WHEN "Q"
                   PERFORM 062-LEER-CTLCUOTA
               WHEN "A"
                   PERFORM 064-LEER-CTLACTIV
               WHEN "M"
                   PERFORM 066-LEER-CTLMORA
           END-EVALUATE.
           IF w-hay-ctl = "S" AND w-ctl-periodo = w-periodo-actual
              AND w-ctl-estado = "C"
               MOVE "S" TO w-ya-cerrado
               PERFORM 045-FIRMAR-PASO
               MOVE "C" TO w-paso-estado(w-nro-paso)
               PERFORM 038-GRABAR-CADENA
               MOVE SPACES TO w-observacion
               STRING "Paso " w-nro-paso " " w-prog-nombre(w-nro-paso)
                      " ya estaba completo en su control del periodo:"
                      " se da por cerrado (sin totales)."
                      DELIMITED BY SIZE INTO w-observacion
               PERFORM 020-AGREGAR-OBSERVACION
           END-IF.

       120-CORRER-PASO.
           DISPLAY " ".
           DISPLAY "Paso " w-nro-paso ": " w-prog-nombre(w-nro-paso).
           PERFORM 045-FIRMAR-PASO.
           MOVE "E" TO w-paso-estado(w-nro-paso).
           PERFORM 038-GRABAR-CADENA.
           MOVE w-prog-nombre(w-nro-paso) TO w-programa-lanzar.
           PERFORM 200-LANZAR-PROGRAMA.
           PERFORM 045-FIRMAR-PASO.
           IF w-resultado-ok = "S"
               MOVE "C"            TO w-paso-estado(w-nro-paso)
               MOVE res-procesados TO w-paso-procesados(w-nro-paso)
               MOVE res-omitidos   TO w-paso-omitidos(w-nro-paso)
               MOVE res-errores    TO w-paso-errores(w-nro-paso)
               MOVE res-importe    TO w-paso-importe(w-nro-paso)
           ELSE
               MOVE "F" TO w-paso-estado(w-nro-paso)
               MOVE w-nro-paso TO w-paso-fallado
               MOVE "N" TO w-cadena-ok
               MOVE SPACES TO w-observacion
               STRING "El paso " w-nro-paso " "
                      w-prog-nombre(w-nro-paso)
                      " no termino. Corrija y vuelva a correr el "
                      "cierre: se retoma desde este paso."
                      DELIMITED BY SIZE INTO w-observacion
               PERFORM 020-AGREGAR-OBSERVACION
           END-IF.
           PERFORM 038-GRABAR-CADENA.

      * Cada programa de la cadena deja sus totales en
      * resultado_paso.dat al terminar. Se vacia antes de lanzarlo:
      * si despues no esta el registro del programa y del periodo, el
      * paso no termino (cancelado, error de archivos o cortado).
       200-LANZAR-PROGRAMA.
           MOVE "N" TO w-resultado-ok.
           OPEN OUTPUT RESULTADO.
           IF ws-resultado-status = "00"
               CLOSE RESULTADO
           END-IF.
           MOVE SPACES TO w-comando.
           STRING w-programa-lanzar DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  w-argumento       DELIMITED BY SPACE
                  INTO w-comando.
           CALL "SYSTEM" USING w-comando.
           OPEN INPUT RESULTADO.
           IF ws-resultado-status = "00"
               READ RESULTADO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF res-programa = w-programa-lanzar AND
                          res-periodo = w-periodo-actual
                           MOVE "S" TO w-resultado-ok
                       END-IF
               END-READ
               CLOSE RESULTADO
           END-IF.

      ****************** L O G  D E L  C I E R R E *********************

       800-ESCRIBIR-LOG.
           OPEN OUTPUT REPORTE.
           IF ws-reporte-status NOT = "00"
               DISPLAY "No se pudo generar el log del cierre. Status: "
                       ws-reporte-status
           ELSE
               PERFORM 810-ESCRIBIR-ENCABEZADO
               PERFORM 820-ESCRIBIR-PASO
                   VARYING w-nro-paso FROM 1 BY 1
                   UNTIL w-nro-paso > w-cant-pasos
               MOVE w-total-facturado TO l-tot-importe
               MOVE SPACES TO rep-linea
               WRITE rep-linea
               WRITE rep-linea FROM lin-total
               PERFORM 830-ESCRIBIR-OBSERVACIONES
               PERFORM 840-ESCRIBIR-ESTADO-FINAL
               CLOSE REPORTE
           END-IF.

       810-ESCRIBIR-ENCABEZADO.
           MOVE w-per-mes  TO l-tit-mes.
           MOVE w-per-anio TO l-tit-anio.
           MOVE dia        TO l-tit-dia.
           MOVE mes        TO l-tit-mes-c.
           MOVE anio       TO l-tit-anio-c.
           ACCEPT w-hora FROM TIME.
           MOVE w-hora(1:2) TO l-tit-hh.
           MOVE w-hora(3:2) TO l-tit-mm.
           WRITE rep-linea FROM lin-titulo.
           MOVE w-paso-usuario(1) TO l-usu-inicio.
           MOVE w-usuario         TO l-usu-corrida.
           MOVE w-nombre-usuario  TO l-usu-nombre.
           WRITE rep-linea FROM lin-usuarios.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-titulos.

       820-ESCRIBIR-PASO.
           MOVE w-nro-paso                 TO l-paso-nro.
           MOVE w-prog-nombre(w-nro-paso)  TO l-paso-prog.
           EVALUATE w-paso-estado(w-nro-paso)
               WHEN "C"
                   MOVE "CERRADO"   TO l-paso-estado
               WHEN "F"
                   MOVE "FALLADO"   TO l-paso-estado
               WHEN "E"
                   MOVE "CORTADO"   TO l-paso-estado
               WHEN OTHER
                   MOVE "PENDIENTE" TO l-paso-estado
           END-EVALUATE.
           MOVE w-paso-fecha(w-nro-paso)(5:2) TO l-paso-dia.
           MOVE w-paso-fecha(w-nro-paso)(3:2) TO l-paso-mes.
           MOVE w-paso-fecha(w-nro-paso)(1:2) TO l-paso-anio.
           MOVE w-paso-hora(w-nro-paso)(1:2)  TO l-paso-hh.
           MOVE w-paso-hora(w-nro-paso)(3:2)  TO l-paso-mm.
           MOVE w-paso-usuario(w-nro-paso)    TO l-paso-usuario.
           MOVE w-paso-procesados(w-nro-paso) TO l-paso-proc.
           MOVE w-paso-omitidos(w-nro-paso)   TO l-paso-omit.
           MOVE w-paso-errores(w-nro-paso)    TO l-paso-err.
           MOVE w-paso-importe(w-nro-paso)    TO l-paso-importe.
           WRITE rep-linea FROM lin-paso.
           IF w-prog-factura(w-nro-paso) = "S" AND
              w-paso-estado(w-nro-paso) = "C"
               ADD w-paso-importe(w-nro-paso) TO w-total-facturado
           END-IF.

       830-ESCRIBIR-OBSERVACIONES.
           IF w-cant-obs > 0
               MOVE SPACES TO rep-linea
               WRITE rep-linea
               MOVE "OBSERVACIONES" TO rep-linea
               WRITE rep-linea
               PERFORM 835-ESCRIBIR-OBSERVACION
                   VARYING w-nro-obs FROM 1 BY 1
                   UNTIL w-nro-obs > w-cant-obs
           END-IF.

       835-ESCRIBIR-OBSERVACION.
           MOVE w-obs-linea(w-nro-obs) TO rep-linea.
           WRITE rep-linea.

       840-ESCRIBIR-ESTADO-FINAL.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           EVALUATE TRUE
               WHEN w-cadena-ok = "S"
                   MOVE "CIERRE COMPLETO" TO rep-linea
               WHEN w-respaldo-previo = "F"
                   STRING "CIERRE DETENIDO: fallo el respaldo previo, "
                          "no se corrio ningun paso."
                          DELIMITED BY SIZE INTO rep-linea
               WHEN OTHER
                   STRING "CIERRE INTERRUMPIDO EN EL PASO "
                          w-paso-fallado
                          ": vuelva a correr el cierre para retomarlo."
                          DELIMITED BY SIZE INTO rep-linea
           END-EVALUATE.
           WRITE rep-linea.

      * Queda en el log de sesion quien lanzo cada corrida del cierre.
       850-GRABAR-SESION.
           OPEN EXTEND SESIONLOG.
           IF ws-sesionlog-status = "35"
               OPEN OUTPUT SESIONLOG
               CLOSE SESIONLOG
               OPEN EXTEND SESIONLOG
           END-IF.
           IF ws-sesionlog-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo SESIONLOG. Status: "
                       ws-sesionlog-status
           ELSE
               MOVE SPACES      TO log-reg
               MOVE 0           TO log-cod
               MOVE "CIER"      TO log-operacion
               MOVE w-usuario   TO log-usuario
               MOVE fecha       TO log-fecha
               ACCEPT w-hora FROM TIME
               MOVE w-hora(1:6) TO log-hora
               WRITE log-reg
               CLOSE SESIONLOG
           END-IF.

       900-MOSTRAR-RESUMEN.
           DISPLAY " ".
           IF w-cadena-ok = "S"
               DISPLAY "CIERRE MENSUAL COMPLETO DEL PERIODO " w-per-mes
                       "/" w-per-anio
               DISPLAY "Total facturado en el cierre: "
                       w-total-facturado
           ELSE
               IF w-respaldo-previo = "F"
                   DISPLAY "CIERRE MENSUAL DETENIDO: FALLO EL RESPALDO "
                           "PREVIO"
               ELSE
                   DISPLAY "CIERRE MENSUAL INTERRUMPIDO EN EL PASO "
                           w-paso-fallado
               END-IF
           END-IF.
           DISPLAY "Log del cierre en ..\cierre_mensual.txt".

       END PROGRAM YOUR-PROGRAM-NAME.
