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
           SELECT INSTALACIONES
               ASSIGN TO "..\instalaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ins-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-instalaciones-status.
           SELECT RESERVAS
               ASSIGN TO "..\reservas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rsv-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-reservas-status.
           SELECT SESIONLOG
               ASSIGN TO "..\sesion.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-sesionlog-status.
           SELECT USUARIOS
               ASSIGN TO "..\usuarios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS usu-id
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
           SELECT AGENDA
               ASSIGN TO "..\agenda_canchas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-agenda-status.
           SELECT AUSENTES
               ASSIGN TO "..\ausentes_canchas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-ausentes-status.

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
      * Canchas e instalaciones que se reservan por turno (se
      * mantienen con abm_instalaciones).
       FD  INSTALACIONES.
       01  ins-reg.
           03 ins-cod           PIC 99.
           03 ins-descripcion   PIC X(20).
           03 ins-importe       PIC 9(6)V99.
           03 ins-horas-cancela PIC 99.
           03 ins-cant-turnos   PIC 99.
           03 ins-turno OCCURS 16 TIMES.
               05 ins-t-desde   PIC 9(4).
               05 ins-t-hasta   PIC 9(4).
      * Una reserva por instalacion, dia y turno: la clave es el turno
      * mismo, asi dos terminales no pueden tomar el mismo turno (la
      * segunda grabacion rebota por clave duplicada). Un turno
      * cancelado queda libre y se reutiliza en la proxima reserva.
      * Estado "R" reservada, "P" presente, "A" ausente (se cobra
      * igual), "C" cancelada en termino (cargo devuelto), "T"
      * cancelada fuera de termino (el cargo se mantiene).
       FD  RESERVAS.
       01  rsv-reg.
           03 rsv-clave.
               05 rsv-ins       PIC 99.
               05 rsv-fecha.
                   07 rsv-anio  PIC 99.
                   07 rsv-mes   PIC 99.
                   07 rsv-dia   PIC 99.
               05 rsv-turno     PIC 99.
           03 rsv-socio         PIC 9(6).
           03 rsv-importe       PIC 9(6)V99.
           03 rsv-cpb-nro       PIC 9(6).
           03 rsv-estado        PIC X.
               88 RSV-RESERVADA    VALUE "R".
               88 RSV-PRESENTE     VALUE "P".
               88 RSV-AUSENTE      VALUE "A".
               88 RSV-CANCELADA    VALUE "C".
               88 RSV-CANCELADA-CARGO VALUE "T".
               88 RSV-TURNO-LIBRE  VALUE "C" "T".
           03 rsv-usuario       PIC X(8).
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
       FD  USUARIOS.
       01  usu-reg.
           03 usu-id           PIC X(8).
           03 usu-clave        PIC X(8).
           03 usu-nombre       PIC X(20).
           03 usu-perfil       PIC X.
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
       FD  AGENDA.
       01  age-linea            PIC X(80).
       FD  AUSENTES.
       01  aus-linea            PIC X(80).
       WORKING-STORAGE SECTION.

       01  fecha.
           03 anio              PIC 99.
           03 mes               PIC 99.
           03 dia               PIC 99.
       01  w-fecha8             PIC 9(8).

       77  ws-socios-status     PIC XX.
       77  ws-movsocios-status  PIC XX.
       77  ws-instalaciones-status PIC XX.
       77  ws-reservas-status   PIC XX.
       77  ws-sesionlog-status  PIC XX.
       77  ws-usuarios-status   PIC XX.
       77  ws-comprobantes-status PIC XX.
       77  ws-agenda-status     PIC XX.
       77  ws-ausentes-status   PIC XX.
       77  w-archivo-ok         PIC X       VALUE "S".
       77  w-usuario            PIC X(8).
       77  w-perfil             PIC X.
       77  w-clave-ingresada    PIC X(8).
       77  w-login-ok           PIC X       VALUE "N".
       77  w-intentos-login     PIC 9       VALUE 0.
       77  w-hora               PIC 9(8).
       01  opcion               PIC 9       VALUE 9.
       77  w-acuerdo            PIC X.
       77  w-saldo-anterior     PIC S9(6)V99.
       77  w-mov-operacion      PIC X(5).
       77  w-log-operacion      PIC X(4).
       77  w-mov-sec-prox       PIC 9(6).
       77  w-fin-secuencia      PIC X.
       77  w-mov-grabado        PIC X.
       77  w-mov-intentos       PIC 9.
       77  w-importe-cpb        PIC 9(6)V99.
       77  w-cpb-nro-prox       PIC 9(6).
       77  w-fin-comprobantes   PIC X.
       77  w-cpb-grabado        PIC X.
       77  w-cpb-intentos       PIC 9.
       77  w-fecha-ingresada    PIC 9(6).
       77  w-fecha-ok           PIC X.
       77  w-nro-turno          PIC 99.
       77  w-turno-tomado       PIC X.
       77  w-situacion          PIC X.
       77  w-dias-faltan        PIC S9(5).
       77  w-minutos-faltan     PIC S9(7).
       77  w-minutos-cancela    PIC 9(5).
       77  w-una-instalacion    PIC 99.
       77  w-fin-instalaciones  PIC X.
       77  w-fin-reservas       PIC X.
       77  w-cant-reservas      PIC 9(5)    VALUE 0.
       77  w-cant-canceladas    PIC 9(5)    VALUE 0.
       77  w-cant-ausentes      PIC 9(5).
       01  w-total-ausentes     PIC 9(7)V99.
       77  w-lineas             PIC 9(3)    VALUE 99.
       77  w-pagina             PIC 9(3)    VALUE 0.
       77  w-lineas-por-pagina  PIC 9(3)    VALUE 60.

      * Dia de la reserva (AAMMDD) y su version con siglo para el
      * calculo de la anticipacion.
       01  w-fecha-reserva.
           03 w-res-anio        PIC 99.
           03 w-res-mes         PIC 99.
           03 w-res-dia         PIC 99.
       01  w-fecha-reserva8     PIC 9(8).
       01  w-hora-turno.
           03 w-turno-hh        PIC 99.
           03 w-turno-mm        PIC 99.
       01  w-ahora.
           03 w-ahora-hh        PIC 99.
           03 w-ahora-mm        PIC 99.

      ******************************************************************
      ********************** LINEAS DE LOS LISTADOS ********************
      ******************************************************************

       01  lin-age-encabezado1.
           03 filler      PIC X(30)
               VALUE "AGENDA DE CANCHAS             ".
           03 filler      PIC X(5)   VALUE "DIA: ".
           03 l-age-dia   PIC 99.
           03 filler      PIC X      VALUE "/".
           03 l-age-mes   PIC 99.
           03 filler      PIC XXX    VALUE "/20".
           03 l-age-anio  PIC 99.
           03 filler      PIC X(25)  VALUE SPACES.
           03 filler      PIC X(7)   VALUE "PAGINA ".
           03 l-age-pagina PIC ZZ9.

       01  lin-age-encabezado2.
           03 filler      PIC X(13)  VALUE "INSTALACION: ".
           03 l-age-ins   PIC 99.
           03 filler      PIC X      VALUE SPACE.
           03 l-age-descripcion PIC X(20).
           03 filler      PIC X(44)  VALUE SPACES.

       01  lin-age-encabezado3.
           03 filler PIC X(40) VALUE
               "TURNO HORARIO     ESTADO     SOCIO  NOMB".
           03 filler PIC X(40) VALUE
               "RE               FIRMA                  ".

       01  lin-age-detalle.
           03 l-det-turno   PIC Z9.
           03 filler        PIC X(4)   VALUE SPACES.
           03 l-det-desde-hh PIC 99.
           03 filler        PIC X      VALUE ":".
           03 l-det-desde-mm PIC 99.
           03 filler        PIC X      VALUE "-".
           03 l-det-hasta-hh PIC 99.
           03 filler        PIC X      VALUE ":".
           03 l-det-hasta-mm PIC 99.
           03 filler        PIC X      VALUE SPACE.
           03 l-det-estado  PIC X(10).
           03 filler        PIC X      VALUE SPACE.
           03 l-det-socio   PIC X(6).
           03 filler        PIC X      VALUE SPACE.
           03 l-det-nombre  PIC X(20).
           03 filler        PIC X      VALUE SPACE.
           03 l-det-firma   PIC X(20).

       01  lin-aus-encabezado1.
           03 filler      PIC X(30)
               VALUE "AUSENTES A TURNOS RESERVADOS  ".
           03 filler      PIC X(5)   VALUE "DIA: ".
           03 l-aus-dia   PIC 99.
           03 filler      PIC X      VALUE "/".
           03 l-aus-mes   PIC 99.
           03 filler      PIC XXX    VALUE "/20".
           03 l-aus-anio  PIC 99.
           03 filler      PIC X(25)  VALUE SPACES.
           03 filler      PIC X(7)   VALUE "PAGINA ".
           03 l-aus-pagina PIC ZZ9.

       01  lin-aus-encabezado2.
           03 filler PIC X(40) VALUE
               "INSTALACION             TURNO HORARIO   ".
           03 filler PIC X(40) VALUE
               "  SOCIO   NOMBRE                   CARGO".

       01  lin-aus-detalle.
           03 l-aus-ins     PIC 99.
           03 filler        PIC X      VALUE SPACE.
           03 l-aus-descripcion PIC X(20).
           03 filler        PIC X      VALUE SPACE.
           03 l-aus-turno   PIC Z9.
           03 filler        PIC X(4)   VALUE SPACES.
           03 l-aus-desde-hh PIC 99.
           03 filler        PIC X      VALUE ":".
           03 l-aus-desde-mm PIC 99.
           03 filler        PIC X      VALUE "-".
           03 l-aus-hasta-hh PIC 99.
           03 filler        PIC X      VALUE ":".
           03 l-aus-hasta-mm PIC 99.
           03 filler        PIC X      VALUE SPACE.
           03 l-aus-socio   PIC 9(6).
           03 filler        PIC XX     VALUE SPACES.
           03 l-aus-nombre  PIC X(20).
           03 filler        PIC X      VALUE SPACE.
           03 l-aus-importe PIC ZZZZZ9,99.

       01  lin-aus-total.
           03 filler        PIC X(20)  VALUE "TOTAL AUSENTES:     ".
           03 l-aus-cant    PIC ZZZZ9.
           03 filler        PIC X(20)  VALUE "   CARGO APLICADO:  ".
           03 l-aus-total   PIC ZZZZZZ9,99.
           03 filler        PIC X(25)  VALUE SPACES.

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Reserva de canchas e instalaciones por turno con cargo a la
      * cuenta del socio. Cada reserva debita el importe del turno
      * del saldo (movimiento "RESER") y deja su comprobante; la
      * cancelacion con la anticipacion que fija cada instalacion lo
      * devuelve (movimiento "CANRE"), y pasado ese plazo el cargo se
      * mantiene. Emite la agenda del dia por cancha para el personal
      * y el informe de ausentes: el turno reservado y no usado se
      * cobra igual.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha FROM DATE.
           ACCEPT w-fecha8 FROM DATE YYYYMMDD.
           PERFORM 010-ABRIR-ARCHIVOS.
           IF w-archivo-ok = "S"
               PERFORM 030-LOGIN
           END-IF.
           IF w-archivo-ok = "S" AND w-login-ok = "S"
               PERFORM 040-INGRESO-GENERAL
               PERFORM 060-MENU-OPCIONES UNTIL opcion = 6
               DISPLAY " "
               DISPLAY "Reservas tomadas en la sesion:    "
                       w-cant-reservas
               DISPLAY "Reservas canceladas en la sesion: "
                       w-cant-canceladas
           END-IF.
           PERFORM 020-CERRAR-ARCHIVOS.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       010-ABRIR-ARCHIVOS.
           OPEN I-O SOCIOS.
           IF ws-socios-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo SOCIOS (puede "
                       "estar en uso en otra terminal). Status: "
                       ws-socios-status
               MOVE "N" TO w-archivo-ok
           ELSE
               PERFORM 012-ABRIR-MOVSOCIOS
               IF w-archivo-ok = "S"
                   PERFORM 013-ABRIR-INSTALACIONES
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 014-ABRIR-RESERVAS
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 016-ABRIR-SESIONLOG
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 017-ABRIR-COMPROBANTES
               END-IF
               IF w-archivo-ok NOT = "S"
                   CLOSE SOCIOS
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

      * Sin instalaciones cargadas no hay nada que reservar.
       013-ABRIR-INSTALACIONES.
           OPEN INPUT INSTALACIONES.
           IF ws-instalaciones-status NOT = "00"
               IF ws-instalaciones-status = "35"
                   DISPLAY "No hay instalaciones cargadas. Carguelas "
                           "con abm_instalaciones."
               ELSE
                   DISPLAY "No se pudo abrir el archivo INSTALACIONES. "
                           "Status: " ws-instalaciones-status
               END-IF
               MOVE "N" TO w-archivo-ok
               CLOSE MOVSOCIOS
           END-IF.

       014-ABRIR-RESERVAS.
           OPEN I-O RESERVAS.
           IF ws-reservas-status = "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF.
           IF ws-reservas-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo RESERVAS. Status: "
                       ws-reservas-status
               MOVE "N" TO w-archivo-ok
               CLOSE MOVSOCIOS
               CLOSE INSTALACIONES
           END-IF.

       016-ABRIR-SESIONLOG.
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
               CLOSE INSTALACIONES
               CLOSE RESERVAS
           END-IF.

       017-ABRIR-COMPROBANTES.
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
               CLOSE INSTALACIONES
               CLOSE RESERVAS
               CLOSE SESIONLOG
           END-IF.

       020-CERRAR-ARCHIVOS.
           IF w-archivo-ok = "S"
               CLOSE SOCIOS
               CLOSE MOVSOCIOS
               CLOSE INSTALACIONES
               CLOSE RESERVAS
               CLOSE SESIONLOG
               CLOSE COMPROBANTES
           END-IF.

      * Ninguna terminal reserva ni cancela sin identificarse: el
      * usuario logueado queda en la reserva y en el log de sesion.
       030-LOGIN.
           OPEN INPUT USUARIOS.
           EVALUATE ws-usuarios-status
               WHEN "00"
                   PERFORM 032-PEDIR-CREDENCIALES
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

       032-PEDIR-CREDENCIALES.
           ADD 1 TO w-intentos-login.
           DISPLAY "Usuario: ".
           ACCEPT usu-id.
           DISPLAY "Clave: ".
           ACCEPT w-clave-ingresada.
           READ USUARIOS INVALID KEY
                   DISPLAY "USUARIO O CLAVE INCORRECTOS"
               NOT INVALID KEY
                   IF usu-clave = w-clave-ingresada
                       MOVE "S" TO w-login-ok
                       MOVE usu-id     TO w-usuario
                       MOVE usu-perfil TO w-perfil
                       DISPLAY "Bienvenido " usu-nombre
                   ELSE
                       DISPLAY "USUARIO O CLAVE INCORRECTOS"
                   END-IF
           END-READ.

       040-INGRESO-GENERAL.
           PERFORM 045-TRAIGO-OPC.
           PERFORM 050-ERROR-INGRESO UNTIL opcion >= 1 AND <= 6.

       045-TRAIGO-OPC.
           DISPLAY " ".
           DISPLAY "RESERVA DE CANCHAS E INSTALACIONES".
           DISPLAY "1 - RESERVAR TURNO".
           DISPLAY "2 - CANCELAR RESERVA".
           DISPLAY "3 - AGENDA DEL DIA POR CANCHA".
           DISPLAY "4 - REGISTRAR ASISTENCIA".
           DISPLAY "5 - INFORME DE AUSENTES".
           DISPLAY "6 - SALIR".
           DISPLAY "Introduzca una opcion: ".
           ACCEPT opcion.

       050-ERROR-INGRESO.
           DISPLAY "Error, ingrese un numero entre 1 y 6".
           PERFORM 045-TRAIGO-OPC.

      * El perfil consulta solo emite la agenda.
       060-MENU-OPCIONES.
           IF w-perfil = "C" AND opcion NOT = 3
               DISPLAY "SIN PERMISO PARA ESTA OPCION (PERFIL "
                       "CONSULTA)"
           ELSE
               EVALUATE opcion
                       WHEN 1 PERFORM 100-RESERVAR
                       WHEN 2 PERFORM 300-CANCELAR
                       WHEN 3 PERFORM 400-AGENDA
                       WHEN 4 PERFORM 600-ASISTENCIA
                       WHEN 5 PERFORM 650-AUSENTES
               END-EVALUATE
           END-IF.
           PERFORM 040-INGRESO-GENERAL.

      ******************* R U T I N A S  C O M U N E S *****************

       110-INGRESO-INSTALACION.
           DISPLAY " ".
           DISPLAY "Ingrese el codigo de instalacion. Por fin "
                   "ingrese 0".
           ACCEPT ins-cod.

      * El dia se pide como AAMMDD; una fecha que no existe en el
      * calendario (30 de febrero) se rechaza.
       150-INGRESO-FECHA.
           MOVE "N" TO w-fecha-ok.
           DISPLAY "Ingrese el dia (AAMMDD, 0 = hoy): ".
           ACCEPT w-fecha-ingresada.
           IF w-fecha-ingresada = 0
               MOVE fecha TO w-fecha-reserva
           ELSE
               MOVE w-fecha-ingresada TO w-fecha-reserva
           END-IF.
           IF w-res-mes >= 1 AND <= 12 AND w-res-dia >= 1 AND <= 31
               COMPUTE w-fecha-reserva8 = 20000000
                   + w-res-anio * 10000 + w-res-mes * 100 + w-res-dia
               IF FUNCTION INTEGER-OF-DATE(w-fecha-reserva8) > 0
                   MOVE "S" TO w-fecha-ok
               END-IF
           END-IF.
           IF w-fecha-ok NOT = "S"
               DISPLAY "Fecha invalida."
           END-IF.

      * Muestra como esta cada turno del dia en la instalacion.
       160-MOSTRAR-DISPONIBILIDAD.
           DISPLAY "Turnos del " w-res-dia "/" w-res-mes "/20"
                   w-res-anio " en " ins-descripcion ":".
           PERFORM 165-MOSTRAR-TURNO
               VARYING w-nro-turno FROM 1 BY 1
               UNTIL w-nro-turno > ins-cant-turnos.

       165-MOSTRAR-TURNO.
           PERFORM 190-LEER-TURNO.
           EVALUATE w-situacion
               WHEN "L"
                   DISPLAY "   " w-nro-turno "  "
                           ins-t-desde(w-nro-turno)(1:2) ":"
                           ins-t-desde(w-nro-turno)(3:2) " a "
                           ins-t-hasta(w-nro-turno)(1:2) ":"
                           ins-t-hasta(w-nro-turno)(3:2) "  LIBRE"
               WHEN "B"
                   DISPLAY "   " w-nro-turno "  "
                           ins-t-desde(w-nro-turno)(1:2) ":"
                           ins-t-desde(w-nro-turno)(3:2) " a "
                           ins-t-hasta(w-nro-turno)(1:2) ":"
                           ins-t-hasta(w-nro-turno)(3:2)
                           "  EN USO EN OTRA TERMINAL"
               WHEN OTHER
                   DISPLAY "   " w-nro-turno "  "
                           ins-t-desde(w-nro-turno)(1:2) ":"
                           ins-t-desde(w-nro-turno)(3:2) " a "
                           ins-t-hasta(w-nro-turno)(1:2) ":"
                           ins-t-hasta(w-nro-turno)(3:2)
                           "  RESERVADO SOCIO " rsv-socio
           END-EVALUATE.

       170-INGRESO-TURNO.
           DISPLAY "Ingrese el numero de turno (0 = ninguno): ".
           ACCEPT w-nro-turno.
           PERFORM 175-ERROR-TURNO
               UNTIL w-nro-turno NOT > ins-cant-turnos.

       175-ERROR-TURNO.
           DISPLAY "Error, la instalacion tiene " ins-cant-turnos
                   " turnos".
           DISPLAY "Ingrese el numero de turno (0 = ninguno): ".
           ACCEPT w-nro-turno.

      * Minutos que faltan desde ahora hasta la hora w-hora-turno del
      * dia de la reserva; negativo si ya paso.
       180-CALCULAR-ANTICIPACION.
           ACCEPT w-fecha8 FROM DATE YYYYMMDD.
           ACCEPT w-hora FROM TIME.
           MOVE w-hora(1:4) TO w-ahora.
           COMPUTE w-dias-faltan =
               FUNCTION INTEGER-OF-DATE(w-fecha-reserva8)
             - FUNCTION INTEGER-OF-DATE(w-fecha8).
           COMPUTE w-minutos-faltan = w-dias-faltan * 1440
               + w-turno-hh * 60 + w-turno-mm
               - w-ahora-hh * 60 - w-ahora-mm.

      * Lee la reserva del turno w-nro-turno y deja su situacion:
      * "L" libre, "B" tomada en este momento por otra terminal
      * (registro bloqueado), "O" ocupado.
       190-LEER-TURNO.
           MOVE ins-cod         TO rsv-ins.
           MOVE w-fecha-reserva TO rsv-fecha.
           MOVE w-nro-turno     TO rsv-turno.
           MOVE "B" TO w-situacion.
           READ RESERVAS
               INVALID KEY
                   MOVE "L" TO w-situacion
               NOT INVALID KEY
                   IF RSV-TURNO-LIBRE
                       MOVE "L" TO w-situacion
                   ELSE
                       MOVE "O" TO w-situacion
                   END-IF
           END-READ.

      ************************ R U T I N A S OPC-1 *********************

       100-RESERVAR.
           PERFORM 110-INGRESO-INSTALACION.
           PERFORM 120-PROCESO-RESERVA UNTIL ins-cod = 0.

       120-PROCESO-RESERVA.
           READ INSTALACIONES INVALID KEY
                           DISPLAY "INSTALACION INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 130-ELEGIR-TURNO
           END-READ.
           PERFORM 110-INGRESO-INSTALACION.

       130-ELEGIR-TURNO.
           DISPLAY "Instalacion: " ins-cod " " ins-descripcion
                   "  Importe por turno: " ins-importe.
           PERFORM 150-INGRESO-FECHA.
           IF w-fecha-ok = "S"
               PERFORM 160-MOSTRAR-DISPONIBILIDAD
               PERFORM 170-INGRESO-TURNO
               IF w-nro-turno > 0
                   MOVE ins-t-desde(w-nro-turno) TO w-hora-turno
                   PERFORM 180-CALCULAR-ANTICIPACION
                   IF w-minutos-faltan NOT > 0
                       DISPLAY "EL TURNO YA COMENZO, NO SE PUEDE "
                               "RESERVAR"
                   ELSE
                       PERFORM 135-INGRESO-SOCIO
                   END-IF
               END-IF
           END-IF.

       135-INGRESO-SOCIO.
           DISPLAY "Ingrese el codigo del socio: ".
           ACCEPT soc-cod.
           READ SOCIOS INVALID KEY
                           DISPLAY "SOCIO INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 140-VALIDAR-SOCIO
           END-READ.

      * Reservan los socios activos (los vitalicios y honorarios
      * tambien); no los inactivos ni los que estan de licencia.
       140-VALIDAR-SOCIO.
           DISPLAY "Socio:  " soc-cod " " soc-nom.
           DISPLAY "Saldo:  " soc-saldo.
           IF SOC-ACTIVO OR SOC-HONORARIO
               DISPLAY "Confirma la reserva del turno " w-nro-turno
                       " con cargo de " ins-importe "? S(SI), N(NO)"
               ACCEPT w-acuerdo
               IF w-acuerdo = "S"
                   PERFORM 200-TOMAR-TURNO
               ELSE
                   DISPLAY "RESERVA CANCELADA"
               END-IF
           ELSE
               DISPLAY "EL SOCIO NO ESTA ACTIVO (ESTADO " soc-estado
                       "), NO PUEDE RESERVAR"
           END-IF.

      * El turno se toma primero y recien despues se cobra. La
      * grabacion de la reserva es la que decide entre dos terminales:
      * si otra grabo el mismo turno entre la consulta y la
      * confirmacion, la clave duplicada lo rechaza.
       200-TOMAR-TURNO.
           MOVE "N" TO w-turno-tomado.
           PERFORM 190-LEER-TURNO.
           EVALUATE w-situacion
               WHEN "B"
                   DISPLAY "EL TURNO SE ESTA RESERVANDO EN OTRA "
                           "TERMINAL, ELIJA OTRO"
               WHEN "O"
                   DISPLAY "EL TURNO YA ESTA RESERVADO (SOCIO "
                           rsv-socio ")"
               WHEN OTHER
                   PERFORM 210-GRABAR-RESERVA
           END-EVALUATE.
           IF w-turno-tomado = "S"
               PERFORM 220-CARGAR-RESERVA
           END-IF.

       210-GRABAR-RESERVA.
           IF ws-reservas-status = "00"
               PERFORM 215-ARMAR-RESERVA
               REWRITE rsv-reg
                   INVALID KEY
                       DISPLAY "ERROR GRABANDO LA RESERVA"
                   NOT INVALID KEY
                       MOVE "S" TO w-turno-tomado
               END-REWRITE
           ELSE
               PERFORM 215-ARMAR-RESERVA
               WRITE rsv-reg
                   INVALID KEY
                       DISPLAY "OTRA TERMINAL ACABA DE TOMAR EL "
                               "TURNO, ELIJA OTRO"
                   NOT INVALID KEY
                       MOVE "S" TO w-turno-tomado
               END-WRITE
           END-IF.

       215-ARMAR-RESERVA.
           MOVE SPACES          TO rsv-reg.
           MOVE ins-cod         TO rsv-ins.
           MOVE w-fecha-reserva TO rsv-fecha.
           MOVE w-nro-turno     TO rsv-turno.
           MOVE soc-cod         TO rsv-socio.
           MOVE ins-importe     TO rsv-importe.
           MOVE 0               TO rsv-cpb-nro.
           MOVE "R"             TO rsv-estado.
           MOVE w-usuario       TO rsv-usuario.

      * Si el socio no se puede grabar, el turno se libera.
       220-CARGAR-RESERVA.
           MOVE soc-saldo TO w-saldo-anterior.
           SUBTRACT rsv-importe FROM soc-saldo.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "ERROR EN LA GRABACION DEL SOCIO " soc-cod
                   MOVE w-saldo-anterior TO soc-saldo
                   DELETE RESERVAS RECORD
                       INVALID KEY
                           DISPLAY "ERROR LIBERANDO EL TURNO"
                   END-DELETE
               NOT INVALID KEY
                   MOVE "RESER" TO w-mov-operacion
                   PERFORM 500-GRABAR-MOVIMIENTO
                   MOVE rsv-importe TO w-importe-cpb
                   PERFORM 550-GRABAR-COMPROBANTE
                   MOVE cpb-nro TO rsv-cpb-nro
                   REWRITE rsv-reg
                       INVALID KEY
                           DISPLAY "ERROR GRABANDO LA RESERVA"
                   END-REWRITE
                   MOVE "RESE" TO w-log-operacion
                   PERFORM 590-GRABAR-SESION
                   ADD 1 TO w-cant-reservas
                   DISPLAY "RESERVA CONFIRMADA - TURNO " w-nro-turno
                           " DEL " w-res-dia "/" w-res-mes "/20"
                           w-res-anio
                   DISPLAY "Nuevo saldo: " soc-saldo
           END-REWRITE.

      ************************ R U T I N A S OPC-2 *********************

       300-CANCELAR.
           PERFORM 110-INGRESO-INSTALACION.
           PERFORM 310-PROCESO-CANCELACION UNTIL ins-cod = 0.

       310-PROCESO-CANCELACION.
           READ INSTALACIONES INVALID KEY
                           DISPLAY "INSTALACION INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 320-ELEGIR-RESERVA
           END-READ.
           PERFORM 110-INGRESO-INSTALACION.

       320-ELEGIR-RESERVA.
           PERFORM 150-INGRESO-FECHA.
           IF w-fecha-ok = "S"
               PERFORM 160-MOSTRAR-DISPONIBILIDAD
               PERFORM 170-INGRESO-TURNO
               IF w-nro-turno > 0
                   PERFORM 190-LEER-TURNO
                   EVALUATE TRUE
                       WHEN w-situacion = "B"
                           DISPLAY "LA RESERVA ESTA EN USO EN OTRA "
                                   "TERMINAL"
                       WHEN w-situacion = "L"
                           DISPLAY "NO HAY RESERVA EN ESE TURNO"
                       WHEN NOT RSV-RESERVADA
                           DISPLAY "LA RESERVA YA FUE USADA O MARCADA "
                                   "AUSENTE (ESTADO " rsv-estado ")"
                       WHEN OTHER
                           PERFORM 330-ANALIZAR-CANCELACION
                   END-EVALUATE
               END-IF
           END-IF.

      * La regla de cada instalacion: cancelando con al menos
      * ins-horas-cancela horas de anticipacion se devuelve el cargo;
      * con menos, el turno se libera pero el cargo se mantiene. Un
      * turno ya empezado no se cancela.
       330-ANALIZAR-CANCELACION.
           DISPLAY "Reserva del socio " rsv-socio " por " rsv-importe.
           MOVE ins-t-desde(w-nro-turno) TO w-hora-turno.
           PERFORM 180-CALCULAR-ANTICIPACION.
           COMPUTE w-minutos-cancela = ins-horas-cancela * 60.
           EVALUATE TRUE
               WHEN w-minutos-faltan NOT > 0
                   DISPLAY "EL TURNO YA COMENZO, NO SE PUEDE CANCELAR"
               WHEN w-minutos-faltan >= w-minutos-cancela
                   DISPLAY "Cancelacion en termino: se devuelve el "
                           "cargo."
                   DISPLAY "Confirma la cancelacion? S(SI), N(NO)"
                   ACCEPT w-acuerdo
                   IF w-acuerdo = "S"
                       PERFORM 340-CANCELAR-SIN-CARGO
                   END-IF
               WHEN OTHER
                   DISPLAY "Cancelacion fuera de termino (menos de "
                           ins-horas-cancela " hs antes): el cargo se "
                           "mantiene."
                   DISPLAY "Confirma la cancelacion? S(SI), N(NO)"
                   ACCEPT w-acuerdo
                   IF w-acuerdo = "S"
                       PERFORM 360-CANCELAR-CON-CARGO
                   END-IF
           END-EVALUATE.

       340-CANCELAR-SIN-CARGO.
           MOVE rsv-socio TO soc-cod.
           READ SOCIOS INVALID KEY
                           DISPLAY "SOCIO INEXISTENTE " rsv-socio
                       NOT INVALID KEY
                           PERFORM 350-DEVOLVER-CARGO
           END-READ.

       350-DEVOLVER-CARGO.
           MOVE soc-saldo TO w-saldo-anterior.
           ADD rsv-importe TO soc-saldo.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "ERROR EN LA GRABACION DEL SOCIO " soc-cod
                   MOVE w-saldo-anterior TO soc-saldo
               NOT INVALID KEY
                   MOVE "CANRE" TO w-mov-operacion
                   PERFORM 500-GRABAR-MOVIMIENTO
                   PERFORM 570-ANULAR-COMPROBANTE
                   MOVE "C" TO rsv-estado
                   MOVE w-usuario TO rsv-usuario
                   REWRITE rsv-reg
                       INVALID KEY
                           DISPLAY "ERROR GRABANDO LA RESERVA"
                   END-REWRITE
                   MOVE "CANR" TO w-log-operacion
                   PERFORM 590-GRABAR-SESION
                   ADD 1 TO w-cant-canceladas
                   DISPLAY "RESERVA CANCELADA, CARGO DEVUELTO"
                   DISPLAY "Nuevo saldo: " soc-saldo
           END-REWRITE.

       360-CANCELAR-CON-CARGO.
           MOVE "T" TO rsv-estado.
           MOVE w-usuario TO rsv-usuario.
           REWRITE rsv-reg
               INVALID KEY
                   DISPLAY "ERROR GRABANDO LA RESERVA"
               NOT INVALID KEY
                   MOVE rsv-socio TO soc-cod
                   MOVE "CANR" TO w-log-operacion
                   PERFORM 590-GRABAR-SESION
                   ADD 1 TO w-cant-canceladas
                   DISPLAY "RESERVA CANCELADA, EL CARGO SE MANTIENE"
           END-REWRITE.

      ************************ R U T I N A S OPC-3 *********************

      * Agenda del dia para el personal: una pagina por cancha con
      * todos sus turnos, quien reservo y lugar para la firma.
       400-AGENDA.
           DISPLAY " ".
           DISPLAY "Ingrese la instalacion (0 = todas): ".
           ACCEPT w-una-instalacion.
           PERFORM 150-INGRESO-FECHA.
           IF w-fecha-ok = "S"
               OPEN OUTPUT AGENDA
               IF ws-agenda-status NOT = "00"
                   DISPLAY "No se pudo crear agenda_canchas.txt. "
                           "Status: " ws-agenda-status
               ELSE
                   MOVE 0 TO w-pagina
                   PERFORM 410-RECORRER-INSTALACIONES
                   CLOSE AGENDA
                   IF w-pagina = 0
                       DISPLAY "INSTALACION INEXISTENTE"
                   ELSE
                       DISPLAY "Agenda grabada en agenda_canchas.txt ("
                               w-pagina " paginas)"
                   END-IF
               END-IF
           END-IF.

       410-RECORRER-INSTALACIONES.
           IF w-una-instalacion NOT = 0
               MOVE w-una-instalacion TO ins-cod
               READ INSTALACIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 420-AGENDA-INSTALACION
               END-READ
           ELSE
               MOVE "N" TO w-fin-instalaciones
               MOVE 0 TO ins-cod
               START INSTALACIONES KEY IS >= ins-cod
                   INVALID KEY
                       MOVE "S" TO w-fin-instalaciones
               END-START
               PERFORM 415-LEER-INSTALACION
                   UNTIL w-fin-instalaciones = "S"
           END-IF.

       415-LEER-INSTALACION.
           READ INSTALACIONES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-instalaciones
               NOT AT END
                   PERFORM 420-AGENDA-INSTALACION
           END-READ.

       420-AGENDA-INSTALACION.
           PERFORM 720-NUEVA-PAGINA.
           PERFORM 430-AGENDA-TURNO
               VARYING w-nro-turno FROM 1 BY 1
               UNTIL w-nro-turno > ins-cant-turnos.

       430-AGENDA-TURNO.
           MOVE w-nro-turno TO l-det-turno.
           MOVE ins-t-desde(w-nro-turno) TO w-hora-turno.
           MOVE w-turno-hh TO l-det-desde-hh.
           MOVE w-turno-mm TO l-det-desde-mm.
           MOVE ins-t-hasta(w-nro-turno) TO w-hora-turno.
           MOVE w-turno-hh TO l-det-hasta-hh.
           MOVE w-turno-mm TO l-det-hasta-mm.
           MOVE SPACES TO l-det-socio.
           MOVE SPACES TO l-det-nombre.
           MOVE SPACES TO l-det-firma.
           PERFORM 190-LEER-TURNO.
           EVALUATE TRUE
               WHEN w-situacion = "L"
                   MOVE "LIBRE"      TO l-det-estado
               WHEN w-situacion = "B"
                   MOVE "EN USO"     TO l-det-estado
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN RSV-PRESENTE
                           MOVE "PRESENTE" TO l-det-estado
                       WHEN RSV-AUSENTE
                           MOVE "AUSENTE"  TO l-det-estado
                       WHEN OTHER
                           MOVE "RESERVADO" TO l-det-estado
                           MOVE "____________________" TO l-det-firma
                   END-EVALUATE
                   MOVE rsv-socio TO l-det-socio
                   PERFORM 440-NOMBRE-SOCIO
           END-EVALUATE.
           WRITE age-linea FROM lin-age-detalle.
           ADD 1 TO w-lineas.

       440-NOMBRE-SOCIO.
           MOVE rsv-socio TO soc-cod.
           READ SOCIOS
               INVALID KEY
                   MOVE "SOCIO INEXISTENTE" TO l-det-nombre
               NOT INVALID KEY
                   MOVE soc-nom TO l-det-nombre
           END-READ.

      ************************ R U T I N A S OPC-4 *********************

      * El personal marca presente a quien usa el turno; lo que quede
      * reservado sin marcar pasa al informe de ausentes.
       600-ASISTENCIA.
           PERFORM 110-INGRESO-INSTALACION.
           PERFORM 610-PROCESO-ASISTENCIA UNTIL ins-cod = 0.

       610-PROCESO-ASISTENCIA.
           READ INSTALACIONES INVALID KEY
                           DISPLAY "INSTALACION INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 620-MARCAR-PRESENTE
           END-READ.
           PERFORM 110-INGRESO-INSTALACION.

       620-MARCAR-PRESENTE.
           PERFORM 150-INGRESO-FECHA.
           IF w-fecha-ok = "S"
               PERFORM 160-MOSTRAR-DISPONIBILIDAD
               PERFORM 170-INGRESO-TURNO
               IF w-nro-turno > 0
                   PERFORM 190-LEER-TURNO
                   EVALUATE TRUE
                       WHEN w-situacion = "B"
                           DISPLAY "LA RESERVA ESTA EN USO EN OTRA "
                                   "TERMINAL"
                       WHEN w-situacion = "L"
                           DISPLAY "NO HAY RESERVA EN ESE TURNO"
                       WHEN RSV-PRESENTE
                           DISPLAY "YA ESTABA MARCADO PRESENTE"
                       WHEN OTHER
                           MOVE "P" TO rsv-estado
                           REWRITE rsv-reg
                               INVALID KEY
                                   DISPLAY "ERROR GRABANDO LA RESERVA"
                               NOT INVALID KEY
                                   DISPLAY "PRESENTE REGISTRADO - "
                                           "SOCIO " rsv-socio
                           END-REWRITE
                   END-EVALUATE
               END-IF
           END-IF.

      ************************ R U T I N A S OPC-5 *********************

      * Informe de ausentes del dia: toda reserva que sigue en "R"
      * cuando su turno ya termino pasa a ausente. El cargo ya se
      * aplico al reservar y no se devuelve. Volver a emitirlo lista
      * otra vez los ya marcados.
       650-AUSENTES.
           PERFORM 150-INGRESO-FECHA.
           IF w-fecha-ok = "S"
               OPEN OUTPUT AUSENTES
               IF ws-ausentes-status NOT = "00"
                   DISPLAY "No se pudo crear ausentes_canchas.txt. "
                           "Status: " ws-ausentes-status
               ELSE
                   MOVE 0 TO w-cant-ausentes
                   MOVE 0 TO w-total-ausentes
                   MOVE 0 TO w-pagina
                   MOVE 99 TO w-lineas
                   MOVE "N" TO w-fin-instalaciones
                   MOVE 0 TO ins-cod
                   START INSTALACIONES KEY IS >= ins-cod
                       INVALID KEY
                           MOVE "S" TO w-fin-instalaciones
                   END-START
                   PERFORM 660-AUSENTES-INSTALACION
                       UNTIL w-fin-instalaciones = "S"
                   PERFORM 690-TOTAL-AUSENTES
                   CLOSE AUSENTES
                   DISPLAY "Ausentes: " w-cant-ausentes
                           "  Cargo aplicado: " w-total-ausentes
                   DISPLAY "Informe grabado en ausentes_canchas.txt"
               END-IF
           END-IF.

       660-AUSENTES-INSTALACION.
           READ INSTALACIONES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-instalaciones
               NOT AT END
                   PERFORM 665-POSICIONAR-RESERVAS
           END-READ.

       665-POSICIONAR-RESERVAS.
           MOVE "N" TO w-fin-reservas.
           MOVE ins-cod         TO rsv-ins.
           MOVE w-fecha-reserva TO rsv-fecha.
           MOVE 0               TO rsv-turno.
           START RESERVAS KEY IS >= rsv-clave
               INVALID KEY
                   MOVE "S" TO w-fin-reservas
           END-START.
           PERFORM 670-LEER-RESERVA UNTIL w-fin-reservas = "S".

       670-LEER-RESERVA.
           READ RESERVAS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-reservas
               NOT AT END
                   IF rsv-ins NOT = ins-cod OR
                      rsv-fecha NOT = w-fecha-reserva
                       MOVE "S" TO w-fin-reservas
                   ELSE
                       PERFORM 675-ANALIZAR-AUSENCIA
                   END-IF
           END-READ.

       675-ANALIZAR-AUSENCIA.
           IF RSV-RESERVADA AND rsv-turno NOT > ins-cant-turnos
               MOVE ins-t-hasta(rsv-turno) TO w-hora-turno
               PERFORM 180-CALCULAR-ANTICIPACION
               IF w-minutos-faltan NOT > 0
                   MOVE "A" TO rsv-estado
                   REWRITE rsv-reg
                       INVALID KEY
                           DISPLAY "ERROR GRABANDO LA RESERVA"
                       NOT INVALID KEY
                           MOVE rsv-socio TO soc-cod
                           MOVE "AUSE" TO w-log-operacion
                           PERFORM 590-GRABAR-SESION
                   END-REWRITE
               END-IF
           END-IF.
           IF RSV-AUSENTE
               PERFORM 680-LISTAR-AUSENTE
           END-IF.

       680-LISTAR-AUSENTE.
           MOVE ins-cod         TO l-aus-ins.
           MOVE ins-descripcion TO l-aus-descripcion.
           MOVE rsv-turno       TO l-aus-turno.
           MOVE 0 TO l-aus-desde-hh l-aus-desde-mm
                     l-aus-hasta-hh l-aus-hasta-mm.
           IF rsv-turno > 0 AND rsv-turno NOT > ins-cant-turnos
               MOVE ins-t-desde(rsv-turno) TO w-hora-turno
               MOVE w-turno-hh TO l-aus-desde-hh
               MOVE w-turno-mm TO l-aus-desde-mm
               MOVE ins-t-hasta(rsv-turno) TO w-hora-turno
               MOVE w-turno-hh TO l-aus-hasta-hh
               MOVE w-turno-mm TO l-aus-hasta-mm
           END-IF.
           MOVE rsv-socio       TO l-aus-socio.
           MOVE rsv-socio       TO soc-cod.
           READ SOCIOS
               INVALID KEY
                   MOVE "SOCIO INEXISTENTE" TO l-aus-nombre
               NOT INVALID KEY
                   MOVE soc-nom TO l-aus-nombre
           END-READ.
           MOVE rsv-importe     TO l-aus-importe.
           PERFORM 715-CONTROLAR-SALTO-AUSENTES.
           WRITE aus-linea FROM lin-aus-detalle.
           ADD 1 TO w-lineas.
           ADD 1 TO w-cant-ausentes.
           ADD rsv-importe TO w-total-ausentes.

       690-TOTAL-AUSENTES.
           MOVE w-cant-ausentes  TO l-aus-cant.
           MOVE w-total-ausentes TO l-aus-total.
           PERFORM 715-CONTROLAR-SALTO-AUSENTES.
           MOVE SPACES TO aus-linea.
           WRITE aus-linea.
           WRITE aus-linea FROM lin-aus-total.
           ADD 2 TO w-lineas.

      ****************** M O V I M I E N T O S ************************

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
           MOVE w-mov-operacion  TO mov-operacion.
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

      ********* C O M P R O B A N T E S ********************************

      * Cada reserva queda como comprobante pendiente del mes en que
      * se tomo. Si el socio tenia saldo a favor, la parte del cargo
      * que ese saldo ya cubre nace cancelada.
       550-GRABAR-COMPROBANTE.
           PERFORM 552-PROXIMO-COMPROBANTE.
           MOVE SPACES           TO cpb-reg.
           MOVE soc-cod          TO cpb-cod.
           MOVE "RESER"          TO cpb-tipo.
           MOVE anio             TO cpb-per-anio.
           MOVE mes              TO cpb-per-mes.
           MOVE anio             TO cpb-anio.
           MOVE mes              TO cpb-mes.
           MOVE dia              TO cpb-dia.
           MOVE w-importe-cpb    TO cpb-importe.
           IF w-saldo-anterior > 0
               IF w-saldo-anterior >= w-importe-cpb
                   MOVE 0 TO cpb-pendiente
               ELSE
                   COMPUTE cpb-pendiente =
                       w-importe-cpb - w-saldo-anterior
               END-IF
           ELSE
               MOVE w-importe-cpb TO cpb-pendiente
           END-IF.
           MOVE "N" TO w-cpb-grabado.
           MOVE 0 TO w-cpb-intentos.
           PERFORM 556-ESCRIBIR-COMPROBANTE UNTIL w-cpb-grabado = "S".

       552-PROXIMO-COMPROBANTE.
           MOVE 0 TO w-cpb-nro-prox.
           MOVE "N" TO w-fin-comprobantes.
           MOVE soc-cod TO cpb-cod.
           MOVE 0 TO cpb-nro.
           START COMPROBANTES KEY IS >= cpb-clave
               INVALID KEY
                   MOVE "S" TO w-fin-comprobantes
           END-START.
           PERFORM 554-LEER-COMPROBANTE UNTIL w-fin-comprobantes = "S".

       554-LEER-COMPROBANTE.
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

       556-ESCRIBIR-COMPROBANTE.
           ADD 1 TO w-cpb-nro-prox.
           MOVE w-cpb-nro-prox TO cpb-nro.
           WRITE cpb-reg
               INVALID KEY
                   ADD 1 TO w-cpb-intentos
                   IF w-cpb-intentos >= 5
                       DISPLAY "ERROR GRABANDO EL COMPROBANTE DEL "
                               "SOCIO " soc-cod
                       MOVE 0 TO cpb-nro
                       MOVE "S" TO w-cpb-grabado
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO w-cpb-grabado
           END-WRITE.

      * La devolucion descarga lo que quede pendiente del comprobante
      * de la reserva; si ya estaba pagado, la devolucion queda como
      * saldo a favor del socio.
       570-ANULAR-COMPROBANTE.
           MOVE rsv-socio   TO cpb-cod.
           MOVE rsv-cpb-nro TO cpb-nro.
           READ COMPROBANTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF cpb-pendiente > rsv-importe
                       SUBTRACT rsv-importe FROM cpb-pendiente
                   ELSE
                       MOVE 0 TO cpb-pendiente
                   END-IF
                   REWRITE cpb-reg
                       INVALID KEY
                           DISPLAY "ERROR GRABANDO EL COMPROBANTE "
                                   cpb-nro " DEL SOCIO " soc-cod
                   END-REWRITE
           END-READ.

       590-GRABAR-SESION.
           MOVE SPACES           TO log-reg.
           MOVE soc-cod          TO log-cod.
           MOVE w-log-operacion  TO log-operacion.
           MOVE w-usuario        TO log-usuario.
           MOVE fecha            TO log-fecha.
           ACCEPT w-hora FROM TIME.
           MOVE w-hora(1:6)      TO log-hora.
           WRITE log-reg.

      ****************** A R M A D O  D E  P A G I N A *****************

      * La agenda arranca una pagina por instalacion.
       720-NUEVA-PAGINA.
           ADD 1 TO w-pagina.
           MOVE w-res-dia       TO l-age-dia.
           MOVE w-res-mes       TO l-age-mes.
           MOVE w-res-anio      TO l-age-anio.
           MOVE w-pagina        TO l-age-pagina.
           MOVE ins-cod         TO l-age-ins.
           MOVE ins-descripcion TO l-age-descripcion.
           WRITE age-linea FROM lin-age-encabezado1.
           WRITE age-linea FROM lin-age-encabezado2.
           MOVE SPACES TO age-linea.
           WRITE age-linea.
           WRITE age-linea FROM lin-age-encabezado3.
           MOVE 4 TO w-lineas.

       715-CONTROLAR-SALTO-AUSENTES.
           IF w-lineas >= w-lineas-por-pagina
               PERFORM 725-NUEVA-PAGINA-AUSENTES
           END-IF.

       725-NUEVA-PAGINA-AUSENTES.
           ADD 1 TO w-pagina.
           MOVE w-res-dia  TO l-aus-dia.
           MOVE w-res-mes  TO l-aus-mes.
           MOVE w-res-anio TO l-aus-anio.
           MOVE w-pagina   TO l-aus-pagina.
           WRITE aus-linea FROM lin-aus-encabezado1.
           WRITE aus-linea FROM lin-aus-encabezado2.
           MOVE SPACES TO aus-linea.
           WRITE aus-linea.
           MOVE 3 TO w-lineas.

       END PROGRAM YOUR-PROGRAM-NAME.
