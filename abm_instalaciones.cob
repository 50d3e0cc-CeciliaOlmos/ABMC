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
           SELECT INSTALACIONES
               ASSIGN TO "..\instalaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ins-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-instalaciones-status.
           SELECT USUARIOS
               ASSIGN TO "..\usuarios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS usu-id
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-usuarios-status.
           SELECT RESERVAS
               ASSIGN TO "..\reservas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rsv-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-reservas-status.

       DATA DIVISION.
       FILE SECTION.
      * Canchas e instalaciones que se reservan por turno: el importe
      * que se carga al socio por cada turno, la anticipacion minima
      * (en horas) para cancelar sin cargo y la grilla de turnos del
      * dia, hora desde y hasta en formato HHMM, en orden.
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
       FD  USUARIOS.
       01  usu-reg.
           03 usu-id           PIC X(8).
           03 usu-clave        PIC X(8).
           03 usu-nombre       PIC X(20).
           03 usu-perfil       PIC X.
               88 PERFIL-CONSULTA   VALUE "C".
               88 PERFIL-OPERADOR   VALUE "O".
               88 PERFIL-SUPERVISOR VALUE "S".
      * Reservas tomadas: solo se consultan para no dar de baja una
      * instalacion con turnos reservados por delante.
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
       WORKING-STORAGE SECTION.

       01  fecha.
           03 anio              PIC 99.
           03 mes               PIC 99.
           03 dia               PIC 99.

       77  ws-instalaciones-status PIC XX.
       77  w-archivo-ok         PIC X   VALUE "S".
       01  opcion               PIC 9   VALUE 9.
       77  w-acuerdo-eliminado  PIC X.
       77  w-fin-listado        PIC X.
       77  w-cant-listadas      PIC 9(3).
       77  ws-usuarios-status   PIC XX.
       77  w-usuario            PIC X(8).
       77  w-perfil             PIC X.
       77  w-clave-ingresada    PIC X(8).
       77  w-login-ok           PIC X   VALUE "N".
       77  w-intentos-login     PIC 9   VALUE 0.
       77  w-nro-turno          PIC 99.
       77  w-fin-turnos         PIC X.
       77  w-turno-ok           PIC X.
       77  w-hora-anterior      PIC 9(4).
       77  ws-reservas-status   PIC XX.
       77  w-fin-reservas       PIC X.
       77  w-cant-vigentes      PIC 9(5).
       77  w-reservas-ok        PIC X.
       01  w-desde.
           03 w-desde-hh        PIC 99.
           03 w-desde-mm        PIC 99.
       01  w-hasta.
           03 w-hasta-hh        PIC 99.
           03 w-hasta-mm        PIC 99.

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Mantenimiento de la tabla de canchas e instalaciones que usa
      * el programa de reservas: codigo, descripcion, importe por
      * turno, anticipacion minima para cancelar sin cargo y la
      * grilla de turnos del dia (hasta 16).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-ABRIR-ARCHIVO.
           IF w-archivo-ok = "S"
               PERFORM 030-LOGIN
               IF w-login-ok = "S"
                   PERFORM 040-INGRESO-GENERAL
                   PERFORM 060-MENU-OPCIONES UNTIL opcion = 5
               END-IF
               CLOSE INSTALACIONES
           END-IF.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       010-ABRIR-ARCHIVO.
           OPEN I-O INSTALACIONES.
           IF ws-instalaciones-status = "35"
               OPEN OUTPUT INSTALACIONES
               CLOSE INSTALACIONES
               OPEN I-O INSTALACIONES
           END-IF.
           IF ws-instalaciones-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo INSTALACIONES "
                       "(puede estar en uso en otra terminal). "
                       "Status: " ws-instalaciones-status
               MOVE "N" TO w-archivo-ok
           END-IF.

      * Los importes y la grilla de turnos deciden lo que se le carga
      * al socio: nadie los toca sin identificarse.
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
           PERFORM 050-ERROR-INGRESO UNTIL opcion >= 1 AND <= 5.

       045-TRAIGO-OPC.
           DISPLAY " ".
           DISPLAY "MANTENIMIENTO DE CANCHAS E INSTALACIONES".
           DISPLAY "1 - ALTAS".
           DISPLAY "2 - BAJAS".
           DISPLAY "3 - MODIFICACIONES".
           DISPLAY "4 - LISTADO".
           DISPLAY "5 - SALIR".
           DISPLAY "Introduzca una opcion: ".
           ACCEPT opcion.

       050-ERROR-INGRESO.
           DISPLAY "Error, ingrese un numero entre 1 y 5".
           PERFORM 045-TRAIGO-OPC.

      * El perfil consulta solo lista las instalaciones.
       060-MENU-OPCIONES.
           IF w-perfil = "C" AND opcion NOT = 4
               DISPLAY "SIN PERMISO PARA ESTA OPCION (PERFIL "
                       "CONSULTA)"
           ELSE
               EVALUATE opcion
                       WHEN 1 PERFORM 200-ALTAS
                       WHEN 2 PERFORM 300-BAJAS
                       WHEN 3 PERFORM 400-MODIFICACIONES
                       WHEN 4 PERFORM 600-LISTADO
               END-EVALUATE
           END-IF.
           PERFORM 040-INGRESO-GENERAL.

      ******************* R U T I N A S  C O M U N E S *****************

       110-INGRESO-INSTALACION.
           DISPLAY " ".
           DISPLAY "Ingrese el codigo de instalacion (1 a 99). "
                   "Por fin ingrese 0".
           ACCEPT ins-cod.

       120-INGRESO-DESCRIPCION.
           DISPLAY "Ingrese la descripcion (ej. CANCHA TENIS 1): ".
           ACCEPT ins-descripcion.
           PERFORM 125-ERROR-DESCRIPCION
               UNTIL ins-descripcion NOT = SPACES.

       125-ERROR-DESCRIPCION.
           DISPLAY "Error, la descripcion no puede quedar en blanco".
           DISPLAY "Ingrese la descripcion: ".
           ACCEPT ins-descripcion.

       130-INGRESO-IMPORTE.
           DISPLAY "Ingrese el importe por turno: ".
           ACCEPT ins-importe.
           PERFORM 135-ERROR-IMPORTE UNTIL ins-importe > 0.

       135-ERROR-IMPORTE.
           DISPLAY "Error, el importe debe ser mayor que 0".
           DISPLAY "Ingrese el importe por turno: ".
           ACCEPT ins-importe.

       140-INGRESO-CANCELACION.
           DISPLAY "Ingrese la anticipacion minima en horas para "
                   "cancelar sin cargo (0 a 99): ".
           ACCEPT ins-horas-cancela.

      * Los turnos se cargan en orden y sin superponerse: cada uno
      * empieza a la hora en que termino el anterior o despues.
       150-INGRESO-TURNOS.
           MOVE 0 TO ins-cant-turnos.
           MOVE 0 TO w-hora-anterior.
           MOVE "N" TO w-fin-turnos.
           PERFORM 152-LIMPIAR-TURNO
               VARYING w-nro-turno FROM 1 BY 1
               UNTIL w-nro-turno > 16.
           DISPLAY "Cargue los turnos del dia en orden (hasta 16).".
           PERFORM 155-INGRESO-TURNO UNTIL w-fin-turnos = "S".
           PERFORM 158-ERROR-SIN-TURNOS UNTIL ins-cant-turnos > 0.

       152-LIMPIAR-TURNO.
           MOVE 0 TO ins-t-desde(w-nro-turno).
           MOVE 0 TO ins-t-hasta(w-nro-turno).

       155-INGRESO-TURNO.
           COMPUTE w-nro-turno = ins-cant-turnos + 1.
           DISPLAY "Turno " w-nro-turno " - hora desde (HHMM, "
                   "0 = terminar): ".
           ACCEPT w-desde.
           IF w-desde = 0
               MOVE "S" TO w-fin-turnos
           ELSE
               DISPLAY "Turno " w-nro-turno " - hora hasta (HHMM): "
               ACCEPT w-hasta
               PERFORM 156-VALIDAR-TURNO
               IF w-turno-ok = "S"
                   ADD 1 TO ins-cant-turnos
                   MOVE w-desde TO ins-t-desde(ins-cant-turnos)
                   MOVE w-hasta TO ins-t-hasta(ins-cant-turnos)
                   MOVE w-hasta TO w-hora-anterior
                   IF ins-cant-turnos = 16
                       MOVE "S" TO w-fin-turnos
                   END-IF
               END-IF
           END-IF.

       156-VALIDAR-TURNO.
           MOVE "N" TO w-turno-ok.
           EVALUATE TRUE
               WHEN w-desde-hh > 23 OR w-desde-mm > 59 OR
                    w-hasta-hh > 24 OR w-hasta-mm > 59
                   DISPLAY "Error, hora invalida (HHMM)"
               WHEN w-hasta NOT > w-desde
                   DISPLAY "Error, la hora hasta debe ser mayor que "
                           "la hora desde"
               WHEN w-desde < w-hora-anterior
                   DISPLAY "Error, el turno se superpone con el "
                           "anterior (termina " w-hora-anterior ")"
               WHEN OTHER
                   MOVE "S" TO w-turno-ok
           END-EVALUATE.

       158-ERROR-SIN-TURNOS.
           DISPLAY "Error, la instalacion debe tener al menos un "
                   "turno".
           MOVE "N" TO w-fin-turnos.
           PERFORM 155-INGRESO-TURNO UNTIL w-fin-turnos = "S".

       160-MOSTRAR-INSTALACION.
           DISPLAY "Instalacion: " ins-cod " " ins-descripcion.
           DISPLAY "Importe por turno: " ins-importe
                   "  Cancelacion sin cargo hasta " ins-horas-cancela
                   " hs antes".
           PERFORM 165-MOSTRAR-TURNO
               VARYING w-nro-turno FROM 1 BY 1
               UNTIL w-nro-turno > ins-cant-turnos.

       165-MOSTRAR-TURNO.
           DISPLAY "   Turno " w-nro-turno ": "
                   ins-t-desde(w-nro-turno)(1:2) ":"
                   ins-t-desde(w-nro-turno)(3:2) " a "
                   ins-t-hasta(w-nro-turno)(1:2) ":"
                   ins-t-hasta(w-nro-turno)(3:2).

      ************************ R U T I N A S OPC-1 *********************

       200-ALTAS.
           PERFORM 110-INGRESO-INSTALACION.
           PERFORM 220-PROCESO-ALTA UNTIL ins-cod = 0.

       220-PROCESO-ALTA.
           READ INSTALACIONES INVALID KEY
                           PERFORM 240-GRABAR-INSTALACION
                       NOT INVALID KEY
                           DISPLAY "INSTALACION EXISTENTE"
           END-READ.
           PERFORM 110-INGRESO-INSTALACION.

       240-GRABAR-INSTALACION.
           PERFORM 120-INGRESO-DESCRIPCION.
           PERFORM 130-INGRESO-IMPORTE.
           PERFORM 140-INGRESO-CANCELACION.
           PERFORM 150-INGRESO-TURNOS.
           WRITE ins-reg INVALID KEY
                           DISPLAY "ERROR EN LA GRABACION"
                         NOT INVALID KEY
                           DISPLAY "ALTA CONFIRMADA".

      ************************ R U T I N A S OPC-2 *********************

       300-BAJAS.
           PERFORM 110-INGRESO-INSTALACION.
           PERFORM 310-PROCESO-BAJA UNTIL ins-cod = 0.

       310-PROCESO-BAJA.
           READ INSTALACIONES INVALID KEY
                           DISPLAY "INSTALACION INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 320-ANALIZAR-BAJA
           END-READ.
           PERFORM 110-INGRESO-INSTALACION.

      * Una instalacion con turnos reservados de hoy en adelante no
      * se da de baja: sin ella esas reservas ya no se pueden cancelar
      * ni devolver su cargo, y salen de la agenda. Hay que cancelarlas
      * antes desde reservas. Las pasadas quedan en el archivo de
      * reservas con su cargo.
       320-ANALIZAR-BAJA.
           PERFORM 160-MOSTRAR-INSTALACION.
           PERFORM 330-CONTAR-RESERVAS.
           EVALUATE TRUE
               WHEN w-reservas-ok = "N"
                   DISPLAY "No se pudieron revisar las reservas de la "
                           "instalacion: la baja no se realiza."
               WHEN w-cant-vigentes > 0
                   DISPLAY "LA INSTALACION TIENE " w-cant-vigentes
                           " RESERVAS VIGENTES: cancelelas antes de "
                           "darla de baja."
               WHEN OTHER
                   DISPLAY "Esta seguro que desea eliminar la "
                           "instalacion? S(SI), N(NO)"
                   ACCEPT w-acuerdo-eliminado
                   IF w-acuerdo-eliminado = "S"
                       DELETE INSTALACIONES RECORD
                           INVALID KEY
                               DISPLAY "ERROR EN LA ELIMINACION"
                           NOT INVALID KEY
                               DISPLAY "BAJA CONFIRMADA"
                       END-DELETE
                   END-IF
           END-EVALUATE.

       330-CONTAR-RESERVAS.
           MOVE 0 TO w-cant-vigentes.
           MOVE "S" TO w-reservas-ok.
           OPEN INPUT RESERVAS.
           EVALUATE ws-reservas-status
               WHEN "00"
                   ACCEPT fecha FROM DATE
                   MOVE "N" TO w-fin-reservas
                   MOVE ins-cod TO rsv-ins
                   MOVE fecha   TO rsv-fecha
                   MOVE 0       TO rsv-turno
                   START RESERVAS KEY IS >= rsv-clave
                       INVALID KEY
                           MOVE "S" TO w-fin-reservas
                   END-START
                   PERFORM 335-LEER-RESERVA UNTIL w-fin-reservas = "S"
                   CLOSE RESERVAS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo abrir el archivo RESERVAS. "
                           "Status: " ws-reservas-status
                   MOVE "N" TO w-reservas-ok
           END-EVALUATE.

       335-LEER-RESERVA.
           READ RESERVAS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-reservas
               NOT AT END
                   IF rsv-ins = ins-cod
                       IF RSV-RESERVADA
                           ADD 1 TO w-cant-vigentes
                       END-IF
                   ELSE
                       MOVE "S" TO w-fin-reservas
                   END-IF
           END-READ.

      ************************ R U T I N A S OPC-3 *********************

       400-MODIFICACIONES.
           PERFORM 110-INGRESO-INSTALACION.
           PERFORM 410-PROCESO-MODIFICACION UNTIL ins-cod = 0.

       410-PROCESO-MODIFICACION.
           READ INSTALACIONES INVALID KEY
                           DISPLAY "INSTALACION INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 420-MODIFICAR-INSTALACION
           END-READ.
           PERFORM 110-INGRESO-INSTALACION.

      * Las reservas guardan el numero de turno: si se cambia la
      * grilla, las ya tomadas pasan a leerse con el horario nuevo.
       420-MODIFICAR-INSTALACION.
           PERFORM 160-MOSTRAR-INSTALACION.
           PERFORM 120-INGRESO-DESCRIPCION.
           PERFORM 130-INGRESO-IMPORTE.
           PERFORM 140-INGRESO-CANCELACION.
           DISPLAY "Desea volver a cargar los turnos? S(SI), N(NO)".
           ACCEPT w-acuerdo-eliminado.
           IF w-acuerdo-eliminado = "S"
               DISPLAY "ATENCION: las reservas ya tomadas conservan "
                       "su numero de turno."
               PERFORM 150-INGRESO-TURNOS
           END-IF.
           REWRITE ins-reg INVALID KEY
                               DISPLAY "ERROR EN LA GRABACION"
                           NOT INVALID KEY
                               DISPLAY "MODIFICACION CONFIRMADA".

      ************************ R U T I N A S OPC-4 *********************

       600-LISTADO.
           MOVE "N" TO w-fin-listado.
           MOVE 0 TO w-cant-listadas.
           MOVE 0 TO ins-cod.
           DISPLAY " ".
           DISPLAY "LISTADO DE CANCHAS E INSTALACIONES".
           START INSTALACIONES KEY IS >= ins-cod
               INVALID KEY
                   MOVE "S" TO w-fin-listado
           END-START.
           PERFORM 610-LISTAR-SIGUIENTE UNTIL w-fin-listado = "S".
           IF w-cant-listadas = 0
               DISPLAY "No hay instalaciones cargadas."
           END-IF.

       610-LISTAR-SIGUIENTE.
           READ INSTALACIONES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-listado
               NOT AT END
                   DISPLAY " "
                   PERFORM 160-MOSTRAR-INSTALACION
                   ADD 1 TO w-cant-listadas
           END-READ.

       END PROGRAM YOUR-PROGRAM-NAME.
