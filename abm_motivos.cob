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
           SELECT MOTIVOS
               ASSIGN TO "..\motivos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS mot-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-motivos-status.
           SELECT PARNOTAS
               ASSIGN TO "..\parnotas.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-parnotas-status.
           SELECT USUARIOS
               ASSIGN TO "..\usuarios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS usu-id
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-usuarios-status.

       DATA DIVISION.
       FILE SECTION.
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
      * Importe hasta el cual una nota se emite sin autorizacion de un
      * supervisor.
       FD  PARNOTAS.
       01  pnt-reg.
           03 pnt-tope          PIC 9(6)V99.
       FD  USUARIOS.
       01  usu-reg.
           03 usu-id           PIC X(8).
           03 usu-clave        PIC X(8).
           03 usu-nombre       PIC X(20).
           03 usu-perfil       PIC X.
               88 PERFIL-CONSULTA   VALUE "C".
               88 PERFIL-OPERADOR   VALUE "O".
               88 PERFIL-SUPERVISOR VALUE "S".
       WORKING-STORAGE SECTION.

       77  ws-motivos-status    PIC XX.
       77  ws-parnotas-status   PIC XX.
       77  w-archivo-ok         PIC X   VALUE "S".
       01  opcion               PIC 9   VALUE 9.
       77  w-acuerdo-eliminado  PIC X.
       77  w-fin-listado        PIC X.
       77  w-cant-listados      PIC 9(3).
       77  ws-usuarios-status   PIC XX.
       77  w-usuario            PIC X(8).
       77  w-perfil             PIC X.
       77  w-clave-ingresada    PIC X(8).
       77  w-login-ok           PIC X   VALUE "N".
       77  w-intentos-login     PIC 9   VALUE 0.
       77  w-hay-tope           PIC X   VALUE "N".
       77  w-tope               PIC 9(6)V99.

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Mantenimiento de la tabla de motivos de las notas de credito y
      * debito (bonificaciones, condonaciones, devoluciones, cargos
      * fuera de los procesos del mes) y del importe hasta el cual
      * una nota no necesita autorizacion de un supervisor. Los usa
      * el programa de notas; sin motivos cargados no se emiten notas.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-ABRIR-ARCHIVO.
           IF w-archivo-ok = "S"
               PERFORM 030-LOGIN
               IF w-login-ok = "S"
                   PERFORM 020-LEER-TOPE
                   PERFORM 040-INGRESO-GENERAL
                   PERFORM 060-MENU-OPCIONES UNTIL opcion = 6
               END-IF
               CLOSE MOTIVOS
           END-IF.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       010-ABRIR-ARCHIVO.
           OPEN I-O MOTIVOS.
           IF ws-motivos-status = "35"
               OPEN OUTPUT MOTIVOS
               CLOSE MOTIVOS
               OPEN I-O MOTIVOS
           END-IF.
           IF ws-motivos-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo MOTIVOS (puede "
                       "estar en uso en otra terminal). Status: "
                       ws-motivos-status
               MOVE "N" TO w-archivo-ok
           END-IF.

       020-LEER-TOPE.
           OPEN INPUT PARNOTAS.
           EVALUATE ws-parnotas-status
               WHEN "00"
                   READ PARNOTAS
                       AT END
                           MOVE "N" TO w-hay-tope
                       NOT AT END
                           MOVE "S" TO w-hay-tope
                           MOVE pnt-tope TO w-tope
                   END-READ
                   CLOSE PARNOTAS
               WHEN "35"
                   MOVE "N" TO w-hay-tope
               WHEN OTHER
                   DISPLAY "No se pudo leer el archivo PARNOTAS. "
                           "Status: " ws-parnotas-status
           END-EVALUATE.

      * Los motivos explican cada ajuste de saldo: nadie los toca sin
      * identificarse. Los usuarios se cargan con su propio
      * mantenimiento (abm_usuarios).
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
           DISPLAY "MANTENIMIENTO DE MOTIVOS DE NOTAS DE CREDITO Y "
                   "DEBITO".
           DISPLAY "1 - ALTAS".
           DISPLAY "2 - BAJAS".
           DISPLAY "3 - MODIFICACIONES".
           DISPLAY "4 - LISTADO".
           DISPLAY "5 - IMPORTE MAXIMO SIN AUTORIZACION".
           DISPLAY "6 - SALIR".
           DISPLAY "Introduzca una opcion: ".
           ACCEPT opcion.

       050-ERROR-INGRESO.
           DISPLAY "Error, ingrese un numero entre 1 y 6".
           PERFORM 045-TRAIGO-OPC.

      * El perfil consulta solo lista los motivos; el importe maximo
      * sin autorizacion lo fija un supervisor.
       060-MENU-OPCIONES.
           EVALUATE TRUE
               WHEN w-perfil = "C" AND opcion NOT = 4
                   DISPLAY "SIN PERMISO PARA ESTA OPCION (PERFIL "
                           "CONSULTA)"
               WHEN opcion = 5 AND w-perfil NOT = "S"
                   DISPLAY "EL IMPORTE MAXIMO SIN AUTORIZACION "
                           "REQUIERE PERFIL SUPERVISOR"
               WHEN opcion = 1
                   PERFORM 200-ALTAS
               WHEN opcion = 2
                   PERFORM 300-BAJAS
               WHEN opcion = 3
                   PERFORM 400-MODIFICACIONES
               WHEN opcion = 4
                   PERFORM 600-LISTADO
               WHEN opcion = 5
                   PERFORM 700-TOPE
           END-EVALUATE.
           PERFORM 040-INGRESO-GENERAL.

      ******************* R U T I N A S  C O M U N E S *****************

       110-INGRESO-MOTIVO.
           DISPLAY " ".
           DISPLAY "Ingrese el codigo de motivo (1 a 999). "
                   "Por fin ingrese 0".
           ACCEPT mot-cod.

       120-INGRESO-DESCRIPCION.
           DISPLAY "Ingrese la descripcion del motivo: ".
           ACCEPT mot-descripcion.
           PERFORM 125-ERROR-DESCRIPCION
               UNTIL mot-descripcion NOT = SPACES.

       125-ERROR-DESCRIPCION.
           DISPLAY "Error, la descripcion no puede quedar en blanco".
           DISPLAY "Ingrese la descripcion del motivo: ".
           ACCEPT mot-descripcion.

       130-INGRESO-TIPO.
           DISPLAY "Ingrese para que notas vale: C(CREDITO), "
                   "D(DEBITO), A(AMBAS): ".
           ACCEPT mot-tipo.
           PERFORM 135-ERROR-TIPO
               UNTIL MOT-CREDITO OR MOT-DEBITO OR MOT-AMBAS.

       135-ERROR-TIPO.
           DISPLAY "Error, ingrese C, D o A".
           DISPLAY "Ingrese para que notas vale: C(CREDITO), "
                   "D(DEBITO), A(AMBAS): ".
           ACCEPT mot-tipo.

      ************************ R U T I N A S OPC-1 *********************

       200-ALTAS.
           PERFORM 110-INGRESO-MOTIVO.
           PERFORM 220-PROCESO-ALTA UNTIL mot-cod = 0.

       220-PROCESO-ALTA.
           READ MOTIVOS INVALID KEY
                           PERFORM 240-GRABAR-MOTIVO
                       NOT INVALID KEY
                           DISPLAY "MOTIVO EXISTENTE"
           END-READ.
           PERFORM 110-INGRESO-MOTIVO.

       240-GRABAR-MOTIVO.
           PERFORM 120-INGRESO-DESCRIPCION.
           PERFORM 130-INGRESO-TIPO.
           WRITE mot-reg INVALID KEY
                           DISPLAY "ERROR EN LA GRABACION"
                         NOT INVALID KEY
                           DISPLAY "ALTA CONFIRMADA".

      ************************ R U T I N A S OPC-2 *********************

       300-BAJAS.
           PERFORM 110-INGRESO-MOTIVO.
           PERFORM 310-PROCESO-BAJA UNTIL mot-cod = 0.

       310-PROCESO-BAJA.
           READ MOTIVOS INVALID KEY
                           DISPLAY "MOTIVO INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 320-ANALIZAR-BAJA
           END-READ.
           PERFORM 110-INGRESO-MOTIVO.

      * Las notas ya emitidas guardan el codigo del motivo; el
      * informe mensual las muestra aunque el motivo se haya borrado.
       320-ANALIZAR-BAJA.
           DISPLAY "Motivo: " mot-cod " " mot-descripcion
                   " Tipo: " mot-tipo.
           DISPLAY "Esta seguro que desea eliminar el motivo? "-
           "S(SI), N(NO)".
           ACCEPT w-acuerdo-eliminado.
           IF w-acuerdo-eliminado = "S"
               DELETE MOTIVOS RECORD
                   INVALID KEY
                       DISPLAY "ERROR EN LA ELIMINACION"
                   NOT INVALID KEY
                       DISPLAY "BAJA CONFIRMADA"
               END-DELETE
           END-IF.

      ************************ R U T I N A S OPC-3 *********************

       400-MODIFICACIONES.
           PERFORM 110-INGRESO-MOTIVO.
           PERFORM 410-PROCESO-MODIFICACION UNTIL mot-cod = 0.

       410-PROCESO-MODIFICACION.
           READ MOTIVOS INVALID KEY
                           DISPLAY "MOTIVO INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 420-MODIFICAR-MOTIVO
           END-READ.
           PERFORM 110-INGRESO-MOTIVO.

       420-MODIFICAR-MOTIVO.
           DISPLAY "Motivo: " mot-cod " " mot-descripcion
                   " Tipo: " mot-tipo.
           PERFORM 120-INGRESO-DESCRIPCION.
           PERFORM 130-INGRESO-TIPO.
           REWRITE mot-reg INVALID KEY
                               DISPLAY "ERROR EN LA GRABACION"
                           NOT INVALID KEY
                               DISPLAY "MODIFICACION CONFIRMADA".

      ************************ R U T I N A S OPC-4 *********************

       600-LISTADO.
           MOVE "N" TO w-fin-listado.
           MOVE 0 TO w-cant-listados.
           MOVE 0 TO mot-cod.
           DISPLAY " ".
           DISPLAY "LISTADO DE MOTIVOS DE NOTAS".
           DISPLAY "COD  DESCRIPCION                     TIPO".
           START MOTIVOS KEY IS >= mot-cod
               INVALID KEY
                   MOVE "S" TO w-fin-listado
           END-START.
           PERFORM 610-LISTAR-SIGUIENTE UNTIL w-fin-listado = "S".
           IF w-cant-listados = 0
               DISPLAY "No hay motivos cargados."
           END-IF.
           IF w-hay-tope = "S"
               DISPLAY "Importe maximo sin autorizacion: " w-tope
           ELSE
               DISPLAY "Importe maximo sin autorizacion: no cargado "
                       "(toda nota requiere supervisor)"
           END-IF.

       610-LISTAR-SIGUIENTE.
           READ MOTIVOS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-listado
               NOT AT END
                   DISPLAY mot-cod "  " mot-descripcion "  " mot-tipo
                   ADD 1 TO w-cant-listados
           END-READ.

      ************************ R U T I N A S OPC-5 *********************

       700-TOPE.
           IF w-hay-tope = "S"
               DISPLAY "Importe maximo actual: " w-tope
           END-IF.
           DISPLAY "Ingrese el importe maximo de una nota sin "
                   "autorizacion de supervisor (0 = todas la "
                   "requieren): ".
           ACCEPT w-tope.
           OPEN OUTPUT PARNOTAS.
           IF ws-parnotas-status NOT = "00"
               DISPLAY "No se pudo grabar el archivo PARNOTAS. "
                       "Status: " ws-parnotas-status
           ELSE
               MOVE SPACES TO pnt-reg
               MOVE w-tope TO pnt-tope
               WRITE pnt-reg
               CLOSE PARNOTAS
               MOVE "S" TO w-hay-tope
               DISPLAY "IMPORTE GRABADO"
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
