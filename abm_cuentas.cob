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
           SELECT CUENTAS
               ASSIGN TO "..\ctascontables.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cta-operacion
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-cuentas-status.
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
      * Cuenta contable de cada tipo de operacion del historial de
      * socios (mov-operacion). La operacion "SOCIO" no es un
      * movimiento: guarda la cuenta de deudores por cuotas, que es
      * la contrapartida de todas las demas.
       FD  CUENTAS.
       01  cta-reg.
           03 cta-operacion    PIC X(5).
           03 cta-cuenta       PIC X(12).
           03 cta-descripcion  PIC X(30).
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

       77  ws-cuentas-status    PIC XX.
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

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Mantenimiento de las cuentas contables por tipo de operacion,
      * que usa la exportacion mensual de asientos. Cada operacion con
      * importe lleva su cuenta (ingreso para los cargos, caja o banco
      * para los cobros); la operacion "SOCIO" lleva la cuenta de
      * deudores por cuotas.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-ABRIR-ARCHIVO.
           IF w-archivo-ok = "S"
               PERFORM 030-LOGIN
               IF w-login-ok = "S"
                   PERFORM 040-INGRESO-GENERAL
                   PERFORM 060-MENU-OPCIONES UNTIL opcion = 5
               END-IF
               CLOSE CUENTAS
           END-IF.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       010-ABRIR-ARCHIVO.
           OPEN I-O CUENTAS.
           IF ws-cuentas-status = "35"
               OPEN OUTPUT CUENTAS
               CLOSE CUENTAS
               OPEN I-O CUENTAS
           END-IF.
           IF ws-cuentas-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo CUENTAS (puede "
                       "estar en uso en otra terminal). Status: "
                       ws-cuentas-status
               MOVE "N" TO w-archivo-ok
           END-IF.

      * Las cuentas deciden como se contabiliza todo el mes: nadie las
      * toca sin identificarse. Los usuarios se cargan con su propio
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
           PERFORM 050-ERROR-INGRESO UNTIL opcion >= 1 AND <= 5.

       045-TRAIGO-OPC.
           DISPLAY " ".
           DISPLAY "MANTENIMIENTO DE CUENTAS CONTABLES POR OPERACION".
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

      * El perfil consulta solo lista las cuentas.
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

       110-INGRESO-OPERACION.
           DISPLAY " ".
           DISPLAY "Ingrese la operacion (CUOTA, PAGO, ...; SOCIO para "
                   "la cuenta de deudores). Por fin deje en blanco".
           ACCEPT cta-operacion.

       120-INGRESO-CUENTA.
           DISPLAY "Ingrese el numero de cuenta contable: ".
           ACCEPT cta-cuenta.
           PERFORM 125-ERROR-CUENTA UNTIL cta-cuenta NOT = SPACES.

       125-ERROR-CUENTA.
           DISPLAY "Error, la cuenta no puede quedar en blanco".
           DISPLAY "Ingrese el numero de cuenta contable: ".
           ACCEPT cta-cuenta.

       130-INGRESO-DESCRIPCION.
           DISPLAY "Ingrese la descripcion para el asiento: ".
           ACCEPT cta-descripcion.
           PERFORM 135-ERROR-DESCRIPCION
               UNTIL cta-descripcion NOT = SPACES.

       135-ERROR-DESCRIPCION.
           DISPLAY "Error, la descripcion no puede quedar en blanco".
           DISPLAY "Ingrese la descripcion para el asiento: ".
           ACCEPT cta-descripcion.

      ************************ R U T I N A S OPC-1 *********************

       200-ALTAS.
           PERFORM 110-INGRESO-OPERACION.
           PERFORM 220-PROCESO-ALTA UNTIL cta-operacion = SPACES.

       220-PROCESO-ALTA.
           READ CUENTAS INVALID KEY
                           PERFORM 240-GRABAR-CUENTA
                       NOT INVALID KEY
                           DISPLAY "OPERACION YA CARGADA"
           END-READ.
           PERFORM 110-INGRESO-OPERACION.

       240-GRABAR-CUENTA.
           PERFORM 120-INGRESO-CUENTA.
           PERFORM 130-INGRESO-DESCRIPCION.
           WRITE cta-reg INVALID KEY
                           DISPLAY "ERROR EN LA GRABACION"
                         NOT INVALID KEY
                           DISPLAY "ALTA CONFIRMADA".

      ************************ R U T I N A S OPC-2 *********************

       300-BAJAS.
           PERFORM 110-INGRESO-OPERACION.
           PERFORM 310-PROCESO-BAJA UNTIL cta-operacion = SPACES.

       310-PROCESO-BAJA.
           READ CUENTAS INVALID KEY
                           DISPLAY "OPERACION INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 320-ANALIZAR-BAJA
           END-READ.
           PERFORM 110-INGRESO-OPERACION.

       320-ANALIZAR-BAJA.
           DISPLAY "Operacion: " cta-operacion " Cuenta: " cta-cuenta
                   " " cta-descripcion.
           DISPLAY "Esta seguro que desea eliminar la cuenta? "-
           "S(SI), N(NO)".
           ACCEPT w-acuerdo-eliminado.
           IF w-acuerdo-eliminado = "S"
               DELETE CUENTAS RECORD
                   INVALID KEY
                       DISPLAY "ERROR EN LA ELIMINACION"
                   NOT INVALID KEY
                       DISPLAY "BAJA CONFIRMADA"
               END-DELETE
           END-IF.

      ************************ R U T I N A S OPC-3 *********************

       400-MODIFICACIONES.
           PERFORM 110-INGRESO-OPERACION.
           PERFORM 410-PROCESO-MODIFICACION
               UNTIL cta-operacion = SPACES.

       410-PROCESO-MODIFICACION.
           READ CUENTAS INVALID KEY
                           DISPLAY "OPERACION INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 420-MODIFICAR-CUENTA
           END-READ.
           PERFORM 110-INGRESO-OPERACION.

       420-MODIFICAR-CUENTA.
           DISPLAY "Operacion: " cta-operacion " Cuenta: " cta-cuenta
                   " " cta-descripcion.
           PERFORM 120-INGRESO-CUENTA.
           PERFORM 130-INGRESO-DESCRIPCION.
           REWRITE cta-reg INVALID KEY
                               DISPLAY "ERROR EN LA GRABACION"
                           NOT INVALID KEY
                               DISPLAY "MODIFICACION CONFIRMADA".

      ************************ R U T I N A S OPC-4 *********************

       600-LISTADO.
           MOVE "N" TO w-fin-listado.
           MOVE 0 TO w-cant-listadas.
           MOVE SPACES TO cta-operacion.
           DISPLAY " ".
           DISPLAY "LISTADO DE CUENTAS CONTABLES".
           DISPLAY "OPER   CUENTA        DESCRIPCION".
           START CUENTAS KEY IS >= cta-operacion
               INVALID KEY
                   MOVE "S" TO w-fin-listado
           END-START.
           PERFORM 610-LISTAR-SIGUIENTE UNTIL w-fin-listado = "S".
           IF w-cant-listadas = 0
               DISPLAY "No hay cuentas cargadas."
           END-IF.

       610-LISTAR-SIGUIENTE.
           READ CUENTAS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-listado
               NOT AT END
                   DISPLAY cta-operacion "  " cta-cuenta "  "
                           cta-descripcion
                   ADD 1 TO w-cant-listadas
           END-READ.

       END PROGRAM YOUR-PROGRAM-NAME.
