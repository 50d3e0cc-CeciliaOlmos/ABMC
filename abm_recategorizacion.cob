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
           SELECT REGLAS
               ASSIGN TO "..\reglascat.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rcat-nro
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-reglas-status.
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

       77  ws-reglas-status     PIC XX.
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

      * Mantenimiento de las reglas que usa la recategorizacion
      * mensual (recategorizacion): por antiguedad, el pase a socio
      * vitalicio; por edad, el cambio de una categoria a otra.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-ABRIR-ARCHIVO.
           IF w-archivo-ok = "S"
               PERFORM 030-LOGIN
               IF w-login-ok = "S"
                   PERFORM 040-INGRESO-GENERAL
                   PERFORM 060-MENU-OPCIONES UNTIL opcion = 5
               END-IF
               CLOSE REGLAS
           END-IF.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       010-ABRIR-ARCHIVO.
           OPEN I-O REGLAS.
           IF ws-reglas-status = "35"
               OPEN OUTPUT REGLAS
               CLOSE REGLAS
               OPEN I-O REGLAS
           END-IF.
           IF ws-reglas-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo REGLAS (puede "
                       "estar en uso en otra terminal). Status: "
                       ws-reglas-status
               MOVE "N" TO w-archivo-ok
           END-IF.

      * Las reglas cambian lo que se factura a los socios: nadie las
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
           DISPLAY "MANTENIMIENTO DE REGLAS DE RECATEGORIZACION".
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

      * El perfil consulta solo lista las reglas.
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

       110-INGRESO-NUMERO.
           DISPLAY " ".
           DISPLAY "Ingrese el numero de regla (1 a 99, 0 = fin): ".
           ACCEPT rcat-nro.

       120-INGRESO-DATOS.
           DISPLAY "Tipo de regla: A(Antiguedad) E(Edad): ".
           ACCEPT rcat-tipo.
           PERFORM 125-ERROR-TIPO UNTIL RCAT-ANTIGUEDAD OR RCAT-EDAD.
           IF RCAT-ANTIGUEDAD
               PERFORM 130-INGRESO-ANTIGUEDAD
           ELSE
               PERFORM 140-INGRESO-EDAD
           END-IF.
           DISPLAY "Ingrese la descripcion de la regla: ".
           ACCEPT rcat-descripcion.
           PERFORM 150-ERROR-DESCRIPCION
               UNTIL rcat-descripcion NOT = SPACES.

       125-ERROR-TIPO.
           DISPLAY "Error, ingrese A o E".
           DISPLAY "Tipo de regla: A(Antiguedad) E(Edad): ".
           ACCEPT rcat-tipo.

       130-INGRESO-ANTIGUEDAD.
           DISPLAY "Anios de antiguedad para ser vitalicio (1 a 99): ".
           ACCEPT rcat-anios.
           PERFORM 135-ERROR-ANIOS UNTIL rcat-anios > 0.
           DISPLAY "Categoria a la que aplica (0 = todas): ".
           ACCEPT rcat-cat-desde.
           DISPLAY "Categoria del vitalicio (0 = conserva la suya): ".
           ACCEPT rcat-cat-hasta.

       135-ERROR-ANIOS.
           DISPLAY "Error, los anios deben ser mayores que 0".
           DISPLAY "Ingrese los anios (1 a 99): ".
           ACCEPT rcat-anios.

       140-INGRESO-EDAD.
           DISPLAY "Edad a partir de la cual cambia (1 a 99): ".
           ACCEPT rcat-anios.
           PERFORM 135-ERROR-ANIOS UNTIL rcat-anios > 0.
           DISPLAY "Categoria de origen (1 a 99): ".
           ACCEPT rcat-cat-desde.
           PERFORM 145-ERROR-CATEGORIA UNTIL rcat-cat-desde > 0.
           DISPLAY "Categoria de destino (1 a 99): ".
           ACCEPT rcat-cat-hasta.
           PERFORM 146-ERROR-CATEGORIA
               UNTIL rcat-cat-hasta > 0
                 AND rcat-cat-hasta NOT = rcat-cat-desde.

       145-ERROR-CATEGORIA.
           DISPLAY "Error, la categoria debe estar entre 1 y 99".
           DISPLAY "Categoria de origen (1 a 99): ".
           ACCEPT rcat-cat-desde.

       146-ERROR-CATEGORIA.
           DISPLAY "Error, la categoria de destino debe estar entre 1 "
                   "y 99 y ser distinta de la de origen".
           DISPLAY "Categoria de destino (1 a 99): ".
           ACCEPT rcat-cat-hasta.

       150-ERROR-DESCRIPCION.
           DISPLAY "Error, la descripcion no puede quedar en blanco".
           DISPLAY "Ingrese la descripcion de la regla: ".
           ACCEPT rcat-descripcion.

       160-MOSTRAR-REGLA.
           IF RCAT-ANTIGUEDAD
               DISPLAY "Regla " rcat-nro " ANTIGUEDAD " rcat-anios
                       " anios, categoria " rcat-cat-desde
                       " -> VITALICIO categoria " rcat-cat-hasta
           ELSE
               DISPLAY "Regla " rcat-nro " EDAD " rcat-anios
                       " anios, categoria " rcat-cat-desde " -> "
                       rcat-cat-hasta
           END-IF.
           DISPLAY "      " rcat-descripcion.

      ************************ R U T I N A S OPC-1 *********************

       200-ALTAS.
           PERFORM 110-INGRESO-NUMERO.
           PERFORM 220-PROCESO-ALTA UNTIL rcat-nro = 0.

       220-PROCESO-ALTA.
           READ REGLAS INVALID KEY
                           PERFORM 240-GRABAR-REGLA
                       NOT INVALID KEY
                           DISPLAY "REGLA YA CARGADA"
           END-READ.
           PERFORM 110-INGRESO-NUMERO.

       240-GRABAR-REGLA.
           PERFORM 120-INGRESO-DATOS.
           WRITE rcat-reg INVALID KEY
                           DISPLAY "ERROR EN LA GRABACION"
                         NOT INVALID KEY
                           DISPLAY "ALTA CONFIRMADA".

      ************************ R U T I N A S OPC-2 *********************

       300-BAJAS.
           PERFORM 110-INGRESO-NUMERO.
           PERFORM 310-PROCESO-BAJA UNTIL rcat-nro = 0.

       310-PROCESO-BAJA.
           READ REGLAS INVALID KEY
                           DISPLAY "REGLA INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 320-ANALIZAR-BAJA
           END-READ.
           PERFORM 110-INGRESO-NUMERO.

       320-ANALIZAR-BAJA.
           PERFORM 160-MOSTRAR-REGLA.
           DISPLAY "Esta seguro que desea eliminar la regla? "-
           "S(SI), N(NO)".
           ACCEPT w-acuerdo-eliminado.
           IF w-acuerdo-eliminado = "S"
               DELETE REGLAS RECORD
                   INVALID KEY
                       DISPLAY "ERROR EN LA ELIMINACION"
                   NOT INVALID KEY
                       DISPLAY "BAJA CONFIRMADA"
               END-DELETE
           END-IF.

      ************************ R U T I N A S OPC-3 *********************

       400-MODIFICACIONES.
           PERFORM 110-INGRESO-NUMERO.
           PERFORM 410-PROCESO-MODIFICACION UNTIL rcat-nro = 0.

       410-PROCESO-MODIFICACION.
           READ REGLAS INVALID KEY
                           DISPLAY "REGLA INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 420-MODIFICAR-REGLA
           END-READ.
           PERFORM 110-INGRESO-NUMERO.

       420-MODIFICAR-REGLA.
           PERFORM 160-MOSTRAR-REGLA.
           PERFORM 120-INGRESO-DATOS.
           REWRITE rcat-reg INVALID KEY
                               DISPLAY "ERROR EN LA GRABACION"
                           NOT INVALID KEY
                               DISPLAY "MODIFICACION CONFIRMADA".

      ************************ R U T I N A S OPC-4 *********************

       600-LISTADO.
           MOVE "N" TO w-fin-listado.
           MOVE 0 TO w-cant-listadas.
           MOVE 0 TO rcat-nro.
           DISPLAY " ".
           DISPLAY "LISTADO DE REGLAS DE RECATEGORIZACION".
           START REGLAS KEY IS >= rcat-nro
               INVALID KEY
                   MOVE "S" TO w-fin-listado
           END-START.
           PERFORM 610-LISTAR-SIGUIENTE UNTIL w-fin-listado = "S".
           IF w-cant-listadas = 0
               DISPLAY "No hay reglas cargadas."
           END-IF.

       610-LISTAR-SIGUIENTE.
           READ REGLAS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-listado
               NOT AT END
                   PERFORM 160-MOSTRAR-REGLA
                   ADD 1 TO w-cant-listadas
           END-READ.

       END PROGRAM YOUR-PROGRAM-NAME.
