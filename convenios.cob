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
           SELECT CONVENIOS
               ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cnv-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-convenios-status.
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
           SELECT APLICACIONES
               ASSIGN TO "..\aplicaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS apl-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-aplicaciones-status.

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
      * Un convenio por socio: la deuda congelada al firmarlo, la
      * cantidad de cuotas y su importe, cuantas se facturaron (y por
      * cuanto) y cuantas seguidas quedaron impagas. Estado "V"
      * vigente, "C" cumplido, "I" incumplido.
       FD  CONVENIOS.
       01  cnv-reg.
           03 cnv-cod           PIC 9(6).
           03 cnv-fecha.
               05 cnv-anio      PIC 99.
               05 cnv-mes       PIC 99.
               05 cnv-dia       PIC 99.
           03 cnv-deuda         PIC 9(6)V99.
           03 cnv-cant-cuotas   PIC 99.
           03 cnv-importe-cuota PIC 9(6)V99.
           03 cnv-cuotas-fact   PIC 99.
           03 cnv-total-fact    PIC 9(6)V99.
           03 cnv-cuotas-impagas PIC 9.
           03 cnv-ult-periodo.
               05 cnv-ult-anio  PIC 99.
               05 cnv-ult-mes   PIC 99.
           03 cnv-estado        PIC X.
               88 CNV-VIGENTE      VALUE "V".
               88 CNV-CUMPLIDO     VALUE "C".
               88 CNV-INCUMPLIDO   VALUE "I".
           03 cnv-usuario       PIC X(8).
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
      * Imputacion de cada pago a los comprobantes que cancelo. El
      * origen dice quien pago: "R" recibo de cobranzas, "D" debito
      * automatico, "C" convenio, "M" modificacion de saldo, "N" nota
      * de credito; el numero es el del recibo o la nota o, si no hay
      * comprobante, la secuencia del movimiento. Estado "V" vigente,
      * "A" anulada.
       FD  APLICACIONES.
       01  apl-reg.
           03 apl-clave.
               05 apl-cod       PIC 9(6).
               05 apl-origen    PIC X.
               05 apl-numero    PIC 9(8).
               05 apl-renglon   PIC 9(3).
           03 apl-cpb-nro       PIC 9(6).
           03 apl-tipo          PIC X(5).
           03 apl-periodo.
               05 apl-per-anio  PIC 99.
               05 apl-per-mes   PIC 99.
           03 apl-importe       PIC 9(6)V99.
           03 apl-estado        PIC X.
       WORKING-STORAGE SECTION.

       01  fecha.
           03 anio              PIC 99.
           03 mes               PIC 99.
           03 dia               PIC 99.

       77  ws-socios-status     PIC XX.
       77  ws-movsocios-status  PIC XX.
       77  ws-convenios-status  PIC XX.
       77  ws-sesionlog-status  PIC XX.
       77  ws-usuarios-status   PIC XX.
       77  w-archivo-ok         PIC X       VALUE "S".
       77  w-usuario            PIC X(8).
       77  w-perfil             PIC X.
       77  w-clave-ingresada    PIC X(8).
       77  w-login-ok           PIC X       VALUE "N".
       77  w-intentos-login     PIC 9       VALUE 0.
       77  w-hora               PIC 9(8).
       01  opcion               PIC 9       VALUE 9.
       77  w-saldo-anterior     PIC S9(6)V99.
       77  w-mov-sec-prox       PIC 9(6).
       77  w-fin-secuencia      PIC X.
       77  w-mov-grabado        PIC X.
       77  w-mov-intentos       PIC 9.
       77  ws-comprobantes-status PIC XX.
       77  w-fin-comprobantes   PIC X.
       77  ws-aplicaciones-status PIC XX.
       77  w-importe-imputar    PIC 9(6)V99.
       77  w-resto-imputar      PIC 9(6)V99.
       77  w-imputado           PIC 9(6)V99.
       77  w-total-imputado     PIC 9(6)V99.
       77  w-apl-origen         PIC X.
       77  w-apl-numero         PIC 9(8).
       77  w-apl-renglon        PIC 9(3).
       77  w-convenio-existe    PIC X.
       77  w-deuda              PIC 9(6)V99.
       77  w-cant-cuotas        PIC 99.
       77  w-importe-cuota      PIC 9(6)V99.
       77  ws-cuotas-max        PIC 99      VALUE 24.
       77  w-acuerdo            PIC X.
       77  w-fin-convenios      PIC X.
       77  w-cant-firmados      PIC 9(5)    VALUE 0.
       77  w-cant-listados      PIC 9(5).
       77  w-pendiente          PIC 9(6)V99.

       01  lin-convenio.
           03 l-cnv-cod         PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 l-cnv-dia         PIC 99.
           03 filler            PIC X      VALUE "/".
           03 l-cnv-mes         PIC 99.
           03 filler            PIC XXX    VALUE "/20".
           03 l-cnv-anio        PIC 99.
           03 filler            PIC X      VALUE SPACE.
           03 l-cnv-deuda       PIC ZZZZZ9,99.
           03 filler            PIC X      VALUE SPACE.
           03 l-cnv-fact        PIC Z9.
           03 filler            PIC X      VALUE "/".
           03 l-cnv-cuotas      PIC Z9.
           03 filler            PIC X      VALUE SPACE.
           03 l-cnv-importe     PIC ZZZZZ9,99.
           03 filler            PIC X      VALUE SPACE.
           03 l-cnv-impagas     PIC 9.
           03 filler            PIC X      VALUE SPACE.
           03 l-cnv-estado      PIC X(10).

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Planes de pago (convenios) para regularizar la deuda de un
      * moroso. Al firmar el convenio la deuda del socio se congela:
      * sale de soc-saldo con el movimiento "CONV" y queda en
      * convenios.dat repartida en N cuotas mensuales. La cuota del
      * convenio la factura cuota_mensual junto con la cuota social,
      * como movimiento aparte ("CCONV"); con dos cuotas impagas el
      * convenio pasa a incumplido, lo que falta facturar vuelve al
      * saldo ("ICONV") y el socio retoma la intimacion normal.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha FROM DATE.
           PERFORM 010-ABRIR-ARCHIVOS.
           IF w-archivo-ok = "S"
               PERFORM 030-LOGIN
           END-IF.
           IF w-archivo-ok = "S" AND w-login-ok = "S"
               PERFORM 040-INGRESO-GENERAL
               PERFORM 060-MENU-OPCIONES UNTIL opcion = 4
               DISPLAY " "
               DISPLAY "Convenios firmados en la sesion: "
                       w-cant-firmados
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
                   PERFORM 014-ABRIR-CONVENIOS
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 016-ABRIR-SESIONLOG
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 017-ABRIR-COMPROBANTES
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 018-ABRIR-APLICACIONES
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

       014-ABRIR-CONVENIOS.
           OPEN I-O CONVENIOS.
           IF ws-convenios-status = "35"
               OPEN OUTPUT CONVENIOS
               CLOSE CONVENIOS
               OPEN I-O CONVENIOS
           END-IF.
           IF ws-convenios-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo CONVENIOS. Status: "
                       ws-convenios-status
               MOVE "N" TO w-archivo-ok
               CLOSE MOVSOCIOS
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
               CLOSE CONVENIOS
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
               CLOSE CONVENIOS
               CLOSE SESIONLOG
           END-IF.

       018-ABRIR-APLICACIONES.
           OPEN I-O APLICACIONES.
           IF ws-aplicaciones-status = "35"
               OPEN OUTPUT APLICACIONES
               CLOSE APLICACIONES
               OPEN I-O APLICACIONES
           END-IF.
           IF ws-aplicaciones-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo APLICACIONES. "
                       "Status: " ws-aplicaciones-status
               MOVE "N" TO w-archivo-ok
               CLOSE MOVSOCIOS
               CLOSE CONVENIOS
               CLOSE SESIONLOG
               CLOSE COMPROBANTES
           END-IF.

       020-CERRAR-ARCHIVOS.
           IF w-archivo-ok = "S"
               CLOSE SOCIOS
               CLOSE MOVSOCIOS
               CLOSE CONVENIOS
               CLOSE SESIONLOG
               CLOSE COMPROBANTES
               CLOSE APLICACIONES
           END-IF.

      * Ninguna terminal firma convenios sin identificarse: el
      * usuario logueado queda en el convenio y en el log de sesion.
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
           PERFORM 050-ERROR-INGRESO UNTIL opcion >= 1 AND <= 4.

       045-TRAIGO-OPC.
           DISPLAY " ".
           DISPLAY "CONVENIOS - PLANES DE PAGO DE DEUDA".
           DISPLAY "1 - FIRMAR CONVENIO".
           DISPLAY "2 - CONSULTAR CONVENIO".
           DISPLAY "3 - LISTADO DE CONVENIOS".
           DISPLAY "4 - SALIR".
           DISPLAY "Introduzca una opcion: ".
           ACCEPT opcion.

       050-ERROR-INGRESO.
           DISPLAY "Error, ingrese un numero entre 1 y 4".
           PERFORM 045-TRAIGO-OPC.

      * El perfil consulta solo consulta y lista.
       060-MENU-OPCIONES.
           EVALUATE TRUE
               WHEN opcion = 1 AND w-perfil = "C"
                   DISPLAY "SIN PERMISO PARA FIRMAR CONVENIOS (PERFIL "
                           "CONSULTA)"
               WHEN opcion = 1
                   PERFORM 100-FIRMAR
               WHEN opcion = 2
                   PERFORM 200-CONSULTAR
               WHEN opcion = 3
                   PERFORM 300-LISTADO
           END-EVALUATE.
           PERFORM 040-INGRESO-GENERAL.

       110-INGRESO-COD-SOC.
           DISPLAY " ".
           DISPLAY "Ingrese el codigo del socio. Por fin ingrese 0".
           ACCEPT soc-cod.

      ************************ R U T I N A S OPC-1 *********************

       100-FIRMAR.
           PERFORM 110-INGRESO-COD-SOC.
           PERFORM 120-PROCESO-FIRMA UNTIL soc-cod = 0.

       120-PROCESO-FIRMA.
           READ SOCIOS INVALID KEY
                           DISPLAY "SOCIO INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 130-VALIDAR-SOCIO
           END-READ.
           PERFORM 110-INGRESO-COD-SOC.

      * Solo se firma convenio sobre deuda real de un socio que sigue
      * en el padron, y nunca dos convenios vigentes a la vez. Un
      * convenio cumplido o incumplido anterior se reemplaza.
       130-VALIDAR-SOCIO.
           DISPLAY "Socio:  " soc-cod " " soc-nom.
           DISPLAY "Saldo:  " soc-saldo.
           DISPLAY "Estado: " soc-estado.
           MOVE soc-cod TO cnv-cod.
           READ CONVENIOS INVALID KEY
                           MOVE "N" TO w-convenio-existe
                       NOT INVALID KEY
                           MOVE "S" TO w-convenio-existe
           END-READ.
           EVALUATE TRUE
               WHEN SOC-INACTIVO
                   DISPLAY "EL SOCIO ESTA INACTIVO, NO SE FIRMA "
                           "CONVENIO"
               WHEN soc-saldo NOT < 0
                   DISPLAY "EL SOCIO NO TIENE DEUDA"
               WHEN w-convenio-existe = "S" AND CNV-VIGENTE
                   DISPLAY "EL SOCIO YA TIENE UN CONVENIO VIGENTE"
               WHEN OTHER
                   PERFORM 140-ARMAR-CONVENIO
           END-EVALUATE.

       140-ARMAR-CONVENIO.
           COMPUTE w-deuda = soc-saldo * -1.
           DISPLAY "Deuda a convenir: " w-deuda.
           DISPLAY "Ingrese la cantidad de cuotas (2 a " ws-cuotas-max
                   "): ".
           ACCEPT w-cant-cuotas.
           PERFORM 145-ERROR-CUOTAS
               UNTIL w-cant-cuotas >= 2 AND <= ws-cuotas-max.
           COMPUTE w-importe-cuota ROUNDED = w-deuda / w-cant-cuotas.
           DISPLAY "Cuotas: " w-cant-cuotas " de " w-importe-cuota
                   " (la ultima ajusta el redondeo)".
           DISPLAY "Confirma la firma del convenio? S(SI), N(NO)".
           ACCEPT w-acuerdo.
           IF w-acuerdo = "S"
               PERFORM 150-CONGELAR-DEUDA
           ELSE
               DISPLAY "CONVENIO CANCELADO"
           END-IF.

       145-ERROR-CUOTAS.
           DISPLAY "Error, la cantidad de cuotas debe estar entre 2 y "
                   ws-cuotas-max.
           DISPLAY "Ingrese la cantidad de cuotas: ".
           ACCEPT w-cant-cuotas.

      * La deuda sale del saldo del socio (queda en cero) y pasa al
      * convenio: desde ahi el saldo solo refleja los cargos del mes
      * y las cuotas del convenio que se vayan facturando.
       150-CONGELAR-DEUDA.
           MOVE soc-saldo TO w-saldo-anterior.
           ADD w-deuda TO soc-saldo.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "ERROR EN LA GRABACION DEL SOCIO " soc-cod
                   MOVE w-saldo-anterior TO soc-saldo
               NOT INVALID KEY
                   PERFORM 250-GRABAR-MOVIMIENTO
                   MOVE "C"            TO w-apl-origen
                   MOVE w-mov-sec-prox TO w-apl-numero
                   MOVE w-deuda        TO w-importe-imputar
                   PERFORM 260-IMPUTAR-PAGO
                   PERFORM 160-GRABAR-CONVENIO
                   PERFORM 249-GRABAR-SESION
                   ADD 1 TO w-cant-firmados
                   DISPLAY "CONVENIO FIRMADO - SOCIO " soc-cod
                   DISPLAY "Nuevo saldo: " soc-saldo
           END-REWRITE.

       160-GRABAR-CONVENIO.
           MOVE SPACES          TO cnv-reg.
           MOVE soc-cod         TO cnv-cod.
           MOVE anio            TO cnv-anio.
           MOVE mes             TO cnv-mes.
           MOVE dia             TO cnv-dia.
           MOVE w-deuda         TO cnv-deuda.
           MOVE w-cant-cuotas   TO cnv-cant-cuotas.
           MOVE w-importe-cuota TO cnv-importe-cuota.
           MOVE 0               TO cnv-cuotas-fact.
           MOVE 0               TO cnv-total-fact.
           MOVE 0               TO cnv-cuotas-impagas.
           MOVE 0               TO cnv-ult-periodo.
           MOVE "V"             TO cnv-estado.
           MOVE w-usuario       TO cnv-usuario.
           IF w-convenio-existe = "S"
               REWRITE cnv-reg INVALID KEY
                               DISPLAY "ERROR GRABANDO EL CONVENIO "
                                       "DEL SOCIO " soc-cod
               END-REWRITE
           ELSE
               WRITE cnv-reg INVALID KEY
                               DISPLAY "ERROR GRABANDO EL CONVENIO "
                                       "DEL SOCIO " soc-cod
               END-WRITE
           END-IF.

       249-GRABAR-SESION.
           MOVE SPACES           TO log-reg.
           MOVE soc-cod          TO log-cod.
           MOVE "CONV"           TO log-operacion.
           MOVE w-usuario        TO log-usuario.
           MOVE fecha            TO log-fecha.
           ACCEPT w-hora FROM TIME.
           MOVE w-hora(1:6)      TO log-hora.
           WRITE log-reg.

      * El historial es indexado por socio + secuencia: antes de
      * grabar se busca la ultima secuencia usada por el socio y se
      * escribe con la siguiente. Si otra terminal gano esa secuencia
      * entre medio, se reintenta con la que sigue.
       250-GRABAR-MOVIMIENTO.
           PERFORM 252-PROXIMA-SECUENCIA.
           MOVE soc-cod          TO mov-cod.
           MOVE anio             TO mov-anio.
           MOVE mes              TO mov-mes.
           MOVE dia              TO mov-dia.
           MOVE w-saldo-anterior TO mov-saldo-ant.
           MOVE soc-saldo        TO mov-saldo-nuevo.
           MOVE "CONV"           TO mov-operacion.
           MOVE "N" TO w-mov-grabado.
           MOVE 0 TO w-mov-intentos.
           PERFORM 256-ESCRIBIR-MOVIMIENTO
               UNTIL w-mov-grabado = "S".

       252-PROXIMA-SECUENCIA.
           MOVE 0 TO w-mov-sec-prox.
           MOVE "N" TO w-fin-secuencia.
           MOVE soc-cod TO mov-cod.
           MOVE 0 TO mov-sec.
           START MOVSOCIOS KEY IS >= mov-clave
               INVALID KEY
                   MOVE "S" TO w-fin-secuencia
           END-START.
           PERFORM 254-LEER-SECUENCIA UNTIL w-fin-secuencia = "S".

       254-LEER-SECUENCIA.
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

       256-ESCRIBIR-MOVIMIENTO.
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

      * La deuda que pasa al convenio cancela los comprobantes
      * pendientes del socio; desde ahi lo que se factura son las
      * cuotas del convenio.
      ********* I M P U T A C I O N  A  C O M P R O B A N T E S *******

      * El pago se imputa a los comprobantes pendientes del socio, el
      * mas viejo primero (la clave socio + numero sigue el orden de
      * emision). Cada comprobante tocado deja su renglon en
      * APLICACIONES con el origen y numero del pago, para poder
      * mostrar que periodos cancelo y para que una anulacion deshaga
      * exactamente lo mismo. Lo que sobra queda como saldo a favor.
       260-IMPUTAR-PAGO.
           MOVE w-importe-imputar TO w-resto-imputar.
           MOVE 0 TO w-total-imputado.
           MOVE 0 TO w-apl-renglon.
           MOVE "N" TO w-fin-comprobantes.
           MOVE soc-cod TO cpb-cod.
           MOVE 0 TO cpb-nro.
           START COMPROBANTES KEY IS >= cpb-clave
               INVALID KEY
                   MOVE "S" TO w-fin-comprobantes
           END-START.
           PERFORM 262-IMPUTAR-COMPROBANTE
               UNTIL w-fin-comprobantes = "S" OR w-resto-imputar = 0.

       262-IMPUTAR-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod NOT = soc-cod
                       MOVE "S" TO w-fin-comprobantes
                   ELSE
                       IF cpb-pendiente > 0
                           PERFORM 264-CANCELAR-COMPROBANTE
                       END-IF
                   END-IF
           END-READ.

       264-CANCELAR-COMPROBANTE.
           IF cpb-pendiente > w-resto-imputar
               MOVE w-resto-imputar TO w-imputado
           ELSE
               MOVE cpb-pendiente TO w-imputado
           END-IF.
           SUBTRACT w-imputado FROM cpb-pendiente.
           REWRITE cpb-reg
               INVALID KEY
                   DISPLAY "ERROR GRABANDO EL COMPROBANTE " cpb-nro
                           " DEL SOCIO " soc-cod
               NOT INVALID KEY
                   SUBTRACT w-imputado FROM w-resto-imputar
                   ADD w-imputado TO w-total-imputado
                   PERFORM 266-GRABAR-APLICACION
           END-REWRITE.

       266-GRABAR-APLICACION.
           ADD 1 TO w-apl-renglon.
           MOVE SPACES          TO apl-reg.
           MOVE soc-cod         TO apl-cod.
           MOVE w-apl-origen    TO apl-origen.
           MOVE w-apl-numero    TO apl-numero.
           MOVE w-apl-renglon   TO apl-renglon.
           MOVE cpb-nro         TO apl-cpb-nro.
           MOVE cpb-tipo        TO apl-tipo.
           MOVE cpb-periodo     TO apl-periodo.
           MOVE w-imputado      TO apl-importe.
           MOVE "V"             TO apl-estado.
           WRITE apl-reg INVALID KEY
                           DISPLAY "ERROR GRABANDO LA IMPUTACION DEL "
                                   "SOCIO " soc-cod
           END-WRITE.

      ************************ R U T I N A S OPC-2 *********************

       200-CONSULTAR.
           DISPLAY " ".
           DISPLAY "Ingrese el codigo del socio: ".
           ACCEPT cnv-cod.
           READ CONVENIOS INVALID KEY
                           DISPLAY "EL SOCIO NO TIENE CONVENIO"
                       NOT INVALID KEY
                           PERFORM 210-MOSTRAR-CONVENIO
           END-READ.

       210-MOSTRAR-CONVENIO.
           COMPUTE w-pendiente = cnv-deuda - cnv-total-fact.
           DISPLAY "Socio:              " cnv-cod.
           DISPLAY "Fecha de firma:     " cnv-dia "/" cnv-mes "/20"
                   cnv-anio.
           DISPLAY "Deuda congelada:    " cnv-deuda.
           DISPLAY "Cuotas:             " cnv-cant-cuotas " de "
                   cnv-importe-cuota.
           DISPLAY "Cuotas facturadas:  " cnv-cuotas-fact.
           DISPLAY "Pendiente facturar: " w-pendiente.
           DISPLAY "Cuotas impagas:     " cnv-cuotas-impagas.
           EVALUATE TRUE
               WHEN CNV-VIGENTE
                   DISPLAY "Estado:             VIGENTE"
               WHEN CNV-CUMPLIDO
                   DISPLAY "Estado:             CUMPLIDO"
               WHEN OTHER
                   DISPLAY "Estado:             INCUMPLIDO"
           END-EVALUATE.
           DISPLAY "Firmado por:        " cnv-usuario.

      ************************ R U T I N A S OPC-3 *********************

       300-LISTADO.
           MOVE "N" TO w-fin-convenios.
           MOVE 0 TO w-cant-listados.
           MOVE 0 TO cnv-cod.
           DISPLAY " ".
           DISPLAY "LISTADO DE CONVENIOS".
           DISPLAY "SOCIO  FIRMA         DEUDA FACT. CUOTA    IMP "
                   "ESTADO".
           START CONVENIOS KEY IS >= cnv-cod
               INVALID KEY
                   DISPLAY "No hay convenios cargados."
                   MOVE "S" TO w-fin-convenios
           END-START.
           PERFORM 310-LISTAR-SIGUIENTE UNTIL w-fin-convenios = "S".
           DISPLAY "Convenios listados: " w-cant-listados.

       310-LISTAR-SIGUIENTE.
           READ CONVENIOS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-convenios
               NOT AT END
                   PERFORM 320-MOSTRAR-LINEA
           END-READ.

       320-MOSTRAR-LINEA.
           MOVE cnv-cod            TO l-cnv-cod.
           MOVE cnv-dia            TO l-cnv-dia.
           MOVE cnv-mes            TO l-cnv-mes.
           MOVE cnv-anio           TO l-cnv-anio.
           MOVE cnv-deuda          TO l-cnv-deuda.
           MOVE cnv-cuotas-fact    TO l-cnv-fact.
           MOVE cnv-cant-cuotas    TO l-cnv-cuotas.
           MOVE cnv-importe-cuota  TO l-cnv-importe.
           MOVE cnv-cuotas-impagas TO l-cnv-impagas.
           EVALUATE TRUE
               WHEN CNV-VIGENTE
                   MOVE "VIGENTE"    TO l-cnv-estado
               WHEN CNV-CUMPLIDO
                   MOVE "CUMPLIDO"   TO l-cnv-estado
               WHEN OTHER
                   MOVE "INCUMPLIDO" TO l-cnv-estado
           END-EVALUATE.
           DISPLAY lin-convenio.
           ADD 1 TO w-cant-listados.

       END PROGRAM YOUR-PROGRAM-NAME.
