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
                   FILE STATUS IS ws-archivo-status.
           SELECT MOVSOCIOS
               ASSIGN TO "..\movsocios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS mov-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT COMPROBANTES
               ASSIGN TO "..\comprobantes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cpb-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT APLICACIONES
               ASSIGN TO "..\aplicaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS apl-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT CONVENIOS
               ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cnv-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT LICENCIAS
               ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT GRUPOS
               ASSIGN TO "..\grupos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS grp-adherente
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT ADHDEBITO
               ASSIGN TO "..\adhdebito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS adh-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT ADHCONCEPTO
               ASSIGN TO "..\adhconcepto.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ac-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT AVISOS
               ASSIGN TO "..\avisos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS avi-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT CONCEPTOS
               ASSIGN TO "..\conceptos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS con-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT TARIFAS
               ASSIGN TO "..\tarifas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS tar-categoria
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT REGLAS
               ASSIGN TO "..\reglascat.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rcat-nro
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT CTASCONTABLES
               ASSIGN TO "..\ctascontables.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cta-operacion
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT MOTIVOS
               ASSIGN TO "..\motivos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS mot-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT INSTALACIONES
               ASSIGN TO "..\instalaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ins-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT RESERVAS
               ASSIGN TO "..\reservas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rsv-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT USUARIOS
               ASSIGN TO "..\usuarios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS usu-id
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-usuarios-status.
           SELECT HISTORICO
               ASSIGN TO "..\socios_historico.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS hist-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT MOVHISTORICO
               ASSIGN TO "..\movhistorico.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS movh-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-archivo-status.
           SELECT DATOS-SEC
               ASSIGN TO w-nombre-datos
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-archivo-status.
           SELECT COPIA
               ASSIGN TO w-nombre-copia
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-copia-status.
           SELECT MANIFIESTO
               ASSIGN TO w-nombre-manifiesto
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-manifiesto-status.
           SELECT RESPALDOS
               ASSIGN TO "..\respaldos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-respaldos-status.
           SELECT PARRESPALDO
               ASSIGN TO "..\parrespaldo.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-parrespaldo-status.
           SELECT SESIONLOG
               ASSIGN TO "..\sesion.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-sesionlog-status.
           SELECT RESULTADO
               ASSIGN TO "..\resultado_paso.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-resultado-status.

       DATA DIVISION.
       FILE SECTION.
      * Los archivos indexados se copian registro a registro tal como
      * estan: alcanza con la clave y el largo de cada uno.
       FD  SOCIOS.
       01  soc-reg.
           03 soc-cod           PIC 9(6).
           03 filler            PIC X(128).
       FD  MOVSOCIOS.
       01  mov-reg.
           03 mov-clave         PIC X(12).
           03 filler            PIC X(27).
       FD  COMPROBANTES.
       01  cpb-reg.
           03 cpb-clave         PIC X(12).
           03 filler            PIC X(31).
       FD  APLICACIONES.
       01  apl-reg.
           03 apl-clave         PIC X(18).
           03 filler            PIC X(24).
       FD  CONVENIOS.
       01  cnv-reg.
           03 cnv-cod           PIC 9(6).
           03 filler            PIC X(48).
       FD  LICENCIAS.
       01  lic-reg.
           03 lic-cod           PIC 9(6).
           03 filler            PIC X(52).
       FD  GRUPOS.
       01  grp-reg.
           03 grp-adherente     PIC 9(6).
           03 filler            PIC X(12).
       FD  ADHDEBITO.
       01  adh-reg.
           03 adh-cod           PIC 9(6).
           03 filler            PIC X(28).
       FD  ADHCONCEPTO.
       01  ac-reg.
           03 ac-clave          PIC X(9).
           03 filler            PIC X(12).
       FD  AVISOS.
       01  avi-reg.
           03 avi-cod           PIC 9(6).
           03 filler            PIC X(7).
       FD  CONCEPTOS.
       01  con-reg.
           03 con-cod           PIC 999.
           03 filler            PIC X(28).
       FD  TARIFAS.
       01  tar-reg.
           03 tar-categoria     PIC 99.
           03 filler            PIC X(36).
       FD  REGLAS.
       01  rcat-reg.
           03 rcat-nro          PIC 99.
           03 filler            PIC X(37).
       FD  CTASCONTABLES.
       01  cta-reg.
           03 cta-operacion     PIC X(5).
           03 filler            PIC X(42).
       FD  MOTIVOS.
       01  mot-reg.
           03 mot-cod           PIC 999.
           03 filler            PIC X(31).
       FD  INSTALACIONES.
       01  ins-reg.
           03 ins-cod           PIC 99.
           03 filler            PIC X(160).
       FD  RESERVAS.
       01  rsv-reg.
           03 rsv-clave         PIC X(10).
           03 filler            PIC X(29).
       FD  USUARIOS.
       01  usu-reg.
           03 usu-id           PIC X(8).
           03 usu-clave        PIC X(8).
           03 usu-nombre       PIC X(20).
           03 usu-perfil       PIC X.
               88 PERFIL-CONSULTA   VALUE "C".
               88 PERFIL-OPERADOR   VALUE "O".
               88 PERFIL-SUPERVISOR VALUE "S".
       FD  HISTORICO.
       01  hist-reg.
           03 hist-cod          PIC 9(6).
           03 filler            PIC X(126).
       FD  MOVHISTORICO.
       01  movh-reg.
           03 movh-clave        PIC X(12).
           03 filler            PIC X(27).
      * Cualquiera de los archivos de texto del sistema (recibos,
      * notas, controles, parametros, log de sesion).
       FD  DATOS-SEC.
       01  sec-linea            PIC X(300).
      * Copia de un archivo dentro del juego de respaldo: una linea
      * por registro, en el orden del archivo original.
       FD  COPIA.
       01  cop-linea            PIC X(300).
      * Manifiesto del juego: una cabecera y una linea por archivo del
      * sistema con su cantidad de registros y su total de control.
       FD  MANIFIESTO.
       01  man-reg.
           03 man-archivo       PIC X(20).
           03 filler            PIC X      VALUE SPACE.
           03 man-organizacion  PIC X.
           03 filler            PIC X      VALUE SPACE.
           03 man-existe        PIC X.
           03 filler            PIC X      VALUE SPACE.
           03 man-registros     PIC 9(8).
           03 filler            PIC X      VALUE SPACE.
           03 man-control       PIC S9(11)V99.
       01  man-cabecera.
           03 mcab-marca        PIC X(20).
           03 filler            PIC X      VALUE SPACE.
           03 mcab-fecha        PIC 9(8).
           03 filler            PIC X      VALUE SPACE.
           03 mcab-hora         PIC 9(8).
           03 filler            PIC X      VALUE SPACE.
           03 mcab-usuario      PIC X(8).
           03 filler            PIC X      VALUE SPACE.
           03 mcab-origen       PIC X.
           03 filler            PIC X      VALUE SPACE.
           03 mcab-archivos     PIC 99.
      * Juegos de respaldo que hay en disco, del mas viejo al mas
      * nuevo. Origen "M" generado a mano, "C" antes del cierre
      * mensual, "R" estado previo a una restauracion.
       FD  RESPALDOS.
       01  rsp-reg.
           03 rsp-fecha         PIC 9(8).
           03 filler            PIC X      VALUE SPACE.
           03 rsp-hora          PIC 9(8).
           03 filler            PIC X      VALUE SPACE.
           03 rsp-usuario       PIC X(8).
           03 filler            PIC X      VALUE SPACE.
           03 rsp-origen        PIC X.
           03 filler            PIC X      VALUE SPACE.
           03 rsp-archivos      PIC 99.
           03 filler            PIC X      VALUE SPACE.
           03 rsp-registros     PIC 9(9).
           03 filler            PIC X      VALUE SPACE.
           03 rsp-saldos        PIC S9(9)V99.
           03 filler            PIC X      VALUE SPACE.
           03 rsp-ultimo-recibo PIC 9(8).
      * Cuantos juegos se conservan y si el cierre mensual respalda
      * antes de empezar ("S"/"N").
       FD  PARRESPALDO.
       01  prr-reg.
           03 prr-conservar     PIC 99.
           03 filler            PIC X      VALUE SPACE.
           03 prr-en-cierre     PIC X.
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

       77  ws-archivo-status    PIC XX.
       77  ws-usuarios-status   PIC XX.
       77  ws-copia-status      PIC XX.
       77  ws-manifiesto-status PIC XX.
       77  ws-respaldos-status  PIC XX.
       77  ws-parrespaldo-status PIC XX.
       77  ws-sesionlog-status  PIC XX.
       77  ws-resultado-status  PIC XX.
       01  opcion               PIC 9   VALUE 9.
       77  w-parametro          PIC X(10).
       77  w-usuario            PIC X(8).
       77  w-perfil             PIC X.
       77  w-clave-ingresada    PIC X(8).
       77  w-login-ok           PIC X   VALUE "N".
       77  w-intentos-login     PIC 9   VALUE 0.
       77  w-autorizado         PIC X.
       77  w-autorizo           PIC X(8).
       77  w-intentos-autoriz   PIC 9.
       77  w-confirma           PIC X.
       77  w-hora               PIC 9(8).
       77  w-fecha8             PIC 9(8).
       77  w-hora8              PIC 9(8).
       77  w-nombre-datos       PIC X(40).
       77  w-nombre-copia       PIC X(60).
       77  w-nombre-manifiesto  PIC X(60).
       77  w-conservar          PIC 99  VALUE 5.
       77  w-en-cierre          PIC X   VALUE "N".
       77  w-origen             PIC X.
       77  w-operacion-log      PIC X(4).
       77  w-usuario-log        PIC X(8).
       77  w-nro-arc            PIC 99.
       77  w-cant-archivos      PIC 99  VALUE 37.
       77  w-nro-busca          PIC 99.
       77  w-existe             PIC X.
       77  w-fin-archivo        PIC X.
       77  w-archivo-ok         PIC X.
       77  w-respaldo-ok        PIC X.
       77  w-verificado         PIC X.
       77  w-restauracion-ok    PIC X.
       77  w-registros          PIC 9(8).
       77  w-control            PIC S9(11)V99.
       77  w-cant-copiados      PIC 99.
       77  w-cant-ausentes      PIC 99.
       77  w-cant-restaurados   PIC 99.
       77  w-cant-vaciados      PIC 99.
       77  w-cant-manifiesto    PIC 99.
       77  w-cant-esperados     PIC 99.
       77  w-cant-no-listados   PIC 99.
       77  w-total-registros    PIC 9(9).
       77  w-total-saldos       PIC S9(9)V99.
       77  w-ultimo-recibo      PIC 9(8).
       77  w-fin-respaldos      PIC X.
       77  w-cant-resp          PIC 999.
       77  w-nro-resp           PIC 999.
       77  w-cant-borrar        PIC 999.
       77  w-elegido            PIC 999.
       77  w-desde-resp         PIC 999.
       77  w-ret-borrado        PIC S9(9) COMP-5.
       77  w-registros-edit     PIC Z(7)9.
       77  w-control-edit       PIC -(11)9,99.
       77  w-saldo-edit         PIC -(9)9,99.
       77  w-origen-desc        PIC X(10).

      * Juego de respaldo con el que se trabaja (fecha AAAAMMDD y hora
      * HHMMSSCC de cuando se genero) y el elegido para restaurar.
       01  w-juego.
           03 w-juego-fecha     PIC 9(8).
           03 w-juego-hora      PIC 9(8).
       01  w-juego-restaurar.
           03 w-rest-fecha      PIC 9(8).
           03 w-rest-hora       PIC 9(8).
       01  w-juego-previo.
           03 w-prev-fecha      PIC 9(8).
           03 w-prev-hora       PIC 9(8).

      ******************************************************************
      ******************* ARCHIVOS DEL SISTEMA *************************
      ******************************************************************

      * Cada archivo de datos del sistema con su organizacion ("I"
      * indexado, "S" secuencial de texto), su total de control y si
      * se restaura. Totales: "S" suma de saldos de socios, "M" suma
      * de lo movido en la cuenta (saldo nuevo - anterior), "C" suma
      * de lo pendiente de los comprobantes, "R" suma de importes de
      * recibos, "T" suma de importes de notas, "U" ultimo recibo
      * emitido, "N" ultima nota de credito + ultima de debito.
      * El log de sesion se respalda pero no se restaura: en el queda
      * anotada la propia restauracion. Los indexados van primero y en
      * el orden de 600-ABRIR-ORIGEN y siguientes.
       01  w-nombres-archivos.
           03 filler PIC X(23) VALUE "socios.dat          ISS".
           03 filler PIC X(23) VALUE "movsocios.dat       IMS".
           03 filler PIC X(23) VALUE "comprobantes.dat    ICS".
           03 filler PIC X(23) VALUE "aplicaciones.dat    I S".
           03 filler PIC X(23) VALUE "convenios.dat       I S".
           03 filler PIC X(23) VALUE "licencias.dat       I S".
           03 filler PIC X(23) VALUE "grupos.dat          I S".
           03 filler PIC X(23) VALUE "adhdebito.dat       I S".
           03 filler PIC X(23) VALUE "adhconcepto.dat     I S".
           03 filler PIC X(23) VALUE "avisos.dat          I S".
           03 filler PIC X(23) VALUE "conceptos.dat       I S".
           03 filler PIC X(23) VALUE "tarifas.dat         I S".
           03 filler PIC X(23) VALUE "reglascat.dat       I S".
           03 filler PIC X(23) VALUE "ctascontables.dat   I S".
           03 filler PIC X(23) VALUE "motivos.dat         I S".
           03 filler PIC X(23) VALUE "instalaciones.dat   I S".
           03 filler PIC X(23) VALUE "reservas.dat        I S".
           03 filler PIC X(23) VALUE "usuarios.dat        I S".
           03 filler PIC X(23) VALUE "socios_historico.datI S".
           03 filler PIC X(23) VALUE "movhistorico.dat    IMS".
           03 filler PIC X(23) VALUE "recibos.dat         SRS".
           03 filler PIC X(23) VALUE "recibos_anulados.datS S".
           03 filler PIC X(23) VALUE "notas.dat           STS".
           03 filler PIC X(23) VALUE "presentados.dat     S S".
           03 filler PIC X(23) VALUE "ctlrecibo.dat       SUS".
           03 filler PIC X(23) VALUE "ctlnotas.dat        SNS".
           03 filler PIC X(23) VALUE "ctlcuota.dat        S S".
           03 filler PIC X(23) VALUE "ctlactiv.dat        S S".
           03 filler PIC X(23) VALUE "ctlmora.dat         S S".
           03 filler PIC X(23) VALUE "ctlcierre.dat       S S".
           03 filler PIC X(23) VALUE "cierre.dat          S S".
           03 filler PIC X(23) VALUE "parflia.dat         S S".
           03 filler PIC X(23) VALUE "parmora.dat         S S".
           03 filler PIC X(23) VALUE "parnotas.dat        S S".
           03 filler PIC X(23) VALUE "parpadron.dat       S S".
           03 filler PIC X(23) VALUE "parrespaldo.dat     S S".
           03 filler PIC X(23) VALUE "sesion.log          S N".
       01  w-tabla-archivos REDEFINES w-nombres-archivos.
           03 w-archivo OCCURS 37 TIMES.
               05 w-arc-nombre      PIC X(20).
               05 w-arc-org         PIC X.
               05 w-arc-control     PIC X.
               05 w-arc-restaura    PIC X.

      * Lo que quedo de cada archivo en el respaldo (o lo que dice el
      * manifiesto del juego que se verifica).
       01  w-tabla-resultados.
           03 w-res OCCURS 37 TIMES.
               05 w-res-listado     PIC X.
               05 w-res-existe      PIC X.
               05 w-res-registros   PIC 9(8).
               05 w-res-control     PIC S9(11)V99.

       01  w-tabla-respaldos.
           03 w-resp OCCURS 200 TIMES.
               05 w-resp-fecha      PIC 9(8).
               05 w-resp-hora       PIC 9(8).
               05 w-resp-usuario    PIC X(8).
               05 w-resp-origen     PIC X.
               05 w-resp-archivos   PIC 99.
               05 w-resp-registros  PIC 9(9).
               05 w-resp-saldos     PIC S9(9)V99.
               05 w-resp-ultimo-rec PIC 9(8).

      * Registro en copia, con las vistas de los campos que suman al
      * total de control de cada archivo.
       01  w-registro           PIC X(300).
       01  w-reg-socio REDEFINES w-registro.
           03 filler            PIC X(26).
           03 w-rs-saldo        PIC S9(6)V99.
       01  w-reg-movimiento REDEFINES w-registro.
           03 filler            PIC X(18).
           03 w-rm-saldo-ant    PIC S9(6)V99.
           03 w-rm-saldo-nuevo  PIC S9(6)V99.
       01  w-reg-comprobante REDEFINES w-registro.
           03 filler            PIC X(35).
           03 w-rc-pendiente    PIC 9(6)V99.
       01  w-reg-recibo REDEFINES w-registro.
           03 filler            PIC X(44).
           03 w-rr-importe      PIC 9(6)V99.
       01  w-reg-nota REDEFINES w-registro.
           03 filler            PIC X(46).
           03 w-rt-importe      PIC 9(6)V99.
       01  w-reg-ctlrecibo REDEFINES w-registro.
           03 w-ru-ultimo       PIC 9(8).
       01  w-reg-ctlnotas REDEFINES w-registro.
           03 w-rn-credito      PIC 9(8).
           03 filler            PIC X.
           03 w-rn-debito       PIC 9(8).

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Respaldo integral de los archivos de datos del sistema. Cada
      * respaldo es un juego de copias con la fecha y hora en el
      * nombre (..\respaldo_AAAAMMDD_HHMMSSCC_<archivo>) y un
      * manifiesto con la cantidad de registros y el total de control
      * de cada archivo. Se conservan los ultimos juegos segun
      * parrespaldo.dat y los mas viejos se borran. La restauracion
      * verifica el juego contra su manifiesto antes de tocar nada,
      * pide la confirmacion de un supervisor, respalda el estado
      * actual y recien entonces reemplaza los archivos; queda
      * anotada en sesion.log. Corrido como "respaldo CIERRE" (desde
      * el cierre mensual) genera el respaldo sin pedir nada.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha FROM DATE.
           ACCEPT w-parametro FROM COMMAND-LINE.
           PERFORM 020-LEER-PARAMETROS.
           IF w-parametro = "CIERRE"
               PERFORM 100-RESPALDO-CIERRE
           ELSE
               PERFORM 030-LOGIN
               IF w-login-ok = "S"
                   PERFORM 040-INGRESO-GENERAL
                   PERFORM 060-MENU-OPCIONES UNTIL opcion = 6
               END-IF
           END-IF.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       020-LEER-PARAMETROS.
           OPEN INPUT PARRESPALDO.
           EVALUATE ws-parrespaldo-status
               WHEN "00"
                   READ PARRESPALDO
                       AT END
                           CONTINUE
                       NOT AT END
                           IF prr-conservar > 0
                               MOVE prr-conservar TO w-conservar
                           END-IF
                           MOVE prr-en-cierre TO w-en-cierre
                   END-READ
                   CLOSE PARRESPALDO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo leer el archivo PARRESPALDO. "
                           "Status: " ws-parrespaldo-status
           END-EVALUATE.

      * Los respaldos los genera un operador o un supervisor; el
      * perfil consulta solo puede listarlos y verificarlos.
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

      * Restaurar pisa todos los archivos: lo confirma siempre un
      * supervisor con su clave, aunque sea el mismo que esta
      * identificado.
       034-AUTORIZAR-SUPERVISOR.
           MOVE "N" TO w-autorizado.
           MOVE 0 TO w-intentos-autoriz.
           DISPLAY "La restauracion requiere la confirmacion de un "
                   "supervisor.".
           OPEN INPUT USUARIOS.
           EVALUATE ws-usuarios-status
               WHEN "00"
                   PERFORM 036-PEDIR-AUTORIZACION
                       UNTIL w-autorizado = "S"
                          OR w-intentos-autoriz >= 3
                   CLOSE USUARIOS
               WHEN OTHER
                   DISPLAY "No se pudo abrir el archivo USUARIOS. "
                           "Status: " ws-usuarios-status
           END-EVALUATE.

       036-PEDIR-AUTORIZACION.
           ADD 1 TO w-intentos-autoriz.
           DISPLAY "Usuario supervisor: ".
           ACCEPT usu-id.
           DISPLAY "Clave: ".
           ACCEPT w-clave-ingresada.
           READ USUARIOS INVALID KEY
                   DISPLAY "USUARIO O CLAVE INCORRECTOS"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN usu-clave NOT = w-clave-ingresada
                           DISPLAY "USUARIO O CLAVE INCORRECTOS"
                       WHEN NOT PERFIL-SUPERVISOR
                           DISPLAY "EL USUARIO NO ES SUPERVISOR"
                       WHEN OTHER
                           MOVE "S" TO w-autorizado
                           MOVE usu-id TO w-autorizo
                           DISPLAY "Autorizado por " usu-nombre
                   END-EVALUATE
           END-READ.

       040-INGRESO-GENERAL.
           PERFORM 045-TRAIGO-OPC.
           PERFORM 050-ERROR-INGRESO UNTIL opcion >= 1 AND <= 6.

       045-TRAIGO-OPC.
           DISPLAY " ".
           DISPLAY "RESPALDO Y RESTAURACION DE ARCHIVOS".
           DISPLAY "1 - GENERAR RESPALDO".
           DISPLAY "2 - LISTAR RESPALDOS".
           DISPLAY "3 - VERIFICAR RESPALDO".
           DISPLAY "4 - RESTAURAR RESPALDO".
           DISPLAY "5 - PARAMETROS DE RESPALDO".
           DISPLAY "6 - SALIR".
           DISPLAY "Introduzca una opcion: ".
           ACCEPT opcion.

       050-ERROR-INGRESO.
           DISPLAY "Error, ingrese un numero entre 1 y 6".
           PERFORM 045-TRAIGO-OPC.

       060-MENU-OPCIONES.
           EVALUATE TRUE
               WHEN w-perfil = "C" AND
                    opcion NOT = 2 AND NOT = 3 AND NOT = 6
                   DISPLAY "SIN PERMISO PARA ESTA OPCION (PERFIL "
                           "CONSULTA)"
               WHEN opcion = 5 AND w-perfil NOT = "S"
                   DISPLAY "LOS PARAMETROS DE RESPALDO REQUIEREN "
                           "PERFIL SUPERVISOR"
               WHEN opcion = 1
                   PERFORM 200-GENERAR-RESPALDO
               WHEN opcion = 2
                   PERFORM 410-CARGAR-RESPALDOS
                   PERFORM 420-LISTAR-RESPALDOS
               WHEN opcion = 3
                   PERFORM 500-ELEGIR-RESPALDO
                   IF w-elegido > 0
                       PERFORM 520-VERIFICAR-RESPALDO
                   END-IF
               WHEN opcion = 4
                   PERFORM 800-RESTAURAR
               WHEN opcion = 5
                   PERFORM 950-PARAMETROS
           END-EVALUATE.
           IF opcion NOT = 6
               PERFORM 040-INGRESO-GENERAL
           END-IF.

      ****************** R E S P A L D O ******************************

      * Corrida desde el cierre mensual: sin operador, con usuario
      * BATCH. El resultado solo se graba si el juego quedo completo,
      * asi el cierre no arranca sobre un respaldo a medias.
       100-RESPALDO-CIERRE.
           MOVE "BATCH" TO w-usuario.
           MOVE "C" TO w-origen.
           PERFORM 300-RESPALDAR.
           IF w-respaldo-ok = "S"
               PERFORM 400-DEPURAR-RESPALDOS
               PERFORM 990-GRABAR-RESULTADO
           END-IF.

       200-GENERAR-RESPALDO.
           MOVE "M" TO w-origen.
           PERFORM 300-RESPALDAR.
           IF w-respaldo-ok = "S"
               PERFORM 400-DEPURAR-RESPALDOS
           END-IF.

      * Genera un juego completo con la fecha y hora de este momento.
      * Si algun archivo no se puede copiar se borra lo ya copiado: un
      * juego a medias no sirve para restaurar.
       300-RESPALDAR.
           ACCEPT w-fecha8 FROM DATE YYYYMMDD.
           ACCEPT w-hora8 FROM TIME.
           MOVE w-fecha8 TO w-juego-fecha.
           MOVE w-hora8  TO w-juego-hora.
           MOVE "S" TO w-respaldo-ok.
           MOVE 0 TO w-cant-copiados.
           MOVE 0 TO w-cant-ausentes.
           MOVE 0 TO w-total-registros.
           MOVE 0 TO w-total-saldos.
           MOVE 0 TO w-ultimo-recibo.
           DISPLAY "Generando respaldo " w-juego-fecha "_"
                   w-juego-hora.
           PERFORM 310-RESPALDAR-ARCHIVO
               VARYING w-nro-arc FROM 1 BY 1
               UNTIL w-nro-arc > w-cant-archivos
                  OR w-respaldo-ok = "N".
           IF w-respaldo-ok = "S"
               PERFORM 330-GRABAR-MANIFIESTO
           END-IF.
           IF w-respaldo-ok = "S"
               PERFORM 340-REGISTRAR-RESPALDO
           END-IF.
           IF w-respaldo-ok = "S"
               MOVE "RESP" TO w-operacion-log
               MOVE w-usuario TO w-usuario-log
               PERFORM 850-GRABAR-SESION
               PERFORM 360-MOSTRAR-RESPALDO
           ELSE
               PERFORM 460-BORRAR-JUEGO
               DISPLAY "EL RESPALDO NO SE COMPLETO: no quedo ningun "
                       "juego con esta fecha y hora."
           END-IF.

       310-RESPALDAR-ARCHIVO.
           PERFORM 450-ARMAR-NOMBRES.
           MOVE 0 TO w-registros.
           MOVE 0 TO w-control.
           MOVE "N" TO w-existe.
           PERFORM 600-ABRIR-ORIGEN.
           EVALUATE ws-archivo-status
               WHEN "00"
                   MOVE "S" TO w-existe
                   PERFORM 315-COPIAR-ARCHIVO
                   PERFORM 640-CERRAR-ARCHIVO
               WHEN "35"
                   ADD 1 TO w-cant-ausentes
               WHEN OTHER
                   DISPLAY "No se pudo abrir "
                           w-arc-nombre(w-nro-arc)
                           " (puede estar en uso en otra terminal). "
                           "Status: " ws-archivo-status
                   MOVE "N" TO w-respaldo-ok
           END-EVALUATE.
           MOVE "S"         TO w-res-listado(w-nro-arc).
           MOVE w-existe    TO w-res-existe(w-nro-arc).
           MOVE w-registros TO w-res-registros(w-nro-arc).
           MOVE w-control   TO w-res-control(w-nro-arc).
           IF w-existe = "S"
               ADD w-registros TO w-total-registros
               EVALUATE w-arc-control(w-nro-arc)
                   WHEN "S"
                       MOVE w-control TO w-total-saldos
                   WHEN "U"
                       MOVE w-control TO w-ultimo-recibo
               END-EVALUATE
           END-IF.

       315-COPIAR-ARCHIVO.
           OPEN OUTPUT COPIA.
           IF ws-copia-status NOT = "00"
               DISPLAY "No se pudo crear la copia " w-nombre-copia
                       ". Status: " ws-copia-status
               MOVE "N" TO w-respaldo-ok
           ELSE
               MOVE "N" TO w-fin-archivo
               PERFORM 320-COPIAR-REGISTRO
                   UNTIL w-fin-archivo = "S"
               CLOSE COPIA
               ADD 1 TO w-cant-copiados
           END-IF.

       320-COPIAR-REGISTRO.
           PERFORM 610-LEER-ORIGEN.
           IF w-fin-archivo = "N"
               ADD 1 TO w-registros
               PERFORM 700-SUMAR-CONTROL
               WRITE cop-linea FROM w-registro
               IF ws-copia-status NOT = "00"
                   DISPLAY "ERROR AL GRABAR LA COPIA DE "
                           w-arc-nombre(w-nro-arc) ". Status: "
                           ws-copia-status
                   MOVE "N" TO w-respaldo-ok
                   MOVE "S" TO w-fin-archivo
               END-IF
           END-IF.

       330-GRABAR-MANIFIESTO.
           PERFORM 455-ARMAR-MANIFIESTO.
           OPEN OUTPUT MANIFIESTO.
           IF ws-manifiesto-status NOT = "00"
               DISPLAY "No se pudo crear el manifiesto "
                       w-nombre-manifiesto ". Status: "
                       ws-manifiesto-status
               MOVE "N" TO w-respaldo-ok
           ELSE
               MOVE SPACES          TO man-cabecera
               MOVE "RESPALDO"      TO mcab-marca
               MOVE w-juego-fecha   TO mcab-fecha
               MOVE w-juego-hora    TO mcab-hora
               MOVE w-usuario       TO mcab-usuario
               MOVE w-origen        TO mcab-origen
               MOVE w-cant-archivos TO mcab-archivos
               WRITE man-cabecera
               PERFORM 335-GRABAR-LINEA-MANIFIESTO
                   VARYING w-nro-arc FROM 1 BY 1
                   UNTIL w-nro-arc > w-cant-archivos
               IF ws-manifiesto-status NOT = "00"
                   DISPLAY "ERROR AL GRABAR EL MANIFIESTO. Status: "
                           ws-manifiesto-status
                   MOVE "N" TO w-respaldo-ok
               END-IF
               CLOSE MANIFIESTO
           END-IF.

       335-GRABAR-LINEA-MANIFIESTO.
           MOVE SPACES                     TO man-reg.
           MOVE w-arc-nombre(w-nro-arc)    TO man-archivo.
           MOVE w-arc-org(w-nro-arc)       TO man-organizacion.
           MOVE w-res-existe(w-nro-arc)    TO man-existe.
           MOVE w-res-registros(w-nro-arc) TO man-registros.
           MOVE w-res-control(w-nro-arc)   TO man-control.
           WRITE man-reg.

       340-REGISTRAR-RESPALDO.
           OPEN EXTEND RESPALDOS.
           IF ws-respaldos-status = "35"
               OPEN OUTPUT RESPALDOS
               CLOSE RESPALDOS
               OPEN EXTEND RESPALDOS
           END-IF.
           IF ws-respaldos-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo RESPALDOS. "
                       "Status: " ws-respaldos-status
               MOVE "N" TO w-respaldo-ok
           ELSE
               MOVE SPACES            TO rsp-reg
               MOVE w-juego-fecha     TO rsp-fecha
               MOVE w-juego-hora      TO rsp-hora
               MOVE w-usuario         TO rsp-usuario
               MOVE w-origen          TO rsp-origen
               MOVE w-cant-copiados   TO rsp-archivos
               MOVE w-total-registros TO rsp-registros
               MOVE w-total-saldos    TO rsp-saldos
               MOVE w-ultimo-recibo   TO rsp-ultimo-recibo
               WRITE rsp-reg
               CLOSE RESPALDOS
           END-IF.

       360-MOSTRAR-RESPALDO.
           DISPLAY " ".
           DISPLAY "RESPALDO GENERADO: " w-juego-fecha "_"
                   w-juego-hora.
           DISPLAY "Archivos copiados:           " w-cant-copiados.
           DISPLAY "Archivos inexistentes:       " w-cant-ausentes.
           DISPLAY "Registros copiados:          " w-total-registros.
           DISPLAY "Suma de saldos de socios:    " w-total-saldos.
           DISPLAY "Ultimo recibo emitido:       " w-ultimo-recibo.
           DISPLAY "Manifiesto en " w-nombre-manifiesto.

      ****************** J U E G O S  D E  R E S P A L D O ************

      * Quedan en disco los ultimos juegos que indica el parametro;
      * los mas viejos se borran y salen de respaldos.dat.
       400-DEPURAR-RESPALDOS.
           PERFORM 410-CARGAR-RESPALDOS.
           IF w-cant-resp > w-conservar
               COMPUTE w-cant-borrar = w-cant-resp - w-conservar
               MOVE w-juego TO w-juego-previo
               PERFORM 405-BORRAR-RESPALDO
                   VARYING w-nro-resp FROM 1 BY 1
                   UNTIL w-nro-resp > w-cant-borrar
               MOVE w-juego-previo TO w-juego
               COMPUTE w-desde-resp = w-cant-borrar + 1
               PERFORM 430-REGRABAR-RESPALDOS
               DISPLAY "Juegos de respaldo viejos borrados: "
                       w-cant-borrar
           END-IF.

       405-BORRAR-RESPALDO.
           MOVE w-resp-fecha(w-nro-resp) TO w-juego-fecha.
           MOVE w-resp-hora(w-nro-resp)  TO w-juego-hora.
           PERFORM 460-BORRAR-JUEGO.

       410-CARGAR-RESPALDOS.
           MOVE 0 TO w-cant-resp.
           MOVE "N" TO w-fin-respaldos.
           OPEN INPUT RESPALDOS.
           EVALUATE ws-respaldos-status
               WHEN "00"
                   PERFORM 415-LEER-RESPALDO
                       UNTIL w-fin-respaldos = "S"
                   CLOSE RESPALDOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo leer el archivo RESPALDOS. "
                           "Status: " ws-respaldos-status
           END-EVALUATE.

       415-LEER-RESPALDO.
           READ RESPALDOS
               AT END
                   MOVE "S" TO w-fin-respaldos
               NOT AT END
                   IF w-cant-resp < 200
                       ADD 1 TO w-cant-resp
                       MOVE rsp-fecha   TO w-resp-fecha(w-cant-resp)
                       MOVE rsp-hora    TO w-resp-hora(w-cant-resp)
                       MOVE rsp-usuario TO w-resp-usuario(w-cant-resp)
                       MOVE rsp-origen  TO w-resp-origen(w-cant-resp)
                       MOVE rsp-archivos
                           TO w-resp-archivos(w-cant-resp)
                       MOVE rsp-registros
                           TO w-resp-registros(w-cant-resp)
                       MOVE rsp-saldos  TO w-resp-saldos(w-cant-resp)
                       MOVE rsp-ultimo-recibo
                           TO w-resp-ultimo-rec(w-cant-resp)
                   ELSE
                       DISPLAY "Demasiados juegos en respaldos.dat: "
                               "se toman los primeros 200."
                       MOVE "S" TO w-fin-respaldos
                   END-IF
           END-READ.

       420-LISTAR-RESPALDOS.
           DISPLAY " ".
           IF w-cant-resp = 0
               DISPLAY "No hay respaldos generados."
           ELSE
               DISPLAY "NRO FECHA      HORA     USUARIO  ORIGEN     "
                       "ARCH REGISTROS SALDO SOCIOS  ULT.RECIBO"
               PERFORM 425-MOSTRAR-RESPALDO
                   VARYING w-nro-resp FROM 1 BY 1
                   UNTIL w-nro-resp > w-cant-resp
           END-IF.

       425-MOSTRAR-RESPALDO.
           MOVE w-resp-saldos(w-nro-resp) TO w-saldo-edit.
           EVALUATE w-resp-origen(w-nro-resp)
               WHEN "C"
                   MOVE "CIERRE" TO w-origen-desc
               WHEN "R"
                   MOVE "PREVIO RES" TO w-origen-desc
               WHEN OTHER
                   MOVE "MANUAL" TO w-origen-desc
           END-EVALUATE.
           DISPLAY w-nro-resp " "
                   w-resp-fecha(w-nro-resp)(7:2) "/"
                   w-resp-fecha(w-nro-resp)(5:2) "/"
                   w-resp-fecha(w-nro-resp)(1:4) " "
                   w-resp-hora(w-nro-resp)(1:2) ":"
                   w-resp-hora(w-nro-resp)(3:2) ":"
                   w-resp-hora(w-nro-resp)(5:2) " "
                   w-resp-usuario(w-nro-resp) " "
                   w-origen-desc " "
                   w-resp-archivos(w-nro-resp) "   "
                   w-resp-registros(w-nro-resp) " "
                   w-saldo-edit " "
                   w-resp-ultimo-rec(w-nro-resp).

       430-REGRABAR-RESPALDOS.
           OPEN OUTPUT RESPALDOS.
           IF ws-respaldos-status NOT = "00"
               DISPLAY "No se pudo grabar el archivo RESPALDOS. "
                       "Status: " ws-respaldos-status
           ELSE
               PERFORM 435-GRABAR-RESPALDO
                   VARYING w-nro-resp FROM w-desde-resp BY 1
                   UNTIL w-nro-resp > w-cant-resp
               CLOSE RESPALDOS
           END-IF.

       435-GRABAR-RESPALDO.
           MOVE SPACES                        TO rsp-reg.
           MOVE w-resp-fecha(w-nro-resp)      TO rsp-fecha.
           MOVE w-resp-hora(w-nro-resp)       TO rsp-hora.
           MOVE w-resp-usuario(w-nro-resp)    TO rsp-usuario.
           MOVE w-resp-origen(w-nro-resp)     TO rsp-origen.
           MOVE w-resp-archivos(w-nro-resp)   TO rsp-archivos.
           MOVE w-resp-registros(w-nro-resp)  TO rsp-registros.
           MOVE w-resp-saldos(w-nro-resp)     TO rsp-saldos.
           MOVE w-resp-ultimo-rec(w-nro-resp) TO rsp-ultimo-recibo.
           WRITE rsp-reg.

      * Nombre del archivo de datos y de su copia en el juego actual.
       450-ARMAR-NOMBRES.
           MOVE SPACES TO w-nombre-datos.
           STRING "..\"                    DELIMITED BY SIZE
                  w-arc-nombre(w-nro-arc)  DELIMITED BY SPACE
                  INTO w-nombre-datos.
           MOVE SPACES TO w-nombre-copia.
           STRING "..\respaldo_"           DELIMITED BY SIZE
                  w-juego-fecha            DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  w-juego-hora             DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  w-arc-nombre(w-nro-arc)  DELIMITED BY SPACE
                  INTO w-nombre-copia.
           PERFORM 455-ARMAR-MANIFIESTO.

       455-ARMAR-MANIFIESTO.
           MOVE SPACES TO w-nombre-manifiesto.
           STRING "..\respaldo_"           DELIMITED BY SIZE
                  w-juego-fecha            DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  w-juego-hora             DELIMITED BY SIZE
                  "_manifiesto.dat"        DELIMITED BY SIZE
                  INTO w-nombre-manifiesto.

      * Borra las copias y el manifiesto del juego w-juego; las que
      * no existan se pasan por alto.
       460-BORRAR-JUEGO.
           PERFORM 465-BORRAR-COPIA
               VARYING w-nro-arc FROM 1 BY 1
               UNTIL w-nro-arc > w-cant-archivos.
           PERFORM 455-ARMAR-MANIFIESTO.
           CALL "CBL_DELETE_FILE" USING w-nombre-manifiesto
               RETURNING w-ret-borrado.

       465-BORRAR-COPIA.
           PERFORM 450-ARMAR-NOMBRES.
           CALL "CBL_DELETE_FILE" USING w-nombre-copia
               RETURNING w-ret-borrado.

      ****************** V E R I F I C A C I O N **********************

       500-ELEGIR-RESPALDO.
           MOVE 0 TO w-elegido.
           PERFORM 410-CARGAR-RESPALDOS.
           PERFORM 420-LISTAR-RESPALDOS.
           IF w-cant-resp > 0
               DISPLAY "Ingrese el numero de respaldo (0 = cancelar): "
               ACCEPT w-elegido
               PERFORM 505-ERROR-ELEGIDO
                   UNTIL w-elegido <= w-cant-resp
               IF w-elegido > 0
                   MOVE w-resp-fecha(w-elegido) TO w-juego-fecha
                   MOVE w-resp-hora(w-elegido)  TO w-juego-hora
               END-IF
           END-IF.

       505-ERROR-ELEGIDO.
           DISPLAY "Error, ingrese un numero entre 0 y " w-cant-resp.
           ACCEPT w-elegido.

      * Relee el manifiesto del juego y recuenta cada copia: la
      * cantidad de registros y el total de control tienen que dar lo
      * mismo que se anoto al respaldar. Un archivo del sistema que
      * el manifiesto no nombra (agregado despues del respaldo) no es
      * error: en una restauracion queda como esta.
       520-VERIFICAR-RESPALDO.
           MOVE "S" TO w-verificado.
           MOVE 0 TO w-cant-manifiesto.
           MOVE 0 TO w-cant-no-listados.
           PERFORM 522-INICIALIZAR-RESULTADO
               VARYING w-nro-arc FROM 1 BY 1
               UNTIL w-nro-arc > w-cant-archivos.
           PERFORM 455-ARMAR-MANIFIESTO.
           DISPLAY "Verificando respaldo " w-juego-fecha "_"
                   w-juego-hora.
           OPEN INPUT MANIFIESTO.
           IF ws-manifiesto-status NOT = "00"
               DISPLAY "No se encontro el manifiesto "
                       w-nombre-manifiesto ". Status: "
                       ws-manifiesto-status
               MOVE "N" TO w-verificado
           ELSE
               PERFORM 525-LEER-CABECERA
               MOVE "N" TO w-fin-archivo
               PERFORM 530-LEER-MANIFIESTO
                   UNTIL w-fin-archivo = "S"
               CLOSE MANIFIESTO
               IF w-verificado = "S" AND
                  w-cant-manifiesto NOT = w-cant-esperados
                   DISPLAY "Manifiesto incompleto: nombra "
                           w-cant-manifiesto " archivos de "
                           w-cant-esperados "."
                   MOVE "N" TO w-verificado
               END-IF
           END-IF.
           IF w-verificado = "S"
               PERFORM 540-VERIFICAR-COPIA
                   VARYING w-nro-arc FROM 1 BY 1
                   UNTIL w-nro-arc > w-cant-archivos
           END-IF.
           DISPLAY " ".
           IF w-verificado = "S"
               DISPLAY "RESPALDO VERIFICADO: todas las copias "
                       "coinciden con el manifiesto."
               IF w-cant-no-listados > 0
                   DISPLAY "Archivos que no estaban en el respaldo: "
                           w-cant-no-listados
               END-IF
           ELSE
               DISPLAY "EL RESPALDO NO COINCIDE CON SU MANIFIESTO: no "
                       "se puede restaurar."
           END-IF.

       522-INICIALIZAR-RESULTADO.
           MOVE "N" TO w-res-listado(w-nro-arc).
           MOVE "N" TO w-res-existe(w-nro-arc).
           MOVE 0   TO w-res-registros(w-nro-arc).
           MOVE 0   TO w-res-control(w-nro-arc).

       525-LEER-CABECERA.
           READ MANIFIESTO
               AT END
                   DISPLAY "El manifiesto esta vacio."
                   MOVE "N" TO w-verificado
               NOT AT END
                   IF mcab-marca NOT = "RESPALDO" OR
                      mcab-fecha NOT = w-juego-fecha OR
                      mcab-hora NOT = w-juego-hora
                       DISPLAY "El manifiesto no corresponde a este "
                               "respaldo."
                       MOVE "N" TO w-verificado
                   END-IF
                   MOVE mcab-archivos TO w-cant-esperados
           END-READ.

       530-LEER-MANIFIESTO.
           IF w-verificado = "N"
               MOVE "S" TO w-fin-archivo
           ELSE
               READ MANIFIESTO
                   AT END
                       MOVE "S" TO w-fin-archivo
                   NOT AT END
                       ADD 1 TO w-cant-manifiesto
                       PERFORM 535-ANOTAR-MANIFIESTO
               END-READ
           END-IF.

       535-ANOTAR-MANIFIESTO.
           MOVE 0 TO w-nro-arc.
           PERFORM 537-COMPARAR-ARCHIVO
               VARYING w-nro-busca FROM 1 BY 1
               UNTIL w-nro-busca > w-cant-archivos OR w-nro-arc > 0.
           IF w-nro-arc = 0
               DISPLAY "El manifiesto nombra un archivo desconocido: "
                       man-archivo
               MOVE "N" TO w-verificado
           ELSE
               MOVE "S"           TO w-res-listado(w-nro-arc)
               MOVE man-existe    TO w-res-existe(w-nro-arc)
               MOVE man-registros TO w-res-registros(w-nro-arc)
               MOVE man-control   TO w-res-control(w-nro-arc)
           END-IF.

       537-COMPARAR-ARCHIVO.
           IF w-arc-nombre(w-nro-busca) = man-archivo
               MOVE w-nro-busca TO w-nro-arc
           END-IF.

       540-VERIFICAR-COPIA.
           IF w-res-listado(w-nro-arc) = "N"
               ADD 1 TO w-cant-no-listados
           ELSE
               IF w-res-existe(w-nro-arc) = "S"
                   PERFORM 545-RECONTAR-COPIA
               END-IF
           END-IF.

       545-RECONTAR-COPIA.
           PERFORM 450-ARMAR-NOMBRES.
           MOVE 0 TO w-registros.
           MOVE 0 TO w-control.
           OPEN INPUT COPIA.
           IF ws-copia-status NOT = "00"
               DISPLAY "Falta la copia de " w-arc-nombre(w-nro-arc)
                       ". Status: " ws-copia-status
               MOVE "N" TO w-verificado
           ELSE
               MOVE "N" TO w-fin-archivo
               PERFORM 550-CONTAR-REGISTRO
                   UNTIL w-fin-archivo = "S"
               CLOSE COPIA
               IF w-registros NOT = w-res-registros(w-nro-arc) OR
                  w-control NOT = w-res-control(w-nro-arc)
                   MOVE "N" TO w-verificado
                   DISPLAY "Diferencia en " w-arc-nombre(w-nro-arc)
                   MOVE w-res-registros(w-nro-arc)
                       TO w-registros-edit
                   MOVE w-res-control(w-nro-arc) TO w-control-edit
                   DISPLAY "   manifiesto: registros "
                           w-registros-edit " control " w-control-edit
                   MOVE w-registros TO w-registros-edit
                   MOVE w-control   TO w-control-edit
                   DISPLAY "   copia:      registros "
                           w-registros-edit " control " w-control-edit
               END-IF
           END-IF.

       550-CONTAR-REGISTRO.
           READ COPIA INTO w-registro
               AT END
                   MOVE "S" TO w-fin-archivo
               NOT AT END
                   ADD 1 TO w-registros
                   PERFORM 700-SUMAR-CONTROL
           END-READ.

      ****************** A C C E S O  A  L O S  A R C H I V O S *******

      * Un parrafo por operacion: los indexados por su numero en la
      * tabla de archivos, los de texto por su nombre en DATOS-SEC.
      * El resultado de la operacion queda siempre en
      * ws-archivo-status.
       600-ABRIR-ORIGEN.
           EVALUATE w-nro-arc
               WHEN 1  OPEN INPUT SOCIOS
               WHEN 2  OPEN INPUT MOVSOCIOS
               WHEN 3  OPEN INPUT COMPROBANTES
               WHEN 4  OPEN INPUT APLICACIONES
               WHEN 5  OPEN INPUT CONVENIOS
               WHEN 6  OPEN INPUT LICENCIAS
               WHEN 7  OPEN INPUT GRUPOS
               WHEN 8  OPEN INPUT ADHDEBITO
               WHEN 9  OPEN INPUT ADHCONCEPTO
               WHEN 10 OPEN INPUT AVISOS
               WHEN 11 OPEN INPUT CONCEPTOS
               WHEN 12 OPEN INPUT TARIFAS
               WHEN 13 OPEN INPUT REGLAS
               WHEN 14 OPEN INPUT CTASCONTABLES
               WHEN 15 OPEN INPUT MOTIVOS
               WHEN 16 OPEN INPUT INSTALACIONES
               WHEN 17 OPEN INPUT RESERVAS
               WHEN 18 OPEN INPUT USUARIOS
                       MOVE ws-usuarios-status TO ws-archivo-status
               WHEN 19 OPEN INPUT HISTORICO
               WHEN 20 OPEN INPUT MOVHISTORICO
               WHEN OTHER
                       OPEN INPUT DATOS-SEC
           END-EVALUATE.

      * Lee el registro siguiente en w-registro; fin de archivo o
      * error terminan la copia (el error ademas la invalida).
       610-LEER-ORIGEN.
           EVALUATE w-nro-arc
               WHEN 1  READ SOCIOS NEXT RECORD INTO w-registro
               WHEN 2  READ MOVSOCIOS NEXT RECORD INTO w-registro
               WHEN 3  READ COMPROBANTES NEXT RECORD INTO w-registro
               WHEN 4  READ APLICACIONES NEXT RECORD INTO w-registro
               WHEN 5  READ CONVENIOS NEXT RECORD INTO w-registro
               WHEN 6  READ LICENCIAS NEXT RECORD INTO w-registro
               WHEN 7  READ GRUPOS NEXT RECORD INTO w-registro
               WHEN 8  READ ADHDEBITO NEXT RECORD INTO w-registro
               WHEN 9  READ ADHCONCEPTO NEXT RECORD INTO w-registro
               WHEN 10 READ AVISOS NEXT RECORD INTO w-registro
               WHEN 11 READ CONCEPTOS NEXT RECORD INTO w-registro
               WHEN 12 READ TARIFAS NEXT RECORD INTO w-registro
               WHEN 13 READ REGLAS NEXT RECORD INTO w-registro
               WHEN 14 READ CTASCONTABLES NEXT RECORD INTO w-registro
               WHEN 15 READ MOTIVOS NEXT RECORD INTO w-registro
               WHEN 16 READ INSTALACIONES NEXT RECORD INTO w-registro
               WHEN 17 READ RESERVAS NEXT RECORD INTO w-registro
               WHEN 18 READ USUARIOS NEXT RECORD INTO w-registro
                       MOVE ws-usuarios-status TO ws-archivo-status
               WHEN 19 READ HISTORICO NEXT RECORD INTO w-registro
               WHEN 20 READ MOVHISTORICO NEXT RECORD INTO w-registro
               WHEN OTHER
                       READ DATOS-SEC INTO w-registro
           END-EVALUATE.
           EVALUATE ws-archivo-status
               WHEN "00"
                   MOVE "N" TO w-fin-archivo
               WHEN "10"
                   MOVE "S" TO w-fin-archivo
               WHEN OTHER
                   DISPLAY "ERROR AL LEER " w-arc-nombre(w-nro-arc)
                           ". Status: " ws-archivo-status
                   MOVE "S" TO w-fin-archivo
                   MOVE "N" TO w-respaldo-ok
           END-EVALUATE.

       620-ABRIR-DESTINO.
           EVALUATE w-nro-arc
               WHEN 1  OPEN OUTPUT SOCIOS
               WHEN 2  OPEN OUTPUT MOVSOCIOS
               WHEN 3  OPEN OUTPUT COMPROBANTES
               WHEN 4  OPEN OUTPUT APLICACIONES
               WHEN 5  OPEN OUTPUT CONVENIOS
               WHEN 6  OPEN OUTPUT LICENCIAS
               WHEN 7  OPEN OUTPUT GRUPOS
               WHEN 8  OPEN OUTPUT ADHDEBITO
               WHEN 9  OPEN OUTPUT ADHCONCEPTO
               WHEN 10 OPEN OUTPUT AVISOS
               WHEN 11 OPEN OUTPUT CONCEPTOS
               WHEN 12 OPEN OUTPUT TARIFAS
               WHEN 13 OPEN OUTPUT REGLAS
               WHEN 14 OPEN OUTPUT CTASCONTABLES
               WHEN 15 OPEN OUTPUT MOTIVOS
               WHEN 16 OPEN OUTPUT INSTALACIONES
               WHEN 17 OPEN OUTPUT RESERVAS
               WHEN 18 OPEN OUTPUT USUARIOS
                       MOVE ws-usuarios-status TO ws-archivo-status
               WHEN 19 OPEN OUTPUT HISTORICO
               WHEN 20 OPEN OUTPUT MOVHISTORICO
               WHEN OTHER
                       OPEN OUTPUT DATOS-SEC
           END-EVALUATE.

       630-GRABAR-DESTINO.
           EVALUATE w-nro-arc
               WHEN 1  WRITE soc-reg FROM w-registro
               WHEN 2  WRITE mov-reg FROM w-registro
               WHEN 3  WRITE cpb-reg FROM w-registro
               WHEN 4  WRITE apl-reg FROM w-registro
               WHEN 5  WRITE cnv-reg FROM w-registro
               WHEN 6  WRITE lic-reg FROM w-registro
               WHEN 7  WRITE grp-reg FROM w-registro
               WHEN 8  WRITE adh-reg FROM w-registro
               WHEN 9  WRITE ac-reg FROM w-registro
               WHEN 10 WRITE avi-reg FROM w-registro
               WHEN 11 WRITE con-reg FROM w-registro
               WHEN 12 WRITE tar-reg FROM w-registro
               WHEN 13 WRITE rcat-reg FROM w-registro
               WHEN 14 WRITE cta-reg FROM w-registro
               WHEN 15 WRITE mot-reg FROM w-registro
               WHEN 16 WRITE ins-reg FROM w-registro
               WHEN 17 WRITE rsv-reg FROM w-registro
               WHEN 18 WRITE usu-reg FROM w-registro
                       MOVE ws-usuarios-status TO ws-archivo-status
               WHEN 19 WRITE hist-reg FROM w-registro
               WHEN 20 WRITE movh-reg FROM w-registro
               WHEN OTHER
                       WRITE sec-linea FROM w-registro
           END-EVALUATE.

       640-CERRAR-ARCHIVO.
           EVALUATE w-nro-arc
               WHEN 1  CLOSE SOCIOS
               WHEN 2  CLOSE MOVSOCIOS
               WHEN 3  CLOSE COMPROBANTES
               WHEN 4  CLOSE APLICACIONES
               WHEN 5  CLOSE CONVENIOS
               WHEN 6  CLOSE LICENCIAS
               WHEN 7  CLOSE GRUPOS
               WHEN 8  CLOSE ADHDEBITO
               WHEN 9  CLOSE ADHCONCEPTO
               WHEN 10 CLOSE AVISOS
               WHEN 11 CLOSE CONCEPTOS
               WHEN 12 CLOSE TARIFAS
               WHEN 13 CLOSE REGLAS
               WHEN 14 CLOSE CTASCONTABLES
               WHEN 15 CLOSE MOTIVOS
               WHEN 16 CLOSE INSTALACIONES
               WHEN 17 CLOSE RESERVAS
               WHEN 18 CLOSE USUARIOS
               WHEN 19 CLOSE HISTORICO
               WHEN 20 CLOSE MOVHISTORICO
               WHEN OTHER
                       CLOSE DATOS-SEC
           END-EVALUATE.

      * Total de control del archivo, sobre el registro en w-registro.
       700-SUMAR-CONTROL.
           EVALUATE w-arc-control(w-nro-arc)
               WHEN "S"
                   ADD w-rs-saldo TO w-control
               WHEN "M"
                   ADD w-rm-saldo-nuevo TO w-control
                   SUBTRACT w-rm-saldo-ant FROM w-control
               WHEN "C"
                   ADD w-rc-pendiente TO w-control
               WHEN "R"
                   ADD w-rr-importe TO w-control
               WHEN "T"
                   ADD w-rt-importe TO w-control
               WHEN "U"
                   MOVE w-ru-ultimo TO w-control
               WHEN "N"
                   COMPUTE w-control = w-rn-credito + w-rn-debito
           END-EVALUATE.

      ****************** R E S T A U R A C I O N **********************

      * Orden: elegir el juego, verificarlo contra su manifiesto,
      * confirmacion del supervisor, respaldo del estado actual
      * (origen "R", por si hay que volver atras) y recien entonces
      * reemplazar los archivos. Un archivo que no existia al
      * respaldar queda vacio (indexado) o se borra (texto).
       800-RESTAURAR.
           PERFORM 500-ELEGIR-RESPALDO.
           IF w-elegido > 0
               PERFORM 520-VERIFICAR-RESPALDO
               IF w-verificado = "S"
                   PERFORM 805-CONFIRMAR-RESTAURACION
               END-IF
           END-IF.

       805-CONFIRMAR-RESTAURACION.
           MOVE w-juego TO w-juego-restaurar.
           DISPLAY " ".
           DISPLAY "Se van a reemplazar los archivos de datos por los "
                   "del respaldo del "
                   w-rest-fecha(7:2) "/" w-rest-fecha(5:2) "/"
                   w-rest-fecha(1:4) " " w-rest-hora(1:2) ":"
                   w-rest-hora(3:2) ".".
           DISPLAY "Verifique que ninguna otra terminal este usando "
                   "el sistema.".
           PERFORM 034-AUTORIZAR-SUPERVISOR.
           IF w-autorizado = "S"
               DISPLAY "Confirma la restauracion? S(SI) N(NO): "
               ACCEPT w-confirma
               IF w-confirma = "S"
                   PERFORM 810-EJECUTAR-RESTAURACION
               ELSE
                   DISPLAY "Restauracion cancelada. No se modifico "
                           "ningun archivo."
               END-IF
           ELSE
               DISPLAY "Restauracion cancelada. No se modifico ningun "
                       "archivo."
           END-IF.

       810-EJECUTAR-RESTAURACION.
           MOVE "R" TO w-origen.
           PERFORM 300-RESPALDAR.
           IF w-respaldo-ok NOT = "S"
               DISPLAY "No se pudo respaldar el estado actual: la "
                       "restauracion se cancela."
           ELSE
               MOVE w-juego TO w-juego-previo
               MOVE w-juego-restaurar TO w-juego
               PERFORM 520-VERIFICAR-RESPALDO
               IF w-verificado = "S"
                   MOVE "S" TO w-restauracion-ok
                   MOVE 0 TO w-cant-restaurados
                   MOVE 0 TO w-cant-vaciados
                   PERFORM 820-RESTAURAR-ARCHIVO
                       VARYING w-nro-arc FROM 1 BY 1
                       UNTIL w-nro-arc > w-cant-archivos
                          OR w-restauracion-ok = "N"
                   MOVE "REST" TO w-operacion-log
                   MOVE w-autorizo TO w-usuario-log
                   PERFORM 850-GRABAR-SESION
                   PERFORM 860-MOSTRAR-RESTAURACION
               END-IF
           END-IF.

       820-RESTAURAR-ARCHIVO.
           IF w-res-listado(w-nro-arc) = "S" AND
              w-arc-restaura(w-nro-arc) = "S"
               PERFORM 450-ARMAR-NOMBRES
               IF w-res-existe(w-nro-arc) = "S"
                   PERFORM 825-RECARGAR-ARCHIVO
               ELSE
                   PERFORM 835-VACIAR-ARCHIVO
               END-IF
           END-IF.

       825-RECARGAR-ARCHIVO.
           OPEN INPUT COPIA.
           IF ws-copia-status NOT = "00"
               DISPLAY "No se pudo abrir la copia de "
                       w-arc-nombre(w-nro-arc) ". Status: "
                       ws-copia-status
               MOVE "N" TO w-restauracion-ok
           ELSE
               PERFORM 620-ABRIR-DESTINO
               IF ws-archivo-status NOT = "00"
                   DISPLAY "No se pudo reemplazar "
                           w-arc-nombre(w-nro-arc)
                           " (puede estar en uso en otra terminal). "
                           "Status: " ws-archivo-status
                   MOVE "N" TO w-restauracion-ok
               ELSE
                   MOVE 0 TO w-registros
                   MOVE "N" TO w-fin-archivo
                   PERFORM 830-RECARGAR-REGISTRO
                       UNTIL w-fin-archivo = "S"
                   PERFORM 640-CERRAR-ARCHIVO
                   IF w-registros = w-res-registros(w-nro-arc)
                       ADD 1 TO w-cant-restaurados
                   ELSE
                       DISPLAY "ERROR: " w-arc-nombre(w-nro-arc)
                               " quedo con " w-registros
                               " registros de "
                               w-res-registros(w-nro-arc)
                       MOVE "N" TO w-restauracion-ok
                   END-IF
               END-IF
               CLOSE COPIA
           END-IF.

       830-RECARGAR-REGISTRO.
           READ COPIA INTO w-registro
               AT END
                   MOVE "S" TO w-fin-archivo
               NOT AT END
                   PERFORM 630-GRABAR-DESTINO
                   IF ws-archivo-status = "00"
                       ADD 1 TO w-registros
                   ELSE
                       DISPLAY "ERROR AL GRABAR "
                               w-arc-nombre(w-nro-arc) ". Status: "
                               ws-archivo-status
                       MOVE "S" TO w-fin-archivo
                   END-IF
           END-READ.

       835-VACIAR-ARCHIVO.
           IF w-arc-org(w-nro-arc) = "I"
               PERFORM 620-ABRIR-DESTINO
               IF ws-archivo-status = "00"
                   PERFORM 640-CERRAR-ARCHIVO
                   ADD 1 TO w-cant-vaciados
               ELSE
                   DISPLAY "No se pudo vaciar "
                           w-arc-nombre(w-nro-arc)
                           " (puede estar en uso en otra terminal). "
                           "Status: " ws-archivo-status
                   MOVE "N" TO w-restauracion-ok
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING w-nombre-datos
                   RETURNING w-ret-borrado
               ADD 1 TO w-cant-vaciados
           END-IF.

      * Operacion RESP (respaldo) con quien lo genero, REST
      * (restauracion) con el supervisor que la confirmo.
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
               MOVE SPACES          TO log-reg
               MOVE 0               TO log-cod
               MOVE w-operacion-log TO log-operacion
               MOVE w-usuario-log   TO log-usuario
               MOVE fecha           TO log-fecha
               ACCEPT w-hora FROM TIME
               MOVE w-hora(1:6)     TO log-hora
               WRITE log-reg
               CLOSE SESIONLOG
           END-IF.

       860-MOSTRAR-RESTAURACION.
           DISPLAY " ".
           IF w-restauracion-ok = "S"
               DISPLAY "RESTAURACION COMPLETA DEL RESPALDO "
                       w-juego-fecha "_" w-juego-hora
           ELSE
               DISPLAY "LA RESTAURACION NO SE COMPLETO. Para volver al "
                       "estado anterior restaure el respaldo "
                       w-prev-fecha "_" w-prev-hora
           END-IF.
           DISPLAY "Archivos restaurados:        " w-cant-restaurados.
           DISPLAY "Archivos que no existian:    " w-cant-vaciados.
           DISPLAY "Archivos fuera del respaldo: " w-cant-no-listados.
           DISPLAY "Estado anterior respaldado en " w-prev-fecha "_"
                   w-prev-hora.

      ****************** P A R A M E T R O S ***************************

       950-PARAMETROS.
           DISPLAY "Juegos de respaldo que se conservan: " w-conservar.
           DISPLAY "Respaldo antes del cierre mensual:   " w-en-cierre.
           DISPLAY "Ingrese cuantos juegos conservar (1 a 99): ".
           ACCEPT w-conservar.
           PERFORM 955-ERROR-CONSERVAR UNTIL w-conservar > 0.
           DISPLAY "Respaldar antes de cada cierre mensual? S(SI) "
                   "N(NO): ".
           ACCEPT w-en-cierre.
           PERFORM 960-ERROR-EN-CIERRE
               UNTIL w-en-cierre = "S" OR w-en-cierre = "N".
           OPEN OUTPUT PARRESPALDO.
           IF ws-parrespaldo-status NOT = "00"
               DISPLAY "No se pudo grabar el archivo PARRESPALDO. "
                       "Status: " ws-parrespaldo-status
           ELSE
               MOVE SPACES      TO prr-reg
               MOVE w-conservar TO prr-conservar
               MOVE w-en-cierre TO prr-en-cierre
               WRITE prr-reg
               CLOSE PARRESPALDO
               DISPLAY "PARAMETROS GRABADOS"
           END-IF.

       955-ERROR-CONSERVAR.
           DISPLAY "Error, ingrese un numero entre 1 y 99".
           ACCEPT w-conservar.

       960-ERROR-EN-CIERRE.
           DISPLAY "Error, ingrese S o N".
           ACCEPT w-en-cierre.

       990-GRABAR-RESULTADO.
           OPEN OUTPUT RESULTADO.
           IF ws-resultado-status NOT = "00"
               DISPLAY "No se pudo grabar el resultado de la corrida. "
                       "Status: " ws-resultado-status
           ELSE
               MOVE SPACES TO res-reg
               MOVE "respaldo" TO res-programa
               MOVE anio TO res-anio
               MOVE mes  TO res-mes
               MOVE w-cant-copiados TO res-procesados
               MOVE w-cant-ausentes TO res-omitidos
               MOVE 0 TO res-errores
               MOVE w-total-saldos TO res-importe
               WRITE res-reg
               CLOSE RESULTADO
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
