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
           SELECT NOTAS
               ASSIGN TO "..\notas.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-notas-status.
           SELECT CTLNOTAS
               ASSIGN TO "..\ctlnotas.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-ctlnotas-status.
           SELECT IMPRESION
               ASSIGN TO "..\notas_impresas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-impresion-status.
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
           SELECT SESIONLOG
               ASSIGN TO "..\sesion.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-sesionlog-status.

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
      * Notas de credito y debito emitidas. Cada tipo tiene su propia
      * numeracion correlativa ("C" credito, "D" debito). Autorizo
      * queda en blanco si el importe no pedia supervisor.
       FD  NOTAS.
       01  nota-reg.
           03 nota-numero       PIC 9(8).
           03 filler            PIC X      VALUE SPACE.
           03 nota-tipo         PIC X.
               88 NOTA-CREDITO     VALUE "C".
               88 NOTA-DEBITO      VALUE "D".
           03 filler            PIC X      VALUE SPACE.
           03 nota-fecha.
               05 nota-anio     PIC 99.
               05 nota-mes      PIC 99.
               05 nota-dia      PIC 99.
           03 filler            PIC X      VALUE SPACE.
           03 nota-cod          PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 nota-nom          PIC X(20).
           03 filler            PIC X      VALUE SPACE.
           03 nota-importe      PIC 9(6)V99.
           03 filler            PIC X      VALUE SPACE.
           03 nota-motivo       PIC 999.
           03 filler            PIC X      VALUE SPACE.
           03 nota-saldo        PIC S9(6)V99.
           03 filler            PIC X      VALUE SPACE.
           03 nota-usuario      PIC X(8).
           03 filler            PIC X      VALUE SPACE.
           03 nota-autorizo     PIC X(8).
           03 filler            PIC X      VALUE SPACE.
           03 nota-hora         PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 nota-detalle      PIC X(30).
       FD  CTLNOTAS.
       01  ctn-reg.
           03 ctn-ultima-credito PIC 9(8).
           03 filler             PIC X      VALUE SPACE.
           03 ctn-ultima-debito  PIC 9(8).
       FD  IMPRESION.
       01  imp-linea            PIC X(80).
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
       WORKING-STORAGE SECTION.

       01  fecha.
           03 anio              PIC 99.
           03 mes               PIC 99.
           03 dia               PIC 99.

       77  ws-socios-status     PIC XX.
       77  ws-movsocios-status  PIC XX.
       77  ws-notas-status      PIC XX.
       77  ws-ctlnotas-status   PIC XX.
       77  ws-impresion-status  PIC XX.
       77  ws-motivos-status    PIC XX.
       77  ws-parnotas-status   PIC XX.
       77  ws-usuarios-status   PIC XX.
       77  ws-comprobantes-status PIC XX.
       77  ws-aplicaciones-status PIC XX.
       77  ws-sesionlog-status  PIC XX.
       77  w-archivo-ok         PIC X       VALUE "S".
       01  opcion               PIC 9       VALUE 9.
       77  w-usuario            PIC X(8).
       77  w-perfil             PIC X.
       77  w-clave-ingresada    PIC X(8).
       77  w-login-ok           PIC X       VALUE "N".
       77  w-intentos-login     PIC 9       VALUE 0.
       77  w-hora               PIC 9(8).
       77  w-tipo-nota          PIC X.
       77  w-motivo-nota        PIC 999.
       77  w-motivo-ok          PIC X.
       77  w-importe-nota       PIC 9(6)V99.
       77  w-importe-ok         PIC X.
       77  w-detalle-nota       PIC X(30).
       77  w-saldo-calc         PIC S9(7)V99.
       77  w-saldo-anterior     PIC S9(6)V99.
       77  w-hay-tope           PIC X       VALUE "N".
       77  w-tope               PIC 9(6)V99 VALUE 0.
       77  w-autorizado         PIC X.
       77  w-autorizo           PIC X(8).
       77  w-intentos-autoriz   PIC 9.
       77  w-acuerdo-emision    PIC X.
       77  w-ultima-credito     PIC 9(8)    VALUE 0.
       77  w-ultima-debito      PIC 9(8)    VALUE 0.
       77  w-numero-nota        PIC 9(8).
       77  w-operacion-mov      PIC X(5).
       77  w-log-operacion      PIC X(4).
       77  w-cant-creditos      PIC 9(5)    VALUE 0.
       77  w-cant-debitos       PIC 9(5)    VALUE 0.
       77  w-mov-sec-prox       PIC 9(6).
       77  w-fin-secuencia      PIC X.
       77  w-mov-grabado        PIC X.
       77  w-mov-intentos       PIC 9.
       77  w-importe-cpb        PIC 9(6)V99.
       77  w-cpb-nro-prox       PIC 9(6).
       77  w-fin-comprobantes   PIC X.
       77  w-cpb-grabado        PIC X.
       77  w-cpb-intentos       PIC 9.
       77  w-importe-imputar    PIC 9(6)V99.
       77  w-resto-imputar      PIC 9(6)V99.
       77  w-imputado           PIC 9(6)V99.
       77  w-total-imputado     PIC 9(6)V99.
       77  w-apl-origen         PIC X.
       77  w-apl-numero         PIC 9(8).
       77  w-apl-renglon        PIC 9(3).
       77  w-fin-aplicaciones   PIC X.
       77  w-hay-aplicaciones   PIC X.
       77  w-tipo-buscado       PIC X.
       77  w-numero-buscado     PIC 9(8).
       77  w-nota-hallada       PIC X.
       77  w-fin-notas          PIC X.

      ******************************************************************
      ************** DATOS DE LA NOTA A IMPRIMIR ***********************
      ******************************************************************

       77  w-imp-leyenda        PIC X(15).

       01  lin-imp-borde.
           03 filler PIC X(60)  VALUE ALL "=".
       01  lin-imp-membrete1.
           03 filler PIC X(42)
               VALUE "          CLUB SOCIAL Y DEPORTIVO         ".
       01  lin-imp-membrete2.
           03 filler PIC X(42)
               VALUE "          SECRETARIA - TESORERIA          ".
       01  lin-imp-numero.
           03 l-imp-titulo   PIC X(20).
           03 l-imp-numero   PIC 9(8).
           03 filler         PIC X(3)   VALUE SPACES.
           03 filler         PIC X(6)   VALUE "FECHA ".
           03 l-imp-dia      PIC 99.
           03 filler         PIC X      VALUE "/".
           03 l-imp-mes      PIC 99.
           03 filler         PIC XXX    VALUE "/20".
           03 l-imp-anio     PIC 99.
           03 filler         PIC X      VALUE SPACE.
           03 l-imp-leyenda  PIC X(15).
       01  lin-imp-socio.
           03 filler         PIC X(6)   VALUE "SOCIO ".
           03 l-imp-cod      PIC 9(6).
           03 filler         PIC XX     VALUE SPACES.
           03 l-imp-nom      PIC X(20).
       01  lin-imp-importe.
           03 filler         PIC X(10)  VALUE "IMPORTE $ ".
           03 l-imp-importe  PIC ZZZZZ9,99.
       01  lin-imp-letras.
           03 filler         PIC X(5)   VALUE "SON: ".
           03 l-imp-letras   PIC X(75).
       01  lin-imp-motivo.
           03 filler         PIC X(7)   VALUE "MOTIVO ".
           03 l-imp-motivo   PIC 999.
           03 filler         PIC XX     VALUE SPACES.
           03 l-imp-mot-desc PIC X(30).
       01  lin-imp-detalle.
           03 filler         PIC X(9)   VALUE "DETALLE: ".
           03 l-imp-detalle  PIC X(30).
       01  lin-imp-aplica.
           03 filler         PIC X(21)  VALUE "PERIODOS QUE CANCELA:".
       01  lin-imp-periodo.
           03 filler         PIC X(4)   VALUE SPACES.
           03 l-imp-per-mes  PIC 99.
           03 filler         PIC XXX    VALUE "/20".
           03 l-imp-per-anio PIC 99.
           03 filler         PIC XX     VALUE SPACES.
           03 l-imp-per-tipo PIC X(5).
           03 filler         PIC XX     VALUE SPACES.
           03 l-imp-per-importe PIC ZZZZZ9,99.
       01  lin-imp-a-cuenta.
           03 filler         PIC X(4)   VALUE SPACES.
           03 filler         PIC X(18)  VALUE "A CUENTA".
           03 l-imp-a-cuenta PIC ZZZZZ9,99.
       01  lin-imp-saldo.
           03 filler         PIC X(18)  VALUE "SALDO RESULTANTE: ".
           03 l-imp-saldo    PIC -(6)9,99.
       01  lin-imp-firmas.
           03 filler         PIC X(8)   VALUE "EMITIO: ".
           03 l-imp-usuario  PIC X(8).
           03 filler         PIC X(4)   VALUE SPACES.
           03 l-imp-aut-txt  PIC X(10).
           03 l-imp-autorizo PIC X(8).

      ******************************************************************
      ********** I M P O R T E  E N  L E T R A S ***********************
      ******************************************************************

       77  w-letras             PIC X(75).
       77  w-letras-ent         PIC 9(6).
       77  w-letras-centavos    PIC 99.
       77  w-letras-miles       PIC 999.
       77  w-letras-resto       PIC 999.
       77  w-grupo-num          PIC 999.
       77  w-grupo-txt          PIC X(40).
       77  w-grupo-aux          PIC X(40).
       77  w-grupo-miles-txt    PIC X(40).
       77  w-grupo-centena      PIC 9.
       77  w-grupo-resto        PIC 99.
       77  w-grupo-decena       PIC 9.
       77  w-grupo-unidad       PIC 9.
       77  w-largo-txt          PIC 99.

       01  w-nombres-unos.
           03 filler PIC X(12) VALUE "UNO".
           03 filler PIC X(12) VALUE "DOS".
           03 filler PIC X(12) VALUE "TRES".
           03 filler PIC X(12) VALUE "CUATRO".
           03 filler PIC X(12) VALUE "CINCO".
           03 filler PIC X(12) VALUE "SEIS".
           03 filler PIC X(12) VALUE "SIETE".
           03 filler PIC X(12) VALUE "OCHO".
           03 filler PIC X(12) VALUE "NUEVE".
           03 filler PIC X(12) VALUE "DIEZ".
           03 filler PIC X(12) VALUE "ONCE".
           03 filler PIC X(12) VALUE "DOCE".
           03 filler PIC X(12) VALUE "TRECE".
           03 filler PIC X(12) VALUE "CATORCE".
           03 filler PIC X(12) VALUE "QUINCE".
           03 filler PIC X(12) VALUE "DIECISEIS".
           03 filler PIC X(12) VALUE "DIECISIETE".
           03 filler PIC X(12) VALUE "DIECIOCHO".
           03 filler PIC X(12) VALUE "DIECINUEVE".
           03 filler PIC X(12) VALUE "VEINTE".
           03 filler PIC X(12) VALUE "VEINTIUNO".
           03 filler PIC X(12) VALUE "VEINTIDOS".
           03 filler PIC X(12) VALUE "VEINTITRES".
           03 filler PIC X(12) VALUE "VEINTICUATRO".
           03 filler PIC X(12) VALUE "VEINTICINCO".
           03 filler PIC X(12) VALUE "VEINTISEIS".
           03 filler PIC X(12) VALUE "VEINTISIETE".
           03 filler PIC X(12) VALUE "VEINTIOCHO".
           03 filler PIC X(12) VALUE "VEINTINUEVE".
       01  w-tabla-unos REDEFINES w-nombres-unos.
           03 w-nombre-uno  PIC X(12) OCCURS 29 TIMES.

       01  w-nombres-decenas.
           03 filler PIC X(12) VALUE "DIEZ".
           03 filler PIC X(12) VALUE "VEINTE".
           03 filler PIC X(12) VALUE "TREINTA".
           03 filler PIC X(12) VALUE "CUARENTA".
           03 filler PIC X(12) VALUE "CINCUENTA".
           03 filler PIC X(12) VALUE "SESENTA".
           03 filler PIC X(12) VALUE "SETENTA".
           03 filler PIC X(12) VALUE "OCHENTA".
           03 filler PIC X(12) VALUE "NOVENTA".
       01  w-tabla-decenas REDEFINES w-nombres-decenas.
           03 w-nombre-decena PIC X(12) OCCURS 9 TIMES.

       01  w-nombres-centenas.
           03 filler PIC X(13) VALUE "CIENTO".
           03 filler PIC X(13) VALUE "DOSCIENTOS".
           03 filler PIC X(13) VALUE "TRESCIENTOS".
           03 filler PIC X(13) VALUE "CUATROCIENTOS".
           03 filler PIC X(13) VALUE "QUINIENTOS".
           03 filler PIC X(13) VALUE "SEISCIENTOS".
           03 filler PIC X(13) VALUE "SETECIENTOS".
           03 filler PIC X(13) VALUE "OCHOCIENTOS".
           03 filler PIC X(13) VALUE "NOVECIENTOS".
       01  w-tabla-centenas REDEFINES w-nombres-centenas.
           03 w-nombre-centena PIC X(13) OCCURS 9 TIMES.

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Notas de credito (bonificaciones, condonaciones, devoluciones)
      * y notas de debito (cargos que no salen de los procesos del
      * mes) sobre la cuenta del socio. Reemplazan el ajuste a mano
      * del saldo por ABMC: cada nota lleva numero correlativo propio
      * de su tipo (ctlnotas.dat), un motivo de la tabla de motivos,
      * el usuario que la emitio y, si supera el importe maximo de
      * parnotas.dat, el supervisor que la autorizo. Queda en
      * notas.dat, en el historial ("NCRED" / "NDEBI"), en el log de
      * sesion, y se imprime en notas_impresas.txt para entregar al
      * socio. La nota de credito se imputa a los comprobantes
      * pendientes como un pago; la de debito abre su comprobante.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha FROM DATE.
           PERFORM 010-ABRIR-ARCHIVOS.
           IF w-archivo-ok = "S"
               PERFORM 030-LOGIN
           END-IF.
           IF w-archivo-ok = "S" AND w-login-ok = "S"
               PERFORM 028-LEER-PARNOTAS
               PERFORM 040-INGRESO-GENERAL
               PERFORM 060-MENU-OPCIONES UNTIL opcion = 4
               PERFORM 900-MOSTRAR-RESUMEN
           END-IF.
           PERFORM 020-CERRAR-ARCHIVOS.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       010-ABRIR-ARCHIVOS.
           PERFORM 011-ABRIR-MOTIVOS.
           IF w-archivo-ok = "S"
               OPEN I-O SOCIOS
               IF ws-socios-status NOT = "00"
                   DISPLAY "No se pudo abrir el archivo SOCIOS (puede "
                           "estar en uso en otra terminal). Status: "
                           ws-socios-status
                   MOVE "N" TO w-archivo-ok
                   CLOSE MOTIVOS
               END-IF
           END-IF.
           IF w-archivo-ok = "S"
               PERFORM 012-ABRIR-MOVSOCIOS
               IF w-archivo-ok = "S"
                   PERFORM 014-ABRIR-NOTAS
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 015-ABRIR-IMPRESION
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 022-LEER-CTLNOTAS
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 013-ABRIR-COMPROBANTES
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 019-ABRIR-APLICACIONES
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 016-ABRIR-SESIONLOG
               END-IF
               IF w-archivo-ok NOT = "S"
                   CLOSE SOCIOS
                   CLOSE MOTIVOS
               END-IF
           END-IF.

      * Sin motivos cargados no se emiten notas: el motivo es
      * obligatorio.
       011-ABRIR-MOTIVOS.
           OPEN INPUT MOTIVOS.
           EVALUATE ws-motivos-status
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "No hay motivos de notas cargados. "
                           "Carguelos con su mantenimiento "
                           "(abm_motivos) antes de emitir notas."
                   MOVE "N" TO w-archivo-ok
               WHEN OTHER
                   DISPLAY "No se pudo abrir el archivo MOTIVOS. "
                           "Status: " ws-motivos-status
                   MOVE "N" TO w-archivo-ok
           END-EVALUATE.

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

       013-ABRIR-COMPROBANTES.
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
               CLOSE NOTAS
               CLOSE IMPRESION
           END-IF.

       014-ABRIR-NOTAS.
           OPEN EXTEND NOTAS.
           IF ws-notas-status = "35"
               OPEN OUTPUT NOTAS
               CLOSE NOTAS
               OPEN EXTEND NOTAS
           END-IF.
           IF ws-notas-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo NOTAS. Status: "
                       ws-notas-status
               MOVE "N" TO w-archivo-ok
               CLOSE MOVSOCIOS
           END-IF.

       015-ABRIR-IMPRESION.
           OPEN EXTEND IMPRESION.
           IF ws-impresion-status = "35"
               OPEN OUTPUT IMPRESION
               CLOSE IMPRESION
               OPEN EXTEND IMPRESION
           END-IF.
           IF ws-impresion-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo de impresion de "
                       "notas. Status: " ws-impresion-status
               MOVE "N" TO w-archivo-ok
               CLOSE MOVSOCIOS
               CLOSE NOTAS
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
               CLOSE NOTAS
               CLOSE IMPRESION
               CLOSE COMPROBANTES
               CLOSE APLICACIONES
           END-IF.

       019-ABRIR-APLICACIONES.
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
               CLOSE NOTAS
               CLOSE IMPRESION
               CLOSE COMPROBANTES
           END-IF.

       020-CERRAR-ARCHIVOS.
           IF w-archivo-ok = "S"
               CLOSE SOCIOS
               CLOSE MOVSOCIOS
               CLOSE NOTAS
               CLOSE IMPRESION
               CLOSE MOTIVOS
               CLOSE COMPROBANTES
               CLOSE APLICACIONES
               CLOSE SESIONLOG
           END-IF.

      * El numerador de notas vive en CTLNOTAS, con el ultimo numero
      * usado de cada tipo: se lee al arrancar y se regraba despues
      * de cada nota.
       022-LEER-CTLNOTAS.
           OPEN INPUT CTLNOTAS.
           EVALUATE ws-ctlnotas-status
               WHEN "00"
                   READ CTLNOTAS
                       AT END
                           MOVE 0 TO w-ultima-credito
                           MOVE 0 TO w-ultima-debito
                       NOT AT END
                           MOVE ctn-ultima-credito TO w-ultima-credito
                           MOVE ctn-ultima-debito  TO w-ultima-debito
                   END-READ
                   CLOSE CTLNOTAS
               WHEN "35"
                   MOVE 0 TO w-ultima-credito
                   MOVE 0 TO w-ultima-debito
               WHEN OTHER
                   DISPLAY "No se pudo leer el numerador de notas. "
                           "Status: " ws-ctlnotas-status
                   MOVE "N" TO w-archivo-ok
                   CLOSE MOVSOCIOS
                   CLOSE NOTAS
                   CLOSE IMPRESION
           END-EVALUATE.

      * Se relee el numerador antes de emitir cada nota para no
      * duplicar numeros si otra terminal emitio notas entre medio.
       024-RELEER-CTLNOTAS.
           OPEN INPUT CTLNOTAS.
           IF ws-ctlnotas-status = "00"
               READ CTLNOTAS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ctn-ultima-credito > w-ultima-credito
                           MOVE ctn-ultima-credito TO w-ultima-credito
                       END-IF
                       IF ctn-ultima-debito > w-ultima-debito
                           MOVE ctn-ultima-debito TO w-ultima-debito
                       END-IF
               END-READ
               CLOSE CTLNOTAS
           END-IF.

       026-GRABAR-CTLNOTAS.
           OPEN OUTPUT CTLNOTAS.
           IF ws-ctlnotas-status NOT = "00"
               DISPLAY "No se pudo grabar el numerador de notas. "
                       "Status: " ws-ctlnotas-status
           ELSE
               MOVE SPACES TO ctn-reg
               MOVE w-ultima-credito TO ctn-ultima-credito
               MOVE w-ultima-debito  TO ctn-ultima-debito
               WRITE ctn-reg
               CLOSE CTLNOTAS
           END-IF.

      * Sin importe maximo cargado, toda nota pide supervisor.
       028-LEER-PARNOTAS.
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
                   MOVE "N" TO w-hay-tope
           END-EVALUATE.
           IF w-hay-tope = "N"
               DISPLAY "No hay importe maximo sin autorizacion "
                       "cargado: toda nota requiere un supervisor."
           END-IF.

      * Ninguna terminal emite notas sin identificarse: el usuario
      * logueado firma cada nota emitida.
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

      * Una nota que supera el importe maximo la autoriza un
      * supervisor con su usuario y clave; si el logueado ya es
      * supervisor, la autoriza el mismo.
       034-AUTORIZAR-SUPERVISOR.
           MOVE "N" TO w-autorizado.
           MOVE 0 TO w-intentos-autoriz.
           DISPLAY "La nota supera el importe maximo sin autorizacion"
                   " y requiere un supervisor.".
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
           PERFORM 050-ERROR-INGRESO UNTIL opcion >= 1 AND <= 4.

       045-TRAIGO-OPC.
           DISPLAY " ".
           DISPLAY "NOTAS DE CREDITO Y DEBITO A SOCIOS".
           DISPLAY "1 - NOTA DE CREDITO".
           DISPLAY "2 - NOTA DE DEBITO".
           DISPLAY "3 - REIMPRIMIR NOTA".
           DISPLAY "4 - SALIR".
           DISPLAY "Introduzca una opcion: ".
           ACCEPT opcion.

       050-ERROR-INGRESO.
           DISPLAY "Error, ingrese un numero entre 1 y 4".
           PERFORM 045-TRAIGO-OPC.

      * El perfil consulta solo reimprime.
       060-MENU-OPCIONES.
           EVALUATE TRUE
               WHEN w-perfil = "C" AND opcion NOT = 3
                   DISPLAY "SIN PERMISO PARA EMITIR NOTAS (PERFIL "
                           "CONSULTA)"
               WHEN opcion = 1
                   MOVE "C" TO w-tipo-nota
                   PERFORM 100-NOTAS
               WHEN opcion = 2
                   MOVE "D" TO w-tipo-nota
                   PERFORM 100-NOTAS
               WHEN opcion = 3
                   PERFORM 600-REIMPRIMIR
           END-EVALUATE.
           PERFORM 040-INGRESO-GENERAL.

      ****************** E M I S I O N  D E  N O T A S *****************

       100-NOTAS.
           PERFORM 110-INGRESO-COD-SOC.
           PERFORM 200-PROCESO-NOTA UNTIL soc-cod = 0.

       110-INGRESO-COD-SOC.
           DISPLAY " ".
           IF w-tipo-nota = "C"
               DISPLAY "NOTA DE CREDITO"
           ELSE
               DISPLAY "NOTA DE DEBITO"
           END-IF.
           DISPLAY "Ingrese el codigo del socio. Por fin ingrese 0".
           ACCEPT soc-cod.

       200-PROCESO-NOTA.
           READ SOCIOS INVALID KEY
                           DISPLAY "SOCIO INEXISTENTE"
                       NOT INVALID KEY
                           PERFORM 220-ARMAR-NOTA
           END-READ.
           PERFORM 110-INGRESO-COD-SOC.

       220-ARMAR-NOTA.
           DISPLAY "Socio:  " soc-cod " " soc-nom.
           DISPLAY "Saldo:  " soc-saldo.
           DISPLAY "Estado: " soc-estado.
           PERFORM 230-INGRESO-MOTIVO.
           IF w-motivo-nota = 0
               DISPLAY "NOTA CANCELADA"
           ELSE
               PERFORM 240-INGRESO-IMPORTE
               IF w-importe-nota = 0
                   DISPLAY "NOTA CANCELADA"
               ELSE
                   PERFORM 250-INGRESO-DETALLE
                   PERFORM 260-CONTROLAR-AUTORIZACION
                   IF w-autorizado NOT = "S"
                       DISPLAY "NOTA CANCELADA: falta la autorizacion "
                               "de un supervisor"
                   ELSE
                       PERFORM 270-CONFIRMAR-NOTA
                   END-IF
               END-IF
           END-IF.

       230-INGRESO-MOTIVO.
           DISPLAY "Ingrese el codigo de motivo (0 = cancelar): ".
           ACCEPT w-motivo-nota.
           PERFORM 232-VALIDAR-MOTIVO.
           PERFORM 235-ERROR-MOTIVO UNTIL w-motivo-ok = "S".

      * El motivo tiene que existir y valer para el tipo de nota.
       232-VALIDAR-MOTIVO.
           MOVE "N" TO w-motivo-ok.
           IF w-motivo-nota = 0
               MOVE "S" TO w-motivo-ok
           ELSE
               MOVE w-motivo-nota TO mot-cod
               READ MOTIVOS
                   INVALID KEY
                       DISPLAY "MOTIVO INEXISTENTE"
                   NOT INVALID KEY
                       IF MOT-AMBAS
                          OR (w-tipo-nota = "C" AND MOT-CREDITO)
                          OR (w-tipo-nota = "D" AND MOT-DEBITO)
                           MOVE "S" TO w-motivo-ok
                           DISPLAY "Motivo: " mot-descripcion
                       ELSE
                           DISPLAY "EL MOTIVO NO CORRESPONDE A ESTE "
                                   "TIPO DE NOTA"
                       END-IF
               END-READ
           END-IF.

       235-ERROR-MOTIVO.
           DISPLAY "Ingrese el codigo de motivo (0 = cancelar): ".
           ACCEPT w-motivo-nota.
           PERFORM 232-VALIDAR-MOTIVO.

       240-INGRESO-IMPORTE.
           DISPLAY "Ingrese el importe de la nota (0 = cancelar): ".
           ACCEPT w-importe-nota.
           PERFORM 242-VALIDAR-IMPORTE.
           PERFORM 245-ERROR-IMPORTE UNTIL w-importe-ok = "S".

       242-VALIDAR-IMPORTE.
           IF w-importe-nota = 0
               MOVE "S" TO w-importe-ok
           ELSE
               IF w-tipo-nota = "C"
                   COMPUTE w-saldo-calc = soc-saldo + w-importe-nota
               ELSE
                   COMPUTE w-saldo-calc = soc-saldo - w-importe-nota
               END-IF
               IF w-saldo-calc >= -999999,99 AND
                  w-saldo-calc <= 999999,99
                   MOVE "S" TO w-importe-ok
               ELSE
                   MOVE "N" TO w-importe-ok
               END-IF
           END-IF.

       245-ERROR-IMPORTE.
           DISPLAY "Error, el saldo resultante no puede superar "
                   "999999,99 ni bajar de -999999,99".
           DISPLAY "Ingrese el importe de la nota (0 = cancelar): ".
           ACCEPT w-importe-nota.
           PERFORM 242-VALIDAR-IMPORTE.

       250-INGRESO-DETALLE.
           DISPLAY "Ingrese un detalle para la nota (opcional): ".
           MOVE SPACES TO w-detalle-nota.
           ACCEPT w-detalle-nota.

       260-CONTROLAR-AUTORIZACION.
           MOVE SPACES TO w-autorizo.
           EVALUATE TRUE
               WHEN w-hay-tope = "S" AND w-importe-nota <= w-tope
                   MOVE "S" TO w-autorizado
               WHEN w-perfil = "S"
                   MOVE "S" TO w-autorizado
                   MOVE w-usuario TO w-autorizo
               WHEN OTHER
                   PERFORM 034-AUTORIZAR-SUPERVISOR
           END-EVALUATE.

       270-CONFIRMAR-NOTA.
           IF w-tipo-nota = "C"
               DISPLAY "Se emitira una NOTA DE CREDITO por "
                       w-importe-nota " al socio " soc-cod
           ELSE
               DISPLAY "Se emitira una NOTA DE DEBITO por "
                       w-importe-nota " al socio " soc-cod
           END-IF.
           DISPLAY "Confirma la emision? S(SI), N(NO)".
           ACCEPT w-acuerdo-emision.
           IF w-acuerdo-emision = "S"
               PERFORM 300-EMITIR-NOTA
           ELSE
               DISPLAY "NOTA CANCELADA"
           END-IF.

       300-EMITIR-NOTA.
           MOVE soc-saldo TO w-saldo-anterior.
           IF w-tipo-nota = "C"
               ADD w-importe-nota TO soc-saldo
           ELSE
               SUBTRACT w-importe-nota FROM soc-saldo
           END-IF.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "ERROR EN LA GRABACION DEL SOCIO " soc-cod
                   MOVE w-saldo-anterior TO soc-saldo
               NOT INVALID KEY
                   PERFORM 310-REGISTRAR-NOTA
           END-REWRITE.

      * La nota de credito cancela comprobantes pendientes como un
      * pago (origen "N"); lo que sobra queda a favor del socio. La de
      * debito abre su propio comprobante "NDEBI", descontando el
      * saldo a favor que el socio tuviera.
       310-REGISTRAR-NOTA.
           PERFORM 024-RELEER-CTLNOTAS.
           IF w-tipo-nota = "C"
               ADD 1 TO w-ultima-credito
               MOVE w-ultima-credito TO w-numero-nota
               MOVE "NCRED" TO w-operacion-mov
               MOVE "NCRE"  TO w-log-operacion
           ELSE
               ADD 1 TO w-ultima-debito
               MOVE w-ultima-debito TO w-numero-nota
               MOVE "NDEBI" TO w-operacion-mov
               MOVE "NDEB"  TO w-log-operacion
           END-IF.
           PERFORM 500-GRABAR-MOVIMIENTO.
           IF w-tipo-nota = "C"
               MOVE "N"            TO w-apl-origen
               MOVE w-numero-nota  TO w-apl-numero
               MOVE w-importe-nota TO w-importe-imputar
               PERFORM 560-IMPUTAR-CREDITO
           ELSE
               MOVE w-importe-nota TO w-importe-cpb
               PERFORM 550-GRABAR-COMPROBANTE
           END-IF.
           PERFORM 320-GRABAR-NOTA.
           PERFORM 026-GRABAR-CTLNOTAS.
           MOVE SPACES TO w-imp-leyenda.
           PERFORM 700-IMPRIMIR-NOTA.
           PERFORM 590-GRABAR-SESION.
           IF w-tipo-nota = "C"
               ADD 1 TO w-cant-creditos
               DISPLAY "NOTA DE CREDITO NRO " w-numero-nota
                       " EMITIDA"
           ELSE
               ADD 1 TO w-cant-debitos
               DISPLAY "NOTA DE DEBITO NRO " w-numero-nota
                       " EMITIDA"
           END-IF.
           DISPLAY "Nuevo saldo: " soc-saldo.

       320-GRABAR-NOTA.
           MOVE SPACES          TO nota-reg.
           MOVE w-numero-nota   TO nota-numero.
           MOVE w-tipo-nota     TO nota-tipo.
           MOVE anio            TO nota-anio.
           MOVE mes             TO nota-mes.
           MOVE dia             TO nota-dia.
           MOVE soc-cod         TO nota-cod.
           MOVE soc-nom         TO nota-nom.
           MOVE w-importe-nota  TO nota-importe.
           MOVE w-motivo-nota   TO nota-motivo.
           MOVE soc-saldo       TO nota-saldo.
           MOVE w-usuario       TO nota-usuario.
           MOVE w-autorizo      TO nota-autorizo.
           ACCEPT w-hora FROM TIME.
           MOVE w-hora(1:6)     TO nota-hora.
           MOVE w-detalle-nota  TO nota-detalle.
           WRITE nota-reg.

      ****************** R U T I N A S D E G R A B A C I O N **********

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

      * Comprobante de la nota de debito, con el periodo en curso. Si
      * el socio tenia saldo a favor, esa parte del cargo ya nace
      * cancelada.
       550-GRABAR-COMPROBANTE.
           PERFORM 552-PROXIMO-COMPROBANTE.
           MOVE SPACES           TO cpb-reg.
           MOVE soc-cod          TO cpb-cod.
           MOVE "NDEBI"          TO cpb-tipo.
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
                       MOVE "S" TO w-cpb-grabado
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO w-cpb-grabado
           END-WRITE.

      * La nota de credito se imputa a los comprobantes pendientes del
      * socio, el mas viejo primero, igual que un recibo de cobranzas.
      * Cada comprobante tocado deja su renglon en APLICACIONES con
      * origen "N" y el numero de la nota.
       560-IMPUTAR-CREDITO.
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
           PERFORM 562-IMPUTAR-COMPROBANTE
               UNTIL w-fin-comprobantes = "S" OR w-resto-imputar = 0.

       562-IMPUTAR-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod NOT = soc-cod
                       MOVE "S" TO w-fin-comprobantes
                   ELSE
                       IF cpb-pendiente > 0
                           PERFORM 564-CANCELAR-COMPROBANTE
                       END-IF
                   END-IF
           END-READ.

       564-CANCELAR-COMPROBANTE.
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
                   PERFORM 566-GRABAR-APLICACION
           END-REWRITE.

       566-GRABAR-APLICACION.
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

       590-GRABAR-SESION.
           MOVE SPACES           TO log-reg.
           MOVE soc-cod          TO log-cod.
           MOVE w-log-operacion  TO log-operacion.
           MOVE w-usuario        TO log-usuario.
           MOVE fecha            TO log-fecha.
           ACCEPT w-hora FROM TIME.
           MOVE w-hora(1:6)      TO log-hora.
           WRITE log-reg.

      ****************** R E I M P R E S I O N *************************

       600-REIMPRIMIR.
           DISPLAY " ".
           DISPLAY "Ingrese el tipo de nota: C(CREDITO), D(DEBITO): ".
           ACCEPT w-tipo-buscado.
           DISPLAY "Ingrese el numero de nota a reimprimir: ".
           ACCEPT w-numero-buscado.
           PERFORM 610-BUSCAR-NOTA.
           IF w-nota-hallada NOT = "S"
               DISPLAY "NOTA INEXISTENTE"
           ELSE
               MOVE "REIMPRESION" TO w-imp-leyenda
               PERFORM 700-IMPRIMIR-NOTA
               DISPLAY "NOTA NRO " nota-numero " REIMPRESA EN "
                       "..\notas_impresas.txt"
           END-IF.

      * NOTAS se abre por EXTEND para la emision; para buscar una nota
      * ya emitida se cierra, se recorre por INPUT y se vuelve a
      * dejar abierto por EXTEND.
       610-BUSCAR-NOTA.
           MOVE "N" TO w-nota-hallada.
           MOVE "N" TO w-fin-notas.
           CLOSE NOTAS.
           OPEN INPUT NOTAS.
           IF ws-notas-status NOT = "00"
               DISPLAY "No se pudo leer el archivo NOTAS. Status: "
                       ws-notas-status
               MOVE "S" TO w-fin-notas
           END-IF.
           PERFORM 615-LEER-NOTA UNTIL w-fin-notas = "S".
           CLOSE NOTAS.
           OPEN EXTEND NOTAS.

       615-LEER-NOTA.
           READ NOTAS
               AT END
                   MOVE "S" TO w-fin-notas
               NOT AT END
                   IF nota-tipo = w-tipo-buscado AND
                      nota-numero = w-numero-buscado
                       MOVE "S" TO w-nota-hallada
                       MOVE "S" TO w-fin-notas
                   END-IF
           END-READ.

      ****************** I M P R E S I O N *****************************

      * Imprime la nota cargada en nota-reg al archivo de impresion.
      * Quien llama deja en w-imp-leyenda el texto extra del
      * encabezado (reimpresion).
       700-IMPRIMIR-NOTA.
           WRITE imp-linea FROM lin-imp-borde.
           WRITE imp-linea FROM lin-imp-membrete1.
           WRITE imp-linea FROM lin-imp-membrete2.
           IF NOTA-CREDITO
               MOVE "NOTA DE CREDITO NRO " TO l-imp-titulo
           ELSE
               MOVE "NOTA DE DEBITO NRO "  TO l-imp-titulo
           END-IF.
           MOVE nota-numero   TO l-imp-numero.
           MOVE nota-dia      TO l-imp-dia.
           MOVE nota-mes      TO l-imp-mes.
           MOVE nota-anio     TO l-imp-anio.
           MOVE w-imp-leyenda TO l-imp-leyenda.
           WRITE imp-linea FROM lin-imp-numero.
           MOVE nota-cod TO l-imp-cod.
           MOVE nota-nom TO l-imp-nom.
           WRITE imp-linea FROM lin-imp-socio.
           MOVE nota-importe TO l-imp-importe.
           WRITE imp-linea FROM lin-imp-importe.
           PERFORM 750-IMPORTE-EN-LETRAS.
           MOVE w-letras TO l-imp-letras.
           WRITE imp-linea FROM lin-imp-letras.
           MOVE nota-motivo TO l-imp-motivo.
           MOVE nota-motivo TO mot-cod.
           READ MOTIVOS
               INVALID KEY
                   MOVE SPACES TO l-imp-mot-desc
               NOT INVALID KEY
                   MOVE mot-descripcion TO l-imp-mot-desc
           END-READ.
           WRITE imp-linea FROM lin-imp-motivo.
           IF nota-detalle NOT = SPACES
               MOVE nota-detalle TO l-imp-detalle
               WRITE imp-linea FROM lin-imp-detalle
           END-IF.
           IF NOTA-CREDITO
               PERFORM 720-IMPRIMIR-PERIODOS
           END-IF.
           MOVE nota-saldo TO l-imp-saldo.
           WRITE imp-linea FROM lin-imp-saldo.
           MOVE nota-usuario TO l-imp-usuario.
           IF nota-autorizo = SPACES
               MOVE SPACES TO l-imp-aut-txt
           ELSE
               MOVE "AUTORIZO: " TO l-imp-aut-txt
           END-IF.
           MOVE nota-autorizo TO l-imp-autorizo.
           WRITE imp-linea FROM lin-imp-firmas.
           WRITE imp-linea FROM lin-imp-borde.
           MOVE SPACES TO imp-linea.
           WRITE imp-linea.

      * Periodos que la nota de credito cancelo, segun su imputacion a
      * comprobantes. Lo que no fue a ningun comprobante quedo a
      * cuenta.
       720-IMPRIMIR-PERIODOS.
           MOVE "N" TO w-hay-aplicaciones.
           MOVE 0 TO w-total-imputado.
           MOVE "N" TO w-fin-aplicaciones.
           MOVE nota-cod    TO apl-cod.
           MOVE "N"         TO apl-origen.
           MOVE nota-numero TO apl-numero.
           MOVE 0           TO apl-renglon.
           START APLICACIONES KEY IS >= apl-clave
               INVALID KEY
                   MOVE "S" TO w-fin-aplicaciones
           END-START.
           PERFORM 725-LEER-APLICACION-IMP
               UNTIL w-fin-aplicaciones = "S".
           IF w-hay-aplicaciones = "S" AND
              nota-importe > w-total-imputado
               COMPUTE l-imp-a-cuenta = nota-importe - w-total-imputado
               WRITE imp-linea FROM lin-imp-a-cuenta
           END-IF.

       725-LEER-APLICACION-IMP.
           READ APLICACIONES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-aplicaciones
               NOT AT END
                   IF apl-cod NOT = nota-cod OR apl-origen NOT = "N"
                      OR apl-numero NOT = nota-numero
                       MOVE "S" TO w-fin-aplicaciones
                   ELSE
                       IF w-hay-aplicaciones = "N"
                           MOVE "S" TO w-hay-aplicaciones
                           WRITE imp-linea FROM lin-imp-aplica
                       END-IF
                       MOVE apl-per-mes  TO l-imp-per-mes
                       MOVE apl-per-anio TO l-imp-per-anio
                       MOVE apl-tipo     TO l-imp-per-tipo
                       MOVE apl-importe  TO l-imp-per-importe
                       WRITE imp-linea FROM lin-imp-periodo
                       ADD apl-importe TO w-total-imputado
                   END-IF
           END-READ.

      ********* I M P O R T E  E N  L E T R A S ************************

      * Convierte nota-importe (hasta 999999,99) al texto "PESOS ...
      * CON nn/100" de la nota. Los grupos de a tres cifras se
      * resuelven en 760; el grupo de miles lleva el apocope UNO -> UN
      * (VEINTIUN MIL y no VEINTIUNO MIL).
       750-IMPORTE-EN-LETRAS.
           MOVE nota-importe TO w-letras-ent.
           COMPUTE w-letras-centavos =
               (nota-importe - w-letras-ent) * 100.
           DIVIDE w-letras-ent BY 1000
               GIVING w-letras-miles REMAINDER w-letras-resto.
           MOVE SPACES TO w-grupo-miles-txt.
           IF w-letras-miles > 0
               MOVE w-letras-miles TO w-grupo-num
               PERFORM 760-GRUPO-EN-LETRAS
               PERFORM 770-APOCOPE-UN
               MOVE w-grupo-txt TO w-grupo-miles-txt
           END-IF.
           MOVE SPACES TO w-grupo-txt.
           IF w-letras-resto > 0
               MOVE w-letras-resto TO w-grupo-num
               PERFORM 760-GRUPO-EN-LETRAS
           END-IF.
           MOVE SPACES TO w-letras.
           EVALUATE TRUE
               WHEN w-letras-ent = 0
                   STRING "PESOS CERO CON "  DELIMITED BY SIZE
                          w-letras-centavos  DELIMITED BY SIZE
                          "/100"             DELIMITED BY SIZE
                          INTO w-letras
               WHEN w-letras-miles = 0
                   STRING "PESOS "               DELIMITED BY SIZE
                          FUNCTION TRIM(w-grupo-txt)
                                                 DELIMITED BY SIZE
                          " CON "                DELIMITED BY SIZE
                          w-letras-centavos      DELIMITED BY SIZE
                          "/100"                 DELIMITED BY SIZE
                          INTO w-letras
               WHEN w-letras-miles = 1
                   STRING "PESOS MIL "           DELIMITED BY SIZE
                          FUNCTION TRIM(w-grupo-txt)
                                                 DELIMITED BY SIZE
                          " CON "                DELIMITED BY SIZE
                          w-letras-centavos      DELIMITED BY SIZE
                          "/100"                 DELIMITED BY SIZE
                          INTO w-letras
               WHEN OTHER
                   STRING "PESOS "               DELIMITED BY SIZE
                          FUNCTION TRIM(w-grupo-miles-txt)
                                                 DELIMITED BY SIZE
                          " MIL "                DELIMITED BY SIZE
                          FUNCTION TRIM(w-grupo-txt)
                                                 DELIMITED BY SIZE
                          " CON "                DELIMITED BY SIZE
                          w-letras-centavos      DELIMITED BY SIZE
                          "/100"                 DELIMITED BY SIZE
                          INTO w-letras
           END-EVALUATE.

      * Pasa w-grupo-num (1 a 999) a palabras en w-grupo-txt.
       760-GRUPO-EN-LETRAS.
           MOVE SPACES TO w-grupo-txt.
           DIVIDE w-grupo-num BY 100
               GIVING w-grupo-centena REMAINDER w-grupo-resto.
           EVALUATE TRUE
               WHEN w-grupo-num = 100
                   MOVE "CIEN" TO w-grupo-txt
               WHEN w-grupo-centena = 0
                   PERFORM 765-RESTO-EN-LETRAS
               WHEN w-grupo-resto = 0
                   MOVE w-nombre-centena(w-grupo-centena)
                       TO w-grupo-txt
               WHEN OTHER
                   PERFORM 765-RESTO-EN-LETRAS
                   MOVE w-grupo-txt TO w-grupo-aux
                   MOVE SPACES TO w-grupo-txt
                   STRING FUNCTION TRIM(
                              w-nombre-centena(w-grupo-centena))
                                             DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          FUNCTION TRIM(w-grupo-aux)
                                             DELIMITED BY SIZE
                          INTO w-grupo-txt
           END-EVALUATE.

      * Pasa w-grupo-resto (1 a 99) a palabras en w-grupo-txt.
       765-RESTO-EN-LETRAS.
           MOVE SPACES TO w-grupo-txt.
           IF w-grupo-resto <= 29
               MOVE w-nombre-uno(w-grupo-resto) TO w-grupo-txt
           ELSE
               DIVIDE w-grupo-resto BY 10
                   GIVING w-grupo-decena REMAINDER w-grupo-unidad
               IF w-grupo-unidad = 0
                   MOVE w-nombre-decena(w-grupo-decena)
                       TO w-grupo-txt
               ELSE
                   STRING FUNCTION TRIM(
                              w-nombre-decena(w-grupo-decena))
                                             DELIMITED BY SIZE
                          " Y "              DELIMITED BY SIZE
                          FUNCTION TRIM(
                              w-nombre-uno(w-grupo-unidad))
                                             DELIMITED BY SIZE
                          INTO w-grupo-txt
               END-IF
           END-IF.

      * Si el grupo de miles termina en UNO se recorta la O final:
      * "VEINTIUNO" -> "VEINTIUN", "TREINTA Y UNO" -> "TREINTA Y UN".
       770-APOCOPE-UN.
           COMPUTE w-largo-txt =
               FUNCTION LENGTH(FUNCTION TRIM(w-grupo-txt)).
           IF w-largo-txt >= 3
               IF w-grupo-txt(w-largo-txt - 2:3) = "UNO"
                   MOVE SPACE TO w-grupo-txt(w-largo-txt:1)
               END-IF
           END-IF.

      ****************** C I E R R E ***********************************

       900-MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "Notas de credito emitidas en la sesion: "
                   w-cant-creditos.
           DISPLAY "Notas de debito emitidas en la sesion:  "
                   w-cant-debitos.
           DISPLAY "Ultima nota de credito: " w-ultima-credito.
           DISPLAY "Ultima nota de debito:  " w-ultima-debito.
           DISPLAY "Notas para entregar en ..\notas_impresas.txt".

       END PROGRAM YOUR-PROGRAM-NAME.
