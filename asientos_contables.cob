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
           SELECT CUENTAS
               ASSIGN TO "..\ctascontables.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cta-operacion
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-cuentas-status.
           SELECT ASIENTOS
               ASSIGN TO "..\asientos.csv"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-asientos-status.
           SELECT REPORTE
               ASSIGN TO "..\asientos_control.txt"
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
       FD  MOVSOCIOS.
       01  mov-reg.
           03 mov-clave.
               05 mov-cod       PIC 9(6).
               05 mov-sec       PIC 9(6).
           03 mov-fecha.
               05 mov-periodo.
                   07 mov-anio  PIC 99.
                   07 mov-mes   PIC 99.
               05 mov-dia       PIC 99.
           03 mov-saldo-ant     PIC S9(6)V99.
           03 mov-saldo-nuevo   PIC S9(6)V99.
           03 mov-operacion     PIC X(5).
      * Cuenta contable por tipo de operacion; "SOCIO" es la cuenta
      * de deudores por cuotas.
       FD  CUENTAS.
       01  cta-reg.
           03 cta-operacion    PIC X(5).
           03 cta-cuenta       PIC X(12).
           03 cta-descripcion  PIC X(30).
       FD  ASIENTOS.
       01  csv-linea            PIC X(120).
       FD  REPORTE.
       01  rep-linea            PIC X(110).
       WORKING-STORAGE SECTION.

       01  fecha.
           03 anio              PIC 99.
           03 mes               PIC 99.
           03 dia               PIC 99.

       77  ws-socios-status     PIC XX.
       77  ws-movsocios-status  PIC XX.
       77  ws-cuentas-status    PIC XX.
       77  ws-asientos-status   PIC XX.
       77  ws-reporte-status    PIC XX.
       77  w-archivo-ok         PIC X       VALUE "S".
       77  w-fin-movimientos    PIC X       VALUE "N".
       77  w-fin-padron         PIC X       VALUE "N".
       77  w-fin-cuentas        PIC X       VALUE "N".
       77  w-periodo-ingresado  PIC 9(4).
       77  w-periodo-ok         PIC X       VALUE "N".
       77  w-ultimo-dia         PIC 99.
       77  w-cociente           PIC 99.
       77  w-resto              PIC 99.
       77  w-hay-cta-socio      PIC X       VALUE "N".
       77  w-cta-socio          PIC X(12).
       77  w-cant-oper          PIC 99      VALUE 0.
       77  w-nro-oper           PIC 99.
       77  w-oper-hallada       PIC 99.
       77  w-cant-movs-periodo  PIC 9(6)    VALUE 0.
       77  w-nro-asiento        PIC 9(4)    VALUE 0.
       77  w-cant-lineas        PIC 9(5)    VALUE 0.
       77  w-variacion          PIC S9(7)V99.
       77  w-importe-asiento    PIC S9(9)V99.
       77  w-cuenta-debe        PIC X(12).
       77  w-cuenta-haber       PIC X(12).
       77  w-desc-asiento       PIC X(30).
       77  w-sufijo-asiento     PIC X(10).
       77  w-importe-edit       PIC -(9)9,99.
       77  w-cero-edit          PIC X(13)   VALUE "         0,00".
       77  w-fecha-asiento      PIC X(10).
       77  w-cant-socios        PIC 9(6)    VALUE 0.
       77  w-cant-socios-dif    PIC 9(6)    VALUE 0.
       77  w-cant-sin-movs      PIC 9(6)    VALUE 0.
       77  w-total-debe         PIC S9(11)V99 VALUE 0.
       77  w-total-haber        PIC S9(11)V99 VALUE 0.
       77  w-var-deudores       PIC S9(11)V99 VALUE 0.
       77  w-sin-cuenta         PIC S9(11)V99 VALUE 0.
       77  w-saldo-inicial-tot  PIC S9(11)V99 VALUE 0.
       77  w-saldo-final-tot    PIC S9(11)V99 VALUE 0.
       77  w-var-saldo          PIC S9(11)V99 VALUE 0.
       77  w-var-movs-tot       PIC S9(11)V99 VALUE 0.
       77  w-dif-historial      PIC S9(11)V99 VALUE 0.
       77  w-dif-balance        PIC S9(11)V99 VALUE 0.
       77  w-dif-variacion      PIC S9(11)V99 VALUE 0.
       77  w-edit-total         PIC -(11)9,99.
       77  w-texto-total        PIC X(45).
       01  w-periodo-exp.
           03 w-per-anio        PIC 99.
           03 w-per-mes         PIC 99.

      ******************************************************************
      ************** SALDOS DEL SOCIO EN CURSO (CORTE) *****************
      ******************************************************************

      * Para cada socio del historial: saldo al inicio del periodo
      * (ultimo movimiento anterior, o el saldo anterior del primero
      * del periodo si no hay previos), saldo al cierre (saldo
      * anterior del primer movimiento posterior, o el del padron si
      * no hay posteriores) y la suma de lo que movieron los
      * movimientos del periodo. Si cierre - inicio no coincide con
      * esa suma, hubo cambios de saldo fuera del historial.
       77  w-cod-actual         PIC 9(6).
       77  w-hay-socio-actual   PIC X       VALUE "N".
       77  w-cero-con-movs      PIC X       VALUE "N".
       77  w-hay-antes          PIC X.
       77  w-saldo-antes        PIC S9(6)V99.
       77  w-hay-periodo        PIC X.
       77  w-ini-periodo        PIC S9(6)V99.
       77  w-hay-despues        PIC X.
       77  w-saldo-despues      PIC S9(6)V99.
       77  w-ultimo-nuevo       PIC S9(6)V99.
       77  w-var-movs-socio     PIC S9(9)V99.
       77  w-saldo-ini-socio    PIC S9(9)V99.
       77  w-saldo-fin-socio    PIC S9(9)V99.
       77  w-dif-socio          PIC S9(9)V99.

       01  w-tabla-con-movs.
           03 w-con-movs OCCURS 999999 TIMES PIC X.

      ******************************************************************
      ************* TOTALES DEL PERIODO POR OPERACION ******************
      ******************************************************************

      * Cargos: lo que los movimientos de la operacion bajaron los
      * saldos (deuda del socio). Creditos: lo que los subieron.
       01  w-tabla-oper.
           03 w-oper OCCURS 40 TIMES.
               05 w-op-codigo       PIC X(5).
               05 w-op-cuenta       PIC X(12).
               05 w-op-descripcion  PIC X(30).
               05 w-op-tiene-cuenta PIC X.
               05 w-op-cant         PIC 9(6).
               05 w-op-cargos       PIC S9(9)V99.
               05 w-op-creditos     PIC S9(9)V99.

       01  w-dias-meses.
           03 filler PIC X(24) VALUE "312831303130313130313031".
       01  w-tabla-dias REDEFINES w-dias-meses.
           03 w-dias-mes PIC 99 OCCURS 12 TIMES.

      ******************************************************************
      ********************** LINEAS DEL REPORTE ************************
      ******************************************************************

       01  lin-titulo.
           03 filler      PIC X(40)
               VALUE "CONTROL DE ASIENTOS CONTABLES - PERIODO ".
           03 l-tit-mes   PIC 99.
           03 filler      PIC XXX    VALUE "/20".
           03 l-tit-anio  PIC 99.
           03 filler      PIC X(12)  VALUE " - EMITIDO ".
           03 l-tit-dia-e PIC 99.
           03 filler      PIC X      VALUE "/".
           03 l-tit-mes-e PIC 99.
           03 filler      PIC XXX    VALUE "/20".
           03 l-tit-anio-e PIC 99.
       01  lin-tit-socios.
           03 filler PIC X(35)
               VALUE "SOCIOS CON CAMBIOS DE SALDO FUERA D".
           03 filler PIC X(26) VALUE "EL HISTORIAL EN EL PERIODO".
       01  lin-socio.
           03 filler          PIC X(6)   VALUE "SOCIO ".
           03 l-soc-cod       PIC 9(6).
           03 filler          PIC X(8)   VALUE " INICIO ".
           03 l-soc-ini       PIC -(7)9,99.
           03 filler          PIC X(8)   VALUE " CIERRE ".
           03 l-soc-fin       PIC -(7)9,99.
           03 filler          PIC X(7)   VALUE " MOVS. ".
           03 l-soc-movs      PIC -(7)9,99.
           03 filler          PIC X(6)   VALUE " DIF. ".
           03 l-soc-dif       PIC -(7)9,99.
       01  lin-tit-oper.
           03 filler PIC X(36) VALUE "OPER.  CUENTA        MOVS.".
           03 filler PIC X(36) VALUE "      CARGOS        CREDITOS".
       01  lin-oper.
           03 l-op-codigo     PIC X(5).
           03 filler          PIC XX     VALUE SPACES.
           03 l-op-cuenta     PIC X(12).
           03 filler          PIC X      VALUE SPACE.
           03 l-op-cant       PIC ZZZZZ9.
           03 filler          PIC X      VALUE SPACE.
           03 l-op-cargos     PIC -(10)9,99.
           03 filler          PIC X      VALUE SPACE.
           03 l-op-creditos   PIC -(10)9,99.
           03 filler          PIC X      VALUE SPACE.
           03 l-op-obs        PIC X(25).

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Exportacion mensual de asientos resumidos para contabilidad.
      * Agrupa los movimientos del periodo de movsocios.dat por tipo
      * de operacion: lo que aumenta la deuda del socio (cuota,
      * actividades, mora, anulacion de recibos...) va al debe de
      * deudores contra la cuenta de la operacion; lo que la reduce
      * (pagos, debitos, convenios...) va al debe de la cuenta de la
      * operacion contra deudores. Las cuentas salen de
      * ctascontables.dat (abm_cuentas). El reporte de control
      * compara debe contra haber y la variacion de deudores de los
      * asientos contra la variacion del saldo total de los socios en
      * el periodo, e informa cualquier diferencia.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha FROM DATE.
           PERFORM 005-INGRESO-PERIODO.
           IF w-periodo-ok = "S"
               PERFORM 010-ABRIR-ARCHIVOS
           END-IF.
           IF w-periodo-ok = "S" AND w-archivo-ok = "S"
               PERFORM 030-CARGAR-CUENTAS
               IF w-hay-cta-socio = "N"
                   DISPLAY "Falta la cuenta de deudores (operacion "
                           "SOCIO) en las cuentas contables. Carguela "
                           "con abm_cuentas."
               ELSE
                   PERFORM 040-ESCRIBIR-ENCABEZADOS
                   PERFORM 090-POSICIONAR-MOVIMIENTOS
                   PERFORM 100-RECORRER-MOVIMIENTOS
                       UNTIL w-fin-movimientos = "S"
                   IF w-hay-socio-actual = "S"
                       PERFORM 300-CERRAR-SOCIO
                   END-IF
                   PERFORM 350-POSICIONAR-PADRON
                   PERFORM 360-RECORRER-PADRON
                       UNTIL w-fin-padron = "S"
                   PERFORM 400-GENERAR-ASIENTOS
                       VARYING w-nro-oper FROM 1 BY 1
                       UNTIL w-nro-oper > w-cant-oper
                   PERFORM 500-ESCRIBIR-CONTROL
                   PERFORM 900-MOSTRAR-RESUMEN
               END-IF
           END-IF.
           PERFORM 020-CERRAR-ARCHIVOS.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       005-INGRESO-PERIODO.
           DISPLAY "EXPORTACION DE ASIENTOS CONTABLES DEL MES".
           DISPLAY "Periodo a exportar (AAMM, 0 = mes anterior): ".
           ACCEPT w-periodo-ingresado.
           IF w-periodo-ingresado = 0
               IF mes = 1
                   MOVE 12 TO w-per-mes
                   IF anio = 0
                       MOVE 99 TO w-per-anio
                   ELSE
                       COMPUTE w-per-anio = anio - 1
                   END-IF
               ELSE
                   MOVE anio TO w-per-anio
                   COMPUTE w-per-mes = mes - 1
               END-IF
           ELSE
               MOVE w-periodo-ingresado TO w-periodo-exp
           END-IF.
           EVALUATE TRUE
               WHEN w-per-mes < 1 OR w-per-mes > 12
                   DISPLAY "Periodo invalido: el mes debe ir de 01 a "
                           "12."
               WHEN w-periodo-exp > fecha(1:4)
                   DISPLAY "Periodo invalido: todavia no empezo."
               WHEN OTHER
                   MOVE "S" TO w-periodo-ok
                   PERFORM 007-CALCULAR-ULTIMO-DIA
           END-EVALUATE.

      * Los asientos del mes se fechan el ultimo dia del periodo.
       007-CALCULAR-ULTIMO-DIA.
           MOVE w-dias-mes(w-per-mes) TO w-ultimo-dia.
           IF w-per-mes = 2
               DIVIDE w-per-anio BY 4 GIVING w-cociente
                   REMAINDER w-resto
               IF w-resto = 0
                   MOVE 29 TO w-ultimo-dia
               END-IF
           END-IF.
           MOVE SPACES TO w-fecha-asiento.
           STRING w-ultimo-dia "/" w-per-mes "/20" w-per-anio
                  DELIMITED BY SIZE INTO w-fecha-asiento.

       010-ABRIR-ARCHIVOS.
           OPEN INPUT MOVSOCIOS.
           IF ws-movsocios-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo MOVSOCIOS. Status: "
                       ws-movsocios-status
               MOVE "N" TO w-archivo-ok
           ELSE
               OPEN INPUT SOCIOS
               IF ws-socios-status NOT = "00"
                   DISPLAY "No se pudo abrir el archivo SOCIOS. "
                           "Status: " ws-socios-status
                   MOVE "N" TO w-archivo-ok
                   CLOSE MOVSOCIOS
               ELSE
                   PERFORM 012-ABRIR-CUENTAS
                   IF w-archivo-ok = "S"
                       PERFORM 014-ABRIR-SALIDAS
                   END-IF
                   IF w-archivo-ok NOT = "S"
                       CLOSE MOVSOCIOS
                       CLOSE SOCIOS
                   END-IF
               END-IF
           END-IF.

       012-ABRIR-CUENTAS.
           OPEN INPUT CUENTAS.
           IF ws-cuentas-status = "35"
               DISPLAY "No hay cuentas contables cargadas. Carguelas "
                       "con abm_cuentas antes de exportar."
               MOVE "N" TO w-archivo-ok
           ELSE
               IF ws-cuentas-status NOT = "00"
                   DISPLAY "No se pudo abrir el archivo CUENTAS. "
                           "Status: " ws-cuentas-status
                   MOVE "N" TO w-archivo-ok
               END-IF
           END-IF.

       014-ABRIR-SALIDAS.
           OPEN OUTPUT ASIENTOS.
           IF ws-asientos-status NOT = "00"
               DISPLAY "No se pudo generar el archivo de asientos. "
                       "Status: " ws-asientos-status
               MOVE "N" TO w-archivo-ok
               CLOSE CUENTAS
           ELSE
               OPEN OUTPUT REPORTE
               IF ws-reporte-status NOT = "00"
                   DISPLAY "No se pudo generar el reporte de control. "
                           "Status: " ws-reporte-status
                   MOVE "N" TO w-archivo-ok
                   CLOSE CUENTAS
                   CLOSE ASIENTOS
               END-IF
           END-IF.

       020-CERRAR-ARCHIVOS.
           IF w-periodo-ok = "S" AND w-archivo-ok = "S"
               CLOSE MOVSOCIOS
               CLOSE SOCIOS
               CLOSE CUENTAS
               CLOSE ASIENTOS
               CLOSE REPORTE
           END-IF.

      * La tabla de operaciones arranca con las que tienen cuenta; las
      * que aparezcan en el historial sin cuenta se agregan al vuelo
      * y se informan.
       030-CARGAR-CUENTAS.
           MOVE SPACES TO cta-operacion.
           START CUENTAS KEY IS >= cta-operacion
               INVALID KEY
                   MOVE "S" TO w-fin-cuentas
           END-START.
           PERFORM 035-LEER-CUENTA UNTIL w-fin-cuentas = "S".

       035-LEER-CUENTA.
           READ CUENTAS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-cuentas
               NOT AT END
                   IF cta-operacion = "SOCIO"
                       MOVE "S"        TO w-hay-cta-socio
                       MOVE cta-cuenta TO w-cta-socio
                   ELSE
                       IF w-cant-oper < 40
                           ADD 1 TO w-cant-oper
                           MOVE cta-operacion
                               TO w-op-codigo(w-cant-oper)
                           MOVE cta-cuenta
                               TO w-op-cuenta(w-cant-oper)
                           MOVE cta-descripcion
                               TO w-op-descripcion(w-cant-oper)
                           MOVE "S"
                               TO w-op-tiene-cuenta(w-cant-oper)
                           MOVE 0 TO w-op-cant(w-cant-oper)
                           MOVE 0 TO w-op-cargos(w-cant-oper)
                           MOVE 0 TO w-op-creditos(w-cant-oper)
                       END-IF
                   END-IF
           END-READ.

       040-ESCRIBIR-ENCABEZADOS.
           MOVE "ASIENTO;FECHA;CUENTA;DESCRIPCION;DEBE;HABER"
               TO csv-linea.
           WRITE csv-linea.
           MOVE w-per-mes TO l-tit-mes.
           MOVE w-per-anio TO l-tit-anio.
           MOVE dia  TO l-tit-dia-e.
           MOVE mes  TO l-tit-mes-e.
           MOVE anio TO l-tit-anio-e.
           WRITE rep-linea FROM lin-titulo.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-tit-socios.

      ************ M O V I M I E N T O S  D E L  H I S T O R I A L *****

       090-POSICIONAR-MOVIMIENTOS.
           MOVE ALL "N" TO w-tabla-con-movs.
           MOVE 0 TO mov-cod.
           MOVE 0 TO mov-sec.
           START MOVSOCIOS KEY IS >= mov-clave
               INVALID KEY
                   MOVE "S" TO w-fin-movimientos
           END-START.

       100-RECORRER-MOVIMIENTOS.
           READ MOVSOCIOS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-movimientos
               NOT AT END
                   IF w-hay-socio-actual = "S" AND
                      mov-cod NOT = w-cod-actual
                       PERFORM 300-CERRAR-SOCIO
                   END-IF
                   IF w-hay-socio-actual = "N"
                       PERFORM 110-EMPEZAR-SOCIO
                   END-IF
                   PERFORM 120-CLASIFICAR-MOVIMIENTO
           END-READ.

       110-EMPEZAR-SOCIO.
           MOVE "S"     TO w-hay-socio-actual.
           MOVE mov-cod TO w-cod-actual.
           MOVE "N"     TO w-hay-antes.
           MOVE "N"     TO w-hay-periodo.
           MOVE "N"     TO w-hay-despues.
           MOVE 0       TO w-var-movs-socio.

       120-CLASIFICAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN mov-periodo < w-periodo-exp
                   MOVE "S"             TO w-hay-antes
                   MOVE mov-saldo-nuevo TO w-saldo-antes
               WHEN mov-periodo = w-periodo-exp
                   IF w-hay-periodo = "N"
                       MOVE "S"           TO w-hay-periodo
                       MOVE mov-saldo-ant TO w-ini-periodo
                   END-IF
                   COMPUTE w-variacion =
                       mov-saldo-nuevo - mov-saldo-ant
                   ADD w-variacion TO w-var-movs-socio
                   ADD 1 TO w-cant-movs-periodo
                   PERFORM 200-ACUMULAR-OPERACION
               WHEN OTHER
                   IF w-hay-despues = "N"
                       MOVE "S"           TO w-hay-despues
                       MOVE mov-saldo-ant TO w-saldo-despues
                   END-IF
           END-EVALUATE.
           MOVE mov-saldo-nuevo TO w-ultimo-nuevo.

      ************ T O T A L E S  P O R  O P E R A C I O N *************

       200-ACUMULAR-OPERACION.
           MOVE 0 TO w-oper-hallada.
           PERFORM 210-BUSCAR-OPERACION
               VARYING w-nro-oper FROM 1 BY 1
               UNTIL w-nro-oper > w-cant-oper OR w-oper-hallada > 0.
           IF w-oper-hallada = 0
               PERFORM 220-AGREGAR-OPERACION
           END-IF.
           IF w-oper-hallada > 0
               ADD 1 TO w-op-cant(w-oper-hallada)
               IF w-variacion < 0
                   SUBTRACT w-variacion FROM w-op-cargos(w-oper-hallada)
               ELSE
                   ADD w-variacion TO w-op-creditos(w-oper-hallada)
               END-IF
           END-IF.

       210-BUSCAR-OPERACION.
           IF w-op-codigo(w-nro-oper) = mov-operacion
               MOVE w-nro-oper TO w-oper-hallada
           END-IF.

      * Con la tabla llena el movimiento no se puede asentar: queda en
      * la diferencia del control como operacion sin cuenta.
       220-AGREGAR-OPERACION.
           IF w-cant-oper < 40
               ADD 1 TO w-cant-oper
               MOVE w-cant-oper   TO w-oper-hallada
               MOVE mov-operacion TO w-op-codigo(w-cant-oper)
               MOVE SPACES        TO w-op-cuenta(w-cant-oper)
               MOVE mov-operacion TO w-op-descripcion(w-cant-oper)
               MOVE "N"           TO w-op-tiene-cuenta(w-cant-oper)
               MOVE 0             TO w-op-cant(w-cant-oper)
               MOVE 0             TO w-op-cargos(w-cant-oper)
               MOVE 0             TO w-op-creditos(w-cant-oper)
           ELSE
               DISPLAY "Demasiados tipos de operacion: " mov-operacion
                       " queda fuera de los asientos."
               SUBTRACT w-variacion FROM w-sin-cuenta
           END-IF.

      ************ S A L D O S  D E L  S O C I O ***********************

       300-CERRAR-SOCIO.
           MOVE "N" TO w-hay-socio-actual.
           ADD 1 TO w-cant-socios.
           IF w-cod-actual > 0
               MOVE "S" TO w-con-movs(w-cod-actual)
           ELSE
               MOVE "S" TO w-cero-con-movs
           END-IF.
           IF w-hay-despues = "S"
               MOVE w-saldo-despues TO w-saldo-fin-socio
           ELSE
               MOVE w-cod-actual TO soc-cod
               READ SOCIOS INVALID KEY
                       MOVE w-ultimo-nuevo TO w-saldo-fin-socio
                   NOT INVALID KEY
                       MOVE soc-saldo TO w-saldo-fin-socio
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN w-hay-antes = "S"
                   MOVE w-saldo-antes TO w-saldo-ini-socio
               WHEN w-hay-periodo = "S"
                   MOVE w-ini-periodo TO w-saldo-ini-socio
               WHEN OTHER
                   MOVE w-saldo-fin-socio TO w-saldo-ini-socio
           END-EVALUATE.
           ADD w-saldo-ini-socio TO w-saldo-inicial-tot.
           ADD w-saldo-fin-socio TO w-saldo-final-tot.
           ADD w-var-movs-socio  TO w-var-movs-tot.
           COMPUTE w-dif-socio = w-saldo-fin-socio - w-saldo-ini-socio
                                 - w-var-movs-socio.
           IF w-dif-socio NOT = 0
               ADD 1 TO w-cant-socios-dif
               ADD w-dif-socio TO w-dif-historial
               MOVE w-cod-actual      TO l-soc-cod
               MOVE w-saldo-ini-socio TO l-soc-ini
               MOVE w-saldo-fin-socio TO l-soc-fin
               MOVE w-var-movs-socio  TO l-soc-movs
               MOVE w-dif-socio       TO l-soc-dif
               WRITE rep-linea FROM lin-socio
           END-IF.

      * Socio sin ningun movimiento en el historial: su saldo cuenta
      * igual al inicio y al cierre, sin variacion en el periodo.
       350-POSICIONAR-PADRON.
           MOVE 0 TO soc-cod.
           START SOCIOS KEY IS >= soc-cod
               INVALID KEY
                   MOVE "S" TO w-fin-padron
           END-START.

       360-RECORRER-PADRON.
           READ SOCIOS NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-padron
               NOT AT END
                   IF soc-cod = 0
                       IF w-cero-con-movs = "N"
                           PERFORM 370-SUMAR-SIN-MOVIMIENTOS
                       END-IF
                   ELSE
                       IF w-con-movs(soc-cod) = "N"
                           PERFORM 370-SUMAR-SIN-MOVIMIENTOS
                       END-IF
                   END-IF
           END-READ.

       370-SUMAR-SIN-MOVIMIENTOS.
           ADD 1 TO w-cant-sin-movs.
           ADD soc-saldo TO w-saldo-inicial-tot.
           ADD soc-saldo TO w-saldo-final-tot.

      ************ A S I E N T O S *************************************

      * Hasta dos asientos por operacion: uno por los cargos (debe
      * deudores, haber cuenta de la operacion) y otro por los
      * creditos (debe cuenta de la operacion, haber deudores). La
      * anulacion de un recibo queda asi como la inversa del cobro.
       400-GENERAR-ASIENTOS.
           IF w-op-tiene-cuenta(w-nro-oper) = "S"
               MOVE w-op-descripcion(w-nro-oper) TO w-desc-asiento
               IF w-op-cargos(w-nro-oper) > 0
                   MOVE w-cta-socio               TO w-cuenta-debe
                   MOVE w-op-cuenta(w-nro-oper)   TO w-cuenta-haber
                   MOVE w-op-cargos(w-nro-oper)   TO w-importe-asiento
                   MOVE " CARGOS"                 TO w-sufijo-asiento
                   PERFORM 420-ESCRIBIR-ASIENTO
                   ADD w-importe-asiento TO w-var-deudores
               END-IF
               IF w-op-creditos(w-nro-oper) > 0
                   MOVE w-op-cuenta(w-nro-oper)   TO w-cuenta-debe
                   MOVE w-cta-socio               TO w-cuenta-haber
                   MOVE w-op-creditos(w-nro-oper) TO w-importe-asiento
                   MOVE " CREDITOS"               TO w-sufijo-asiento
                   PERFORM 420-ESCRIBIR-ASIENTO
                   SUBTRACT w-importe-asiento FROM w-var-deudores
               END-IF
           ELSE
               ADD w-op-cargos(w-nro-oper)        TO w-sin-cuenta
               SUBTRACT w-op-creditos(w-nro-oper) FROM w-sin-cuenta
           END-IF.

       420-ESCRIBIR-ASIENTO.
           ADD 1 TO w-nro-asiento.
           MOVE w-importe-asiento TO w-importe-edit.
           MOVE SPACES TO csv-linea.
           STRING w-nro-asiento ";" w-fecha-asiento ";"
                  w-cuenta-debe DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-desc-asiento DELIMITED BY "  "
                  w-sufijo-asiento DELIMITED BY "  "
                  ";" w-importe-edit ";" w-cero-edit
                  DELIMITED BY SIZE INTO csv-linea.
           WRITE csv-linea.
           MOVE SPACES TO csv-linea.
           STRING w-nro-asiento ";" w-fecha-asiento ";"
                  w-cuenta-haber DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-desc-asiento DELIMITED BY "  "
                  w-sufijo-asiento DELIMITED BY "  "
                  ";" w-cero-edit ";" w-importe-edit
                  DELIMITED BY SIZE INTO csv-linea.
           WRITE csv-linea.
           ADD 2 TO w-cant-lineas.
           ADD w-importe-asiento TO w-total-debe.
           ADD w-importe-asiento TO w-total-haber.

      ************ C O N T R O L ***************************************

       500-ESCRIBIR-CONTROL.
           IF w-cant-socios-dif = 0
               MOVE "  (ninguno)" TO rep-linea
               WRITE rep-linea
           END-IF.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-tit-oper.
           PERFORM 510-ESCRIBIR-OPERACION
               VARYING w-nro-oper FROM 1 BY 1
               UNTIL w-nro-oper > w-cant-oper.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           COMPUTE w-var-saldo =
                   w-saldo-final-tot - w-saldo-inicial-tot.
           COMPUTE w-dif-balance = w-total-debe - w-total-haber.
           COMPUTE w-dif-variacion = w-var-deudores + w-var-saldo.
           MOVE "Total debe:" TO w-texto-total.
           MOVE w-total-debe TO w-edit-total.
           PERFORM 530-ESCRIBIR-TOTAL.
           MOVE "Total haber:" TO w-texto-total.
           MOVE w-total-haber TO w-edit-total.
           PERFORM 530-ESCRIBIR-TOTAL.
           MOVE "Diferencia debe - haber:" TO w-texto-total.
           MOVE w-dif-balance TO w-edit-total.
           PERFORM 530-ESCRIBIR-TOTAL.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "Saldo total socios al inicio:" TO w-texto-total.
           MOVE w-saldo-inicial-tot TO w-edit-total.
           PERFORM 530-ESCRIBIR-TOTAL.
           MOVE "Saldo total socios al cierre:" TO w-texto-total.
           MOVE w-saldo-final-tot TO w-edit-total.
           PERFORM 530-ESCRIBIR-TOTAL.
           MOVE "Variacion de deuda de socios:" TO w-texto-total.
           COMPUTE w-edit-total = w-var-saldo * -1.
           PERFORM 530-ESCRIBIR-TOTAL.
           MOVE "Variacion de deudores en los asientos:"
               TO w-texto-total.
           MOVE w-var-deudores TO w-edit-total.
           PERFORM 530-ESCRIBIR-TOTAL.
           MOVE "Diferencia:" TO w-texto-total.
           MOVE w-dif-variacion TO w-edit-total.
           PERFORM 530-ESCRIBIR-TOTAL.
           IF w-dif-variacion NOT = 0
               MOVE "  por operaciones sin cuenta contable:"
                   TO w-texto-total
               COMPUTE w-edit-total = w-sin-cuenta * -1
               PERFORM 530-ESCRIBIR-TOTAL
               MOVE "  por cambios de saldo fuera del historial:"
                   TO w-texto-total
               MOVE w-dif-historial TO w-edit-total
               PERFORM 530-ESCRIBIR-TOTAL
           END-IF.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           IF w-dif-balance = 0 AND w-dif-variacion = 0
               MOVE "ASIENTOS BALANCEADOS Y CONCILIADOS CON EL PADRON"
                   TO rep-linea
           ELSE
               MOVE "HAY DIFERENCIAS: REVISE ANTES DE ENVIAR A "-
               "CONTABILIDAD" TO rep-linea
           END-IF.
           WRITE rep-linea.

       510-ESCRIBIR-OPERACION.
           MOVE w-op-codigo(w-nro-oper)   TO l-op-codigo.
           MOVE w-op-cuenta(w-nro-oper)   TO l-op-cuenta.
           MOVE w-op-cant(w-nro-oper)     TO l-op-cant.
           MOVE w-op-cargos(w-nro-oper)   TO l-op-cargos.
           MOVE w-op-creditos(w-nro-oper) TO l-op-creditos.
           IF w-op-tiene-cuenta(w-nro-oper) = "S"
               MOVE SPACES TO l-op-obs
           ELSE
               IF w-op-cargos(w-nro-oper) = 0 AND
                  w-op-creditos(w-nro-oper) = 0
                   MOVE "SIN IMPORTE" TO l-op-obs
               ELSE
                   MOVE "SIN CUENTA: NO SE ASIENTA" TO l-op-obs
               END-IF
           END-IF.
           IF w-op-cant(w-nro-oper) > 0 OR
              w-op-tiene-cuenta(w-nro-oper) = "N"
               WRITE rep-linea FROM lin-oper
           END-IF.

       530-ESCRIBIR-TOTAL.
           MOVE SPACES TO rep-linea.
           STRING w-texto-total w-edit-total
                  DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.

       900-MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "Periodo exportado:         " w-per-mes "/"
                   w-per-anio.
           DISPLAY "Movimientos del periodo:   " w-cant-movs-periodo.
           DISPLAY "Asientos generados:        " w-nro-asiento.
           DISPLAY "Socios con diferencias:    " w-cant-socios-dif.
           IF w-dif-balance = 0 AND w-dif-variacion = 0
               DISPLAY "Asientos balanceados y conciliados con el "
                       "padron."
           ELSE
               DISPLAY "ATENCION: hay diferencias, ver "
                       "..\asientos_control.txt"
           END-IF.
           DISPLAY "Asientos en ..\asientos.csv".

       END PROGRAM YOUR-PROGRAM-NAME.
