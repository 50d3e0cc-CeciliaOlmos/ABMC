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
           SELECT PARPADRON
               ASSIGN TO "..\parpadron.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-parpadron-status.

       DATA DIVISION.
       FILE SECTION.
      * Categorias que votan: una posicion por categoria (01 a 99),
      * "S" si los adherentes de esa categoria integran el padron.
       FD  PARPADRON.
       01  ppa-reg.
           03 ppa-antiguedad     PIC 99.
           03 filler             PIC X      VALUE SPACE.
           03 ppa-por-mesa       PIC 9(4).
           03 filler             PIC X      VALUE SPACE.
           03 ppa-dias-reclamo   PIC 99.
           03 filler             PIC X      VALUE SPACE.
           03 ppa-categorias     PIC X(99).
       WORKING-STORAGE SECTION.

       77  ws-parpadron-status  PIC XX.
       01  opcion               PIC 9   VALUE 9.
       77  w-hay-parametros     PIC X   VALUE "N".
       77  w-antiguedad         PIC 99.
       77  w-por-mesa           PIC 9(4).
       77  w-dias-reclamo       PIC 99.
       77  w-categoria          PIC 99.
       77  w-vota               PIC X.
       77  w-cant-votan         PIC 99.
       01  w-categorias.
           03 w-cat-vota OCCURS 99 TIMES PIC X.

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Mantenimiento de los parametros del padron electoral: la
      * antiguedad minima en anios para votar, la cantidad maxima de
      * electores por mesa, los dias que tienen los excluidos para
      * reclamar y las categorias cuyos adherentes de grupo familiar
      * votan. Los usa padron_electoral; sin parametros cargados el
      * padron no se emite.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-LEER-PARAMETROS.
           PERFORM 040-INGRESO-GENERAL.
           PERFORM 060-MENU-OPCIONES UNTIL opcion = 4.
           STOP RUN.

      ****************** R U T I N A S G E N E R A L E S ***************

       010-LEER-PARAMETROS.
           MOVE ALL "N" TO w-categorias.
           OPEN INPUT PARPADRON.
           EVALUATE ws-parpadron-status
               WHEN "00"
                   READ PARPADRON
                       AT END
                           MOVE "N" TO w-hay-parametros
                       NOT AT END
                           MOVE "S" TO w-hay-parametros
                           MOVE ppa-antiguedad   TO w-antiguedad
                           MOVE ppa-por-mesa     TO w-por-mesa
                           MOVE ppa-dias-reclamo TO w-dias-reclamo
                           MOVE ppa-categorias   TO w-categorias
                   END-READ
                   CLOSE PARPADRON
               WHEN "35"
                   MOVE "N" TO w-hay-parametros
               WHEN OTHER
                   DISPLAY "No se pudo leer el archivo PARPADRON. "
                           "Status: " ws-parpadron-status
           END-EVALUATE.

       040-INGRESO-GENERAL.
           PERFORM 045-TRAIGO-OPC.
           PERFORM 050-ERROR-INGRESO UNTIL opcion >= 1 AND <= 4.

       045-TRAIGO-OPC.
           DISPLAY " ".
           DISPLAY "MANTENIMIENTO DE PARAMETROS DEL PADRON ELECTORAL".
           DISPLAY "1 - CONSULTAR".
           DISPLAY "2 - MODIFICAR".
           DISPLAY "3 - CATEGORIAS QUE VOTAN".
           DISPLAY "4 - SALIR".
           DISPLAY "Introduzca una opcion: ".
           ACCEPT opcion.

       050-ERROR-INGRESO.
           DISPLAY "Error, ingrese un numero entre 1 y 4".
           PERFORM 045-TRAIGO-OPC.

       060-MENU-OPCIONES.
           EVALUATE opcion
                   WHEN 1 PERFORM 200-CONSULTAR
                   WHEN 2 PERFORM 300-MODIFICAR
                   WHEN 3 PERFORM 400-CATEGORIAS
           END-EVALUATE.
           PERFORM 040-INGRESO-GENERAL.

      ************************ R U T I N A S OPC-1 *********************

       200-CONSULTAR.
           IF w-hay-parametros = "S"
               DISPLAY "Antiguedad minima (anios): " w-antiguedad
               DISPLAY "Electores por mesa:        " w-por-mesa
               DISPLAY "Dias para reclamar:        " w-dias-reclamo
               DISPLAY "Categorias cuyos adherentes votan:"
               MOVE 0 TO w-cant-votan
               PERFORM 210-MOSTRAR-CATEGORIA
                   VARYING w-categoria FROM 1 BY 1
                   UNTIL w-categoria > 98
               IF w-cat-vota(99) = "S"
                   DISPLAY "   99"
                   ADD 1 TO w-cant-votan
               END-IF
               IF w-cant-votan = 0
                   DISPLAY "   (ninguna)"
               END-IF
           ELSE
               DISPLAY "No hay parametros del padron cargados. El "
                       "padron no se emite hasta cargarlos."
           END-IF.

       210-MOSTRAR-CATEGORIA.
           IF w-cat-vota(w-categoria) = "S"
               DISPLAY "   " w-categoria
               ADD 1 TO w-cant-votan
           END-IF.

      ************************ R U T I N A S OPC-2 *********************

       300-MODIFICAR.
           DISPLAY "Ingrese la antiguedad minima en anios (0 a 99): ".
           ACCEPT w-antiguedad.
           DISPLAY "Ingrese los electores por mesa (1 a 9999): ".
           ACCEPT w-por-mesa.
           PERFORM 310-ERROR-MESA UNTIL w-por-mesa > 0.
           DISPLAY "Ingrese los dias para reclamar (1 a 99): ".
           ACCEPT w-dias-reclamo.
           PERFORM 320-ERROR-DIAS UNTIL w-dias-reclamo > 0.
           PERFORM 500-GRABAR-PARAMETROS.

       310-ERROR-MESA.
           DISPLAY "Error, los electores por mesa deben ser mayores "
                   "que 0".
           DISPLAY "Ingrese los electores por mesa (1 a 9999): ".
           ACCEPT w-por-mesa.

       320-ERROR-DIAS.
           DISPLAY "Error, los dias deben ser mayores que 0".
           DISPLAY "Ingrese los dias para reclamar (1 a 99): ".
           ACCEPT w-dias-reclamo.

      ************************ R U T I N A S OPC-3 *********************

       400-CATEGORIAS.
           IF w-hay-parametros = "N"
               DISPLAY "Cargue primero los parametros (opcion 2)."
           ELSE
               PERFORM 410-PEDIR-CATEGORIA
               PERFORM 420-PROCESO-CATEGORIA UNTIL w-categoria = 0
               PERFORM 500-GRABAR-PARAMETROS
           END-IF.

       410-PEDIR-CATEGORIA.
           DISPLAY "Ingrese la categoria (0 = terminar): ".
           ACCEPT w-categoria.

       420-PROCESO-CATEGORIA.
           DISPLAY "Categoria " w-categoria " vota actualmente: "
                   w-cat-vota(w-categoria).
           DISPLAY "Sus adherentes votan? (S/N): ".
           ACCEPT w-vota.
           PERFORM 430-ERROR-VOTA UNTIL w-vota = "S" OR "N".
           MOVE w-vota TO w-cat-vota(w-categoria).
           PERFORM 410-PEDIR-CATEGORIA.

       430-ERROR-VOTA.
           DISPLAY "Error, responda S o N".
           DISPLAY "Sus adherentes votan? (S/N): ".
           ACCEPT w-vota.

       500-GRABAR-PARAMETROS.
           OPEN OUTPUT PARPADRON.
           IF ws-parpadron-status NOT = "00"
               DISPLAY "No se pudo grabar el archivo PARPADRON. "
                       "Status: " ws-parpadron-status
           ELSE
               MOVE SPACES         TO ppa-reg
               MOVE w-antiguedad   TO ppa-antiguedad
               MOVE w-por-mesa     TO ppa-por-mesa
               MOVE w-dias-reclamo TO ppa-dias-reclamo
               MOVE w-categorias   TO ppa-categorias
               WRITE ppa-reg
               CLOSE PARPADRON
               MOVE "S" TO w-hay-parametros
               DISPLAY "PARAMETROS GRABADOS"
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
