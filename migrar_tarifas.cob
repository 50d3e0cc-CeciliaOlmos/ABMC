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
           SELECT TARIFAS-VIEJO
               ASSIGN TO "..\tarifas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS tarv-categoria
                   FILE STATUS IS ws-tarviejo-status.
           SELECT TARIFAS-NUEVO
               ASSIGN TO "..\tarifas_nuevo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS tarn-categoria
                   FILE STATUS IS ws-tarnuevo-status.

       DATA DIVISION.
       FILE SECTION.
      * Layout viejo de tarifas, sin importe de licencia. Se conserva
      * aca solo para que esta utilidad de unica vez pueda leerlo.
       FD  TARIFAS-VIEJO.
       01  tarv-reg.
           03 tarv-categoria    PIC 99.
           03 tarv-descripcion  PIC X(20).
           03 tarv-importe      PIC 9(6)V99.
       FD  TARIFAS-NUEVO.
       01  tarn-reg.
           03 tarn-categoria    PIC 99.
           03 tarn-descripcion  PIC X(20).
           03 tarn-importe      PIC 9(6)V99.
           03 tarn-importe-licencia PIC 9(6)V99.
       WORKING-STORAGE SECTION.

       77  ws-tarviejo-status   PIC XX.
       77  ws-tarnuevo-status   PIC XX.
       77  w-fin-migracion      PIC X       VALUE "N".
       77  w-cant-tarifas       PIC 9(3)    VALUE 0.
       77  w-cant-errores       PIC 9(3)    VALUE 0.

       SCREEN SECTION.

      ******************************************************************
      ************************ PROGRAMA PRINCIPAL **********************
      ******************************************************************

      * Conversion por unica vez de la tabla de tarifas al layout con
      * importe de licencia. Las tarifas migradas quedan con importe
      * de licencia cero (el socio de licencia no paga) hasta que se
      * cargue el que corresponda con el mantenimiento de tarifas.
      * Uso: correr una unica vez, luego renombrar:
      *   tarifas.dat       -> tarifas_viejo.dat   (respaldo)
      *   tarifas_nuevo.dat -> tarifas.dat
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-MIGRAR-TARIFAS.
           PERFORM 900-MOSTRAR-RESUMEN.
           STOP RUN.

      ****************** T A R I F A S *********************************

       010-MIGRAR-TARIFAS.
           OPEN INPUT TARIFAS-VIEJO.
           IF ws-tarviejo-status = "35"
               DISPLAY "No hay tabla de tarifas a migrar."
               MOVE "S" TO w-fin-migracion
           ELSE
           IF ws-tarviejo-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo TARIFAS a "
                       "migrar. Status: " ws-tarviejo-status
               MOVE "S" TO w-fin-migracion
           ELSE
               OPEN OUTPUT TARIFAS-NUEVO
               IF ws-tarnuevo-status NOT = "00"
                   DISPLAY "No se pudo crear tarifas_nuevo.dat. "
                           "Status: " ws-tarnuevo-status
                   MOVE "S" TO w-fin-migracion
                   CLOSE TARIFAS-VIEJO
               ELSE
                   PERFORM 020-COPIAR-TARIFA
                       UNTIL w-fin-migracion = "S"
                   CLOSE TARIFAS-VIEJO
                   CLOSE TARIFAS-NUEVO
               END-IF
           END-IF
           END-IF.

       020-COPIAR-TARIFA.
           READ TARIFAS-VIEJO
               AT END
                   MOVE "S" TO w-fin-migracion
               NOT AT END
                   PERFORM 030-GRABAR-TARIFA
           END-READ.

       030-GRABAR-TARIFA.
           MOVE tarv-categoria   TO tarn-categoria.
           MOVE tarv-descripcion TO tarn-descripcion.
           MOVE tarv-importe     TO tarn-importe.
           MOVE 0                TO tarn-importe-licencia.
           WRITE tarn-reg
               INVALID KEY
                   ADD 1 TO w-cant-errores
                   DISPLAY "ERROR MIGRANDO LA TARIFA DE LA CATEGORIA "
                           tarv-categoria
               NOT INVALID KEY
                   ADD 1 TO w-cant-tarifas
           END-WRITE.

      ****************** C I E R R E ***********************************

       900-MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "Tarifas migradas a tarifas_nuevo.dat: "
                   w-cant-tarifas.
           DISPLAY "Tarifas con error:                    "
                   w-cant-errores.
           DISPLAY "Revise el resultado y luego renombre: ".
           DISPLAY "  tarifas.dat       -> tarifas_viejo.dat".
           DISPLAY "  tarifas_nuevo.dat -> tarifas.dat".
           DISPLAY "Cargue el importe de licencia de cada categoria "
                   "con el mantenimiento de tarifas.".

       END PROGRAM YOUR-PROGRAM-NAME.
