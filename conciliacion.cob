               ASSIGN TO "..\conciliacion.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-reporte-status.
           SELECT RESULTADO
               ASSIGN TO "..\resultado_paso.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-resultado-status.

       DATA DIVISION.
       FILE SECTION.
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
           03 mov-operacion     PIC X(5).
       FD  REPORTE.
       01  rep-linea            PIC X(110).
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
           03 dia               PIC 99.

       77  ws-socios-status     PIC XX.
       77  ws-resultado-status  PIC XX.
       77  ws-movsocios-status  PIC XX.
       77  ws-reporte-status    PIC XX.
       77  w-archivo-ok         PIC X       VALUE "S".
               PERFORM 400-POSICIONAR-PADRON
               PERFORM 420-RECORRER-PADRON UNTIL w-fin-padron = "S"
               PERFORM 900-ESCRIBIR-TOTALES
               PERFORM 990-GRABAR-RESULTADO
           END-IF.
           PERFORM 020-CERRAR-ARCHIVOS.
           STOP RUN.
                  INTO rep-linea.
           WRITE rep-linea.

      * Deja los totales de la corrida en resultado_paso.dat. El
      * cierre mensual encadenado lo vacia antes de lanzar cada paso:
      * si al terminar no encuentra este registro, da el paso por
      * cortado.
       990-GRABAR-RESULTADO.
           OPEN OUTPUT RESULTADO.
           IF ws-resultado-status NOT = "00"
               DISPLAY "No se pudo grabar el resultado de la corrida. "
                       "Status: " ws-resultado-status
           ELSE
               MOVE SPACES TO res-reg
               MOVE "conciliacion" TO res-programa
               MOVE anio TO res-anio
               MOVE mes  TO res-mes
               MOVE w-cant-ok TO res-procesados
               MOVE w-cant-sin-movs TO res-omitidos
               COMPUTE res-errores =
                   w-cant-inexistentes + w-cant-cortes + w-cant-difieren
               MOVE 0 TO res-importe
               WRITE res-reg
               CLOSE RESULTADO
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
