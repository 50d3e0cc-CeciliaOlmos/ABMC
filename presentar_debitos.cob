               ASSIGN TO "..\presentados.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-presentados-status.
           SELECT RESULTADO
               ASSIGN TO "..\resultado_paso.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-resultado-status.

       DATA DIVISION.
       FILE SECTION.
               88 SOC-ACTIVO      VALUE "A".
               88 SOC-INACTIVO    VALUE "I".
               88 SOC-HONORARIO   VALUE "H".
               88 SOC-LICENCIA    VALUE "L".
           03 soc-dni          PIC 9(8).
           03 soc-domicilio    PIC X(30).
           03 soc-telefono     PIC X(15).
               05 soc-alta-mes  PIC 99.
               05 soc-alta-dia  PIC 99.
           03 soc-categoria    PIC 99.
           03 soc-fecha-nac.
               05 soc-nac-anio  PIC 9(4).
               05 soc-nac-mes   PIC 99.
               05 soc-nac-dia   PIC 99.
       FD  TARIFAS.
       01  tar-reg.
           03 tar-categoria    PIC 99.
           03 tar-descripcion  PIC X(20).
           03 tar-importe      PIC 9(6)V99.
           03 tar-importe-licencia PIC 9(6)V99.
       FD  PRESENTACION.
       01  pre-linea            PIC X(60).
       FD  PRESENTADOS.
           03 prs-cod           PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 prs-importe       PIC 9(6)V99.
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

       77  ws-adhdebito-status  PIC XX.
       77  ws-socios-status     PIC XX.
       77  ws-resultado-status  PIC XX.
       77  ws-tarifas-status    PIC XX.
       77  ws-presentacion-status PIC XX.
       77  ws-presentados-status  PIC XX.
       77  w-cant-presentados   PIC 9(5)    VALUE 0.
       77  w-cant-inexistentes  PIC 9(5)    VALUE 0.
       77  w-cant-no-activos    PIC 9(5)    VALUE 0.
       77  w-cant-licencias     PIC 9(5)    VALUE 0.
       77  w-cant-sin-deuda     PIC 9(5)    VALUE 0.
       77  w-cant-sin-tarifa    PIC 9(5)    VALUE 0.
       01  w-total-presentado   PIC S9(9)V99 VALUE 0.
               PERFORM 100-PROCESAR-ADHESIONES
                   UNTIL w-fin-proceso = "S"
               PERFORM 900-MOSTRAR-RESUMEN
               PERFORM 990-GRABAR-RESULTADO
           END-IF.
           PERFORM 020-CERRAR-ARCHIVOS.
           STOP RUN.

      * Se presentan solo los activos con saldo deudor: los dados de
      * baja y los que estan al dia quedan afuera, que era lo que se
      * colaba todos los meses en la planilla armada a mano. Al socio
      * de licencia tampoco se le debita nada mientras dure.
       120-EVALUAR-SOCIO.
           EVALUATE TRUE
               WHEN SOC-LICENCIA
                   ADD 1 TO w-cant-licencias
               WHEN NOT SOC-ACTIVO
                   ADD 1 TO w-cant-no-activos
               WHEN soc-saldo >= 0
           DISPLAY "Debitos presentados:      " w-cant-presentados.
           DISPLAY "Adheridos inexistentes:   " w-cant-inexistentes.
           DISPLAY "Adheridos no activos:     " w-cant-no-activos.
           DISPLAY "Adheridos de licencia:    " w-cant-licencias.
           DISPLAY "Adheridos sin deuda:      " w-cant-sin-deuda.
           DISPLAY "Adheridos sin tarifa:     " w-cant-sin-tarifa.
           DISPLAY "Total presentado:         " w-total-presentado.
           DISPLAY "Archivo para el banco en ..\presentacion_banco.txt".

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
               MOVE "presentar_debitos" TO res-programa
               MOVE anio TO res-anio
               MOVE mes  TO res-mes
               MOVE w-cant-presentados TO res-procesados
               COMPUTE res-omitidos =
                   w-cant-no-activos + w-cant-licencias
                   + w-cant-sin-deuda
               COMPUTE res-errores =
                   w-cant-inexistentes + w-cant-sin-tarifa
               MOVE w-total-presentado TO res-importe
               WRITE res-reg
               CLOSE RESULTADO
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
