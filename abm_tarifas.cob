           03 tar-categoria    PIC 99.
           03 tar-descripcion  PIC X(20).
           03 tar-importe      PIC 9(6)V99.
           03 tar-importe-licencia PIC 9(6)V99.
       FD  USUARIOS.
       01  usu-reg.
           03 usu-id           PIC X(8).

      * Mantenimiento de la tabla de tarifas de la cuota social: una
      * tarifa por categoria de socio, usada por el proceso de cuota
      * mensual en lugar de un importe fijo en el fuente. Cada tarifa
      * lleva ademas el importe que paga el socio de esa categoria
      * mientras esta de licencia (cero si no paga nada).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-ABRIR-ARCHIVO.
           DISPLAY "Ingrese el importe de la cuota: ".
           ACCEPT tar-importe.

       140-INGRESO-IMPORTE-LICENCIA.
           DISPLAY "Ingrese el importe de la cuota durante una "
                   "licencia (0 si no paga): ".
           ACCEPT tar-importe-licencia.
           PERFORM 145-ERROR-IMPORTE-LICENCIA
               UNTIL tar-importe-licencia <= tar-importe.

       145-ERROR-IMPORTE-LICENCIA.
           DISPLAY "Error, no puede superar el importe de la cuota".
           DISPLAY "Ingrese el importe de la cuota durante una "
                   "licencia (0 si no paga): ".
           ACCEPT tar-importe-licencia.

      ************************ R U T I N A S OPC-1 *********************

       200-ALTAS.
       240-GRABAR-TARIFA.
           PERFORM 120-INGRESO-DESCRIPCION.
           PERFORM 130-INGRESO-IMPORTE.
           PERFORM 140-INGRESO-IMPORTE-LICENCIA.
           WRITE tar-reg INVALID KEY
                           DISPLAY "ERROR EN LA GRABACION"
                         NOT INVALID KEY

       420-MODIFICAR-TARIFA.
           DISPLAY "Categoria: " tar-categoria " " tar-descripcion
                   " Importe: " tar-importe
                   " Licencia: " tar-importe-licencia.
           PERFORM 120-INGRESO-DESCRIPCION.
           PERFORM 130-INGRESO-IMPORTE.
           PERFORM 140-INGRESO-IMPORTE-LICENCIA.
           REWRITE tar-reg INVALID KEY
                               DISPLAY "ERROR EN LA GRABACION"
                           NOT INVALID KEY
           MOVE 0 TO tar-categoria.
           DISPLAY " ".
           DISPLAY "LISTADO DE TARIFAS".
           DISPLAY "CAT  DESCRIPCION           IMPORTE    LICENCIA".
           START TARIFAS KEY IS >= tar-categoria
               INVALID KEY
                   MOVE "S" TO w-fin-listado
                   MOVE "S" TO w-fin-listado
               NOT AT END
                   DISPLAY tar-categoria "   " tar-descripcion "  "
                           tar-importe "  " tar-importe-licencia
                   ADD 1 TO w-cant-listadas
           END-READ.

