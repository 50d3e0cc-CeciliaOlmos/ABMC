               05 soc-alta-mes  PIC 99.
               05 soc-alta-dia  PIC 99.
           03 soc-categoria    PIC 99.
           03 soc-fecha-nac.
               05 soc-nac-anio  PIC 9(4).
               05 soc-nac-mes   PIC 99.
               05 soc-nac-dia   PIC 99.
       FD  SOCIOS-BACKUP.
       01  bkp-reg.
           03 bkp-cod          PIC 9(6).
               05 bkp-alta-mes  PIC 99.
               05 bkp-alta-dia  PIC 99.
           03 bkp-categoria    PIC 99.
           03 bkp-fecha-nac    PIC 9(8).
       FD  MOVSOCIOS.
       01  mov-reg.
           03 mov-clave.
                   MOVE soc-email      TO bkp-email
                   MOVE soc-fecha-alta TO bkp-fecha-alta
                   MOVE soc-categoria  TO bkp-categoria
                   MOVE soc-fecha-nac  TO bkp-fecha-nac
                   WRITE bkp-reg
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL RESPALDO DEL "
