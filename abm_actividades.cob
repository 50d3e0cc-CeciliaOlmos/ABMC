               05 soc-alta-mes  PIC 99.
               05 soc-alta-dia  PIC 99.
           03 soc-categoria    PIC 99.
           03 soc-fecha-nac.
               05 soc-nac-anio  PIC 9(4).
               05 soc-nac-mes   PIC 99.
               05 soc-nac-dia   PIC 99.
       FD  CONCEPTOS.
       01  con-reg.
           03 con-cod          PIC 9(3).
