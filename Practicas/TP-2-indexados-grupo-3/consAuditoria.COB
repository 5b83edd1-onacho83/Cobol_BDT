           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X.
           03 AUD-OPERADOR                     PIC X(10).
           03 FILLER                           PIC X(45).
       FD  CONSULTA.
       01  CON-LINEA                           PIC X(100).

