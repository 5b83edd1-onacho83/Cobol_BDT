       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
       01  AUD-LINEA                           PIC X(121).
       FD  ARCHIVO.
       01  ARC-LINEA                           PIC X(121).

       WORKING-STORAGE SECTION.
       01  ARC-CORTE.
