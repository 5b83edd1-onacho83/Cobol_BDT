               RECORD KEY IS art-codigo.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
           03 art-tasa-iva                     PIC 9(2)V99.
           03 art-familia                      PIC X(4).
       FD  AUDITORIA.
       01  AUD-LINEA                           PIC X(121).
       FD  AUDCADENA.
       01  ACA-REG.
           03 ACA-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X.
           03 ACA-CONTROL                      PIC 9(10).

       WORKING-STORAGE SECTION.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       77  CONFIRMA                            PIC X.
       77  CONT-APLICADOS                      PIC 9(6) VALUE 0.
       77  CONT-SALTEADOS                      PIC 9(6) VALUE 0.
       77  EOF-AUDCADENA                       PIC 9.
       77  AUC-SUB                             PIC 9(3).
       77  AUC-ACUM                            PIC 9(12).
       77  AUC-COCIENTE                        PIC 9(12).
       77  AUC-CONTROL-ANT                     PIC 9(10).
       01  AUC-REGISTRO.
           03 AUC-DATOS                        PIC X(100).
           03 AUC-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUC-CONTROL                      PIC 9(10).
       01  AUC-CARACTERES REDEFINES AUC-REGISTRO.
           03 AUC-CAR                          PIC X OCCURS 121 TIMES.
       01  AUC-ORDINAL.
           03 AUC-ORD                          PIC 9(4) COMP.
       01  AUC-ORDINAL-X REDEFINES AUC-ORDINAL.
           03 AUC-ORD-ALTO                     PIC X.
           03 AUC-ORD-BAJO                     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       4500-GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 4510-ENCADENAR-AUDITORIA.

       4510-ENCADENAR-AUDITORIA.
      **   cada linea de auditoria lleva un numero de secuencia y un
      **   valor de control calculado sobre su contenido y el control
      **   de la linea anterior; auditoria_cadena.dat guarda el ultimo
      **   eslabon para el proximo programa que grabe
           MOVE AUD-DETALLE TO AUC-DATOS.
           MOVE 0 TO AUC-SECUENCIA, AUC-CONTROL-ANT.
           MOVE 0 TO EOF-AUDCADENA.
           OPEN INPUT AUDCADENA.
           READ AUDCADENA AT END MOVE 1 TO EOF-AUDCADENA.
           IF EOF-AUDCADENA <> 1
               MOVE ACA-SECUENCIA TO AUC-SECUENCIA
               MOVE ACA-CONTROL TO AUC-CONTROL-ANT
           END-IF.
           CLOSE AUDCADENA.
           ADD 1 TO AUC-SECUENCIA.
           PERFORM 4520-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.
           MOVE AUC-CONTROL-ANT TO AUC-CONTROL.
           WRITE AUD-LINEA FROM AUC-REGISTRO.
           MOVE SPACES TO ACA-REG.
           MOVE AUC-SECUENCIA TO ACA-SECUENCIA.
           MOVE AUC-CONTROL TO ACA-CONTROL.
           OPEN OUTPUT AUDCADENA.
           WRITE ACA-REG.
           CLOSE AUDCADENA.

       4520-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

       9000-FIN-GENERAL.
           DISPLAY '--- ACTUALIZACION DE MINIMOS ---'.
