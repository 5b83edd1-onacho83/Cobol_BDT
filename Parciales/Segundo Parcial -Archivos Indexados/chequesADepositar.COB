      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTERA ASSIGN TO '../cartera_cheques.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CLAVE
               FILE STATUS IS WS-CARTERA-STATUS.
           SELECT LISTADO ASSIGN TO '../cheques_a_depositar.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTERA.
       01  CAR-REG.
           03 CAR-CLAVE.
               05 CAR-ORIGEN                   PIC X.
                   88 CAR-DE-CUOTAS            VALUE 'C'.
                   88 CAR-DE-COBRANZAS         VALUE 'V'.
               05 CAR-RECIBO                   PIC 9(10).
           03 CAR-TITULAR                      PIC 9(6).
           03 CAR-BANCO                        PIC X(20).
           03 CAR-NUMERO                       PIC 9(10).
           03 CAR-FECHA-DEPOSITO               PIC 9(8).
           03 CAR-IMPORTE                      PIC 9(10)V99.
           03 CAR-ESTADO                       PIC X.
               88 CAR-EN-CARTERA               VALUE 'K'.
               88 CAR-DEPOSITADO               VALUE 'D'.
               88 CAR-ACREDITADO               VALUE 'A'.
               88 CAR-RECHAZADO                VALUE 'R'.
               88 CAR-ENDOSADO                 VALUE 'E'.
           03 CAR-FECHA-ESTADO                 PIC 9(8).
           03 CAR-PROVEEDOR                    PIC 9(6).
           03 CAR-ORDEN-PAGO                   PIC 9(8).
       FD  LISTADO.
       01  LIS-LINEA                           PIC X(100).

       WORKING-STORAGE SECTION.
       01  LIS-TITULO.
           03 FILLER             PIC X(32)
                          VALUE "CHEQUES A DEPOSITAR HASTA EL    ".
           03 LIS-T-FECHA        PIC 9(8).
       01  LIS-ENCABEZADO.
           03 FILLER             PIC X(10) VALUE "DEPOSITO  ".
           03 FILLER             PIC X(2)  VALUE "O ".
           03 FILLER             PIC X(11) VALUE "RECIBO     ".
           03 FILLER             PIC X(7)  VALUE "TITULAR".
           03 FILLER             PIC X(21)
                          VALUE " BANCO               ".
           03 FILLER             PIC X(11) VALUE "NUMERO     ".
           03 FILLER             PIC X(13) VALUE "      IMPORTE".
       01  LIS-DETALLE.
           03 LIS-D-FECHA        PIC 9(8).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LIS-D-ORIGEN       PIC X.
           03 FILLER             PIC X VALUE SPACE.
           03 LIS-D-RECIBO       PIC 9(10).
           03 FILLER             PIC X VALUE SPACE.
           03 LIS-D-TITULAR      PIC ZZZZZ9.
           03 FILLER             PIC X VALUE SPACE.
           03 LIS-D-BANCO        PIC X(20).
           03 FILLER             PIC X VALUE SPACE.
           03 LIS-D-NUMERO       PIC Z(9)9.
           03 FILLER             PIC X VALUE SPACE.
           03 LIS-D-IMPORTE      PIC Z(9)9,99.
       01  LIS-TOTAL.
           03 FILLER             PIC X(20)
                          VALUE "TOTAL A DEPOSITAR:  ".
           03 LIS-TOT-CANT       PIC ZZZZ9.
           03 FILLER             PIC X(11) VALUE " CHEQUES   ".
           03 LIS-TOT-IMPORTE    PIC Z(11)9,99.

       77  WS-CARTERA-STATUS                   PIC X(02).
       77  HAY-CARTERA                         PIC X VALUE 'N'.
       77  EOF-CARTERA                         PIC 9 VALUE 0.
       77  FECHA-CORTE                         PIC 9(8).
       77  TOTAL-IMPORTE                       PIC 9(12)V99 VALUE 0.
       77  CANT-LIS-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-LIS-TABLA                       PIC 9(4) VALUE 1000.
       77  SUB-I                               PIC 9(4).
       77  SUB-J                               PIC 9(4).
       77  HUBO-CAMBIO                         PIC X.
       01  TABLA-CHEQUES.
           03 LIS-ITEM OCCURS 1000 TIMES.
               05 LIS-T-DEPOSITO               PIC 9(8).
               05 LIS-T-ORIGEN                 PIC X.
               05 LIS-T-RECIBO                 PIC 9(10).
               05 LIS-T-TITULAR                PIC 9(6).
               05 LIS-T-BANCO                  PIC X(20).
               05 LIS-T-NUMERO                 PIC 9(10).
               05 LIS-T-IMPORTE                PIC 9(10)V99.
       01  AUX-ITEM.
           03 FILLER                           PIC 9(8).
           03 FILLER                           PIC X.
           03 FILLER                           PIC 9(10).
           03 FILLER                           PIC 9(6).
           03 FILLER                           PIC X(20).
           03 FILLER                           PIC 9(10).
           03 FILLER                           PIC 9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           PERFORM 200-CARGAR-CARTERA.
           PERFORM 300-ORDENAR-TABLA.
           PERFORM 400-IMPRIMIR.
           PERFORM 900-FIN-GENERAL.
           STOP RUN.

       100-INICIO-GENERAL.
           OPEN INPUT CARTERA.
           IF WS-CARTERA-STATUS = '00'
               MOVE 'S' TO HAY-CARTERA
           ELSE
               DISPLAY 'SIN CARTERA DE CHEQUES. STATUS: ',
                   WS-CARTERA-STATUS
               MOVE 1 TO EOF-CARTERA
           END-IF.
           OPEN OUTPUT LISTADO.
           DISPLAY 'Ingrese fecha limite de deposito (AAAAMMDD, '
               '0 = hoy):'.
           ACCEPT FECHA-CORTE.
           IF FECHA-CORTE = 0
               ACCEPT FECHA-CORTE FROM DATE YYYYMMDD
           END-IF.
           MOVE FECHA-CORTE TO LIS-T-FECHA.
           WRITE LIS-LINEA FROM LIS-TITULO.
           WRITE LIS-LINEA FROM LIS-ENCABEZADO.

       200-CARGAR-CARTERA.
      *    ----entran los cheques todavia en cartera cuya fecha de
      *    ----deposito ya llego: los diferidos futuros esperan
           IF EOF-CARTERA <> 1
               MOVE LOW-VALUES TO CAR-CLAVE
               START CARTERA KEY IS > CAR-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-CARTERA
               END-START
           END-IF.
           IF EOF-CARTERA <> 1
               READ CARTERA NEXT AT END MOVE 1 TO EOF-CARTERA
           END-IF.
           PERFORM UNTIL EOF-CARTERA = 1
               IF CAR-EN-CARTERA
                   AND CAR-FECHA-DEPOSITO <= FECHA-CORTE
                   PERFORM 210-AGREGAR-CHEQUE
               END-IF
               READ CARTERA NEXT AT END MOVE 1 TO EOF-CARTERA
           END-PERFORM.

       210-AGREGAR-CHEQUE.
           IF CANT-LIS-TABLA < MAX-LIS-TABLA
               ADD 1 TO CANT-LIS-TABLA
               MOVE CAR-FECHA-DEPOSITO
                   TO LIS-T-DEPOSITO(CANT-LIS-TABLA)
               MOVE CAR-ORIGEN TO LIS-T-ORIGEN(CANT-LIS-TABLA)
               MOVE CAR-RECIBO TO LIS-T-RECIBO(CANT-LIS-TABLA)
               MOVE CAR-TITULAR TO LIS-T-TITULAR(CANT-LIS-TABLA)
               MOVE CAR-BANCO TO LIS-T-BANCO(CANT-LIS-TABLA)
               MOVE CAR-NUMERO TO LIS-T-NUMERO(CANT-LIS-TABLA)
               MOVE CAR-IMPORTE TO LIS-T-IMPORTE(CANT-LIS-TABLA)
           ELSE
               DISPLAY "ADVERTENCIA: SUPERA ", MAX-LIS-TABLA,
                   " CHEQUES, SE OMITEN LOS EXCEDENTES"
           END-IF.

       300-ORDENAR-TABLA.
           MOVE 'S' TO HUBO-CAMBIO.
           PERFORM 310-PASADA-ORDEN UNTIL HUBO-CAMBIO = 'N'.

       310-PASADA-ORDEN.
           MOVE 'N' TO HUBO-CAMBIO.
           MOVE 1 TO SUB-I.
           PERFORM 320-COMPARAR-PAR
               UNTIL SUB-I >= CANT-LIS-TABLA.

       320-COMPARAR-PAR.
           COMPUTE SUB-J = SUB-I + 1.
           IF LIS-T-DEPOSITO(SUB-I) > LIS-T-DEPOSITO(SUB-J)
               OR (LIS-T-DEPOSITO(SUB-I) = LIS-T-DEPOSITO(SUB-J)
                   AND LIS-T-BANCO(SUB-I) > LIS-T-BANCO(SUB-J))
               MOVE LIS-ITEM(SUB-I) TO AUX-ITEM
               MOVE LIS-ITEM(SUB-J) TO LIS-ITEM(SUB-I)
               MOVE AUX-ITEM TO LIS-ITEM(SUB-J)
               MOVE 'S' TO HUBO-CAMBIO
           END-IF.
           ADD 1 TO SUB-I.

       400-IMPRIMIR.
           MOVE 1 TO SUB-I.
           PERFORM 410-IMPRIMIR-CHEQUE CANT-LIS-TABLA TIMES.
           MOVE CANT-LIS-TABLA TO LIS-TOT-CANT.
           MOVE TOTAL-IMPORTE TO LIS-TOT-IMPORTE.
           WRITE LIS-LINEA FROM LIS-TOTAL.

       410-IMPRIMIR-CHEQUE.
           MOVE LIS-T-DEPOSITO(SUB-I) TO LIS-D-FECHA.
           MOVE LIS-T-ORIGEN(SUB-I) TO LIS-D-ORIGEN.
           MOVE LIS-T-RECIBO(SUB-I) TO LIS-D-RECIBO.
           MOVE LIS-T-TITULAR(SUB-I) TO LIS-D-TITULAR.
           MOVE LIS-T-BANCO(SUB-I) TO LIS-D-BANCO.
           MOVE LIS-T-NUMERO(SUB-I) TO LIS-D-NUMERO.
           MOVE LIS-T-IMPORTE(SUB-I) TO LIS-D-IMPORTE.
           WRITE LIS-LINEA FROM LIS-DETALLE.
           ADD LIS-T-IMPORTE(SUB-I) TO TOTAL-IMPORTE.
           ADD 1 TO SUB-I.

       900-FIN-GENERAL.
           IF HAY-CARTERA = 'S'
               CLOSE CARTERA
           END-IF.
           CLOSE LISTADO.
           DISPLAY "LISTADO GENERADO. CHEQUES A DEPOSITAR: ",
               CANT-LIS-TABLA, " IMPORTE: ", TOTAL-IMPORTE.

       END PROGRAM YOUR-PROGRAM-NAME.
