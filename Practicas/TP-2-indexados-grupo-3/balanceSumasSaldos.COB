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
           SELECT DIARIO ASSIGN TO '../libro_diario.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIA-CLAVE
               FILE STATUS IS WS-DIARIO-STATUS.
           SELECT PLANCTAS ASSIGN TO '../plan_cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCU-CUENTA
               FILE STATUS IS WS-PLANCTAS-STATUS.
           SELECT REPBAL ASSIGN TO '../reporte_balance_sumas.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTBAL ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO.
       01  DIA-REGISTRO.
           03 DIA-CLAVE.
               05 DIA-PERIODO                  PIC 9(6).
               05 DIA-ASIENTO                  PIC 9(5).
               05 DIA-LINEA                    PIC 9(3).
           03 DIA-FECHA                        PIC 9(8).
           03 DIA-ORIGEN                       PIC X(4).
           03 DIA-CUENTA                       PIC 9(6).
           03 DIA-DEBE                         PIC 9(12)V99.
           03 DIA-HABER                        PIC 9(12)V99.
       FD  PLANCTAS.
       01  PCU-REGISTRO.
           03 PCU-CUENTA                       PIC 9(6).
           03 PCU-NOMBRE                       PIC X(30).
           03 PCU-TIPO                         PIC X.
               88 PCU-ACTIVO                   VALUE 'A'.
               88 PCU-PASIVO                   VALUE 'P'.
               88 PCU-PATRIMONIO               VALUE 'N'.
               88 PCU-INGRESO                  VALUE 'I'.
               88 PCU-EGRESO                   VALUE 'E'.
           03 PCU-ESTADO                       PIC X.
               88 PCU-HABILITADA               VALUE 'A'.
               88 PCU-DADA-DE-BAJA             VALUE 'B'.
       FD  REPBAL.
       01  REP-LINEA                           PIC X(140).
       SD  SORTBAL.
       01  SBA-REG.
           03 SBA-CUENTA                       PIC 9(6).
           03 SBA-DEBE                         PIC 9(12)V99.
           03 SBA-HABER                        PIC 9(12)V99.

       WORKING-STORAGE SECTION.
       01  REP-TITULO.
           03 FILLER                           PIC X(36)
               VALUE "BALANCE DE SUMAS Y SALDOS - DESDE ".
           03 REP-TI-DESDE                     PIC 9(6).
           03 FILLER                           PIC X(7)
               VALUE " HASTA ".
           03 REP-TI-HASTA                     PIC 9(6).
       01  REP-ENCABEZADO.
           03 FILLER                           PIC X(44)
               VALUE "CUENTA  NOMBRE                          TIPO".
           03 FILLER                           PIC X(36)
               VALUE "          DEBE             HABER".
           03 FILLER                           PIC X(38)
               VALUE "    SALDO DEUDOR  SALDO ACREEDOR".
       01  REP-DETALLE.
           03 REP-D-CUENTA                     PIC 9(6).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-NOMBRE                     PIC X(30).
           03 FILLER                           PIC X(3) VALUE SPACES.
           03 REP-D-TIPO                       PIC X.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-DEBE                       PIC Z(12)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-HABER                      PIC Z(12)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-DEUDOR                     PIC Z(12)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-ACREEDOR                   PIC Z(12)9,99.
       01  REP-TOTAL.
           03 FILLER                           PIC X(44)
               VALUE "TOTALES".
           03 REP-T-DEBE                       PIC Z(12)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-T-HABER                      PIC Z(12)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-T-DEUDOR                     PIC Z(12)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-T-ACREEDOR                   PIC Z(12)9,99.
       01  REP-CONTROL.
           03 REP-C-MENSAJE                    PIC X(60).

       77  WS-DIARIO-STATUS                    PIC X(02).
       77  WS-PLANCTAS-STATUS                  PIC X(02).
       77  HAY-PLANCTAS                        PIC X VALUE 'N'.
       77  EOF-DIARIO                          PIC 9 VALUE 0.
       77  EOF-SORTBAL                         PIC 9 VALUE 0.
       77  PERIODO-DESDE                       PIC 9(6).
       77  PERIODO-HASTA                       PIC 9(6).
       77  CUENTA-ACT                          PIC 9(6).
       77  DEBE-CUENTA                         PIC 9(13)V99.
       77  HABER-CUENTA                        PIC 9(13)V99.
       77  SALDO-CUENTA                        PIC S9(13)V99.
       77  TOTAL-DEBE                          PIC 9(13)V99 VALUE 0.
       77  TOTAL-HABER                         PIC 9(13)V99 VALUE 0.
       77  TOTAL-DEUDOR                        PIC 9(13)V99 VALUE 0.
       77  TOTAL-ACREEDOR                      PIC 9(13)V99 VALUE 0.
       77  CONT-CUENTAS                        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           SORT SORTBAL
               ON ASCENDING KEY SBA-CUENTA
               INPUT PROCEDURE IS 2000-LEER-DIARIO
                   THRU 2900-FIN-LEER-DIARIO
               OUTPUT PROCEDURE IS 3000-EMITIR-BALANCE
                   THRU 3900-FIN-BALANCE.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           OPEN INPUT DIARIO.
           IF WS-DIARIO-STATUS <> '00'
               DISPLAY 'SIN LIBRO DIARIO: contabilice antes con '
                   'contabilizarPeriodo.'
               STOP RUN
           END-IF.
           OPEN INPUT PLANCTAS.
           IF WS-PLANCTAS-STATUS = '00'
               MOVE 'S' TO HAY-PLANCTAS
           END-IF.
           OPEN OUTPUT REPBAL.
           DISPLAY 'Ingrese periodo desde (AAAAMM, 0 = desde el '
               'inicio):'.
           ACCEPT PERIODO-DESDE.
           DISPLAY 'Ingrese periodo hasta (AAAAMM, 0 = todos):'.
           ACCEPT PERIODO-HASTA.
           IF PERIODO-HASTA = 0
               MOVE 999999 TO PERIODO-HASTA
           END-IF.
           MOVE PERIODO-DESDE TO REP-TI-DESDE.
           MOVE PERIODO-HASTA TO REP-TI-HASTA.
           WRITE REP-LINEA FROM REP-TITULO.
           WRITE REP-LINEA FROM REP-ENCABEZADO.

       2000-LEER-DIARIO.
           MOVE PERIODO-DESDE TO DIA-PERIODO.
           MOVE 0 TO DIA-ASIENTO, DIA-LINEA.
           START DIARIO KEY IS NOT < DIA-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-DIARIO.
           IF EOF-DIARIO <> 1
               READ DIARIO NEXT AT END MOVE 1 TO EOF-DIARIO
           END-IF.
           PERFORM UNTIL EOF-DIARIO = 1
                         OR DIA-PERIODO > PERIODO-HASTA
               MOVE DIA-CUENTA TO SBA-CUENTA
               MOVE DIA-DEBE TO SBA-DEBE
               MOVE DIA-HABER TO SBA-HABER
               RELEASE SBA-REG
               READ DIARIO NEXT AT END MOVE 1 TO EOF-DIARIO
           END-PERFORM.

       2900-FIN-LEER-DIARIO.
           EXIT.

       3000-EMITIR-BALANCE.
           RETURN SORTBAL AT END MOVE 1 TO EOF-SORTBAL.
           PERFORM UNTIL EOF-SORTBAL = 1
               MOVE SBA-CUENTA TO CUENTA-ACT
               MOVE 0 TO DEBE-CUENTA, HABER-CUENTA
               PERFORM UNTIL EOF-SORTBAL = 1
                             OR SBA-CUENTA <> CUENTA-ACT
                   ADD SBA-DEBE TO DEBE-CUENTA
                   ADD SBA-HABER TO HABER-CUENTA
                   RETURN SORTBAL AT END MOVE 1 TO EOF-SORTBAL
               END-PERFORM
               PERFORM 3100-EMITIR-CUENTA
           END-PERFORM.
           MOVE TOTAL-DEBE TO REP-T-DEBE.
           MOVE TOTAL-HABER TO REP-T-HABER.
           MOVE TOTAL-DEUDOR TO REP-T-DEUDOR.
           MOVE TOTAL-ACREEDOR TO REP-T-ACREEDOR.
           WRITE REP-LINEA FROM REP-TOTAL.
      **   las sumas del debe y del haber, y los saldos deudores y
      **   acreedores, tienen que ser iguales
           IF TOTAL-DEBE = TOTAL-HABER
               AND TOTAL-DEUDOR = TOTAL-ACREEDOR
               MOVE "BALANCE CUADRADO" TO REP-C-MENSAJE
           ELSE
               MOVE "*** EL BALANCE NO CUADRA ***" TO REP-C-MENSAJE
               DISPLAY 'ERROR: EL BALANCE NO CUADRA.'
           END-IF.
           WRITE REP-LINEA FROM REP-CONTROL.

       3900-FIN-BALANCE.
           EXIT.

       3100-EMITIR-CUENTA.
           ADD 1 TO CONT-CUENTAS.
           MOVE CUENTA-ACT TO REP-D-CUENTA.
           MOVE "(CUENTA INEXISTENTE)" TO REP-D-NOMBRE.
           MOVE SPACE TO REP-D-TIPO.
           IF HAY-PLANCTAS = 'S'
               MOVE CUENTA-ACT TO PCU-CUENTA
               READ PLANCTAS
                   NOT INVALID KEY
                       MOVE PCU-NOMBRE TO REP-D-NOMBRE
                       MOVE PCU-TIPO TO REP-D-TIPO
               END-READ
           END-IF.
           MOVE DEBE-CUENTA TO REP-D-DEBE.
           MOVE HABER-CUENTA TO REP-D-HABER.
           COMPUTE SALDO-CUENTA = DEBE-CUENTA - HABER-CUENTA.
           MOVE 0 TO REP-D-DEUDOR, REP-D-ACREEDOR.
           IF SALDO-CUENTA > 0
               MOVE SALDO-CUENTA TO REP-D-DEUDOR
               ADD SALDO-CUENTA TO TOTAL-DEUDOR
           ELSE
               COMPUTE SALDO-CUENTA = SALDO-CUENTA * -1
               MOVE SALDO-CUENTA TO REP-D-ACREEDOR
               ADD SALDO-CUENTA TO TOTAL-ACREEDOR
           END-IF.
           ADD DEBE-CUENTA TO TOTAL-DEBE.
           ADD HABER-CUENTA TO TOTAL-HABER.
           WRITE REP-LINEA FROM REP-DETALLE.

       9000-FIN-GENERAL.
           CLOSE DIARIO, REPBAL.
           IF HAY-PLANCTAS = 'S'
               CLOSE PLANCTAS
           END-IF.
           DISPLAY 'BALANCE DE SUMAS Y SALDOS GENERADO. CUENTAS: ',
               CONT-CUENTAS.
           DISPLAY 'DEBE: ', TOTAL-DEBE, '  HABER: ', TOTAL-HABER.

       END PROGRAM YOUR-PROGRAM-NAME.
