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
           SELECT REPMAY ASSIGN TO '../reporte_libro_mayor.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTMAY ASSIGN TO "SORTWK1".

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
       FD  REPMAY.
       01  REP-LINEA                           PIC X(130).
       SD  SORTMAY.
       01  SMA-REG.
           03 SMA-CUENTA                       PIC 9(6).
           03 SMA-PERIODO                      PIC 9(6).
           03 SMA-ASIENTO                      PIC 9(5).
           03 SMA-LINEA                        PIC 9(3).
           03 SMA-FECHA                        PIC 9(8).
           03 SMA-ORIGEN                       PIC X(4).
           03 SMA-DEBE                         PIC 9(12)V99.
           03 SMA-HABER                        PIC 9(12)V99.

       WORKING-STORAGE SECTION.
       01  REP-TITULO.
           03 FILLER                           PIC X(28)
               VALUE "LIBRO MAYOR - DESDE ".
           03 REP-TI-DESDE                     PIC 9(6).
           03 FILLER                           PIC X(7)
               VALUE " HASTA ".
           03 REP-TI-HASTA                     PIC 9(6).
       01  REP-CUENTA.
           03 FILLER                           PIC X(8)
               VALUE "CUENTA ".
           03 REP-C-CUENTA                     PIC 9(6).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-C-NOMBRE                     PIC X(30).
           03 FILLER                           PIC X(7)
               VALUE "  TIPO ".
           03 REP-C-TIPO                       PIC X.
       01  REP-ENCABEZADO.
           03 FILLER                           PIC X(40)
               VALUE "  FECHA     PERIODO ASIENTO ORIGEN".
           03 FILLER                           PIC X(32)
               VALUE "          DEBE             HABER".
           03 FILLER                           PIC X(18)
               VALUE "             SALDO".
       01  REP-ANTERIOR.
           03 FILLER                           PIC X(74)
               VALUE "  SALDO ANTERIOR".
           03 REP-AN-SALDO                     PIC -(13)9,99.
       01  REP-DETALLE.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-FECHA                      PIC 9(8).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-PERIODO                    PIC 9(6).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-ASIENTO                    PIC ZZZZ9.
           03 FILLER                           PIC X(3) VALUE SPACES.
           03 REP-D-ORIGEN                     PIC X(4).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-DEBE                       PIC Z(12)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-HABER                      PIC Z(12)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-SALDO                      PIC -(13)9,99.
       01  REP-TOTAL-CUENTA.
           03 FILLER                           PIC X(36)
               VALUE "  TOTAL DEL PERIODO".
           03 REP-TC-DEBE                      PIC Z(12)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-TC-HABER                     PIC Z(12)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-TC-SALDO                     PIC -(13)9,99.
       01  REP-TOTAL.
           03 FILLER                           PIC X(20)
               VALUE "CUENTAS LISTADAS: ".
           03 REP-T-CUENTAS                    PIC ZZZZ9.

       77  WS-DIARIO-STATUS                    PIC X(02).
       77  WS-PLANCTAS-STATUS                  PIC X(02).
       77  HAY-PLANCTAS                        PIC X VALUE 'N'.
       77  EOF-DIARIO                          PIC 9 VALUE 0.
       77  EOF-SORTMAY                         PIC 9 VALUE 0.
       77  CUENTA-PEDIDA                       PIC 9(6).
       77  PERIODO-DESDE                       PIC 9(6).
       77  PERIODO-HASTA                       PIC 9(6).
       77  CUENTA-ACT                          PIC 9(6).
       77  SALDO-ANTERIOR                      PIC S9(13)V99.
       77  SALDO-CORRIDO                       PIC S9(13)V99.
       77  DEBE-CUENTA                         PIC 9(13)V99.
       77  HABER-CUENTA                        PIC 9(13)V99.
       77  ANTERIOR-IMPRESO                    PIC X.
       77  CONT-CUENTAS                        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           SORT SORTMAY
               ON ASCENDING KEY SMA-CUENTA, SMA-PERIODO,
                                SMA-ASIENTO, SMA-LINEA
               INPUT PROCEDURE IS 2000-LEER-DIARIO
                   THRU 2900-FIN-LEER-DIARIO
               OUTPUT PROCEDURE IS 3000-EMITIR-MAYOR
                   THRU 3900-FIN-MAYOR.
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
           OPEN OUTPUT REPMAY.
           DISPLAY 'Ingrese cuenta (0 = todas):'.
           ACCEPT CUENTA-PEDIDA.
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

       2000-LEER-DIARIO.
      **   lo anterior al periodo desde tambien entra: arma el saldo
      **   de apertura de cada cuenta
           MOVE LOW-VALUES TO DIA-CLAVE.
           START DIARIO KEY IS > DIA-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-DIARIO.
           IF EOF-DIARIO <> 1
               READ DIARIO NEXT AT END MOVE 1 TO EOF-DIARIO
           END-IF.
           PERFORM UNTIL EOF-DIARIO = 1
                         OR DIA-PERIODO > PERIODO-HASTA
               IF CUENTA-PEDIDA = 0 OR DIA-CUENTA = CUENTA-PEDIDA
                   MOVE DIA-CUENTA TO SMA-CUENTA
                   MOVE DIA-PERIODO TO SMA-PERIODO
                   MOVE DIA-ASIENTO TO SMA-ASIENTO
                   MOVE DIA-LINEA TO SMA-LINEA
                   MOVE DIA-FECHA TO SMA-FECHA
                   MOVE DIA-ORIGEN TO SMA-ORIGEN
                   MOVE DIA-DEBE TO SMA-DEBE
                   MOVE DIA-HABER TO SMA-HABER
                   RELEASE SMA-REG
               END-IF
               READ DIARIO NEXT AT END MOVE 1 TO EOF-DIARIO
           END-PERFORM.

       2900-FIN-LEER-DIARIO.
           EXIT.

       3000-EMITIR-MAYOR.
           RETURN SORTMAY AT END MOVE 1 TO EOF-SORTMAY.
           PERFORM UNTIL EOF-SORTMAY = 1
               PERFORM 3100-ABRIR-CUENTA
               PERFORM UNTIL EOF-SORTMAY = 1
                             OR SMA-CUENTA <> CUENTA-ACT
                   IF SMA-PERIODO < PERIODO-DESDE
                       ADD SMA-DEBE TO SALDO-ANTERIOR
                       SUBTRACT SMA-HABER FROM SALDO-ANTERIOR
                   ELSE
                       PERFORM 3200-LISTAR-MOVIMIENTO
                   END-IF
                   RETURN SORTMAY AT END MOVE 1 TO EOF-SORTMAY
               END-PERFORM
               PERFORM 3300-CERRAR-CUENTA
           END-PERFORM.
           MOVE CONT-CUENTAS TO REP-T-CUENTAS.
           WRITE REP-LINEA FROM REP-TOTAL.

       3900-FIN-MAYOR.
           EXIT.

       3100-ABRIR-CUENTA.
           ADD 1 TO CONT-CUENTAS.
           MOVE SMA-CUENTA TO CUENTA-ACT.
           MOVE 0 TO SALDO-ANTERIOR, DEBE-CUENTA, HABER-CUENTA.
           MOVE 'N' TO ANTERIOR-IMPRESO.
           MOVE CUENTA-ACT TO REP-C-CUENTA.
           MOVE "(CUENTA INEXISTENTE)" TO REP-C-NOMBRE.
           MOVE SPACE TO REP-C-TIPO.
           IF HAY-PLANCTAS = 'S'
               MOVE CUENTA-ACT TO PCU-CUENTA
               READ PLANCTAS
                   NOT INVALID KEY
                       MOVE PCU-NOMBRE TO REP-C-NOMBRE
                       MOVE PCU-TIPO TO REP-C-TIPO
               END-READ
           END-IF.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM REP-CUENTA.
           WRITE REP-LINEA FROM REP-ENCABEZADO.

       3150-IMPRIMIR-ANTERIOR.
           MOVE 'S' TO ANTERIOR-IMPRESO.
           MOVE SALDO-ANTERIOR TO SALDO-CORRIDO.
           MOVE SALDO-ANTERIOR TO REP-AN-SALDO.
           WRITE REP-LINEA FROM REP-ANTERIOR.

       3200-LISTAR-MOVIMIENTO.
           IF ANTERIOR-IMPRESO = 'N'
               PERFORM 3150-IMPRIMIR-ANTERIOR
           END-IF.
           ADD SMA-DEBE TO SALDO-CORRIDO, DEBE-CUENTA.
           SUBTRACT SMA-HABER FROM SALDO-CORRIDO.
           ADD SMA-HABER TO HABER-CUENTA.
           MOVE SMA-FECHA TO REP-D-FECHA.
           MOVE SMA-PERIODO TO REP-D-PERIODO.
           MOVE SMA-ASIENTO TO REP-D-ASIENTO.
           MOVE SMA-ORIGEN TO REP-D-ORIGEN.
           MOVE SMA-DEBE TO REP-D-DEBE.
           MOVE SMA-HABER TO REP-D-HABER.
           MOVE SALDO-CORRIDO TO REP-D-SALDO.
           WRITE REP-LINEA FROM REP-DETALLE.

       3300-CERRAR-CUENTA.
           IF ANTERIOR-IMPRESO = 'N'
               PERFORM 3150-IMPRIMIR-ANTERIOR
           END-IF.
           MOVE DEBE-CUENTA TO REP-TC-DEBE.
           MOVE HABER-CUENTA TO REP-TC-HABER.
           MOVE SALDO-CORRIDO TO REP-TC-SALDO.
           WRITE REP-LINEA FROM REP-TOTAL-CUENTA.

       9000-FIN-GENERAL.
           CLOSE DIARIO, REPMAY.
           IF HAY-PLANCTAS = 'S'
               CLOSE PLANCTAS
           END-IF.
           DISPLAY 'LIBRO MAYOR GENERADO. CUENTAS: ', CONT-CUENTAS.

       END PROGRAM YOUR-PROGRAM-NAME.
