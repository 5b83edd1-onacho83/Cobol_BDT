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
           SELECT TRANSFERENCIAS ASSIGN TO '../transferencias.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CLAVE
               FILE STATUS IS WS-TRANSFERENCIAS-STATUS.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS art-codigo.
           SELECT REPTRF ASSIGN TO '../reporte_transf_pendientes.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFERENCIAS.
       01  TRF-REGISTRO.
           03 TRF-CLAVE.
               05 TRF-NUMERO                   PIC 9(8).
               05 TRF-ART                      PIC X(8).
           03 TRF-ORIGEN                       PIC 9(2).
           03 TRF-DESTINO                      PIC 9(2).
           03 TRF-FECHA-DESPACHO               PIC 9(8).
           03 TRF-CANTIDAD                     PIC 9(6).
           03 TRF-FECHA-RECEPCION              PIC 9(8).
           03 TRF-ESTADO                       PIC X.
               88 TRF-EN-TRANSITO              VALUE 'T'.
               88 TRF-RECIBIDA                 VALUE 'R'.
       FD  ARTICULOS.
       01  art-reg.
           03 art-codigo                       PIC X(8).
           03 art-descrip                      PIC X(30).
           03 art-costo                        PIC 9(8)V99.
           03 art-stock                        PIC S9(6).
           03 art-stock-min                    PIC 9(6).
           03 art-moneda                       PIC X(3).
           03 art-tasa-iva                     PIC 9(2)V99.
           03 art-familia                      PIC X(4).
       FD  REPTRF.
       01  REP-LINEA                           PIC X(120).

       WORKING-STORAGE SECTION.
       01  REP-TITULO.
           03 FILLER                           PIC X(38)
               VALUE "TRANSFERENCIAS SIN CONFIRMAR AL ".
           03 REP-T-FECHA                      PIC 9(8).
           03 FILLER                           PIC X(11)
               VALUE " CON MAS DE".
           03 REP-T-DIAS                       PIC ZZ9.
           03 FILLER                           PIC X(5) VALUE " DIAS".
       01  REP-DETALLE.
           03 FILLER                           PIC X(7)
               VALUE "TRANSF ".
           03 REP-D-NUMERO                     PIC 9(8).
           03 FILLER                           PIC X(8)
               VALUE "  SUC. ".
           03 REP-D-ORIGEN                     PIC Z9.
           03 FILLER                           PIC X(4) VALUE " -> ".
           03 REP-D-DESTINO                    PIC Z9.
           03 FILLER                           PIC X(11)
               VALUE "  DESPACHO ".
           03 REP-D-DESPACHO                   PIC 9(8).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-ART                        PIC X(8).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-DESCRIP                    PIC X(30).
           03 FILLER                           PIC X(7)
               VALUE "  CANT ".
           03 REP-D-CANTIDAD                   PIC ZZZZZ9.
           03 FILLER                           PIC X(7)
               VALUE "  DIAS ".
           03 REP-D-DIAS                       PIC ZZZZ9.
       01  REP-TOTAL.
           03 FILLER                           PIC X(25)
               VALUE "LINEAS DEMORADAS: ".
           03 REP-TOT-LINEAS                   PIC ZZZZZ9.
           03 FILLER                           PIC X(12)
               VALUE "  UNIDADES: ".
           03 REP-TOT-UNIDADES                 PIC Z(7)9.

       77  WS-TRANSFERENCIAS-STATUS            PIC X(02).
       77  EOF-TRANSFERENCIAS                  PIC 9 VALUE 0.
       77  WS-FECHA-PROCESO                    PIC 9(8).
       77  DIAS-LIMITE                         PIC 9(3).
       77  DIAS-HOY                            PIC S9(8).
       77  DIAS-FECHA                          PIC S9(8).
       77  DIAS-DEMORA                         PIC S9(8).
       01  FECHA-DESGLOSE.
           03 FDG-AAAA                         PIC 9(4).
           03 FDG-MM                           PIC 99.
           03 FDG-DD                           PIC 99.
       77  CONT-LINEAS                         PIC 9(6) VALUE 0.
       77  CONT-UNIDADES                       PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           PERFORM 2000-RECORRER-TRANSFERENCIAS.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           OPEN INPUT TRANSFERENCIAS.
           IF WS-TRANSFERENCIAS-STATUS <> '00'
               DISPLAY "SIN ARCHIVO DE TRANSFERENCIAS. STATUS: ",
                   WS-TRANSFERENCIAS-STATUS
               MOVE 1 TO EOF-TRANSFERENCIAS
           END-IF.
           OPEN INPUT ARTICULOS.
           OPEN OUTPUT REPTRF.
           DISPLAY 'Ingrese cantidad de dias de demora tolerada '
               '(0 = 7):'.
           ACCEPT DIAS-LIMITE.
           IF DIAS-LIMITE = 0
               MOVE 7 TO DIAS-LIMITE
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FECHA-PROCESO TO FECHA-DESGLOSE.
           PERFORM 1500-FECHA-A-DIAS.
           MOVE DIAS-FECHA TO DIAS-HOY.
           MOVE WS-FECHA-PROCESO TO REP-T-FECHA.
           MOVE DIAS-LIMITE TO REP-T-DIAS.
           WRITE REP-LINEA FROM REP-TITULO.

       1500-FECHA-A-DIAS.
      **   conversion aproximada a dias (anio de 360): alcanza para
      **   medir la demora de una transferencia
           COMPUTE DIAS-FECHA =
               FDG-AAAA * 360 + (FDG-MM - 1) * 30 + FDG-DD.

       2000-RECORRER-TRANSFERENCIAS.
           IF EOF-TRANSFERENCIAS <> 1
               MOVE LOW-VALUES TO TRF-CLAVE
               START TRANSFERENCIAS KEY IS > TRF-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-TRANSFERENCIAS
               END-START
           END-IF.
           IF EOF-TRANSFERENCIAS <> 1
               READ TRANSFERENCIAS NEXT
                   AT END MOVE 1 TO EOF-TRANSFERENCIAS
               END-READ
           END-IF.
           PERFORM UNTIL EOF-TRANSFERENCIAS = 1
               IF TRF-EN-TRANSITO
                   PERFORM 2100-EVALUAR-DEMORA
               END-IF
               READ TRANSFERENCIAS NEXT
                   AT END MOVE 1 TO EOF-TRANSFERENCIAS
               END-READ
           END-PERFORM.

       2100-EVALUAR-DEMORA.
           MOVE TRF-FECHA-DESPACHO TO FECHA-DESGLOSE.
           PERFORM 1500-FECHA-A-DIAS.
           COMPUTE DIAS-DEMORA = DIAS-HOY - DIAS-FECHA.
           IF DIAS-DEMORA > DIAS-LIMITE
               PERFORM 2200-GRABAR-DETALLE
           END-IF.

       2200-GRABAR-DETALLE.
           ADD 1 TO CONT-LINEAS.
           ADD TRF-CANTIDAD TO CONT-UNIDADES.
           MOVE TRF-NUMERO         TO REP-D-NUMERO.
           MOVE TRF-ORIGEN         TO REP-D-ORIGEN.
           MOVE TRF-DESTINO        TO REP-D-DESTINO.
           MOVE TRF-FECHA-DESPACHO TO REP-D-DESPACHO.
           MOVE TRF-ART            TO REP-D-ART.
           MOVE TRF-ART            TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   MOVE "(SIN MAESTRO)" TO REP-D-DESCRIP
               NOT INVALID KEY
                   MOVE art-descrip TO REP-D-DESCRIP
           END-READ.
           MOVE TRF-CANTIDAD       TO REP-D-CANTIDAD.
           MOVE DIAS-DEMORA        TO REP-D-DIAS.
           WRITE REP-LINEA FROM REP-DETALLE.

       9000-FIN-GENERAL.
           MOVE CONT-LINEAS TO REP-TOT-LINEAS.
           MOVE CONT-UNIDADES TO REP-TOT-UNIDADES.
           WRITE REP-LINEA FROM REP-TOTAL.
           IF WS-TRANSFERENCIAS-STATUS = '00'
               CLOSE TRANSFERENCIAS
           END-IF.
           CLOSE ARTICULOS, REPTRF.
           DISPLAY "TRANSFERENCIAS DEMORADAS: ", CONT-LINEAS.

       END PROGRAM YOUR-PROGRAM-NAME.
