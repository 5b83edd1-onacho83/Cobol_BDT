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
           SELECT LOTES ASSIGN TO '../lotes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CLAVE
               FILE STATUS IS WS-LOTES-STATUS.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS art-codigo.
           SELECT REPVTO ASSIGN TO '../reporte_vencimientos.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTVTO ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  LOTES.
       01  LOT-REGISTRO.
           03 LOT-CLAVE.
               05 LOT-ART                      PIC X(8).
               05 LOT-SUCURSAL                 PIC 9(2).
               05 LOT-VENCIMIENTO              PIC 9(8).
               05 LOT-NUMERO                   PIC X(10).
           03 LOT-CANTIDAD                     PIC S9(6).
           03 LOT-FECHA-ALTA                   PIC 9(8).
           03 LOT-PROVEEDOR                    PIC 9(6).
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
       FD  REPVTO.
       01  REP-LINEA                           PIC X(120).
       SD  SORTVTO.
       01  SVT-REG.
           03 SVT-ESTADO                       PIC X.
               88 SVT-VENCIDO                  VALUE '1'.
               88 SVT-POR-VENCER               VALUE '2'.
           03 SVT-VENCIMIENTO                  PIC 9(8).
           03 SVT-ART                          PIC X(8).
           03 SVT-SUCURSAL                     PIC 9(2).
           03 SVT-LOTE                         PIC X(10).
           03 SVT-CANTIDAD                     PIC S9(6).
           03 SVT-DIAS                         PIC S9(6).

       WORKING-STORAGE SECTION.
       01  REP-TITULO.
           03 FILLER                           PIC X(22)
               VALUE "VENCIMIENTOS DE LOTES ".
           03 FILLER                           PIC X(3) VALUE "AL ".
           03 REP-T-FECHA                      PIC 9(8).
           03 FILLER                           PIC X(16)
               VALUE " - HORIZONTE DE ".
           03 REP-T-DIAS                       PIC ZZ9.
           03 FILLER                           PIC X(5) VALUE " DIAS".
       01  REP-SECCION                         PIC X(60).
       01  REP-DETALLE.
           03 FILLER                           PIC X(4) VALUE SPACES.
           03 REP-D-VENCIMIENTO                PIC 9(8).
           03 FILLER                           PIC X(7)
               VALUE "  SUC. ".
           03 REP-D-SUCURSAL                   PIC Z9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-ART                        PIC X(8).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-DESCRIP                    PIC X(30).
           03 FILLER                           PIC X(7)
               VALUE "  LOTE ".
           03 REP-D-LOTE                       PIC X(10).
           03 FILLER                           PIC X(7)
               VALUE "  CANT ".
           03 REP-D-CANTIDAD                   PIC ZZZZZ9.
           03 FILLER                           PIC X(7)
               VALUE "  DIAS ".
           03 REP-D-DIAS                       PIC -(5)9.
       01  REP-SUBTOTAL.
           03 FILLER                           PIC X(4) VALUE SPACES.
           03 FILLER                           PIC X(7)
               VALUE "LOTES: ".
           03 REP-S-LOTES                      PIC ZZZZZ9.
           03 FILLER                           PIC X(12)
               VALUE "  UNIDADES: ".
           03 REP-S-UNIDADES                   PIC Z(7)9.

       77  WS-LOTES-STATUS                     PIC X(02).
       77  EOF-LOTES                           PIC 9 VALUE 0.
       77  EOF-SORTVTO                         PIC 9 VALUE 0.
       77  WS-FECHA-PROCESO                    PIC 9(8).
       77  DIAS-LIMITE                         PIC 9(3).
       77  DIAS-HOY                            PIC S9(8).
       77  DIAS-FECHA                          PIC S9(8).
       77  DIAS-RESTANTES                      PIC S9(8).
       01  FECHA-DESGLOSE.
           03 FDG-AAAA                         PIC 9(4).
           03 FDG-MM                           PIC 99.
           03 FDG-DD                           PIC 99.
       77  ESTADO-ANTERIOR                     PIC X.
       77  CONT-LOTES                          PIC 9(6) VALUE 0.
       77  CONT-UNIDADES                       PIC 9(8) VALUE 0.
       77  CONT-VENCIDOS                       PIC 9(6) VALUE 0.
       77  CONT-POR-VENCER                     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           SORT SORTVTO
               ON ASCENDING KEY SVT-ESTADO SVT-VENCIMIENTO
                                SVT-ART SVT-SUCURSAL
               INPUT PROCEDURE IS 2000-LEER-LOTES
                   THRU 2900-FIN-LECTURA
               OUTPUT PROCEDURE IS 3000-LISTAR
                   THRU 3900-FIN-LISTADO.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           OPEN INPUT LOTES.
           IF WS-LOTES-STATUS <> '00'
               DISPLAY "SIN ARCHIVO DE LOTES. STATUS: ",
                   WS-LOTES-STATUS
               MOVE 1 TO EOF-LOTES
           END-IF.
           OPEN INPUT ARTICULOS.
           OPEN OUTPUT REPVTO.
           DISPLAY 'Ingrese horizonte de vencimiento en dias '
               '(0 = 30):'.
           ACCEPT DIAS-LIMITE.
           IF DIAS-LIMITE = 0
               MOVE 30 TO DIAS-LIMITE
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
      **   ubicar el vencimiento dentro del horizonte pedido
           COMPUTE DIAS-FECHA =
               FDG-AAAA * 360 + (FDG-MM - 1) * 30 + FDG-DD.

       2000-LEER-LOTES.
           IF EOF-LOTES <> 1
               MOVE LOW-VALUES TO LOT-CLAVE
               START LOTES KEY IS > LOT-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-LOTES
               END-START
           END-IF.
           IF EOF-LOTES <> 1
               READ LOTES NEXT
                   AT END MOVE 1 TO EOF-LOTES
               END-READ
           END-IF.
           PERFORM UNTIL EOF-LOTES = 1
               IF LOT-CANTIDAD > 0
                   PERFORM 2100-EVALUAR-LOTE
               END-IF
               READ LOTES NEXT
                   AT END MOVE 1 TO EOF-LOTES
               END-READ
           END-PERFORM.

       2900-FIN-LECTURA.
           EXIT.

       3000-LISTAR.
           MOVE SPACE TO ESTADO-ANTERIOR.
           RETURN SORTVTO AT END MOVE 1 TO EOF-SORTVTO.
           PERFORM UNTIL EOF-SORTVTO = 1
               IF SVT-ESTADO <> ESTADO-ANTERIOR
                   PERFORM 3050-CABECERA-SECCION
               END-IF
               PERFORM 3100-LISTAR-LOTE
               RETURN SORTVTO AT END MOVE 1 TO EOF-SORTVTO
           END-PERFORM.
           IF ESTADO-ANTERIOR <> SPACE
               PERFORM 3200-CERRAR-SECCION
           END-IF.

       3900-FIN-LISTADO.
           EXIT.

       2100-EVALUAR-LOTE.
      **   vencido: la fecha ya paso y todavia figura stock en el lote;
      **   por vencer: vence dentro del horizonte pedido
           MOVE LOT-VENCIMIENTO TO FECHA-DESGLOSE.
           PERFORM 1500-FECHA-A-DIAS.
           COMPUTE DIAS-RESTANTES = DIAS-FECHA - DIAS-HOY.
           IF LOT-VENCIMIENTO < WS-FECHA-PROCESO
               MOVE '1' TO SVT-ESTADO
               PERFORM 2200-LIBERAR-LOTE
           ELSE
               IF DIAS-RESTANTES <= DIAS-LIMITE
                   MOVE '2' TO SVT-ESTADO
                   PERFORM 2200-LIBERAR-LOTE
               END-IF
           END-IF.

       2200-LIBERAR-LOTE.
           MOVE LOT-VENCIMIENTO TO SVT-VENCIMIENTO.
           MOVE LOT-ART         TO SVT-ART.
           MOVE LOT-SUCURSAL    TO SVT-SUCURSAL.
           MOVE LOT-NUMERO      TO SVT-LOTE.
           MOVE LOT-CANTIDAD    TO SVT-CANTIDAD.
           MOVE DIAS-RESTANTES  TO SVT-DIAS.
           RELEASE SVT-REG.

       3050-CABECERA-SECCION.
           IF ESTADO-ANTERIOR <> SPACE
               PERFORM 3200-CERRAR-SECCION
           END-IF.
           MOVE SVT-ESTADO TO ESTADO-ANTERIOR.
           MOVE 0 TO CONT-LOTES.
           MOVE 0 TO CONT-UNIDADES.
           IF SVT-VENCIDO
               MOVE "LOTES VENCIDOS CON STOCK" TO REP-SECCION
           ELSE
               MOVE "LOTES POR VENCER" TO REP-SECCION
           END-IF.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM REP-SECCION.

       3100-LISTAR-LOTE.
           ADD 1 TO CONT-LOTES.
           ADD SVT-CANTIDAD TO CONT-UNIDADES.
           IF SVT-VENCIDO
               ADD 1 TO CONT-VENCIDOS
           ELSE
               ADD 1 TO CONT-POR-VENCER
           END-IF.
           MOVE SVT-VENCIMIENTO TO REP-D-VENCIMIENTO.
           MOVE SVT-SUCURSAL    TO REP-D-SUCURSAL.
           MOVE SVT-ART         TO REP-D-ART.
           MOVE SVT-ART         TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   MOVE "(SIN MAESTRO)" TO REP-D-DESCRIP
               NOT INVALID KEY
                   MOVE art-descrip TO REP-D-DESCRIP
           END-READ.
           MOVE SVT-LOTE        TO REP-D-LOTE.
           MOVE SVT-CANTIDAD    TO REP-D-CANTIDAD.
           MOVE SVT-DIAS        TO REP-D-DIAS.
           WRITE REP-LINEA FROM REP-DETALLE.

       3200-CERRAR-SECCION.
           MOVE CONT-LOTES TO REP-S-LOTES.
           MOVE CONT-UNIDADES TO REP-S-UNIDADES.
           WRITE REP-LINEA FROM REP-SUBTOTAL.

       9000-FIN-GENERAL.
           IF WS-LOTES-STATUS = '00'
               CLOSE LOTES
           END-IF.
           CLOSE ARTICULOS, REPVTO.
           DISPLAY "LOTES VENCIDOS CON STOCK: ", CONT-VENCIDOS.
           DISPLAY "LOTES POR VENCER: ", CONT-POR-VENCER.

       END PROGRAM YOUR-PROGRAM-NAME.
