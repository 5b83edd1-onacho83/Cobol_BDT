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
           SELECT OPTIONAL MOVCOSTOS
               ASSIGN TO '../movimientos_costo.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS art-codigo.
           SELECT REPMCO ASSIGN TO '../reporte_movimientos_costo.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTMCO ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  MOVCOSTOS.
       01  MCO-REG.
           03 MCO-FECHA                        PIC 9(8).
           03 FILLER                           PIC X.
           03 MCO-ART                          PIC X(8).
           03 FILLER                           PIC X.
           03 MCO-PROVEEDOR                    PIC 9(6).
           03 FILLER                           PIC X.
           03 MCO-REMITO                       PIC 9(10).
           03 FILLER                           PIC X.
           03 MCO-FACTURA                      PIC 9(12).
           03 FILLER                           PIC X.
           03 MCO-FECHA-RECEPCION              PIC 9(8).
           03 FILLER                           PIC X.
           03 MCO-STOCK-PREVIO                 PIC S9(7)
                                      SIGN LEADING SEPARATE.
           03 FILLER                           PIC X.
           03 MCO-CANTIDAD                     PIC 9(6).
           03 FILLER                           PIC X.
           03 MCO-PRECIO                       PIC 9(8)V99.
           03 FILLER                           PIC X.
           03 MCO-COSTO-VIEJO                  PIC 9(8)V99.
           03 FILLER                           PIC X.
           03 MCO-COSTO-NUEVO                  PIC 9(8)V99.
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
       FD  REPMCO.
       01  REP-LINEA                           PIC X(140).
       SD  SORTMCO.
       01  SMC-REG.
           03 SMC-ART                          PIC X(8).
           03 SMC-FECHA                        PIC 9(8).
           03 SMC-PROVEEDOR                    PIC 9(6).
           03 SMC-REMITO                       PIC 9(10).
           03 SMC-FACTURA                      PIC 9(12).
           03 SMC-CANTIDAD                     PIC 9(6).
           03 SMC-PRECIO                       PIC 9(8)V99.
           03 SMC-COSTO-VIEJO                  PIC 9(8)V99.
           03 SMC-COSTO-NUEVO                  PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       01  REP-TITULO.
           03 FILLER                           PIC X(34)
               VALUE "MOVIMIENTOS DE COSTO PROMEDIO DEL ".
           03 REP-T-DESDE                      PIC 9(8).
           03 FILLER                           PIC X(4) VALUE " AL ".
           03 REP-T-HASTA                      PIC 9(8).
       01  REP-ARTICULO.
           03 FILLER                           PIC X(10)
               VALUE "ARTICULO: ".
           03 REP-A-CODIGO                     PIC X(8).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-A-DESCRIP                    PIC X(30).
       01  REP-DETALLE.
           03 FILLER                           PIC X(4) VALUE SPACES.
           03 REP-D-FECHA                      PIC 9(8).
           03 FILLER                           PIC X(7) VALUE "  PROV ".
           03 REP-D-PROVEEDOR                  PIC ZZZZZ9.
           03 FILLER                           PIC X(9)
               VALUE "  REMITO ".
           03 REP-D-REMITO                     PIC Z(9)9.
           03 FILLER                           PIC X(6) VALUE "  FAC ".
           03 REP-D-FACTURA                    PIC Z(11)9.
           03 FILLER                           PIC X(7) VALUE "  CANT ".
           03 REP-D-CANTIDAD                   PIC ZZZZZ9.
           03 FILLER                           PIC X(9)
               VALUE "  PRECIO ".
           03 REP-D-PRECIO                     PIC Z(7)9,99.
           03 FILLER                           PIC X(8)
               VALUE "  VIEJO ".
           03 REP-D-VIEJO                      PIC Z(7)9,99.
           03 FILLER                           PIC X(8)
               VALUE "  NUEVO ".
           03 REP-D-NUEVO                      PIC Z(7)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-VARIACION                  PIC -(3)9,99.
           03 FILLER                           PIC X VALUE "%".
       01  REP-TOTAL.
           03 FILLER                           PIC X(25)
               VALUE "MOVIMIENTOS DE COSTO: ".
           03 REP-TOT-MOVIMIENTOS              PIC ZZZZZ9.
           03 FILLER                           PIC X(14)
               VALUE "  ARTICULOS: ".
           03 REP-TOT-ARTICULOS                PIC ZZZZZ9.

       77  EOF-MOVCOSTOS                       PIC 9 VALUE 0.
       77  EOF-SORTMCO                         PIC 9 VALUE 0.
       77  FECHA-DESDE                         PIC 9(8).
       77  FECHA-HASTA                         PIC 9(8).
       77  ART-ANTERIOR                        PIC X(8).
       77  VARIACION                           PIC S9(5)V99.
       77  CONT-MOVIMIENTOS                    PIC 9(6) VALUE 0.
       77  CONT-ARTICULOS                      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           SORT SORTMCO
               ON ASCENDING KEY SMC-ART SMC-FECHA
               INPUT PROCEDURE IS 2000-LEER-MOVIMIENTOS
                   THRU 2900-FIN-LECTURA
               OUTPUT PROCEDURE IS 3000-LISTAR
                   THRU 3900-FIN-LISTADO.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           OPEN INPUT ARTICULOS.
           OPEN OUTPUT REPMCO.
           DISPLAY 'Ingrese fecha desde (AAAAMMDD, 0 = todo):'.
           ACCEPT FECHA-DESDE.
           DISPLAY 'Ingrese fecha hasta (AAAAMMDD, 0 = hoy):'.
           ACCEPT FECHA-HASTA.
           IF FECHA-HASTA = 0
               ACCEPT FECHA-HASTA FROM DATE YYYYMMDD
           END-IF.
           MOVE FECHA-DESDE TO REP-T-DESDE.
           MOVE FECHA-HASTA TO REP-T-HASTA.
           WRITE REP-LINEA FROM REP-TITULO.

       2000-LEER-MOVIMIENTOS.
           OPEN INPUT MOVCOSTOS.
           READ MOVCOSTOS AT END MOVE 1 TO EOF-MOVCOSTOS.
           PERFORM UNTIL EOF-MOVCOSTOS = 1
               IF MCO-FECHA >= FECHA-DESDE
                   AND MCO-FECHA <= FECHA-HASTA
                   MOVE MCO-ART         TO SMC-ART
                   MOVE MCO-FECHA       TO SMC-FECHA
                   MOVE MCO-PROVEEDOR   TO SMC-PROVEEDOR
                   MOVE MCO-REMITO      TO SMC-REMITO
                   MOVE MCO-FACTURA     TO SMC-FACTURA
                   MOVE MCO-CANTIDAD    TO SMC-CANTIDAD
                   MOVE MCO-PRECIO      TO SMC-PRECIO
                   MOVE MCO-COSTO-VIEJO TO SMC-COSTO-VIEJO
                   MOVE MCO-COSTO-NUEVO TO SMC-COSTO-NUEVO
                   RELEASE SMC-REG
               END-IF
               READ MOVCOSTOS AT END MOVE 1 TO EOF-MOVCOSTOS
           END-PERFORM.
           CLOSE MOVCOSTOS.

       2900-FIN-LECTURA.
           EXIT.

       3000-LISTAR.
           MOVE SPACES TO ART-ANTERIOR.
           RETURN SORTMCO AT END MOVE 1 TO EOF-SORTMCO.
           PERFORM UNTIL EOF-SORTMCO = 1
               IF SMC-ART <> ART-ANTERIOR
                   PERFORM 3050-CABECERA-ARTICULO
               END-IF
               PERFORM 3100-LISTAR-MOVIMIENTO
               RETURN SORTMCO AT END MOVE 1 TO EOF-SORTMCO
           END-PERFORM.

       3900-FIN-LISTADO.
           EXIT.

       3050-CABECERA-ARTICULO.
           ADD 1 TO CONT-ARTICULOS.
           MOVE SMC-ART TO ART-ANTERIOR.
           MOVE SMC-ART TO REP-A-CODIGO.
           MOVE SMC-ART TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   MOVE "ARTICULO INEXISTENTE" TO REP-A-DESCRIP
               NOT INVALID KEY
                   MOVE art-descrip TO REP-A-DESCRIP
           END-READ.
           WRITE REP-LINEA FROM REP-ARTICULO.

       3100-LISTAR-MOVIMIENTO.
      **   la variacion se expresa sobre el costo anterior; sin costo
      **   anterior no hay base para el porcentaje
           ADD 1 TO CONT-MOVIMIENTOS.
           MOVE SMC-FECHA       TO REP-D-FECHA.
           MOVE SMC-PROVEEDOR   TO REP-D-PROVEEDOR.
           MOVE SMC-REMITO      TO REP-D-REMITO.
           MOVE SMC-FACTURA     TO REP-D-FACTURA.
           MOVE SMC-CANTIDAD    TO REP-D-CANTIDAD.
           MOVE SMC-PRECIO      TO REP-D-PRECIO.
           MOVE SMC-COSTO-VIEJO TO REP-D-VIEJO.
           MOVE SMC-COSTO-NUEVO TO REP-D-NUEVO.
           MOVE 0 TO VARIACION.
           IF SMC-COSTO-VIEJO > 0
               COMPUTE VARIACION ROUNDED =
                   (SMC-COSTO-NUEVO - SMC-COSTO-VIEJO) * 100
                   / SMC-COSTO-VIEJO
           END-IF.
           MOVE VARIACION TO REP-D-VARIACION.
           WRITE REP-LINEA FROM REP-DETALLE.

       9000-FIN-GENERAL.
           MOVE CONT-MOVIMIENTOS TO REP-TOT-MOVIMIENTOS.
           MOVE CONT-ARTICULOS TO REP-TOT-ARTICULOS.
           WRITE REP-LINEA FROM REP-TOTAL.
           CLOSE ARTICULOS, REPMCO.
           DISPLAY "REPORTE DE MOVIMIENTOS DE COSTO GENERADO. "
               "MOVIMIENTOS: ", CONT-MOVIMIENTOS.

       END PROGRAM YOUR-PROGRAM-NAME.
