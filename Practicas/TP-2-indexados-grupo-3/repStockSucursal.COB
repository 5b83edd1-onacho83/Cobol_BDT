               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CLAVE.
           SELECT TRANSFERENCIAS ASSIGN TO '../transferencias.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CLAVE
               FILE STATUS IS WS-TRANSFERENCIAS-STATUS.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               05 SUC-ART                      PIC X(8).
               05 SUC-SUCURSAL                 PIC 9(2).
           03 SUC-STOCK                        PIC S9(6).
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
           03 SSU-SUCURSAL                     PIC 9(2).
           03 SSU-ART                          PIC X(8).
           03 SSU-STOCK                        PIC S9(6).
           03 SSU-TRANSITO                     PIC 9(6).

       WORKING-STORAGE SECTION.
       01  REP-TITULO.
           03 FILLER                           PIC X(9)
               VALUE "  STOCK: ".
           03 REP-D-STOCK                      PIC -(5)9.
           03 FILLER                           PIC X(15)
               VALUE "  EN TRANSITO: ".
           03 REP-D-TRANSITO                   PIC ZZZZZ9.
       01  REP-TOTAL-SUC.
           03 FILLER                           PIC X(24)
               VALUE "  TOTAL DE LA SUCURSAL: ".
           03 REP-T-STOCK                      PIC -(7)9.
           03 FILLER                           PIC X(15)
               VALUE "  EN TRANSITO: ".
           03 REP-T-TRANSITO                   PIC Z(7)9.

       77  EOF-STOCKSUC                        PIC 9 VALUE 0.
       77  EOF-SORTSUC                         PIC 9 VALUE 0.
       77  ANT-SUCURSAL                        PIC 9(2).
       77  TOTAL-SUCURSAL                      PIC S9(8).
       77  TOTAL-TRANSITO                      PIC 9(8).
       77  WS-TRANSFERENCIAS-STATUS            PIC X(02).
       77  EOF-TRANSFERENCIAS                  PIC 9 VALUE 0.
       77  ANT-ART                             PIC X(8).
       77  ACU-STOCK                           PIC S9(6).
       77  ACU-TRANSITO                        PIC 9(6).
       77  CONT-LINEAS                         PIC 9(6) VALUE 0.
       77  PRIMERA-LINEA                       PIC X VALUE 'S'.


       1000-INICIO-GENERAL.
           OPEN INPUT STOCKSUC, ARTICULOS.
           OPEN INPUT TRANSFERENCIAS.
           IF WS-TRANSFERENCIAS-STATUS <> '00'
               MOVE 1 TO EOF-TRANSFERENCIAS
           END-IF.
           OPEN OUTPUT REPSUC.
           WRITE REP-LINEA FROM REP-TITULO.

               MOVE SUC-SUCURSAL TO SSU-SUCURSAL
               MOVE SUC-ART      TO SSU-ART
               MOVE SUC-STOCK    TO SSU-STOCK
               MOVE 0            TO SSU-TRANSITO
               RELEASE SSU-REG
               READ STOCKSUC NEXT AT END MOVE 1 TO EOF-STOCKSUC
           END-PERFORM.
           PERFORM 2950-LEER-TRANSITO.

       2900-FIN-LECTURA.
           EXIT.

       2950-LEER-TRANSITO.
      **   lo despachado y no confirmado se muestra en la sucursal de
      **   destino: ya salio del origen y todavia no entro
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
                   MOVE TRF-DESTINO  TO SSU-SUCURSAL
                   MOVE TRF-ART      TO SSU-ART
                   MOVE 0            TO SSU-STOCK
                   MOVE TRF-CANTIDAD TO SSU-TRANSITO
                   RELEASE SSU-REG
               END-IF
               READ TRANSFERENCIAS NEXT
                   AT END MOVE 1 TO EOF-TRANSFERENCIAS
               END-READ
           END-PERFORM.

       3000-LISTAR.
      **   stock y transito del mismo articulo llegan juntos del sort:
      **   se acumulan y salen en una sola linea
           RETURN SORTSUC AT END MOVE 1 TO EOF-SORTSUC.
           PERFORM UNTIL EOF-SORTSUC = 1
               IF PRIMERA-LINEA = 'S'
                   OR SSU-SUCURSAL <> ANT-SUCURSAL
                   IF PRIMERA-LINEA <> 'S'
                       PERFORM 3300-LISTAR-LINEA
                       PERFORM 3200-TOTAL-SUCURSAL
                   END-IF
                   PERFORM 3100-ENCABEZADO-SUCURSAL
                   PERFORM 3050-INICIAR-ARTICULO
               END-IF
               IF SSU-ART <> ANT-ART
                   PERFORM 3300-LISTAR-LINEA
                   PERFORM 3050-INICIAR-ARTICULO
               END-IF
               ADD SSU-STOCK TO ACU-STOCK
               ADD SSU-TRANSITO TO ACU-TRANSITO
               RETURN SORTSUC AT END MOVE 1 TO EOF-SORTSUC
           END-PERFORM.
           IF PRIMERA-LINEA <> 'S'
               PERFORM 3300-LISTAR-LINEA
               PERFORM 3200-TOTAL-SUCURSAL
           END-IF.

       3050-INICIAR-ARTICULO.
           MOVE SSU-ART TO ANT-ART.
           MOVE 0 TO ACU-STOCK.
           MOVE 0 TO ACU-TRANSITO.

       3900-FIN-LISTADO.
           EXIT.

           MOVE 'N' TO PRIMERA-LINEA.
           MOVE SSU-SUCURSAL TO ANT-SUCURSAL.
           MOVE 0 TO TOTAL-SUCURSAL.
           MOVE 0 TO TOTAL-TRANSITO.
           MOVE SSU-SUCURSAL TO REP-E-SUC.
           WRITE REP-LINEA FROM REP-ENCAB-SUC.

       3200-TOTAL-SUCURSAL.
           MOVE TOTAL-SUCURSAL TO REP-T-STOCK.
           MOVE TOTAL-TRANSITO TO REP-T-TRANSITO.
           WRITE REP-LINEA FROM REP-TOTAL-SUC.

       3300-LISTAR-LINEA.
           ADD 1 TO CONT-LINEAS.
           ADD ACU-STOCK TO TOTAL-SUCURSAL.
           ADD ACU-TRANSITO TO TOTAL-TRANSITO.
           MOVE ANT-ART TO REP-D-ART.
           MOVE ANT-ART TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   MOVE "(SIN MAESTRO)" TO REP-D-DESCRIP
               NOT INVALID KEY
                   MOVE art-descrip TO REP-D-DESCRIP
           END-READ.
           MOVE ACU-STOCK TO REP-D-STOCK.
           MOVE ACU-TRANSITO TO REP-D-TRANSITO.
           WRITE REP-LINEA FROM REP-DETALLE.

       9000-FIN-GENERAL.
           CLOSE STOCKSUC, ARTICULOS, REPSUC.
           IF WS-TRANSFERENCIAS-STATUS = '00'
               CLOSE TRANSFERENCIAS
           END-IF.
           DISPLAY "STOCK POR SUCURSAL GENERADO. LINEAS: ",
               CONT-LINEAS.

