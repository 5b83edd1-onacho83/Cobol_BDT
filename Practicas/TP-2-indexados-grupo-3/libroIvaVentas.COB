           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES.
           SELECT LIBROIVA ASSIGN TO '../libro_iva_ventas.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENTES ASSIGN TO '../clientes.dat'
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT NOTASDEBITO ASSIGN TO '../notas_debito.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDB-CLAVE
               FILE STATUS IS WS-NOTASDEBITO-STATUS.
           SELECT SORTFACT ASSIGN TO "SORTWK1".

       DATA DIVISION.
           03 fact-precio                      PIC 9(8)V99.
           03 fact-cantidad                    PIC 9(4).
           03 fact-vend                        PIC 9(3).
           03 FACT-CLIENTE-FECHA.
               05 fact-cliente                 PIC 9(6).
               05 fact-fecha                   PIC 9(8).
           03 fact-moneda                      PIC X(3).
           03 fact-tasa-iva                    PIC 9(2)V99.
           03 fact-neto                        PIC 9(10)V99.
           03 CLIE-CUIT                        PIC 9(11).
           03 CLIE-COND-IVA                    PIC X(2).
           03 CLIE-DOMICILIO                   PIC X(30).
       FD  NOTASDEBITO.
       01  NDB-REGISTRO.
           03 NDB-CLAVE.
               05 NDB-NUMERO                   PIC 9(12).
               05 NDB-FACTURA                  PIC 9(12).
           03 NDB-CLIENTE                      PIC 9(6).
           03 NDB-VEND                         PIC 9(3).
           03 NDB-FECHA                        PIC 9(8).
           03 NDB-PERIODO                      PIC 9(6).
           03 NDB-DIAS-MORA                    PIC 9(5).
           03 NDB-CAPITAL                      PIC 9(10)V99.
           03 NDB-TASA                         PIC 9(2)V99.
           03 NDB-NETO                         PIC 9(10)V99.
           03 NDB-TASA-IVA                     PIC 9(2)V99.
           03 NDB-IVA                          PIC 9(10)V99.
           03 NDB-TOTAL                        PIC 9(10)V99.
       SD  SORTFACT.
       01  SFA-REG.
           03 SFA-FECHA                        PIC 9(8).
           03 SFA-FACTURA                      PIC 9(12).
           03 SFA-ART                          PIC X(8).
           03 SFA-COMPROBANTE                  PIC X(8).
           03 SFA-CLIENTE                      PIC 9(6).
           03 SFA-TASA-IVA                     PIC 9(2)V99.
           03 SFA-NETO                         PIC 9(10)V99.
           03 FILLER                           PIC X(7)
               VALUE "FECHA: ".
           03 LIB-D-FECHA                      PIC 9(8).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 LIB-D-COMPROBANTE                PIC X(8).
           03 LIB-D-FACTURA                    PIC Z(11)9.
           03 FILLER                           PIC X(10)
               VALUE "  CLIENTE ".

       77  EOF-FACTURAS                        PIC 9 VALUE 0.
       77  EOF-SORTFACT                        PIC 9 VALUE 0.
       77  WS-NOTASDEBITO-STATUS               PIC X(02).
       77  HAY-NOTASDEBITO                     PIC X VALUE 'N'.
       77  EOF-NOTASDEBITO                     PIC 9 VALUE 0.
       77  TOTAL-NETO                          PIC 9(12)V99 VALUE 0.
       77  TOTAL-IVA                           PIC 9(12)V99 VALUE 0.
       77  TOTAL-TOTAL                         PIC 9(12)V99 VALUE 0.
           OPEN INPUT FACTURAS.
           OPEN OUTPUT LIBROIVA.
           PERFORM 1100-ABRIR-CLIENTES.
           PERFORM 1200-ABRIR-NOTAS-DEBITO.
           WRITE LIB-LINEA FROM LIB-TITULO.

       1100-ABRIR-CLIENTES.
                   "CUIT ni condicion de IVA."
           END-IF.

       1200-ABRIR-NOTAS-DEBITO.
           OPEN INPUT NOTASDEBITO.
           IF WS-NOTASDEBITO-STATUS = '00'
               MOVE 'S' TO HAY-NOTASDEBITO
           END-IF.

       2000-LEER-FACTURAS.
           MOVE LOW-VALUES TO FACT-CLAVE.
           START FACTURAS KEY IS > FACT-CLAVE
               MOVE fact-fecha    TO SFA-FECHA
               MOVE fact-factura  TO SFA-FACTURA
               MOVE fact-art      TO SFA-ART
               MOVE "FACTURA "    TO SFA-COMPROBANTE
               MOVE fact-cliente  TO SFA-CLIENTE
               MOVE fact-tasa-iva TO SFA-TASA-IVA
               MOVE fact-neto     TO SFA-NETO
               RELEASE SFA-REG
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS
           END-PERFORM.
      **   las notas de debito por mora son comprobantes de venta con
      **   su propio IVA: van al libro con su numero y fecha
           IF HAY-NOTASDEBITO = 'S'
               MOVE LOW-VALUES TO NDB-CLAVE
               START NOTASDEBITO KEY IS > NDB-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-NOTASDEBITO
               END-START
               IF EOF-NOTASDEBITO <> 1
                   READ NOTASDEBITO NEXT
                       AT END MOVE 1 TO EOF-NOTASDEBITO
                   END-READ
               END-IF
               PERFORM UNTIL EOF-NOTASDEBITO = 1
                   MOVE NDB-FECHA     TO SFA-FECHA
                   MOVE NDB-NUMERO    TO SFA-FACTURA
                   MOVE SPACES        TO SFA-ART
                   MOVE "NOTA DEB"    TO SFA-COMPROBANTE
                   MOVE NDB-CLIENTE   TO SFA-CLIENTE
                   MOVE NDB-TASA-IVA  TO SFA-TASA-IVA
                   MOVE NDB-NETO      TO SFA-NETO
                   MOVE NDB-IVA       TO SFA-IVA
                   MOVE NDB-TOTAL     TO SFA-TOTAL
                   RELEASE SFA-REG
                   READ NOTASDEBITO NEXT
                       AT END MOVE 1 TO EOF-NOTASDEBITO
                   END-READ
               END-PERFORM
           END-IF.

       2900-FIN-LECTURA.
           EXIT.
       3100-LISTAR-LINEA.
           ADD 1 TO CONT-LINEAS.
           MOVE SFA-FECHA   TO LIB-D-FECHA.
           MOVE SFA-COMPROBANTE TO LIB-D-COMPROBANTE.
           MOVE SFA-FACTURA TO LIB-D-FACTURA.
           MOVE SFA-CLIENTE TO LIB-D-CLIENTE.
           PERFORM 3150-BUSCAR-CLIENTE.

       9000-FIN-GENERAL.
           CLOSE FACTURAS, LIBROIVA.
           IF HAY-NOTASDEBITO = 'S'
               CLOSE NOTASDEBITO
           END-IF.
           IF HAY-CLIENTES = 'S'
               CLOSE CLIENTES
           END-IF.
