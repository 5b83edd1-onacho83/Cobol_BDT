           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES.
           SELECT MOVART ASSIGN TO '../movart.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTACTE ASSIGN TO '../cuenta_corriente.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-RECIBO
               ALTERNATE RECORD KEY IS COB-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-COBRANZAS-STATUS.
           SELECT IMPUTACIONES
               ASSIGN TO '../cobranzas_imputaciones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMP-CLAVE
               FILE STATUS IS WS-IMPUTACIONES-STATUS.
           SELECT NOTASDEBITO ASSIGN TO '../notas_debito.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDB-CLAVE
               FILE STATUS IS WS-NOTASDEBITO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           03 fact-precio                      PIC 9(8)V99.
           03 fact-cantidad                    PIC 9(4).
           03 fact-vend                        PIC 9(3).
           03 FACT-CLIENTE-FECHA.
               05 fact-cliente                 PIC 9(6).
               05 fact-fecha                   PIC 9(8).
           03 fact-moneda                      PIC X(3).
           03 fact-tasa-iva                    PIC 9(2)V99.
           03 fact-neto                        PIC 9(10)V99.
       FD  COBRANZAS.
       01  COB-REGISTRO.
           03 COB-RECIBO                       PIC 9(10).
           03 COB-CLIENTE-FECHA.
               05 COB-CLIENTE                  PIC 9(6).
               05 COB-FECHA                    PIC 9(8).
           03 COB-IMPORTE                      PIC 9(10)V99.
           03 COB-MEDIO                        PIC X.
               88 COB-RECHAZADO                VALUE 'R'.
           03 COB-FACTURA                      PIC 9(12).
       FD  IMPUTACIONES.
       01  IMP-REGISTRO.
           03 IMP-CLAVE.
               05 IMP-CLIENTE                  PIC 9(6).
               05 IMP-FACTURA                  PIC 9(12).
               05 IMP-RECIBO                   PIC 9(10).
           03 IMP-FECHA                        PIC 9(8).
           03 IMP-IMPORTE                      PIC 9(10)V99.
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

       WORKING-STORAGE SECTION.
       01  CTA-ENCAB-CLI.
           03 FILLER                           PIC X(9)
               VALUE "  SALDO: ".
           03 CTA-D-SALDO                      PIC -(9)9,99.
       01  CTA-SALDO-FACTURA.
           03 FILLER                           PIC X(20)
               VALUE "    SALDO FACTURA: ".
           03 CTA-F-FACTURA                    PIC Z(11)9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 CTA-F-SALDO                      PIC -(9)9,99.
       01  CTA-SALDO-A-CUENTA.
           03 FILLER                           PIC X(34)
               VALUE "    SALDO A CUENTA (SIN IMPUTAR): ".
           03 CTA-A-SALDO                      PIC -(9)9,99.
       01  CTA-TOTAL-CLI.
           03 FILLER                           PIC X(22)
               VALUE "  TOTAL DEL CLIENTE:  ".
       77  WS-COBRANZAS-STATUS                 PIC X(02).
       77  HAY-COBRANZAS                       PIC X VALUE 'N'.
       77  EOF-COBRANZAS                       PIC 9 VALUE 0.
       77  WS-IMPUTACIONES-STATUS              PIC X(02).
       77  HAY-IMPUTACIONES                    PIC X VALUE 'N'.
       77  EOF-IMPUTACIONES                    PIC 9 VALUE 0.
       77  WS-NOTASDEBITO-STATUS               PIC X(02).
       77  HAY-NOTASDEBITO                     PIC X VALUE 'N'.
       77  EOF-NOTASDEBITO                     PIC 9 VALUE 0.
       77  ANT-FACTURA                         PIC 9(12).
       77  SALDO-FACT                          PIC S9(10)V99.

       01  TABLA-MOV.
           03 MOV-ITEM OCCURS 1000 TIMES.
           PERFORM 1500-CARGAR-MOVIMIENTOS.
           PERFORM 2000-RECORRER-FACTURAS.
           PERFORM 4000-CARGAR-COBRANZAS.
           PERFORM 4500-CARGAR-IMPUTACIONES.
           PERFORM 4700-CARGAR-NOTAS-DEBITO.
           PERFORM 5000-ORDENAR-TABLA.
           PERFORM 6000-IMPRIMIR-RESUMEN.
           PERFORM 9000-FIN-GENERAL.
           OPEN INPUT FACTURAS, MOVART.
           OPEN OUTPUT CTACTE.
           PERFORM 1100-ABRIR-COBRANZAS.
           PERFORM 1200-ABRIR-IMPUTACIONES.
           PERFORM 1300-ABRIR-NOTAS-DEBITO.
           DISPLAY 'Ingrese numero de cliente (0 = todos):'.
           ACCEPT CLIENTE-PEDIDO.

                   'solo con facturas y movimientos.'
           END-IF.

       1200-ABRIR-IMPUTACIONES.
           OPEN INPUT IMPUTACIONES.
           IF WS-IMPUTACIONES-STATUS = '00'
               MOVE 'S' TO HAY-IMPUTACIONES
           END-IF.

       1300-ABRIR-NOTAS-DEBITO.
           OPEN INPUT NOTASDEBITO.
           IF WS-NOTASDEBITO-STATUS = '00'
               MOVE 'S' TO HAY-NOTASDEBITO
           END-IF.

       1500-CARGAR-MOVIMIENTOS.
           READ MOVART AT END MOVE 1 TO EOF-MOVART.
           PERFORM UNTIL EOF-MOVART = 1
           END-PERFORM.

       2000-RECORRER-FACTURAS.
      **   con un cliente pedido se entra por la clave alternativa
      **   cliente+fecha y se leen solo sus facturas, sin recorrer
      **   el archivo entero
           IF CLIENTE-PEDIDO = 0
               MOVE LOW-VALUES TO FACT-CLAVE
               START FACTURAS KEY IS > FACT-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-FACTURAS
               END-START
           ELSE
               MOVE CLIENTE-PEDIDO TO fact-cliente
               MOVE 0 TO fact-fecha
               START FACTURAS KEY IS NOT < FACT-CLIENTE-FECHA
                   INVALID KEY
                       MOVE 1 TO EOF-FACTURAS
               END-START
           END-IF.
           IF EOF-FACTURAS <> 1
               PERFORM 2100-LEER-FACTURA
           END-IF.
           PERFORM UNTIL EOF-FACTURAS = 1
               PERFORM 3000-ACUMULAR-LINEA
               PERFORM 2100-LEER-FACTURA
           END-PERFORM.

       2100-LEER-FACTURA.
           READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS.
           IF EOF-FACTURAS <> 1 AND CLIENTE-PEDIDO <> 0
               AND fact-cliente <> CLIENTE-PEDIDO
               MOVE 1 TO EOF-FACTURAS
           END-IF.

       3000-ACUMULAR-LINEA.
           PERFORM 3100-BUSCAR-TIPO-MOV.
           COMPUTE IMPORTE-LINEA = fact-precio * fact-cantidad.
       4000-CARGAR-COBRANZAS.
      **   la pata acreedora de la cuenta: cada recibo entra con
      **   importe negativo contra la factura aplicada (0 = a cuenta)
      **   salvo que su cheque haya sido rechazado. Los recibos que
      **   se reparten entre varias facturas entran a cuenta y sus
      **   imputaciones los pasan a cada factura (4500)
           IF HAY-COBRANZAS = 'S'
               PERFORM 4010-POSICIONAR-COBRANZAS
               IF EOF-COBRANZAS <> 1
                   PERFORM 4050-LEER-COBRANZA
               END-IF
               PERFORM UNTIL EOF-COBRANZAS = 1
                   IF NOT COB-RECHAZADO
                       PERFORM 4100-GRABAR-COBRANZA
                   END-IF
                   PERFORM 4050-LEER-COBRANZA
               END-PERFORM
           END-IF.

       4010-POSICIONAR-COBRANZAS.
           IF CLIENTE-PEDIDO = 0
               MOVE LOW-VALUES TO COB-RECIBO
               START COBRANZAS KEY IS > COB-RECIBO
                   INVALID KEY
                       MOVE 1 TO EOF-COBRANZAS
               END-START
           ELSE
               MOVE CLIENTE-PEDIDO TO COB-CLIENTE
               MOVE 0 TO COB-FECHA
               START COBRANZAS KEY IS NOT < COB-CLIENTE-FECHA
                   INVALID KEY
                       MOVE 1 TO EOF-COBRANZAS
               END-START
           END-IF.

       4050-LEER-COBRANZA.
           READ COBRANZAS NEXT AT END MOVE 1 TO EOF-COBRANZAS.
           IF EOF-COBRANZAS <> 1 AND CLIENTE-PEDIDO <> 0
               AND COB-CLIENTE <> CLIENTE-PEDIDO
               MOVE 1 TO EOF-COBRANZAS
           END-IF.

       4100-GRABAR-COBRANZA.
           IF CANT-CTA-TABLA < MAX-CTA-TABLA
               ADD 1 TO CANT-CTA-TABLA
                   " LINEAS DE CUENTA, SE OMITEN LOS EXCEDENTES"
           END-IF.

       4500-CARGAR-IMPUTACIONES.
      **   cada imputacion saca el importe de la linea a cuenta (0)
      **   y lo acredita en la factura: el saldo de cada factura
      **   queda correcto aun con pagos parciales
           IF HAY-IMPUTACIONES = 'S'
               MOVE CLIENTE-PEDIDO TO IMP-CLIENTE
               MOVE 0 TO IMP-FACTURA
               MOVE 0 TO IMP-RECIBO
               START IMPUTACIONES KEY IS >= IMP-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-IMPUTACIONES
               END-START
               IF EOF-IMPUTACIONES <> 1
                   READ IMPUTACIONES NEXT
                       AT END MOVE 1 TO EOF-IMPUTACIONES
                   END-READ
               END-IF
               PERFORM UNTIL EOF-IMPUTACIONES = 1
                   OR (CLIENTE-PEDIDO > 0
                       AND IMP-CLIENTE <> CLIENTE-PEDIDO)
                   PERFORM 4600-GRABAR-IMPUTACION
                   READ IMPUTACIONES NEXT
                       AT END MOVE 1 TO EOF-IMPUTACIONES
                   END-READ
               END-PERFORM
           END-IF.

       4600-GRABAR-IMPUTACION.
           MOVE 'N' TO COB-MEDIO.
           IF HAY-COBRANZAS = 'S'
               MOVE IMP-RECIBO TO COB-RECIBO
               READ COBRANZAS
                   INVALID KEY
                       MOVE 'R' TO COB-MEDIO
               END-READ
           END-IF.
           IF NOT COB-RECHAZADO
               IF CANT-CTA-TABLA + 1 < MAX-CTA-TABLA
                   ADD 1 TO CANT-CTA-TABLA
                   MOVE IMP-CLIENTE TO CTA-T-CLI(CANT-CTA-TABLA)
                   MOVE IMP-FACTURA TO CTA-T-FACTURA(CANT-CTA-TABLA)
                   MOVE 'IMPUTAC.' TO CTA-T-ART(CANT-CTA-TABLA)
                   MOVE 'I' TO CTA-T-TIPO(CANT-CTA-TABLA)
                   COMPUTE CTA-T-IMPORTE(CANT-CTA-TABLA) =
                       IMP-IMPORTE * -1
                   ADD 1 TO CANT-CTA-TABLA
                   MOVE IMP-CLIENTE TO CTA-T-CLI(CANT-CTA-TABLA)
                   MOVE 0 TO CTA-T-FACTURA(CANT-CTA-TABLA)
                   MOVE 'IMPUTAC.' TO CTA-T-ART(CANT-CTA-TABLA)
                   MOVE 'I' TO CTA-T-TIPO(CANT-CTA-TABLA)
                   MOVE IMP-IMPORTE TO CTA-T-IMPORTE(CANT-CTA-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-CTA-TABLA,
                       " LINEAS DE CUENTA, SE OMITEN LOS EXCEDENTES"
               END-IF
           END-IF.

       4700-CARGAR-NOTAS-DEBITO.
      **   el interes por mora se carga bajo la factura que lo
      **   genero: los pagos de esa factura cancelan ambos
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
                   IF CLIENTE-PEDIDO = 0
                       OR NDB-CLIENTE = CLIENTE-PEDIDO
                       PERFORM 4800-GRABAR-NOTA-DEBITO
                   END-IF
                   READ NOTASDEBITO NEXT
                       AT END MOVE 1 TO EOF-NOTASDEBITO
                   END-READ
               END-PERFORM
           END-IF.

       4800-GRABAR-NOTA-DEBITO.
           IF CANT-CTA-TABLA < MAX-CTA-TABLA
               ADD 1 TO CANT-CTA-TABLA
               MOVE NDB-CLIENTE TO CTA-T-CLI(CANT-CTA-TABLA)
               MOVE NDB-FACTURA TO CTA-T-FACTURA(CANT-CTA-TABLA)
               MOVE 'NOTA DEB' TO CTA-T-ART(CANT-CTA-TABLA)
               MOVE 'N' TO CTA-T-TIPO(CANT-CTA-TABLA)
               MOVE NDB-TOTAL TO CTA-T-IMPORTE(CANT-CTA-TABLA)
           ELSE
               DISPLAY "ADVERTENCIA: SUPERA ", MAX-CTA-TABLA,
                   " LINEAS DE CUENTA, SE OMITEN LOS EXCEDENTES"
           END-IF.

       5000-ORDENAR-TABLA.
           PERFORM 5100-PASADA-ORDEN
               VARYING SUB-I FROM 1 BY 1
               ADD 1 TO SUB-I
               IF SUB-I = 1 OR CTA-T-CLI(SUB-I) <> ANT-CLI
                   IF SUB-I > 1
                       PERFORM 6250-SALDO-FACTURA
                       PERFORM 6200-TOTAL-CLIENTE
                   END-IF
                   PERFORM 6100-ENCABEZADO-CLIENTE
               ELSE
                   IF CTA-T-FACTURA(SUB-I) <> ANT-FACTURA
                       PERFORM 6250-SALDO-FACTURA
                       MOVE CTA-T-FACTURA(SUB-I) TO ANT-FACTURA
                       MOVE 0 TO SALDO-FACT
                   END-IF
               END-IF
               PERFORM 6300-IMPRIMIR-LINEA
           END-PERFORM.
           IF CANT-CTA-TABLA > 0
               PERFORM 6250-SALDO-FACTURA
               PERFORM 6200-TOTAL-CLIENTE
           END-IF.
           MOVE SALDO-GRAL TO CTA-G-SALDO.
       6100-ENCABEZADO-CLIENTE.
           MOVE CTA-T-CLI(SUB-I) TO ANT-CLI.
           MOVE 0 TO SALDO-CLI.
           MOVE CTA-T-FACTURA(SUB-I) TO ANT-FACTURA.
           MOVE 0 TO SALDO-FACT.
           MOVE ANT-CLI TO CTA-E-CLI.
           WRITE CTA-LINEA FROM CTA-ENCAB-CLI.

           MOVE SALDO-CLI TO CTA-T-SALDO.
           WRITE CTA-LINEA FROM CTA-TOTAL-CLI.

       6250-SALDO-FACTURA.
      **   saldo de cada factura despues de pagos parciales; la
      **   factura 0 junta lo cobrado a cuenta que no se imputo
           IF ANT-FACTURA = 0
               MOVE SALDO-FACT TO CTA-A-SALDO
               WRITE CTA-LINEA FROM CTA-SALDO-A-CUENTA
           ELSE
               MOVE ANT-FACTURA TO CTA-F-FACTURA
               MOVE SALDO-FACT TO CTA-F-SALDO
               WRITE CTA-LINEA FROM CTA-SALDO-FACTURA
           END-IF.

       6300-IMPRIMIR-LINEA.
           ADD CTA-T-IMPORTE(SUB-I) TO SALDO-CLI.
           ADD CTA-T-IMPORTE(SUB-I) TO SALDO-FACT.
           ADD CTA-T-IMPORTE(SUB-I) TO SALDO-GRAL.
           MOVE CTA-T-FACTURA(SUB-I) TO CTA-D-FACTURA.
           MOVE CTA-T-ART(SUB-I)     TO CTA-D-ART.
           IF HAY-COBRANZAS = 'S'
               CLOSE COBRANZAS
           END-IF.
           IF HAY-IMPUTACIONES = 'S'
               CLOSE IMPUTACIONES
           END-IF.
           IF HAY-NOTASDEBITO = 'S'
               CLOSE NOTASDEBITO
           END-IF.
           DISPLAY "CUENTA CORRIENTE GENERADA.".

       END PROGRAM YOUR-PROGRAM-NAME.
