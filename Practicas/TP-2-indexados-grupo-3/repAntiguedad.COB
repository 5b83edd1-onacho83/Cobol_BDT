           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES.
           SELECT COBRANZAS ASSIGN TO '../cobranzas.dat'
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
           SELECT REPANT ASSIGN TO '../reporte_antiguedad.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  REPANT.
       01  ANT-LINEA                           PIC X(140).

       77  EOF-COBRANZAS                       PIC 9 VALUE 0.
       77  WS-COBRANZAS-STATUS                 PIC X(02).
       77  HAY-COBRANZAS                       PIC X VALUE 'N'.
       77  WS-IMPUTACIONES-STATUS              PIC X(02).
       77  HAY-IMPUTACIONES                    PIC X VALUE 'N'.
       77  EOF-IMPUTACIONES                    PIC 9 VALUE 0.
       77  WS-NOTASDEBITO-STATUS               PIC X(02).
       77  HAY-NOTASDEBITO                     PIC X VALUE 'N'.
       77  EOF-NOTASDEBITO                     PIC 9 VALUE 0.
       77  FACTURA-APLICADA                    PIC 9(12).
       77  IMPORTE-APLICADO                    PIC S9(10)V99.
       77  CLIENTE-APLICADO                    PIC 9(6).
       77  CLIENTE-PEDIDO                      PIC 9(6).
       77  CANT-ACU-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-ACU-TABLA                       PIC 9(4) VALUE 2000.
       77  SUB-C                               PIC 9(4).
       77  ACU-HALLADO                         PIC X.
       77  WS-FECHA-PROCESO                    PIC 9(8).
       77  DIAS-HOY                            PIC S9(8).
       77  DIAS-FACT                           PIC S9(8).
               05 ANT-T-B60                    PIC S9(10)V99.
               05 ANT-T-B90                    PIC S9(10)V99.

       01  TABLA-ACU.
           03 ACU-ITEM OCCURS 2000 TIMES.
               05 ACU-T-CLI                    PIC 9(6).
               05 ACU-T-IMPORTE                PIC S9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           PERFORM 2000-RECORRER-FACTURAS.
           PERFORM 2500-SUMAR-NOTAS-DEBITO.
           PERFORM 3000-NETEAR-COBRANZAS.
           PERFORM 3500-NETEAR-IMPUTACIONES.
           PERFORM 3800-NETEAR-A-CUENTA.
           PERFORM 5000-ORDENAR-TABLA.
           PERFORM 6000-IMPRIMIR-REPORTE.
           PERFORM 9000-FIN-GENERAL.
           OPEN INPUT FACTURAS.
           OPEN OUTPUT REPANT.
           PERFORM 1100-ABRIR-COBRANZAS.
           PERFORM 1200-ABRIR-IMPUTACIONES.
           PERFORM 1300-ABRIR-NOTAS-DEBITO.
           DISPLAY 'Ingrese numero de cliente (0 = todos):'.
           ACCEPT CLIENTE-PEDIDO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FECHA-PROCESO TO FECHA-DESGLOSE.
           PERFORM 1500-FECHA-A-DIAS.
                   "toma como abierta."
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

       1500-FECHA-A-DIAS.
      **   conversion aproximada a dias (anio de 360): alcanza para
      **   encasillar la deuda en corriente / 30 / 60 / 90+
               FDG-AAAA * 360 + (FDG-MM - 1) * 30 + FDG-DD.

       2000-RECORRER-FACTURAS.
      **   con un cliente pedido se entra por la clave alternativa
      **   cliente+fecha y se leen solo sus facturas
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
               PERFORM 2050-LEER-FACTURA
           END-IF.
           PERFORM UNTIL EOF-FACTURAS = 1
               PERFORM 2100-ACUMULAR-LINEA
               PERFORM 2050-LEER-FACTURA
           END-PERFORM.

       2050-LEER-FACTURA.
           READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS.
           IF EOF-FACTURAS <> 1 AND CLIENTE-PEDIDO <> 0
               AND fact-cliente <> CLIENTE-PEDIDO
               MOVE 1 TO EOF-FACTURAS
           END-IF.

       2100-ACUMULAR-LINEA.
           MOVE fact-fecha TO FECHA-DESGLOSE.
           PERFORM 1500-FECHA-A-DIAS.
               MOVE 'S' TO ANT-HALLADO
           END-IF.

       2500-SUMAR-NOTAS-DEBITO.
      **   el interes por mora se encasilla con la factura que lo
      **   genero: los pagos aplicados a esa factura lo netean en el
      **   mismo tramo (3300)
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
                       PERFORM 2600-ACUMULAR-NOTA-DEBITO
                   END-IF
                   READ NOTASDEBITO NEXT
                       AT END MOVE 1 TO EOF-NOTASDEBITO
                   END-READ
               END-PERFORM
           END-IF.

       2600-ACUMULAR-NOTA-DEBITO.
           MOVE NDB-FACTURA TO fact-factura.
           MOVE LOW-VALUES TO fact-art.
           MOVE 0 TO EOF-FACTURAS.
           START FACTURAS KEY IS >= FACT-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTURAS.
           IF EOF-FACTURAS <> 1
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS
           END-IF.
           IF EOF-FACTURAS = 1 OR fact-factura <> NDB-FACTURA
               MOVE NDB-FECHA TO fact-fecha
               MOVE NDB-VEND TO fact-vend
               MOVE NDB-CLIENTE TO fact-cliente
           END-IF.
           MOVE fact-fecha TO FECHA-DESGLOSE.
           PERFORM 1500-FECHA-A-DIAS.
           COMPUTE DIAS-ANTIGUEDAD = DIAS-HOY - DIAS-FACT.
           PERFORM 2200-BUSCAR-O-AGREGAR.
           IF ANT-HALLADO = 'S'
               EVALUATE TRUE
                   WHEN DIAS-ANTIGUEDAD <= 30
                       ADD NDB-TOTAL TO ANT-T-CORRIENTE(SUB-B)
                   WHEN DIAS-ANTIGUEDAD <= 60
                       ADD NDB-TOTAL TO ANT-T-B30(SUB-B)
                   WHEN DIAS-ANTIGUEDAD <= 90
                       ADD NDB-TOTAL TO ANT-T-B60(SUB-B)
                   WHEN OTHER
                       ADD NDB-TOTAL TO ANT-T-B90(SUB-B)
               END-EVALUATE
           END-IF.

       3000-NETEAR-COBRANZAS.
      **   un recibo aplicado a una factura baja el saldo de esa
      **   factura en su tramo; lo cobrado a cuenta se junta por
      **   cliente y, descontadas sus imputaciones (3500), netea
      **   despues la deuda mas vieja (3800)
      **   (una cobranza con cheque rechazado no netea)
           IF HAY-COBRANZAS = 'S'
               PERFORM 3010-POSICIONAR-COBRANZAS
               IF EOF-COBRANZAS <> 1
                   PERFORM 3050-LEER-COBRANZA
               END-IF
               PERFORM UNTIL EOF-COBRANZAS = 1
                   IF NOT COB-RECHAZADO
                       PERFORM 3100-APLICAR-COBRANZA
                   END-IF
                   PERFORM 3050-LEER-COBRANZA
               END-PERFORM
           END-IF.

       3010-POSICIONAR-COBRANZAS.
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

       3050-LEER-COBRANZA.
           READ COBRANZAS NEXT AT END MOVE 1 TO EOF-COBRANZAS.
           IF EOF-COBRANZAS <> 1 AND CLIENTE-PEDIDO <> 0
               AND COB-CLIENTE <> CLIENTE-PEDIDO
               MOVE 1 TO EOF-COBRANZAS
           END-IF.

       3100-APLICAR-COBRANZA.
           MOVE COB-CLIENTE TO CLIENTE-APLICADO.
           MOVE COB-IMPORTE TO IMPORTE-APLICADO.
           IF COB-FACTURA > 0
               MOVE COB-FACTURA TO FACTURA-APLICADA
               PERFORM 3300-APLICAR-A-FACTURA
           ELSE
               PERFORM 3400-SUMAR-A-CUENTA
           END-IF.

       3105-NETEAR-RESTANTE.
           MOVE 0 TO SUB-B.
           PERFORM 3110-NETEAR-ITEM
               UNTIL IMPORTE-RESTANTE = 0 OR SUB-B >= CANT-ANT-TABLA.

       3110-NETEAR-ITEM.
           ADD 1 TO SUB-B.
           IF ANT-T-CLI(SUB-B) = CLIENTE-APLICADO
               PERFORM 3120-NETEAR-B90
               PERFORM 3130-NETEAR-B60
               PERFORM 3140-NETEAR-B30
               END-IF
           END-IF.

       3300-APLICAR-A-FACTURA.
      **   el importe baja el tramo de antiguedad de la factura; si
      **   la factura ya no esta en FACTURAS el importe va a cuenta
           MOVE FACTURA-APLICADA TO fact-factura.
           MOVE LOW-VALUES TO fact-art.
           MOVE 0 TO EOF-FACTURAS.
           START FACTURAS KEY IS >= FACT-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTURAS.
           IF EOF-FACTURAS <> 1
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS
           END-IF.
           IF EOF-FACTURAS = 1 OR fact-factura <> FACTURA-APLICADA
               PERFORM 3400-SUMAR-A-CUENTA
           ELSE
               MOVE fact-fecha TO FECHA-DESGLOSE
               PERFORM 1500-FECHA-A-DIAS
               COMPUTE DIAS-ANTIGUEDAD = DIAS-HOY - DIAS-FACT
               PERFORM 2200-BUSCAR-O-AGREGAR
               IF ANT-HALLADO = 'S'
                   EVALUATE TRUE
                       WHEN DIAS-ANTIGUEDAD <= 30
                           SUBTRACT IMPORTE-APLICADO
                               FROM ANT-T-CORRIENTE(SUB-B)
                       WHEN DIAS-ANTIGUEDAD <= 60
                           SUBTRACT IMPORTE-APLICADO
                               FROM ANT-T-B30(SUB-B)
                       WHEN DIAS-ANTIGUEDAD <= 90
                           SUBTRACT IMPORTE-APLICADO
                               FROM ANT-T-B60(SUB-B)
                       WHEN OTHER
                           SUBTRACT IMPORTE-APLICADO
                               FROM ANT-T-B90(SUB-B)
                   END-EVALUATE
               END-IF
           END-IF.

       3400-SUMAR-A-CUENTA.
           MOVE 0 TO SUB-C.
           MOVE 'N' TO ACU-HALLADO.
           PERFORM 3410-COMPARAR-ACU
               UNTIL ACU-HALLADO = 'S' OR SUB-C >= CANT-ACU-TABLA.
           IF ACU-HALLADO = 'N'
               IF CANT-ACU-TABLA < MAX-ACU-TABLA
                   ADD 1 TO CANT-ACU-TABLA
                   MOVE CANT-ACU-TABLA TO SUB-C
                   MOVE CLIENTE-APLICADO TO ACU-T-CLI(SUB-C)
                   MOVE 0 TO ACU-T-IMPORTE(SUB-C)
                   MOVE 'S' TO ACU-HALLADO
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-ACU-TABLA,
                       " CLIENTES CON PAGOS A CUENTA, SE OMITEN"
               END-IF
           END-IF.
           IF ACU-HALLADO = 'S'
               ADD IMPORTE-APLICADO TO ACU-T-IMPORTE(SUB-C)
           END-IF.

       3410-COMPARAR-ACU.
           ADD 1 TO SUB-C.
           IF ACU-T-CLI(SUB-C) = CLIENTE-APLICADO
               MOVE 'S' TO ACU-HALLADO
           END-IF.

       3500-NETEAR-IMPUTACIONES.
      **   cada imputacion pasa importe de lo cobrado a cuenta a una
      **   factura puntual
           IF HAY-IMPUTACIONES = 'S'
               MOVE LOW-VALUES TO IMP-CLAVE
               START IMPUTACIONES KEY IS > IMP-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-IMPUTACIONES
               END-START
               IF EOF-IMPUTACIONES <> 1
                   READ IMPUTACIONES NEXT
                       AT END MOVE 1 TO EOF-IMPUTACIONES
                   END-READ
               END-IF
               PERFORM UNTIL EOF-IMPUTACIONES = 1
                   IF CLIENTE-PEDIDO = 0
                       OR IMP-CLIENTE = CLIENTE-PEDIDO
                       PERFORM 3510-APLICAR-IMPUTACION
                   END-IF
                   READ IMPUTACIONES NEXT
                       AT END MOVE 1 TO EOF-IMPUTACIONES
                   END-READ
               END-PERFORM
           END-IF.

       3510-APLICAR-IMPUTACION.
           MOVE 'N' TO COB-MEDIO.
           IF HAY-COBRANZAS = 'S'
               MOVE IMP-RECIBO TO COB-RECIBO
               READ COBRANZAS
                   INVALID KEY
                       MOVE 'R' TO COB-MEDIO
               END-READ
           END-IF.
           IF NOT COB-RECHAZADO
               MOVE IMP-CLIENTE TO CLIENTE-APLICADO
               MOVE IMP-FACTURA TO FACTURA-APLICADA
               MOVE IMP-IMPORTE TO IMPORTE-APLICADO
               PERFORM 3300-APLICAR-A-FACTURA
               COMPUTE IMPORTE-APLICADO = IMP-IMPORTE * -1
               PERFORM 3400-SUMAR-A-CUENTA
           END-IF.

       3800-NETEAR-A-CUENTA.
      **   el saldo a cuenta sin imputar netea primero la deuda mas
      **   vieja del cliente, sin importar a que vendedor se facturo
           PERFORM 3810-NETEAR-CLIENTE
               VARYING SUB-C FROM 1 BY 1
               UNTIL SUB-C > CANT-ACU-TABLA.

       3810-NETEAR-CLIENTE.
           IF ACU-T-IMPORTE(SUB-C) > 0
               MOVE ACU-T-CLI(SUB-C) TO CLIENTE-APLICADO
               MOVE ACU-T-IMPORTE(SUB-C) TO IMPORTE-RESTANTE
               PERFORM 3105-NETEAR-RESTANTE
           END-IF.

       5000-ORDENAR-TABLA.
           PERFORM 5100-PASADA-ORDEN
               VARYING SUB-I FROM 1 BY 1
           IF HAY-COBRANZAS = 'S'
               CLOSE COBRANZAS
           END-IF.
           IF HAY-IMPUTACIONES = 'S'
               CLOSE IMPUTACIONES
           END-IF.
           IF HAY-NOTASDEBITO = 'S'
               CLOSE NOTASDEBITO
           END-IF.
           DISPLAY "REPORTE DE ANTIGUEDAD GENERADO. CLIENTES: ",
               CANT-ANT-TABLA.

