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
           SELECT FACTCOMPRAS
           ASSIGN TO '../facturas_compras.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCO-CLAVE.
           SELECT OPAPLIC ASSIGN TO '../ordenes_pago_aplic.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPD-CLAVE
               FILE STATUS IS WS-OPAPLIC-STATUS.
           SELECT CTACTEPRO ASSIGN TO '../cuenta_corriente_prov.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FACTCOMPRAS.
       01  FCO-REGISTRO.
           03 FCO-CLAVE.
               05 FCO-PROVEEDOR                PIC 9(6).
               05 FCO-FACTURA                  PIC 9(12).
           03 FCO-FECHA                        PIC 9(8).
           03 FCO-REMITO                       PIC 9(10).
           03 FCO-TASA-IVA                     PIC 9(2)V99.
           03 FCO-NETO                         PIC 9(10)V99.
           03 FCO-IVA                          PIC 9(10)V99.
           03 FCO-TOTAL                        PIC 9(10)V99.
           03 FCO-ESTADO                       PIC X.
               88 FCO-PENDIENTE                VALUE 'P'.
               88 FCO-SALDADA                  VALUE 'S'.
       FD  OPAPLIC.
       01  OPD-REGISTRO.
           03 OPD-CLAVE.
               05 OPD-PROVEEDOR                PIC 9(6).
               05 OPD-FACTURA                  PIC 9(12).
               05 OPD-ORDEN                    PIC 9(8).
           03 OPD-FECHA                        PIC 9(8).
           03 OPD-IMPORTE                      PIC 9(10)V99.
       FD  CTACTEPRO.
       01  CTP-LINEA                           PIC X(100).

       WORKING-STORAGE SECTION.
       01  CTP-ENCAB-PRO.
           03 FILLER                           PIC X(23)
               VALUE "CUENTA CORRIENTE PROV: ".
           03 CTP-E-PRO                        PIC ZZZZZ9.
       01  CTP-DETALLE.
           03 FILLER                           PIC X(11)
               VALUE "  FACTURA: ".
           03 CTP-D-FACTURA                    PIC Z(11)9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 CTP-D-FECHA                      PIC 9(8).
           03 FILLER                           PIC X(7)
               VALUE "  TIPO ".
           03 CTP-D-TIPO                       PIC X.
           03 FILLER                           PIC X(6)
               VALUE "  OP: ".
           03 CTP-D-ORDEN                      PIC Z(7)9.
           03 FILLER                           PIC X(11)
               VALUE "  IMPORTE: ".
           03 CTP-D-IMPORTE                    PIC -(9)9,99.
           03 FILLER                           PIC X(9)
               VALUE "  SALDO: ".
           03 CTP-D-SALDO                      PIC -(9)9,99.
       01  CTP-TOTAL-PRO.
           03 FILLER                           PIC X(24)
               VALUE "  TOTAL DEL PROVEEDOR:  ".
           03 CTP-T-SALDO                      PIC -(9)9,99.
       01  CTP-TOTAL-GRAL.
           03 FILLER                           PIC X(24)
               VALUE "TOTAL GENERAL:          ".
           03 CTP-G-SALDO                      PIC -(9)9,99.

       77  EOF-FACTCOMPRAS                     PIC 9 VALUE 0.
       77  EOF-OPAPLIC                         PIC 9 VALUE 0.
       77  WS-OPAPLIC-STATUS                   PIC X(02).
       77  HAY-OPAPLIC                         PIC X VALUE 'N'.
       77  PROVEEDOR-PEDIDO                    PIC 9(6).
       77  ANT-PRO                             PIC 9(6).
       77  SALDO-PRO                           PIC S9(10)V99.
       77  SALDO-GRAL                          PIC S9(10)V99.
       77  CANT-CTP-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-CTP-TABLA                       PIC 9(4) VALUE 2000.
       77  SUB-I                               PIC 9(4).
       77  SUB-J                               PIC 9(4).
       01  AUX-ITEM.
           03 AUX-PRO                          PIC 9(6).
           03 AUX-FACTURA                      PIC 9(12).
           03 AUX-FECHA                        PIC 9(8).
           03 AUX-TIPO                         PIC X.
           03 AUX-ORDEN                        PIC 9(8).
           03 AUX-IMPORTE                      PIC S9(10)V99.

       01  TABLA-CTP.
           03 CTP-ITEM OCCURS 2000 TIMES.
               05 CTP-T-PRO                    PIC 9(6).
               05 CTP-T-FACTURA                PIC 9(12).
               05 CTP-T-FECHA                  PIC 9(8).
               05 CTP-T-TIPO                   PIC X.
               05 CTP-T-ORDEN                  PIC 9(8).
               05 CTP-T-IMPORTE                PIC S9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           PERFORM 2000-RECORRER-FACTCOMPRAS.
           PERFORM 4000-CARGAR-PAGOS.
           PERFORM 5000-ORDENAR-TABLA.
           PERFORM 6000-IMPRIMIR-RESUMEN.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           OPEN INPUT FACTCOMPRAS.
           OPEN OUTPUT CTACTEPRO.
           PERFORM 1100-ABRIR-OPAPLIC.
           DISPLAY 'Ingrese numero de proveedor (0 = todos):'.
           ACCEPT PROVEEDOR-PEDIDO.

       1100-ABRIR-OPAPLIC.
           OPEN INPUT OPAPLIC.
           IF WS-OPAPLIC-STATUS = '00'
               MOVE 'S' TO HAY-OPAPLIC
           ELSE
               DISPLAY 'SIN ORDENES DE PAGO: la cuenta sale '
                   'solo con facturas de compra.'
           END-IF.

       2000-RECORRER-FACTCOMPRAS.
      **   la pata acreedora de la cuenta: cada factura de compra
      **   es deuda con el proveedor
           MOVE LOW-VALUES TO FCO-CLAVE.
           IF PROVEEDOR-PEDIDO > 0
               MOVE PROVEEDOR-PEDIDO TO FCO-PROVEEDOR
               MOVE 0 TO FCO-FACTURA
           END-IF.
           START FACTCOMPRAS KEY IS >= FCO-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTCOMPRAS.
           IF EOF-FACTCOMPRAS <> 1
               READ FACTCOMPRAS NEXT AT END MOVE 1 TO EOF-FACTCOMPRAS
           END-IF.
           PERFORM UNTIL EOF-FACTCOMPRAS = 1
               OR (PROVEEDOR-PEDIDO > 0
                   AND FCO-PROVEEDOR > PROVEEDOR-PEDIDO)
               PERFORM 3000-GRABAR-FACTURA
               READ FACTCOMPRAS NEXT AT END MOVE 1 TO EOF-FACTCOMPRAS
           END-PERFORM.

       3000-GRABAR-FACTURA.
           IF CANT-CTP-TABLA < MAX-CTP-TABLA
               ADD 1 TO CANT-CTP-TABLA
               MOVE FCO-PROVEEDOR TO CTP-T-PRO(CANT-CTP-TABLA)
               MOVE FCO-FACTURA   TO CTP-T-FACTURA(CANT-CTP-TABLA)
               MOVE FCO-FECHA     TO CTP-T-FECHA(CANT-CTP-TABLA)
               MOVE 'F'           TO CTP-T-TIPO(CANT-CTP-TABLA)
               MOVE 0             TO CTP-T-ORDEN(CANT-CTP-TABLA)
               MOVE FCO-TOTAL     TO CTP-T-IMPORTE(CANT-CTP-TABLA)
           ELSE
               DISPLAY "ADVERTENCIA: SUPERA ", MAX-CTP-TABLA,
                   " LINEAS DE CUENTA, SE OMITEN LOS EXCEDENTES"
           END-IF.

       4000-CARGAR-PAGOS.
      **   cada imputacion de una orden de pago cancela la factura
      **   a la que se aplico, con importe negativo
           IF HAY-OPAPLIC = 'S'
               MOVE LOW-VALUES TO OPD-CLAVE
               IF PROVEEDOR-PEDIDO > 0
                   MOVE PROVEEDOR-PEDIDO TO OPD-PROVEEDOR
                   MOVE 0 TO OPD-FACTURA, OPD-ORDEN
               END-IF
               START OPAPLIC KEY IS >= OPD-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-OPAPLIC
               END-START
               IF EOF-OPAPLIC <> 1
                   READ OPAPLIC NEXT
                       AT END MOVE 1 TO EOF-OPAPLIC
                   END-READ
               END-IF
               PERFORM UNTIL EOF-OPAPLIC = 1
                   OR (PROVEEDOR-PEDIDO > 0
                       AND OPD-PROVEEDOR > PROVEEDOR-PEDIDO)
                   PERFORM 4100-GRABAR-PAGO
                   READ OPAPLIC NEXT
                       AT END MOVE 1 TO EOF-OPAPLIC
                   END-READ
               END-PERFORM
           END-IF.

       4100-GRABAR-PAGO.
           IF CANT-CTP-TABLA < MAX-CTP-TABLA
               ADD 1 TO CANT-CTP-TABLA
               MOVE OPD-PROVEEDOR TO CTP-T-PRO(CANT-CTP-TABLA)
               MOVE OPD-FACTURA   TO CTP-T-FACTURA(CANT-CTP-TABLA)
               MOVE OPD-FECHA     TO CTP-T-FECHA(CANT-CTP-TABLA)
               MOVE 'P'           TO CTP-T-TIPO(CANT-CTP-TABLA)
               MOVE OPD-ORDEN     TO CTP-T-ORDEN(CANT-CTP-TABLA)
               COMPUTE CTP-T-IMPORTE(CANT-CTP-TABLA) =
                   OPD-IMPORTE * -1
           ELSE
               DISPLAY "ADVERTENCIA: SUPERA ", MAX-CTP-TABLA,
                   " LINEAS DE CUENTA, SE OMITEN LOS EXCEDENTES"
           END-IF.

       5000-ORDENAR-TABLA.
           PERFORM 5100-PASADA-ORDEN
               VARYING SUB-I FROM 1 BY 1
               UNTIL SUB-I >= CANT-CTP-TABLA.

       5100-PASADA-ORDEN.
           PERFORM 5110-COMPARAR-SWAP
               VARYING SUB-J FROM 1 BY 1
               UNTIL SUB-J > CANT-CTP-TABLA - SUB-I.

       5110-COMPARAR-SWAP.
           IF CTP-T-PRO(SUB-J) > CTP-T-PRO(SUB-J + 1)
               OR (CTP-T-PRO(SUB-J) = CTP-T-PRO(SUB-J + 1)
                   AND CTP-T-FACTURA(SUB-J) > CTP-T-FACTURA(SUB-J + 1))
               OR (CTP-T-PRO(SUB-J) = CTP-T-PRO(SUB-J + 1)
                   AND CTP-T-FACTURA(SUB-J) = CTP-T-FACTURA(SUB-J + 1)
                   AND CTP-T-ORDEN(SUB-J) > CTP-T-ORDEN(SUB-J + 1))
               MOVE CTP-ITEM(SUB-J) TO AUX-ITEM
               MOVE CTP-ITEM(SUB-J + 1) TO CTP-ITEM(SUB-J)
               MOVE AUX-ITEM TO CTP-ITEM(SUB-J + 1)
           END-IF.

       6000-IMPRIMIR-RESUMEN.
           MOVE 0 TO SALDO-GRAL.
           MOVE 0 TO SUB-I.
           IF CANT-CTP-TABLA = 0
               DISPLAY "SIN MOVIMIENTOS PARA EL PROVEEDOR PEDIDO"
           END-IF.
           PERFORM UNTIL SUB-I >= CANT-CTP-TABLA
               ADD 1 TO SUB-I
               IF SUB-I = 1 OR CTP-T-PRO(SUB-I) <> ANT-PRO
                   IF SUB-I > 1
                       PERFORM 6200-TOTAL-PROVEEDOR
                   END-IF
                   PERFORM 6100-ENCABEZADO-PROVEEDOR
               END-IF
               PERFORM 6300-IMPRIMIR-LINEA
           END-PERFORM.
           IF CANT-CTP-TABLA > 0
               PERFORM 6200-TOTAL-PROVEEDOR
           END-IF.
           MOVE SALDO-GRAL TO CTP-G-SALDO.
           WRITE CTP-LINEA FROM CTP-TOTAL-GRAL.

       6100-ENCABEZADO-PROVEEDOR.
           MOVE CTP-T-PRO(SUB-I) TO ANT-PRO.
           MOVE 0 TO SALDO-PRO.
           MOVE ANT-PRO TO CTP-E-PRO.
           WRITE CTP-LINEA FROM CTP-ENCAB-PRO.

       6200-TOTAL-PROVEEDOR.
           MOVE SALDO-PRO TO CTP-T-SALDO.
           WRITE CTP-LINEA FROM CTP-TOTAL-PRO.

       6300-IMPRIMIR-LINEA.
           ADD CTP-T-IMPORTE(SUB-I) TO SALDO-PRO.
           ADD CTP-T-IMPORTE(SUB-I) TO SALDO-GRAL.
           MOVE CTP-T-FACTURA(SUB-I) TO CTP-D-FACTURA.
           MOVE CTP-T-FECHA(SUB-I)   TO CTP-D-FECHA.
           MOVE CTP-T-TIPO(SUB-I)    TO CTP-D-TIPO.
           MOVE CTP-T-ORDEN(SUB-I)   TO CTP-D-ORDEN.
           MOVE CTP-T-IMPORTE(SUB-I) TO CTP-D-IMPORTE.
           MOVE SALDO-PRO            TO CTP-D-SALDO.
           WRITE CTP-LINEA FROM CTP-DETALLE.

       9000-FIN-GENERAL.
           CLOSE FACTCOMPRAS, CTACTEPRO.
           IF HAY-OPAPLIC = 'S'
               CLOSE OPAPLIC
           END-IF.
           DISPLAY "CUENTA CORRIENTE DE PROVEEDORES GENERADA.".

       END PROGRAM YOUR-PROGRAM-NAME.
