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
           SELECT PROVEEDORES ASSIGN TO '../proveedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WS-PROVEEDORES-STATUS.
           SELECT REPANTPRO ASSIGN TO '../reporte_antiguedad_prov.dat'
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
       FD  PROVEEDORES.
       01  PRO-REGISTRO.
           03 PRO-CODIGO                       PIC 9(6).
           03 PRO-RAZON-SOCIAL                 PIC X(30).
           03 PRO-CUIT                         PIC 9(11).
           03 PRO-COND-IVA                     PIC X(2).
           03 PRO-DOMICILIO                    PIC X(30).
       FD  REPANTPRO.
       01  ANT-LINEA                           PIC X(140).

       WORKING-STORAGE SECTION.
       01  ANT-TITULO.
           03 FILLER                           PIC X(39)
               VALUE "ANTIGUEDAD DE DEUDA CON PROVEEDORES AL ".
           03 ANT-T-FECHA                      PIC 9(8).
       01  ANT-DETALLE.
           03 FILLER                           PIC X(11)
               VALUE "PROVEEDOR: ".
           03 ANT-D-PRO                        PIC ZZZZZ9.
           03 FILLER                           PIC X(1) VALUE SPACE.
           03 ANT-D-RAZON                      PIC X(30).
           03 FILLER                           PIC X(13)
               VALUE "  CORRIENTE: ".
           03 ANT-D-CORRIENTE                  PIC -(8)9,99.
           03 FILLER                           PIC X(7)
               VALUE "  30D: ".
           03 ANT-D-B30                        PIC -(8)9,99.
           03 FILLER                           PIC X(7)
               VALUE "  60D: ".
           03 ANT-D-B60                        PIC -(8)9,99.
           03 FILLER                           PIC X(7)
               VALUE "  90+: ".
           03 ANT-D-B90                        PIC -(8)9,99.
       01  ANT-TOTAL-GRAL.
           03 FILLER                           PIC X(48)
               VALUE "TOTAL GENERAL".
           03 FILLER                           PIC X(13)
               VALUE "  CORRIENTE: ".
           03 ANT-G-CORRIENTE                  PIC -(8)9,99.
           03 FILLER                           PIC X(7)
               VALUE "  30D: ".
           03 ANT-G-B30                        PIC -(8)9,99.
           03 FILLER                           PIC X(7)
               VALUE "  60D: ".
           03 ANT-G-B60                        PIC -(8)9,99.
           03 FILLER                           PIC X(7)
               VALUE "  90+: ".
           03 ANT-G-B90                        PIC -(8)9,99.

       77  EOF-FACTCOMPRAS                     PIC 9 VALUE 0.
       77  EOF-OPAPLIC                         PIC 9 VALUE 0.
       77  WS-OPAPLIC-STATUS                   PIC X(02).
       77  WS-PROVEEDORES-STATUS               PIC X(02).
       77  HAY-OPAPLIC                         PIC X VALUE 'N'.
       77  HAY-PROVEEDORES                     PIC X VALUE 'N'.
       77  WS-FECHA-PROCESO                    PIC 9(8).
       77  DIAS-HOY                            PIC S9(8).
       77  DIAS-FACT                           PIC S9(8).
       77  DIAS-ANTIGUEDAD                     PIC S9(8).
       01  FECHA-DESGLOSE.
           03 FDG-AAAA                         PIC 9(4).
           03 FDG-MM                           PIC 99.
           03 FDG-DD                           PIC 99.
       77  IMPORTE-PAGADO                      PIC 9(10)V99.
       77  SALDO-FACTURA                       PIC S9(10)V99.
       77  CANT-ANT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-ANT-TABLA                       PIC 9(4) VALUE 2000.
       77  SUB-I                               PIC 9(4).
       77  SUB-B                               PIC 9(4).
       77  ANT-HALLADO                         PIC X.
       01  TOTAL-ACUM.
           03 TOTG-CORRIENTE                   PIC S9(12)V99 VALUE 0.
           03 TOTG-B30                         PIC S9(12)V99 VALUE 0.
           03 TOTG-B60                         PIC S9(12)V99 VALUE 0.
           03 TOTG-B90                         PIC S9(12)V99 VALUE 0.

       01  TABLA-ANT.
           03 ANT-ITEM OCCURS 2000 TIMES.
               05 ANT-T-PRO                    PIC 9(6).
               05 ANT-T-CORRIENTE              PIC S9(10)V99.
               05 ANT-T-B30                    PIC S9(10)V99.
               05 ANT-T-B60                    PIC S9(10)V99.
               05 ANT-T-B90                    PIC S9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           PERFORM 2000-RECORRER-FACTCOMPRAS.
           PERFORM 6000-IMPRIMIR-REPORTE.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           OPEN INPUT FACTCOMPRAS.
           OPEN OUTPUT REPANTPRO.
           OPEN INPUT OPAPLIC.
           IF WS-OPAPLIC-STATUS = '00'
               MOVE 'S' TO HAY-OPAPLIC
           ELSE
               DISPLAY "SIN ORDENES DE PAGO: toda factura pendiente "
                   "se toma por su total."
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF WS-PROVEEDORES-STATUS = '00'
               MOVE 'S' TO HAY-PROVEEDORES
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FECHA-PROCESO TO FECHA-DESGLOSE.
           PERFORM 1500-FECHA-A-DIAS.
           MOVE DIAS-FACT TO DIAS-HOY.
           MOVE WS-FECHA-PROCESO TO ANT-T-FECHA.
           WRITE ANT-LINEA FROM ANT-TITULO.

       1500-FECHA-A-DIAS.
      **   conversion aproximada a dias (anio de 360): alcanza para
      **   encasillar la deuda en corriente / 30 / 60 / 90+
           COMPUTE DIAS-FACT =
               FDG-AAAA * 360 + (FDG-MM - 1) * 30 + FDG-DD.

       2000-RECORRER-FACTCOMPRAS.
      **   la clave ya viene ordenada por proveedor: la tabla queda
      **   ordenada sin necesidad de un sort
           MOVE LOW-VALUES TO FCO-CLAVE.
           START FACTCOMPRAS KEY IS > FCO-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTCOMPRAS.
           IF EOF-FACTCOMPRAS <> 1
               READ FACTCOMPRAS NEXT AT END MOVE 1 TO EOF-FACTCOMPRAS
           END-IF.
           PERFORM UNTIL EOF-FACTCOMPRAS = 1
               IF FCO-PENDIENTE
                   PERFORM 2100-ACUMULAR-FACTURA
               END-IF
               READ FACTCOMPRAS NEXT AT END MOVE 1 TO EOF-FACTCOMPRAS
           END-PERFORM.

       2100-ACUMULAR-FACTURA.
           PERFORM 2300-CALCULAR-PAGADO.
           COMPUTE SALDO-FACTURA = FCO-TOTAL - IMPORTE-PAGADO.
           IF SALDO-FACTURA > 0
               MOVE FCO-FECHA TO FECHA-DESGLOSE
               PERFORM 1500-FECHA-A-DIAS
               COMPUTE DIAS-ANTIGUEDAD = DIAS-HOY - DIAS-FACT
               PERFORM 2200-BUSCAR-O-AGREGAR
               IF ANT-HALLADO = 'S'
                   EVALUATE TRUE
                       WHEN DIAS-ANTIGUEDAD <= 30
                           ADD SALDO-FACTURA TO ANT-T-CORRIENTE(SUB-B)
                       WHEN DIAS-ANTIGUEDAD <= 60
                           ADD SALDO-FACTURA TO ANT-T-B30(SUB-B)
                       WHEN DIAS-ANTIGUEDAD <= 90
                           ADD SALDO-FACTURA TO ANT-T-B60(SUB-B)
                       WHEN OTHER
                           ADD SALDO-FACTURA TO ANT-T-B90(SUB-B)
                   END-EVALUATE
               END-IF
           END-IF.

       2200-BUSCAR-O-AGREGAR.
           MOVE 'N' TO ANT-HALLADO.
           IF CANT-ANT-TABLA > 0
               AND ANT-T-PRO(CANT-ANT-TABLA) = FCO-PROVEEDOR
               MOVE CANT-ANT-TABLA TO SUB-B
               MOVE 'S' TO ANT-HALLADO
           ELSE
               IF CANT-ANT-TABLA < MAX-ANT-TABLA
                   ADD 1 TO CANT-ANT-TABLA
                   MOVE CANT-ANT-TABLA TO SUB-B
                   MOVE FCO-PROVEEDOR TO ANT-T-PRO(SUB-B)
                   MOVE 0 TO ANT-T-CORRIENTE(SUB-B)
                   MOVE 0 TO ANT-T-B30(SUB-B)
                   MOVE 0 TO ANT-T-B60(SUB-B)
                   MOVE 0 TO ANT-T-B90(SUB-B)
                   MOVE 'S' TO ANT-HALLADO
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-ANT-TABLA,
                       " PROVEEDORES, SE OMITEN"
               END-IF
           END-IF.

       2300-CALCULAR-PAGADO.
      **   un pago parcial deja la factura pendiente: lo que se
      **   debe es el total menos lo imputado en ordenes de pago
           MOVE 0 TO IMPORTE-PAGADO.
           IF HAY-OPAPLIC = 'S'
               MOVE 0 TO EOF-OPAPLIC
               MOVE FCO-PROVEEDOR TO OPD-PROVEEDOR
               MOVE FCO-FACTURA TO OPD-FACTURA
               MOVE 0 TO OPD-ORDEN
               START OPAPLIC KEY IS >= OPD-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-OPAPLIC
               END-START
               IF EOF-OPAPLIC <> 1
                   READ OPAPLIC NEXT AT END MOVE 1 TO EOF-OPAPLIC
                   END-READ
               END-IF
               PERFORM UNTIL EOF-OPAPLIC = 1
                             OR OPD-PROVEEDOR <> FCO-PROVEEDOR
                             OR OPD-FACTURA <> FCO-FACTURA
                   ADD OPD-IMPORTE TO IMPORTE-PAGADO
                   READ OPAPLIC NEXT AT END MOVE 1 TO EOF-OPAPLIC
                   END-READ
               END-PERFORM
           END-IF.

       6000-IMPRIMIR-REPORTE.
           IF CANT-ANT-TABLA = 0
               DISPLAY "SIN DEUDA PENDIENTE CON PROVEEDORES"
           END-IF.
           PERFORM 6100-IMPRIMIR-PROVEEDOR
               VARYING SUB-I FROM 1 BY 1
               UNTIL SUB-I > CANT-ANT-TABLA.
           MOVE TOTG-CORRIENTE TO ANT-G-CORRIENTE.
           MOVE TOTG-B30       TO ANT-G-B30.
           MOVE TOTG-B60       TO ANT-G-B60.
           MOVE TOTG-B90       TO ANT-G-B90.
           WRITE ANT-LINEA FROM ANT-TOTAL-GRAL.

       6100-IMPRIMIR-PROVEEDOR.
           MOVE ANT-T-PRO(SUB-I)       TO ANT-D-PRO.
           MOVE SPACES TO ANT-D-RAZON.
           IF HAY-PROVEEDORES = 'S'
               MOVE ANT-T-PRO(SUB-I) TO PRO-CODIGO
               READ PROVEEDORES
                   INVALID KEY
                       MOVE "(SIN MAESTRO)" TO ANT-D-RAZON
                   NOT INVALID KEY
                       MOVE PRO-RAZON-SOCIAL TO ANT-D-RAZON
               END-READ
           END-IF.
           MOVE ANT-T-CORRIENTE(SUB-I) TO ANT-D-CORRIENTE.
           MOVE ANT-T-B30(SUB-I)       TO ANT-D-B30.
           MOVE ANT-T-B60(SUB-I)       TO ANT-D-B60.
           MOVE ANT-T-B90(SUB-I)       TO ANT-D-B90.
           WRITE ANT-LINEA FROM ANT-DETALLE.
           ADD ANT-T-CORRIENTE(SUB-I) TO TOTG-CORRIENTE.
           ADD ANT-T-B30(SUB-I) TO TOTG-B30.
           ADD ANT-T-B60(SUB-I) TO TOTG-B60.
           ADD ANT-T-B90(SUB-I) TO TOTG-B90.

       9000-FIN-GENERAL.
           CLOSE FACTCOMPRAS, REPANTPRO.
           IF HAY-OPAPLIC = 'S'
               CLOSE OPAPLIC
           END-IF.
           IF HAY-PROVEEDORES = 'S'
               CLOSE PROVEEDORES
           END-IF.
           DISPLAY "REPORTE DE ANTIGUEDAD DE PROVEEDORES GENERADO. "
               "PROVEEDORES: ", CANT-ANT-TABLA.

       END PROGRAM YOUR-PROGRAM-NAME.
