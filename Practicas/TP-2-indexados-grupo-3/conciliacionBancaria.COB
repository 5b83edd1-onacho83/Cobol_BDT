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
           SELECT EXTRACTO ASSIGN TO '../extracto_bancario.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACTO-STATUS.
           SELECT CUOTAS ASSIGN TO '../cuotas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-RECIBO
               ALTERNATE KEY IS CUO-PASAJERO WITH DUPLICATES
               FILE STATUS IS WS-CUOTAS-STATUS.
           SELECT COBRANZAS ASSIGN TO '../cobranzas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-RECIBO
               ALTERNATE RECORD KEY IS COB-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-COBRANZAS-STATUS.
           SELECT CARTERA ASSIGN TO '../cartera_cheques.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CLAVE
               FILE STATUS IS WS-CARTERA-STATUS.
           SELECT REPCONC ASSIGN TO '../conciliacion_bancaria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTO.
       01  EXT-REG.
           03 EXT-FECHA                        PIC 9(8).
           03 FILLER                           PIC X.
           03 EXT-TIPO                         PIC X.
               88 EXT-CREDITO                  VALUE 'C'.
               88 EXT-DEBITO                   VALUE 'D'.
           03 FILLER                           PIC X.
           03 EXT-IMPORTE                      PIC 9(10)V99.
           03 FILLER                           PIC X.
           03 EXT-REFERENCIA                   PIC X(20).
           03 EXT-REF-RECIBO REDEFINES EXT-REFERENCIA.
               05 EXT-REF-NUMERO               PIC 9(10).
               05 FILLER                       PIC X(10).
           03 FILLER                           PIC X.
           03 EXT-CONCEPTO                     PIC X(30).
       FD  CUOTAS.
       01  CUOTA-REG.
           03 CUO-RECIBO                       PIC 9(10).
           03 CUO-PASAJERO                     PIC 9(5).
           03 CUO-ANIO                         PIC 9(4).
           03 CUO-FECHA                        PIC 9(8).
           03 CUO-IMPORTE                      PIC 9(8).
           03 CUO-APLICADO                     PIC X.
               88 CUO-ANULADO                  VALUE 'X'.
           03 CUO-MEDIO-PAGO                   PIC X.
               88 CUO-TRANSFERENCIA            VALUE 'T'.
               88 CUO-DEBITO-AUTO              VALUE 'D'.
           03 CUO-OPERADOR                     PIC X(10).
       FD  COBRANZAS.
       01  COB-REGISTRO.
           03 COB-RECIBO                       PIC 9(10).
           03 COB-CLIENTE-FECHA.
               05 COB-CLIENTE                  PIC 9(6).
               05 COB-FECHA                    PIC 9(8).
           03 COB-IMPORTE                      PIC 9(10)V99.
           03 COB-MEDIO                        PIC X.
               88 COB-TRANSFERENCIA            VALUE 'T'.
           03 COB-FACTURA                      PIC 9(12).
       FD  CARTERA.
       01  CAR-REG.
           03 CAR-CLAVE.
               05 CAR-ORIGEN                   PIC X.
               05 CAR-RECIBO                   PIC 9(10).
           03 CAR-TITULAR                      PIC 9(6).
           03 CAR-BANCO                        PIC X(20).
           03 CAR-NUMERO                       PIC 9(10).
           03 CAR-FECHA-DEPOSITO               PIC 9(8).
           03 CAR-IMPORTE                      PIC 9(10)V99.
           03 CAR-ESTADO                       PIC X.
               88 CAR-DEPOSITADO               VALUE 'D'.
               88 CAR-ACREDITADO               VALUE 'A'.
           03 CAR-FECHA-ESTADO                 PIC 9(8).
           03 CAR-PROVEEDOR                    PIC 9(6).
           03 CAR-ORDEN-PAGO                   PIC 9(8).
       FD  REPCONC.
       01  CON-LINEA                           PIC X(132).

       WORKING-STORAGE SECTION.
       01  CON-TITULO.
           03 FILLER                           PIC X(30)
               VALUE "CONCILIACION BANCARIA DEL ".
           03 CON-T-DESDE                      PIC 9(8).
           03 FILLER                           PIC X(4) VALUE " AL ".
           03 CON-T-HASTA                      PIC 9(8).
           03 FILLER                           PIC X(16)
               VALUE "  TOLERANCIA: ".
           03 CON-T-TOLERANCIA                 PIC Z9.
           03 FILLER                           PIC X(5) VALUE " DIAS".
       01  CON-SECCION.
           03 FILLER                           PIC X(4) VALUE "--- ".
           03 CON-S-NOMBRE                     PIC X(50).
       01  CON-CONCILIADO.
           03 CON-C-FECHA-EXT                  PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 CON-C-REFERENCIA                 PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 CON-C-IMPORTE                    PIC Z(9)9,99.
           03 FILLER                           PIC X(4) VALUE " <- ".
           03 CON-C-ORIGEN                     PIC X(14).
           03 FILLER                           PIC X VALUE SPACE.
           03 CON-C-RECIBO                     PIC 9(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 CON-C-TITULAR                    PIC ZZZZZ9.
           03 FILLER                           PIC X VALUE SPACE.
           03 CON-C-FECHA-REC                  PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 CON-C-CRITERIO                   PIC X(15).
       01  CON-EXTRACTO.
           03 CON-E-FECHA                      PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 CON-E-REFERENCIA                 PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 CON-E-IMPORTE                    PIC Z(9)9,99.
           03 FILLER                           PIC X VALUE SPACE.
           03 CON-E-CONCEPTO                   PIC X(30).
       01  CON-RECIBO.
           03 CON-R-ORIGEN                     PIC X(14).
           03 FILLER                           PIC X VALUE SPACE.
           03 CON-R-RECIBO                     PIC 9(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 CON-R-TITULAR                    PIC ZZZZZ9.
           03 FILLER                           PIC X VALUE SPACE.
           03 CON-R-FECHA                      PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 CON-R-IMPORTE                    PIC Z(9)9,99.
       01  CON-TOTAL.
           03 FILLER                           PIC X(10)
               VALUE "  CANTIDAD".
           03 CON-TOT-CANT                     PIC ZZZZ9.
           03 FILLER                           PIC X(10)
               VALUE "  IMPORTE ".
           03 CON-TOT-IMPORTE                  PIC Z(11)9,99.

       77  WS-EXTRACTO-STATUS                  PIC X(02).
       77  WS-CUOTAS-STATUS                    PIC X(02).
       77  WS-COBRANZAS-STATUS                 PIC X(02).
       77  WS-CARTERA-STATUS                   PIC X(02).
       77  HAY-CUOTAS                          PIC X VALUE 'N'.
       77  HAY-COBRANZAS                       PIC X VALUE 'N'.
       77  HAY-CARTERA                         PIC X VALUE 'N'.
       77  EOF-EXTRACTO                        PIC 9 VALUE 0.
       77  EOF-CUOTAS                          PIC 9 VALUE 0.
       77  EOF-COBRANZAS                       PIC 9 VALUE 0.
       77  EOF-CARTERA                         PIC 9 VALUE 0.
       77  FECHA-DESDE                         PIC 9(8).
       77  FECHA-HASTA                         PIC 9(8).
       77  TOLERANCIA-DIAS                     PIC 99.
       77  DIAS-FECHA                          PIC S9(8).
       77  DIAS-EXTRACTO                       PIC S9(8).
       77  DIFERENCIA-DIAS                     PIC S9(8).
       77  MEJOR-DIFERENCIA                    PIC S9(8).
       77  MEJOR-REC                           PIC 9(4).
       77  CANT-REC-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-REC-TABLA                       PIC 9(4) VALUE 3000.
       77  CANT-EXT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-EXT-TABLA                       PIC 9(4) VALUE 3000.
       77  CONT-DEBITOS-EXT                    PIC 9(5) VALUE 0.
       77  SUB-R                               PIC 9(4).
       77  SUB-E                               PIC 9(4).
       77  ORIGEN-CARGA                        PIC X.
       77  RECIBO-CARGA                        PIC 9(10).
       77  TITULAR-CARGA                       PIC 9(6).
       77  FECHA-CARGA                         PIC 9(8).
       77  IMPORTE-CARGA                       PIC 9(10)V99.
       77  TOT-CANT                            PIC 9(5).
       77  TOT-IMPORTE                         PIC 9(12)V99.
       01  FECHA-DESGLOSE.
           03 FDG-AAAA                         PIC 9(4).
           03 FDG-MM                           PIC 99.
           03 FDG-DD                           PIC 99.

       01  TABLA-RECIBOS.
           03 REC-ITEM OCCURS 3000 TIMES.
               05 REC-T-ORIGEN                 PIC X.
               05 REC-T-RECIBO                 PIC 9(10).
               05 REC-T-TITULAR                PIC 9(6).
               05 REC-T-FECHA                  PIC 9(8).
               05 REC-T-DIAS                   PIC S9(8).
               05 REC-T-IMPORTE                PIC 9(10)V99.
               05 REC-T-CONCILIADO             PIC X.
       01  TABLA-EXTRACTO.
           03 EXT-ITEM OCCURS 3000 TIMES.
               05 EXT-T-FECHA                  PIC 9(8).
               05 EXT-T-IMPORTE                PIC 9(10)V99.
               05 EXT-T-REFERENCIA             PIC X(20).
               05 EXT-T-CONCEPTO               PIC X(30).
               05 EXT-T-REC                    PIC 9(4).
               05 EXT-T-CRITERIO               PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           PERFORM 2000-CARGAR-CUOTAS.
           PERFORM 2100-CARGAR-COBRANZAS.
           PERFORM 2200-CARGAR-CHEQUES.
           PERFORM 3000-CONCILIAR-EXTRACTO.
           PERFORM 6000-IMPRIMIR-REPORTE.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           OPEN INPUT EXTRACTO.
           IF WS-EXTRACTO-STATUS <> '00'
               DISPLAY 'NO SE PUEDE ABRIR EL EXTRACTO BANCARIO. '
                   'STATUS: ', WS-EXTRACTO-STATUS
               STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 1100-ABRIR-RECIBOS.
           OPEN OUTPUT REPCONC.
           DISPLAY 'Ingrese fecha desde de los recibos (AAAAMMDD):'.
           ACCEPT FECHA-DESDE.
           DISPLAY 'Ingrese fecha hasta de los recibos (AAAAMMDD, '
               '0 = hoy):'.
           ACCEPT FECHA-HASTA.
           IF FECHA-HASTA = 0
               ACCEPT FECHA-HASTA FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'Ingrese tolerancia en dias entre recibo y '
               'acreditacion (0 = 3 dias):'.
           ACCEPT TOLERANCIA-DIAS.
           IF TOLERANCIA-DIAS = 0
               MOVE 3 TO TOLERANCIA-DIAS
           END-IF.
           MOVE FECHA-DESDE TO CON-T-DESDE.
           MOVE FECHA-HASTA TO CON-T-HASTA.
           MOVE TOLERANCIA-DIAS TO CON-T-TOLERANCIA.
           WRITE CON-LINEA FROM CON-TITULO.

       1100-ABRIR-RECIBOS.
           OPEN INPUT CUOTAS.
           IF WS-CUOTAS-STATUS = '00'
               MOVE 'S' TO HAY-CUOTAS
           ELSE
               DISPLAY 'SIN ARCHIVO DE CUOTAS: no se concilian los '
                   'pagos del club.'
           END-IF.
           OPEN INPUT COBRANZAS.
           IF WS-COBRANZAS-STATUS = '00'
               MOVE 'S' TO HAY-COBRANZAS
           ELSE
               DISPLAY 'SIN ARCHIVO DE COBRANZAS: no se concilian '
                   'las cobranzas de ventas.'
           END-IF.
           OPEN INPUT CARTERA.
           IF WS-CARTERA-STATUS = '00'
               MOVE 'S' TO HAY-CARTERA
           END-IF.

       1500-FECHA-A-DIAS.
      **   conversion aproximada a dias (anio de 360), igual que en
      **   repAntiguedad: alcanza para medir unos pocos dias de
      **   diferencia entre el recibo y la acreditacion
           COMPUTE DIAS-FECHA =
               FDG-AAAA * 360 + (FDG-MM - 1) * 30 + FDG-DD.

       2000-CARGAR-CUOTAS.
      **   transferencias y debitos automaticos del club; los debitos
      **   aceptados de respuesta_debitos.dat ya estan en CUOTAS como
      **   recibos con medio 'D'
           IF HAY-CUOTAS = 'S'
               MOVE LOW-VALUES TO CUO-RECIBO
               START CUOTAS KEY IS > CUO-RECIBO
                   INVALID KEY
                       MOVE 1 TO EOF-CUOTAS
               END-START
               IF EOF-CUOTAS <> 1
                   READ CUOTAS NEXT AT END MOVE 1 TO EOF-CUOTAS
                   END-READ
               END-IF
               PERFORM UNTIL EOF-CUOTAS = 1
                   IF (CUO-TRANSFERENCIA OR CUO-DEBITO-AUTO)
                       AND NOT CUO-ANULADO
                       AND CUO-FECHA >= FECHA-DESDE
                       AND CUO-FECHA <= FECHA-HASTA
                       MOVE CUO-MEDIO-PAGO TO ORIGEN-CARGA
                       MOVE CUO-RECIBO TO RECIBO-CARGA
                       MOVE CUO-PASAJERO TO TITULAR-CARGA
                       MOVE CUO-FECHA TO FECHA-CARGA
                       MOVE CUO-IMPORTE TO IMPORTE-CARGA
                       PERFORM 2900-AGREGAR-RECIBO
                   END-IF
                   READ CUOTAS NEXT AT END MOVE 1 TO EOF-CUOTAS
                   END-READ
               END-PERFORM
           END-IF.

       2100-CARGAR-COBRANZAS.
           IF HAY-COBRANZAS = 'S'
               MOVE LOW-VALUES TO COB-RECIBO
               START COBRANZAS KEY IS > COB-RECIBO
                   INVALID KEY
                       MOVE 1 TO EOF-COBRANZAS
               END-START
               IF EOF-COBRANZAS <> 1
                   READ COBRANZAS NEXT AT END MOVE 1 TO EOF-COBRANZAS
                   END-READ
               END-IF
               PERFORM UNTIL EOF-COBRANZAS = 1
                   IF COB-TRANSFERENCIA
                       AND COB-FECHA >= FECHA-DESDE
                       AND COB-FECHA <= FECHA-HASTA
                       MOVE 'V' TO ORIGEN-CARGA
                       MOVE COB-RECIBO TO RECIBO-CARGA
                       MOVE COB-CLIENTE TO TITULAR-CARGA
                       MOVE COB-FECHA TO FECHA-CARGA
                       MOVE COB-IMPORTE TO IMPORTE-CARGA
                       PERFORM 2900-AGREGAR-RECIBO
                   END-IF
                   READ COBRANZAS NEXT AT END MOVE 1 TO EOF-COBRANZAS
                   END-READ
               END-PERFORM
           END-IF.

       2200-CARGAR-CHEQUES.
      **   los cheques depositados tambien llegan como credito en el
      **   extracto: se concilian por la fecha de deposito
           IF HAY-CARTERA = 'S'
               MOVE LOW-VALUES TO CAR-CLAVE
               START CARTERA KEY IS > CAR-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-CARTERA
               END-START
               IF EOF-CARTERA <> 1
                   READ CARTERA NEXT AT END MOVE 1 TO EOF-CARTERA
                   END-READ
               END-IF
               PERFORM UNTIL EOF-CARTERA = 1
                   IF (CAR-DEPOSITADO OR CAR-ACREDITADO)
                       AND CAR-FECHA-ESTADO >= FECHA-DESDE
                       AND CAR-FECHA-ESTADO <= FECHA-HASTA
                       MOVE 'Q' TO ORIGEN-CARGA
                       MOVE CAR-RECIBO TO RECIBO-CARGA
                       MOVE CAR-TITULAR TO TITULAR-CARGA
                       MOVE CAR-FECHA-ESTADO TO FECHA-CARGA
                       MOVE CAR-IMPORTE TO IMPORTE-CARGA
                       PERFORM 2900-AGREGAR-RECIBO
                   END-IF
                   READ CARTERA NEXT AT END MOVE 1 TO EOF-CARTERA
                   END-READ
               END-PERFORM
           END-IF.

       2900-AGREGAR-RECIBO.
           IF CANT-REC-TABLA < MAX-REC-TABLA
               ADD 1 TO CANT-REC-TABLA
               MOVE ORIGEN-CARGA  TO REC-T-ORIGEN(CANT-REC-TABLA)
               MOVE RECIBO-CARGA  TO REC-T-RECIBO(CANT-REC-TABLA)
               MOVE TITULAR-CARGA TO REC-T-TITULAR(CANT-REC-TABLA)
               MOVE FECHA-CARGA   TO REC-T-FECHA(CANT-REC-TABLA)
               MOVE FECHA-CARGA   TO FECHA-DESGLOSE
               PERFORM 1500-FECHA-A-DIAS
               MOVE DIAS-FECHA    TO REC-T-DIAS(CANT-REC-TABLA)
               MOVE IMPORTE-CARGA TO REC-T-IMPORTE(CANT-REC-TABLA)
               MOVE 'N' TO REC-T-CONCILIADO(CANT-REC-TABLA)
           ELSE
               DISPLAY "ADVERTENCIA: SUPERA ", MAX-REC-TABLA,
                   " RECIBOS, SE OMITEN LOS EXCEDENTES"
           END-IF.

       3000-CONCILIAR-EXTRACTO.
           READ EXTRACTO AT END MOVE 1 TO EOF-EXTRACTO.
           PERFORM UNTIL EOF-EXTRACTO = 1
               IF EXT-CREDITO
                   PERFORM 3100-AGREGAR-CREDITO
               ELSE
                   ADD 1 TO CONT-DEBITOS-EXT
               END-IF
               READ EXTRACTO AT END MOVE 1 TO EOF-EXTRACTO
           END-PERFORM.

       3100-AGREGAR-CREDITO.
           IF CANT-EXT-TABLA < MAX-EXT-TABLA
               ADD 1 TO CANT-EXT-TABLA
               MOVE CANT-EXT-TABLA TO SUB-E
               MOVE EXT-FECHA      TO EXT-T-FECHA(SUB-E)
               MOVE EXT-IMPORTE    TO EXT-T-IMPORTE(SUB-E)
               MOVE EXT-REFERENCIA TO EXT-T-REFERENCIA(SUB-E)
               MOVE EXT-CONCEPTO   TO EXT-T-CONCEPTO(SUB-E)
               MOVE 0 TO EXT-T-REC(SUB-E)
               MOVE SPACE TO EXT-T-CRITERIO(SUB-E)
               PERFORM 3200-BUSCAR-POR-REFERENCIA
               IF EXT-T-REC(SUB-E) = 0
                   PERFORM 3300-BUSCAR-POR-FECHA-IMPORTE
               END-IF
           ELSE
               DISPLAY "ADVERTENCIA: SUPERA ", MAX-EXT-TABLA,
                   " CREDITOS EN EL EXTRACTO, SE OMITEN"
           END-IF.

       3200-BUSCAR-POR-REFERENCIA.
      **   si el banco informa el numero de recibo como referencia
      **   y el importe coincide, el cruce es directo
           IF EXT-REF-NUMERO IS NUMERIC AND EXT-REF-NUMERO > 0
               MOVE 0 TO SUB-R
               PERFORM 3210-COMPARAR-REFERENCIA
                   UNTIL EXT-T-REC(SUB-E) > 0
                       OR SUB-R >= CANT-REC-TABLA
           END-IF.

       3210-COMPARAR-REFERENCIA.
           ADD 1 TO SUB-R.
           IF REC-T-CONCILIADO(SUB-R) = 'N'
               AND REC-T-RECIBO(SUB-R) = EXT-REF-NUMERO
               AND REC-T-IMPORTE(SUB-R) = EXT-IMPORTE
               MOVE SUB-R TO EXT-T-REC(SUB-E)
               MOVE 'R' TO EXT-T-CRITERIO(SUB-E)
               MOVE 'S' TO REC-T-CONCILIADO(SUB-R)
           END-IF.

       3300-BUSCAR-POR-FECHA-IMPORTE.
      **   sin referencia util se toma el recibo pendiente del mismo
      **   importe con la fecha mas cercana dentro de la tolerancia
           MOVE EXT-FECHA TO FECHA-DESGLOSE.
           PERFORM 1500-FECHA-A-DIAS.
           MOVE DIAS-FECHA TO DIAS-EXTRACTO.
           MOVE 0 TO MEJOR-REC.
           MOVE 99999 TO MEJOR-DIFERENCIA.
           MOVE 0 TO SUB-R.
           PERFORM 3310-COMPARAR-FECHA-IMPORTE CANT-REC-TABLA TIMES.
           IF MEJOR-REC > 0
               MOVE MEJOR-REC TO EXT-T-REC(SUB-E)
               MOVE 'F' TO EXT-T-CRITERIO(SUB-E)
               MOVE 'S' TO REC-T-CONCILIADO(MEJOR-REC)
           END-IF.

       3310-COMPARAR-FECHA-IMPORTE.
           ADD 1 TO SUB-R.
           IF REC-T-CONCILIADO(SUB-R) = 'N'
               AND REC-T-IMPORTE(SUB-R) = EXT-IMPORTE
               COMPUTE DIFERENCIA-DIAS =
                   DIAS-EXTRACTO - REC-T-DIAS(SUB-R)
               IF DIFERENCIA-DIAS < 0
                   COMPUTE DIFERENCIA-DIAS = DIFERENCIA-DIAS * -1
               END-IF
               IF DIFERENCIA-DIAS <= TOLERANCIA-DIAS
                   AND DIFERENCIA-DIAS < MEJOR-DIFERENCIA
                   MOVE DIFERENCIA-DIAS TO MEJOR-DIFERENCIA
                   MOVE SUB-R TO MEJOR-REC
               END-IF
           END-IF.

       6000-IMPRIMIR-REPORTE.
           PERFORM 6100-IMPRIMIR-CONCILIADOS.
           PERFORM 6200-IMPRIMIR-SIN-RECIBO.
           PERFORM 6300-IMPRIMIR-SIN-CREDITO.

       6100-IMPRIMIR-CONCILIADOS.
           MOVE "CREDITOS CONCILIADOS" TO CON-S-NOMBRE.
           WRITE CON-LINEA FROM CON-SECCION.
           MOVE 0 TO TOT-CANT, TOT-IMPORTE.
           MOVE 0 TO SUB-E.
           PERFORM 6110-LINEA-CONCILIADA CANT-EXT-TABLA TIMES.
           PERFORM 6900-IMPRIMIR-TOTAL.

       6110-LINEA-CONCILIADA.
           ADD 1 TO SUB-E.
           IF EXT-T-REC(SUB-E) > 0
               MOVE EXT-T-REC(SUB-E) TO SUB-R
               MOVE EXT-T-FECHA(SUB-E) TO CON-C-FECHA-EXT
               MOVE EXT-T-REFERENCIA(SUB-E) TO CON-C-REFERENCIA
               MOVE EXT-T-IMPORTE(SUB-E) TO CON-C-IMPORTE
               PERFORM 6800-DESCRIBIR-ORIGEN
               MOVE CON-R-ORIGEN TO CON-C-ORIGEN
               MOVE REC-T-RECIBO(SUB-R) TO CON-C-RECIBO
               MOVE REC-T-TITULAR(SUB-R) TO CON-C-TITULAR
               MOVE REC-T-FECHA(SUB-R) TO CON-C-FECHA-REC
               IF EXT-T-CRITERIO(SUB-E) = 'R'
                   MOVE "POR REFERENCIA" TO CON-C-CRITERIO
               ELSE
                   MOVE "FECHA E IMPORTE" TO CON-C-CRITERIO
               END-IF
               WRITE CON-LINEA FROM CON-CONCILIADO
               ADD 1 TO TOT-CANT
               ADD EXT-T-IMPORTE(SUB-E) TO TOT-IMPORTE
           END-IF.

       6200-IMPRIMIR-SIN-RECIBO.
           MOVE "CREDITOS DEL EXTRACTO SIN RECIBO REGISTRADO"
               TO CON-S-NOMBRE.
           WRITE CON-LINEA FROM CON-SECCION.
           MOVE 0 TO TOT-CANT, TOT-IMPORTE.
           MOVE 0 TO SUB-E.
           PERFORM 6210-LINEA-SIN-RECIBO CANT-EXT-TABLA TIMES.
           PERFORM 6900-IMPRIMIR-TOTAL.

       6210-LINEA-SIN-RECIBO.
           ADD 1 TO SUB-E.
           IF EXT-T-REC(SUB-E) = 0
               MOVE EXT-T-FECHA(SUB-E) TO CON-E-FECHA
               MOVE EXT-T-REFERENCIA(SUB-E) TO CON-E-REFERENCIA
               MOVE EXT-T-IMPORTE(SUB-E) TO CON-E-IMPORTE
               MOVE EXT-T-CONCEPTO(SUB-E) TO CON-E-CONCEPTO
               WRITE CON-LINEA FROM CON-EXTRACTO
               ADD 1 TO TOT-CANT
               ADD EXT-T-IMPORTE(SUB-E) TO TOT-IMPORTE
           END-IF.

       6300-IMPRIMIR-SIN-CREDITO.
           MOVE "RECIBOS REGISTRADOS SIN ACREDITACION BANCARIA"
               TO CON-S-NOMBRE.
           WRITE CON-LINEA FROM CON-SECCION.
           MOVE 0 TO TOT-CANT, TOT-IMPORTE.
           MOVE 0 TO SUB-R.
           PERFORM 6310-LINEA-SIN-CREDITO CANT-REC-TABLA TIMES.
           PERFORM 6900-IMPRIMIR-TOTAL.

       6310-LINEA-SIN-CREDITO.
           ADD 1 TO SUB-R.
           IF REC-T-CONCILIADO(SUB-R) = 'N'
               PERFORM 6800-DESCRIBIR-ORIGEN
               MOVE REC-T-RECIBO(SUB-R) TO CON-R-RECIBO
               MOVE REC-T-TITULAR(SUB-R) TO CON-R-TITULAR
               MOVE REC-T-FECHA(SUB-R) TO CON-R-FECHA
               MOVE REC-T-IMPORTE(SUB-R) TO CON-R-IMPORTE
               WRITE CON-LINEA FROM CON-RECIBO
               ADD 1 TO TOT-CANT
               ADD REC-T-IMPORTE(SUB-R) TO TOT-IMPORTE
           END-IF.

       6800-DESCRIBIR-ORIGEN.
           EVALUATE REC-T-ORIGEN(SUB-R)
               WHEN 'T'
                   MOVE "CUOTA TRANSF." TO CON-R-ORIGEN
               WHEN 'D'
                   MOVE "CUOTA DEBITO" TO CON-R-ORIGEN
               WHEN 'V'
                   MOVE "COBRANZA TRF." TO CON-R-ORIGEN
               WHEN 'Q'
                   MOVE "CHEQUE DEPOS." TO CON-R-ORIGEN
           END-EVALUATE.

       6900-IMPRIMIR-TOTAL.
           MOVE TOT-CANT TO CON-TOT-CANT.
           MOVE TOT-IMPORTE TO CON-TOT-IMPORTE.
           WRITE CON-LINEA FROM CON-TOTAL.

       9000-FIN-GENERAL.
           CLOSE EXTRACTO, REPCONC.
           IF HAY-CUOTAS = 'S'
               CLOSE CUOTAS
           END-IF.
           IF HAY-COBRANZAS = 'S'
               CLOSE COBRANZAS
           END-IF.
           IF HAY-CARTERA = 'S'
               CLOSE CARTERA
           END-IF.
           DISPLAY "CONCILIACION GENERADA. CREDITOS DEL EXTRACTO: ",
               CANT-EXT-TABLA, " RECIBOS DEL PERIODO: ",
               CANT-REC-TABLA.
           DISPLAY "DEBITOS DEL EXTRACTO NO CONCILIADOS: ",
               CONT-DEBITOS-EXT.

       END PROGRAM YOUR-PROGRAM-NAME.
