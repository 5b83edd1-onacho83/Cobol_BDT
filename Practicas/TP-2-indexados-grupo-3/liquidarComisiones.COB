               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COM-CLAVE.
           SELECT COMFACT ASSIGN TO '../comisiones_facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMF-CLAVE
               FILE STATUS IS WS-COMFACT-STATUS.
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
           SELECT OPTIONAL INCOBRABLES
               ASSIGN TO '../facturas_incobrables.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDEDORES
           ASSIGN TO '../vendedores.dat'
               ORGANIZATION IS INDEXED
           03 COM-ESTADO                        PIC X.
               88 COM-PENDIENTE                 VALUE 'P'.
               88 COM-SALDADA                   VALUE 'S'.
       FD  COMFACT.
       01  CMF-REGISTRO.
           03 CMF-CLAVE.
               05 CMF-FACTURA                  PIC 9(12).
               05 CMF-TIPO                     PIC X.
               05 CMF-VEND                     PIC 9(3).
           03 CMF-CLIENTE                      PIC 9(6).
           03 CMF-FECHA                        PIC 9(8).
           03 CMF-RUN-ID                       PIC 9(14).
           03 CMF-TOTAL-FACT                   PIC 9(12)V99.
           03 CMF-COMISION                     PIC S9(10)V99.
           03 CMF-PAGADA                       PIC S9(10)V99.
           03 CMF-ESTADO                       PIC X.
               88 CMF-PENDIENTE                VALUE 'P'.
               88 CMF-SALDADA                  VALUE 'S'.
               88 CMF-ANULADA                  VALUE 'A'.
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
       FD  INCOBRABLES.
       01  INC-REG.
           03 INC-FACTURA                      PIC 9(12).
           03 FILLER                           PIC X.
           03 INC-FECHA                        PIC 9(8).
       FD  VENDEDORES.
       01  vend-reg.
           03 vend-codigo                      PIC 9(3).
           03 FILLER                           PIC X(12)
               VALUE "  COMISION: ".
           03 VAL-D-IMPORTE                    PIC -(9)9,99.
       01  VAL-DESGLOSE.
           03 FILLER                           PIC X(16)
               VALUE "    DEVENGADA: ".
           03 VAL-G-DEVENGADA                  PIC -(9)9,99.
           03 FILLER                           PIC X(13)
               VALUE "  RETENIDA: ".
           03 VAL-G-RETENIDA                   PIC -(9)9,99.
           03 FILLER                           PIC X(13)
               VALUE "  RECUPERO: ".
           03 VAL-G-RECUPERO                   PIC -(9)9,99.

       77  EOF-COMISIONES                      PIC 9 VALUE 0.
       77  EOF-VALESCTL                        PIC 9 VALUE 0.
       77  CONT-LIQUIDADAS                     PIC 9(6) VALUE 0.
       77  TOTAL-LIQUIDADO                     PIC S9(12)V99 VALUE 0.
       77  WS-VEND-NOMBRE                      PIC X(30).
       77  WS-COMFACT-STATUS                   PIC X(02).
       77  WS-COBRANZAS-STATUS                 PIC X(02).
       77  WS-IMPUTACIONES-STATUS              PIC X(02).
       77  WS-NOTASDEBITO-STATUS               PIC X(02).
       77  WS-FECHA-HOY                        PIC 9(8).
       77  HAY-COMFACT                         PIC X VALUE 'N'.
       77  HAY-COBRANZAS                       PIC X VALUE 'N'.
       77  HAY-IMPUTACIONES                    PIC X VALUE 'N'.
       77  HAY-NOTASDEBITO                     PIC X VALUE 'N'.
       77  EOF-COMFACT                         PIC 9 VALUE 0.
       77  EOF-COBRANZAS                       PIC 9 VALUE 0.
       77  EOF-IMPUTACIONES                    PIC 9 VALUE 0.
       77  EOF-NOTASDEBITO                     PIC 9 VALUE 0.
       77  EOF-INCOBRABLES                     PIC 9 VALUE 0.
       77  FACTURA-BUSCADA                     PIC 9(12).
       77  IMPORTE-COBRADO                     PIC S9(10)V99.
       77  FACTURA-DEVUELTA                    PIC 9(12) VALUE 0.
       77  FACTURA-ANULADA                     PIC X.
       77  COMISION-DEVENGADA                  PIC S9(10)V99.
       77  DIFERENCIA-COMISION                 PIC S9(10)V99.
       77  NETO-VALE                           PIC S9(10)V99.
       77  CONT-FACT-ANULADAS                  PIC 9(6) VALUE 0.
       77  SUB-F                               PIC 9(4).
       77  SUB-N                               PIC 9(4).
       77  SUB-V                               PIC 9(4).
       77  HALLADO                             PIC X.
       77  CANT-COB-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-COB-TABLA                       PIC 9(4) VALUE 5000.
       77  CANT-INC-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-INC-TABLA                       PIC 9(4) VALUE 500.
       77  CANT-VND-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-VND-TABLA                       PIC 9(4) VALUE 999.

       01  TABLA-COB.
           03 COB-ITEM OCCURS 5000 TIMES.
               05 COB-T-FACTURA                PIC 9(12).
               05 COB-T-COBRADO                PIC S9(10)V99.
       01  TABLA-INC.
           03 INC-ITEM OCCURS 500 TIMES.
               05 INC-T-FACTURA                PIC 9(12).
       01  TABLA-VND.
           03 VND-ITEM OCCURS 999 TIMES.
               05 VND-T-VEND                   PIC 9(3).
               05 VND-T-DEVENGADA              PIC S9(10)V99.
               05 VND-T-RETENIDA               PIC S9(10)V99.
               05 VND-T-RECUPERO               PIC S9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               END-IF
               PERFORM 2000-LEER-LIQUIDACION
           END-PERFORM.
           IF HAY-COMFACT = 'S'
               PERFORM 4000-LIQUIDAR-AL-COBRO
           END-IF.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

           OPEN INPUT VENDEDORES.
           OPEN EXTEND VALES.
           PERFORM 1100-LEER-PROX-NUMERO.
           PERFORM 1200-ABRIR-COMFACT.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE LOW-VALUES TO COM-CLAVE.
           START COMISIONES KEY IS > COM-CLAVE
               INVALID KEY
           END-IF.
           CLOSE VALESCTL.

       1200-ABRIR-COMFACT.
      **   sin comisiones por factura (TP2 en modo al facturar) solo
      **   se pagan las liquidaciones de COMISIONES
           OPEN I-O COMFACT.
           IF WS-COMFACT-STATUS = '00'
               MOVE 'S' TO HAY-COMFACT
               OPEN INPUT COBRANZAS
               IF WS-COBRANZAS-STATUS = '00'
                   MOVE 'S' TO HAY-COBRANZAS
               END-IF
               OPEN INPUT IMPUTACIONES
               IF WS-IMPUTACIONES-STATUS = '00'
                   MOVE 'S' TO HAY-IMPUTACIONES
               END-IF
               OPEN INPUT NOTASDEBITO
               IF WS-NOTASDEBITO-STATUS = '00'
                   MOVE 'S' TO HAY-NOTASDEBITO
               END-IF
           END-IF.

       2000-LEER-LIQUIDACION.
           IF EOF-COMISIONES <> 1
               READ COMISIONES NEXT AT END MOVE 1 TO EOF-COMISIONES
                   MOVE vend-nombre TO WS-VEND-NOMBRE
           END-READ.

       4000-LIQUIDAR-AL-COBRO.
      **   la comision de cada factura se devenga en proporcion a lo
      **   cobrado; lo ya pagado de una factura devuelta o incobrable
      **   se recupera en esta liquidacion
           PERFORM 4100-CARGAR-COBRADO.
           PERFORM 4300-CARGAR-INCOBRABLES.
           MOVE LOW-VALUES TO CMF-CLAVE.
           START COMFACT KEY IS > CMF-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-COMFACT
           END-START.
           IF EOF-COMFACT <> 1
               READ COMFACT NEXT AT END MOVE 1 TO EOF-COMFACT
               END-READ
           END-IF.
           PERFORM UNTIL EOF-COMFACT = 1
               PERFORM 4500-DEVENGAR-FACTURA
               READ COMFACT NEXT AT END MOVE 1 TO EOF-COMFACT
               END-READ
           END-PERFORM.
           MOVE 0 TO SUB-V.
           PERFORM 4800-EMITIR-VALE-VENDEDOR CANT-VND-TABLA TIMES.

       4100-CARGAR-COBRADO.
      **   cobrado por factura: recibos aplicados a la factura mas
      **   imputaciones, salvo cheque rechazado; el interes por mora
      **   de la factura se cancela antes que la factura
           IF HAY-COBRANZAS = 'S'
               MOVE LOW-VALUES TO COB-RECIBO
               START COBRANZAS KEY IS > COB-RECIBO
                   INVALID KEY
                       MOVE 1 TO EOF-COBRANZAS
               END-START
               IF EOF-COBRANZAS <> 1
                   READ COBRANZAS NEXT
                       AT END MOVE 1 TO EOF-COBRANZAS
                   END-READ
               END-IF
               PERFORM UNTIL EOF-COBRANZAS = 1
                   IF COB-FACTURA > 0 AND NOT COB-RECHAZADO
                       MOVE COB-FACTURA TO FACTURA-BUSCADA
                       MOVE COB-IMPORTE TO IMPORTE-COBRADO
                       PERFORM 4200-SUMAR-COBRADO
                   END-IF
                   READ COBRANZAS NEXT
                       AT END MOVE 1 TO EOF-COBRANZAS
                   END-READ
               END-PERFORM
           END-IF.
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
                   PERFORM 4150-SUMAR-IMPUTACION
                   READ IMPUTACIONES NEXT
                       AT END MOVE 1 TO EOF-IMPUTACIONES
                   END-READ
               END-PERFORM
           END-IF.
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
                   MOVE NDB-FACTURA TO FACTURA-BUSCADA
                   COMPUTE IMPORTE-COBRADO = NDB-TOTAL * -1
                   PERFORM 4200-SUMAR-COBRADO
                   READ NOTASDEBITO NEXT
                       AT END MOVE 1 TO EOF-NOTASDEBITO
                   END-READ
               END-PERFORM
           END-IF.

       4150-SUMAR-IMPUTACION.
           MOVE 'N' TO COB-MEDIO.
           IF HAY-COBRANZAS = 'S'
               MOVE IMP-RECIBO TO COB-RECIBO
               READ COBRANZAS
                   INVALID KEY
                       MOVE 'R' TO COB-MEDIO
               END-READ
           END-IF.
           IF NOT COB-RECHAZADO
               MOVE IMP-FACTURA TO FACTURA-BUSCADA
               MOVE IMP-IMPORTE TO IMPORTE-COBRADO
               PERFORM 4200-SUMAR-COBRADO
           END-IF.

       4200-SUMAR-COBRADO.
           PERFORM 4210-BUSCAR-COBRADO.
           IF HALLADO = 'N'
               IF CANT-COB-TABLA < MAX-COB-TABLA
                   ADD 1 TO CANT-COB-TABLA
                   MOVE CANT-COB-TABLA TO SUB-F
                   MOVE FACTURA-BUSCADA TO COB-T-FACTURA(SUB-F)
                   MOVE 0 TO COB-T-COBRADO(SUB-F)
                   MOVE 'S' TO HALLADO
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-COB-TABLA,
                       " FACTURAS COBRADAS, SE OMITEN"
               END-IF
           END-IF.
           IF HALLADO = 'S'
               ADD IMPORTE-COBRADO TO COB-T-COBRADO(SUB-F)
           END-IF.

       4210-BUSCAR-COBRADO.
           MOVE 'N' TO HALLADO.
           MOVE 0 TO SUB-F.
           PERFORM 4220-COMPARAR-COBRADO
               UNTIL HALLADO = 'S' OR SUB-F >= CANT-COB-TABLA.

       4220-COMPARAR-COBRADO.
           ADD 1 TO SUB-F.
           IF COB-T-FACTURA(SUB-F) = FACTURA-BUSCADA
               MOVE 'S' TO HALLADO
           END-IF.

       4300-CARGAR-INCOBRABLES.
           OPEN INPUT INCOBRABLES.
           READ INCOBRABLES AT END MOVE 1 TO EOF-INCOBRABLES.
           PERFORM UNTIL EOF-INCOBRABLES = 1
               IF CANT-INC-TABLA < MAX-INC-TABLA
                   ADD 1 TO CANT-INC-TABLA
                   MOVE INC-FACTURA TO INC-T-FACTURA(CANT-INC-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-INC-TABLA,
                       " FACTURAS INCOBRABLES, SE OMITEN"
               END-IF
               READ INCOBRABLES AT END MOVE 1 TO EOF-INCOBRABLES
           END-PERFORM.
           CLOSE INCOBRABLES.

       4310-BUSCAR-INCOBRABLE.
           MOVE 'N' TO HALLADO.
           MOVE 0 TO SUB-N.
           PERFORM 4320-COMPARAR-INCOBRABLE
               UNTIL HALLADO = 'S' OR SUB-N >= CANT-INC-TABLA.

       4320-COMPARAR-INCOBRABLE.
           ADD 1 TO SUB-N.
           IF INC-T-FACTURA(SUB-N) = CMF-FACTURA
               MOVE 'S' TO HALLADO
           END-IF.

       4500-DEVENGAR-FACTURA.
      **   la devolucion ('D') viene antes que la venta ('V') de la
      **   misma factura por la clave: solo marca la factura; la
      **   comision se lleva en el renglon de la venta
           IF CMF-TIPO = 'D'
               MOVE CMF-FACTURA TO FACTURA-DEVUELTA
               IF NOT CMF-ANULADA
                   MOVE 'A' TO CMF-ESTADO
                   REWRITE CMF-REGISTRO
               END-IF
           ELSE
               IF NOT CMF-ANULADA
                   PERFORM 4600-CALCULAR-DEVENGADO
               END-IF
           END-IF.

       4600-CALCULAR-DEVENGADO.
           MOVE 'N' TO FACTURA-ANULADA.
           IF FACTURA-DEVUELTA = CMF-FACTURA
               MOVE 'S' TO FACTURA-ANULADA
           ELSE
               PERFORM 4310-BUSCAR-INCOBRABLE
               MOVE HALLADO TO FACTURA-ANULADA
           END-IF.
           PERFORM 4700-BUSCAR-VENDEDOR-TABLA.
           IF FACTURA-ANULADA = 'S'
               MOVE 0 TO COMISION-DEVENGADA
               MOVE 'A' TO CMF-ESTADO
               ADD 1 TO CONT-FACT-ANULADAS
           ELSE
               MOVE CMF-FACTURA TO FACTURA-BUSCADA
               PERFORM 4210-BUSCAR-COBRADO
               MOVE 0 TO IMPORTE-COBRADO
               IF HALLADO = 'S' AND COB-T-COBRADO(SUB-F) > 0
                   MOVE COB-T-COBRADO(SUB-F) TO IMPORTE-COBRADO
               END-IF
               IF CMF-TOTAL-FACT = 0
                   OR IMPORTE-COBRADO >= CMF-TOTAL-FACT
                   MOVE CMF-COMISION TO COMISION-DEVENGADA
                   MOVE 'S' TO CMF-ESTADO
               ELSE
                   COMPUTE COMISION-DEVENGADA ROUNDED =
                       CMF-COMISION * IMPORTE-COBRADO / CMF-TOTAL-FACT
                   MOVE 'P' TO CMF-ESTADO
               END-IF
               IF SUB-V > 0
                   COMPUTE VND-T-RETENIDA(SUB-V) =
                       VND-T-RETENIDA(SUB-V)
                       + CMF-COMISION - COMISION-DEVENGADA
               END-IF
           END-IF.
      **   un cheque rechazado despues de pagar baja lo cobrado y
      **   tambien genera recupero
           COMPUTE DIFERENCIA-COMISION =
               COMISION-DEVENGADA - CMF-PAGADA.
           IF SUB-V > 0
               IF DIFERENCIA-COMISION > 0
                   ADD DIFERENCIA-COMISION TO VND-T-DEVENGADA(SUB-V)
               ELSE
                   SUBTRACT DIFERENCIA-COMISION
                       FROM VND-T-RECUPERO(SUB-V)
               END-IF
               MOVE COMISION-DEVENGADA TO CMF-PAGADA
           END-IF.
           REWRITE CMF-REGISTRO.

       4700-BUSCAR-VENDEDOR-TABLA.
           MOVE 'N' TO HALLADO.
           MOVE 0 TO SUB-V.
           PERFORM 4710-COMPARAR-VENDEDOR
               UNTIL HALLADO = 'S' OR SUB-V >= CANT-VND-TABLA.
           IF HALLADO = 'N'
               IF CANT-VND-TABLA < MAX-VND-TABLA
                   ADD 1 TO CANT-VND-TABLA
                   MOVE CANT-VND-TABLA TO SUB-V
                   MOVE CMF-VEND TO VND-T-VEND(SUB-V)
                   MOVE 0 TO VND-T-DEVENGADA(SUB-V)
                   MOVE 0 TO VND-T-RETENIDA(SUB-V)
                   MOVE 0 TO VND-T-RECUPERO(SUB-V)
               ELSE
                   MOVE 0 TO SUB-V
               END-IF
           END-IF.

       4710-COMPARAR-VENDEDOR.
           ADD 1 TO SUB-V.
           IF VND-T-VEND(SUB-V) = CMF-VEND
               MOVE 'S' TO HALLADO
           END-IF.

       4800-EMITIR-VALE-VENDEDOR.
      **   un vale por vendedor con lo devengado menos lo recuperado;
      **   lo retenido se informa y queda para proximas liquidaciones
           ADD 1 TO SUB-V.
           IF VND-T-DEVENGADA(SUB-V) <> 0
               OR VND-T-RECUPERO(SUB-V) <> 0
               OR VND-T-RETENIDA(SUB-V) <> 0
               COMPUTE NETO-VALE = VND-T-DEVENGADA(SUB-V)
                   - VND-T-RECUPERO(SUB-V)
               MOVE VND-T-VEND(SUB-V) TO COM-VEND
               PERFORM 3100-BUSCAR-VENDEDOR
               MOVE PROX-NUMERO TO VAL-D-NUMERO
               MOVE WS-FECHA-HOY TO VAL-D-FECHA
               MOVE COM-VEND TO VAL-D-VEND
               MOVE WS-VEND-NOMBRE TO VAL-D-NOMBRE
               MOVE NETO-VALE TO VAL-D-IMPORTE
               WRITE VAL-LINEA FROM VAL-DETALLE
               MOVE VND-T-DEVENGADA(SUB-V) TO VAL-G-DEVENGADA
               MOVE VND-T-RETENIDA(SUB-V) TO VAL-G-RETENIDA
               MOVE VND-T-RECUPERO(SUB-V) TO VAL-G-RECUPERO
               WRITE VAL-LINEA FROM VAL-DESGLOSE
               ADD 1 TO PROX-NUMERO
               ADD 1 TO CONT-LIQUIDADAS
               ADD NETO-VALE TO TOTAL-LIQUIDADO
               PERFORM 4900-REGISTRAR-LIQUIDACION
           END-IF.

       4900-REGISTRAR-LIQUIDACION.
      **   lo liquidado queda en COMISIONES como saldado para que el
      **   asiento del periodo recoja el gasto
           IF NETO-VALE <> 0
               MOVE WS-FECHA-HOY TO COM-FECHA
               MOVE VND-T-VEND(SUB-V) TO COM-VEND
               READ COMISIONES
                   INVALID KEY
                       MOVE NETO-VALE TO COM-IMPORTE
                       MOVE 'S' TO COM-ESTADO
                       WRITE COM-REGISTRO
                   NOT INVALID KEY
                       ADD NETO-VALE TO COM-IMPORTE
                       REWRITE COM-REGISTRO
               END-READ
           END-IF.

       8000-GRABAR-PROX-NUMERO.
           OPEN OUTPUT VALESCTL.
           MOVE PROX-NUMERO TO VALCTL-PROX-NUMERO.
           DISPLAY 'VALES EMITIDOS: ', CONT-LIQUIDADAS.
           DISPLAY 'TOTAL LIQUIDADO: ', TOTAL-LIQUIDADO.
           CLOSE COMISIONES, VENDEDORES, VALES.
           IF HAY-COMFACT = 'S'
               DISPLAY 'FACTURAS DEVUELTAS O INCOBRABLES: ',
                   CONT-FACT-ANULADAS
               CLOSE COMFACT
           END-IF.
           IF HAY-COBRANZAS = 'S'
               CLOSE COBRANZAS
           END-IF.
           IF HAY-IMPUTACIONES = 'S'
               CLOSE IMPUTACIONES
           END-IF.
           IF HAY-NOTASDEBITO = 'S'
               CLOSE NOTASDEBITO
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
