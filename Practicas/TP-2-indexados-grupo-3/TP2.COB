           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fact-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES.
           SELECT CLIENVIP ASSIGN TO '../clienvip.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS RANDOM
               RECORD KEY IS COM-CLAVE
               FILE STATUS IS WS-COMISIONES-STATUS.
           SELECT COMFACT ASSIGN TO '../comisiones_facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMF-CLAVE
               FILE STATUS IS WS-COMFACT-STATUS.
           SELECT CAMBIOS ASSIGN TO '../cambios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUC-CLAVE
               FILE STATUS IS WS-STOCKSUC-STATUS.
           SELECT LOTES ASSIGN TO '../lotes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CLAVE
               FILE STATUS IS WS-LOTES-STATUS.
           SELECT LOTESREM ASSIGN TO '../lotes_remitidos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LRM-CLAVE
               FILE STATUS IS WS-LOTESREM-STATUS.
           SELECT KITS ASSIGN TO '../kits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CLAVE
               FILE STATUS IS WS-KITS-STATUS.
           SELECT FACTVEND ASSIGN TO '../facturas_vendedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FVE-CLAVE
               FILE STATUS IS WS-FACTVEND-STATUS.
           SELECT WORKGAN ASSIGN TO '../tp2_workgan.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTMOV ASSIGN TO "SORTWK1".
           03 fact-precio                      PIC 9(8)V99.
           03 fact-cantidad                    PIC 9(4).
           03 fact-vend                        PIC 9(3).
           03 FACT-CLIENTE-FECHA.
               05 fact-cliente                 PIC 9(6).
               05 fact-fecha                   PIC 9(8).
           03 fact-moneda                      PIC X(3).
           03 fact-tasa-iva                    PIC 9(2)V99.
           03 fact-neto                        PIC 9(10)V99.
           03 PARAM-FECHA-DESDE                PIC 9(8).
           03 PARAM-FECHA-HASTA                PIC 9(8).
           03 PARAM-VERBOSIDAD                 PIC 9.
           03 PARAM-MODO-COMISION              PIC X.
       FD  TP2CTRL.
       01  CTRL-REG.
           03 CTRL-FECHA                       PIC 9(8).
               05 SUC-ART                      PIC X(8).
               05 SUC-SUCURSAL                 PIC 9(2).
           03 SUC-STOCK                        PIC S9(6).
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
       FD  LOTESREM.
       01  LRM-REGISTRO.
           03 LRM-CLAVE.
               05 LRM-FACTURA                  PIC 9(12).
               05 LRM-ART                      PIC X(8).
           03 LRM-REMITIDO                     PIC 9(6).
           03 LRM-FACTURADO                    PIC 9(6).
       FD  KITS.
       01  KIT-REGISTRO.
           03 KIT-CLAVE.
               05 KIT-ARTICULO                 PIC X(8).
               05 KIT-COMPONENTE               PIC X(8).
           03 KIT-CANTIDAD                     PIC 9(4).
       FD  FACTVEND.
       01  FVE-REGISTRO.
           03 FVE-CLAVE.
               05 FVE-FACTURA                  PIC 9(12).
               05 FVE-VEND                     PIC 9(3).
           03 FVE-PORCENTAJE                   PIC 9(3)V99.
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
       FD  WORKGAN.
       01  GAN-REG.
           03 GAN-VEND                          PIC 9(3).
           03 GAN-GANANCIA                      PIC S9(10)V99
                                      SIGN LEADING SEPARATE.
           03 GAN-FAMILIA                       PIC X(4).
           03 GAN-TOTAL-FACT                    PIC 9(12)V99.
       SD  SORTMOV.
       01  SMOV-REG.
           03 SMOV-VEND                         PIC 9(3).
           03 GAN2-GANANCIA                     PIC S9(10)V99
                                      SIGN LEADING SEPARATE.
           03 GAN2-FAMILIA                      PIC X(4).
           03 GAN2-TOTAL-FACT                   PIC 9(12)V99.


       WORKING-STORAGE SECTION.
       77  COSTO-EFECTIVO                      PIC 9(8)V99.
       77  REGION-VEND                         PIC X(15).
       77  WS-COMISIONES-STATUS                PIC X(02).
       77  WS-COMFACT-STATUS                   PIC X(02).
       77  MODO-COMISION                       PIC X VALUE 'F'.
           88 COMISION-AL-COBRO                VALUE 'C'.
       77  EOF-TP2CHK                          PIC 9.
       77  REINICIO                            PIC X VALUE 'N'.
       77  ULTIMO-VEND-OK                      PIC 9(3) VALUE 0.
               05 SUCC-ART                     PIC X(8).
               05 SUCC-SUC                     PIC 9(2).
               05 SUCC-DELTA                   PIC S9(8).
       77  WS-LOTES-STATUS                     PIC X(02).
       77  WS-LOTESREM-STATUS                  PIC X(02).
       77  EOF-LOTES                           PIC 9 VALUE 0.
       77  LOTE-PENDIENTE                      PIC 9(6).
       77  LOTE-CONSUMIDO-ANTES                PIC 9(6).
       77  ART-CON-LOTES                       PIC X VALUE 'N'.
       77  CONT-SALIDAS-SIN-LOTE               PIC 9(6) VALUE 0.
       77  WS-KITS-STATUS                      PIC X(02).
       77  EOF-KITS                            PIC 9 VALUE 0.
       77  CANT-KIT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-KIT-TABLA                       PIC 9(4) VALUE 1000.
       77  SUB-K                               PIC 9(4).
       77  KIT-HALLADO                         PIC X.
       77  FIN-KIT                             PIC X.
       77  KIT-BUSCADO                         PIC X(8).
       77  COSTO-KIT                           PIC 9(10)V99.
       77  ART-POSTEO                          PIC X(8).
       77  CANT-POSTEO                         PIC 9(8).
       01  TABLA-KIT.
           03 KIT-ITEM OCCURS 1000 TIMES.
               05 KIT-T-KIT                    PIC X(8).
               05 KIT-T-COMPONENTE             PIC X(8).
               05 KIT-T-CANTIDAD               PIC 9(4).
       77  WS-FACTVEND-STATUS                  PIC X(02).
       77  HAY-REPARTOS                        PIC X VALUE 'N'.
       77  EOF-FACTVEND                        PIC 9 VALUE 0.
       77  CANT-REP-TABLA                      PIC 99 VALUE 0.
       77  MAX-REP-TABLA                       PIC 99 VALUE 10.
       77  SUB-R                               PIC 99.
       77  GANANCIA-REPARTIDA                  PIC S9(10)V99.
       01  TABLA-REPARTO.
           03 FVT-ITEM OCCURS 10 TIMES.
               05 FVT-VEND                     PIC 9(3).
               05 FVT-PORCENTAJE               PIC 9(3)V99.
       01  EXU-CLAVE-LOTE.
           03 EXL-FACTURA                      PIC 9(12).
           03 FILLER                           PIC X VALUE '/'.
           03 EXL-ART                          PIC X(8).
           03 FILLER                           PIC X VALUE '/'.
           03 EXL-SUCURSAL                     PIC 9(2).
       77  EOF-ESCALACOM                       PIC 9 VALUE 0.
       77  HAY-ESCALA                          PIC X VALUE 'N'.
       77  CANT-ESC-TABLA                      PIC 99 VALUE 0.
           PERFORM 1055-ABRIR-CREDITOS.
           PERFORM 1060-ABRIR-CAMBIOS.
           PERFORM 1070-ABRIR-STOCKSUC.
           PERFORM 1075-ABRIR-LOTES.
           PERFORM 1080-CARGAR-ESCALA.
           PERFORM 1090-CARGAR-KITS.
           PERFORM 1095-ABRIR-FACTVEND.
           OPEN EXTEND LOGCORRIDA.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO FROM TIME.
           MOVE "INICIO DE CORRIDA" TO LOG-MENSAJE.
           PERFORM 9600-GRABAR-LOG.
           PERFORM 1100-LEER-PARAMETROS.
           IF COMISION-AL-COBRO
               PERFORM 1085-ABRIR-COMFACT
           END-IF.
           PERFORM 1150-LEER-CONTROL-ANTERIOR.
           PERFORM 1210-CALCULAR-CONTROL-LOTE.
           PERFORM 1250-LEER-CHECKPOINT.
               OPEN I-O COMISIONES
           END-IF.

       1085-ABRIR-COMFACT.
           OPEN I-O COMFACT.
           IF WS-COMFACT-STATUS = '35'
               OPEN OUTPUT COMFACT
               CLOSE COMFACT
               OPEN I-O COMFACT
           END-IF.

       1055-ABRIR-CREDITOS.
           OPEN I-O CREDITOS.
           IF WS-CREDITOS-STATUS = '35'
               OPEN I-O STOCKSUC
           END-IF.

       1075-ABRIR-LOTES.
           OPEN I-O LOTES.
           IF WS-LOTES-STATUS = '35'
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           OPEN I-O LOTESREM.
           IF WS-LOTESREM-STATUS = '35'
               OPEN OUTPUT LOTESREM
               CLOSE LOTESREM
               OPEN I-O LOTESREM
           END-IF.

       1080-CARGAR-ESCALA.
      **   escala de comision por bandas de ganancia acumulada, con
      **   renglones opcionales por familia; sin archivo se sigue
                   " BANDAS CARGADAS"
           END-IF.

       1090-CARGAR-KITS.
      **   composicion de los kits: un kit no tiene stock propio, su
      **   venta descuenta los componentes y su costo es la suma de
      **   los costos de los componentes
           OPEN INPUT KITS.
           IF WS-KITS-STATUS = '00'
               READ KITS NEXT AT END MOVE 1 TO EOF-KITS
               PERFORM UNTIL EOF-KITS = 1
                   IF CANT-KIT-TABLA < MAX-KIT-TABLA
                       ADD 1 TO CANT-KIT-TABLA
                       MOVE KIT-ARTICULO
                           TO KIT-T-KIT(CANT-KIT-TABLA)
                       MOVE KIT-COMPONENTE
                           TO KIT-T-COMPONENTE(CANT-KIT-TABLA)
                       MOVE KIT-CANTIDAD
                           TO KIT-T-CANTIDAD(CANT-KIT-TABLA)
                       READ KITS NEXT AT END MOVE 1 TO EOF-KITS
                   ELSE
                       DISPLAY "ADVERTENCIA: SUPERA ", MAX-KIT-TABLA,
                           " COMPONENTES DE KITS, SE OMITEN"
                       MOVE 1 TO EOF-KITS
                   END-IF
               END-PERFORM
               CLOSE KITS
           END-IF.
           IF CANT-KIT-TABLA > 0
               DISPLAY "KITS: ", CANT-KIT-TABLA,
                   " COMPONENTES CARGADOS"
           END-IF.

       1095-ABRIR-FACTVEND.
      **   reparto de facturas compartidas entre vendedores; sin el
      **   archivo toda la factura es del vendedor del movimiento
           OPEN INPUT FACTVEND.
           IF WS-FACTVEND-STATUS = '00'
               MOVE 'S' TO HAY-REPARTOS
           END-IF.

       1100-LEER-PARAMETROS.
           READ TP2PARAM AT END MOVE 1 TO EOF-TP2PARAM.
           IF EOF-TP2PARAM <> 1 AND PARAM-CANT-MAX-VIP > 0
               IF PARAM-VERBOSIDAD NUMERIC
                   MOVE PARAM-VERBOSIDAD TO VERBOSIDAD
               END-IF
               IF PARAM-MODO-COMISION = 'C'
                   MOVE 'C' TO MODO-COMISION
               END-IF
           END-IF.
           CLOSE TP2PARAM.
           IF COMISION-AL-COBRO
               DISPLAY "COMISION AL COBRO: se devenga por factura en "
                   "liquidarComisiones."
           END-IF.
           DISPLAY "CANTIDAD MAXIMA DE VIP POR VENDEDOR: "
               CANT-MAX-VIP.
           DISPLAY "VENTANA DE PROCESO: ", FECHA-DESDE, " A ",

       2000-LEER-Y-CONTROLAR.
      **   los totales de control ya los calculo 1210: aca solo se
      **   filtra la ventana. En una reanudacion entran todos los
      **   movimientos: una factura compartida reparte ganancia entre
      **   vendedores distintos del que la emitio, y los ya aplicados
      **   se saltean por parte al grabar WORKGAN (5500/5570)
           MOVE 0 TO EOF-MOVART.
           READ MOVART AT END MOVE 1 TO EOF-MOVART.
           PERFORM UNTIL EOF-MOVART = 1
                   OR (FECHA-HASTA > 0 AND mov-fecha > FECHA-HASTA)
                   ADD 1 TO CONT-FUERA-VENTANA
               ELSE
                   MOVE mov-vend     TO SMOV-VEND
                   MOVE mov-cliente  TO SMOV-CLIENTE
                   MOVE mov-factura  TO SMOV-FACTURA
                   MOVE mov-tipo     TO SMOV-TIPO
                   MOVE mov-fecha    TO SMOV-FECHA
                   MOVE mov-sucursal TO SMOV-SUCURSAL
                   RELEASE SMOV-REG
               END-IF
               READ MOVART AT END MOVE 1 TO EOF-MOVART
           END-PERFORM.
                   MOVE 0 TO GANANCIA-FACT-BRUTA
                   MOVE 0 TO CANT-LINEAS-FC
                   MOVE SPACES TO FAMILIA-PREDOMINANTE
                   MOVE 0 TO TOTAL-FACT-CACHE
                   MOVE "F002" TO EXU-CODIGO
                   MOVE "W" TO EXU-SEVERIDAD
                   MOVE SMOV-FACTURA TO EXU-CLAVE
       5505-DERIVAR-A-PENDIENTES.
      **   sin tasa no hay valuacion confiable: el movimiento sale
      **   entero de la corrida (ni ganancia, ni stock, ni credito)
      **   y espera en el archivo de pendientes su reproceso. En una
      **   reanudacion la fase 1 original ya lo habia derivado
           IF REINICIO <> 'S'
               MOVE SMOV-VEND     TO PEN-VEND
               MOVE SMOV-CLIENTE  TO PEN-CLIENTE
               MOVE SMOV-FACTURA  TO PEN-FACTURA
               MOVE SMOV-TIPO     TO PEN-TIPO
               MOVE SMOV-FECHA    TO PEN-FECHA
               MOVE SMOV-SUCURSAL TO PEN-SUCURSAL
               WRITE PEN-REG
               ADD 1 TO CONT-MOV-PENDIENTES
           END-IF.

       5100-AVANZAR-HASTA-FACTURA.
           MOVE 'N' TO HAY-FACTURA.
                   PERFORM 5440-OBTENER-TASA
                   COMPUTE COSTO-PESOS ROUNDED =
                       COSTO-EFECTIVO * TASA-MONEDA
                   MOVE FACT-ART TO KIT-BUSCADO
                   PERFORM 5580-BUSCAR-KIT
                   IF KIT-HALLADO = 'S'
                       PERFORM 5425-COSTEAR-KIT
                       MOVE COSTO-KIT TO COSTO-PESOS
                   END-IF
                   COMPUTE GANANCIA-LINEA =
                       (PRECIO-PESOS - COSTO-PESOS) * fact-cantidad
                   ADD GANANCIA-LINEA TO GANANCIA-FACT-BRUTA
                   END-IF
           END-START.

       5425-COSTEAR-KIT.
      **   el costo del kit es la suma del costo de sus componentes,
      **   cada uno pasado a pesos a la fecha de la factura
           MOVE 0 TO COSTO-KIT.
           MOVE 'N' TO FIN-KIT.
           PERFORM 5426-COSTEAR-COMPONENTE UNTIL FIN-KIT = 'S'.

       5426-COSTEAR-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO ART-BUSCADO.
           PERFORM 5405-BUSCAR-O-CARGAR-CACHE.
           IF CACHE-HALLADO(SUB-A) = 'S'
               MOVE CACHE-MONEDA(SUB-A) TO MONEDA-BUSCADA
               PERFORM 5440-OBTENER-TASA
               COMPUTE COSTO-KIT ROUNDED = COSTO-KIT +
                   CACHE-COSTO(SUB-A) * TASA-MONEDA
                   * KIT-T-CANTIDAD(SUB-K)
           ELSE
               DISPLAY "COMPONENTE DE KIT INEXISTENTE: ",
                   KIT-T-COMPONENTE(SUB-K)
           END-IF.
           PERFORM 5585-SIGUIENTE-COMPONENTE.

       5440-OBTENER-TASA.
           IF MONEDA-BUSCADA = SPACES OR MONEDA-BUSCADA = 'PES'
               MOVE 1 TO TASA-MONEDA
           MOVE SMOV-TIPO     TO GAN-TIPO.
           MOVE GANANCIA-MOV  TO GAN-GANANCIA.
           MOVE FAMILIA-PREDOMINANTE TO GAN-FAMILIA.
           MOVE TOTAL-FACT-CACHE TO GAN-TOTAL-FACT.
           MOVE 0 TO CANT-REP-TABLA.
           IF HAY-REPARTOS = 'S'
               PERFORM 5560-CARGAR-REPARTO
           END-IF.
      **   en una reanudacion no se graban las partes de vendedores
      **   que la corrida original ya aplico
           IF CANT-REP-TABLA = 0
               IF REINICIO <> 'S' OR GAN-VEND > ULTIMO-VEND-OK
                   WRITE GAN-REG
               END-IF
           ELSE
               MOVE 0 TO GANANCIA-REPARTIDA
               MOVE 0 TO SUB-R
               PERFORM 5570-GRABAR-PARTE CANT-REP-TABLA TIMES
           END-IF.

       5560-CARGAR-REPARTO.
      **   porcentajes de la factura por vendedor (grabarFactVendedores
      **   garantiza que sumen 100)
           MOVE 0 TO EOF-FACTVEND.
           MOVE SMOV-FACTURA TO FVE-FACTURA.
           MOVE 0 TO FVE-VEND.
           START FACTVEND KEY IS >= FVE-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTVEND
           END-START.
           IF EOF-FACTVEND <> 1
               READ FACTVEND NEXT AT END MOVE 1 TO EOF-FACTVEND
               END-READ
           END-IF.
           PERFORM 5565-GUARDAR-REPARTO
               UNTIL EOF-FACTVEND = 1 OR FVE-FACTURA <> SMOV-FACTURA.

       5565-GUARDAR-REPARTO.
           IF CANT-REP-TABLA < MAX-REP-TABLA
               ADD 1 TO CANT-REP-TABLA
               MOVE FVE-VEND TO FVT-VEND(CANT-REP-TABLA)
               MOVE FVE-PORCENTAJE TO FVT-PORCENTAJE(CANT-REP-TABLA)
           ELSE
               DISPLAY "ADVERTENCIA: SUPERA ", MAX-REP-TABLA,
                   " VENDEDORES EN LA FACTURA ", SMOV-FACTURA,
                   ", SE OMITEN"
           END-IF.
           READ FACTVEND NEXT AT END MOVE 1 TO EOF-FACTVEND.

       5570-GRABAR-PARTE.
      **   cada vendedor lleva su porcentaje de la ganancia; el ultimo
      **   se queda con el redondeo para que el total no cambie. El
      **   total de la factura queda entero: liquidarComisiones lo
      **   usa para la proporcion cobrada
           ADD 1 TO SUB-R.
           MOVE FVT-VEND(SUB-R) TO GAN-VEND.
           IF SUB-R = CANT-REP-TABLA
               COMPUTE GAN-GANANCIA =
                   GANANCIA-MOV - GANANCIA-REPARTIDA
           ELSE
               COMPUTE GAN-GANANCIA ROUNDED =
                   GANANCIA-MOV * FVT-PORCENTAJE(SUB-R) / 100
           END-IF.
           ADD GAN-GANANCIA TO GANANCIA-REPARTIDA.
           IF REINICIO <> 'S' OR GAN-VEND > ULTIMO-VEND-OK
               WRITE GAN-REG
           END-IF.

       5510-ACUMULAR-DELTA-STOCK.
      **   la linea de un kit no mueve stock propio: se abre en sus
      **   componentes, cada uno por la cantidad del kit
           ADD 1 TO SUB-L.
           MOVE LFC-CODIGO(SUB-L) TO KIT-BUSCADO.
           PERFORM 5580-BUSCAR-KIT.
           IF KIT-HALLADO = 'S'
               MOVE 'N' TO FIN-KIT
               PERFORM 5512-POSTEAR-COMPONENTE UNTIL FIN-KIT = 'S'
           ELSE
               MOVE LFC-CODIGO(SUB-L) TO ART-POSTEO
               MOVE LFC-CANTIDAD(SUB-L) TO CANT-POSTEO
               PERFORM 5511-POSTEAR-ARTICULO
           END-IF.

       5511-POSTEAR-ARTICULO.
           MOVE ART-POSTEO TO ART-BUSCADO.
           PERFORM 5405-BUSCAR-O-CARGAR-CACHE.
           IF CACHE-HALLADO(SUB-A) = 'S'
               IF SMOV-DEVOLUCION
                   ADD CANT-POSTEO TO CACHE-DELTA-STOCK(SUB-A)
               ELSE
                   SUBTRACT CANT-POSTEO FROM CACHE-DELTA-STOCK(SUB-A)
               END-IF
               PERFORM 5515-ACUMULAR-DELTA-SUC
               IF SMOV-DEVOLUCION
                   PERFORM 5540-DEVOLVER-A-LOTE
               ELSE
                   PERFORM 5530-CONSUMIR-LOTES
               END-IF
           END-IF.

       5512-POSTEAR-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO ART-POSTEO.
           COMPUTE CANT-POSTEO =
               LFC-CANTIDAD(SUB-L) * KIT-T-CANTIDAD(SUB-K).
           PERFORM 5511-POSTEAR-ARTICULO.
           PERFORM 5585-SIGUIENTE-COMPONENTE.

       5515-ACUMULAR-DELTA-SUC.
      **   mismo delta de la linea pero abierto por la sucursal del
      **   movimiento: el fisico global y el de la sucursal cierran
               END-IF
               ADD 1 TO CANT-SUC-CACHE
               MOVE CANT-SUC-CACHE TO SUB-S
               MOVE ART-POSTEO TO SUCC-ART(SUB-S)
               MOVE SMOV-SUCURSAL TO SUCC-SUC(SUB-S)
               MOVE 0 TO SUCC-DELTA(SUB-S)
           END-IF.
           IF SMOV-DEVOLUCION
               ADD CANT-POSTEO TO SUCC-DELTA(SUB-S)
           ELSE
               SUBTRACT CANT-POSTEO FROM SUCC-DELTA(SUB-S)
           END-IF.

       5516-BUSCAR-SUC-CACHE.
           ADD 1 TO SUB-S.
           IF SUCC-ART(SUB-S) = ART-POSTEO
               AND SUCC-SUC(SUB-S) = SMOV-SUCURSAL
               MOVE 'S' TO SUC-HIT
           END-IF.

       5530-CONSUMIR-LOTES.
      **   una factura que tambien sale por remito consume lotes una
      **   sola vez, por lo mayor entre lo remitido y lo facturado;
      **   se toma primero el lote que vence antes y los vencidos no
      **   se despachan
           MOVE 0 TO LOTE-PENDIENTE.
           MOVE SMOV-FACTURA TO LRM-FACTURA.
           MOVE ART-POSTEO TO LRM-ART.
           READ LOTESREM
               INVALID KEY
                   MOVE 0 TO LRM-REMITIDO
                   MOVE CANT-POSTEO TO LRM-FACTURADO
                   MOVE CANT-POSTEO TO LOTE-PENDIENTE
                   WRITE LRM-REGISTRO
               NOT INVALID KEY
                   PERFORM 5531-SUMAR-FACTURADO
           END-READ.
           IF LOTE-PENDIENTE > 0
               MOVE 'N' TO ART-CON-LOTES
               MOVE ART-POSTEO TO LOT-ART
               MOVE SMOV-SUCURSAL TO LOT-SUCURSAL
               MOVE 0 TO LOT-VENCIMIENTO
               MOVE LOW-VALUES TO LOT-NUMERO
               MOVE 0 TO EOF-LOTES
               START LOTES KEY IS >= LOT-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-LOTES
               END-START
               PERFORM 5535-LEER-LOTE
                   UNTIL EOF-LOTES = 1 OR LOTE-PENDIENTE = 0
               IF ART-CON-LOTES = 'S' AND LOTE-PENDIENTE > 0
                   PERFORM 5538-SALIDA-SIN-LOTE
               END-IF
           END-IF.

       5531-SUMAR-FACTURADO.
           IF LRM-REMITIDO > LRM-FACTURADO
               MOVE LRM-REMITIDO TO LOTE-CONSUMIDO-ANTES
           ELSE
               MOVE LRM-FACTURADO TO LOTE-CONSUMIDO-ANTES
           END-IF.
           ADD CANT-POSTEO TO LRM-FACTURADO.
           IF LRM-FACTURADO > LOTE-CONSUMIDO-ANTES
               COMPUTE LOTE-PENDIENTE =
                   LRM-FACTURADO - LOTE-CONSUMIDO-ANTES
           END-IF.
           REWRITE LRM-REGISTRO.

       5535-LEER-LOTE.
           READ LOTES NEXT
               AT END MOVE 1 TO EOF-LOTES
           END-READ.
           IF EOF-LOTES <> 1
               IF LOT-ART <> ART-POSTEO
                   OR LOT-SUCURSAL <> SMOV-SUCURSAL
                   MOVE 1 TO EOF-LOTES
               ELSE
                   MOVE 'S' TO ART-CON-LOTES
                   IF LOT-VENCIMIENTO >= WS-FECHA-PROCESO
                       AND LOT-CANTIDAD > 0
                       PERFORM 5536-DESCONTAR-LOTE
                   END-IF
               END-IF
           END-IF.

       5536-DESCONTAR-LOTE.
           IF LOT-CANTIDAD >= LOTE-PENDIENTE
               SUBTRACT LOTE-PENDIENTE FROM LOT-CANTIDAD
               MOVE 0 TO LOTE-PENDIENTE
           ELSE
               SUBTRACT LOT-CANTIDAD FROM LOTE-PENDIENTE
               MOVE 0 TO LOT-CANTIDAD
           END-IF.
           REWRITE LOT-REGISTRO.

       5538-SALIDA-SIN-LOTE.
           ADD 1 TO CONT-SALIDAS-SIN-LOTE.
           MOVE SMOV-FACTURA TO EXL-FACTURA.
           MOVE ART-POSTEO TO EXL-ART.
           MOVE SMOV-SUCURSAL TO EXL-SUCURSAL.
           MOVE "L001" TO EXU-CODIGO.
           MOVE "W" TO EXU-SEVERIDAD.
           MOVE EXU-CLAVE-LOTE TO EXU-CLAVE.
           MOVE "VENTA SIN LOTE VIGENTE SUFICIENTE"
               TO EXU-DESCRIPCION.
           PERFORM 9500-GRABAR-EXCEPCION-UNIF.

       5540-DEVOLVER-A-LOTE.
      **   la devolucion vuelve al lote de vencimiento mas lejano de
      **   la sucursal; un articulo sin lotes no se toca
           MOVE ART-POSTEO TO LOT-ART.
           MOVE SMOV-SUCURSAL TO LOT-SUCURSAL.
           MOVE 99999999 TO LOT-VENCIMIENTO.
           MOVE HIGH-VALUES TO LOT-NUMERO.
           MOVE 0 TO EOF-LOTES.
           START LOTES KEY IS <= LOT-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-LOTES
           END-START.
           IF EOF-LOTES <> 1
               READ LOTES NEXT
                   AT END MOVE 1 TO EOF-LOTES
               END-READ
           END-IF.
           IF EOF-LOTES <> 1
               AND LOT-ART = ART-POSTEO
               AND LOT-SUCURSAL = SMOV-SUCURSAL
               ADD CANT-POSTEO TO LOT-CANTIDAD
               REWRITE LOT-REGISTRO
           END-IF.

       5580-BUSCAR-KIT.
      **   deja SUB-K en el primer componente del kit buscado
           MOVE 0 TO SUB-K.
           MOVE 'N' TO KIT-HALLADO.
           PERFORM 5581-COMPARAR-KIT
               UNTIL KIT-HALLADO = 'S' OR SUB-K >= CANT-KIT-TABLA.

       5581-COMPARAR-KIT.
           ADD 1 TO SUB-K.
           IF KIT-T-KIT(SUB-K) = KIT-BUSCADO
               MOVE 'S' TO KIT-HALLADO
           END-IF.

       5585-SIGUIENTE-COMPONENTE.
           ADD 1 TO SUB-K.
           IF SUB-K > CANT-KIT-TABLA
               MOVE 'S' TO FIN-KIT
           ELSE
               IF KIT-T-KIT(SUB-K) <> KIT-BUSCADO
                   MOVE 'S' TO FIN-KIT
               END-IF
           END-IF.

       5520-REDUCIR-EXPOSICION.
      **   la devolucion libera credito del cliente por el total de
      **   la factura devuelta
           COMPUTE COMISION-MOV = GAN2-GANANCIA * PCT-APLICADO.
           ADD COMISION-MOV TO ACUM-COMISION-TOTAL.
           MOVE PCT-APLICADO TO ULT-PCT-APLICADO.
           IF COMISION-AL-COBRO
               PERFORM 5770-GRABAR-COMISION-FACTURA
           END-IF.

       5770-GRABAR-COMISION-FACTURA.
      **   con comision al cobro la comision queda retenida por
      **   factura y la devenga liquidarComisiones a medida que se
      **   cobra. Dentro de una corrida los movimientos repetidos se
      **   suman; una corrida nueva (reinicio) reemplaza lo que aun
      **   no se pago. Una venta compartida deja un registro por
      **   cada vendedor del reparto
           MOVE GAN2-FACTURA TO CMF-FACTURA.
           MOVE GAN2-TIPO TO CMF-TIPO.
           MOVE GAN2-VEND TO CMF-VEND.
           READ COMFACT
               INVALID KEY
                   MOVE GAN2-CLIENTE TO CMF-CLIENTE
                   MOVE WS-FECHA-PROCESO TO CMF-FECHA
                   MOVE RUN-ID TO CMF-RUN-ID
                   MOVE GAN2-TOTAL-FACT TO CMF-TOTAL-FACT
                   MOVE COMISION-MOV TO CMF-COMISION
                   MOVE 0 TO CMF-PAGADA
                   MOVE 'P' TO CMF-ESTADO
                   WRITE CMF-REGISTRO
               NOT INVALID KEY
                   IF CMF-RUN-ID = RUN-ID
                       ADD COMISION-MOV TO CMF-COMISION
                       REWRITE CMF-REGISTRO
                   ELSE
                       IF CMF-PENDIENTE AND CMF-PAGADA = 0
                           MOVE RUN-ID TO CMF-RUN-ID
                           MOVE GAN2-TOTAL-FACT TO CMF-TOTAL-FACT
                           MOVE COMISION-MOV TO CMF-COMISION
                           REWRITE CMF-REGISTRO
                       END-IF
                   END-IF
           END-READ.

       5765-DETERMINAR-PCT.
      **   banda por ganancia acumulada del vendedor en la corrida;
           MOVE ACUM-GANANCIAS-VEND TO TOT-GANANCIA.
           MOVE ACUM-COMISION-VEND TO TOT-COMISION.
           WRITE TOT-REG.
           IF NOT COMISION-AL-COBRO
               PERFORM 7200-GRABAR-LIQUIDACION
           END-IF.

       7300-GRABAR-CHECKPOINT.
           OPEN OUTPUT TP2CHK.
           PERFORM 7500-GRABAR-SNAPSHOTS.
           CLOSE MOVART, ARTICULOS, CLIENVIP, FACTURAS, REPVEND, EXCART,
                 VENDEDORES, ARTICULOSHIST, CLIVIPHIST, TOTVEND,
                 COMISIONES, EXCUNI, MOVPEND, LOGCORRIDA, LOTES,
                 LOTESREM.
           IF CONT-SALIDAS-SIN-LOTE > 0
               DISPLAY "VENTAS SIN LOTE VIGENTE SUFICIENTE: ",
                   CONT-SALIDAS-SIN-LOTE
           END-IF.
           IF CONT-MOV-PENDIENTES > 0
               DISPLAY "MOVIMIENTOS DERIVADOS A PENDIENTES POR "
                   "FALTA DE TASA: ", CONT-MOV-PENDIENTES
           END-IF.
           CLOSE CREDITOS.
           CLOSE STOCKSUC.
           IF COMISION-AL-COBRO
               CLOSE COMFACT
           END-IF.
           IF HAY-REPARTOS = 'S'
               CLOSE FACTVEND
           END-IF.
           PERFORM 8100-GRABAR-CONTROL-LOTE.

       8100-GRABAR-CONTROL-LOTE.
