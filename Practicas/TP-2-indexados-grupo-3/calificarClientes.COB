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
           SELECT OPTIONAL LOTECURSO
               ASSIGN TO '../lote_en_curso.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FACTURAS
           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES.
           SELECT MOVART ASSIGN TO '../movart.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT RETENIDAS
           ASSIGN TO '../facturas_retenidas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CLAVE
               FILE STATUS IS WS-RETENIDAS-STATUS.
           SELECT CREDITOS ASSIGN TO '../creditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRE-CLIENTE
               FILE STATUS IS WS-CREDITOS-STATUS.
           SELECT PROPUESTAS ASSIGN TO '../propuestas_credito.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-CLIENTE
               FILE STATUS IS WS-PROPUESTAS-STATUS.
           SELECT OPTIONAL MORAPARAM ASSIGN TO '../mora_param.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPCAL ASSIGN TO '../reporte_calificacion.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTCAL ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
       01  LCU-REG.
           03 LCU-ESTADO                       PIC X.
           03 FILLER                           PIC X.
           03 LCU-FECHA                        PIC 9(8).
       FD  FACTURAS.
       01  fact-reg.
           03 FACT-CLAVE.
               05 fact-factura                 PIC 9(12).
               05 fact-art                     PIC X(8).
           03 fact-precio                      PIC 9(8)V99.
           03 fact-cantidad                    PIC 9(4).
           03 fact-vend                        PIC 9(3).
           03 FACT-CLIENTE-FECHA.
               05 fact-cliente                 PIC 9(6).
               05 fact-fecha                   PIC 9(8).
           03 fact-moneda                      PIC X(3).
           03 fact-tasa-iva                    PIC 9(2)V99.
           03 fact-neto                        PIC 9(10)V99.
           03 fact-iva                         PIC 9(10)V99.
           03 fact-total                       PIC 9(10)V99.
       FD  MOVART.
       01  mov-reg.
           03 mov-vend                         PIC 9(3).
           03 mov-cliente                      PIC 9(6).
           03 mov-factura                      PIC 9(12).
           03 mov-tipo                         PIC X.
               88 MOV-VENTA                    VALUE 'V'.
               88 MOV-DEVOLUCION                VALUE 'D'.
           03 mov-fecha                        PIC 9(8).
           03 mov-sucursal                     PIC 9(2).
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
       FD  RETENIDAS.
       01  RET-REGISTRO.
           03 RET-CLAVE.
               05 RET-FACTURA                  PIC 9(12).
               05 RET-ART                      PIC X(8).
           03 RET-PRECIO                       PIC 9(8)V99.
           03 RET-CANTIDAD                     PIC 9(4).
           03 RET-VEND                         PIC 9(3).
           03 RET-CLIENTE                      PIC 9(6).
           03 RET-FECHA                        PIC 9(8).
           03 RET-MONEDA                       PIC X(3).
           03 RET-TASA-IVA                     PIC 9(2)V99.
           03 RET-NETO                         PIC 9(10)V99.
           03 RET-IVA                          PIC 9(10)V99.
           03 RET-TOTAL                        PIC 9(10)V99.
           03 RET-ESTADO                       PIC X.
               88 RET-PENDIENTE                VALUE 'P'.
               88 RET-LIBERADA                 VALUE 'L'.
               88 RET-RECHAZADA                VALUE 'R'.
           03 RET-FECHA-ALTA                   PIC 9(8).
       FD  CREDITOS.
       01  CRE-REGISTRO.
           03 CRE-CLIENTE                      PIC 9(6).
           03 CRE-LIMITE                       PIC 9(10)V99.
           03 CRE-EXPUESTO                     PIC S9(10)V99.
       FD  PROPUESTAS.
       01  PRC-REGISTRO.
           03 PRC-CLIENTE                      PIC 9(6).
           03 PRC-FECHA                        PIC 9(8).
           03 PRC-PUNTAJE                      PIC 9(3).
           03 PRC-BANDA                        PIC X.
           03 PRC-LIMITE-ACTUAL                PIC 9(10)V99.
           03 PRC-LIMITE-SUGERIDO              PIC 9(10)V99.
           03 PRC-ESTADO                       PIC X.
               88 PRC-PENDIENTE                VALUE 'P'.
               88 PRC-APROBADA                 VALUE 'A'.
               88 PRC-RECHAZADA                VALUE 'R'.
       FD  MORAPARAM.
       01  MPA-REG.
           03 MPA-DIAS-GRACIA                  PIC 9(3).
           03 FILLER                           PIC X.
           03 MPA-PLAZO-PAGO                   PIC 9(3).
           03 FILLER                           PIC X.
           03 MPA-TASA-DEFECTO                 PIC 9(2)V99.
           03 FILLER                           PIC X.
           03 MPA-TASA-IVA                     PIC 9(2)V99.
           03 FILLER                           PIC X.
           03 MPA-PUNTO-VENTA                  PIC 9(4).
           03 FILLER                           PIC X.
           03 MPA-IMPORTE-MINIMO               PIC 9(6)V99.
       FD  REPCAL.
       01  REP-LINEA                           PIC X(160).
       SD  SORTCAL.
       01  SCA-REG.
           03 SCA-CLIENTE                      PIC 9(6).
           03 SCA-DIAS-PROMEDIO                PIC 9(4).
           03 SCA-PCT-TARDE                    PIC 9(3).
           03 SCA-SALDO-MAXIMO                 PIC S9(10)V99.
           03 SCA-PCT-DEVOL                    PIC 9(3).
           03 SCA-RETENIDAS                    PIC 9(3).
           03 SCA-PUNTAJE                      PIC 9(3).
           03 SCA-BANDA                        PIC X.
           03 SCA-HAY-LEGAJO                   PIC X.
           03 SCA-LIMITE-ACTUAL                PIC 9(10)V99.
           03 SCA-LIMITE-SUGERIDO              PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  REP-TITULO.
           03 FILLER                           PIC X(45)
               VALUE "CALIFICACION DE CLIENTES Y LIMITES SUGERIDOS ".
           03 FILLER                           PIC X(7)
               VALUE "AL DIA ".
           03 REP-TI-FECHA                     PIC 9(8).
       01  REP-ENCABEZADO.
           03 FILLER                           PIC X(44)
               VALUE "CLIENTE  DIAS PROM  %TARDE    SALDO MAX 12M".
           03 FILLER                           PIC X(35)
               VALUE "  %DEVOL  RETEN  PUNTAJE BANDA".
           03 FILLER                           PIC X(40)
               VALUE "     LIMITE ACTUAL    LIMITE SUGERIDO".
       01  REP-DETALLE.
           03 REP-D-CLIENTE                    PIC ZZZZZ9.
           03 FILLER                           PIC X(4) VALUE SPACES.
           03 REP-D-DIAS                       PIC ZZZ9.
           03 FILLER                           PIC X(6) VALUE SPACES.
           03 REP-D-TARDE                      PIC ZZ9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-SALDO                      PIC -(10)9,99.
           03 FILLER                           PIC X(3) VALUE SPACES.
           03 REP-D-DEVOL                      PIC ZZ9.
           03 FILLER                           PIC X(4) VALUE SPACES.
           03 REP-D-RETEN                      PIC ZZ9.
           03 FILLER                           PIC X(6) VALUE SPACES.
           03 REP-D-PUNTAJE                    PIC ZZ9.
           03 FILLER                           PIC X(5) VALUE SPACES.
           03 REP-D-BANDA                      PIC X.
           03 FILLER                           PIC X(3) VALUE SPACES.
           03 REP-D-LIMITE                     PIC Z(10)9,99.
           03 FILLER                           PIC X(3) VALUE SPACES.
           03 REP-D-SUGERIDO                   PIC Z(10)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-OBSERVACION                PIC X(20).
       01  REP-TOTAL.
           03 FILLER                           PIC X(22)
               VALUE "CLIENTES CALIFICADOS: ".
           03 REP-T-CLIENTES                   PIC ZZZZZ9.
           03 FILLER                           PIC X(16)
               VALUE "  PROPUESTAS: ".
           03 REP-T-PROPUESTAS                 PIC ZZZZZ9.
           03 FILLER                           PIC X(8)
               VALUE "  BANDA ".
           03 FILLER                           PIC X(3) VALUE "A: ".
           03 REP-T-BANDA-A                    PIC ZZZZ9.
           03 FILLER                           PIC X(5) VALUE "  B: ".
           03 REP-T-BANDA-B                    PIC ZZZZ9.
           03 FILLER                           PIC X(5) VALUE "  C: ".
           03 REP-T-BANDA-C                    PIC ZZZZ9.
           03 FILLER                           PIC X(5) VALUE "  D: ".
           03 REP-T-BANDA-D                    PIC ZZZZ9.
           03 FILLER                           PIC X(19)
               VALUE "  SIN MOVIMIENTO: ".
           03 REP-T-BANDA-S                    PIC ZZZZ9.

       77  WS-COBRANZAS-STATUS                 PIC X(02).
       77  WS-IMPUTACIONES-STATUS              PIC X(02).
       77  WS-NOTASDEBITO-STATUS               PIC X(02).
       77  WS-RETENIDAS-STATUS                 PIC X(02).
       77  WS-CREDITOS-STATUS                  PIC X(02).
       77  WS-PROPUESTAS-STATUS                PIC X(02).
       77  HAY-COBRANZAS                       PIC X VALUE 'N'.
       77  HAY-IMPUTACIONES                    PIC X VALUE 'N'.
       77  HAY-NOTASDEBITO                     PIC X VALUE 'N'.
       77  HAY-RETENIDAS                       PIC X VALUE 'N'.
       77  HAY-CREDITOS                        PIC X VALUE 'N'.
       77  HAY-LEGAJO                          PIC X.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       77  EOF-FACTURAS                        PIC 9 VALUE 0.
       77  EOF-MOVART                          PIC 9 VALUE 0.
       77  EOF-COBRANZAS                       PIC 9 VALUE 0.
       77  EOF-IMPUTACIONES                    PIC 9 VALUE 0.
       77  EOF-NOTASDEBITO                     PIC 9 VALUE 0.
       77  EOF-RETENIDAS                       PIC 9 VALUE 0.
       77  EOF-MORAPARAM                       PIC 9 VALUE 0.
       77  EOF-SORTCAL                         PIC 9 VALUE 0.
       77  WS-FECHA-PROCESO                    PIC 9(8).
       77  DIAS-HOY                            PIC S9(8).
       77  DIAS-DESDE                          PIC S9(8).
       77  DIAS-FECHA                          PIC S9(8).
       77  DIAS-CORTE                          PIC S9(8).
       77  DIAS-DEMORA                         PIC S9(8).
       77  DIAS-PAGO-APLICADO                  PIC S9(8).
       01  FECHA-DESGLOSE.
           03 FDG-AAAA                         PIC 9(4).
           03 FDG-MM                           PIC 99.
           03 FDG-DD                           PIC 99.
      **   plazo y gracia son los de la liquidacion de mora
      **   (mora_param.dat pisa estos): una factura es tardia cuando
      **   se paga, o sigue impaga, despues de plazo mas gracia
       77  DIAS-GRACIA                         PIC 9(3) VALUE 5.
       77  PLAZO-PAGO                          PIC 9(3) VALUE 30.
       77  DIAS-TOLERANCIA                     PIC 9(4).
      **   criterio de calificacion: se parte de 100 puntos y se
      **   descuenta por cada indicador hasta su tope
       77  TOPE-PENAL-DIAS                     PIC 9(3) VALUE 40.
       77  TOPE-PENAL-TARDE                    PIC 9(3) VALUE 30.
       77  TOPE-PENAL-DEVOL                    PIC 9(3) VALUE 20.
       77  TOPE-PENAL-RETEN                    PIC 9(3) VALUE 10.
       77  PUNTOS-POR-RETENIDA                 PIC 9(3) VALUE 5.
       77  PISO-BANDA-A                        PIC 9(3) VALUE 80.
       77  PISO-BANDA-B                        PIC 9(3) VALUE 60.
       77  PISO-BANDA-C                        PIC 9(3) VALUE 40.
      **   limite sugerido: el mayor saldo de los ultimos 12 meses
      **   por el factor de la banda, redondeado a miles
       77  FACTOR-BANDA-A                      PIC 9V99 VALUE 1,50.
       77  FACTOR-BANDA-B                      PIC 9V99 VALUE 1,20.
       77  FACTOR-BANDA-C                      PIC 9V99 VALUE 1,00.
       77  FACTOR-BANDA-D                      PIC 9V99 VALUE 0,50.
       77  FACTOR-APLICADO                     PIC 9V99.
       77  LIMITE-EN-MILES                     PIC 9(7).
       77  PUNTAJE                             PIC S9(3).
       77  PENALIDAD                           PIC 9(5).
       77  DIAS-PROMEDIO                       PIC 9(4).
       77  PCT-TARDE                           PIC 9(3).
       77  PCT-DEVOL                           PIC 9(3).
       77  SALDO-MAXIMO                        PIC S9(10)V99.
       77  BASE-DEVOL                          PIC 9(6).
       77  IMPORTE-EVENTO                      PIC S9(10)V99.
       77  DIAS-EVENTO                         PIC S9(8).
       77  IMPORTE-APLICADO                    PIC S9(10)V99.
       77  IMPORTE-RESTANTE                    PIC S9(10)V99.
       77  SALDO-FACT                          PIC S9(10)V99.
       77  FACTURA-BUSCADA                     PIC 9(12).
       77  CLIENTE-BUSCADO                     PIC 9(6).
       77  ANT-FACTURA-RET                     PIC 9(12) VALUE 0.
       77  CONT-PROPUESTAS                     PIC 9(6) VALUE 0.
       77  CONT-CALIFICADOS                    PIC 9(6) VALUE 0.
       77  CONT-BANDA-A                        PIC 9(5) VALUE 0.
       77  CONT-BANDA-B                        PIC 9(5) VALUE 0.
       77  CONT-BANDA-C                        PIC 9(5) VALUE 0.
       77  CONT-BANDA-D                        PIC 9(5) VALUE 0.
       77  CONT-BANDA-S                        PIC 9(5) VALUE 0.
       77  SUB-F                               PIC 9(4).
       77  SUB-C                               PIC 9(4).
       77  SUB-L                               PIC 9(4).
       77  SUB-M                               PIC 9(4).
       77  SUB-P                               PIC 99.
       77  FAC-HALLADA                         PIC X.
       77  ACU-HALLADO                         PIC X.
       77  CLI-HALLADO                         PIC X.
       77  CANT-FAC-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-FAC-TABLA                       PIC 9(4) VALUE 3000.
       77  CANT-ACU-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-ACU-TABLA                       PIC 9(4) VALUE 2000.
       77  CANT-DEV-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-DEV-TABLA                       PIC 9(4) VALUE 1000.
       77  CANT-CLI-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-CLI-TABLA                       PIC 9(4) VALUE 1000.
       77  CANT-CORTES                         PIC 99 VALUE 13.

       01  TABLA-FAC.
           03 FAC-ITEM OCCURS 3000 TIMES.
               05 FAC-T-FACTURA                PIC 9(12).
               05 FAC-T-CLIENTE                PIC 9(6).
               05 FAC-T-DIAS                   PIC S9(8).
               05 FAC-T-TOTAL                  PIC S9(10)V99.
               05 FAC-T-PAGADO                 PIC S9(10)V99.
               05 FAC-T-DIAS-PAGO              PIC S9(8).
       01  TABLA-ACU.
           03 ACU-ITEM OCCURS 2000 TIMES.
               05 ACU-T-CLI                    PIC 9(6).
               05 ACU-T-IMPORTE                PIC S9(10)V99.
               05 ACU-T-DIAS                   PIC S9(8).
       01  TABLA-DEV.
           03 DEV-ITEM OCCURS 1000 TIMES.
               05 DEV-T-FACTURA                PIC 9(12).
      **   saldo del cliente en 13 cortes: hoy y los 12 fines de mes
      **   anteriores (meses de 30 dias, como el resto de la cuenta)
       01  TABLA-CLI.
           03 CLI-ITEM OCCURS 1000 TIMES.
               05 CLI-T-CLIENTE                PIC 9(6).
               05 CLI-T-FACTURAS               PIC 9(5).
               05 CLI-T-PAGADAS                PIC 9(5).
               05 CLI-T-SUMA-DIAS              PIC 9(8).
               05 CLI-T-EVALUADAS              PIC 9(5).
               05 CLI-T-TARDIAS                PIC 9(5).
               05 CLI-T-DEVUELTAS              PIC 9(5).
               05 CLI-T-RETENIDAS              PIC 9(5).
               05 CLI-T-SALDO OCCURS 13 TIMES  PIC S9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 095-CONTROLAR-LOTE-EN-CURSO.
           PERFORM 1000-INICIO-GENERAL.
           PERFORM 1450-CARGAR-DEVOLUCIONES.
           PERFORM 2000-CARGAR-FACTURAS.
           PERFORM 2500-SUMAR-NOTAS-DEBITO.
           PERFORM 3000-NETEAR-COBRANZAS.
           PERFORM 3500-NETEAR-IMPUTACIONES.
           PERFORM 3800-NETEAR-A-CUENTA.
           PERFORM 4000-MEDIR-FACTURAS.
           PERFORM 4500-CONTAR-RETENIDAS.
           SORT SORTCAL
               ON ASCENDING KEY SCA-CLIENTE
               INPUT PROCEDURE IS 6000-CALIFICAR-CLIENTES
                   THRU 6900-FIN-CALIFICACION
               OUTPUT PROCEDURE IS 7000-EMITIR-REVISION
                   THRU 7900-FIN-REVISION.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       095-CONTROLAR-LOTE-EN-CURSO.
      **   mientras el lote nocturno reescribe los maestros no se
      **   admite carga de datos: ventana de lote activa
           OPEN INPUT LOTECURSO.
           READ LOTECURSO AT END MOVE 1 TO EOF-LOTECURSO.
           CLOSE LOTECURSO.
           IF EOF-LOTECURSO <> 1 AND LCU-ESTADO = 'A'
               DISPLAY 'VENTANA DE LOTE ACTIVA (TP2 EN EJECUCION). '
                   'LA CARGA DE DATOS ESTA BLOQUEADA.'
               DISPLAY 'REINTENTE CUANDO TERMINE EL LOTE NOCTURNO.'
               STOP RUN WITH ERROR STATUS 8
           END-IF.

       1000-INICIO-GENERAL.
           OPEN INPUT FACTURAS, MOVART.
           OPEN OUTPUT REPCAL.
           PERFORM 1100-ABRIR-COBRANZAS.
           PERFORM 1150-ABRIR-IMPUTACIONES.
           PERFORM 1200-ABRIR-NOTASDEBITO.
           PERFORM 1250-ABRIR-RETENIDAS.
           PERFORM 1260-ABRIR-CREDITOS.
      **   cada calificacion reemplaza las propuestas anteriores que
      **   no se llegaron a aprobar
           OPEN OUTPUT PROPUESTAS.
           PERFORM 1300-LEER-PARAMETROS.
           DISPLAY 'Ingrese fecha de calificacion (AAAAMMDD, 0 = hoy):'.
           ACCEPT WS-FECHA-PROCESO.
           IF WS-FECHA-PROCESO = 0
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-FECHA-PROCESO TO FECHA-DESGLOSE.
           PERFORM 1500-FECHA-A-DIAS.
           MOVE DIAS-FECHA TO DIAS-HOY.
           COMPUTE DIAS-DESDE = DIAS-HOY - 360.
           COMPUTE DIAS-TOLERANCIA = PLAZO-PAGO + DIAS-GRACIA.
           MOVE WS-FECHA-PROCESO TO REP-TI-FECHA.
           WRITE REP-LINEA FROM REP-TITULO.
           WRITE REP-LINEA FROM REP-ENCABEZADO.

       1100-ABRIR-COBRANZAS.
           OPEN INPUT COBRANZAS.
           IF WS-COBRANZAS-STATUS = '00'
               MOVE 'S' TO HAY-COBRANZAS
           ELSE
               DISPLAY "SIN ARCHIVO DE COBRANZAS: toda factura se "
                   "toma como impaga."
           END-IF.

       1150-ABRIR-IMPUTACIONES.
           OPEN INPUT IMPUTACIONES.
           IF WS-IMPUTACIONES-STATUS = '00'
               MOVE 'S' TO HAY-IMPUTACIONES
           END-IF.

       1200-ABRIR-NOTASDEBITO.
           OPEN INPUT NOTASDEBITO.
           IF WS-NOTASDEBITO-STATUS = '00'
               MOVE 'S' TO HAY-NOTASDEBITO
           END-IF.

       1250-ABRIR-RETENIDAS.
           OPEN INPUT RETENIDAS.
           IF WS-RETENIDAS-STATUS = '00'
               MOVE 'S' TO HAY-RETENIDAS
           END-IF.

       1260-ABRIR-CREDITOS.
           OPEN INPUT CREDITOS.
           IF WS-CREDITOS-STATUS = '00'
               MOVE 'S' TO HAY-CREDITOS
           ELSE
               DISPLAY "SIN ARCHIVO DE CREDITOS: no se generan "
                   "propuestas de limite."
           END-IF.

       1300-LEER-PARAMETROS.
           OPEN INPUT MORAPARAM.
           READ MORAPARAM AT END MOVE 1 TO EOF-MORAPARAM.
           IF EOF-MORAPARAM <> 1
               MOVE MPA-DIAS-GRACIA TO DIAS-GRACIA
               IF MPA-PLAZO-PAGO > 0
                   MOVE MPA-PLAZO-PAGO TO PLAZO-PAGO
               END-IF
           END-IF.
           CLOSE MORAPARAM.
           DISPLAY "PLAZO DE PAGO: ", PLAZO-PAGO, " DIAS  GRACIA: ",
               DIAS-GRACIA, " DIAS".

       1450-CARGAR-DEVOLUCIONES.
      **   una factura devuelta no cuenta como deuda ni como pago;
      **   solo suma a la tasa de devolucion del cliente
           READ MOVART AT END MOVE 1 TO EOF-MOVART.
           PERFORM UNTIL EOF-MOVART = 1
               IF MOV-DEVOLUCION
                   PERFORM 1460-REGISTRAR-DEVOLUCION
               END-IF
               READ MOVART AT END MOVE 1 TO EOF-MOVART
           END-PERFORM.

       1460-REGISTRAR-DEVOLUCION.
           IF CANT-DEV-TABLA < MAX-DEV-TABLA
               ADD 1 TO CANT-DEV-TABLA
               MOVE mov-factura TO DEV-T-FACTURA(CANT-DEV-TABLA)
           ELSE
               DISPLAY "ADVERTENCIA: SUPERA ", MAX-DEV-TABLA,
                   " DEVOLUCIONES, SE OMITEN"
           END-IF.
           MOVE mov-fecha TO FECHA-DESGLOSE.
           PERFORM 1500-FECHA-A-DIAS.
           IF DIAS-FECHA NOT < DIAS-DESDE
               MOVE mov-cliente TO CLIENTE-BUSCADO
               PERFORM 2600-BUSCAR-O-AGREGAR-CLIENTE
               IF CLI-HALLADO = 'S'
                   ADD 1 TO CLI-T-DEVUELTAS(SUB-L)
               END-IF
           END-IF.

       1500-FECHA-A-DIAS.
      **   conversion aproximada a dias (anio de 360), la misma que
      **   usan repAntiguedad y liquidarMora
           COMPUTE DIAS-FECHA =
               FDG-AAAA * 360 + (FDG-MM - 1) * 30 + FDG-DD.

       2000-CARGAR-FACTURAS.
      **   FACTURAS tiene una linea por articulo: se junta el total
      **   de cada factura; las devueltas no entran
           MOVE LOW-VALUES TO FACT-CLAVE.
           START FACTURAS KEY IS > FACT-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTURAS.
           IF EOF-FACTURAS <> 1
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS
           END-IF.
           PERFORM UNTIL EOF-FACTURAS = 1
               PERFORM 2100-ACUMULAR-LINEA
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS
           END-PERFORM.
           PERFORM 2300-CARGAR-EN-SALDOS
               VARYING SUB-F FROM 1 BY 1
               UNTIL SUB-F > CANT-FAC-TABLA.

       2100-ACUMULAR-LINEA.
           IF CANT-FAC-TABLA > 0
               AND FAC-T-FACTURA(CANT-FAC-TABLA) = fact-factura
               ADD fact-total TO FAC-T-TOTAL(CANT-FAC-TABLA)
           ELSE
               PERFORM 2200-BUSCAR-DEVOLUCION
               IF FAC-HALLADA = 'N'
                   PERFORM 2150-AGREGAR-FACTURA
               END-IF
           END-IF.

       2150-AGREGAR-FACTURA.
           IF CANT-FAC-TABLA < MAX-FAC-TABLA
               ADD 1 TO CANT-FAC-TABLA
               MOVE fact-factura TO FAC-T-FACTURA(CANT-FAC-TABLA)
               MOVE fact-cliente TO FAC-T-CLIENTE(CANT-FAC-TABLA)
               MOVE fact-fecha TO FECHA-DESGLOSE
               PERFORM 1500-FECHA-A-DIAS
               MOVE DIAS-FECHA   TO FAC-T-DIAS(CANT-FAC-TABLA)
               MOVE fact-total   TO FAC-T-TOTAL(CANT-FAC-TABLA)
               MOVE 0 TO FAC-T-PAGADO(CANT-FAC-TABLA)
               MOVE 0 TO FAC-T-DIAS-PAGO(CANT-FAC-TABLA)
           ELSE
               DISPLAY "ADVERTENCIA: SUPERA ", MAX-FAC-TABLA,
                   " FACTURAS, SE OMITEN"
           END-IF.

       2200-BUSCAR-DEVOLUCION.
           MOVE 'N' TO FAC-HALLADA.
           MOVE 0 TO SUB-M.
           PERFORM 2210-COMPARAR-DEVOLUCION
               UNTIL FAC-HALLADA = 'S' OR SUB-M >= CANT-DEV-TABLA.

       2210-COMPARAR-DEVOLUCION.
           ADD 1 TO SUB-M.
           IF DEV-T-FACTURA(SUB-M) = fact-factura
               MOVE 'S' TO FAC-HALLADA
           END-IF.

       2300-CARGAR-EN-SALDOS.
           MOVE FAC-T-CLIENTE(SUB-F) TO CLIENTE-BUSCADO.
           MOVE FAC-T-TOTAL(SUB-F) TO IMPORTE-EVENTO.
           MOVE FAC-T-DIAS(SUB-F) TO DIAS-EVENTO.
           PERFORM 2700-SUMAR-A-SALDOS.
           IF CLI-HALLADO = 'S' AND FAC-T-DIAS(SUB-F) NOT < DIAS-DESDE
               ADD 1 TO CLI-T-FACTURAS(SUB-L)
           END-IF.

       2400-BUSCAR-FACTURA.
           MOVE 'N' TO FAC-HALLADA.
           MOVE 0 TO SUB-F.
           PERFORM 2410-COMPARAR-FACTURA
               UNTIL FAC-HALLADA = 'S' OR SUB-F >= CANT-FAC-TABLA.

       2410-COMPARAR-FACTURA.
           ADD 1 TO SUB-F.
           IF FAC-T-FACTURA(SUB-F) = FACTURA-BUSCADA
               MOVE 'S' TO FAC-HALLADA
           END-IF.

       2500-SUMAR-NOTAS-DEBITO.
      **   el interes por mora facturado tambien es deuda del cliente
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
                   MOVE NDB-CLIENTE TO CLIENTE-BUSCADO
                   MOVE NDB-TOTAL TO IMPORTE-EVENTO
                   MOVE NDB-FECHA TO FECHA-DESGLOSE
                   PERFORM 1500-FECHA-A-DIAS
                   MOVE DIAS-FECHA TO DIAS-EVENTO
                   PERFORM 2700-SUMAR-A-SALDOS
                   READ NOTASDEBITO NEXT
                       AT END MOVE 1 TO EOF-NOTASDEBITO
                   END-READ
               END-PERFORM
           END-IF.

       2600-BUSCAR-O-AGREGAR-CLIENTE.
           MOVE 'N' TO CLI-HALLADO.
           MOVE 0 TO SUB-L.
           PERFORM 2610-COMPARAR-CLIENTE
               UNTIL CLI-HALLADO = 'S' OR SUB-L >= CANT-CLI-TABLA.
           IF CLI-HALLADO = 'N'
               IF CANT-CLI-TABLA < MAX-CLI-TABLA
                   ADD 1 TO CANT-CLI-TABLA
                   MOVE CANT-CLI-TABLA TO SUB-L
                   INITIALIZE CLI-ITEM(SUB-L)
                   MOVE CLIENTE-BUSCADO TO CLI-T-CLIENTE(SUB-L)
                   MOVE 'S' TO CLI-HALLADO
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-CLI-TABLA,
                       " CLIENTES, SE OMITEN"
               END-IF
           END-IF.

       2610-COMPARAR-CLIENTE.
           ADD 1 TO SUB-L.
           IF CLI-T-CLIENTE(SUB-L) = CLIENTE-BUSCADO
               MOVE 'S' TO CLI-HALLADO
           END-IF.

       2700-SUMAR-A-SALDOS.
      **   un movimiento pesa en todos los cortes posteriores a su
      **   fecha
           PERFORM 2600-BUSCAR-O-AGREGAR-CLIENTE.
           IF CLI-HALLADO = 'S'
               PERFORM 2710-SUMAR-CORTE
                   VARYING SUB-P FROM 1 BY 1
                   UNTIL SUB-P > CANT-CORTES
           END-IF.

       2710-SUMAR-CORTE.
           COMPUTE DIAS-CORTE = DIAS-HOY - (SUB-P - 1) * 30.
           IF DIAS-EVENTO NOT > DIAS-CORTE
               ADD IMPORTE-EVENTO TO CLI-T-SALDO(SUB-L, SUB-P)
           END-IF.

       3000-NETEAR-COBRANZAS.
      **   mismo criterio que liquidarMora: el recibo aplicado a una
      **   factura la cancela, el recibo a cuenta se junta por
      **   cliente; los cheques rechazados no cancelan nada. La
      **   fecha del ultimo pago que la cancela es la fecha de pago
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
                   IF NOT COB-RECHAZADO
                       PERFORM 3100-APLICAR-COBRANZA
                   END-IF
                   READ COBRANZAS NEXT
                       AT END MOVE 1 TO EOF-COBRANZAS
                   END-READ
               END-PERFORM
           END-IF.

       3100-APLICAR-COBRANZA.
           MOVE COB-FECHA TO FECHA-DESGLOSE.
           PERFORM 1500-FECHA-A-DIAS.
           MOVE DIAS-FECHA TO DIAS-PAGO-APLICADO.
           MOVE COB-CLIENTE TO CLIENTE-BUSCADO.
           COMPUTE IMPORTE-EVENTO = COB-IMPORTE * -1.
           MOVE DIAS-FECHA TO DIAS-EVENTO.
           PERFORM 2700-SUMAR-A-SALDOS.
           MOVE COB-IMPORTE TO IMPORTE-APLICADO.
           IF COB-FACTURA > 0
               MOVE COB-FACTURA TO FACTURA-BUSCADA
               PERFORM 3300-APLICAR-A-FACTURA
           ELSE
               PERFORM 3400-SUMAR-A-CUENTA
           END-IF.

       3300-APLICAR-A-FACTURA.
           PERFORM 2400-BUSCAR-FACTURA.
           IF FAC-HALLADA = 'S'
               ADD IMPORTE-APLICADO TO FAC-T-PAGADO(SUB-F)
               IF DIAS-PAGO-APLICADO > FAC-T-DIAS-PAGO(SUB-F)
                   MOVE DIAS-PAGO-APLICADO TO FAC-T-DIAS-PAGO(SUB-F)
               END-IF
           ELSE
               PERFORM 3400-SUMAR-A-CUENTA
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
                   MOVE CLIENTE-BUSCADO TO ACU-T-CLI(SUB-C)
                   MOVE 0 TO ACU-T-IMPORTE(SUB-C)
                   MOVE 0 TO ACU-T-DIAS(SUB-C)
                   MOVE 'S' TO ACU-HALLADO
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-ACU-TABLA,
                       " CLIENTES CON PAGOS A CUENTA, SE OMITEN"
               END-IF
           END-IF.
           IF ACU-HALLADO = 'S'
               ADD IMPORTE-APLICADO TO ACU-T-IMPORTE(SUB-C)
               IF IMPORTE-APLICADO > 0
                   AND DIAS-PAGO-APLICADO > ACU-T-DIAS(SUB-C)
                   MOVE DIAS-PAGO-APLICADO TO ACU-T-DIAS(SUB-C)
               END-IF
           END-IF.

       3410-COMPARAR-ACU.
           ADD 1 TO SUB-C.
           IF ACU-T-CLI(SUB-C) = CLIENTE-BUSCADO
               MOVE 'S' TO ACU-HALLADO
           END-IF.

       3500-NETEAR-IMPUTACIONES.
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
                   PERFORM 3510-APLICAR-IMPUTACION
                   READ IMPUTACIONES NEXT
                       AT END MOVE 1 TO EOF-IMPUTACIONES
                   END-READ
               END-PERFORM
           END-IF.

       3510-APLICAR-IMPUTACION.
      **   la imputacion reparte un recibo a cuenta: no cambia el
      **   saldo del cliente, solo cual factura queda cancelada
           MOVE 'N' TO COB-MEDIO.
           IF HAY-COBRANZAS = 'S'
               MOVE IMP-RECIBO TO COB-RECIBO
               READ COBRANZAS
                   INVALID KEY
                       MOVE 'R' TO COB-MEDIO
               END-READ
           END-IF.
           IF NOT COB-RECHAZADO
               MOVE IMP-FECHA TO FECHA-DESGLOSE
               PERFORM 1500-FECHA-A-DIAS
               MOVE DIAS-FECHA TO DIAS-PAGO-APLICADO
               MOVE IMP-CLIENTE TO CLIENTE-BUSCADO
               MOVE IMP-FACTURA TO FACTURA-BUSCADA
               MOVE IMP-IMPORTE TO IMPORTE-APLICADO
               PERFORM 3300-APLICAR-A-FACTURA
               COMPUTE IMPORTE-APLICADO = IMP-IMPORTE * -1
               PERFORM 3400-SUMAR-A-CUENTA
           END-IF.

       3800-NETEAR-A-CUENTA.
      **   lo cobrado a cuenta sin imputar cancela primero la deuda
      **   mas vieja del cliente
           PERFORM 3810-NETEAR-CLIENTE
               VARYING SUB-C FROM 1 BY 1
               UNTIL SUB-C > CANT-ACU-TABLA.

       3810-NETEAR-CLIENTE.
           IF ACU-T-IMPORTE(SUB-C) > 0
               MOVE ACU-T-IMPORTE(SUB-C) TO IMPORTE-RESTANTE
               MOVE 0 TO SUB-F
               PERFORM 3820-NETEAR-FACTURA
                   UNTIL IMPORTE-RESTANTE = 0
                      OR SUB-F >= CANT-FAC-TABLA
           END-IF.

       3820-NETEAR-FACTURA.
           ADD 1 TO SUB-F.
           IF FAC-T-CLIENTE(SUB-F) = ACU-T-CLI(SUB-C)
               COMPUTE SALDO-FACT = FAC-T-TOTAL(SUB-F)
                   - FAC-T-PAGADO(SUB-F)
               IF SALDO-FACT > 0
                   IF IMPORTE-RESTANTE >= SALDO-FACT
                       ADD SALDO-FACT TO FAC-T-PAGADO(SUB-F)
                       SUBTRACT SALDO-FACT FROM IMPORTE-RESTANTE
                   ELSE
                       ADD IMPORTE-RESTANTE TO FAC-T-PAGADO(SUB-F)
                       MOVE 0 TO IMPORTE-RESTANTE
                   END-IF
                   IF ACU-T-DIAS(SUB-C) > FAC-T-DIAS-PAGO(SUB-F)
                       MOVE ACU-T-DIAS(SUB-C)
                           TO FAC-T-DIAS-PAGO(SUB-F)
                   END-IF
               END-IF
           END-IF.

       4000-MEDIR-FACTURAS.
      **   de las facturas de los ultimos 12 meses: dias hasta el
      **   pago total y si se pagaron (o siguen impagas) fuera de
      **   plazo; una impaga todavia en plazo no se evalua
           PERFORM 4100-MEDIR-FACTURA
               VARYING SUB-F FROM 1 BY 1
               UNTIL SUB-F > CANT-FAC-TABLA.

       4100-MEDIR-FACTURA.
           IF FAC-T-DIAS(SUB-F) NOT < DIAS-DESDE
               MOVE FAC-T-CLIENTE(SUB-F) TO CLIENTE-BUSCADO
               PERFORM 2600-BUSCAR-O-AGREGAR-CLIENTE
               IF CLI-HALLADO = 'S'
                   IF FAC-T-PAGADO(SUB-F) >= FAC-T-TOTAL(SUB-F)
                       PERFORM 4200-MEDIR-PAGADA
                   ELSE
                       PERFORM 4300-MEDIR-IMPAGA
                   END-IF
               END-IF
           END-IF.

       4200-MEDIR-PAGADA.
           COMPUTE DIAS-DEMORA =
               FAC-T-DIAS-PAGO(SUB-F) - FAC-T-DIAS(SUB-F).
           IF DIAS-DEMORA < 0
               MOVE 0 TO DIAS-DEMORA
           END-IF.
           ADD 1 TO CLI-T-PAGADAS(SUB-L).
           ADD DIAS-DEMORA TO CLI-T-SUMA-DIAS(SUB-L).
           ADD 1 TO CLI-T-EVALUADAS(SUB-L).
           IF DIAS-DEMORA > DIAS-TOLERANCIA
               ADD 1 TO CLI-T-TARDIAS(SUB-L)
           END-IF.

       4300-MEDIR-IMPAGA.
           COMPUTE DIAS-DEMORA = DIAS-HOY - FAC-T-DIAS(SUB-F).
           IF DIAS-DEMORA > DIAS-TOLERANCIA
               ADD 1 TO CLI-T-EVALUADAS(SUB-L)
               ADD 1 TO CLI-T-TARDIAS(SUB-L)
           END-IF.

       4500-CONTAR-RETENIDAS.
      **   cada factura retenida por limite de credito en los ultimos
      **   12 meses, se haya liberado o no
           IF HAY-RETENIDAS = 'S'
               MOVE LOW-VALUES TO RET-CLAVE
               START RETENIDAS KEY IS > RET-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-RETENIDAS
               END-START
               IF EOF-RETENIDAS <> 1
                   READ RETENIDAS NEXT AT END MOVE 1 TO EOF-RETENIDAS
                   END-READ
               END-IF
               PERFORM UNTIL EOF-RETENIDAS = 1
                   IF RET-FACTURA <> ANT-FACTURA-RET
                       MOVE RET-FACTURA TO ANT-FACTURA-RET
                       PERFORM 4510-CONTAR-RETENIDA
                   END-IF
                   READ RETENIDAS NEXT AT END MOVE 1 TO EOF-RETENIDAS
                   END-READ
               END-PERFORM
           END-IF.

       4510-CONTAR-RETENIDA.
           MOVE RET-FECHA-ALTA TO FECHA-DESGLOSE.
           PERFORM 1500-FECHA-A-DIAS.
           IF DIAS-FECHA NOT < DIAS-DESDE
               MOVE RET-CLIENTE TO CLIENTE-BUSCADO
               PERFORM 2600-BUSCAR-O-AGREGAR-CLIENTE
               IF CLI-HALLADO = 'S'
                   ADD 1 TO CLI-T-RETENIDAS(SUB-L)
               END-IF
           END-IF.

       6000-CALIFICAR-CLIENTES.
           PERFORM 6100-CALIFICAR-CLIENTE
               VARYING SUB-L FROM 1 BY 1
               UNTIL SUB-L > CANT-CLI-TABLA.

       6900-FIN-CALIFICACION.
           EXIT.

       6100-CALIFICAR-CLIENTE.
           MOVE 0 TO DIAS-PROMEDIO, PCT-TARDE, PCT-DEVOL.
           IF CLI-T-PAGADAS(SUB-L) > 0
               COMPUTE DIAS-PROMEDIO ROUNDED =
                   CLI-T-SUMA-DIAS(SUB-L) / CLI-T-PAGADAS(SUB-L)
           END-IF.
           IF CLI-T-EVALUADAS(SUB-L) > 0
               COMPUTE PCT-TARDE ROUNDED = CLI-T-TARDIAS(SUB-L)
                   * 100 / CLI-T-EVALUADAS(SUB-L)
           END-IF.
           COMPUTE BASE-DEVOL =
               CLI-T-FACTURAS(SUB-L) + CLI-T-DEVUELTAS(SUB-L).
           IF BASE-DEVOL > 0
               COMPUTE PCT-DEVOL ROUNDED =
                   CLI-T-DEVUELTAS(SUB-L) * 100 / BASE-DEVOL
           END-IF.
           MOVE 0 TO SALDO-MAXIMO.
           PERFORM 6110-MAYOR-SALDO
               VARYING SUB-P FROM 1 BY 1
               UNTIL SUB-P > CANT-CORTES.
           PERFORM 6200-CALCULAR-PUNTAJE.
           PERFORM 6300-LEER-LEGAJO.
           PERFORM 6400-SUGERIR-LIMITE.
           MOVE CLI-T-CLIENTE(SUB-L) TO SCA-CLIENTE.
           MOVE DIAS-PROMEDIO TO SCA-DIAS-PROMEDIO.
           MOVE PCT-TARDE TO SCA-PCT-TARDE.
           MOVE SALDO-MAXIMO TO SCA-SALDO-MAXIMO.
           MOVE PCT-DEVOL TO SCA-PCT-DEVOL.
           MOVE CLI-T-RETENIDAS(SUB-L) TO SCA-RETENIDAS.
           MOVE PUNTAJE TO SCA-PUNTAJE.
           MOVE HAY-LEGAJO TO SCA-HAY-LEGAJO.
           RELEASE SCA-REG.

       6110-MAYOR-SALDO.
           IF CLI-T-SALDO(SUB-L, SUB-P) > SALDO-MAXIMO
               MOVE CLI-T-SALDO(SUB-L, SUB-P) TO SALDO-MAXIMO
           END-IF.

       6200-CALCULAR-PUNTAJE.
           MOVE 100 TO PUNTAJE.
           IF DIAS-PROMEDIO > PLAZO-PAGO
               COMPUTE PENALIDAD = DIAS-PROMEDIO - PLAZO-PAGO
               IF PENALIDAD > TOPE-PENAL-DIAS
                   MOVE TOPE-PENAL-DIAS TO PENALIDAD
               END-IF
               SUBTRACT PENALIDAD FROM PUNTAJE
           END-IF.
           COMPUTE PENALIDAD ROUNDED =
               PCT-TARDE * TOPE-PENAL-TARDE / 100.
           SUBTRACT PENALIDAD FROM PUNTAJE.
           COMPUTE PENALIDAD = PCT-DEVOL.
           IF PENALIDAD > TOPE-PENAL-DEVOL
               MOVE TOPE-PENAL-DEVOL TO PENALIDAD
           END-IF.
           SUBTRACT PENALIDAD FROM PUNTAJE.
           COMPUTE PENALIDAD =
               CLI-T-RETENIDAS(SUB-L) * PUNTOS-POR-RETENIDA.
           IF PENALIDAD > TOPE-PENAL-RETEN
               MOVE TOPE-PENAL-RETEN TO PENALIDAD
           END-IF.
           SUBTRACT PENALIDAD FROM PUNTAJE.
           IF PUNTAJE < 0
               MOVE 0 TO PUNTAJE
           END-IF.
           IF CLI-T-FACTURAS(SUB-L) = 0 AND SALDO-MAXIMO NOT > 0
               MOVE 'S' TO SCA-BANDA
           ELSE
               IF PUNTAJE >= PISO-BANDA-A
                   MOVE 'A' TO SCA-BANDA
               ELSE
                   IF PUNTAJE >= PISO-BANDA-B
                       MOVE 'B' TO SCA-BANDA
                   ELSE
                       IF PUNTAJE >= PISO-BANDA-C
                           MOVE 'C' TO SCA-BANDA
                       ELSE
                           MOVE 'D' TO SCA-BANDA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       6300-LEER-LEGAJO.
           MOVE 'N' TO HAY-LEGAJO.
           MOVE 0 TO SCA-LIMITE-ACTUAL.
           IF HAY-CREDITOS = 'S'
               MOVE CLI-T-CLIENTE(SUB-L) TO CRE-CLIENTE
               READ CREDITOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO HAY-LEGAJO
                       MOVE CRE-LIMITE TO SCA-LIMITE-ACTUAL
               END-READ
           END-IF.

       6400-SUGERIR-LIMITE.
      **   sin movimiento en el anio no hay base: se sugiere dejar
      **   el limite como esta
           EVALUATE SCA-BANDA
               WHEN 'A'
                   MOVE FACTOR-BANDA-A TO FACTOR-APLICADO
               WHEN 'B'
                   MOVE FACTOR-BANDA-B TO FACTOR-APLICADO
               WHEN 'C'
                   MOVE FACTOR-BANDA-C TO FACTOR-APLICADO
               WHEN 'D'
                   MOVE FACTOR-BANDA-D TO FACTOR-APLICADO
               WHEN OTHER
                   MOVE 0 TO FACTOR-APLICADO
           END-EVALUATE.
           IF SCA-BANDA = 'S' OR SALDO-MAXIMO NOT > 0
               MOVE SCA-LIMITE-ACTUAL TO SCA-LIMITE-SUGERIDO
           ELSE
               COMPUTE LIMITE-EN-MILES ROUNDED =
                   SALDO-MAXIMO * FACTOR-APLICADO / 1000
               COMPUTE SCA-LIMITE-SUGERIDO = LIMITE-EN-MILES * 1000
           END-IF.

       7000-EMITIR-REVISION.
           RETURN SORTCAL AT END MOVE 1 TO EOF-SORTCAL.
           PERFORM UNTIL EOF-SORTCAL = 1
               PERFORM 7100-EMITIR-CLIENTE
               RETURN SORTCAL AT END MOVE 1 TO EOF-SORTCAL
           END-PERFORM.
           MOVE CONT-CALIFICADOS TO REP-T-CLIENTES.
           MOVE CONT-PROPUESTAS TO REP-T-PROPUESTAS.
           MOVE CONT-BANDA-A TO REP-T-BANDA-A.
           MOVE CONT-BANDA-B TO REP-T-BANDA-B.
           MOVE CONT-BANDA-C TO REP-T-BANDA-C.
           MOVE CONT-BANDA-D TO REP-T-BANDA-D.
           MOVE CONT-BANDA-S TO REP-T-BANDA-S.
           WRITE REP-LINEA FROM REP-TOTAL.

       7900-FIN-REVISION.
           EXIT.

       7100-EMITIR-CLIENTE.
           ADD 1 TO CONT-CALIFICADOS.
           EVALUATE SCA-BANDA
               WHEN 'A' ADD 1 TO CONT-BANDA-A
               WHEN 'B' ADD 1 TO CONT-BANDA-B
               WHEN 'C' ADD 1 TO CONT-BANDA-C
               WHEN 'D' ADD 1 TO CONT-BANDA-D
               WHEN OTHER ADD 1 TO CONT-BANDA-S
           END-EVALUATE.
           MOVE SCA-CLIENTE TO REP-D-CLIENTE.
           MOVE SCA-DIAS-PROMEDIO TO REP-D-DIAS.
           MOVE SCA-PCT-TARDE TO REP-D-TARDE.
           MOVE SCA-SALDO-MAXIMO TO REP-D-SALDO.
           MOVE SCA-PCT-DEVOL TO REP-D-DEVOL.
           MOVE SCA-RETENIDAS TO REP-D-RETEN.
           MOVE SCA-PUNTAJE TO REP-D-PUNTAJE.
           MOVE SCA-BANDA TO REP-D-BANDA.
           MOVE SCA-LIMITE-ACTUAL TO REP-D-LIMITE.
           MOVE SCA-LIMITE-SUGERIDO TO REP-D-SUGERIDO.
           MOVE SPACES TO REP-D-OBSERVACION.
           IF SCA-HAY-LEGAJO <> 'S'
               MOVE "SIN LEGAJO" TO REP-D-OBSERVACION
           ELSE
               IF SCA-LIMITE-SUGERIDO = SCA-LIMITE-ACTUAL
                   MOVE "SIN CAMBIO" TO REP-D-OBSERVACION
               ELSE
                   PERFORM 7200-GRABAR-PROPUESTA
               END-IF
           END-IF.
           WRITE REP-LINEA FROM REP-DETALLE.

       7200-GRABAR-PROPUESTA.
           MOVE SCA-CLIENTE TO PRC-CLIENTE.
           MOVE WS-FECHA-PROCESO TO PRC-FECHA.
           MOVE SCA-PUNTAJE TO PRC-PUNTAJE.
           MOVE SCA-BANDA TO PRC-BANDA.
           MOVE SCA-LIMITE-ACTUAL TO PRC-LIMITE-ACTUAL.
           MOVE SCA-LIMITE-SUGERIDO TO PRC-LIMITE-SUGERIDO.
           MOVE 'P' TO PRC-ESTADO.
           WRITE PRC-REGISTRO
               INVALID KEY
                   DISPLAY "PROPUESTA DUPLICADA PARA EL CLIENTE ",
                       SCA-CLIENTE
               NOT INVALID KEY
                   ADD 1 TO CONT-PROPUESTAS
                   MOVE "A APROBAR" TO REP-D-OBSERVACION
           END-WRITE.

       9000-FIN-GENERAL.
           CLOSE FACTURAS, MOVART, REPCAL, PROPUESTAS.
           IF HAY-COBRANZAS = 'S'
               CLOSE COBRANZAS
           END-IF.
           IF HAY-IMPUTACIONES = 'S'
               CLOSE IMPUTACIONES
           END-IF.
           IF HAY-NOTASDEBITO = 'S'
               CLOSE NOTASDEBITO
           END-IF.
           IF HAY-RETENIDAS = 'S'
               CLOSE RETENIDAS
           END-IF.
           IF HAY-CREDITOS = 'S'
               CLOSE CREDITOS
           END-IF.
           DISPLAY "CLIENTES CALIFICADOS: ", CONT-CALIFICADOS.
           DISPLAY "PROPUESTAS DE LIMITE A APROBAR: ", CONT-PROPUESTAS.
           DISPLAY "APRUEBE CON aprobarLimites.".

       END PROGRAM YOUR-PROGRAM-NAME.
