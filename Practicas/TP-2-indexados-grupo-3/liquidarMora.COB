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
           SELECT PUNTOSVENTAND ASSIGN TO '../puntos_venta_nd.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTN-PUNTO
               FILE STATUS IS WS-PTN-STATUS.
           SELECT CREDITOS ASSIGN TO '../creditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRE-CLIENTE
               FILE STATUS IS WS-CREDITOS-STATUS.
           SELECT OPTIONAL MORAPARAM ASSIGN TO '../mora_param.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TASASMORA ASSIGN TO '../tasas_mora.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXENTOSMORA
               ASSIGN TO '../clientes_exentos_mora.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPMORA ASSIGN TO '../reporte_notas_debito.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTLLOTE ASSIGN TO '../controles_lote.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTMORA ASSIGN TO "SORTWK1".

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
       FD  PUNTOSVENTAND.
       01  PTN-REGISTRO.
           03 PTN-PUNTO                        PIC 9(4).
           03 PTN-PROX-NUMERO                  PIC 9(8).
       FD  CREDITOS.
       01  CRE-REGISTRO.
           03 CRE-CLIENTE                      PIC 9(6).
           03 CRE-LIMITE                       PIC 9(10)V99.
           03 CRE-EXPUESTO                     PIC S9(10)V99.
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
       FD  TASASMORA.
       01  TMO-REG.
           03 TMO-DIAS-DESDE                   PIC 9(4).
           03 FILLER                           PIC X.
           03 TMO-TASA                         PIC 9(2)V99.
       FD  EXENTOSMORA.
       01  EXM-REG.
           03 EXM-CLIENTE                      PIC 9(6).
       FD  REPMORA.
       01  REP-LINEA                           PIC X(130).
       FD  AUDITORIA.
       01  AUD-LINEA                           PIC X(121).
       FD  AUDCADENA.
       01  ACA-REG.
           03 ACA-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X.
           03 ACA-CONTROL                      PIC 9(10).
       FD  CTLLOTE.
       01  CLOT-REG.
           03 CLOT-FECHA                       PIC 9(8).
           03 FILLER                           PIC X.
           03 CLOT-PROGRAMA                    PIC X(15).
           03 FILLER                           PIC X.
           03 CLOT-CANTIDAD                    PIC 9(8).
           03 FILLER                           PIC X.
           03 CLOT-TOTAL                       PIC S9(12)V99
                                      SIGN LEADING SEPARATE.
       SD  SORTMORA.
       01  SMO-REG.
           03 SMO-CLIENTE                      PIC 9(6).
           03 SMO-FACTURA                      PIC 9(12).
           03 SMO-VEND                         PIC 9(3).
           03 SMO-DIAS-MORA                    PIC 9(5).
           03 SMO-CAPITAL                      PIC 9(10)V99.
           03 SMO-TASA                         PIC 9(2)V99.
           03 SMO-INTERES                      PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  AUD-DETALLE.
           03 AUD-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-HORA                         PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-PROGRAMA                     PIC X(15)
                                      VALUE "LIQUIDARMORA".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       01  REP-TITULO.
           03 FILLER                           PIC X(36)
               VALUE "NOTAS DE DEBITO POR MORA - PERIODO ".
           03 REP-T-PERIODO                    PIC 9(6).
           03 FILLER                           PIC X(12)
               VALUE "  LIQUIDADO ".
           03 REP-T-FECHA                      PIC 9(8).
       01  REP-ENCAB-NOTA.
           03 FILLER                           PIC X(16)
               VALUE "NOTA DE DEBITO: ".
           03 REP-E-NUMERO                     PIC 9(12).
           03 FILLER                           PIC X(11)
               VALUE "  CLIENTE: ".
           03 REP-E-CLIENTE                    PIC ZZZZZ9.
       01  REP-DETALLE.
           03 FILLER                           PIC X(12)
               VALUE "    FACTURA ".
           03 REP-D-FACTURA                    PIC Z(11)9.
           03 FILLER                           PIC X(7)
               VALUE "  DIAS ".
           03 REP-D-DIAS                       PIC ZZZZ9.
           03 FILLER                           PIC X(10)
               VALUE "  CAPITAL ".
           03 REP-D-CAPITAL                    PIC Z(9)9,99.
           03 FILLER                           PIC X(7)
               VALUE "  TASA ".
           03 REP-D-TASA                       PIC Z9,99.
           03 FILLER                           PIC X(10)
               VALUE "  INTERES ".
           03 REP-D-INTERES                    PIC Z(9)9,99.
       01  REP-TOTAL-NOTA.
           03 FILLER                           PIC X(10)
               VALUE "    NETO: ".
           03 REP-N-NETO                       PIC Z(9)9,99.
           03 FILLER                           PIC X(8)
               VALUE "  IVA: ".
           03 REP-N-IVA                        PIC Z(9)9,99.
           03 FILLER                           PIC X(10)
               VALUE "  TOTAL: ".
           03 REP-N-TOTAL                      PIC Z(9)9,99.
       01  REP-TOTAL-GRAL.
           03 FILLER                           PIC X(17)
               VALUE "NOTAS EMITIDAS: ".
           03 REP-G-NOTAS                      PIC ZZZZZ9.
           03 FILLER                           PIC X(10)
               VALUE "  TOTAL: ".
           03 REP-G-TOTAL                      PIC Z(11)9,99.

       77  WS-COBRANZAS-STATUS                 PIC X(02).
       77  WS-IMPUTACIONES-STATUS              PIC X(02).
       77  WS-NOTASDEBITO-STATUS               PIC X(02).
       77  WS-PTN-STATUS                       PIC X(02).
       77  WS-CREDITOS-STATUS                  PIC X(02).
       77  HAY-COBRANZAS                       PIC X VALUE 'N'.
       77  HAY-IMPUTACIONES                    PIC X VALUE 'N'.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       77  EOF-FACTURAS                        PIC 9 VALUE 0.
       77  EOF-MOVART                          PIC 9 VALUE 0.
       77  EOF-COBRANZAS                       PIC 9 VALUE 0.
       77  EOF-IMPUTACIONES                    PIC 9 VALUE 0.
       77  EOF-NOTASDEBITO                     PIC 9 VALUE 0.
       77  EOF-MORAPARAM                       PIC 9 VALUE 0.
       77  EOF-TASASMORA                       PIC 9 VALUE 0.
       77  EOF-EXENTOSMORA                     PIC 9 VALUE 0.
       77  EOF-SORTMORA                        PIC 9 VALUE 0.
       77  WS-FECHA-PROCESO                    PIC 9(8).
       01  FECHA-PERIODO-DESGLOSE.
           03 FPD-PERIODO                      PIC 9(6).
           03 FPD-DIA                          PIC 99.
       77  PERIODO-PROCESO                     PIC 9(6).
       77  DIAS-HOY                            PIC S9(8).
       77  DIAS-FECHA                          PIC S9(8).
       77  DIAS-MORA                           PIC S9(8).
       77  DIAS-COBRADOS                       PIC 9(3).
       01  FECHA-DESGLOSE.
           03 FDG-AAAA                         PIC 9(4).
           03 FDG-MM                           PIC 99.
           03 FDG-DD                           PIC 99.
      **   parametros de la liquidacion (mora_param.dat pisa estos)
       77  DIAS-GRACIA                         PIC 9(3) VALUE 5.
       77  PLAZO-PAGO                          PIC 9(3) VALUE 30.
       77  TASA-DEFECTO                        PIC 9(2)V99 VALUE 3,00.
       77  TASA-IVA-MORA                       PIC 9(2)V99 VALUE 21,00.
       77  PUNTO-VENTA                         PIC 9(4) VALUE 1.
       77  IMPORTE-MINIMO                      PIC 9(6)V99 VALUE 0.
       77  CONFIRMA                            PIC X.
       77  PERIODO-YA-LIQUIDADO                PIC X VALUE 'N'.
       77  CLIENTE-EXENTO                      PIC X.
       77  TASA-APLICADA                       PIC 9(2)V99.
       77  DESDE-APLICADO                      PIC 9(4).
       77  CAPITAL-MORA                        PIC S9(10)V99.
       77  SALDO-FACT                          PIC S9(10)V99.
       77  INTERES-FACT                        PIC 9(10)V99.
       77  IMPORTE-APLICADO                    PIC S9(10)V99.
       77  IMPORTE-RESTANTE                    PIC S9(10)V99.
       77  FACTURA-BUSCADA                     PIC 9(12).
       77  CLIENTE-BUSCADO                     PIC 9(6).
       77  ANT-CLIENTE                         PIC 9(6).
       77  NUMERO-NOTA                         PIC 9(12).
       77  NOTA-NETO                           PIC 9(10)V99.
       77  NOTA-IVA                            PIC 9(10)V99.
       77  NOTA-TOTAL                          PIC 9(10)V99.
       77  CTL-CANT-NOTAS                      PIC 9(6) VALUE 0.
       77  CTL-SUMA-TOTAL                      PIC 9(12)V99 VALUE 0.
       77  CONT-EXENTAS                        PIC 9(6) VALUE 0.
       77  CONT-BAJO-MINIMO                    PIC 9(6) VALUE 0.
       77  SUB-F                               PIC 9(4).
       77  SUB-C                               PIC 9(4).
       77  SUB-T                               PIC 9(4).
       77  SUB-X                               PIC 9(4).
       77  SUB-M                               PIC 9(4).
       77  FAC-HALLADA                         PIC X.
       77  ACU-HALLADO                         PIC X.
       77  CANT-FAC-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-FAC-TABLA                       PIC 9(4) VALUE 3000.
       77  CANT-ACU-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-ACU-TABLA                       PIC 9(4) VALUE 2000.
       77  CANT-TMO-TABLA                      PIC 99 VALUE 0.
       77  MAX-TMO-TABLA                       PIC 99 VALUE 20.
       77  CANT-EXM-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-EXM-TABLA                       PIC 9(4) VALUE 500.
       77  CANT-DEV-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-DEV-TABLA                       PIC 9(4) VALUE 1000.

       01  TABLA-FAC.
           03 FAC-ITEM OCCURS 3000 TIMES.
               05 FAC-T-FACTURA                PIC 9(12).
               05 FAC-T-CLIENTE                PIC 9(6).
               05 FAC-T-VEND                   PIC 9(3).
               05 FAC-T-FECHA                  PIC 9(8).
               05 FAC-T-TOTAL                  PIC S9(10)V99.
               05 FAC-T-INTERES                PIC S9(10)V99.
               05 FAC-T-PAGADO                 PIC S9(10)V99.
       01  TABLA-ACU.
           03 ACU-ITEM OCCURS 2000 TIMES.
               05 ACU-T-CLI                    PIC 9(6).
               05 ACU-T-IMPORTE                PIC S9(10)V99.
       01  TABLA-TMO.
           03 TMO-ITEM OCCURS 20 TIMES.
               05 TMO-T-DESDE                  PIC 9(4).
               05 TMO-T-TASA                   PIC 9(2)V99.
       01  TABLA-EXM.
           03 EXM-ITEM OCCURS 500 TIMES.
               05 EXM-T-CLIENTE                PIC 9(6).
       01  TABLA-DEV.
           03 DEV-ITEM OCCURS 1000 TIMES.
               05 DEV-T-FACTURA                PIC 9(12).
       77  EOF-AUDCADENA                       PIC 9.
       77  AUC-SUB                             PIC 9(3).
       77  AUC-ACUM                            PIC 9(12).
       77  AUC-COCIENTE                        PIC 9(12).
       77  AUC-CONTROL-ANT                     PIC 9(10).
       01  AUC-REGISTRO.
           03 AUC-DATOS                        PIC X(100).
           03 AUC-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUC-CONTROL                      PIC 9(10).
       01  AUC-CARACTERES REDEFINES AUC-REGISTRO.
           03 AUC-CAR                          PIC X OCCURS 121 TIMES.
       01  AUC-ORDINAL.
           03 AUC-ORD                          PIC 9(4) COMP.
       01  AUC-ORDINAL-X REDEFINES AUC-ORDINAL.
           03 AUC-ORD-ALTO                     PIC X.
           03 AUC-ORD-BAJO                     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 095-CONTROLAR-LOTE-EN-CURSO.
           PERFORM 1000-INICIO-GENERAL.
           IF PERIODO-YA-LIQUIDADO = 'S'
               DISPLAY "EL PERIODO ", PERIODO-PROCESO, " YA TIENE "
                   "NOTAS DE DEBITO POR MORA. ABORTANDO."
               PERFORM 9000-FIN-GENERAL
               STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 2000-CARGAR-FACTURAS.
           PERFORM 3000-NETEAR-COBRANZAS.
           PERFORM 3500-NETEAR-IMPUTACIONES.
           PERFORM 3800-NETEAR-A-CUENTA.
           SORT SORTMORA
               ON ASCENDING KEY SMO-CLIENTE SMO-FACTURA
               INPUT PROCEDURE IS 4000-LIQUIDAR-FACTURAS
                   THRU 4900-FIN-LIQUIDACION
               OUTPUT PROCEDURE IS 5000-EMITIR-NOTAS
                   THRU 5900-FIN-EMISION.
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
           OPEN OUTPUT REPMORA.
           OPEN EXTEND AUDITORIA.
           PERFORM 1100-ABRIR-COBRANZAS.
           PERFORM 1150-ABRIR-IMPUTACIONES.
           PERFORM 1200-ABRIR-NOTASDEBITO.
           PERFORM 1250-ABRIR-PUNTOS-VENTA.
           OPEN I-O CREDITOS.
           PERFORM 1300-LEER-PARAMETROS.
           PERFORM 1350-CARGAR-TASAS.
           PERFORM 1400-CARGAR-EXENTOS.
           PERFORM 1450-CARGAR-DEVOLUCIONES.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.
           DISPLAY 'Ingrese fecha de liquidacion (AAAAMMDD, 0 = hoy):'.
           ACCEPT WS-FECHA-PROCESO.
           IF WS-FECHA-PROCESO = 0
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-FECHA-PROCESO TO FECHA-PERIODO-DESGLOSE.
           MOVE FPD-PERIODO TO PERIODO-PROCESO.
           MOVE WS-FECHA-PROCESO TO FECHA-DESGLOSE.
           PERFORM 1500-FECHA-A-DIAS.
           MOVE DIAS-FECHA TO DIAS-HOY.
           PERFORM 1600-CONTROLAR-PERIODO.
           MOVE PERIODO-PROCESO TO REP-T-PERIODO.
           MOVE WS-FECHA-PROCESO TO REP-T-FECHA.
           WRITE REP-LINEA FROM REP-TITULO.

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
           OPEN I-O NOTASDEBITO.
           IF WS-NOTASDEBITO-STATUS = '35'
               OPEN OUTPUT NOTASDEBITO
               CLOSE NOTASDEBITO
               OPEN I-O NOTASDEBITO
           END-IF.

       1250-ABRIR-PUNTOS-VENTA.
           OPEN I-O PUNTOSVENTAND.
           IF WS-PTN-STATUS = '35'
               OPEN OUTPUT PUNTOSVENTAND
               CLOSE PUNTOSVENTAND
               OPEN I-O PUNTOSVENTAND
           END-IF.

       1300-LEER-PARAMETROS.
           OPEN INPUT MORAPARAM.
           READ MORAPARAM AT END MOVE 1 TO EOF-MORAPARAM.
           IF EOF-MORAPARAM <> 1
               MOVE MPA-DIAS-GRACIA TO DIAS-GRACIA
               IF MPA-PLAZO-PAGO > 0
                   MOVE MPA-PLAZO-PAGO TO PLAZO-PAGO
               END-IF
               IF MPA-TASA-DEFECTO > 0
                   MOVE MPA-TASA-DEFECTO TO TASA-DEFECTO
               END-IF
               IF MPA-TASA-IVA > 0
                   MOVE MPA-TASA-IVA TO TASA-IVA-MORA
               END-IF
               IF MPA-PUNTO-VENTA > 0
                   MOVE MPA-PUNTO-VENTA TO PUNTO-VENTA
               END-IF
               MOVE MPA-IMPORTE-MINIMO TO IMPORTE-MINIMO
           END-IF.
           CLOSE MORAPARAM.
           DISPLAY "PLAZO DE PAGO: ", PLAZO-PAGO, " DIAS  GRACIA: ",
               DIAS-GRACIA, " DIAS  PUNTO DE VENTA: ", PUNTO-VENTA.

       1350-CARGAR-TASAS.
      **   tasa mensual por tramo de dias de mora; sin tabla se
      **   cobra la tasa por defecto de los parametros
           OPEN INPUT TASASMORA.
           READ TASASMORA AT END MOVE 1 TO EOF-TASASMORA.
           PERFORM UNTIL EOF-TASASMORA = 1
               IF CANT-TMO-TABLA < MAX-TMO-TABLA
                   ADD 1 TO CANT-TMO-TABLA
                   MOVE TMO-DIAS-DESDE TO TMO-T-DESDE(CANT-TMO-TABLA)
                   MOVE TMO-TASA TO TMO-T-TASA(CANT-TMO-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-TMO-TABLA,
                       " TRAMOS DE TASA, SE OMITEN"
               END-IF
               READ TASASMORA AT END MOVE 1 TO EOF-TASASMORA
           END-PERFORM.
           CLOSE TASASMORA.
           IF CANT-TMO-TABLA = 0
               DISPLAY "SIN TABLA DE TASAS: SE APLICA ", TASA-DEFECTO,
                   "% MENSUAL"
           END-IF.

       1400-CARGAR-EXENTOS.
           OPEN INPUT EXENTOSMORA.
           READ EXENTOSMORA AT END MOVE 1 TO EOF-EXENTOSMORA.
           PERFORM UNTIL EOF-EXENTOSMORA = 1
               IF CANT-EXM-TABLA < MAX-EXM-TABLA
                   ADD 1 TO CANT-EXM-TABLA
                   MOVE EXM-CLIENTE TO EXM-T-CLIENTE(CANT-EXM-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-EXM-TABLA,
                       " CLIENTES EXENTOS, SE OMITEN"
               END-IF
               READ EXENTOSMORA AT END MOVE 1 TO EOF-EXENTOSMORA
           END-PERFORM.
           CLOSE EXENTOSMORA.

       1450-CARGAR-DEVOLUCIONES.
      **   una factura devuelta queda neteada en la cuenta corriente:
      **   no genera mora
           READ MOVART AT END MOVE 1 TO EOF-MOVART.
           PERFORM UNTIL EOF-MOVART = 1
               IF MOV-DEVOLUCION
                   IF CANT-DEV-TABLA < MAX-DEV-TABLA
                       ADD 1 TO CANT-DEV-TABLA
                       MOVE mov-factura
                           TO DEV-T-FACTURA(CANT-DEV-TABLA)
                   ELSE
                       DISPLAY "ADVERTENCIA: SUPERA ", MAX-DEV-TABLA,
                           " DEVOLUCIONES, SE OMITEN"
                   END-IF
               END-IF
               READ MOVART AT END MOVE 1 TO EOF-MOVART
           END-PERFORM.

       1500-FECHA-A-DIAS.
      **   conversion aproximada a dias (anio de 360), la misma que
      **   usa repAntiguedad para encasillar la deuda
           COMPUTE DIAS-FECHA =
               FDG-AAAA * 360 + (FDG-MM - 1) * 30 + FDG-DD.

       1600-CONTROLAR-PERIODO.
      **   una segunda corrida del mismo mes cobraria dos veces la
      **   mora; de paso se suman las notas anteriores para conocer
      **   el interes ya cargado a cada factura
           MOVE LOW-VALUES TO NDB-CLAVE.
           START NOTASDEBITO KEY IS > NDB-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-NOTASDEBITO
           END-START.
           IF EOF-NOTASDEBITO <> 1
               READ NOTASDEBITO NEXT
                   AT END MOVE 1 TO EOF-NOTASDEBITO
               END-READ
           END-IF.
           PERFORM UNTIL EOF-NOTASDEBITO = 1
               IF NDB-PERIODO = PERIODO-PROCESO
                   MOVE 'S' TO PERIODO-YA-LIQUIDADO
               END-IF
               READ NOTASDEBITO NEXT
                   AT END MOVE 1 TO EOF-NOTASDEBITO
               END-READ
           END-PERFORM.

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
           PERFORM 2300-SUMAR-NOTAS-ANTERIORES.

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
               MOVE fact-vend    TO FAC-T-VEND(CANT-FAC-TABLA)
               MOVE fact-fecha   TO FAC-T-FECHA(CANT-FAC-TABLA)
               MOVE fact-total   TO FAC-T-TOTAL(CANT-FAC-TABLA)
               MOVE 0 TO FAC-T-INTERES(CANT-FAC-TABLA)
               MOVE 0 TO FAC-T-PAGADO(CANT-FAC-TABLA)
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

       2300-SUMAR-NOTAS-ANTERIORES.
      **   el interes de meses anteriores se suma a la deuda de la
      **   factura: los pagos lo cancelan antes que al capital
           MOVE 0 TO EOF-NOTASDEBITO.
           MOVE LOW-VALUES TO NDB-CLAVE.
           START NOTASDEBITO KEY IS > NDB-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-NOTASDEBITO
           END-START.
           IF EOF-NOTASDEBITO <> 1
               READ NOTASDEBITO NEXT
                   AT END MOVE 1 TO EOF-NOTASDEBITO
               END-READ
           END-IF.
           PERFORM UNTIL EOF-NOTASDEBITO = 1
               MOVE NDB-FACTURA TO FACTURA-BUSCADA
               PERFORM 2400-BUSCAR-FACTURA
               IF FAC-HALLADA = 'S'
                   ADD NDB-TOTAL TO FAC-T-INTERES(SUB-F)
               END-IF
               READ NOTASDEBITO NEXT
                   AT END MOVE 1 TO EOF-NOTASDEBITO
               END-READ
           END-PERFORM.

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

       3000-NETEAR-COBRANZAS.
      **   mismo criterio que repAntiguedad: el recibo aplicado a una
      **   factura la cancela, el recibo a cuenta se junta por
      **   cliente; los cheques rechazados no cancelan nada
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
           MOVE COB-CLIENTE TO CLIENTE-BUSCADO.
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
           MOVE 'N' TO COB-MEDIO.
           IF HAY-COBRANZAS = 'S'
               MOVE IMP-RECIBO TO COB-RECIBO
               READ COBRANZAS
                   INVALID KEY
                       MOVE 'R' TO COB-MEDIO
               END-READ
           END-IF.
           IF NOT COB-RECHAZADO
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
                   + FAC-T-INTERES(SUB-F) - FAC-T-PAGADO(SUB-F)
               IF SALDO-FACT > 0
                   IF IMPORTE-RESTANTE >= SALDO-FACT
                       ADD SALDO-FACT TO FAC-T-PAGADO(SUB-F)
                       SUBTRACT SALDO-FACT FROM IMPORTE-RESTANTE
                   ELSE
                       ADD IMPORTE-RESTANTE TO FAC-T-PAGADO(SUB-F)
                       MOVE 0 TO IMPORTE-RESTANTE
                   END-IF
               END-IF
           END-IF.

       4000-LIQUIDAR-FACTURAS.
           PERFORM 4100-LIQUIDAR-FACTURA
               VARYING SUB-F FROM 1 BY 1
               UNTIL SUB-F > CANT-FAC-TABLA.

       4900-FIN-LIQUIDACION.
           EXIT.

       5000-EMITIR-NOTAS.
           MOVE 0 TO ANT-CLIENTE.
           RETURN SORTMORA AT END MOVE 1 TO EOF-SORTMORA.
           PERFORM UNTIL EOF-SORTMORA = 1
               IF SMO-CLIENTE <> ANT-CLIENTE
                   IF ANT-CLIENTE > 0
                       PERFORM 5300-CERRAR-NOTA
                   END-IF
                   PERFORM 5100-ABRIR-NOTA
               END-IF
               PERFORM 5200-GRABAR-LINEA
               RETURN SORTMORA AT END MOVE 1 TO EOF-SORTMORA
           END-PERFORM.
           IF ANT-CLIENTE > 0
               PERFORM 5300-CERRAR-NOTA
           END-IF.

       5900-FIN-EMISION.
           EXIT.

       4100-LIQUIDAR-FACTURA.
      **   los pagos cancelan primero el interes ya facturado: el
      **   capital en mora es lo que queda impago de la factura en si
      **   y nunca se cobra interes sobre interes
           COMPUTE SALDO-FACT = FAC-T-TOTAL(SUB-F)
               + FAC-T-INTERES(SUB-F) - FAC-T-PAGADO(SUB-F).
           IF SALDO-FACT > FAC-T-TOTAL(SUB-F)
               MOVE FAC-T-TOTAL(SUB-F) TO CAPITAL-MORA
           ELSE
               MOVE SALDO-FACT TO CAPITAL-MORA
           END-IF.
           IF CAPITAL-MORA > 0
               MOVE FAC-T-FECHA(SUB-F) TO FECHA-DESGLOSE
               PERFORM 1500-FECHA-A-DIAS
               COMPUTE DIAS-MORA = DIAS-HOY - DIAS-FECHA - PLAZO-PAGO
               IF DIAS-MORA > DIAS-GRACIA
                   PERFORM 4200-BUSCAR-EXENTO
                   IF CLIENTE-EXENTO = 'S'
                       ADD 1 TO CONT-EXENTAS
                   ELSE
                       PERFORM 4300-CALCULAR-INTERES
                   END-IF
               END-IF
           END-IF.

       4200-BUSCAR-EXENTO.
           MOVE 'N' TO CLIENTE-EXENTO.
           MOVE 0 TO SUB-X.
           PERFORM 4210-COMPARAR-EXENTO
               UNTIL CLIENTE-EXENTO = 'S' OR SUB-X >= CANT-EXM-TABLA.

       4210-COMPARAR-EXENTO.
           ADD 1 TO SUB-X.
           IF EXM-T-CLIENTE(SUB-X) = FAC-T-CLIENTE(SUB-F)
               MOVE 'S' TO CLIENTE-EXENTO
           END-IF.

       4300-CALCULAR-INTERES.
      **   tasa mensual del tramo alcanzado, proporcional a los dias
      **   de mora del mes (tope 30): la gracia es tolerancia, pasada
      **   la gracia el interes corre desde el vencimiento
           PERFORM 4400-BUSCAR-TASA.
           IF DIAS-MORA > 30
               MOVE 30 TO DIAS-COBRADOS
           ELSE
               MOVE DIAS-MORA TO DIAS-COBRADOS
           END-IF.
           COMPUTE INTERES-FACT ROUNDED =
               CAPITAL-MORA * TASA-APLICADA / 100
               * DIAS-COBRADOS / 30.
           IF INTERES-FACT > 0
               IF INTERES-FACT < IMPORTE-MINIMO
                   ADD 1 TO CONT-BAJO-MINIMO
               ELSE
                   MOVE FAC-T-CLIENTE(SUB-F) TO SMO-CLIENTE
                   MOVE FAC-T-FACTURA(SUB-F) TO SMO-FACTURA
                   MOVE FAC-T-VEND(SUB-F)    TO SMO-VEND
                   MOVE DIAS-MORA            TO SMO-DIAS-MORA
                   MOVE CAPITAL-MORA         TO SMO-CAPITAL
                   MOVE TASA-APLICADA        TO SMO-TASA
                   MOVE INTERES-FACT         TO SMO-INTERES
                   RELEASE SMO-REG
               END-IF
           END-IF.

       4400-BUSCAR-TASA.
           MOVE TASA-DEFECTO TO TASA-APLICADA.
           MOVE 0 TO DESDE-APLICADO.
           PERFORM 4410-COMPARAR-TRAMO
               VARYING SUB-T FROM 1 BY 1
               UNTIL SUB-T > CANT-TMO-TABLA.

       4410-COMPARAR-TRAMO.
           IF TMO-T-DESDE(SUB-T) <= DIAS-MORA
               AND TMO-T-DESDE(SUB-T) >= DESDE-APLICADO
               MOVE TMO-T-DESDE(SUB-T) TO DESDE-APLICADO
               MOVE TMO-T-TASA(SUB-T) TO TASA-APLICADA
           END-IF.

       5100-ABRIR-NOTA.
      **   una nota por cliente, numerada en la serie de notas de
      **   debito del punto de venta fiscal
           MOVE SMO-CLIENTE TO ANT-CLIENTE.
           MOVE 0 TO NOTA-NETO.
           MOVE 0 TO NOTA-IVA.
           MOVE 0 TO NOTA-TOTAL.
           MOVE PUNTO-VENTA TO PTN-PUNTO.
           READ PUNTOSVENTAND
               INVALID KEY
                   MOVE PUNTO-VENTA TO PTN-PUNTO
                   MOVE 1 TO PTN-PROX-NUMERO
                   COMPUTE NUMERO-NOTA =
                       PUNTO-VENTA * 100000000 + PTN-PROX-NUMERO
                   ADD 1 TO PTN-PROX-NUMERO
                   WRITE PTN-REGISTRO
               NOT INVALID KEY
                   COMPUTE NUMERO-NOTA =
                       PUNTO-VENTA * 100000000 + PTN-PROX-NUMERO
                   ADD 1 TO PTN-PROX-NUMERO
                   REWRITE PTN-REGISTRO
           END-READ.
           MOVE NUMERO-NOTA TO REP-E-NUMERO.
           MOVE SMO-CLIENTE TO REP-E-CLIENTE.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM REP-ENCAB-NOTA.

       5200-GRABAR-LINEA.
           MOVE NUMERO-NOTA      TO NDB-NUMERO.
           MOVE SMO-FACTURA      TO NDB-FACTURA.
           MOVE SMO-CLIENTE      TO NDB-CLIENTE.
           MOVE SMO-VEND         TO NDB-VEND.
           MOVE WS-FECHA-PROCESO TO NDB-FECHA.
           MOVE PERIODO-PROCESO  TO NDB-PERIODO.
           MOVE SMO-DIAS-MORA    TO NDB-DIAS-MORA.
           MOVE SMO-CAPITAL      TO NDB-CAPITAL.
           MOVE SMO-TASA         TO NDB-TASA.
           MOVE SMO-INTERES      TO NDB-NETO.
           MOVE TASA-IVA-MORA    TO NDB-TASA-IVA.
           COMPUTE NDB-IVA ROUNDED =
               NDB-NETO * NDB-TASA-IVA / 100.
           COMPUTE NDB-TOTAL = NDB-NETO + NDB-IVA.
           WRITE NDB-REGISTRO
               INVALID KEY
                   DISPLAY "NOTA DE DEBITO DUPLICADA: ", NDB-CLAVE
               NOT INVALID KEY
                   ADD NDB-NETO  TO NOTA-NETO
                   ADD NDB-IVA   TO NOTA-IVA
                   ADD NDB-TOTAL TO NOTA-TOTAL
                   MOVE SMO-FACTURA   TO REP-D-FACTURA
                   MOVE SMO-DIAS-MORA TO REP-D-DIAS
                   MOVE SMO-CAPITAL   TO REP-D-CAPITAL
                   MOVE SMO-TASA      TO REP-D-TASA
                   MOVE SMO-INTERES   TO REP-D-INTERES
                   WRITE REP-LINEA FROM REP-DETALLE
           END-WRITE.

       5300-CERRAR-NOTA.
      **   la nota suma a la exposicion del cliente como una factura
           MOVE NOTA-NETO  TO REP-N-NETO.
           MOVE NOTA-IVA   TO REP-N-IVA.
           MOVE NOTA-TOTAL TO REP-N-TOTAL.
           WRITE REP-LINEA FROM REP-TOTAL-NOTA.
           ADD 1 TO CTL-CANT-NOTAS.
           ADD NOTA-TOTAL TO CTL-SUMA-TOTAL.
           MOVE ANT-CLIENTE TO CRE-CLIENTE.
           READ CREDITOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD NOTA-TOTAL TO CRE-EXPUESTO
                   REWRITE CRE-REGISTRO
           END-READ.
           MOVE NUMERO-NOTA TO AUD-CLAVE.
           MOVE 'NOTA-DEB' TO AUD-ACCION.
           PERFORM 8000-GRABAR-AUDITORIA.

       8000-GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 8010-ENCADENAR-AUDITORIA.

       8010-ENCADENAR-AUDITORIA.
      **   cada linea de auditoria lleva un numero de secuencia y un
      **   valor de control calculado sobre su contenido y el control
      **   de la linea anterior; auditoria_cadena.dat guarda el ultimo
      **   eslabon para el proximo programa que grabe
           MOVE AUD-DETALLE TO AUC-DATOS.
           MOVE 0 TO AUC-SECUENCIA, AUC-CONTROL-ANT.
           MOVE 0 TO EOF-AUDCADENA.
           OPEN INPUT AUDCADENA.
           READ AUDCADENA AT END MOVE 1 TO EOF-AUDCADENA.
           IF EOF-AUDCADENA <> 1
               MOVE ACA-SECUENCIA TO AUC-SECUENCIA
               MOVE ACA-CONTROL TO AUC-CONTROL-ANT
           END-IF.
           CLOSE AUDCADENA.
           ADD 1 TO AUC-SECUENCIA.
           PERFORM 8020-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.
           MOVE AUC-CONTROL-ANT TO AUC-CONTROL.
           WRITE AUD-LINEA FROM AUC-REGISTRO.
           MOVE SPACES TO ACA-REG.
           MOVE AUC-SECUENCIA TO ACA-SECUENCIA.
           MOVE AUC-CONTROL TO ACA-CONTROL.
           OPEN OUTPUT AUDCADENA.
           WRITE ACA-REG.
           CLOSE AUDCADENA.

       8020-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

       9000-FIN-GENERAL.
           MOVE CTL-CANT-NOTAS TO REP-G-NOTAS.
           MOVE CTL-SUMA-TOTAL TO REP-G-TOTAL.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM REP-TOTAL-GRAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'NOTAS DE DEBITO EMITIDAS: ', CTL-CANT-NOTAS.
           DISPLAY 'IMPORTE TOTAL: ', CTL-SUMA-TOTAL.
           DISPLAY 'FACTURAS DE CLIENTES EXENTOS: ', CONT-EXENTAS.
           DISPLAY 'INTERESES BAJO EL MINIMO: ', CONT-BAJO-MINIMO.
           PERFORM 9500-GRABAR-CONTROL-PASO.
           CLOSE FACTURAS, MOVART, REPMORA, AUDITORIA, NOTASDEBITO,
               PUNTOSVENTAND, CREDITOS.
           IF HAY-COBRANZAS = 'S'
               CLOSE COBRANZAS
           END-IF.
           IF HAY-IMPUTACIONES = 'S'
               CLOSE IMPUTACIONES
           END-IF.

       9500-GRABAR-CONTROL-PASO.
           OPEN EXTEND CTLLOTE.
           ACCEPT CLOT-FECHA FROM DATE YYYYMMDD.
           MOVE "LIQUIDARMORA" TO CLOT-PROGRAMA.
           MOVE CTL-CANT-NOTAS TO CLOT-CANTIDAD.
           MOVE CTL-SUMA-TOTAL TO CLOT-TOTAL.
           WRITE CLOT-REG.
           CLOSE CTLLOTE.

       END PROGRAM YOUR-PROGRAM-NAME.
