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
           SELECT OPTIONAL CIERRES ASSIGN TO '../cierres_periodo.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLANCTAS ASSIGN TO '../plan_cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCU-CUENTA
               FILE STATUS IS WS-PLANCTAS-STATUS.
           SELECT OPTIONAL REGLAS ASSIGN TO '../reglas_contables.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIARIO ASSIGN TO '../libro_diario.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIA-CLAVE
               FILE STATUS IS WS-DIARIO-STATUS.
           SELECT FACTURAS
           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES.
           SELECT NOTASDEBITO ASSIGN TO '../notas_debito.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDB-CLAVE
               FILE STATUS IS WS-NOTASDEBITO-STATUS.
           SELECT COBRANZAS ASSIGN TO '../cobranzas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-RECIBO
               ALTERNATE RECORD KEY IS COB-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-COBRANZAS-STATUS.
           SELECT FACTCOMPRAS
           ASSIGN TO '../facturas_compras.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCO-CLAVE
               FILE STATUS IS WS-FACTCOMPRAS-STATUS.
           SELECT COMISIONES ASSIGN TO '../comisiones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COM-CLAVE
               FILE STATUS IS WS-COMISIONES-STATUS.
           SELECT CUOTAS ASSIGN TO '../cuotas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-RECIBO
               ALTERNATE KEY IS CUO-PASAJERO WITH DUPLICATES
               FILE STATUS IS WS-CUOTAS-STATUS.
           SELECT CAJAHIST ASSIGN TO '../cierres_caja_hist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJH-CLAVE
               FILE STATUS IS WS-CAJAHIST-STATUS.
           SELECT RECIBOSVIA ASSIGN TO '../recibos_viajes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVI-RECIBO
               ALTERNATE KEY IS RVI-PASAJERO WITH DUPLICATES
               FILE STATUS IS WS-RECIBOSVIA-STATUS.
           SELECT REPDIA ASSIGN TO '../reporte_libro_diario.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTMOV ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
       01  LCU-REG.
           03 LCU-ESTADO                       PIC X.
           03 FILLER                           PIC X.
           03 LCU-FECHA                        PIC 9(8).
       FD  CIERRES.
       01  CIE-REG.
           03 CIE-PERIODO                      PIC 9(6).
       FD  PLANCTAS.
       01  PCU-REGISTRO.
           03 PCU-CUENTA                       PIC 9(6).
           03 PCU-NOMBRE                       PIC X(30).
           03 PCU-TIPO                         PIC X.
               88 PCU-ACTIVO                   VALUE 'A'.
               88 PCU-PASIVO                   VALUE 'P'.
               88 PCU-PATRIMONIO               VALUE 'N'.
               88 PCU-INGRESO                  VALUE 'I'.
               88 PCU-EGRESO                   VALUE 'E'.
           03 PCU-ESTADO                       PIC X.
               88 PCU-HABILITADA               VALUE 'A'.
               88 PCU-DADA-DE-BAJA             VALUE 'B'.
       FD  REGLAS.
       01  RCO-REG.
           03 RCO-ORIGEN                       PIC X(4).
           03 FILLER                           PIC X.
           03 RCO-CONCEPTO                     PIC X(4).
           03 FILLER                           PIC X.
           03 RCO-CUENTA                       PIC 9(6).
       FD  DIARIO.
       01  DIA-REGISTRO.
           03 DIA-CLAVE.
               05 DIA-PERIODO                  PIC 9(6).
               05 DIA-ASIENTO                  PIC 9(5).
               05 DIA-LINEA                    PIC 9(3).
           03 DIA-FECHA                        PIC 9(8).
           03 DIA-ORIGEN                       PIC X(4).
           03 DIA-CUENTA                       PIC 9(6).
           03 DIA-DEBE                         PIC 9(12)V99.
           03 DIA-HABER                        PIC 9(12)V99.
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
       FD  COBRANZAS.
       01  COB-REGISTRO.
           03 COB-RECIBO                       PIC 9(10).
           03 COB-CLIENTE-FECHA.
               05 COB-CLIENTE                  PIC 9(6).
               05 COB-FECHA                    PIC 9(8).
           03 COB-IMPORTE                      PIC 9(10)V99.
           03 COB-MEDIO                        PIC X.
               88 COB-EFECTIVO                 VALUE 'E'.
               88 COB-CHEQUE                   VALUE 'C'.
               88 COB-TRANSFERENCIA            VALUE 'T'.
               88 COB-RECHAZADO                VALUE 'R'.
           03 COB-FACTURA                      PIC 9(12).
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
       FD  COMISIONES.
       01  COM-REGISTRO.
           03 COM-CLAVE.
               05 COM-FECHA                     PIC 9(8).
               05 COM-VEND                      PIC 9(3).
           03 COM-IMPORTE                       PIC S9(10)V99.
           03 COM-ESTADO                        PIC X.
               88 COM-PENDIENTE                 VALUE 'P'.
               88 COM-SALDADA                   VALUE 'S'.
       FD  CUOTAS.
       01  CUOTA-REG.
           03 CUO-RECIBO PIC 9(10).
           03 CUO-PASAJERO PIC 9(5).
           03 CUO-ANIO PIC 9(4).
           03 CUO-FECHA PIC 9(8).
           03 CUO-IMPORTE PIC 9(8).
           03 CUO-APLICADO PIC X VALUE 'N'.
               88 CUO-YA-APLICADO VALUE 'S'.
               88 CUO-PENDIENTE VALUE 'N'.
               88 CUO-ANULADO VALUE 'X'.
           03 CUO-MEDIO-PAGO PIC X.
               88 CUO-EFECTIVO VALUE 'E'.
               88 CUO-CHEQUE VALUE 'C'.
               88 CUO-TRANSFERENCIA VALUE 'T'.
               88 CUO-DEBITO-AUTO VALUE 'D'.
           03 CUO-OPERADOR PIC X(10).
       FD  CAJAHIST.
       01  CJH-REGISTRO.
           03 CJH-CLAVE.
               05 CJH-FECHA PIC 9(8).
               05 CJH-OPERADOR PIC X(10).
           03 CJH-COBRADO PIC S9(10).
           03 CJH-DECLARADO PIC 9(10).
           03 CJH-DIFERENCIA PIC S9(10).
       FD  RECIBOSVIA.
       01  RVI-REG.
           03 RVI-RECIBO                       PIC 9(10).
           03 RVI-PASAJERO                     PIC 9(5).
           03 RVI-VIAJE                        PIC 9(4).
           03 RVI-FECHA                        PIC 9(8).
           03 RVI-TIPO                         PIC X.
               88 RVI-PAGO                     VALUE 'P'.
               88 RVI-DEVOLUCION               VALUE 'D'.
           03 RVI-IMPORTE                      PIC 9(8).
           03 RVI-MEDIO-PAGO                   PIC X.
               88 RVI-EFECTIVO                 VALUE 'E'.
               88 RVI-TRANSFERENCIA            VALUE 'T'.
           03 RVI-OPERADOR                     PIC X(10).
       FD  REPDIA.
       01  REP-LINEA                           PIC X(120).
       SD  SORTMOV.
       01  SMV-REG.
           03 SMV-FECHA                        PIC 9(8).
           03 SMV-ORIGEN                       PIC X(4).
           03 SMV-CUENTA                       PIC 9(6).
           03 SMV-DEBE                         PIC 9(12)V99.
           03 SMV-HABER                        PIC 9(12)V99.

       WORKING-STORAGE SECTION.
      **   reglas de imputacion: cada origen contabiliza contra los
      **   conceptos de esta lista, y reglas_contables.dat dice a que
      **   cuenta del plan va cada uno (origen, concepto, cuenta).
      **   Sin todas las reglas no se contabiliza nada.
      **     VTAS  DEUD deudores / VENT ventas / IVAD iva debito /
      **           INTE intereses por mora (notas de debito)
      **     COBR  CAJA efectivo / VALO cheques en cartera /
      **           BANC transferencias / DEUD deudores
      **     COMP  COMP compras / IVAC iva credito / PROV proveedores
      **     COMI  GAST comisiones perdidas / PAGA comisiones a
      **           pagar / CAJA pago de comisiones saldadas
      **     CUOT  CAJA efectivo / VALO cheques / BANC transferencia
      **           y debito automatico / SOCI cuotas sociales
      **     CAJA  CAJA caja / FALT faltante / SOBR sobrante
      **     VIAJ  CAJA efectivo / BANC transferencia / VIAJ ingresos
      **           por viajes (la devolucion va del otro lado)
       01  TABLA-REQUERIDAS-VALORES.
           03 FILLER                           PIC X(32)
               VALUE "VTASDEUDVTASVENTVTASIVADVTASINTE".
           03 FILLER                           PIC X(32)
               VALUE "COBRCAJACOBRVALOCOBRBANCCOBRDEUD".
           03 FILLER                           PIC X(24)
               VALUE "COMPCOMPCOMPIVACCOMPPROV".
           03 FILLER                           PIC X(24)
               VALUE "COMIGASTCOMIPAGACOMICAJA".
           03 FILLER                           PIC X(32)
               VALUE "CUOTCAJACUOTVALOCUOTBANCCUOTSOCI".
           03 FILLER                           PIC X(24)
               VALUE "CAJACAJACAJAFALTCAJASOBR".
           03 FILLER                           PIC X(24)
               VALUE "VIAJCAJAVIAJBANCVIAJVIAJ".
       01  TABLA-REQUERIDAS REDEFINES TABLA-REQUERIDAS-VALORES.
           03 REQ-ITEM OCCURS 24 TIMES.
               05 REQ-ORIGEN                   PIC X(4).
               05 REQ-CONCEPTO                 PIC X(4).
       77  CANT-REQUERIDAS                     PIC 99 VALUE 24.
       01  TABLA-REGLAS.
           03 REG-ITEM OCCURS 100 TIMES.
               05 REG-T-ORIGEN                 PIC X(4).
               05 REG-T-CONCEPTO               PIC X(4).
               05 REG-T-CUENTA                 PIC 9(6).
       77  CANT-REG-TABLA                      PIC 9(3) VALUE 0.
       77  MAX-REG-TABLA                       PIC 9(3) VALUE 100.

       01  REP-TITULO.
           03 FILLER                           PIC X(30)
               VALUE "LIBRO DIARIO - PERIODO ".
           03 REP-TI-PERIODO                   PIC 9(6).
       01  REP-ASIENTO.
           03 FILLER                           PIC X(9)
               VALUE "ASIENTO ".
           03 REP-A-NUMERO                     PIC ZZZZ9.
           03 FILLER                           PIC X(9)
               VALUE "  FECHA ".
           03 REP-A-FECHA                      PIC 9(8).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-A-LEYENDA                    PIC X(30).
       01  REP-DETALLE.
           03 FILLER                           PIC X(4) VALUE SPACES.
           03 REP-D-CUENTA                     PIC 9(6).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-NOMBRE                     PIC X(30).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-DEBE                       PIC Z(11)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-HABER                      PIC Z(11)9,99.
       01  REP-TOTAL-ASIENTO.
           03 FILLER                           PIC X(44)
               VALUE "    TOTAL DEL ASIENTO".
           03 REP-TA-DEBE                      PIC Z(11)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-TA-HABER                     PIC Z(11)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-TA-OBSERVACION               PIC X(14).
       01  REP-TOTAL.
           03 FILLER                           PIC X(20)
               VALUE "ASIENTOS: ".
           03 REP-T-ASIENTOS                   PIC ZZZZ9.
           03 FILLER                           PIC X(19)
               VALUE "   TOTAL PERIODO".
           03 REP-T-DEBE                       PIC Z(12)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-T-HABER                      PIC Z(12)9,99.

       77  WS-PLANCTAS-STATUS                  PIC X(02).
       77  WS-DIARIO-STATUS                    PIC X(02).
       77  WS-NOTASDEBITO-STATUS               PIC X(02).
       77  WS-COBRANZAS-STATUS                 PIC X(02).
       77  WS-FACTCOMPRAS-STATUS               PIC X(02).
       77  WS-COMISIONES-STATUS                PIC X(02).
       77  WS-CUOTAS-STATUS                    PIC X(02).
       77  WS-CAJAHIST-STATUS                  PIC X(02).
       77  WS-RECIBOSVIA-STATUS                PIC X(02).
       77  WS-FECHA-HOY                        PIC 9(8).
       77  HAY-NOTASDEBITO                     PIC X VALUE 'N'.
       77  HAY-COBRANZAS                       PIC X VALUE 'N'.
       77  HAY-FACTCOMPRAS                     PIC X VALUE 'N'.
       77  HAY-COMISIONES                      PIC X VALUE 'N'.
       77  HAY-CUOTAS                          PIC X VALUE 'N'.
       77  HAY-CAJAHIST                        PIC X VALUE 'N'.
       77  HAY-RECIBOSVIA                      PIC X VALUE 'N'.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       77  EOF-CIERRES                         PIC 9 VALUE 0.
       77  EOF-REGLAS                          PIC 9 VALUE 0.
       77  EOF-DIARIO                          PIC 9 VALUE 0.
       77  EOF-FACTURAS                        PIC 9 VALUE 0.
       77  EOF-NOTASDEBITO                     PIC 9 VALUE 0.
       77  EOF-COBRANZAS                       PIC 9 VALUE 0.
       77  EOF-FACTCOMPRAS                     PIC 9 VALUE 0.
       77  EOF-COMISIONES                      PIC 9 VALUE 0.
       77  EOF-CUOTAS                          PIC 9 VALUE 0.
       77  EOF-CAJAHIST                        PIC 9 VALUE 0.
       77  EOF-RECIBOSVIA                      PIC 9 VALUE 0.
       77  EOF-SORTMOV                         PIC 9 VALUE 0.
       77  ULTIMO-CIERRE                       PIC 9(6) VALUE 0.
       77  PERIODO-PEDIDO                      PIC 9(6).
       77  PERIODO-HOY                         PIC 9(6).
       01  PERIODO-DESGLOSE.
           03 PER-AAAA                         PIC 9(4).
           03 PER-MM                           PIC 99.
       01  FECHA-DESGLOSE.
           03 FECHA-PERIODO                    PIC 9(6).
           03 FECHA-DIA                        PIC 99.
       77  ERRORES-REGLAS                      PIC 9(3) VALUE 0.
       77  SUB-Q                               PIC 99.
       77  SUB-R                               PIC 9(3).
       77  REG-HALLADA                         PIC X.
       77  FECHA-MOV                           PIC 9(8).
       77  ORIGEN-MOV                          PIC X(4).
       77  CONCEPTO-MOV                        PIC X(4).
       77  LADO-MOV                            PIC X.
       77  IMPORTE-MOV                         PIC S9(12)V99.
       77  CUENTA-MOV                          PIC 9(6).
       77  FECHA-ASI                           PIC 9(8).
       77  ORIGEN-ASI                          PIC X(4).
       77  CUENTA-ACT                          PIC 9(6).
       77  SALDO-CUENTA                        PIC S9(12)V99.
       77  ASIENTO-ABIERTO                     PIC X.
       77  NRO-ASIENTO                         PIC 9(5) VALUE 0.
       77  NRO-LINEA                           PIC 9(3).
       77  DEBE-ASIENTO                        PIC 9(13)V99.
       77  HABER-ASIENTO                       PIC 9(13)V99.
       77  DEBE-PERIODO                        PIC 9(13)V99 VALUE 0.
       77  HABER-PERIODO                       PIC 9(13)V99 VALUE 0.
       77  CONT-BORRADAS                       PIC 9(6) VALUE 0.
       77  CONT-MOVIMIENTOS                    PIC 9(8) VALUE 0.
       77  CONT-DESBALANCEADOS                 PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 095-CONTROLAR-LOTE-EN-CURSO.
           PERFORM 1000-INICIO-GENERAL.
           PERFORM 1500-VALIDAR-REGLAS.
           PERFORM 2000-BORRAR-PERIODO.
           SORT SORTMOV
               ON ASCENDING KEY SMV-FECHA, SMV-ORIGEN, SMV-CUENTA
               INPUT PROCEDURE IS 3000-GENERAR-MOVIMIENTOS
                   THRU 3900-FIN-GENERAR
               OUTPUT PROCEDURE IS 5000-GRABAR-DIARIO
                   THRU 5900-FIN-DIARIO.
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
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-CIERRE.
           PERFORM 1200-PEDIR-PERIODO.
           OPEN INPUT PLANCTAS.
           IF WS-PLANCTAS-STATUS <> '00'
               DISPLAY 'SIN PLAN DE CUENTAS: cargue las cuentas con '
                   'grabarPlanCuentas. ABORTANDO.'
               STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 1300-CARGAR-REGLAS.

       1100-LEER-CIERRE.
           OPEN INPUT CIERRES.
           READ CIERRES AT END MOVE 1 TO EOF-CIERRES.
           IF EOF-CIERRES <> 1
               MOVE CIE-PERIODO TO ULTIMO-CIERRE
           END-IF.
           CLOSE CIERRES.
           DISPLAY 'ULTIMO PERIODO CERRADO: ', ULTIMO-CIERRE.

       1200-PEDIR-PERIODO.
      **   un periodo cerrado ya no admite asientos: lo que se
      **   contabilizo antes del cierre queda como esta
           DISPLAY 'Ingrese periodo a contabilizar (AAAAMM):'.
           ACCEPT PERIODO-PEDIDO.
           MOVE PERIODO-PEDIDO TO PERIODO-DESGLOSE.
           COMPUTE PERIODO-HOY = WS-FECHA-HOY / 100.
           IF PER-MM = 0 OR PER-MM > 12
               DISPLAY 'Mes invalido en el periodo. Reingrese.'
               PERFORM 1200-PEDIR-PERIODO
           ELSE
               IF PERIODO-PEDIDO > PERIODO-HOY
                   DISPLAY 'No se contabiliza un periodo futuro. '
                       'Reingrese.'
                   PERFORM 1200-PEDIR-PERIODO
               END-IF
           END-IF.
           IF PERIODO-PEDIDO NOT > ULTIMO-CIERRE
               DISPLAY 'EL PERIODO ', PERIODO-PEDIDO, ' YA ESTA '
                   'CERRADO (ULTIMO CIERRE ', ULTIMO-CIERRE,
                   '). NO SE CONTABILIZA.'
               STOP RUN WITH ERROR STATUS 16
           END-IF.

       1300-CARGAR-REGLAS.
           OPEN INPUT REGLAS.
           READ REGLAS AT END MOVE 1 TO EOF-REGLAS.
           PERFORM UNTIL EOF-REGLAS = 1
               IF CANT-REG-TABLA < MAX-REG-TABLA
                   ADD 1 TO CANT-REG-TABLA
                   MOVE RCO-ORIGEN TO REG-T-ORIGEN(CANT-REG-TABLA)
                   MOVE RCO-CONCEPTO TO REG-T-CONCEPTO(CANT-REG-TABLA)
                   MOVE RCO-CUENTA TO REG-T-CUENTA(CANT-REG-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-REG-TABLA,
                       " REGLAS CONTABLES, SE OMITEN"
               END-IF
               READ REGLAS AT END MOVE 1 TO EOF-REGLAS
           END-PERFORM.
           CLOSE REGLAS.

       1500-VALIDAR-REGLAS.
      **   todo concepto que puede aparecer debe ir a una cuenta
      **   habilitada del plan; si falta alguna no se toca el diario
           PERFORM 1510-VALIDAR-UNA
               VARYING SUB-Q FROM 1 BY 1
               UNTIL SUB-Q > CANT-REQUERIDAS.
           IF ERRORES-REGLAS > 0
               DISPLAY 'REGLAS CONTABLES INCOMPLETAS (', ERRORES-REGLAS,
                   '). NO SE CONTABILIZA.'
               CLOSE PLANCTAS
               STOP RUN WITH ERROR STATUS 16
           END-IF.

       1510-VALIDAR-UNA.
           MOVE REQ-ORIGEN(SUB-Q) TO ORIGEN-MOV.
           MOVE REQ-CONCEPTO(SUB-Q) TO CONCEPTO-MOV.
           PERFORM 1600-BUSCAR-REGLA.
           IF REG-HALLADA = 'N'
               ADD 1 TO ERRORES-REGLAS
               DISPLAY 'FALTA REGLA PARA ', ORIGEN-MOV, ' ',
                   CONCEPTO-MOV
           ELSE
               MOVE CUENTA-MOV TO PCU-CUENTA
               READ PLANCTAS
                   INVALID KEY
                       ADD 1 TO ERRORES-REGLAS
                       DISPLAY 'REGLA ', ORIGEN-MOV, ' ',
                           CONCEPTO-MOV, ': CUENTA ', CUENTA-MOV,
                           ' INEXISTENTE'
                   NOT INVALID KEY
                       IF PCU-DADA-DE-BAJA
                           ADD 1 TO ERRORES-REGLAS
                           DISPLAY 'REGLA ', ORIGEN-MOV, ' ',
                               CONCEPTO-MOV, ': CUENTA ', CUENTA-MOV,
                               ' DADA DE BAJA'
                       END-IF
               END-READ
           END-IF.

       1600-BUSCAR-REGLA.
           MOVE 'N' TO REG-HALLADA.
           MOVE 0 TO SUB-R.
           MOVE 0 TO CUENTA-MOV.
           PERFORM 1610-COMPARAR-REGLA
               UNTIL REG-HALLADA = 'S' OR SUB-R >= CANT-REG-TABLA.

       1610-COMPARAR-REGLA.
           ADD 1 TO SUB-R.
           IF REG-T-ORIGEN(SUB-R) = ORIGEN-MOV
               AND REG-T-CONCEPTO(SUB-R) = CONCEPTO-MOV
               MOVE 'S' TO REG-HALLADA
               MOVE REG-T-CUENTA(SUB-R) TO CUENTA-MOV
           END-IF.

       2000-BORRAR-PERIODO.
      **   el periodo abierto se puede volver a contabilizar: los
      **   asientos anteriores del periodo se reemplazan enteros
           OPEN I-O DIARIO.
           IF WS-DIARIO-STATUS = '35'
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN I-O DIARIO
           END-IF.
           MOVE PERIODO-PEDIDO TO DIA-PERIODO.
           MOVE 0 TO DIA-ASIENTO, DIA-LINEA.
           START DIARIO KEY IS NOT < DIA-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-DIARIO
           END-START.
           IF EOF-DIARIO <> 1
               READ DIARIO NEXT AT END MOVE 1 TO EOF-DIARIO
               END-READ
           END-IF.
           PERFORM UNTIL EOF-DIARIO = 1
                         OR DIA-PERIODO <> PERIODO-PEDIDO
               DELETE DIARIO RECORD
               ADD 1 TO CONT-BORRADAS
               READ DIARIO NEXT AT END MOVE 1 TO EOF-DIARIO
               END-READ
           END-PERFORM.
           IF CONT-BORRADAS > 0
               DISPLAY 'SE REEMPLAZAN ', CONT-BORRADAS,
                   ' LINEAS YA CONTABILIZADAS DEL PERIODO.'
           END-IF.

       3000-GENERAR-MOVIMIENTOS.
           PERFORM 3100-CONTABILIZAR-VENTAS.
           PERFORM 3150-CONTABILIZAR-NOTAS-DEBITO.
           PERFORM 3200-CONTABILIZAR-COBRANZAS.
           PERFORM 3300-CONTABILIZAR-COMPRAS.
           PERFORM 3400-CONTABILIZAR-COMISIONES.
           PERFORM 3500-CONTABILIZAR-CUOTAS.
           PERFORM 3600-CONTABILIZAR-CAJA.
           PERFORM 3700-CONTABILIZAR-VIAJES.

       3900-FIN-GENERAR.
           EXIT.

       3100-CONTABILIZAR-VENTAS.
           OPEN INPUT FACTURAS.
           MOVE LOW-VALUES TO FACT-CLAVE.
           START FACTURAS KEY IS > FACT-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTURAS.
           IF EOF-FACTURAS <> 1
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS
           END-IF.
           PERFORM UNTIL EOF-FACTURAS = 1
               MOVE fact-fecha TO FECHA-DESGLOSE
               IF FECHA-PERIODO = PERIODO-PEDIDO
                   PERFORM 3110-VENTA
               END-IF
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS
           END-PERFORM.
           CLOSE FACTURAS.

       3110-VENTA.
           MOVE fact-fecha TO FECHA-MOV.
           MOVE 'VTAS' TO ORIGEN-MOV.
           MOVE 'DEUD' TO CONCEPTO-MOV.
           MOVE 'D' TO LADO-MOV.
           MOVE fact-total TO IMPORTE-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.
           MOVE 'VENT' TO CONCEPTO-MOV.
           MOVE 'H' TO LADO-MOV.
           MOVE fact-neto TO IMPORTE-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.
           MOVE 'IVAD' TO CONCEPTO-MOV.
           MOVE fact-iva TO IMPORTE-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.

       3150-CONTABILIZAR-NOTAS-DEBITO.
           OPEN INPUT NOTASDEBITO.
           IF WS-NOTASDEBITO-STATUS = '00'
               MOVE 'S' TO HAY-NOTASDEBITO
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
                   MOVE NDB-FECHA TO FECHA-DESGLOSE
                   IF FECHA-PERIODO = PERIODO-PEDIDO
                       PERFORM 3160-NOTA-DEBITO
                   END-IF
                   READ NOTASDEBITO NEXT
                       AT END MOVE 1 TO EOF-NOTASDEBITO
                   END-READ
               END-PERFORM
               CLOSE NOTASDEBITO
           END-IF.

       3160-NOTA-DEBITO.
           MOVE NDB-FECHA TO FECHA-MOV.
           MOVE 'VTAS' TO ORIGEN-MOV.
           MOVE 'DEUD' TO CONCEPTO-MOV.
           MOVE 'D' TO LADO-MOV.
           MOVE NDB-TOTAL TO IMPORTE-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.
           MOVE 'INTE' TO CONCEPTO-MOV.
           MOVE 'H' TO LADO-MOV.
           MOVE NDB-NETO TO IMPORTE-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.
           MOVE 'IVAD' TO CONCEPTO-MOV.
           MOVE NDB-IVA TO IMPORTE-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.

       3200-CONTABILIZAR-COBRANZAS.
      **   el cheque rechazado no se contabiliza: el recibo queda
      **   como si no se hubiera cobrado
           OPEN INPUT COBRANZAS.
           IF WS-COBRANZAS-STATUS = '00'
               MOVE 'S' TO HAY-COBRANZAS
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
                   MOVE COB-FECHA TO FECHA-DESGLOSE
                   IF FECHA-PERIODO = PERIODO-PEDIDO
                       AND NOT COB-RECHAZADO
                       PERFORM 3210-COBRANZA
                   END-IF
                   READ COBRANZAS NEXT
                       AT END MOVE 1 TO EOF-COBRANZAS
                   END-READ
               END-PERFORM
               CLOSE COBRANZAS
           END-IF.

       3210-COBRANZA.
           MOVE COB-FECHA TO FECHA-MOV.
           MOVE 'COBR' TO ORIGEN-MOV.
           EVALUATE TRUE
               WHEN COB-CHEQUE
                   MOVE 'VALO' TO CONCEPTO-MOV
               WHEN COB-TRANSFERENCIA
                   MOVE 'BANC' TO CONCEPTO-MOV
               WHEN OTHER
                   MOVE 'CAJA' TO CONCEPTO-MOV
           END-EVALUATE.
           MOVE 'D' TO LADO-MOV.
           MOVE COB-IMPORTE TO IMPORTE-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.
           MOVE 'DEUD' TO CONCEPTO-MOV.
           MOVE 'H' TO LADO-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.

       3300-CONTABILIZAR-COMPRAS.
           OPEN INPUT FACTCOMPRAS.
           IF WS-FACTCOMPRAS-STATUS = '00'
               MOVE 'S' TO HAY-FACTCOMPRAS
               MOVE LOW-VALUES TO FCO-CLAVE
               START FACTCOMPRAS KEY IS > FCO-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-FACTCOMPRAS
               END-START
               IF EOF-FACTCOMPRAS <> 1
                   READ FACTCOMPRAS NEXT
                       AT END MOVE 1 TO EOF-FACTCOMPRAS
                   END-READ
               END-IF
               PERFORM UNTIL EOF-FACTCOMPRAS = 1
                   MOVE FCO-FECHA TO FECHA-DESGLOSE
                   IF FECHA-PERIODO = PERIODO-PEDIDO
                       PERFORM 3310-COMPRA
                   END-IF
                   READ FACTCOMPRAS NEXT
                       AT END MOVE 1 TO EOF-FACTCOMPRAS
                   END-READ
               END-PERFORM
               CLOSE FACTCOMPRAS
           END-IF.

       3310-COMPRA.
           MOVE FCO-FECHA TO FECHA-MOV.
           MOVE 'COMP' TO ORIGEN-MOV.
           MOVE 'COMP' TO CONCEPTO-MOV.
           MOVE 'D' TO LADO-MOV.
           MOVE FCO-NETO TO IMPORTE-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.
           MOVE 'IVAC' TO CONCEPTO-MOV.
           MOVE FCO-IVA TO IMPORTE-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.
           MOVE 'PROV' TO CONCEPTO-MOV.
           MOVE 'H' TO LADO-MOV.
           MOVE FCO-TOTAL TO IMPORTE-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.

       3400-CONTABILIZAR-COMISIONES.
      **   toda comision se devenga contra comisiones a pagar; la
      **   saldada ademas se paga en el dia de su renglon. Un
      **   recupero (importe negativo) invierte los lados
           OPEN INPUT COMISIONES.
           IF WS-COMISIONES-STATUS = '00'
               MOVE 'S' TO HAY-COMISIONES
               MOVE LOW-VALUES TO COM-CLAVE
               START COMISIONES KEY IS > COM-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-COMISIONES
               END-START
               IF EOF-COMISIONES <> 1
                   READ COMISIONES NEXT
                       AT END MOVE 1 TO EOF-COMISIONES
                   END-READ
               END-IF
               PERFORM UNTIL EOF-COMISIONES = 1
                   MOVE COM-FECHA TO FECHA-DESGLOSE
                   IF FECHA-PERIODO = PERIODO-PEDIDO
                       PERFORM 3410-COMISION
                   END-IF
                   READ COMISIONES NEXT
                       AT END MOVE 1 TO EOF-COMISIONES
                   END-READ
               END-PERFORM
               CLOSE COMISIONES
           END-IF.

       3410-COMISION.
           MOVE COM-FECHA TO FECHA-MOV.
           MOVE 'COMI' TO ORIGEN-MOV.
           MOVE 'GAST' TO CONCEPTO-MOV.
           MOVE 'D' TO LADO-MOV.
           MOVE COM-IMPORTE TO IMPORTE-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.
           MOVE 'PAGA' TO CONCEPTO-MOV.
           MOVE 'H' TO LADO-MOV.
           MOVE COM-IMPORTE TO IMPORTE-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.
           IF COM-SALDADA
               MOVE 'PAGA' TO CONCEPTO-MOV
               MOVE 'D' TO LADO-MOV
               MOVE COM-IMPORTE TO IMPORTE-MOV
               PERFORM 7000-EMITIR-MOVIMIENTO
               MOVE 'CAJA' TO CONCEPTO-MOV
               MOVE 'H' TO LADO-MOV
               MOVE COM-IMPORTE TO IMPORTE-MOV
               PERFORM 7000-EMITIR-MOVIMIENTO
           END-IF.

       3500-CONTABILIZAR-CUOTAS.
      **   recibos de cuota del club por medio de pago; el recibo
      **   anulado por cheque rechazado no se contabiliza
           OPEN INPUT CUOTAS.
           IF WS-CUOTAS-STATUS = '00'
               MOVE 'S' TO HAY-CUOTAS
               MOVE 0 TO CUO-RECIBO
               START CUOTAS KEY IS > CUO-RECIBO
                   INVALID KEY
                       MOVE 1 TO EOF-CUOTAS
               END-START
               IF EOF-CUOTAS <> 1
                   READ CUOTAS NEXT AT END MOVE 1 TO EOF-CUOTAS
                   END-READ
               END-IF
               PERFORM UNTIL EOF-CUOTAS = 1
                   MOVE CUO-FECHA TO FECHA-DESGLOSE
                   IF FECHA-PERIODO = PERIODO-PEDIDO
                       AND NOT CUO-ANULADO
                       PERFORM 3510-CUOTA
                   END-IF
                   READ CUOTAS NEXT AT END MOVE 1 TO EOF-CUOTAS
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.

       3510-CUOTA.
           MOVE CUO-FECHA TO FECHA-MOV.
           MOVE 'CUOT' TO ORIGEN-MOV.
           EVALUATE TRUE
               WHEN CUO-CHEQUE
                   MOVE 'VALO' TO CONCEPTO-MOV
               WHEN CUO-TRANSFERENCIA
                   MOVE 'BANC' TO CONCEPTO-MOV
               WHEN CUO-DEBITO-AUTO
                   MOVE 'BANC' TO CONCEPTO-MOV
               WHEN OTHER
                   MOVE 'CAJA' TO CONCEPTO-MOV
           END-EVALUATE.
           MOVE 'D' TO LADO-MOV.
           MOVE CUO-IMPORTE TO IMPORTE-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.
           MOVE 'SOCI' TO CONCEPTO-MOV.
           MOVE 'H' TO LADO-MOV.
           PERFORM 7000-EMITIR-MOVIMIENTO.

       3600-CONTABILIZAR-CAJA.
      **   la diferencia de cada cierre de caja: cobrado de mas que
      **   lo depositado es faltante, de menos es sobrante
           OPEN INPUT CAJAHIST.
           IF WS-CAJAHIST-STATUS = '00'
               MOVE 'S' TO HAY-CAJAHIST
               MOVE LOW-VALUES TO CJH-CLAVE
               START CAJAHIST KEY IS > CJH-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-CAJAHIST
               END-START
               IF EOF-CAJAHIST <> 1
                   READ CAJAHIST NEXT AT END MOVE 1 TO EOF-CAJAHIST
                   END-READ
               END-IF
               PERFORM UNTIL EOF-CAJAHIST = 1
                   MOVE CJH-FECHA TO FECHA-DESGLOSE
                   IF FECHA-PERIODO = PERIODO-PEDIDO
                       AND CJH-DIFERENCIA <> 0
                       PERFORM 3610-DIFERENCIA-CAJA
                   END-IF
                   READ CAJAHIST NEXT AT END MOVE 1 TO EOF-CAJAHIST
                   END-READ
               END-PERFORM
               CLOSE CAJAHIST
           END-IF.

       3610-DIFERENCIA-CAJA.
           MOVE CJH-FECHA TO FECHA-MOV.
           MOVE 'CAJA' TO ORIGEN-MOV.
           IF CJH-DIFERENCIA > 0
               MOVE 'FALT' TO CONCEPTO-MOV
               MOVE 'D' TO LADO-MOV
               MOVE CJH-DIFERENCIA TO IMPORTE-MOV
               PERFORM 7000-EMITIR-MOVIMIENTO
               MOVE 'CAJA' TO CONCEPTO-MOV
               MOVE 'H' TO LADO-MOV
               PERFORM 7000-EMITIR-MOVIMIENTO
           ELSE
               COMPUTE IMPORTE-MOV = CJH-DIFERENCIA * -1
               MOVE 'CAJA' TO CONCEPTO-MOV
               MOVE 'D' TO LADO-MOV
               PERFORM 7000-EMITIR-MOVIMIENTO
               MOVE 'SOBR' TO CONCEPTO-MOV
               MOVE 'H' TO LADO-MOV
               PERFORM 7000-EMITIR-MOVIMIENTO
           END-IF.

       3700-CONTABILIZAR-VIAJES.
      **   pagos y devoluciones de viajes del club por medio de pago
           OPEN INPUT RECIBOSVIA.
           IF WS-RECIBOSVIA-STATUS = '00'
               MOVE 'S' TO HAY-RECIBOSVIA
               MOVE 0 TO RVI-RECIBO
               START RECIBOSVIA KEY IS > RVI-RECIBO
                   INVALID KEY
                       MOVE 1 TO EOF-RECIBOSVIA
               END-START
               IF EOF-RECIBOSVIA <> 1
                   READ RECIBOSVIA NEXT AT END MOVE 1 TO EOF-RECIBOSVIA
                   END-READ
               END-IF
               PERFORM UNTIL EOF-RECIBOSVIA = 1
                   MOVE RVI-FECHA TO FECHA-DESGLOSE
                   IF FECHA-PERIODO = PERIODO-PEDIDO
                       PERFORM 3710-RECIBO-VIAJE
                   END-IF
                   READ RECIBOSVIA NEXT AT END MOVE 1 TO EOF-RECIBOSVIA
                   END-READ
               END-PERFORM
               CLOSE RECIBOSVIA
           END-IF.

       3710-RECIBO-VIAJE.
           MOVE RVI-FECHA TO FECHA-MOV.
           MOVE 'VIAJ' TO ORIGEN-MOV.
           IF RVI-TRANSFERENCIA
               MOVE 'BANC' TO CONCEPTO-MOV
           ELSE
               MOVE 'CAJA' TO CONCEPTO-MOV
           END-IF.
           MOVE 'D' TO LADO-MOV.
           MOVE RVI-IMPORTE TO IMPORTE-MOV.
           IF RVI-DEVOLUCION
               COMPUTE IMPORTE-MOV = IMPORTE-MOV * -1
           END-IF.
           PERFORM 7000-EMITIR-MOVIMIENTO.
           MOVE 'VIAJ' TO CONCEPTO-MOV.
           MOVE 'H' TO LADO-MOV.
           MOVE RVI-IMPORTE TO IMPORTE-MOV.
           IF RVI-DEVOLUCION
               COMPUTE IMPORTE-MOV = IMPORTE-MOV * -1
           END-IF.
           PERFORM 7000-EMITIR-MOVIMIENTO.

       5000-GRABAR-DIARIO.
      **   un asiento por dia y origen, una linea por cuenta con el
      **   neto del dia; el numero corre dentro del periodo
           OPEN OUTPUT REPDIA.
           MOVE PERIODO-PEDIDO TO REP-TI-PERIODO.
           WRITE REP-LINEA FROM REP-TITULO.
           RETURN SORTMOV AT END MOVE 1 TO EOF-SORTMOV.
           PERFORM UNTIL EOF-SORTMOV = 1
               MOVE SMV-FECHA TO FECHA-ASI
               MOVE SMV-ORIGEN TO ORIGEN-ASI
               MOVE 'N' TO ASIENTO-ABIERTO
               MOVE 0 TO DEBE-ASIENTO, HABER-ASIENTO
               PERFORM UNTIL EOF-SORTMOV = 1
                             OR SMV-FECHA <> FECHA-ASI
                             OR SMV-ORIGEN <> ORIGEN-ASI
                   MOVE SMV-CUENTA TO CUENTA-ACT
                   MOVE 0 TO SALDO-CUENTA
                   PERFORM UNTIL EOF-SORTMOV = 1
                                 OR SMV-FECHA <> FECHA-ASI
                                 OR SMV-ORIGEN <> ORIGEN-ASI
                                 OR SMV-CUENTA <> CUENTA-ACT
                       ADD SMV-DEBE TO SALDO-CUENTA
                       SUBTRACT SMV-HABER FROM SALDO-CUENTA
                       RETURN SORTMOV AT END MOVE 1 TO EOF-SORTMOV
                   END-PERFORM
                   PERFORM 5200-GRABAR-LINEA
               END-PERFORM
               PERFORM 5300-CERRAR-ASIENTO
           END-PERFORM.
           MOVE NRO-ASIENTO TO REP-T-ASIENTOS.
           MOVE DEBE-PERIODO TO REP-T-DEBE.
           MOVE HABER-PERIODO TO REP-T-HABER.
           WRITE REP-LINEA FROM REP-TOTAL.
           CLOSE REPDIA.

       5900-FIN-DIARIO.
           EXIT.

       5100-ABRIR-ASIENTO.
           ADD 1 TO NRO-ASIENTO.
           MOVE 0 TO NRO-LINEA.
           MOVE 'S' TO ASIENTO-ABIERTO.
           MOVE NRO-ASIENTO TO REP-A-NUMERO.
           MOVE FECHA-ASI TO REP-A-FECHA.
           EVALUATE ORIGEN-ASI
               WHEN 'VTAS'
                   MOVE "VENTAS DEL DIA" TO REP-A-LEYENDA
               WHEN 'COBR'
                   MOVE "COBRANZAS DEL DIA" TO REP-A-LEYENDA
               WHEN 'COMP'
                   MOVE "COMPRAS DEL DIA" TO REP-A-LEYENDA
               WHEN 'COMI'
                   MOVE "COMISIONES DEL DIA" TO REP-A-LEYENDA
               WHEN 'CUOT'
                   MOVE "CUOTAS SOCIALES DEL DIA" TO REP-A-LEYENDA
               WHEN 'CAJA'
                   MOVE "DIFERENCIAS DE CAJA" TO REP-A-LEYENDA
               WHEN 'VIAJ'
                   MOVE "VIAJES DEL DIA" TO REP-A-LEYENDA
               WHEN OTHER
                   MOVE ORIGEN-ASI TO REP-A-LEYENDA
           END-EVALUATE.
           WRITE REP-LINEA FROM REP-ASIENTO.

       5200-GRABAR-LINEA.
      **   una cuenta que en el dia se neteo a cero no deja linea
           IF SALDO-CUENTA <> 0
               IF ASIENTO-ABIERTO = 'N'
                   PERFORM 5100-ABRIR-ASIENTO
               END-IF
               ADD 1 TO NRO-LINEA
               MOVE PERIODO-PEDIDO TO DIA-PERIODO
               MOVE NRO-ASIENTO TO DIA-ASIENTO
               MOVE NRO-LINEA TO DIA-LINEA
               MOVE FECHA-ASI TO DIA-FECHA
               MOVE ORIGEN-ASI TO DIA-ORIGEN
               MOVE CUENTA-ACT TO DIA-CUENTA
               IF SALDO-CUENTA > 0
                   MOVE SALDO-CUENTA TO DIA-DEBE
                   MOVE 0 TO DIA-HABER
               ELSE
                   MOVE 0 TO DIA-DEBE
                   COMPUTE DIA-HABER = SALDO-CUENTA * -1
               END-IF
               WRITE DIA-REGISTRO
                   INVALID KEY
                       DISPLAY 'LINEA DE DIARIO DUPLICADA: ',
                           DIA-CLAVE
               END-WRITE
               ADD DIA-DEBE TO DEBE-ASIENTO, DEBE-PERIODO
               ADD DIA-HABER TO HABER-ASIENTO, HABER-PERIODO
               MOVE DIA-CUENTA TO REP-D-CUENTA
               MOVE DIA-CUENTA TO PCU-CUENTA
               READ PLANCTAS
                   INVALID KEY
                       MOVE "(CUENTA INEXISTENTE)" TO REP-D-NOMBRE
                   NOT INVALID KEY
                       MOVE PCU-NOMBRE TO REP-D-NOMBRE
               END-READ
               MOVE DIA-DEBE TO REP-D-DEBE
               MOVE DIA-HABER TO REP-D-HABER
               WRITE REP-LINEA FROM REP-DETALLE
           END-IF.

       5300-CERRAR-ASIENTO.
           IF ASIENTO-ABIERTO = 'S'
               MOVE DEBE-ASIENTO TO REP-TA-DEBE
               MOVE HABER-ASIENTO TO REP-TA-HABER
               MOVE SPACES TO REP-TA-OBSERVACION
               IF DEBE-ASIENTO <> HABER-ASIENTO
                   ADD 1 TO CONT-DESBALANCEADOS
                   MOVE "NO BALANCEA" TO REP-TA-OBSERVACION
                   DISPLAY 'ERROR: EL ASIENTO ', NRO-ASIENTO,
                       ' NO BALANCEA.'
               END-IF
               WRITE REP-LINEA FROM REP-TOTAL-ASIENTO
           END-IF.

       7000-EMITIR-MOVIMIENTO.
      **   cada renglon de origen deja un movimiento por concepto;
      **   un importe negativo va del otro lado
           IF IMPORTE-MOV <> 0
               PERFORM 1600-BUSCAR-REGLA
               MOVE FECHA-MOV TO SMV-FECHA
               MOVE ORIGEN-MOV TO SMV-ORIGEN
               MOVE CUENTA-MOV TO SMV-CUENTA
               MOVE 0 TO SMV-DEBE, SMV-HABER
               IF IMPORTE-MOV < 0
                   COMPUTE IMPORTE-MOV = IMPORTE-MOV * -1
                   IF LADO-MOV = 'D'
                       MOVE 'H' TO LADO-MOV
                   ELSE
                       MOVE 'D' TO LADO-MOV
                   END-IF
               END-IF
               IF LADO-MOV = 'D'
                   MOVE IMPORTE-MOV TO SMV-DEBE
               ELSE
                   MOVE IMPORTE-MOV TO SMV-HABER
               END-IF
               ADD 1 TO CONT-MOVIMIENTOS
               RELEASE SMV-REG
           END-IF.

       9000-FIN-GENERAL.
           CLOSE PLANCTAS, DIARIO.
           DISPLAY '--- CONTABILIZACION DEL PERIODO ', PERIODO-PEDIDO,
               ' ---'.
           DISPLAY 'MOVIMIENTOS DE ORIGEN: ', CONT-MOVIMIENTOS.
           DISPLAY 'ASIENTOS GRABADOS: ', NRO-ASIENTO.
           DISPLAY 'DEBE: ', DEBE-PERIODO, '  HABER: ', HABER-PERIODO.
           IF CONT-DESBALANCEADOS > 0
               DISPLAY 'ASIENTOS QUE NO BALANCEAN: ',
                   CONT-DESBALANCEADOS
               STOP RUN WITH ERROR STATUS 8
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
