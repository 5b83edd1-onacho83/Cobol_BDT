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
           SELECT FACTURAS
           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-FACTURAS-STATUS.
           SELECT OPTIONAL MOVART ASSIGN TO '../movart.dat'
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
           SELECT FACTCOMPRAS
           ASSIGN TO '../facturas_compras.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCO-CLAVE
               FILE STATUS IS WS-FACTCOMPRAS-STATUS.
           SELECT OPAPLIC ASSIGN TO '../ordenes_pago_aplic.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPD-CLAVE
               FILE STATUS IS WS-OPAPLIC-STATUS.
           SELECT COMISIONES ASSIGN TO '../comisiones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COM-CLAVE
               FILE STATUS IS WS-COMISIONES-STATUS.
           SELECT PASAJEROS ASSIGN TO '../pasajeros.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAS-CLAVE
               FILE STATUS IS WS-PASAJEROS-STATUS.
           SELECT PLANES ASSIGN TO '../planes_pago.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-PASAJERO
               FILE STATUS IS WS-PLANES-STATUS.
           SELECT OPTIONAL FERIADOS ASSIGN TO '../feriados.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FER-FECHA
               FILE STATUS IS WS-FERIADOS-STATUS.
           SELECT OPTIONAL MORAPARAM ASSIGN TO '../mora_param.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FLUJOPARAM ASSIGN TO '../flujo_param.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPFLUJO ASSIGN TO '../reporte_flujo_fondos.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  COMISIONES.
       01  COM-REGISTRO.
           03 COM-CLAVE.
               05 COM-FECHA                     PIC 9(8).
               05 COM-VEND                      PIC 9(3).
           03 COM-IMPORTE                       PIC S9(10)V99.
           03 COM-ESTADO                        PIC X.
               88 COM-PENDIENTE                 VALUE 'P'.
               88 COM-SALDADA                   VALUE 'S'.
       FD  PASAJEROS.
       01  PAS-REG.
           03 PAS-CLAVE.
               05 PAS-PASAJERO PIC 9(5).
               05 PAS-ANIO PIC 9(4).
               05 PAS-MES PIC 99.
           03 PAS-ESTADO PIC A.
               88 PAS-ABIERTO VALUE "A".
               88 PAS-CANCELADO VALUE "C".
               88 PAS-VENCIDO VALUE "V".
               88 PAS-REFINANCIADO VALUE "R".
               88 PAS-BAJA VALUE "B".
           03 PAS-CUOTA PIC 9(6).
           03 PAS-PAGADO PIC 9(6).
           03 PAS-DEBE PIC 9(6).
       FD  PLANES.
       01  PLA-REG.
           03 PLA-PASAJERO                     PIC 9(5).
           03 PLA-ANIO                         PIC 9(4).
           03 PLA-TOTAL                        PIC 9(8).
           03 PLA-CUOTAS                       PIC 9(2).
           03 PLA-IMPORTE-CUOTA                PIC 9(8).
           03 PLA-SALDO                        PIC 9(8).
           03 PLA-ESTADO                       PIC X.
               88 PLA-ACTIVO                   VALUE 'A'.
               88 PLA-CANCELADO                VALUE 'C'.
       FD  FERIADOS.
       01  FER-REG.
           03 FER-FECHA                        PIC 9(8).
           03 FER-DESCRIPCION                  PIC X(30).
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
       FD  FLUJOPARAM.
       01  FFP-REG.
           03 FFP-PLAZO-PROVEEDORES            PIC 9(3).
           03 FILLER                           PIC X.
           03 FFP-PLAZO-COMISIONES             PIC 9(3).
       FD  REPFLUJO.
       01  REP-LINEA                           PIC X(170).

       WORKING-STORAGE SECTION.
       01  REP-TITULO.
           03 FILLER                           PIC X(45)
               VALUE "FLUJO DE FONDOS PROYECTADO A 8 SEMANAS DESDE ".
           03 REP-T-FECHA                      PIC 9(8).
       01  REP-SALDO-INICIAL.
           03 FILLER                           PIC X(24)
               VALUE "SALDO INICIAL DE CAJA: ".
           03 REP-S-SALDO                      PIC -(12)9,99.
       01  REP-ENCABEZADO.
           03 FILLER                           PIC X(24)
               VALUE "CONCEPTO".
           03 REP-E-SEMANA OCCURS 8 TIMES.
               05 REP-E-TEXTO                  PIC X(6).
               05 REP-E-FECHA                  PIC 9(8).
           03 FILLER                           PIC X(14)
               VALUE "     POSTERIOR".
           03 FILLER                           PIC X(14)
               VALUE "         TOTAL".
       01  REP-DETALLE.
           03 REP-D-CONCEPTO                   PIC X(24).
           03 REP-D-COLUMNA OCCURS 10 TIMES.
               05 REP-D-IMPORTE                PIC -(10)9,99.
       01  REP-SUBTITULO.
           03 FILLER                           PIC X(20)
               VALUE "TOTALES POR ORIGEN".
       01  REP-RESUMEN.
           03 REP-R-CONCEPTO                   PIC X(24).
           03 REP-R-TIPO                       PIC X(9).
           03 FILLER                           PIC X(8)
               VALUE " TOTAL: ".
           03 REP-R-TOTAL                      PIC -(10)9,99.
           03 FILLER                           PIC X(11)
               VALUE "  VENCIDO: ".
           03 REP-R-VENCIDO                    PIC -(10)9,99.
           03 FILLER                           PIC X(17)
               VALUE "  PARTICIPACION: ".
           03 REP-R-PORCENTAJE                 PIC ZZ9,99.
           03 FILLER                           PIC X VALUE "%".

       77  WS-FACTURAS-STATUS                  PIC X(02).
       77  WS-COBRANZAS-STATUS                 PIC X(02).
       77  WS-IMPUTACIONES-STATUS              PIC X(02).
       77  WS-NOTASDEBITO-STATUS               PIC X(02).
       77  WS-FACTCOMPRAS-STATUS               PIC X(02).
       77  WS-OPAPLIC-STATUS                   PIC X(02).
       77  WS-COMISIONES-STATUS                PIC X(02).
       77  WS-PASAJEROS-STATUS                 PIC X(02).
       77  WS-PLANES-STATUS                    PIC X(02).
       77  WS-FERIADOS-STATUS                  PIC X(02).
       77  HAY-FACTURAS                        PIC X VALUE 'N'.
       77  HAY-COBRANZAS                       PIC X VALUE 'N'.
       77  HAY-IMPUTACIONES                    PIC X VALUE 'N'.
       77  HAY-NOTASDEBITO                     PIC X VALUE 'N'.
       77  HAY-FACTCOMPRAS                     PIC X VALUE 'N'.
       77  HAY-OPAPLIC                         PIC X VALUE 'N'.
       77  HAY-COMISIONES                      PIC X VALUE 'N'.
       77  HAY-PASAJEROS                       PIC X VALUE 'N'.
       77  HAY-PLANES                          PIC X VALUE 'N'.
       77  HAY-FERIADOS                        PIC X VALUE 'N'.
       77  EOF-FACTURAS                        PIC 9 VALUE 0.
       77  EOF-MOVART                          PIC 9 VALUE 0.
       77  EOF-COBRANZAS                       PIC 9 VALUE 0.
       77  EOF-IMPUTACIONES                    PIC 9 VALUE 0.
       77  EOF-NOTASDEBITO                     PIC 9 VALUE 0.
       77  EOF-FACTCOMPRAS                     PIC 9 VALUE 0.
       77  EOF-OPAPLIC                         PIC 9 VALUE 0.
       77  EOF-COMISIONES                      PIC 9 VALUE 0.
       77  EOF-PASAJEROS                       PIC 9 VALUE 0.
       77  EOF-PLANES                          PIC 9 VALUE 0.
       77  EOF-MORAPARAM                       PIC 9 VALUE 0.
       77  EOF-FLUJOPARAM                      PIC 9 VALUE 0.
       77  WS-FECHA-PROCESO                    PIC 9(8).
       77  SALDO-INICIAL                       PIC S9(12)V99 VALUE 0.
       77  PLAZO-CLIENTES                      PIC 9(3) VALUE 30.
       77  PLAZO-PROVEEDORES                   PIC 9(3) VALUE 30.
       77  PLAZO-COMISIONES                    PIC 9(3) VALUE 30.
       77  DIAS-A-SUMAR                        PIC 9(4).
       77  FECHA-ORIGEN                        PIC 9(8).
       77  IMPORTE-FLUJO                       PIC S9(12)V99.
       77  SALDO-FACT                          PIC S9(10)V99.
       77  IMPORTE-APLICADO                    PIC S9(10)V99.
       77  IMPORTE-RESTANTE                    PIC S9(10)V99.
       77  IMPORTE-PAGADO                      PIC 9(10)V99.
       77  FACTURA-BUSCADA                     PIC 9(12).
       77  CLIENTE-BUSCADO                     PIC 9(6).
       77  FAC-HALLADA                         PIC X.
       77  ACU-HALLADO                         PIC X.
       77  SUB-F                               PIC 9(4).
       77  SUB-C                               PIC 9(4).
       77  SUB-M                               PIC 9(4).
       77  SUB-O                               PIC 9.
       77  SUB-S                               PIC 99.
       77  SUB-K                               PIC 99.
       77  CANT-FAC-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-FAC-TABLA                       PIC 9(4) VALUE 3000.
       77  CANT-ACU-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-ACU-TABLA                       PIC 9(4) VALUE 2000.
       77  CANT-DEV-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-DEV-TABLA                       PIC 9(4) VALUE 1000.
       77  CANT-ORIGENES                       PIC 9 VALUE 5.
       77  CUOTA-PLAN                          PIC 9(8).
       77  PLAN-AAAA                           PIC 9(4).
       77  PLAN-MM                             PIC 99.
       77  PORCENTAJE                          PIC 9(3)V99.
       77  ES-HABIL                            PIC X.
       77  CONT-CORRIMIENTOS                   PIC 99.
       77  DIAS-DEL-MES                        PIC 99.
       77  RESTO-BISIESTO                      PIC 9.
       77  AUX-BISIESTO                        PIC 9(4).
       77  DIA-SEMANA                          PIC 9.
       77  ZEL-Y                               PIC 9(4).
       77  ZEL-M                               PIC 99.
       77  ZEL-D                               PIC 99.
       77  ZEL-J                               PIC 99.
       77  ZEL-K                               PIC 99.
       77  ZEL-T1                              PIC 9(4).
       77  ZEL-T2                              PIC 99.
       77  ZEL-T3                              PIC 99.
       77  ZEL-H                               PIC 9(4).
       77  ZEL-Q                               PIC 9(4).

       01  FECHA-CALCULO.
           03 FCA-AAAA                         PIC 9(4).
           03 FCA-MM                           PIC 99.
           03 FCA-DD                           PIC 99.
       01  FECHA-CALCULO-NUM REDEFINES FECHA-CALCULO PIC 9(8).

       01  TABLA-SEMANAS.
           03 SEM-FIN                          PIC 9(8) OCCURS 8 TIMES.

      **   origenes: 1 facturas de clientes, 2 cuotas de socios,
      **   3 planes de pago (ingresos); 4 facturas de proveedores,
      **   5 comisiones de vendedores (egresos). Columnas 1 a 8 son
      **   las semanas, 9 lo posterior
       01  TABLA-FLUJO.
           03 FLU-ITEM OCCURS 5 TIMES.
               05 FLU-T-CONCEPTO               PIC X(24).
               05 FLU-T-TIPO                   PIC X.
                   88 FLU-INGRESO              VALUE 'I'.
                   88 FLU-EGRESO               VALUE 'E'.
               05 FLU-T-IMPORTE                PIC S9(12)V99
                                               OCCURS 9 TIMES.
               05 FLU-T-VENCIDO                PIC S9(12)V99.
               05 FLU-T-TOTAL                  PIC S9(12)V99.
       01  TABLA-TOTALES.
           03 TOT-COLUMNA OCCURS 10 TIMES.
               05 TOT-INGRESOS                 PIC S9(12)V99.
               05 TOT-EGRESOS                  PIC S9(12)V99.
               05 TOT-NETO                     PIC S9(12)V99.
               05 TOT-SALDO                    PIC S9(12)V99.

       01  TABLA-FAC.
           03 FAC-ITEM OCCURS 3000 TIMES.
               05 FAC-T-FACTURA                PIC 9(12).
               05 FAC-T-CLIENTE                PIC 9(6).
               05 FAC-T-FECHA                  PIC 9(8).
               05 FAC-T-TOTAL                  PIC S9(10)V99.
               05 FAC-T-INTERES                PIC S9(10)V99.
               05 FAC-T-PAGADO                 PIC S9(10)V99.
       01  TABLA-ACU.
           03 ACU-ITEM OCCURS 2000 TIMES.
               05 ACU-T-CLI                    PIC 9(6).
               05 ACU-T-IMPORTE                PIC S9(10)V99.
       01  TABLA-DEV.
           03 DEV-ITEM OCCURS 1000 TIMES.
               05 DEV-T-FACTURA                PIC 9(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           IF HAY-FACTURAS = 'S'
               PERFORM 2000-PROYECTAR-CLIENTES
           END-IF.
           IF HAY-PASAJEROS = 'S'
               PERFORM 3000-PROYECTAR-CUOTAS-SOCIOS
           END-IF.
           IF HAY-PLANES = 'S'
               PERFORM 3500-PROYECTAR-PLANES
           END-IF.
           IF HAY-FACTCOMPRAS = 'S'
               PERFORM 4000-PROYECTAR-PROVEEDORES
           END-IF.
           IF HAY-COMISIONES = 'S'
               PERFORM 4500-PROYECTAR-COMISIONES
           END-IF.
           PERFORM 6000-IMPRIMIR-REPORTE.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           PERFORM 1100-ABRIR-ARCHIVOS.
           OPEN OUTPUT REPFLUJO.
           PERFORM 1300-LEER-PARAMETROS.
           DISPLAY 'Ingrese fecha de inicio de la proyeccion '
               '(AAAAMMDD, 0 = hoy):'.
           ACCEPT WS-FECHA-PROCESO.
           IF WS-FECHA-PROCESO = 0
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'Ingrese saldo inicial de caja:'.
           ACCEPT SALDO-INICIAL.
           PERFORM 1400-INICIAR-TABLA-FLUJO.
           PERFORM 1700-CALCULAR-SEMANAS.
           MOVE WS-FECHA-PROCESO TO REP-T-FECHA.
           WRITE REP-LINEA FROM REP-TITULO.
           MOVE SALDO-INICIAL TO REP-S-SALDO.
           WRITE REP-LINEA FROM REP-SALDO-INICIAL.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.

       1100-ABRIR-ARCHIVOS.
      **   cada origen es opcional: el que falta no aporta al flujo
           OPEN INPUT FACTURAS.
           IF WS-FACTURAS-STATUS = '00'
               MOVE 'S' TO HAY-FACTURAS
           ELSE
               DISPLAY "SIN ARCHIVO DE FACTURAS: no se proyectan "
                   "cobros a clientes."
           END-IF.
           OPEN INPUT COBRANZAS.
           IF WS-COBRANZAS-STATUS = '00'
               MOVE 'S' TO HAY-COBRANZAS
           END-IF.
           OPEN INPUT IMPUTACIONES.
           IF WS-IMPUTACIONES-STATUS = '00'
               MOVE 'S' TO HAY-IMPUTACIONES
           END-IF.
           OPEN INPUT NOTASDEBITO.
           IF WS-NOTASDEBITO-STATUS = '00'
               MOVE 'S' TO HAY-NOTASDEBITO
           END-IF.
           OPEN INPUT FACTCOMPRAS.
           IF WS-FACTCOMPRAS-STATUS = '00'
               MOVE 'S' TO HAY-FACTCOMPRAS
           ELSE
               DISPLAY "SIN FACTURAS DE COMPRA: no se proyectan "
                   "pagos a proveedores."
           END-IF.
           OPEN INPUT OPAPLIC.
           IF WS-OPAPLIC-STATUS = '00'
               MOVE 'S' TO HAY-OPAPLIC
           END-IF.
           OPEN INPUT COMISIONES.
           IF WS-COMISIONES-STATUS = '00'
               MOVE 'S' TO HAY-COMISIONES
           END-IF.
           OPEN INPUT PASAJEROS.
           IF WS-PASAJEROS-STATUS = '00'
               MOVE 'S' TO HAY-PASAJEROS
           ELSE
               DISPLAY "SIN ARCHIVO DE PASAJEROS: no se proyectan "
                   "cuotas del club."
           END-IF.
           OPEN INPUT PLANES.
           IF WS-PLANES-STATUS = '00'
               MOVE 'S' TO HAY-PLANES
           END-IF.
           OPEN INPUT FERIADOS.
           IF WS-FERIADOS-STATUS = '00'
               MOVE 'S' TO HAY-FERIADOS
           ELSE
               DISPLAY "SIN CALENDARIO DE FERIADOS: solo se "
                   "corren sabados y domingos."
           END-IF.

       1300-LEER-PARAMETROS.
      **   el plazo de cobro a clientes es el mismo que usa la
      **   liquidacion de mora; proveedores y comisiones tienen el
      **   suyo en flujo_param.dat
           OPEN INPUT MORAPARAM.
           READ MORAPARAM AT END MOVE 1 TO EOF-MORAPARAM.
           IF EOF-MORAPARAM <> 1 AND MPA-PLAZO-PAGO > 0
               MOVE MPA-PLAZO-PAGO TO PLAZO-CLIENTES
           END-IF.
           CLOSE MORAPARAM.
           OPEN INPUT FLUJOPARAM.
           READ FLUJOPARAM AT END MOVE 1 TO EOF-FLUJOPARAM.
           IF EOF-FLUJOPARAM <> 1
               IF FFP-PLAZO-PROVEEDORES > 0
                   MOVE FFP-PLAZO-PROVEEDORES TO PLAZO-PROVEEDORES
               END-IF
               IF FFP-PLAZO-COMISIONES > 0
                   MOVE FFP-PLAZO-COMISIONES TO PLAZO-COMISIONES
               END-IF
           END-IF.
           CLOSE FLUJOPARAM.
           DISPLAY "PLAZOS: CLIENTES ", PLAZO-CLIENTES,
               "  PROVEEDORES ", PLAZO-PROVEEDORES,
               "  COMISIONES ", PLAZO-COMISIONES, " DIAS".

       1400-INICIAR-TABLA-FLUJO.
           INITIALIZE TABLA-FLUJO.
           INITIALIZE TABLA-TOTALES.
           MOVE "COBROS A CLIENTES" TO FLU-T-CONCEPTO(1).
           MOVE 'I' TO FLU-T-TIPO(1).
           MOVE "CUOTAS DE SOCIOS" TO FLU-T-CONCEPTO(2).
           MOVE 'I' TO FLU-T-TIPO(2).
           MOVE "PLANES DE PAGO SOCIOS" TO FLU-T-CONCEPTO(3).
           MOVE 'I' TO FLU-T-TIPO(3).
           MOVE "PAGOS A PROVEEDORES" TO FLU-T-CONCEPTO(4).
           MOVE 'E' TO FLU-T-TIPO(4).
           MOVE "COMISIONES VENDEDORES" TO FLU-T-CONCEPTO(5).
           MOVE 'E' TO FLU-T-TIPO(5).

       1700-CALCULAR-SEMANAS.
      **   la semana 1 va de la fecha de inicio a seis dias despues;
      **   cada semana siguiente cierra siete dias mas tarde
           MOVE WS-FECHA-PROCESO TO FECHA-CALCULO-NUM.
           MOVE 6 TO DIAS-A-SUMAR.
           PERFORM 7000-SUMAR-DIAS.
           MOVE FECHA-CALCULO-NUM TO SEM-FIN(1).
           MOVE 7 TO DIAS-A-SUMAR.
           PERFORM 1710-CERRAR-SEMANA
               VARYING SUB-K FROM 2 BY 1 UNTIL SUB-K > 8.
           PERFORM 1720-ROTULAR-SEMANA
               VARYING SUB-K FROM 1 BY 1 UNTIL SUB-K > 8.

       1710-CERRAR-SEMANA.
           PERFORM 7000-SUMAR-DIAS.
           MOVE FECHA-CALCULO-NUM TO SEM-FIN(SUB-K).

       1720-ROTULAR-SEMANA.
           MOVE "  AL " TO REP-E-TEXTO(SUB-K).
           MOVE SEM-FIN(SUB-K) TO REP-E-FECHA(SUB-K).

       2000-PROYECTAR-CLIENTES.
      **   saldo de cada factura con el mismo criterio que la mora:
      **   total mas notas de debito menos lo cobrado, imputado y lo
      **   cobrado a cuenta aplicado a la deuda mas vieja
           PERFORM 2050-CARGAR-DEVOLUCIONES.
           PERFORM 2100-CARGAR-FACTURAS.
           PERFORM 2500-NETEAR-COBRANZAS.
           PERFORM 2600-NETEAR-IMPUTACIONES.
           PERFORM 2700-NETEAR-A-CUENTA.
           MOVE 1 TO SUB-O.
           MOVE PLAZO-CLIENTES TO DIAS-A-SUMAR.
           PERFORM 2800-UBICAR-FACTURA
               VARYING SUB-F FROM 1 BY 1
               UNTIL SUB-F > CANT-FAC-TABLA.

       2050-CARGAR-DEVOLUCIONES.
      **   una factura devuelta queda neteada en la cuenta corriente
           OPEN INPUT MOVART.
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
           CLOSE MOVART.

       2100-CARGAR-FACTURAS.
      **   FACTURAS tiene una linea por articulo: se junta el total
      **   de cada factura
           MOVE LOW-VALUES TO FACT-CLAVE.
           START FACTURAS KEY IS > FACT-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTURAS.
           IF EOF-FACTURAS <> 1
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS
           END-IF.
           PERFORM UNTIL EOF-FACTURAS = 1
               PERFORM 2110-ACUMULAR-LINEA
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS
           END-PERFORM.
           IF HAY-NOTASDEBITO = 'S'
               PERFORM 2300-SUMAR-NOTAS-DEBITO
           END-IF.

       2110-ACUMULAR-LINEA.
           IF CANT-FAC-TABLA > 0
               AND FAC-T-FACTURA(CANT-FAC-TABLA) = fact-factura
               ADD fact-total TO FAC-T-TOTAL(CANT-FAC-TABLA)
           ELSE
               PERFORM 2200-BUSCAR-DEVOLUCION
               IF FAC-HALLADA = 'N'
                   PERFORM 2120-AGREGAR-FACTURA
               END-IF
           END-IF.

       2120-AGREGAR-FACTURA.
           IF CANT-FAC-TABLA < MAX-FAC-TABLA
               ADD 1 TO CANT-FAC-TABLA
               MOVE fact-factura TO FAC-T-FACTURA(CANT-FAC-TABLA)
               MOVE fact-cliente TO FAC-T-CLIENTE(CANT-FAC-TABLA)
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

       2300-SUMAR-NOTAS-DEBITO.
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

       2500-NETEAR-COBRANZAS.
      **   el recibo aplicado a una factura la cancela, el recibo a
      **   cuenta se junta por cliente; los cheques rechazados no
      **   cancelan nada
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
                       PERFORM 2510-APLICAR-COBRANZA
                   END-IF
                   READ COBRANZAS NEXT
                       AT END MOVE 1 TO EOF-COBRANZAS
                   END-READ
               END-PERFORM
           END-IF.

       2510-APLICAR-COBRANZA.
           MOVE COB-CLIENTE TO CLIENTE-BUSCADO.
           MOVE COB-IMPORTE TO IMPORTE-APLICADO.
           IF COB-FACTURA > 0
               MOVE COB-FACTURA TO FACTURA-BUSCADA
               PERFORM 2520-APLICAR-A-FACTURA
           ELSE
               PERFORM 2530-SUMAR-A-CUENTA
           END-IF.

       2520-APLICAR-A-FACTURA.
           PERFORM 2400-BUSCAR-FACTURA.
           IF FAC-HALLADA = 'S'
               ADD IMPORTE-APLICADO TO FAC-T-PAGADO(SUB-F)
           ELSE
               PERFORM 2530-SUMAR-A-CUENTA
           END-IF.

       2530-SUMAR-A-CUENTA.
           MOVE 0 TO SUB-C.
           MOVE 'N' TO ACU-HALLADO.
           PERFORM 2540-COMPARAR-ACU
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

       2540-COMPARAR-ACU.
           ADD 1 TO SUB-C.
           IF ACU-T-CLI(SUB-C) = CLIENTE-BUSCADO
               MOVE 'S' TO ACU-HALLADO
           END-IF.

       2600-NETEAR-IMPUTACIONES.
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
                   PERFORM 2610-APLICAR-IMPUTACION
                   READ IMPUTACIONES NEXT
                       AT END MOVE 1 TO EOF-IMPUTACIONES
                   END-READ
               END-PERFORM
           END-IF.

       2610-APLICAR-IMPUTACION.
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
               PERFORM 2520-APLICAR-A-FACTURA
               COMPUTE IMPORTE-APLICADO = IMP-IMPORTE * -1
               PERFORM 2530-SUMAR-A-CUENTA
           END-IF.

       2700-NETEAR-A-CUENTA.
      **   lo cobrado a cuenta sin imputar cancela primero la deuda
      **   mas vieja del cliente
           PERFORM 2710-NETEAR-CLIENTE
               VARYING SUB-C FROM 1 BY 1
               UNTIL SUB-C > CANT-ACU-TABLA.

       2710-NETEAR-CLIENTE.
           IF ACU-T-IMPORTE(SUB-C) > 0
               MOVE ACU-T-IMPORTE(SUB-C) TO IMPORTE-RESTANTE
               MOVE 0 TO SUB-F
               PERFORM 2720-NETEAR-FACTURA
                   UNTIL IMPORTE-RESTANTE = 0
                      OR SUB-F >= CANT-FAC-TABLA
           END-IF.

       2720-NETEAR-FACTURA.
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

       2800-UBICAR-FACTURA.
           COMPUTE SALDO-FACT = FAC-T-TOTAL(SUB-F)
               + FAC-T-INTERES(SUB-F) - FAC-T-PAGADO(SUB-F).
           IF SALDO-FACT > 0
               MOVE FAC-T-FECHA(SUB-F) TO FECHA-ORIGEN
               MOVE SALDO-FACT TO IMPORTE-FLUJO
               PERFORM 7500-IMPUTAR-VENCIMIENTO
           END-IF.

       3000-PROYECTAR-CUOTAS-SOCIOS.
      **   cada mes adeudado vence el 1 (corrido al dia habil, como
      **   en la aplicacion de pagos); los meses refinanciados se
      **   cobran por el plan
           MOVE 2 TO SUB-O.
           MOVE LOW-VALUES TO PAS-CLAVE.
           START PASAJEROS KEY IS > PAS-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-PASAJEROS
           END-START.
           IF EOF-PASAJEROS <> 1
               READ PASAJEROS NEXT AT END MOVE 1 TO EOF-PASAJEROS
               END-READ
           END-IF.
           PERFORM UNTIL EOF-PASAJEROS = 1
               IF PAS-MES > 0 AND PAS-DEBE > 0
                   AND (PAS-ABIERTO OR PAS-VENCIDO)
                   PERFORM 3100-UBICAR-CUOTA
               END-IF
               READ PASAJEROS NEXT AT END MOVE 1 TO EOF-PASAJEROS
               END-READ
           END-PERFORM.

       3100-UBICAR-CUOTA.
           MOVE PAS-ANIO TO FCA-AAAA.
           MOVE PAS-MES TO FCA-MM.
           MOVE 01 TO FCA-DD.
           PERFORM 7200-CORRER-A-DIA-HABIL.
           MOVE PAS-DEBE TO IMPORTE-FLUJO.
           PERFORM 7300-IMPUTAR-SEMANA.

       3500-PROYECTAR-PLANES.
      **   el plan se cancela de a una cuota por mes: se proyecta
      **   una cuota el 1 de cada mes siguiente hasta agotar el saldo
           MOVE 3 TO SUB-O.
           MOVE LOW-VALUES TO PLA-REG.
           START PLANES KEY IS > PLA-PASAJERO
               INVALID KEY
                   MOVE 1 TO EOF-PLANES
           END-START.
           IF EOF-PLANES <> 1
               READ PLANES NEXT AT END MOVE 1 TO EOF-PLANES
               END-READ
           END-IF.
           PERFORM UNTIL EOF-PLANES = 1
               IF PLA-ACTIVO AND PLA-SALDO > 0
                   PERFORM 3600-UBICAR-PLAN
               END-IF
               READ PLANES NEXT AT END MOVE 1 TO EOF-PLANES
               END-READ
           END-PERFORM.

       3600-UBICAR-PLAN.
           MOVE PLA-SALDO TO IMPORTE-RESTANTE.
           MOVE PLA-IMPORTE-CUOTA TO CUOTA-PLAN.
           IF CUOTA-PLAN = 0
               MOVE PLA-SALDO TO CUOTA-PLAN
           END-IF.
           MOVE WS-FECHA-PROCESO TO FECHA-CALCULO-NUM.
           MOVE FCA-AAAA TO PLAN-AAAA.
           MOVE FCA-MM TO PLAN-MM.
           PERFORM 3610-UBICAR-CUOTA-PLAN
               UNTIL IMPORTE-RESTANTE = 0.

       3610-UBICAR-CUOTA-PLAN.
           ADD 1 TO PLAN-MM.
           IF PLAN-MM > 12
               MOVE 01 TO PLAN-MM
               ADD 1 TO PLAN-AAAA
           END-IF.
           MOVE PLAN-AAAA TO FCA-AAAA.
           MOVE PLAN-MM TO FCA-MM.
           MOVE 01 TO FCA-DD.
           PERFORM 7200-CORRER-A-DIA-HABIL.
      **   pasado el horizonte el resto del plan va junto a lo
      **   posterior
           IF FECHA-CALCULO-NUM > SEM-FIN(8)
               OR IMPORTE-RESTANTE <= CUOTA-PLAN
               MOVE IMPORTE-RESTANTE TO IMPORTE-FLUJO
           ELSE
               MOVE CUOTA-PLAN TO IMPORTE-FLUJO
           END-IF.
           SUBTRACT IMPORTE-FLUJO FROM IMPORTE-RESTANTE.
           PERFORM 7300-IMPUTAR-SEMANA.

       4000-PROYECTAR-PROVEEDORES.
      **   lo que se debe de cada factura de compra es el total menos
      **   lo imputado en ordenes de pago
           MOVE 4 TO SUB-O.
           MOVE PLAZO-PROVEEDORES TO DIAS-A-SUMAR.
           MOVE LOW-VALUES TO FCO-CLAVE.
           START FACTCOMPRAS KEY IS > FCO-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTCOMPRAS.
           IF EOF-FACTCOMPRAS <> 1
               READ FACTCOMPRAS NEXT AT END MOVE 1 TO EOF-FACTCOMPRAS
           END-IF.
           PERFORM UNTIL EOF-FACTCOMPRAS = 1
               IF FCO-PENDIENTE
                   PERFORM 4100-UBICAR-FACTURA-COMPRA
               END-IF
               READ FACTCOMPRAS NEXT AT END MOVE 1 TO EOF-FACTCOMPRAS
           END-PERFORM.

       4100-UBICAR-FACTURA-COMPRA.
           PERFORM 4200-CALCULAR-PAGADO.
           COMPUTE SALDO-FACT = FCO-TOTAL - IMPORTE-PAGADO.
           IF SALDO-FACT > 0
               MOVE FCO-FECHA TO FECHA-ORIGEN
               MOVE SALDO-FACT TO IMPORTE-FLUJO
               PERFORM 7500-IMPUTAR-VENCIMIENTO
           END-IF.

       4200-CALCULAR-PAGADO.
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

       4500-PROYECTAR-COMISIONES.
           MOVE 5 TO SUB-O.
           MOVE PLAZO-COMISIONES TO DIAS-A-SUMAR.
           MOVE LOW-VALUES TO COM-CLAVE.
           START COMISIONES KEY IS > COM-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-COMISIONES
           END-START.
           IF EOF-COMISIONES <> 1
               READ COMISIONES NEXT AT END MOVE 1 TO EOF-COMISIONES
               END-READ
           END-IF.
           PERFORM UNTIL EOF-COMISIONES = 1
               IF COM-PENDIENTE AND COM-IMPORTE > 0
                   MOVE COM-FECHA TO FECHA-ORIGEN
                   MOVE COM-IMPORTE TO IMPORTE-FLUJO
                   PERFORM 7500-IMPUTAR-VENCIMIENTO
               END-IF
               READ COMISIONES NEXT AT END MOVE 1 TO EOF-COMISIONES
               END-READ
           END-PERFORM.

       6000-IMPRIMIR-REPORTE.
           WRITE REP-LINEA FROM REP-ENCABEZADO.
           PERFORM 6100-IMPRIMIR-ORIGEN
               VARYING SUB-O FROM 1 BY 1 UNTIL SUB-O > CANT-ORIGENES.
           PERFORM 6200-CALCULAR-SALDOS
               VARYING SUB-S FROM 1 BY 1 UNTIL SUB-S > 10.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "TOTAL INGRESOS" TO REP-D-CONCEPTO.
           PERFORM 6310-MOVER-INGRESOS
               VARYING SUB-S FROM 1 BY 1 UNTIL SUB-S > 10.
           WRITE REP-LINEA FROM REP-DETALLE.
           MOVE "TOTAL EGRESOS" TO REP-D-CONCEPTO.
           PERFORM 6320-MOVER-EGRESOS
               VARYING SUB-S FROM 1 BY 1 UNTIL SUB-S > 10.
           WRITE REP-LINEA FROM REP-DETALLE.
           MOVE "FLUJO NETO" TO REP-D-CONCEPTO.
           PERFORM 6330-MOVER-NETO
               VARYING SUB-S FROM 1 BY 1 UNTIL SUB-S > 10.
           WRITE REP-LINEA FROM REP-DETALLE.
           MOVE "SALDO DE CAJA AL CIERRE" TO REP-D-CONCEPTO.
           PERFORM 6340-MOVER-SALDO
               VARYING SUB-S FROM 1 BY 1 UNTIL SUB-S > 10.
           WRITE REP-LINEA FROM REP-DETALLE.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM REP-SUBTITULO.
           PERFORM 6400-IMPRIMIR-RESUMEN
               VARYING SUB-O FROM 1 BY 1 UNTIL SUB-O > CANT-ORIGENES.

       6100-IMPRIMIR-ORIGEN.
           MOVE FLU-T-CONCEPTO(SUB-O) TO REP-D-CONCEPTO.
           PERFORM 6110-MOVER-COLUMNA
               VARYING SUB-S FROM 1 BY 1 UNTIL SUB-S > 9.
           MOVE FLU-T-TOTAL(SUB-O) TO REP-D-IMPORTE(10).
           WRITE REP-LINEA FROM REP-DETALLE.

       6110-MOVER-COLUMNA.
           MOVE FLU-T-IMPORTE(SUB-O, SUB-S) TO REP-D-IMPORTE(SUB-S).

       6200-CALCULAR-SALDOS.
      **   la columna 10 es el total del periodo; su saldo es el de
      **   cierre de la ultima columna
           PERFORM 6210-SUMAR-ORIGEN
               VARYING SUB-O FROM 1 BY 1 UNTIL SUB-O > CANT-ORIGENES.
           COMPUTE TOT-NETO(SUB-S) =
               TOT-INGRESOS(SUB-S) - TOT-EGRESOS(SUB-S).
           IF SUB-S = 1
               COMPUTE TOT-SALDO(SUB-S) =
                   SALDO-INICIAL + TOT-NETO(SUB-S)
           ELSE
               IF SUB-S = 10
                   MOVE TOT-SALDO(9) TO TOT-SALDO(SUB-S)
               ELSE
                   COMPUTE TOT-SALDO(SUB-S) =
                       TOT-SALDO(SUB-S - 1) + TOT-NETO(SUB-S)
               END-IF
           END-IF.

       6210-SUMAR-ORIGEN.
           IF SUB-S = 10
               MOVE FLU-T-TOTAL(SUB-O) TO IMPORTE-FLUJO
           ELSE
               MOVE FLU-T-IMPORTE(SUB-O, SUB-S) TO IMPORTE-FLUJO
           END-IF.
           IF FLU-INGRESO(SUB-O)
               ADD IMPORTE-FLUJO TO TOT-INGRESOS(SUB-S)
           ELSE
               ADD IMPORTE-FLUJO TO TOT-EGRESOS(SUB-S)
           END-IF.

       6310-MOVER-INGRESOS.
           MOVE TOT-INGRESOS(SUB-S) TO REP-D-IMPORTE(SUB-S).

       6320-MOVER-EGRESOS.
           MOVE TOT-EGRESOS(SUB-S) TO REP-D-IMPORTE(SUB-S).

       6330-MOVER-NETO.
           MOVE TOT-NETO(SUB-S) TO REP-D-IMPORTE(SUB-S).

       6340-MOVER-SALDO.
           MOVE TOT-SALDO(SUB-S) TO REP-D-IMPORTE(SUB-S).

       6400-IMPRIMIR-RESUMEN.
      **   la participacion de cada origen se mide sobre el total de
      **   ingresos o de egresos segun corresponda
           MOVE FLU-T-CONCEPTO(SUB-O) TO REP-R-CONCEPTO.
           MOVE 0 TO PORCENTAJE.
           IF FLU-INGRESO(SUB-O)
               MOVE "INGRESO" TO REP-R-TIPO
               IF TOT-INGRESOS(10) > 0
                   COMPUTE PORCENTAJE ROUNDED =
                       FLU-T-TOTAL(SUB-O) * 100 / TOT-INGRESOS(10)
               END-IF
           ELSE
               MOVE "EGRESO" TO REP-R-TIPO
               IF TOT-EGRESOS(10) > 0
                   COMPUTE PORCENTAJE ROUNDED =
                       FLU-T-TOTAL(SUB-O) * 100 / TOT-EGRESOS(10)
               END-IF
           END-IF.
           MOVE FLU-T-TOTAL(SUB-O) TO REP-R-TOTAL.
           MOVE FLU-T-VENCIDO(SUB-O) TO REP-R-VENCIDO.
           MOVE PORCENTAJE TO REP-R-PORCENTAJE.
           WRITE REP-LINEA FROM REP-RESUMEN.

       7000-SUMAR-DIAS.
           PERFORM 7100-SUMAR-UN-DIA DIAS-A-SUMAR TIMES.

       7100-SUMAR-UN-DIA.
           EVALUATE FCA-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO DIAS-DEL-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO DIAS-DEL-MES
               WHEN OTHER
                   DIVIDE FCA-AAAA BY 4 GIVING AUX-BISIESTO
                       REMAINDER RESTO-BISIESTO
                   IF RESTO-BISIESTO = 0
                       MOVE 29 TO DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO DIAS-DEL-MES
                   END-IF
           END-EVALUATE.
           ADD 1 TO FCA-DD.
           IF FCA-DD > DIAS-DEL-MES
               MOVE 01 TO FCA-DD
               ADD 1 TO FCA-MM
               IF FCA-MM > 12
                   MOVE 01 TO FCA-MM
                   ADD 1 TO FCA-AAAA
               END-IF
           END-IF.

       7200-CORRER-A-DIA-HABIL.
      **   un vencimiento en sabado, domingo o feriado pasa al
      **   siguiente dia habil
           MOVE 0 TO CONT-CORRIMIENTOS.
           PERFORM 7210-EVALUAR-DIA.
           PERFORM UNTIL ES-HABIL = 'S' OR CONT-CORRIMIENTOS > 30
               PERFORM 7100-SUMAR-UN-DIA
               ADD 1 TO CONT-CORRIMIENTOS
               PERFORM 7210-EVALUAR-DIA
           END-PERFORM.

       7210-EVALUAR-DIA.
           MOVE 'S' TO ES-HABIL.
           PERFORM 7220-DIA-DE-SEMANA.
           IF DIA-SEMANA = 0 OR DIA-SEMANA = 1
               MOVE 'N' TO ES-HABIL
           ELSE
               IF HAY-FERIADOS = 'S'
                   MOVE FECHA-CALCULO-NUM TO FER-FECHA
                   READ FERIADOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO ES-HABIL
                   END-READ
               END-IF
           END-IF.

       7220-DIA-DE-SEMANA.
      **   congruencia de Zeller: 0 = sabado, 1 = domingo
           MOVE FCA-AAAA TO ZEL-Y.
           MOVE FCA-MM TO ZEL-M.
           MOVE FCA-DD TO ZEL-D.
           IF ZEL-M < 3
               ADD 12 TO ZEL-M
               SUBTRACT 1 FROM ZEL-Y
           END-IF.
           DIVIDE ZEL-Y BY 100 GIVING ZEL-J REMAINDER ZEL-K.
           COMPUTE ZEL-T1 = 13 * (ZEL-M + 1).
           DIVIDE ZEL-T1 BY 5 GIVING ZEL-T1.
           DIVIDE ZEL-K BY 4 GIVING ZEL-T2.
           DIVIDE ZEL-J BY 4 GIVING ZEL-T3.
           COMPUTE ZEL-H = ZEL-D + ZEL-T1 + ZEL-K + ZEL-T2
               + ZEL-T3 + 5 * ZEL-J.
           DIVIDE ZEL-H BY 7 GIVING ZEL-Q REMAINDER DIA-SEMANA.

       7300-IMPUTAR-SEMANA.
      **   lo ya vencido se espera en la primera semana; lo que vence
      **   despues de la octava va a la columna de posterior
           IF FECHA-CALCULO-NUM < WS-FECHA-PROCESO
               MOVE 1 TO SUB-S
               ADD IMPORTE-FLUJO TO FLU-T-VENCIDO(SUB-O)
           ELSE
               MOVE 1 TO SUB-S
               PERFORM 7310-AVANZAR-SEMANA
                   UNTIL SUB-S > 8
                      OR FECHA-CALCULO-NUM <= SEM-FIN(SUB-S)
           END-IF.
           ADD IMPORTE-FLUJO TO FLU-T-IMPORTE(SUB-O, SUB-S).
           ADD IMPORTE-FLUJO TO FLU-T-TOTAL(SUB-O).

       7310-AVANZAR-SEMANA.
           ADD 1 TO SUB-S.

       7500-IMPUTAR-VENCIMIENTO.
      **   vencimiento = fecha del comprobante mas el plazo del
      **   origen, corrido al dia habil
           MOVE FECHA-ORIGEN TO FECHA-CALCULO-NUM.
           PERFORM 7000-SUMAR-DIAS.
           PERFORM 7200-CORRER-A-DIA-HABIL.
           PERFORM 7300-IMPUTAR-SEMANA.

       9000-FIN-GENERAL.
           IF HAY-FACTURAS = 'S'
               CLOSE FACTURAS
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
           IF HAY-FACTCOMPRAS = 'S'
               CLOSE FACTCOMPRAS
           END-IF.
           IF HAY-OPAPLIC = 'S'
               CLOSE OPAPLIC
           END-IF.
           IF HAY-COMISIONES = 'S'
               CLOSE COMISIONES
           END-IF.
           IF HAY-PASAJEROS = 'S'
               CLOSE PASAJEROS
           END-IF.
           IF HAY-PLANES = 'S'
               CLOSE PLANES
           END-IF.
           IF HAY-FERIADOS = 'S'
               CLOSE FERIADOS
           END-IF.
           CLOSE REPFLUJO.
           DISPLAY "FLUJO DE FONDOS GENERADO. SALDO AL CIERRE: ",
               TOT-SALDO(10).

       END PROGRAM YOUR-PROGRAM-NAME.
