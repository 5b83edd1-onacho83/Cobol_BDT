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
           SELECT ORDENESPAGO ASSIGN TO '../ordenes_pago.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPA-NUMERO
               FILE STATUS IS WS-ORDENESPAGO-STATUS.
           SELECT OPAPLIC ASSIGN TO '../ordenes_pago_aplic.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPD-CLAVE
               FILE STATUS IS WS-OPAPLIC-STATUS.
           SELECT OPTIONAL OPACTL
               ASSIGN TO '../ordenes_pago_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FACTCOMPRAS
           ASSIGN TO '../facturas_compras.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCO-CLAVE
               FILE STATUS IS WS-FACTCOMPRAS-STATUS.
           SELECT PROVEEDORES ASSIGN TO '../proveedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WS-PROVEEDORES-STATUS.
           SELECT OPADOC ASSIGN TO '../comprobantes_pago.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARTERA ASSIGN TO '../cartera_cheques.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAR-CLAVE
               FILE STATUS IS WS-CARTERA-STATUS.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTLLOTE ASSIGN TO '../controles_lote.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
       01  LCU-REG.
           03 LCU-ESTADO                       PIC X.
           03 FILLER                           PIC X.
           03 LCU-FECHA                        PIC 9(8).
       FD  ORDENESPAGO.
       01  OPA-REGISTRO.
           03 OPA-NUMERO                       PIC 9(8).
           03 OPA-PROVEEDOR                    PIC 9(6).
           03 OPA-FECHA                        PIC 9(8).
           03 OPA-IMPORTE                      PIC 9(10)V99.
           03 OPA-MEDIO                        PIC X.
               88 OPA-EFECTIVO                 VALUE 'E'.
               88 OPA-CHEQUE                   VALUE 'C'.
               88 OPA-TRANSFERENCIA            VALUE 'T'.
               88 OPA-ENDOSO                   VALUE 'H'.
           03 OPA-BANCO                        PIC X(20).
           03 OPA-NUMERO-VALOR                 PIC 9(10).
           03 OPA-OPERADOR                     PIC X(10).
           03 OPA-ESTADO                       PIC X.
               88 OPA-EMITIDA                  VALUE 'E'.
               88 OPA-ANULADA                  VALUE 'X'.
       FD  OPAPLIC.
       01  OPD-REGISTRO.
           03 OPD-CLAVE.
               05 OPD-PROVEEDOR                PIC 9(6).
               05 OPD-FACTURA                  PIC 9(12).
               05 OPD-ORDEN                    PIC 9(8).
           03 OPD-FECHA                        PIC 9(8).
           03 OPD-IMPORTE                      PIC 9(10)V99.
       FD  OPACTL.
       01  OCT-REG.
           03 OCT-PROX-ORDEN                   PIC 9(8).
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
       FD  PROVEEDORES.
       01  PRO-REGISTRO.
           03 PRO-CODIGO                       PIC 9(6).
           03 PRO-RAZON-SOCIAL                 PIC X(30).
           03 PRO-CUIT                         PIC 9(11).
           03 PRO-COND-IVA                     PIC X(2).
           03 PRO-DOMICILIO                    PIC X(30).
       FD  OPADOC.
       01  DOC-LINEA                           PIC X(120).
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
               88 CAR-EN-CARTERA               VALUE 'K'.
           03 CAR-FECHA-ESTADO                 PIC 9(8).
           03 CAR-PROVEEDOR                    PIC 9(6).
           03 CAR-ORDEN-PAGO                   PIC 9(8).
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

       WORKING-STORAGE SECTION.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       01  AUD-DETALLE.
           03 AUD-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-HORA                         PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-PROGRAMA                     PIC X(15)
                                      VALUE "GRABARORDPAGO".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       01  DOC-SEPARADOR.
           03 FILLER                           PIC X(60)
               VALUE ALL "=".
       01  DOC-ENCABEZADO.
           03 FILLER                           PIC X(15)
               VALUE "ORDEN DE PAGO: ".
           03 DOC-E-NUMERO                     PIC 9(8).
           03 FILLER                           PIC X(9)
               VALUE "  FECHA: ".
           03 DOC-E-FECHA                      PIC 9(8).
       01  DOC-PROVEEDOR-1.
           03 FILLER                           PIC X(11)
               VALUE "PROVEEDOR: ".
           03 DOC-P-CODIGO                     PIC ZZZZZ9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 DOC-P-RAZON                      PIC X(30).
       01  DOC-PROVEEDOR-2.
           03 FILLER                           PIC X(6)
               VALUE "CUIT: ".
           03 DOC-P-CUIT                       PIC 9(11).
           03 FILLER                           PIC X(13)
               VALUE "  COND. IVA: ".
           03 DOC-P-COND                       PIC X(2).
           03 FILLER                           PIC X(8)
               VALUE "  DOM.: ".
           03 DOC-P-DOMICILIO                  PIC X(30).
       01  DOC-DETALLE.
           03 FILLER                           PIC X(11)
               VALUE "  FACTURA: ".
           03 DOC-D-FACTURA                    PIC Z(11)9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 DOC-D-FECHA                      PIC 9(8).
           03 FILLER                           PIC X(9)
               VALUE "  TOTAL: ".
           03 DOC-D-TOTAL                      PIC Z(9)9,99.
           03 FILLER                           PIC X(11)
               VALUE "  APLICADO ".
           03 DOC-D-IMPORTE                    PIC Z(9)9,99.
           03 FILLER                           PIC X(9)
               VALUE "  SALDO: ".
           03 DOC-D-SALDO                      PIC Z(9)9,99.
       01  DOC-MEDIO.
           03 FILLER                           PIC X(15)
               VALUE "MEDIO DE PAGO: ".
           03 DOC-M-DESCRIP                    PIC X(15).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 DOC-M-BANCO                      PIC X(20).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 DOC-M-NUMERO                     PIC Z(9)9.
       01  DOC-TOTALES.
           03 FILLER                           PIC X(18)
               VALUE "TOTAL DE LA ORDEN:".
           03 DOC-T-IMPORTE                    PIC Z(9)9,99.
       01  DOC-FIRMA.
           03 FILLER                           PIC X(36)
               VALUE "RECIBI CONFORME: __________________".
       77  WS-ORDENESPAGO-STATUS               PIC X(02).
       77  WS-OPAPLIC-STATUS                   PIC X(02).
       77  WS-FACTCOMPRAS-STATUS               PIC X(02).
       77  WS-PROVEEDORES-STATUS               PIC X(02).
       77  WS-CARTERA-STATUS                   PIC X(02).
       77  HAY-CARTERA                         PIC X VALUE 'N'.
       77  CHEQUE-ELEGIDO                      PIC X.
       77  HAY-PROVEEDORES                     PIC X VALUE 'N'.
       77  EOF-OPACTL                          PIC 9 VALUE 0.
       77  EOF-OPAPLIC                         PIC 9 VALUE 0.
       77  EOF-FACTCOMPRAS                     PIC 9 VALUE 0.
       77  PROX-ORDEN                          PIC 9(8) VALUE 1.
       77  PROVEEDOR-PEDIDO                    PIC 9(6).
       77  FACTURA-INGRESADA                   PIC 9(12).
       77  IMPORTE-INGRESADO                   PIC 9(10)V99.
       77  IMPORTE-PAGADO                      PIC 9(10)V99.
       77  SALDO-FACTURA                       PIC S9(10)V99.
       77  TOTAL-ORDEN                         PIC 9(10)V99.
       77  CANT-PENDIENTES                     PIC 9(4).
       77  YA-EN-ORDEN                         PIC X.
       77  CANT-APL-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-APL-TABLA                       PIC 9(4) VALUE 50.
       77  SUB-I                               PIC 9(4).
       77  CTL-CANT-ORDENES                    PIC 9(6) VALUE 0.
       77  CTL-SUMA-PAGADO                     PIC 9(12)V99 VALUE 0.

       01  TABLA-APL.
           03 APL-ITEM OCCURS 50 TIMES.
               05 APL-T-FACTURA                PIC 9(12).
               05 APL-T-FECHA                  PIC 9(8).
               05 APL-T-TOTAL                  PIC 9(10)V99.
               05 APL-T-IMPORTE                PIC 9(10)V99.
               05 APL-T-SALDO                  PIC 9(10)V99.
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
            PERFORM 100-INICIO-GENERAL.
            PERFORM 200-INGRESAR-PROVEEDOR.
            PERFORM UNTIL PROVEEDOR-PEDIDO = 0
               PERFORM 250-ABRIR-ORDEN
               PERFORM 300-INGRESAR-FACTURA
               PERFORM UNTIL FACTURA-INGRESADA = 0
                  PERFORM 400-PROCESAR-APLICACION
                  PERFORM 300-INGRESAR-FACTURA
               END-PERFORM
               PERFORM 600-CERRAR-ORDEN
               PERFORM 200-INGRESAR-PROVEEDOR
            END-PERFORM.
            PERFORM 500-FIN-GENERAL.
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

       100-INICIO-GENERAL.
           PERFORM 105-ABRIR-ORDENESPAGO.
           PERFORM 106-ABRIR-OPAPLIC.
           OPEN I-O FACTCOMPRAS.
           IF WS-FACTCOMPRAS-STATUS <> '00'
               DISPLAY 'NO SE PUEDE ABRIR FACTURAS DE COMPRA. '
                   'STATUS: ', WS-FACTCOMPRAS-STATUS
               STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 107-ABRIR-PROVEEDORES.
           PERFORM 108-ABRIR-CARTERA.
           OPEN EXTEND OPADOC.
           OPEN EXTEND AUDITORIA.
           PERFORM 110-LEER-PROX-ORDEN.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.
           DISPLAY 'PROXIMA ORDEN DE PAGO: ', PROX-ORDEN.

       105-ABRIR-ORDENESPAGO.
           OPEN I-O ORDENESPAGO.
           IF WS-ORDENESPAGO-STATUS = '35'
               OPEN OUTPUT ORDENESPAGO
               CLOSE ORDENESPAGO
               OPEN I-O ORDENESPAGO
           END-IF.

       106-ABRIR-OPAPLIC.
           OPEN I-O OPAPLIC.
           IF WS-OPAPLIC-STATUS = '35'
               OPEN OUTPUT OPAPLIC
               CLOSE OPAPLIC
               OPEN I-O OPAPLIC
           END-IF.

       107-ABRIR-PROVEEDORES.
           OPEN INPUT PROVEEDORES.
           IF WS-PROVEEDORES-STATUS = '00'
               MOVE 'S' TO HAY-PROVEEDORES
           ELSE
               DISPLAY 'SIN MAESTRO DE PROVEEDORES: no se valida la '
                   'existencia del proveedor.'
           END-IF.

       108-ABRIR-CARTERA.
           OPEN I-O CARTERA.
           IF WS-CARTERA-STATUS = '00'
               MOVE 'S' TO HAY-CARTERA
           END-IF.

       110-LEER-PROX-ORDEN.
           OPEN INPUT OPACTL.
           READ OPACTL AT END MOVE 1 TO EOF-OPACTL.
           IF EOF-OPACTL <> 1 AND OCT-PROX-ORDEN > 0
               MOVE OCT-PROX-ORDEN TO PROX-ORDEN
           END-IF.
           CLOSE OPACTL.

       200-INGRESAR-PROVEEDOR.
           DISPLAY ' '.
           DISPLAY 'Ingrese numero de proveedor (para salir = cero):'.
           ACCEPT PROVEEDOR-PEDIDO.
           IF PROVEEDOR-PEDIDO > 0 AND HAY-PROVEEDORES = 'S'
               MOVE PROVEEDOR-PEDIDO TO PRO-CODIGO
               READ PROVEEDORES
                   INVALID KEY
                       DISPLAY 'Proveedor inexistente. Reingrese.'
                       PERFORM 200-INGRESAR-PROVEEDOR
                   NOT INVALID KEY
                       DISPLAY 'Proveedor: ', PRO-RAZON-SOCIAL
               END-READ
           END-IF.

       250-ABRIR-ORDEN.
           MOVE 0 TO CANT-APL-TABLA.
           MOVE 0 TO TOTAL-ORDEN.
           PERFORM 260-LISTAR-PENDIENTES.

       260-LISTAR-PENDIENTES.
      **   la clave de FACTCOMPRAS empieza por el proveedor: se
      **   posiciona en su primera factura y se corta al cambiar
           MOVE 0 TO CANT-PENDIENTES.
           MOVE 0 TO EOF-FACTCOMPRAS.
           MOVE PROVEEDOR-PEDIDO TO FCO-PROVEEDOR.
           MOVE 0 TO FCO-FACTURA.
           START FACTCOMPRAS KEY IS >= FCO-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTCOMPRAS.
           IF EOF-FACTCOMPRAS <> 1
               READ FACTCOMPRAS NEXT AT END MOVE 1 TO EOF-FACTCOMPRAS
           END-IF.
           DISPLAY 'FACTURAS PENDIENTES DEL PROVEEDOR:'.
           PERFORM UNTIL EOF-FACTCOMPRAS = 1
                         OR FCO-PROVEEDOR <> PROVEEDOR-PEDIDO
               IF FCO-PENDIENTE
                   PERFORM 270-CALCULAR-PAGADO
                   COMPUTE SALDO-FACTURA = FCO-TOTAL - IMPORTE-PAGADO
                   DISPLAY '  FACTURA ', FCO-FACTURA,
                       '  FECHA ', FCO-FECHA,
                       '  TOTAL ', FCO-TOTAL,
                       '  SALDO ', SALDO-FACTURA
                   ADD 1 TO CANT-PENDIENTES
               END-IF
               READ FACTCOMPRAS NEXT AT END MOVE 1 TO EOF-FACTCOMPRAS
           END-PERFORM.
           IF CANT-PENDIENTES = 0
               DISPLAY '  (el proveedor no tiene facturas pendientes)'
           END-IF.

       270-CALCULAR-PAGADO.
      **   lo ya pagado de una factura es la suma de sus imputaciones
      **   en ordenes anteriores (pagos parciales)
           MOVE 0 TO IMPORTE-PAGADO.
           MOVE 0 TO EOF-OPAPLIC.
           MOVE FCO-PROVEEDOR TO OPD-PROVEEDOR.
           MOVE FCO-FACTURA TO OPD-FACTURA.
           MOVE 0 TO OPD-ORDEN.
           START OPAPLIC KEY IS >= OPD-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-OPAPLIC.
           IF EOF-OPAPLIC <> 1
               READ OPAPLIC NEXT AT END MOVE 1 TO EOF-OPAPLIC
           END-IF.
           PERFORM UNTIL EOF-OPAPLIC = 1
                         OR OPD-PROVEEDOR <> FCO-PROVEEDOR
                         OR OPD-FACTURA <> FCO-FACTURA
               ADD OPD-IMPORTE TO IMPORTE-PAGADO
               READ OPAPLIC NEXT AT END MOVE 1 TO EOF-OPAPLIC
           END-PERFORM.

       300-INGRESAR-FACTURA.
           DISPLAY 'Ingrese factura a pagar (para cerrar la orden '
               '= cero):'.
           ACCEPT FACTURA-INGRESADA.

       400-PROCESAR-APLICACION.
           MOVE PROVEEDOR-PEDIDO TO FCO-PROVEEDOR.
           MOVE FACTURA-INGRESADA TO FCO-FACTURA.
           READ FACTCOMPRAS
               INVALID KEY
                   DISPLAY 'Factura inexistente para el proveedor.'
               NOT INVALID KEY
                   PERFORM 410-VALIDAR-FACTURA
           END-READ.

       410-VALIDAR-FACTURA.
           PERFORM 415-BUSCAR-EN-ORDEN.
           IF FCO-SALDADA
               DISPLAY 'La factura ya esta saldada.'
           ELSE
               IF YA-EN-ORDEN = 'S'
                   DISPLAY 'La factura ya esta imputada en esta '
                       'orden.'
               ELSE
                   PERFORM 270-CALCULAR-PAGADO
                   COMPUTE SALDO-FACTURA = FCO-TOTAL - IMPORTE-PAGADO
                   DISPLAY 'Total: ', FCO-TOTAL,
                       '  Pagado: ', IMPORTE-PAGADO,
                       '  Saldo: ', SALDO-FACTURA
                   PERFORM 420-INGRESAR-IMPORTE
                   PERFORM 430-AGREGAR-A-ORDEN
               END-IF
           END-IF.

       415-BUSCAR-EN-ORDEN.
           MOVE 'N' TO YA-EN-ORDEN.
           MOVE 0 TO SUB-I.
           PERFORM 416-COMPARAR-APLICACION
               UNTIL YA-EN-ORDEN = 'S' OR SUB-I >= CANT-APL-TABLA.

       416-COMPARAR-APLICACION.
           ADD 1 TO SUB-I.
           IF APL-T-FACTURA(SUB-I) = FCO-FACTURA
               MOVE 'S' TO YA-EN-ORDEN
           END-IF.

       420-INGRESAR-IMPORTE.
           DISPLAY 'Ingrese importe a pagar (0 = saldo total):'.
           ACCEPT IMPORTE-INGRESADO.
           IF IMPORTE-INGRESADO = 0
               MOVE SALDO-FACTURA TO IMPORTE-INGRESADO
           END-IF.
           IF IMPORTE-INGRESADO > SALDO-FACTURA
               DISPLAY 'El importe supera el saldo de la factura. '
                   'Reingrese.'
               PERFORM 420-INGRESAR-IMPORTE
           END-IF.

       430-AGREGAR-A-ORDEN.
           IF CANT-APL-TABLA < MAX-APL-TABLA
               ADD 1 TO CANT-APL-TABLA
               MOVE FCO-FACTURA TO APL-T-FACTURA(CANT-APL-TABLA)
               MOVE FCO-FECHA   TO APL-T-FECHA(CANT-APL-TABLA)
               MOVE FCO-TOTAL   TO APL-T-TOTAL(CANT-APL-TABLA)
               MOVE IMPORTE-INGRESADO
                   TO APL-T-IMPORTE(CANT-APL-TABLA)
               COMPUTE APL-T-SALDO(CANT-APL-TABLA) =
                   SALDO-FACTURA - IMPORTE-INGRESADO
               ADD IMPORTE-INGRESADO TO TOTAL-ORDEN
               DISPLAY 'Imputado. Total de la orden: ', TOTAL-ORDEN
           ELSE
               DISPLAY 'LA ORDEN ADMITE HASTA ', MAX-APL-TABLA,
                   ' FACTURAS. EMITA OTRA ORDEN PARA EL RESTO.'
           END-IF.

       450-GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 451-ENCADENAR-AUDITORIA.

       451-ENCADENAR-AUDITORIA.
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
           PERFORM 452-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.
           MOVE AUC-CONTROL-ANT TO AUC-CONTROL.
           WRITE AUD-LINEA FROM AUC-REGISTRO.
           MOVE SPACES TO ACA-REG.
           MOVE AUC-SECUENCIA TO ACA-SECUENCIA.
           MOVE AUC-CONTROL TO ACA-CONTROL.
           OPEN OUTPUT AUDCADENA.
           WRITE ACA-REG.
           CLOSE AUDCADENA.

       452-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

       500-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'ORDENES DE PAGO EMITIDAS: ', CTL-CANT-ORDENES.
           DISPLAY 'SUMA DE IMPORTES PAGADOS: ', CTL-SUMA-PAGADO.
           PERFORM 950-GRABAR-CONTROL-PASO.
           CLOSE ORDENESPAGO, OPAPLIC, FACTCOMPRAS, OPADOC,
               AUDITORIA.
           IF HAY-PROVEEDORES = 'S'
               CLOSE PROVEEDORES
           END-IF.
           IF HAY-CARTERA = 'S'
               CLOSE CARTERA
           END-IF.

       600-CERRAR-ORDEN.
           IF CANT-APL-TABLA = 0
               DISPLAY 'Orden sin facturas imputadas: no se emite.'
           ELSE
               PERFORM 610-INGRESAR-MEDIO
               PERFORM 620-GRABAR-ORDEN
               IF OPA-ENDOSO
                   PERFORM 625-ENDOSAR-CHEQUE
               END-IF
               PERFORM 630-GRABAR-IMPUTACION
                   VARYING SUB-I FROM 1 BY 1
                   UNTIL SUB-I > CANT-APL-TABLA
               PERFORM 700-IMPRIMIR-COMPROBANTE
               ADD 1 TO CTL-CANT-ORDENES
               ADD TOTAL-ORDEN TO CTL-SUMA-PAGADO
           END-IF.

       610-INGRESAR-MEDIO.
           DISPLAY 'Ingrese medio de pago (E=efectivo, C=cheque, '
               'T=transferencia, H=cheque de terceros endosado):'.
           ACCEPT OPA-MEDIO.
           MOVE SPACES TO OPA-BANCO.
           MOVE 0 TO OPA-NUMERO-VALOR.
           EVALUATE TRUE
               WHEN OPA-EFECTIVO
                   CONTINUE
               WHEN OPA-CHEQUE
                   DISPLAY 'Ingrese banco del cheque:'
                   ACCEPT OPA-BANCO
                   DISPLAY 'Ingrese numero de cheque:'
                   ACCEPT OPA-NUMERO-VALOR
               WHEN OPA-TRANSFERENCIA
                   DISPLAY 'Ingrese banco de origen:'
                   ACCEPT OPA-BANCO
                   DISPLAY 'Ingrese numero de operacion:'
                   ACCEPT OPA-NUMERO-VALOR
               WHEN OPA-ENDOSO
                   PERFORM 615-ELEGIR-CHEQUE-CARTERA
                   IF CHEQUE-ELEGIDO = 'N'
                       PERFORM 610-INGRESAR-MEDIO
                   END-IF
               WHEN OTHER
                   DISPLAY 'Medio invalido, ingrese E, C, T o H.'
                   PERFORM 610-INGRESAR-MEDIO
           END-EVALUATE.

       615-ELEGIR-CHEQUE-CARTERA.
      **   se endosa un cheque recibido de un cliente o de un socio
      **   que siga en cartera; su importe debe cubrir justo la orden
           MOVE 'N' TO CHEQUE-ELEGIDO.
           IF HAY-CARTERA = 'N'
               DISPLAY 'No hay cartera de cheques. Elija otro medio.'
           ELSE
               DISPLAY 'Ingrese origen del cheque (C=cuotas, '
                   'V=cobranzas):'
               ACCEPT CAR-ORIGEN
               DISPLAY 'Ingrese numero de recibo del cheque:'
               ACCEPT CAR-RECIBO
               READ CARTERA
                   INVALID KEY
                       DISPLAY 'Cheque inexistente en cartera.'
                   NOT INVALID KEY
                       PERFORM 616-VALIDAR-CHEQUE
               END-READ
           END-IF.

       616-VALIDAR-CHEQUE.
           IF NOT CAR-EN-CARTERA
               DISPLAY 'El cheque ya no esta en cartera.'
           ELSE
               IF CAR-IMPORTE <> TOTAL-ORDEN
                   DISPLAY 'El cheque es de ', CAR-IMPORTE,
                       ' y la orden de ', TOTAL-ORDEN,
                       '. Deben coincidir.'
               ELSE
                   MOVE 'S' TO CHEQUE-ELEGIDO
                   MOVE CAR-BANCO TO OPA-BANCO
                   MOVE CAR-NUMERO TO OPA-NUMERO-VALOR
                   DISPLAY 'Cheque ', CAR-NUMERO, ' de ', CAR-BANCO
               END-IF
           END-IF.

       620-GRABAR-ORDEN.
           MOVE PROX-ORDEN TO OPA-NUMERO.
           MOVE PROVEEDOR-PEDIDO TO OPA-PROVEEDOR.
           ACCEPT OPA-FECHA FROM DATE YYYYMMDD.
           MOVE TOTAL-ORDEN TO OPA-IMPORTE.
           MOVE AUD-OPERADOR TO OPA-OPERADOR.
           MOVE 'E' TO OPA-ESTADO.
           WRITE OPA-REGISTRO
               INVALID KEY
                   DISPLAY 'ORDEN ', OPA-NUMERO, ' YA EXISTE. SE '
                       'AVANZA LA NUMERACION Y SE REINTENTA.'
                   ADD 1 TO PROX-ORDEN
                   PERFORM 620-GRABAR-ORDEN
               NOT INVALID KEY
                   DISPLAY 'ORDEN DE PAGO EMITIDA: ', OPA-NUMERO
                   ADD 1 TO PROX-ORDEN
                   PERFORM 650-GRABAR-PROX-ORDEN
                   MOVE OPA-NUMERO TO AUD-CLAVE
                   MOVE 'ORDENPAGO' TO AUD-ACCION
                   PERFORM 450-GRABAR-AUDITORIA
           END-WRITE.

       625-ENDOSAR-CHEQUE.
           MOVE 'E' TO CAR-ESTADO.
           MOVE OPA-FECHA TO CAR-FECHA-ESTADO.
           MOVE OPA-PROVEEDOR TO CAR-PROVEEDOR.
           MOVE OPA-NUMERO TO CAR-ORDEN-PAGO.
           REWRITE CAR-REG
               INVALID KEY
                   DISPLAY 'ADVERTENCIA: no se pudo marcar el cheque '
                       'como endosado.'
               NOT INVALID KEY
                   MOVE CAR-CLAVE TO AUD-CLAVE
                   MOVE 'ENDOSO' TO AUD-ACCION
                   PERFORM 450-GRABAR-AUDITORIA
           END-REWRITE.

       630-GRABAR-IMPUTACION.
           MOVE PROVEEDOR-PEDIDO TO OPD-PROVEEDOR.
           MOVE APL-T-FACTURA(SUB-I) TO OPD-FACTURA.
           MOVE OPA-NUMERO TO OPD-ORDEN.
           MOVE OPA-FECHA TO OPD-FECHA.
           MOVE APL-T-IMPORTE(SUB-I) TO OPD-IMPORTE.
           WRITE OPD-REGISTRO
               INVALID KEY
                   DISPLAY 'IMPUTACION DUPLICADA: ', OPD-CLAVE
           END-WRITE.
           IF APL-T-SALDO(SUB-I) = 0
               PERFORM 640-SALDAR-FACTURA
           END-IF.

       640-SALDAR-FACTURA.
      **   pagada por completo, la factura de compra pasa a saldada
           MOVE PROVEEDOR-PEDIDO TO FCO-PROVEEDOR.
           MOVE APL-T-FACTURA(SUB-I) TO FCO-FACTURA.
           READ FACTCOMPRAS
               INVALID KEY
                   DISPLAY 'ADVERTENCIA: factura ', FCO-FACTURA,
                       ' no encontrada al saldar.'
               NOT INVALID KEY
                   MOVE 'S' TO FCO-ESTADO
                   REWRITE FCO-REGISTRO
                   MOVE FCO-CLAVE TO AUD-CLAVE
                   MOVE 'SALDADA' TO AUD-ACCION
                   PERFORM 450-GRABAR-AUDITORIA
           END-READ.

       650-GRABAR-PROX-ORDEN.
           OPEN OUTPUT OPACTL.
           MOVE PROX-ORDEN TO OCT-PROX-ORDEN.
           WRITE OCT-REG.
           CLOSE OPACTL.

       700-IMPRIMIR-COMPROBANTE.
           WRITE DOC-LINEA FROM DOC-SEPARADOR.
           MOVE OPA-NUMERO TO DOC-E-NUMERO.
           MOVE OPA-FECHA TO DOC-E-FECHA.
           WRITE DOC-LINEA FROM DOC-ENCABEZADO.
           PERFORM 710-DATOS-PROVEEDOR.
           PERFORM 720-IMPRIMIR-DETALLE
               VARYING SUB-I FROM 1 BY 1
               UNTIL SUB-I > CANT-APL-TABLA.
           PERFORM 730-IMPRIMIR-MEDIO.
           MOVE TOTAL-ORDEN TO DOC-T-IMPORTE.
           WRITE DOC-LINEA FROM DOC-TOTALES.
           WRITE DOC-LINEA FROM DOC-FIRMA.

       710-DATOS-PROVEEDOR.
           MOVE PROVEEDOR-PEDIDO TO DOC-P-CODIGO.
           MOVE SPACES TO DOC-P-RAZON.
           MOVE 0 TO DOC-P-CUIT.
           MOVE SPACES TO DOC-P-COND.
           MOVE SPACES TO DOC-P-DOMICILIO.
           IF HAY-PROVEEDORES = 'S'
               MOVE PROVEEDOR-PEDIDO TO PRO-CODIGO
               READ PROVEEDORES
                   INVALID KEY
                       MOVE "(SIN DATOS FISCALES)" TO DOC-P-RAZON
                   NOT INVALID KEY
                       MOVE PRO-RAZON-SOCIAL TO DOC-P-RAZON
                       MOVE PRO-CUIT TO DOC-P-CUIT
                       MOVE PRO-COND-IVA TO DOC-P-COND
                       MOVE PRO-DOMICILIO TO DOC-P-DOMICILIO
               END-READ
           END-IF.
           WRITE DOC-LINEA FROM DOC-PROVEEDOR-1.
           WRITE DOC-LINEA FROM DOC-PROVEEDOR-2.

       720-IMPRIMIR-DETALLE.
           MOVE APL-T-FACTURA(SUB-I) TO DOC-D-FACTURA.
           MOVE APL-T-FECHA(SUB-I)   TO DOC-D-FECHA.
           MOVE APL-T-TOTAL(SUB-I)   TO DOC-D-TOTAL.
           MOVE APL-T-IMPORTE(SUB-I) TO DOC-D-IMPORTE.
           MOVE APL-T-SALDO(SUB-I)   TO DOC-D-SALDO.
           WRITE DOC-LINEA FROM DOC-DETALLE.

       730-IMPRIMIR-MEDIO.
           EVALUATE TRUE
               WHEN OPA-EFECTIVO
                   MOVE "EFECTIVO" TO DOC-M-DESCRIP
               WHEN OPA-CHEQUE
                   MOVE "CHEQUE" TO DOC-M-DESCRIP
               WHEN OPA-TRANSFERENCIA
                   MOVE "TRANSFERENCIA" TO DOC-M-DESCRIP
               WHEN OPA-ENDOSO
                   MOVE "CHEQUE ENDOSADO" TO DOC-M-DESCRIP
           END-EVALUATE.
           MOVE OPA-BANCO TO DOC-M-BANCO.
           MOVE OPA-NUMERO-VALOR TO DOC-M-NUMERO.
           WRITE DOC-LINEA FROM DOC-MEDIO.

       950-GRABAR-CONTROL-PASO.
           OPEN EXTEND CTLLOTE.
           ACCEPT CLOT-FECHA FROM DATE YYYYMMDD.
           MOVE "GRABARORDPAGO" TO CLOT-PROGRAMA.
           MOVE CTL-CANT-ORDENES TO CLOT-CANTIDAD.
           MOVE CTL-SUMA-PAGADO TO CLOT-TOTAL.
           WRITE CLOT-REG.
           CLOSE CTLLOTE.

       END PROGRAM YOUR-PROGRAM-NAME.
