               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDENESCOMPRA ASSIGN TO '../ordenes_compra.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OCO-CLAVE
               FILE STATUS IS WS-ORDENESCOMPRA-STATUS.
           SELECT OPTIONAL EXCUNI ASSIGN TO '../excepciones.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS art-codigo.
           SELECT ARTICULOSHIST
           ASSIGN TO '../articulos_hist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CAMBIOS ASSIGN TO '../cambios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CLAVE
               FILE STATUS IS WS-CAMBIOS-STATUS.
           SELECT OPTIONAL MOVCOSTOS
               ASSIGN TO '../movimientos_costo.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTLLOTE ASSIGN TO '../controles_lote.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           03 RCP-ART                          PIC X(8).
           03 FILLER                           PIC X.
           03 RCP-CANTIDAD                     PIC 9(6).
           03 FILLER                           PIC X.
           03 RCP-ORDEN                        PIC 9(8).
       FD  AUDITORIA.
       01  AUD-LINEA                           PIC X(121).
       FD  AUDCADENA.
       01  ACA-REG.
           03 ACA-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X.
           03 ACA-CONTROL                      PIC 9(10).
       FD  ORDENESCOMPRA.
       01  OCO-REGISTRO.
           03 OCO-CLAVE.
               05 OCO-NUMERO                   PIC 9(8).
               05 OCO-ART                      PIC X(8).
           03 OCO-PROVEEDOR                    PIC 9(6).
           03 OCO-FECHA                        PIC 9(8).
           03 OCO-FECHA-ENTREGA                PIC 9(8).
           03 OCO-CANTIDAD                     PIC 9(6).
           03 OCO-PRECIO                       PIC 9(8)V99.
           03 OCO-RECIBIDO                     PIC 9(6).
           03 OCO-ESTADO                       PIC X.
       FD  EXCUNI.
       01  EXU-LINEA                           PIC X(100).
       FD  ARTICULOS.
       01  art-reg.
           03 art-codigo                       PIC X(8).
           03 art-descrip                      PIC X(30).
           03 art-costo                        PIC 9(8)V99.
           03 art-stock                        PIC S9(6).
           03 art-stock-min                    PIC 9(6).
           03 art-moneda                       PIC X(3).
           03 art-tasa-iva                     PIC 9(2)V99.
           03 art-familia                      PIC X(4).
       FD  ARTICULOSHIST.
       01  HIST-REG.
           03 HIST-CLAVE.
               05 HIST-ART-CODIGO               PIC X(8).
               05 HIST-FECHA-VIGENCIA            PIC 9(8).
           03 HIST-COSTO                        PIC 9(8)V99.
       FD  CAMBIOS.
       01  CAM-REGISTRO.
           03 CAM-CLAVE.
               05 CAM-MONEDA                   PIC X(3).
               05 CAM-FECHA                    PIC 9(8).
           03 CAM-TASA                         PIC 9(4)V9999.
       FD  MOVCOSTOS.
       01  MCO-REG.
           03 MCO-FECHA                        PIC 9(8).
           03 FILLER                           PIC X.
           03 MCO-ART                          PIC X(8).
           03 FILLER                           PIC X.
           03 MCO-PROVEEDOR                    PIC 9(6).
           03 FILLER                           PIC X.
           03 MCO-REMITO                       PIC 9(10).
           03 FILLER                           PIC X.
           03 MCO-FACTURA                      PIC 9(12).
           03 FILLER                           PIC X.
           03 MCO-FECHA-RECEPCION              PIC 9(8).
           03 FILLER                           PIC X.
           03 MCO-STOCK-PREVIO                 PIC S9(7)
                                      SIGN LEADING SEPARATE.
           03 FILLER                           PIC X.
           03 MCO-CANTIDAD                     PIC 9(6).
           03 FILLER                           PIC X.
           03 MCO-PRECIO                       PIC 9(8)V99.
           03 FILLER                           PIC X.
           03 MCO-COSTO-VIEJO                  PIC 9(8)V99.
           03 FILLER                           PIC X.
           03 MCO-COSTO-NUEVO                  PIC 9(8)V99.
       FD  CTLLOTE.
       01  CLOT-REG.
           03 CLOT-FECHA                       PIC 9(8).
       77  PROVEEDOR-PEDIDO                    PIC 9(6).
       77  CTL-CANT-ALTAS                      PIC 9(6) VALUE 0.
       77  CTL-SUMA-TOTAL                      PIC 9(12)V99 VALUE 0.
       77  WS-ORDENESCOMPRA-STATUS             PIC X(02).
       77  HAY-ORDENES                         PIC X VALUE 'N'.
       77  NETO-PACTADO                        PIC 9(10)V99.
       77  LINEAS-SIN-ORDEN                    PIC 9(4).
       77  DIFERENCIA-NETO                     PIC S9(10)V99.
       77  TOLERANCIA-NETO                     PIC 9(3)V99 VALUE 1.
       77  CTL-CANT-EXCEPCIONES                PIC 9(6) VALUE 0.
       77  WS-HIST-STATUS                      PIC X(02).
       77  WS-CAMBIOS-STATUS                   PIC X(02).
       77  HAY-CAMBIOS                         PIC X VALUE 'N'.
       77  EOF-MOVCOSTOS                       PIC 9 VALUE 0.
       77  WS-FECHA-HOY                        PIC 9(8).
       77  REMITO-COSTEADO                     PIC X.
       77  ART-VALIDO                          PIC X.
       77  BASE-LINEA                          PIC 9(14)V99.
       77  BASE-TOTAL                          PIC 9(14)V99.
       77  CANT-TOTAL                          PIC 9(8).
       77  IMPORTE-LINEA                       PIC 9(10)V99.
       77  PRECIO-UNITARIO                     PIC 9(8)V99.
       77  COSTO-VIEJO                         PIC 9(8)V99.
       77  COSTO-NUEVO                         PIC 9(8)V99.
       77  STOCK-PREVIO                        PIC S9(7).
       77  TASA-MONEDA                         PIC 9(4)V9999.
       77  TASA-HALLADA                        PIC X.
       77  CTL-CANT-COSTEOS                    PIC 9(6) VALUE 0.
       01  EXU-DETALLE.
           03 EXU-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-PROGRAMA                     PIC X(15)
                                      VALUE "GRABARFACTCOMP".
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-CODIGO                       PIC X(4).
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-SEVERIDAD                    PIC X.
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-CLAVE                        PIC X(30).
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-DESCRIPCION                  PIC X(37).
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
           PERFORM 105-ABRIR-FACTCOMPRAS.
           PERFORM 107-ABRIR-PROVEEDORES.
           OPEN EXTEND AUDITORIA.
           PERFORM 109-ABRIR-ORDENESCOMPRA.
           OPEN EXTEND EXCUNI.
           OPEN I-O ARTICULOS.
           PERFORM 111-ABRIR-ARTICULOSHIST.
           PERFORM 113-ABRIR-CAMBIOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.

                   'existencia del proveedor.'
           END-IF.

       109-ABRIR-ORDENESCOMPRA.
           OPEN INPUT ORDENESCOMPRA.
           IF WS-ORDENESCOMPRA-STATUS = '00'
               MOVE 'S' TO HAY-ORDENES
           END-IF.

       111-ABRIR-ARTICULOSHIST.
           OPEN I-O ARTICULOSHIST.
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT ARTICULOSHIST
               CLOSE ARTICULOSHIST
               OPEN I-O ARTICULOSHIST
           END-IF.

       113-ABRIR-CAMBIOS.
           OPEN INPUT CAMBIOS.
           IF WS-CAMBIOS-STATUS = '00'
               MOVE 'S' TO HAY-CAMBIOS
           END-IF.

       200-INGRESAR-PROVEEDOR.
           DISPLAY ' '.
           DISPLAY 'Ingrese numero de proveedor (para salir = cero):'.
           END-IF.
           PERFORM 310-INGRESAR-REMITO.
           PERFORM 320-INGRESAR-IMPORTES.
           PERFORM 330-CONTROLAR-PRECIOS.

       310-INGRESAR-REMITO.
           DISPLAY 'Ingrese remito de recepcion asociado '
               '(0 = sin remito):'.
           ACCEPT FCO-REMITO.
           MOVE 'N' TO REMITO-HALLADO.
           MOVE 0 TO NETO-PACTADO.
           MOVE 0 TO LINEAS-SIN-ORDEN.
           IF FCO-REMITO > 0
               PERFORM 315-VERIFICAR-RECEPCION
               IF REMITO-HALLADO = 'N'
           END-IF.

       315-VERIFICAR-RECEPCION.
      **   se recorren todas las lineas del remito: las que vinieron
      **   contra una orden aportan cantidad por precio pactado
           MOVE 0 TO EOF-RECEPCIONES.
           OPEN INPUT RECEPCIONES.
           READ RECEPCIONES AT END MOVE 1 TO EOF-RECEPCIONES.
           PERFORM UNTIL EOF-RECEPCIONES = 1
               IF RCP-PROVEEDOR = FCO-PROVEEDOR
                   AND RCP-REMITO = FCO-REMITO
                   MOVE 'S' TO REMITO-HALLADO
                   PERFORM 317-SUMAR-PACTADO
               END-IF
               READ RECEPCIONES AT END MOVE 1 TO EOF-RECEPCIONES
           END-PERFORM.
           CLOSE RECEPCIONES.

       317-SUMAR-PACTADO.
      **   las recepciones anteriores a las ordenes no traen el numero
           IF RCP-ORDEN IS NOT NUMERIC
               MOVE 0 TO RCP-ORDEN
           END-IF.
           IF RCP-ORDEN = 0 OR HAY-ORDENES = 'N'
               ADD 1 TO LINEAS-SIN-ORDEN
           ELSE
               MOVE RCP-ORDEN TO OCO-NUMERO
               MOVE RCP-ART TO OCO-ART
               READ ORDENESCOMPRA
                   INVALID KEY
                       ADD 1 TO LINEAS-SIN-ORDEN
                   NOT INVALID KEY
                       COMPUTE NETO-PACTADO = NETO-PACTADO
                           + RCP-CANTIDAD * OCO-PRECIO
               END-READ
           END-IF.

       320-INGRESAR-IMPORTES.
           DISPLAY 'Ingrese importe neto gravado:'.
           ACCEPT FCO-NETO.
                   '  TOTAL: ', FCO-TOTAL
           END-IF.

       330-CONTROLAR-PRECIOS.
      **   el neto facturado se compara con lo recibido a precio de
      **   orden; si alguna linea no tiene orden no hay contra que
      **   comparar y ya quedo como excepcion al recibir
           MOVE SPACES TO EXU-CODIGO.
           IF REMITO-HALLADO = 'N'
               MOVE 'O005' TO EXU-CODIGO
               MOVE 'FACTURA DE COMPRA SIN RECEPCION'
                   TO EXU-DESCRIPCION
           ELSE
               IF LINEAS-SIN-ORDEN = 0
                   COMPUTE DIFERENCIA-NETO = FCO-NETO - NETO-PACTADO
                   IF DIFERENCIA-NETO > TOLERANCIA-NETO
                       OR DIFERENCIA-NETO < 0 - TOLERANCIA-NETO
                       MOVE 'O004' TO EXU-CODIGO
                       MOVE 'PRECIO FACTURADO DIFIERE DEL PACTADO'
                           TO EXU-DESCRIPCION
                       DISPLAY 'ADVERTENCIA: neto segun ordenes: ',
                           NETO-PACTADO, '  diferencia: ',
                           DIFERENCIA-NETO
                   END-IF
               END-IF
           END-IF.

       400-PROCESO.
           MOVE 'P' TO FCO-ESTADO.
           WRITE FCO-REGISTRO
                   PERFORM 450-GRABAR-AUDITORIA
                   ADD 1 TO CTL-CANT-ALTAS
                   ADD FCO-TOTAL TO CTL-SUMA-TOTAL
                   IF EXU-CODIGO NOT = SPACES
                       PERFORM 460-GRABAR-EXCEPCION
                   END-IF
                   IF REMITO-HALLADO = 'S'
                       PERFORM 470-COSTEAR-REMITO
                   END-IF
           END-WRITE.

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

       460-GRABAR-EXCEPCION.
           MOVE 'W' TO EXU-SEVERIDAD.
           MOVE FCO-CLAVE TO EXU-CLAVE.
           ACCEPT EXU-FECHA FROM DATE YYYYMMDD.
           WRITE EXU-LINEA FROM EXU-DETALLE.
           ADD 1 TO CTL-CANT-EXCEPCIONES.

       470-COSTEAR-REMITO.
      **   la factura pone precio a lo recibido: el neto se reparte
      **   entre las lineas del remito segun su valor a precio de
      **   orden (o al costo vigente si vinieron sin orden) y cada
      **   articulo recalcula su costo promedio ponderado
           PERFORM 471-VERIFICAR-COSTEADO.
           IF REMITO-COSTEADO = 'S'
               DISPLAY 'El remito ya fue costeado con otra factura: '
                   'no se recalcula el costo.'
           ELSE
               MOVE 0 TO BASE-TOTAL
               MOVE 0 TO CANT-TOTAL
               MOVE 0 TO EOF-RECEPCIONES
               OPEN INPUT RECEPCIONES
               READ RECEPCIONES AT END MOVE 1 TO EOF-RECEPCIONES
               PERFORM UNTIL EOF-RECEPCIONES = 1
                   IF RCP-PROVEEDOR = FCO-PROVEEDOR
                       AND RCP-REMITO = FCO-REMITO
                       PERFORM 473-VALORIZAR-LINEA
                       IF ART-VALIDO = 'S'
                           ADD BASE-LINEA TO BASE-TOTAL
                           ADD RCP-CANTIDAD TO CANT-TOTAL
                       END-IF
                   END-IF
                   READ RECEPCIONES AT END MOVE 1 TO EOF-RECEPCIONES
               END-PERFORM
               CLOSE RECEPCIONES
               MOVE 0 TO EOF-RECEPCIONES
               OPEN INPUT RECEPCIONES
               OPEN EXTEND MOVCOSTOS
               READ RECEPCIONES AT END MOVE 1 TO EOF-RECEPCIONES
               PERFORM UNTIL EOF-RECEPCIONES = 1
                   IF RCP-PROVEEDOR = FCO-PROVEEDOR
                       AND RCP-REMITO = FCO-REMITO
                       PERFORM 473-VALORIZAR-LINEA
                       IF ART-VALIDO = 'S'
                           PERFORM 476-RECALCULAR-COSTO
                       END-IF
                   END-IF
                   READ RECEPCIONES AT END MOVE 1 TO EOF-RECEPCIONES
               END-PERFORM
               CLOSE RECEPCIONES, MOVCOSTOS
           END-IF.

       471-VERIFICAR-COSTEADO.
           MOVE 'N' TO REMITO-COSTEADO.
           MOVE 0 TO EOF-MOVCOSTOS.
           OPEN INPUT MOVCOSTOS.
           READ MOVCOSTOS AT END MOVE 1 TO EOF-MOVCOSTOS.
           PERFORM UNTIL EOF-MOVCOSTOS = 1
                         OR REMITO-COSTEADO = 'S'
               IF MCO-PROVEEDOR = FCO-PROVEEDOR
                   AND MCO-REMITO = FCO-REMITO
                   MOVE 'S' TO REMITO-COSTEADO
               END-IF
               READ MOVCOSTOS AT END MOVE 1 TO EOF-MOVCOSTOS
           END-PERFORM.
           CLOSE MOVCOSTOS.

       473-VALORIZAR-LINEA.
           MOVE 'N' TO ART-VALIDO.
           MOVE 0 TO BASE-LINEA.
           IF RCP-ORDEN IS NOT NUMERIC
               MOVE 0 TO RCP-ORDEN
           END-IF.
           MOVE RCP-ART TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY 'Articulo del remito inexistente: ', RCP-ART
               NOT INVALID KEY
                   MOVE 'S' TO ART-VALIDO
                   PERFORM 474-BUSCAR-COSTO-VIGENTE
                   COMPUTE BASE-LINEA = RCP-CANTIDAD * COSTO-VIEJO
                   IF RCP-ORDEN > 0 AND HAY-ORDENES = 'S'
                       MOVE RCP-ORDEN TO OCO-NUMERO
                       MOVE RCP-ART TO OCO-ART
                       READ ORDENESCOMPRA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               COMPUTE BASE-LINEA =
                                   RCP-CANTIDAD * OCO-PRECIO
                       END-READ
                   END-IF
           END-READ.

       474-BUSCAR-COSTO-VIGENTE.
           MOVE art-costo TO COSTO-VIEJO.
           MOVE art-codigo TO HIST-ART-CODIGO.
           MOVE WS-FECHA-HOY TO HIST-FECHA-VIGENCIA.
           START ARTICULOSHIST KEY IS <= HIST-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARTICULOSHIST NEXT
                   IF HIST-ART-CODIGO = art-codigo
                       MOVE HIST-COSTO TO COSTO-VIEJO
                   END-IF
           END-START.

       476-RECALCULAR-COSTO.
      **   el stock del articulo ya incluye lo recibido: lo previo es
      **   el stock menos la cantidad del remito; sin stock previo el
      **   costo pasa a ser directamente el precio de compra
           IF BASE-TOTAL > 0
               COMPUTE IMPORTE-LINEA ROUNDED =
                   FCO-NETO * BASE-LINEA / BASE-TOTAL
           ELSE
               COMPUTE IMPORTE-LINEA ROUNDED =
                   FCO-NETO * RCP-CANTIDAD / CANT-TOTAL
           END-IF.
           COMPUTE PRECIO-UNITARIO ROUNDED =
               IMPORTE-LINEA / RCP-CANTIDAD.
           IF art-moneda NOT = SPACES AND art-moneda NOT = 'PES'
               PERFORM 478-OBTENER-TASA
               COMPUTE PRECIO-UNITARIO ROUNDED =
                   PRECIO-UNITARIO / TASA-MONEDA
           END-IF.
           COMPUTE STOCK-PREVIO = art-stock - RCP-CANTIDAD.
           IF STOCK-PREVIO > 0
               COMPUTE COSTO-NUEVO ROUNDED =
                   (STOCK-PREVIO * COSTO-VIEJO
                    + RCP-CANTIDAD * PRECIO-UNITARIO)
                   / (STOCK-PREVIO + RCP-CANTIDAD)
           ELSE
               MOVE PRECIO-UNITARIO TO COSTO-NUEVO
           END-IF.
           MOVE art-codigo TO HIST-ART-CODIGO.
           MOVE WS-FECHA-HOY TO HIST-FECHA-VIGENCIA.
           MOVE COSTO-NUEVO TO HIST-COSTO.
           WRITE HIST-REG
               INVALID KEY
                   REWRITE HIST-REG
           END-WRITE.
           MOVE COSTO-NUEVO TO art-costo.
           REWRITE art-reg.
           MOVE WS-FECHA-HOY TO MCO-FECHA.
           MOVE art-codigo TO MCO-ART.
           MOVE FCO-PROVEEDOR TO MCO-PROVEEDOR.
           MOVE FCO-REMITO TO MCO-REMITO.
           MOVE FCO-FACTURA TO MCO-FACTURA.
           MOVE RCP-FECHA TO MCO-FECHA-RECEPCION.
           MOVE STOCK-PREVIO TO MCO-STOCK-PREVIO.
           MOVE RCP-CANTIDAD TO MCO-CANTIDAD.
           MOVE PRECIO-UNITARIO TO MCO-PRECIO.
           MOVE COSTO-VIEJO TO MCO-COSTO-VIEJO.
           MOVE COSTO-NUEVO TO MCO-COSTO-NUEVO.
           WRITE MCO-REG.
           DISPLAY 'Costo de ', art-codigo, ': ', COSTO-VIEJO,
               ' -> ', COSTO-NUEVO.
           MOVE HIST-CLAVE TO AUD-CLAVE.
           MOVE 'COSTO-PROM' TO AUD-ACCION.
           PERFORM 450-GRABAR-AUDITORIA.
           ADD 1 TO CTL-CANT-COSTEOS.

       478-OBTENER-TASA.
      **   la factura de compra es en pesos y el costo va en la
      **   moneda del articulo
           MOVE 1 TO TASA-MONEDA.
           MOVE 'N' TO TASA-HALLADA.
           IF HAY-CAMBIOS = 'S'
               MOVE art-moneda TO CAM-MONEDA
               MOVE WS-FECHA-HOY TO CAM-FECHA
               START CAMBIOS KEY IS <= CAM-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CAMBIOS NEXT
                       IF CAM-MONEDA = art-moneda AND CAM-TASA > 0
                           MOVE CAM-TASA TO TASA-MONEDA
                           MOVE 'S' TO TASA-HALLADA
                       END-IF
               END-START
           END-IF.
           IF TASA-HALLADA = 'N'
               DISPLAY 'SIN TASA DE CAMBIO PARA ', art-moneda,
                   ', SE TOMA 1,0000'
           END-IF.

       500-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'FACTURAS DE COMPRA GRABADAS: ', CTL-CANT-ALTAS.
           DISPLAY 'SUMA DE TOTALES: ', CTL-SUMA-TOTAL.
           DISPLAY 'EXCEPCIONES CONTRA ORDENES: ', CTL-CANT-EXCEPCIONES.
           DISPLAY 'COSTOS PROMEDIO RECALCULADOS: ', CTL-CANT-COSTEOS.
           PERFORM 950-GRABAR-CONTROL-PASO.
           CLOSE FACTCOMPRAS, AUDITORIA, EXCUNI, ARTICULOS,
               ARTICULOSHIST.
           IF HAY-CAMBIOS = 'S'
               CLOSE CAMBIOS
           END-IF.
           IF HAY-ORDENES = 'S'
               CLOSE ORDENESCOMPRA
           END-IF.
           IF HAY-PROVEEDORES = 'S'
               CLOSE PROVEEDORES
           END-IF.
