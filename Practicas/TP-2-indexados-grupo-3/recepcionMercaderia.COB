               RECORD KEY IS art-codigo.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROVEEDORES ASSIGN TO '../proveedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUC-CLAVE
               FILE STATUS IS WS-STOCKSUC-STATUS.
           SELECT ORDENESCOMPRA ASSIGN TO '../ordenes_compra.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CLAVE
               FILE STATUS IS WS-ORDENESCOMPRA-STATUS.
           SELECT OPTIONAL EXCUNI ASSIGN TO '../excepciones.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOTES ASSIGN TO '../lotes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOT-CLAVE
               FILE STATUS IS WS-LOTES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
           03 art-tasa-iva                     PIC 9(2)V99.
           03 art-familia                      PIC X(4).
       FD  AUDITORIA.
       01  AUD-LINEA                           PIC X(121).
       FD  AUDCADENA.
       01  ACA-REG.
           03 ACA-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X.
           03 ACA-CONTROL                      PIC 9(10).
       FD  PROVEEDORES.
       01  PRO-REGISTRO.
           03 PRO-CODIGO                       PIC 9(6).
           03 RCP-ART                          PIC X(8).
           03 FILLER                           PIC X.
           03 RCP-CANTIDAD                     PIC 9(6).
           03 FILLER                           PIC X.
           03 RCP-ORDEN                        PIC 9(8).
       FD  STOCKSUC.
       01  SUC-REGISTRO.
           03 SUC-CLAVE.
               05 SUC-ART                      PIC X(8).
               05 SUC-SUCURSAL                 PIC 9(2).
           03 SUC-STOCK                        PIC S9(6).
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
               88 OCO-BORRADOR                 VALUE 'B'.
               88 OCO-EMITIDA                  VALUE 'E'.
               88 OCO-CUMPLIDA                 VALUE 'C'.
               88 OCO-ANULADA                  VALUE 'X'.
       FD  EXCUNI.
       01  EXU-LINEA                           PIC X(100).
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

       WORKING-STORAGE SECTION.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       77  REMITO-PEDIDO                       PIC 9(10).
       77  WS-STOCKSUC-STATUS                  PIC X(02).
       77  SUCURSAL-PEDIDA                     PIC 9(2).
       77  WS-ORDENESCOMPRA-STATUS             PIC X(02).
       77  HAY-ORDENES                         PIC X VALUE 'N'.
       77  EOF-ORDENESCOMPRA                   PIC 9 VALUE 0.
       77  ORDEN-PEDIDA                        PIC 9(8).
       77  ORDEN-VALIDA                        PIC X.
       77  CTL-CANT-EXCEPCIONES                PIC 9(6) VALUE 0.
       77  WS-LOTES-STATUS                     PIC X(02).
       77  LOTE-PEDIDO                         PIC X(10).
       77  VENCIMIENTO-PEDIDO                  PIC 9(8).
       77  CTL-CANT-LOTES                      PIC 9(6) VALUE 0.
       01  EXU-DETALLE.
           03 EXU-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-PROGRAMA                     PIC X(15)
                                      VALUE "RECEPCIONMERC".
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-CODIGO                       PIC X(4).
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-SEVERIDAD                    PIC X.
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-CLAVE                        PIC X(30).
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-DESCRIPCION                  PIC X(37).
       01  EXU-CLAVE-REMITO.
           03 EXU-C-PROVEEDOR                  PIC 9(6).
           03 FILLER                           PIC X VALUE '/'.
           03 EXU-C-REMITO                     PIC 9(10).
           03 FILLER                           PIC X VALUE '/'.
           03 EXU-C-ART                        PIC X(8).
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
            PERFORM 150-INGRESAR-PROVEEDOR.
            PERFORM UNTIL PROVEEDOR-PEDIDO = 0
               PERFORM 160-INGRESAR-REMITO
               PERFORM 165-INGRESAR-ORDEN
               PERFORM 170-INGRESAR-SUCURSAL
               PERFORM 200-INGRESAR-ARTICULO
               PERFORM UNTIL WS-CODIGO = SPACES
           OPEN EXTEND RECEPCIONES.
           PERFORM 110-ABRIR-PROVEEDORES.
           PERFORM 115-ABRIR-STOCKSUC.
           PERFORM 117-ABRIR-ORDENESCOMPRA.
           PERFORM 119-ABRIR-LOTES.
           OPEN EXTEND EXCUNI.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.

               OPEN I-O STOCKSUC
           END-IF.

       117-ABRIR-ORDENESCOMPRA.
           OPEN I-O ORDENESCOMPRA.
           IF WS-ORDENESCOMPRA-STATUS = '00'
               MOVE 'S' TO HAY-ORDENES
           ELSE
               DISPLAY 'SIN ORDENES DE COMPRA: las recepciones no se '
                   'controlan contra lo pedido.'
           END-IF.

       119-ABRIR-LOTES.
           OPEN I-O LOTES.
           IF WS-LOTES-STATUS = '35'
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.

       150-INGRESAR-PROVEEDOR.
           DISPLAY ' '.
           DISPLAY 'Ingrese numero de proveedor que entrega '
               PERFORM 160-INGRESAR-REMITO
           END-IF.

       165-INGRESAR-ORDEN.
      **   la orden tiene que ser del mismo proveedor y estar emitida;
      **   recibir sin orden se admite pero queda como excepcion
           MOVE 0 TO ORDEN-PEDIDA.
           IF HAY-ORDENES = 'S'
               DISPLAY 'Ingrese orden de compra (0 = sin orden):'
               ACCEPT ORDEN-PEDIDA
               IF ORDEN-PEDIDA > 0
                   PERFORM 167-VALIDAR-ORDEN
                   IF ORDEN-VALIDA = 'N'
                       DISPLAY 'La orden no existe, no es del '
                           'proveedor o no esta emitida. Reingrese.'
                       PERFORM 165-INGRESAR-ORDEN
                   END-IF
               ELSE
                   MOVE PROVEEDOR-PEDIDO TO EXU-C-PROVEEDOR
                   MOVE REMITO-PEDIDO TO EXU-C-REMITO
                   MOVE SPACES TO EXU-C-ART
                   MOVE 'O001' TO EXU-CODIGO
                   MOVE 'RECEPCION SIN ORDEN DE COMPRA'
                       TO EXU-DESCRIPCION
                   PERFORM 480-GRABAR-EXCEPCION
               END-IF
           END-IF.

       167-VALIDAR-ORDEN.
           MOVE 'N' TO ORDEN-VALIDA.
           MOVE 0 TO EOF-ORDENESCOMPRA.
           MOVE ORDEN-PEDIDA TO OCO-NUMERO.
           MOVE LOW-VALUES TO OCO-ART.
           START ORDENESCOMPRA KEY IS >= OCO-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-ORDENESCOMPRA.
           IF EOF-ORDENESCOMPRA <> 1
               READ ORDENESCOMPRA NEXT
                   AT END MOVE 1 TO EOF-ORDENESCOMPRA
               END-READ
           END-IF.
           PERFORM UNTIL EOF-ORDENESCOMPRA = 1
                         OR OCO-NUMERO <> ORDEN-PEDIDA
                         OR ORDEN-VALIDA = 'S'
               IF OCO-PROVEEDOR = PROVEEDOR-PEDIDO AND OCO-EMITIDA
                   MOVE 'S' TO ORDEN-VALIDA
               END-IF
               READ ORDENESCOMPRA NEXT
                   AT END MOVE 1 TO EOF-ORDENESCOMPRA
               END-READ
           END-PERFORM.

       170-INGRESAR-SUCURSAL.
           DISPLAY 'Ingrese sucursal que recibe '
               '(01 = casa central):'.
                   PERFORM 450-GRABAR-AUDITORIA
                   PERFORM 460-GRABAR-RECEPCION
                   PERFORM 470-ACTUALIZAR-STOCK-SUC
                   PERFORM 490-INGRESAR-LOTE
                   IF LOTE-PEDIDO NOT = SPACES
                       PERFORM 495-GRABAR-LOTE
                   END-IF
                   IF ORDEN-PEDIDA > 0
                       PERFORM 475-APLICAR-A-ORDEN
                   END-IF
                   ADD 1 TO CTL-CANT-RECEPCIONES
                   ADD WS-CANTIDAD TO CTL-SUMA-UNIDADES
           END-READ.
           DISPLAY 'Stock en sucursal ', SUC-SUCURSAL, ': ',
               SUC-STOCK.

       475-APLICAR-A-ORDEN.
      **   lo recibido se descuenta de la linea de la orden; al
      **   completarse la linea queda cumplida
           MOVE PROVEEDOR-PEDIDO TO EXU-C-PROVEEDOR.
           MOVE REMITO-PEDIDO TO EXU-C-REMITO.
           MOVE art-codigo TO EXU-C-ART.
           MOVE ORDEN-PEDIDA TO OCO-NUMERO.
           MOVE art-codigo TO OCO-ART.
           READ ORDENESCOMPRA
               INVALID KEY
                   MOVE 'O002' TO EXU-CODIGO
                   MOVE 'ARTICULO NO PEDIDO EN LA ORDEN'
                       TO EXU-DESCRIPCION
                   PERFORM 480-GRABAR-EXCEPCION
               NOT INVALID KEY
                   IF OCO-ANULADA
                       MOVE 'O002' TO EXU-CODIGO
                       MOVE 'LINEA DE ORDEN ANULADA'
                           TO EXU-DESCRIPCION
                       PERFORM 480-GRABAR-EXCEPCION
                   ELSE
                       ADD WS-CANTIDAD TO OCO-RECIBIDO
                       IF OCO-RECIBIDO > OCO-CANTIDAD
                           MOVE 'O003' TO EXU-CODIGO
                           MOVE 'CANTIDAD RECIBIDA EXCEDE LO PEDIDO'
                               TO EXU-DESCRIPCION
                           PERFORM 480-GRABAR-EXCEPCION
                       END-IF
                       IF OCO-RECIBIDO >= OCO-CANTIDAD
                           MOVE 'C' TO OCO-ESTADO
                       END-IF
                       REWRITE OCO-REGISTRO
                       DISPLAY 'Orden ', OCO-NUMERO, ': recibido ',
                           OCO-RECIBIDO, ' de ', OCO-CANTIDAD
                   END-IF
           END-READ.

       480-GRABAR-EXCEPCION.
           MOVE 'W' TO EXU-SEVERIDAD.
           MOVE EXU-CLAVE-REMITO TO EXU-CLAVE.
           ACCEPT EXU-FECHA FROM DATE YYYYMMDD.
           WRITE EXU-LINEA FROM EXU-DETALLE.
           ADD 1 TO CTL-CANT-EXCEPCIONES.
           DISPLAY 'EXCEPCION ', EXU-CODIGO, ': ', EXU-DESCRIPCION.

       490-INGRESAR-LOTE.
      **   solo los articulos perecederos o con partida traen lote;
      **   el resto se recibe con lote en blanco
           DISPLAY 'Ingrese numero de lote (blanco = sin lote):'.
           ACCEPT LOTE-PEDIDO.
           IF LOTE-PEDIDO NOT = SPACES
               PERFORM 492-INGRESAR-VENCIMIENTO
           END-IF.

       492-INGRESAR-VENCIMIENTO.
           DISPLAY 'Ingrese fecha de vencimiento del lote (AAAAMMDD):'.
           ACCEPT VENCIMIENTO-PEDIDO.
           IF VENCIMIENTO-PEDIDO = 0
               DISPLAY 'El lote debe tener vencimiento. Reingrese.'
               PERFORM 492-INGRESAR-VENCIMIENTO
           END-IF.

       495-GRABAR-LOTE.
           MOVE art-codigo TO LOT-ART.
           MOVE SUCURSAL-PEDIDA TO LOT-SUCURSAL.
           MOVE VENCIMIENTO-PEDIDO TO LOT-VENCIMIENTO.
           MOVE LOTE-PEDIDO TO LOT-NUMERO.
           READ LOTES
               INVALID KEY
                   MOVE WS-CANTIDAD TO LOT-CANTIDAD
                   ACCEPT LOT-FECHA-ALTA FROM DATE YYYYMMDD
                   MOVE PROVEEDOR-PEDIDO TO LOT-PROVEEDOR
                   WRITE LOT-REGISTRO
               NOT INVALID KEY
                   ADD WS-CANTIDAD TO LOT-CANTIDAD
                   REWRITE LOT-REGISTRO
           END-READ.
           ADD 1 TO CTL-CANT-LOTES.
           DISPLAY 'Lote ', LOT-NUMERO, ' vence ', LOT-VENCIMIENTO,
               ': ', LOT-CANTIDAD.

       460-GRABAR-RECEPCION.
      **   cada linea recibida queda ligada a proveedor y remito:
      **   la factura de compra se concilia contra este registro
           MOVE REMITO-PEDIDO TO RCP-REMITO.
           MOVE art-codigo TO RCP-ART.
           MOVE WS-CANTIDAD TO RCP-CANTIDAD.
           MOVE ORDEN-PEDIDA TO RCP-ORDEN.
           WRITE RCP-REG.

       310-INGRESAR-CANTIDAD.
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
           DISPLAY 'RECEPCIONES GRABADAS: ', CTL-CANT-RECEPCIONES.
           DISPLAY 'UNIDADES RECIBIDAS: ', CTL-SUMA-UNIDADES.
           DISPLAY 'EXCEPCIONES CONTRA ORDENES: ', CTL-CANT-EXCEPCIONES.
           DISPLAY 'LINEAS CON LOTE: ', CTL-CANT-LOTES.
           CLOSE ARTICULOS, AUDITORIA, RECEPCIONES, STOCKSUC, EXCUNI,
               LOTES.
           IF HAY-ORDENES = 'S'
               CLOSE ORDENESCOMPRA
           END-IF.
           IF HAY-PROVEEDORES = 'S'
               CLOSE PROVEEDORES
           END-IF.
