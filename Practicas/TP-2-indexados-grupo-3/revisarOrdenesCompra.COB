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
           SELECT ORDENESCOMPRA ASSIGN TO '../ordenes_compra.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CLAVE
               FILE STATUS IS WS-ORDENESCOMPRA-STATUS.
           SELECT OPTIONAL OCOCTL
               ASSIGN TO '../ordenes_compra_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS art-codigo.
           SELECT PROVEEDORES ASSIGN TO '../proveedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WS-PROVEEDORES-STATUS.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
       01  LCU-REG.
           03 LCU-ESTADO                       PIC X.
           03 FILLER                           PIC X.
           03 LCU-FECHA                        PIC 9(8).
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
       FD  OCOCTL.
       01  OCC-REG.
           03 OCC-PROX-ORDEN                   PIC 9(8).
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
       FD  PROVEEDORES.
       01  PRO-REGISTRO.
           03 PRO-CODIGO                       PIC 9(6).
           03 PRO-RAZON-SOCIAL                 PIC X(30).
           03 PRO-CUIT                         PIC 9(11).
           03 PRO-COND-IVA                     PIC X(2).
           03 PRO-DOMICILIO                    PIC X(30).
       FD  AUDITORIA.
       01  AUD-LINEA                           PIC X(121).
       FD  AUDCADENA.
       01  ACA-REG.
           03 ACA-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X.
           03 ACA-CONTROL                      PIC 9(10).

       WORKING-STORAGE SECTION.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       01  OPCION                              PIC X.
           88 OPCION-NUEVA                     VALUE '1'.
           88 OPCION-DATOS                     VALUE '2'.
           88 OPCION-MODIFICAR                 VALUE '3'.
           88 OPCION-AGREGAR                   VALUE '4'.
           88 OPCION-ANULAR                    VALUE '5'.
           88 OPCION-EMITIR                    VALUE '6'.
           88 OPCION-CONSULTA                  VALUE '7'.
           88 OPCION-SALIR                     VALUE '8'.
       01  AUD-DETALLE.
           03 AUD-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-HORA                         PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-PROGRAMA                     PIC X(15)
                                      VALUE "REVISARORDCOMP".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       77  WS-ORDENESCOMPRA-STATUS             PIC X(02).
       77  WS-PROVEEDORES-STATUS               PIC X(02).
       77  HAY-PROVEEDORES                     PIC X VALUE 'N'.
       77  EOF-ORDENESCOMPRA                   PIC 9 VALUE 0.
       77  EOF-OCOCTL                          PIC 9 VALUE 0.
       77  PROX-ORDEN                          PIC 9(8) VALUE 1.
       77  WS-FECHA-HOY                        PIC 9(8).
       77  ORDEN-PEDIDA                        PIC 9(8).
       77  ORDEN-HALLADA                       PIC X.
       77  ART-PEDIDO                          PIC X(8).
       77  PROVEEDOR-ORDEN                     PIC 9(6).
       77  ENTREGA-ORDEN                       PIC 9(8).
       77  PROVEEDOR-VALIDO                    PIC X.
       77  CANT-LINEAS                         PIC 9(4).
       77  CANT-ERRORES                        PIC 9(4).
       77  CANT-BORRADOR                       PIC 9(4).
       77  CTL-CANT-EMITIDAS                   PIC 9(6) VALUE 0.
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
            PERFORM 150-MOSTRAR-MENU.
            PERFORM UNTIL OPCION-SALIR
               EVALUATE TRUE
                   WHEN OPCION-NUEVA
                       PERFORM 200-NUEVA-ORDEN
                   WHEN OPCION-DATOS
                       PERFORM 300-DATOS-ORDEN
                   WHEN OPCION-MODIFICAR
                       PERFORM 400-MODIFICAR-LINEA
                   WHEN OPCION-AGREGAR
                       PERFORM 450-AGREGAR-ARTICULO
                   WHEN OPCION-ANULAR
                       PERFORM 500-ANULAR-LINEA
                   WHEN OPCION-EMITIR
                       PERFORM 600-EMITIR-ORDEN
                   WHEN OPCION-CONSULTA
                       PERFORM 700-CONSULTA
                   WHEN OTHER
                       DISPLAY 'Opcion invalida.'
               END-EVALUATE
               PERFORM 150-MOSTRAR-MENU
            END-PERFORM.
            PERFORM 900-FIN-GENERAL.
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
           PERFORM 105-ABRIR-ORDENESCOMPRA.
           PERFORM 107-ABRIR-PROVEEDORES.
           OPEN INPUT ARTICULOS.
           OPEN EXTEND AUDITORIA.
           PERFORM 108-LEER-PROX-ORDEN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.

       105-ABRIR-ORDENESCOMPRA.
           OPEN I-O ORDENESCOMPRA.
           IF WS-ORDENESCOMPRA-STATUS = '35'
               OPEN OUTPUT ORDENESCOMPRA
               CLOSE ORDENESCOMPRA
               OPEN I-O ORDENESCOMPRA
           END-IF.

       107-ABRIR-PROVEEDORES.
           OPEN INPUT PROVEEDORES.
           IF WS-PROVEEDORES-STATUS = '00'
               MOVE 'S' TO HAY-PROVEEDORES
           ELSE
               DISPLAY 'SIN MAESTRO DE PROVEEDORES: no se valida la '
                   'existencia del proveedor.'
           END-IF.

       108-LEER-PROX-ORDEN.
           OPEN INPUT OCOCTL.
           READ OCOCTL AT END MOVE 1 TO EOF-OCOCTL.
           IF EOF-OCOCTL <> 1 AND OCC-PROX-ORDEN > 0
               MOVE OCC-PROX-ORDEN TO PROX-ORDEN
           END-IF.
           CLOSE OCOCTL.

       110-GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 111-ENCADENAR-AUDITORIA.

       111-ENCADENAR-AUDITORIA.
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
           PERFORM 112-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.
           MOVE AUC-CONTROL-ANT TO AUC-CONTROL.
           WRITE AUD-LINEA FROM AUC-REGISTRO.
           MOVE SPACES TO ACA-REG.
           MOVE AUC-SECUENCIA TO ACA-SECUENCIA.
           MOVE AUC-CONTROL TO ACA-CONTROL.
           OPEN OUTPUT AUDCADENA.
           WRITE ACA-REG.
           CLOSE AUDCADENA.

       112-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

       150-MOSTRAR-MENU.
           DISPLAY ' '.
           DISPLAY '1-Nueva orden  2-Proveedor y entrega  '
               '3-Modificar linea  4-Agregar articulo'.
           DISPLAY '5-Anular linea  6-Emitir orden  7-Consulta  '
               '8-Salir'.
           DISPLAY 'Ingrese opcion:'.
           ACCEPT OPCION.

       160-INGRESAR-ORDEN.
           DISPLAY 'Ingrese numero de orden de compra:'.
           ACCEPT ORDEN-PEDIDA.
           PERFORM 170-POSICIONAR-ORDEN.
           IF ORDEN-HALLADA = 'N'
               DISPLAY 'Orden de compra inexistente.'
           END-IF.

       170-POSICIONAR-ORDEN.
      **   la clave empieza por el numero de orden: se posiciona en su
      **   primera linea y deja leida esa linea
           MOVE 'N' TO ORDEN-HALLADA.
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
           IF EOF-ORDENESCOMPRA <> 1 AND OCO-NUMERO = ORDEN-PEDIDA
               MOVE 'S' TO ORDEN-HALLADA
               MOVE OCO-PROVEEDOR TO PROVEEDOR-ORDEN
               MOVE OCO-FECHA-ENTREGA TO ENTREGA-ORDEN
           END-IF.

       180-INGRESAR-PROVEEDOR.
           DISPLAY 'Ingrese numero de proveedor:'.
           ACCEPT PROVEEDOR-ORDEN.
           MOVE 'S' TO PROVEEDOR-VALIDO.
           IF PROVEEDOR-ORDEN = 0
               MOVE 'N' TO PROVEEDOR-VALIDO
           ELSE
               IF HAY-PROVEEDORES = 'S'
                   MOVE PROVEEDOR-ORDEN TO PRO-CODIGO
                   READ PROVEEDORES
                       INVALID KEY
                           MOVE 'N' TO PROVEEDOR-VALIDO
                       NOT INVALID KEY
                           DISPLAY 'Proveedor: ', PRO-RAZON-SOCIAL
                   END-READ
               END-IF
           END-IF.
           IF PROVEEDOR-VALIDO = 'N'
               DISPLAY 'Proveedor inexistente. Reingrese.'
               PERFORM 180-INGRESAR-PROVEEDOR
           END-IF.

       190-INGRESAR-ENTREGA.
           DISPLAY 'Ingrese fecha de entrega pactada (AAAAMMDD):'.
           ACCEPT ENTREGA-ORDEN.
           IF ENTREGA-ORDEN < WS-FECHA-HOY
               DISPLAY 'La entrega no puede ser anterior a hoy. '
                   'Reingrese.'
               PERFORM 190-INGRESAR-ENTREGA
           END-IF.

       200-NUEVA-ORDEN.
      **   orden cargada a mano (sin pasar por los sugeridos): nace
      **   en borrador como las generadas y se emite con la opcion 6
           PERFORM 180-INGRESAR-PROVEEDOR.
           PERFORM 190-INGRESAR-ENTREGA.
           MOVE PROX-ORDEN TO ORDEN-PEDIDA.
           ADD 1 TO PROX-ORDEN.
           PERFORM 210-GRABAR-PROX-ORDEN.
           DISPLAY 'ORDEN DE COMPRA: ', ORDEN-PEDIDA.
           PERFORM 460-INGRESAR-ARTICULO.
           PERFORM UNTIL ART-PEDIDO = SPACES
               PERFORM 470-GRABAR-LINEA
               PERFORM 460-INGRESAR-ARTICULO
           END-PERFORM.

       210-GRABAR-PROX-ORDEN.
           OPEN OUTPUT OCOCTL.
           MOVE PROX-ORDEN TO OCC-PROX-ORDEN.
           WRITE OCC-REG.
           CLOSE OCOCTL.

       300-DATOS-ORDEN.
      **   proveedor y fecha de entrega son de toda la orden: se
      **   cambian en todas sus lineas en borrador
           PERFORM 160-INGRESAR-ORDEN.
           IF ORDEN-HALLADA = 'S'
               DISPLAY 'Proveedor actual: ', PROVEEDOR-ORDEN,
                   '  Entrega actual: ', ENTREGA-ORDEN
               PERFORM 180-INGRESAR-PROVEEDOR
               PERFORM 190-INGRESAR-ENTREGA
               MOVE 0 TO CANT-LINEAS
               PERFORM UNTIL EOF-ORDENESCOMPRA = 1
                             OR OCO-NUMERO <> ORDEN-PEDIDA
                   IF OCO-BORRADOR
                       MOVE PROVEEDOR-ORDEN TO OCO-PROVEEDOR
                       MOVE ENTREGA-ORDEN TO OCO-FECHA-ENTREGA
                       REWRITE OCO-REGISTRO
                       ADD 1 TO CANT-LINEAS
                   END-IF
                   READ ORDENESCOMPRA NEXT
                       AT END MOVE 1 TO EOF-ORDENESCOMPRA
                   END-READ
               END-PERFORM
               DISPLAY 'Lineas actualizadas: ', CANT-LINEAS
               MOVE ORDEN-PEDIDA TO AUD-CLAVE
               MOVE 'CAMBIO' TO AUD-ACCION
               PERFORM 110-GRABAR-AUDITORIA
           END-IF.

       400-MODIFICAR-LINEA.
           DISPLAY 'Ingrese numero de orden de compra:'.
           ACCEPT OCO-NUMERO.
           DISPLAY 'Ingrese codigo de articulo:'.
           ACCEPT OCO-ART.
           READ ORDENESCOMPRA
               INVALID KEY
                   DISPLAY 'Linea inexistente.'
               NOT INVALID KEY
                   IF NOT OCO-BORRADOR
                       DISPLAY 'Solo se modifican ordenes en borrador.'
                   ELSE
                       DISPLAY 'Cantidad actual: ', OCO-CANTIDAD,
                           '  Precio actual: ', OCO-PRECIO
                       PERFORM 410-INGRESAR-CANTIDAD
                       PERFORM 420-INGRESAR-PRECIO
                       REWRITE OCO-REGISTRO
                       MOVE OCO-CLAVE TO AUD-CLAVE
                       MOVE 'CAMBIO' TO AUD-ACCION
                       PERFORM 110-GRABAR-AUDITORIA
                   END-IF
           END-READ.

       410-INGRESAR-CANTIDAD.
           DISPLAY 'Ingrese cantidad a pedir:'.
           ACCEPT OCO-CANTIDAD.
           IF OCO-CANTIDAD = 0
               DISPLAY 'La cantidad no puede ser cero. Reingrese.'
               PERFORM 410-INGRESAR-CANTIDAD
           END-IF.

       420-INGRESAR-PRECIO.
           DISPLAY 'Ingrese precio unitario pactado:'.
           ACCEPT OCO-PRECIO.
           IF OCO-PRECIO = 0
               DISPLAY 'El precio no puede ser cero. Reingrese.'
               PERFORM 420-INGRESAR-PRECIO
           END-IF.

       450-AGREGAR-ARTICULO.
           PERFORM 160-INGRESAR-ORDEN.
           IF ORDEN-HALLADA = 'S'
               IF NOT OCO-BORRADOR
                   DISPLAY 'Solo se agregan articulos a ordenes en '
                       'borrador.'
               ELSE
                   PERFORM 460-INGRESAR-ARTICULO
                   PERFORM UNTIL ART-PEDIDO = SPACES
                       PERFORM 470-GRABAR-LINEA
                       PERFORM 460-INGRESAR-ARTICULO
                   END-PERFORM
               END-IF
           END-IF.

       460-INGRESAR-ARTICULO.
           DISPLAY
           'Ingrese codigo de articulo (para finalizar = blanco):'.
           ACCEPT ART-PEDIDO.

       470-GRABAR-LINEA.
           MOVE ART-PEDIDO TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY 'Articulo inexistente.'
               NOT INVALID KEY
                   DISPLAY art-descrip, '  costo: ', art-costo
                   MOVE ORDEN-PEDIDA TO OCO-NUMERO
                   MOVE art-codigo TO OCO-ART
                   MOVE PROVEEDOR-ORDEN TO OCO-PROVEEDOR
                   MOVE WS-FECHA-HOY TO OCO-FECHA
                   MOVE ENTREGA-ORDEN TO OCO-FECHA-ENTREGA
                   MOVE 0 TO OCO-RECIBIDO
                   MOVE 'B' TO OCO-ESTADO
                   PERFORM 410-INGRESAR-CANTIDAD
                   PERFORM 420-INGRESAR-PRECIO
                   WRITE OCO-REGISTRO
                       INVALID KEY
                           DISPLAY 'El articulo ya esta en la orden.'
                       NOT INVALID KEY
                           MOVE OCO-CLAVE TO AUD-CLAVE
                           MOVE 'ALTA' TO AUD-ACCION
                           PERFORM 110-GRABAR-AUDITORIA
                   END-WRITE
           END-READ.

       500-ANULAR-LINEA.
      **   una linea emitida tambien se puede anular: lo ya recibido
      **   queda y el resto deja de esperarse
           DISPLAY 'Ingrese numero de orden de compra:'.
           ACCEPT OCO-NUMERO.
           DISPLAY 'Ingrese codigo de articulo:'.
           ACCEPT OCO-ART.
           READ ORDENESCOMPRA
               INVALID KEY
                   DISPLAY 'Linea inexistente.'
               NOT INVALID KEY
                   IF OCO-BORRADOR OR OCO-EMITIDA
                       MOVE 'X' TO OCO-ESTADO
                       REWRITE OCO-REGISTRO
                       DISPLAY 'Linea anulada.'
                       MOVE OCO-CLAVE TO AUD-CLAVE
                       MOVE 'BAJA' TO AUD-ACCION
                       PERFORM 110-GRABAR-AUDITORIA
                   ELSE
                       DISPLAY 'La linea ya esta cumplida o anulada.'
                   END-IF
           END-READ.

       600-EMITIR-ORDEN.
      **   se emite recien cuando todas las lineas en borrador tienen
      **   proveedor, fecha de entrega, cantidad y precio
           PERFORM 160-INGRESAR-ORDEN.
           IF ORDEN-HALLADA = 'S'
               MOVE 0 TO CANT-ERRORES
               MOVE 0 TO CANT-BORRADOR
               PERFORM UNTIL EOF-ORDENESCOMPRA = 1
                             OR OCO-NUMERO <> ORDEN-PEDIDA
                   IF OCO-BORRADOR
                       ADD 1 TO CANT-BORRADOR
                       PERFORM 610-VALIDAR-LINEA
                   END-IF
                   READ ORDENESCOMPRA NEXT
                       AT END MOVE 1 TO EOF-ORDENESCOMPRA
                   END-READ
               END-PERFORM
               EVALUATE TRUE
                   WHEN CANT-BORRADOR = 0
                       DISPLAY 'La orden no tiene lineas en borrador.'
                   WHEN CANT-ERRORES > 0
                       DISPLAY 'La orden tiene ', CANT-ERRORES,
                           ' lineas incompletas: no se emite.'
                   WHEN OTHER
                       PERFORM 620-MARCAR-EMITIDA
               END-EVALUATE
           END-IF.

       610-VALIDAR-LINEA.
           IF OCO-PROVEEDOR = 0 OR OCO-FECHA-ENTREGA = 0
               OR OCO-CANTIDAD = 0 OR OCO-PRECIO = 0
               ADD 1 TO CANT-ERRORES
               DISPLAY '  INCOMPLETA: ', OCO-ART,
                   '  PROVEEDOR ', OCO-PROVEEDOR,
                   '  ENTREGA ', OCO-FECHA-ENTREGA,
                   '  CANTIDAD ', OCO-CANTIDAD,
                   '  PRECIO ', OCO-PRECIO
           END-IF.

       620-MARCAR-EMITIDA.
           PERFORM 170-POSICIONAR-ORDEN.
           PERFORM UNTIL EOF-ORDENESCOMPRA = 1
                         OR OCO-NUMERO <> ORDEN-PEDIDA
               IF OCO-BORRADOR
                   MOVE 'E' TO OCO-ESTADO
                   REWRITE OCO-REGISTRO
               END-IF
               READ ORDENESCOMPRA NEXT
                   AT END MOVE 1 TO EOF-ORDENESCOMPRA
               END-READ
           END-PERFORM.
           DISPLAY 'ORDEN ', ORDEN-PEDIDA, ' EMITIDA.'.
           MOVE ORDEN-PEDIDA TO AUD-CLAVE.
           MOVE 'EMISION' TO AUD-ACCION.
           PERFORM 110-GRABAR-AUDITORIA.
           ADD 1 TO CTL-CANT-EMITIDAS.

       700-CONSULTA.
           PERFORM 160-INGRESAR-ORDEN.
           IF ORDEN-HALLADA = 'S'
               DISPLAY 'ORDEN ', ORDEN-PEDIDA,
                   '  PROVEEDOR ', PROVEEDOR-ORDEN,
                   '  ENTREGA ', ENTREGA-ORDEN
               PERFORM UNTIL EOF-ORDENESCOMPRA = 1
                             OR OCO-NUMERO <> ORDEN-PEDIDA
                   DISPLAY '  ', OCO-ART,
                       '  CANT ', OCO-CANTIDAD,
                       '  PRECIO ', OCO-PRECIO,
                       '  RECIBIDO ', OCO-RECIBIDO,
                       '  ESTADO ', OCO-ESTADO
                   READ ORDENESCOMPRA NEXT
                       AT END MOVE 1 TO EOF-ORDENESCOMPRA
                   END-READ
               END-PERFORM
           END-IF.

       900-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'ORDENES DE COMPRA EMITIDAS: ', CTL-CANT-EMITIDAS.
           CLOSE ORDENESCOMPRA, ARTICULOS, AUDITORIA.
           IF HAY-PROVEEDORES = 'S'
               CLOSE PROVEEDORES
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
