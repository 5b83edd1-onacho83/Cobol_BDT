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
           SELECT TRANSFERENCIAS ASSIGN TO '../transferencias.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CLAVE
               FILE STATUS IS WS-TRANSFERENCIAS-STATUS.
           SELECT OPTIONAL TRFCTL
               ASSIGN TO '../transferencias_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOCKSUC ASSIGN TO '../stock_sucursal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUC-CLAVE
               FILE STATUS IS WS-STOCKSUC-STATUS.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS art-codigo.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOTES ASSIGN TO '../lotes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CLAVE
               FILE STATUS IS WS-LOTES-STATUS.
           SELECT TRFLOTES ASSIGN TO '../transferencias_lotes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRL-CLAVE
               FILE STATUS IS WS-TRFLOTES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
       01  LCU-REG.
           03 LCU-ESTADO                       PIC X.
           03 FILLER                           PIC X.
           03 LCU-FECHA                        PIC 9(8).
       FD  TRANSFERENCIAS.
       01  TRF-REGISTRO.
           03 TRF-CLAVE.
               05 TRF-NUMERO                   PIC 9(8).
               05 TRF-ART                      PIC X(8).
           03 TRF-ORIGEN                       PIC 9(2).
           03 TRF-DESTINO                      PIC 9(2).
           03 TRF-FECHA-DESPACHO               PIC 9(8).
           03 TRF-CANTIDAD                     PIC 9(6).
           03 TRF-FECHA-RECEPCION              PIC 9(8).
           03 TRF-ESTADO                       PIC X.
               88 TRF-EN-TRANSITO              VALUE 'T'.
               88 TRF-RECIBIDA                 VALUE 'R'.
       FD  TRFCTL.
       01  TRC-REG.
           03 TRC-PROX-TRANSF                  PIC 9(8).
       FD  STOCKSUC.
       01  SUC-REGISTRO.
           03 SUC-CLAVE.
               05 SUC-ART                      PIC X(8).
               05 SUC-SUCURSAL                 PIC 9(2).
           03 SUC-STOCK                        PIC S9(6).
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
       FD  AUDITORIA.
       01  AUD-LINEA                           PIC X(121).
       FD  AUDCADENA.
       01  ACA-REG.
           03 ACA-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X.
           03 ACA-CONTROL                      PIC 9(10).
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
       FD  TRFLOTES.
       01  TRL-REGISTRO.
           03 TRL-CLAVE.
               05 TRL-NUMERO                   PIC 9(8).
               05 TRL-ART                      PIC X(8).
               05 TRL-VENCIMIENTO              PIC 9(8).
               05 TRL-LOTE                     PIC X(10).
           03 TRL-CANTIDAD                     PIC 9(6).
           03 TRL-PROVEEDOR                    PIC 9(6).

       WORKING-STORAGE SECTION.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       01  OPCION                              PIC X.
           88 OPCION-DESPACHAR                 VALUE '1'.
           88 OPCION-RECIBIR                   VALUE '2'.
           88 OPCION-CONSULTA                  VALUE '3'.
           88 OPCION-SALIR                     VALUE '4'.
       01  AUD-DETALLE.
           03 AUD-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-HORA                         PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-PROGRAMA                     PIC X(15)
                                      VALUE "TRANSFERIRSTOCK".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       77  WS-TRANSFERENCIAS-STATUS            PIC X(02).
       77  WS-STOCKSUC-STATUS                  PIC X(02).
       77  EOF-TRANSFERENCIAS                  PIC 9 VALUE 0.
       77  EOF-TRFCTL                          PIC 9 VALUE 0.
       77  PROX-TRANSF                         PIC 9(8) VALUE 1.
       77  WS-FECHA-HOY                        PIC 9(8).
       77  TRANSF-PEDIDA                       PIC 9(8).
       77  TRANSF-HALLADA                      PIC X.
       77  ORIGEN-PEDIDO                       PIC 9(2).
       77  DESTINO-PEDIDO                      PIC 9(2).
       77  ART-PEDIDO                          PIC X(8).
       77  CANTIDAD-PEDIDA                     PIC 9(6).
       77  CANT-LINEAS                         PIC 9(4).
       77  CANT-PENDIENTES                     PIC 9(4).
       77  CONFIRMA                            PIC X.
       77  CTL-CANT-DESPACHOS                  PIC 9(6) VALUE 0.
       77  CTL-CANT-RECEPCIONES                PIC 9(6) VALUE 0.
       77  CTL-SUMA-UNIDADES                   PIC 9(8) VALUE 0.
       77  WS-LOTES-STATUS                     PIC X(02).
       77  WS-TRFLOTES-STATUS                  PIC X(02).
       77  EOF-LOTES                           PIC 9 VALUE 0.
       77  EOF-TRFLOTES                        PIC 9 VALUE 0.
       77  LOTE-PENDIENTE                      PIC 9(6).
       77  LOTE-TOMADO                         PIC 9(6).
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
                   WHEN OPCION-DESPACHAR
                       PERFORM 200-DESPACHAR
                   WHEN OPCION-RECIBIR
                       PERFORM 300-RECIBIR
                   WHEN OPCION-CONSULTA
                       PERFORM 500-CONSULTA
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
           PERFORM 105-ABRIR-TRANSFERENCIAS.
           PERFORM 107-ABRIR-STOCKSUC.
           PERFORM 109-ABRIR-LOTES.
           OPEN INPUT ARTICULOS.
           OPEN EXTEND AUDITORIA.
           PERFORM 108-LEER-PROX-TRANSF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.

       105-ABRIR-TRANSFERENCIAS.
           OPEN I-O TRANSFERENCIAS.
           IF WS-TRANSFERENCIAS-STATUS = '35'
               OPEN OUTPUT TRANSFERENCIAS
               CLOSE TRANSFERENCIAS
               OPEN I-O TRANSFERENCIAS
           END-IF.

       107-ABRIR-STOCKSUC.
           OPEN I-O STOCKSUC.
           IF WS-STOCKSUC-STATUS = '35'
               OPEN OUTPUT STOCKSUC
               CLOSE STOCKSUC
               OPEN I-O STOCKSUC
           END-IF.

       108-LEER-PROX-TRANSF.
           OPEN INPUT TRFCTL.
           READ TRFCTL AT END MOVE 1 TO EOF-TRFCTL.
           IF EOF-TRFCTL <> 1 AND TRC-PROX-TRANSF > 0
               MOVE TRC-PROX-TRANSF TO PROX-TRANSF
           END-IF.
           CLOSE TRFCTL.

       109-ABRIR-LOTES.
           OPEN I-O LOTES.
           IF WS-LOTES-STATUS = '35'
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           OPEN I-O TRFLOTES.
           IF WS-TRFLOTES-STATUS = '35'
               OPEN OUTPUT TRFLOTES
               CLOSE TRFLOTES
               OPEN I-O TRFLOTES
           END-IF.

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
           DISPLAY '1-Despachar  2-Recibir  3-Consulta  4-Salir'.
           DISPLAY 'Ingrese opcion:'.
           ACCEPT OPCION.

       160-INGRESAR-TRANSFERENCIA.
           DISPLAY 'Ingrese numero de transferencia:'.
           ACCEPT TRANSF-PEDIDA.
           PERFORM 170-POSICIONAR-TRANSFERENCIA.
           IF TRANSF-HALLADA = 'N'
               DISPLAY 'Transferencia inexistente.'
           END-IF.

       170-POSICIONAR-TRANSFERENCIA.
      **   la clave empieza por el numero: se posiciona en la primera
      **   linea del documento y la deja leida
           MOVE 'N' TO TRANSF-HALLADA.
           MOVE 0 TO EOF-TRANSFERENCIAS.
           MOVE TRANSF-PEDIDA TO TRF-NUMERO.
           MOVE LOW-VALUES TO TRF-ART.
           START TRANSFERENCIAS KEY IS >= TRF-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-TRANSFERENCIAS.
           IF EOF-TRANSFERENCIAS <> 1
               READ TRANSFERENCIAS NEXT
                   AT END MOVE 1 TO EOF-TRANSFERENCIAS
               END-READ
           END-IF.
           IF EOF-TRANSFERENCIAS <> 1 AND TRF-NUMERO = TRANSF-PEDIDA
               MOVE 'S' TO TRANSF-HALLADA
           END-IF.

       200-DESPACHAR.
      **   el despacho saca el stock de la sucursal de origen; hasta
      **   que el destino confirme queda en transito (sigue siendo
      **   stock de la empresa, no cambia art-stock)
           PERFORM 210-INGRESAR-ORIGEN.
           PERFORM 220-INGRESAR-DESTINO.
           MOVE PROX-TRANSF TO TRANSF-PEDIDA.
           ADD 1 TO PROX-TRANSF.
           PERFORM 280-GRABAR-PROX-TRANSF.
           DISPLAY 'TRANSFERENCIA: ', TRANSF-PEDIDA.
           MOVE 0 TO CANT-LINEAS.
           PERFORM 230-INGRESAR-ARTICULO.
           PERFORM UNTIL ART-PEDIDO = SPACES
               PERFORM 250-DESPACHAR-ARTICULO
               PERFORM 230-INGRESAR-ARTICULO
           END-PERFORM.
           IF CANT-LINEAS > 0
               ADD 1 TO CTL-CANT-DESPACHOS
               MOVE TRANSF-PEDIDA TO AUD-CLAVE
               MOVE 'DESPACHO' TO AUD-ACCION
               PERFORM 110-GRABAR-AUDITORIA
           ELSE
               DISPLAY 'Transferencia sin articulos: no se graba.'
           END-IF.

       210-INGRESAR-ORIGEN.
           DISPLAY 'Ingrese sucursal de origen (01 = casa central):'.
           ACCEPT ORIGEN-PEDIDO.
           IF ORIGEN-PEDIDO = 0
               MOVE 1 TO ORIGEN-PEDIDO
           END-IF.

       220-INGRESAR-DESTINO.
           DISPLAY 'Ingrese sucursal de destino:'.
           ACCEPT DESTINO-PEDIDO.
           IF DESTINO-PEDIDO = 0 OR DESTINO-PEDIDO = ORIGEN-PEDIDO
               DISPLAY 'El destino debe ser otra sucursal. Reingrese.'
               PERFORM 220-INGRESAR-DESTINO
           END-IF.

       230-INGRESAR-ARTICULO.
           DISPLAY
           'Ingrese codigo de articulo (para finalizar = blanco):'.
           ACCEPT ART-PEDIDO.

       240-INGRESAR-CANTIDAD.
           DISPLAY 'Ingrese cantidad a despachar:'.
           ACCEPT CANTIDAD-PEDIDA.
           IF CANTIDAD-PEDIDA = 0
               DISPLAY 'La cantidad no puede ser cero. Reingrese.'
               PERFORM 240-INGRESAR-CANTIDAD
           END-IF.

       250-DESPACHAR-ARTICULO.
           MOVE ART-PEDIDO TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY 'Articulo inexistente.'
               NOT INVALID KEY
                   DISPLAY art-descrip
                   MOVE ART-PEDIDO TO SUC-ART
                   MOVE ORIGEN-PEDIDO TO SUC-SUCURSAL
                   READ STOCKSUC
                       INVALID KEY
                           DISPLAY 'El articulo no tiene stock en la '
                               'sucursal de origen.'
                       NOT INVALID KEY
                           PERFORM 260-DESCONTAR-ORIGEN
                   END-READ
           END-READ.

       260-DESCONTAR-ORIGEN.
           DISPLAY 'Stock en origen: ', SUC-STOCK.
           PERFORM 240-INGRESAR-CANTIDAD.
           IF CANTIDAD-PEDIDA > SUC-STOCK
               DISPLAY 'No alcanza el stock de la sucursal de origen.'
           ELSE
               MOVE TRANSF-PEDIDA TO TRF-NUMERO
               MOVE ART-PEDIDO TO TRF-ART
               MOVE ORIGEN-PEDIDO TO TRF-ORIGEN
               MOVE DESTINO-PEDIDO TO TRF-DESTINO
               MOVE WS-FECHA-HOY TO TRF-FECHA-DESPACHO
               MOVE CANTIDAD-PEDIDA TO TRF-CANTIDAD
               MOVE 0 TO TRF-FECHA-RECEPCION
               MOVE 'T' TO TRF-ESTADO
               WRITE TRF-REGISTRO
                   INVALID KEY
                       DISPLAY 'El articulo ya esta en la '
                           'transferencia.'
                   NOT INVALID KEY
                       SUBTRACT CANTIDAD-PEDIDA FROM SUC-STOCK
                       REWRITE SUC-REGISTRO
                       ADD 1 TO CANT-LINEAS
                       ADD CANTIDAD-PEDIDA TO CTL-SUMA-UNIDADES
                       DISPLAY 'Nuevo stock en origen: ', SUC-STOCK
                       PERFORM 270-SACAR-LOTES-ORIGEN
               END-WRITE
           END-IF.

       270-SACAR-LOTES-ORIGEN.
      **   los lotes viajan con la mercaderia: se toman del origen
      **   primero los que vencen antes y quedan anotados en la
      **   transferencia para darlos de alta en el destino
           MOVE CANTIDAD-PEDIDA TO LOTE-PENDIENTE.
           MOVE ART-PEDIDO TO LOT-ART.
           MOVE ORIGEN-PEDIDO TO LOT-SUCURSAL.
           MOVE 0 TO LOT-VENCIMIENTO.
           MOVE LOW-VALUES TO LOT-NUMERO.
           MOVE 0 TO EOF-LOTES.
           START LOTES KEY IS >= LOT-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-LOTES
           END-START.
           PERFORM 272-LEER-LOTE-ORIGEN
               UNTIL EOF-LOTES = 1 OR LOTE-PENDIENTE = 0.

       272-LEER-LOTE-ORIGEN.
           READ LOTES NEXT
               AT END MOVE 1 TO EOF-LOTES
           END-READ.
           IF EOF-LOTES <> 1
               IF LOT-ART <> ART-PEDIDO OR LOT-SUCURSAL <> ORIGEN-PEDIDO
                   MOVE 1 TO EOF-LOTES
               ELSE
                   IF LOT-VENCIMIENTO >= WS-FECHA-HOY
                       AND LOT-CANTIDAD > 0
                       PERFORM 274-TOMAR-LOTE-ORIGEN
                   END-IF
               END-IF
           END-IF.

       274-TOMAR-LOTE-ORIGEN.
           IF LOT-CANTIDAD >= LOTE-PENDIENTE
               MOVE LOTE-PENDIENTE TO LOTE-TOMADO
           ELSE
               MOVE LOT-CANTIDAD TO LOTE-TOMADO
           END-IF.
           SUBTRACT LOTE-TOMADO FROM LOT-CANTIDAD.
           SUBTRACT LOTE-TOMADO FROM LOTE-PENDIENTE.
           REWRITE LOT-REGISTRO.
           MOVE TRANSF-PEDIDA TO TRL-NUMERO.
           MOVE ART-PEDIDO TO TRL-ART.
           MOVE LOT-VENCIMIENTO TO TRL-VENCIMIENTO.
           MOVE LOT-NUMERO TO TRL-LOTE.
           MOVE LOTE-TOMADO TO TRL-CANTIDAD.
           MOVE LOT-PROVEEDOR TO TRL-PROVEEDOR.
           WRITE TRL-REGISTRO.
           DISPLAY 'Retirar lote ', LOT-NUMERO, ' (vence ',
               LOT-VENCIMIENTO, '): ', LOTE-TOMADO.

       280-GRABAR-PROX-TRANSF.
           OPEN OUTPUT TRFCTL.
           MOVE PROX-TRANSF TO TRC-PROX-TRANSF.
           WRITE TRC-REG.
           CLOSE TRFCTL.

       300-RECIBIR.
      **   la sucursal que recibe confirma el documento entero: recien
      **   ahi el stock entra en el destino
           PERFORM 160-INGRESAR-TRANSFERENCIA.
           IF TRANSF-HALLADA = 'S'
               MOVE TRF-DESTINO TO DESTINO-PEDIDO
               MOVE TRF-ORIGEN TO ORIGEN-PEDIDO
               PERFORM 510-LISTAR-LINEAS
               IF CANT-PENDIENTES = 0
                   DISPLAY 'La transferencia ya fue recibida.'
               ELSE
                   DISPLAY 'Confirma la recepcion en la sucursal ',
                       DESTINO-PEDIDO, ' (S/N)?'
                   ACCEPT CONFIRMA
                   IF CONFIRMA = 'S' OR CONFIRMA = 's'
                       PERFORM 310-CONFIRMAR-LINEAS
                   END-IF
               END-IF
           END-IF.

       310-CONFIRMAR-LINEAS.
           PERFORM 170-POSICIONAR-TRANSFERENCIA.
           PERFORM UNTIL EOF-TRANSFERENCIAS = 1
                         OR TRF-NUMERO <> TRANSF-PEDIDA
               IF TRF-EN-TRANSITO
                   PERFORM 320-ACREDITAR-DESTINO
               END-IF
               READ TRANSFERENCIAS NEXT
                   AT END MOVE 1 TO EOF-TRANSFERENCIAS
               END-READ
           END-PERFORM.
           ADD 1 TO CTL-CANT-RECEPCIONES.
           MOVE TRANSF-PEDIDA TO AUD-CLAVE.
           MOVE 'RECEPCION' TO AUD-ACCION.
           PERFORM 110-GRABAR-AUDITORIA.
           DISPLAY 'Transferencia ', TRANSF-PEDIDA, ' recibida.'.

       320-ACREDITAR-DESTINO.
           MOVE TRF-ART TO SUC-ART.
           MOVE TRF-DESTINO TO SUC-SUCURSAL.
           READ STOCKSUC
               INVALID KEY
                   MOVE TRF-CANTIDAD TO SUC-STOCK
                   WRITE SUC-REGISTRO
               NOT INVALID KEY
                   ADD TRF-CANTIDAD TO SUC-STOCK
                   REWRITE SUC-REGISTRO
           END-READ.
           PERFORM 330-ALTA-LOTES-DESTINO.
           MOVE 'R' TO TRF-ESTADO.
           MOVE WS-FECHA-HOY TO TRF-FECHA-RECEPCION.
           REWRITE TRF-REGISTRO.

       330-ALTA-LOTES-DESTINO.
           MOVE TRF-NUMERO TO TRL-NUMERO.
           MOVE TRF-ART TO TRL-ART.
           MOVE 0 TO TRL-VENCIMIENTO.
           MOVE LOW-VALUES TO TRL-LOTE.
           MOVE 0 TO EOF-TRFLOTES.
           START TRFLOTES KEY IS >= TRL-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-TRFLOTES
           END-START.
           PERFORM 332-LEER-LOTE-TRANSF UNTIL EOF-TRFLOTES = 1.

       332-LEER-LOTE-TRANSF.
           READ TRFLOTES NEXT
               AT END MOVE 1 TO EOF-TRFLOTES
           END-READ.
           IF EOF-TRFLOTES <> 1
               IF TRL-NUMERO <> TRF-NUMERO OR TRL-ART <> TRF-ART
                   MOVE 1 TO EOF-TRFLOTES
               ELSE
                   PERFORM 334-ACREDITAR-LOTE
               END-IF
           END-IF.

       334-ACREDITAR-LOTE.
           MOVE TRL-ART TO LOT-ART.
           MOVE TRF-DESTINO TO LOT-SUCURSAL.
           MOVE TRL-VENCIMIENTO TO LOT-VENCIMIENTO.
           MOVE TRL-LOTE TO LOT-NUMERO.
           READ LOTES
               INVALID KEY
                   MOVE TRL-CANTIDAD TO LOT-CANTIDAD
                   MOVE WS-FECHA-HOY TO LOT-FECHA-ALTA
                   MOVE TRL-PROVEEDOR TO LOT-PROVEEDOR
                   WRITE LOT-REGISTRO
               NOT INVALID KEY
                   ADD TRL-CANTIDAD TO LOT-CANTIDAD
                   REWRITE LOT-REGISTRO
           END-READ.

       500-CONSULTA.
           PERFORM 160-INGRESAR-TRANSFERENCIA.
           IF TRANSF-HALLADA = 'S'
               PERFORM 510-LISTAR-LINEAS
           END-IF.

       510-LISTAR-LINEAS.
           DISPLAY 'TRANSFERENCIA ', TRANSF-PEDIDA,
               '  ORIGEN ', TRF-ORIGEN, '  DESTINO ', TRF-DESTINO,
               '  DESPACHO ', TRF-FECHA-DESPACHO.
           MOVE 0 TO CANT-PENDIENTES.
           PERFORM UNTIL EOF-TRANSFERENCIAS = 1
                         OR TRF-NUMERO <> TRANSF-PEDIDA
               DISPLAY '  ', TRF-ART, '  CANT ', TRF-CANTIDAD,
                   '  ESTADO ', TRF-ESTADO,
                   '  RECIBIDA ', TRF-FECHA-RECEPCION
               IF TRF-EN-TRANSITO
                   ADD 1 TO CANT-PENDIENTES
               END-IF
               READ TRANSFERENCIAS NEXT
                   AT END MOVE 1 TO EOF-TRANSFERENCIAS
               END-READ
           END-PERFORM.

       900-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'TRANSFERENCIAS DESPACHADAS: ', CTL-CANT-DESPACHOS.
           DISPLAY 'UNIDADES DESPACHADAS: ', CTL-SUMA-UNIDADES.
           DISPLAY 'TRANSFERENCIAS RECIBIDAS: ', CTL-CANT-RECEPCIONES.
           CLOSE TRANSFERENCIAS, STOCKSUC, ARTICULOS, AUDITORIA, LOTES,
               TRFLOTES.

       END PROGRAM YOUR-PROGRAM-NAME.
