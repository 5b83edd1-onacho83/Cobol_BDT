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
           SELECT SUGERIDOS ASSIGN TO '../sugeridos_minimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGERIDOS-STATUS.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS art-codigo.
           SELECT ORDENESCOMPRA ASSIGN TO '../ordenes_compra.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CLAVE
               FILE STATUS IS WS-ORDENESCOMPRA-STATUS.
           SELECT OPTIONAL OCOCTL
               ASSIGN TO '../ordenes_compra_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTADO ASSIGN TO '../ordenes_compra_generadas.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  SUGERIDOS.
       01  SUG-REG.
           03 SUG-ART                          PIC X(8).
           03 FILLER                           PIC X.
           03 SUG-MINIMO                       PIC 9(6).
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
       FD  LISTADO.
       01  LIS-LINEA                           PIC X(100).
       FD  AUDITORIA.
       01  AUD-LINEA                           PIC X(121).
       FD  AUDCADENA.
       01  ACA-REG.
           03 ACA-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X.
           03 ACA-CONTROL                      PIC 9(10).

       WORKING-STORAGE SECTION.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       01  AUD-DETALLE.
           03 AUD-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-HORA                         PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-PROGRAMA                     PIC X(15)
                                      VALUE "GENERARORDCOMP".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       01  LIS-TITULO.
           03 FILLER                           PIC X(45)
               VALUE "ORDENES DE COMPRA GENERADAS (BORRADOR) AL ".
           03 LIS-T-FECHA                      PIC 9(8).
       01  LIS-ENCABEZADO.
           03 FILLER             PIC X(10) VALUE "ORDEN     ".
           03 FILLER             PIC X(10) VALUE "PROVEED.  ".
           03 FILLER             PIC X(10) VALUE "ARTICULO  ".
           03 FILLER             PIC X(9)  VALUE "    STOCK".
           03 FILLER             PIC X(9)  VALUE "   MINIMO".
           03 FILLER             PIC X(9)  VALUE " PEDIDO  ".
           03 FILLER             PIC X(9)  VALUE " A PEDIR ".
           03 FILLER             PIC X(13) VALUE "       PRECIO".
       01  LIS-DETALLE.
           03 LIS-D-ORDEN                      PIC 9(8).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 LIS-D-PROVEEDOR                  PIC ZZZZZ9.
           03 FILLER                           PIC X(4) VALUE SPACES.
           03 LIS-D-ART                        PIC X(8).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 LIS-D-STOCK                      PIC -(6)9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 LIS-D-MINIMO                     PIC Z(6)9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 LIS-D-PENDIENTE                  PIC Z(6)9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 LIS-D-CANTIDAD                   PIC Z(6)9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 LIS-D-PRECIO                     PIC Z(7)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 LIS-D-OBSERVACION                PIC X(14).
       01  LIS-TOTAL.
           03 FILLER                           PIC X(20)
               VALUE "LINEAS GENERADAS:   ".
           03 LIS-TOT-LINEAS                   PIC ZZZZ9.
           03 FILLER                           PIC X(12)
               VALUE "  ORDENES: ".
           03 LIS-TOT-ORDENES                  PIC ZZZZ9.

       77  WS-SUGERIDOS-STATUS                 PIC X(02).
       77  WS-ORDENESCOMPRA-STATUS             PIC X(02).
       77  WS-FECHA-HOY                        PIC 9(8).
       77  EOF-SUGERIDOS                       PIC 9 VALUE 0.
       77  EOF-ORDENESCOMPRA                   PIC 9 VALUE 0.
       77  EOF-OCOCTL                          PIC 9 VALUE 0.
       77  PROX-ORDEN                          PIC 9(8) VALUE 1.
       77  CANTIDAD-A-PEDIR                    PIC S9(8).
       77  PENDIENTE-ART                       PIC 9(8).
       77  ORDEN-ASIGNADA                      PIC 9(8).
       77  CANT-ART-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-ART-TABLA                       PIC 9(4) VALUE 2000.
       77  CANT-PRV-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-PRV-TABLA                       PIC 9(4) VALUE 200.
       77  SUB-A                               PIC 9(4).
       77  SUB-P                               PIC 9(4).
       77  HALLADO                             PIC X.
       77  ART-BUSCADO                         PIC X(8).
       77  CONT-LINEAS                         PIC 9(6) VALUE 0.
       77  CONT-SALTEADOS                      PIC 9(6) VALUE 0.

      **   lo ya pedido y no recibido de cada articulo, con el ultimo
      **   proveedor y precio pactado (el de la orden mas nueva)
       01  TABLA-ART.
           03 ART-ITEM OCCURS 2000 TIMES.
               05 ART-T-CODIGO                 PIC X(8).
               05 ART-T-PENDIENTE              PIC 9(8).
               05 ART-T-PROVEEDOR              PIC 9(6).
               05 ART-T-PRECIO                 PIC 9(8)V99.

      **   una orden por proveedor en cada corrida
       01  TABLA-PRV.
           03 PRV-ITEM OCCURS 200 TIMES.
               05 PRV-T-PROVEEDOR              PIC 9(6).
               05 PRV-T-ORDEN                  PIC 9(8).
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
           PERFORM 1500-CARGAR-PENDIENTES.
           PERFORM 2000-RECORRER-SUGERIDOS.
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
           OPEN INPUT SUGERIDOS.
           IF WS-SUGERIDOS-STATUS <> '00'
               DISPLAY 'NO HAY SUGERIDOS DE REPOSICION. CORRA ANTES '
                   'EL ANALISIS DE ROTACION. STATUS: ',
                   WS-SUGERIDOS-STATUS
               STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT ARTICULOS.
           PERFORM 1100-ABRIR-ORDENESCOMPRA.
           OPEN OUTPUT LISTADO.
           OPEN EXTEND AUDITORIA.
           PERFORM 1200-LEER-PROX-ORDEN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.
           MOVE WS-FECHA-HOY TO LIS-T-FECHA.
           WRITE LIS-LINEA FROM LIS-TITULO.
           WRITE LIS-LINEA FROM LIS-ENCABEZADO.

       1100-ABRIR-ORDENESCOMPRA.
           OPEN I-O ORDENESCOMPRA.
           IF WS-ORDENESCOMPRA-STATUS = '35'
               OPEN OUTPUT ORDENESCOMPRA
               CLOSE ORDENESCOMPRA
               OPEN I-O ORDENESCOMPRA
           END-IF.

       1200-LEER-PROX-ORDEN.
           OPEN INPUT OCOCTL.
           READ OCOCTL AT END MOVE 1 TO EOF-OCOCTL.
           IF EOF-OCOCTL <> 1 AND OCC-PROX-ORDEN > 0
               MOVE OCC-PROX-ORDEN TO PROX-ORDEN
           END-IF.
           CLOSE OCOCTL.

       1500-CARGAR-PENDIENTES.
      **   lo pedido en ordenes en borrador o emitidas y todavia no
      **   recibido cuenta como stock en camino: no se vuelve a pedir
           MOVE LOW-VALUES TO OCO-CLAVE.
           START ORDENESCOMPRA KEY IS > OCO-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-ORDENESCOMPRA.
           IF EOF-ORDENESCOMPRA <> 1
               READ ORDENESCOMPRA NEXT
                   AT END MOVE 1 TO EOF-ORDENESCOMPRA
               END-READ
           END-IF.
           PERFORM UNTIL EOF-ORDENESCOMPRA = 1
               IF NOT OCO-ANULADA
                   PERFORM 1510-ACUMULAR-LINEA
               END-IF
               READ ORDENESCOMPRA NEXT
                   AT END MOVE 1 TO EOF-ORDENESCOMPRA
               END-READ
           END-PERFORM.

       1510-ACUMULAR-LINEA.
           MOVE OCO-ART TO ART-BUSCADO.
           PERFORM 2300-BUSCAR-ARTICULO.
           IF HALLADO = 'N'
               IF CANT-ART-TABLA < MAX-ART-TABLA
                   ADD 1 TO CANT-ART-TABLA
                   MOVE CANT-ART-TABLA TO SUB-A
                   MOVE OCO-ART TO ART-T-CODIGO(SUB-A)
                   MOVE 0 TO ART-T-PENDIENTE(SUB-A)
                   MOVE 'S' TO HALLADO
               ELSE
                   DISPLAY 'ADVERTENCIA: SUPERA ', MAX-ART-TABLA,
                       ' ARTICULOS PEDIDOS, SE OMITEN'
               END-IF
           END-IF.
           IF HALLADO = 'S'
               MOVE OCO-PROVEEDOR TO ART-T-PROVEEDOR(SUB-A)
               MOVE OCO-PRECIO TO ART-T-PRECIO(SUB-A)
               IF (OCO-BORRADOR OR OCO-EMITIDA)
                   AND OCO-CANTIDAD > OCO-RECIBIDO
                   COMPUTE ART-T-PENDIENTE(SUB-A) =
                       ART-T-PENDIENTE(SUB-A)
                       + OCO-CANTIDAD - OCO-RECIBIDO
               END-IF
           END-IF.

       2000-RECORRER-SUGERIDOS.
           READ SUGERIDOS AT END MOVE 1 TO EOF-SUGERIDOS.
           PERFORM UNTIL EOF-SUGERIDOS = 1
               PERFORM 2100-EVALUAR-SUGERIDO
               READ SUGERIDOS AT END MOVE 1 TO EOF-SUGERIDOS
           END-PERFORM.

       2100-EVALUAR-SUGERIDO.
      **   se pide lo que falta para llegar al minimo sugerido,
      **   descontado lo que ya esta pedido
           MOVE SUG-ART TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY 'ARTICULO SUGERIDO INEXISTENTE: ', SUG-ART
                   ADD 1 TO CONT-SALTEADOS
               NOT INVALID KEY
                   MOVE SUG-ART TO ART-BUSCADO
                   PERFORM 2300-BUSCAR-ARTICULO
                   MOVE 0 TO PENDIENTE-ART
                   IF HALLADO = 'S'
                       MOVE ART-T-PENDIENTE(SUB-A) TO PENDIENTE-ART
                   END-IF
                   COMPUTE CANTIDAD-A-PEDIR =
                       SUG-MINIMO - art-stock - PENDIENTE-ART
                   IF CANTIDAD-A-PEDIR > 0
                       PERFORM 2200-GRABAR-LINEA
                   END-IF
           END-READ.

       2200-GRABAR-LINEA.
      **   proveedor y precio salen de la ultima orden del articulo;
      **   sin antecedente queda proveedor 0 y precio de costo, y la
      **   revision de la orden los completa antes de emitirla
           MOVE 0 TO OCO-PROVEEDOR.
           MOVE art-costo TO OCO-PRECIO.
           MOVE SPACES TO LIS-D-OBSERVACION.
           IF HALLADO = 'S'
               MOVE ART-T-PROVEEDOR(SUB-A) TO OCO-PROVEEDOR
               MOVE ART-T-PRECIO(SUB-A) TO OCO-PRECIO
           ELSE
               MOVE 'SIN PROVEEDOR' TO LIS-D-OBSERVACION
           END-IF.
           PERFORM 2400-ORDEN-DEL-PROVEEDOR.
           MOVE ORDEN-ASIGNADA TO OCO-NUMERO.
           MOVE art-codigo TO OCO-ART.
           MOVE WS-FECHA-HOY TO OCO-FECHA.
           MOVE 0 TO OCO-FECHA-ENTREGA.
           MOVE CANTIDAD-A-PEDIR TO OCO-CANTIDAD.
           MOVE 0 TO OCO-RECIBIDO.
           MOVE 'B' TO OCO-ESTADO.
           WRITE OCO-REGISTRO
               INVALID KEY
                   DISPLAY 'ADVERTENCIA: linea ya existente en la '
                       'orden ', OCO-NUMERO, ' articulo ', OCO-ART
               NOT INVALID KEY
                   ADD 1 TO CONT-LINEAS
                   MOVE OCO-NUMERO TO LIS-D-ORDEN
                   MOVE OCO-PROVEEDOR TO LIS-D-PROVEEDOR
                   MOVE OCO-ART TO LIS-D-ART
                   MOVE art-stock TO LIS-D-STOCK
                   MOVE SUG-MINIMO TO LIS-D-MINIMO
                   MOVE PENDIENTE-ART TO LIS-D-PENDIENTE
                   MOVE OCO-CANTIDAD TO LIS-D-CANTIDAD
                   MOVE OCO-PRECIO TO LIS-D-PRECIO
                   WRITE LIS-LINEA FROM LIS-DETALLE
                   MOVE OCO-CLAVE TO AUD-CLAVE
                   MOVE 'GENERA-OC' TO AUD-ACCION
                   PERFORM 4500-GRABAR-AUDITORIA
           END-WRITE.

       2300-BUSCAR-ARTICULO.
           MOVE 'N' TO HALLADO.
           MOVE 0 TO SUB-A.
           PERFORM 2310-COMPARAR-ARTICULO
               UNTIL HALLADO = 'S' OR SUB-A >= CANT-ART-TABLA.

       2310-COMPARAR-ARTICULO.
           ADD 1 TO SUB-A.
           IF ART-T-CODIGO(SUB-A) = ART-BUSCADO
               MOVE 'S' TO HALLADO
           END-IF.

       2400-ORDEN-DEL-PROVEEDOR.
           MOVE 0 TO ORDEN-ASIGNADA.
           MOVE 0 TO SUB-P.
           PERFORM 2410-COMPARAR-PROVEEDOR
               UNTIL ORDEN-ASIGNADA > 0 OR SUB-P >= CANT-PRV-TABLA.
           IF ORDEN-ASIGNADA = 0
               MOVE PROX-ORDEN TO ORDEN-ASIGNADA
               ADD 1 TO PROX-ORDEN
               IF CANT-PRV-TABLA < MAX-PRV-TABLA
                   ADD 1 TO CANT-PRV-TABLA
                   MOVE OCO-PROVEEDOR
                       TO PRV-T-PROVEEDOR(CANT-PRV-TABLA)
                   MOVE ORDEN-ASIGNADA TO PRV-T-ORDEN(CANT-PRV-TABLA)
               END-IF
           END-IF.

       2410-COMPARAR-PROVEEDOR.
           ADD 1 TO SUB-P.
           IF PRV-T-PROVEEDOR(SUB-P) = OCO-PROVEEDOR
               MOVE PRV-T-ORDEN(SUB-P) TO ORDEN-ASIGNADA
           END-IF.

       4500-GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 4510-ENCADENAR-AUDITORIA.

       4510-ENCADENAR-AUDITORIA.
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
           PERFORM 4520-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.
           MOVE AUC-CONTROL-ANT TO AUC-CONTROL.
           WRITE AUD-LINEA FROM AUC-REGISTRO.
           MOVE SPACES TO ACA-REG.
           MOVE AUC-SECUENCIA TO ACA-SECUENCIA.
           MOVE AUC-CONTROL TO ACA-CONTROL.
           OPEN OUTPUT AUDCADENA.
           WRITE ACA-REG.
           CLOSE AUDCADENA.

       4520-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

       9000-FIN-GENERAL.
           OPEN OUTPUT OCOCTL.
           MOVE PROX-ORDEN TO OCC-PROX-ORDEN.
           WRITE OCC-REG.
           CLOSE OCOCTL.
           MOVE CONT-LINEAS TO LIS-TOT-LINEAS.
           MOVE CANT-PRV-TABLA TO LIS-TOT-ORDENES.
           WRITE LIS-LINEA FROM LIS-TOTAL.
           DISPLAY '--- GENERACION DE ORDENES DE COMPRA ---'.
           DISPLAY 'LINEAS GENERADAS EN BORRADOR: ', CONT-LINEAS.
           DISPLAY 'ORDENES GENERADAS: ', CANT-PRV-TABLA.
           DISPLAY 'SUGERIDOS SALTEADOS: ', CONT-SALTEADOS.
           DISPLAY 'REVISE Y EMITA LAS ORDENES CON SU PROGRAMA DE '
               'REVISION.'.
           CLOSE SUGERIDOS, ARTICULOS, ORDENESCOMPRA, LISTADO,
               AUDITORIA.

       END PROGRAM YOUR-PROGRAM-NAME.
