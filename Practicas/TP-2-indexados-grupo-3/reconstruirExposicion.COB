           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES.
           SELECT OPTIONAL FACTHIST
               ASSIGN TO '../facturas_historia.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-RECIBO
               ALTERNATE RECORD KEY IS COB-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-COBRANZAS-STATUS.
           SELECT NOTASDEBITO ASSIGN TO '../notas_debito.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDB-CLAVE
               FILE STATUS IS WS-NOTASDEBITO-STATUS.
           SELECT CREDITOS ASSIGN TO '../creditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           03 fact-precio                      PIC 9(8)V99.
           03 fact-cantidad                    PIC 9(4).
           03 fact-vend                        PIC 9(3).
           03 FACT-CLIENTE-FECHA.
               05 fact-cliente                 PIC 9(6).
               05 fact-fecha                   PIC 9(8).
           03 fact-moneda                      PIC X(3).
           03 fact-tasa-iva                    PIC 9(2)V99.
           03 fact-neto                        PIC 9(10)V99.
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
       FD  CREDITOS.
       01  CRE-REGISTRO.
           03 CRE-CLIENTE                      PIC 9(6).
       FD  REPEXPO.
       01  EXP-LINEA                           PIC X(120).
       FD  AUDITORIA.
       01  AUD-LINEA                           PIC X(121).
       FD  AUDCADENA.
       01  ACA-REG.
           03 ACA-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X.
           03 ACA-CONTROL                      PIC 9(10).

       WORKING-STORAGE SECTION.
       01  FH-REG.
       77  WS-COBRANZAS-STATUS                 PIC X(02).
       77  WS-CREDITOS-STATUS                  PIC X(02).
       77  HAY-COBRANZAS                       PIC X VALUE 'N'.
       77  WS-NOTASDEBITO-STATUS               PIC X(02).
       77  HAY-NOTASDEBITO                     PIC X VALUE 'N'.
       77  EOF-NOTASDEBITO                     PIC 9 VALUE 0.
       77  EOF-FACTURAS                        PIC 9 VALUE 0.
       77  EOF-FACTHIST                        PIC 9 VALUE 0.
       77  EOF-MOVART                          PIC 9 VALUE 0.
       77  SUB-E                               PIC 9(4).
       77  EXP-HALLADO                         PIC X.
       77  CLIENTE-BUSCADO                     PIC 9(6).
       77  CLIENTE-PEDIDO                      PIC 9(6).
       77  IMPORTE-APORTE                      PIC S9(12)V99.
       01  TABLA-EXPO.
           03 EXP-ITEM OCCURS 2000 TIMES.
               05 EXP-T-CLIENTE                PIC 9(6).
               05 EXP-T-CALC                   PIC S9(12)V99.
               05 EXP-T-LEGAJO                 PIC X.
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
           PERFORM 1000-INICIO-GENERAL.
           PERFORM 2000-SUMAR-FACTURAS.
           PERFORM 2500-SUMAR-HISTORIA.
           PERFORM 2700-SUMAR-NOTAS-DEBITO.
           PERFORM 3000-RESTAR-DEVOLUCIONES.
           PERFORM 3500-RESTAR-COBRANZAS.
           PERFORM 5000-COMPARAR-CREDITOS.
       1000-INICIO-GENERAL.
           OPEN INPUT FACTURAS, FACTHIST, MOVART.
           PERFORM 1100-ABRIR-COBRANZAS.
           PERFORM 1200-ABRIR-NOTAS-DEBITO.
           OPEN I-O CREDITOS.
           OPEN OUTPUT REPEXPO.
           OPEN EXTEND AUDITORIA.
           ACCEPT AUD-OPERADOR.
           DISPLAY 'Ingrese tolerancia de diferencia (0 = todas):'.
           ACCEPT TOLERANCIA.
           DISPLAY 'Ingrese numero de cliente (0 = todos):'.
           ACCEPT CLIENTE-PEDIDO.
           WRITE EXP-LINEA FROM EXP-TITULO.

       1100-ABRIR-COBRANZAS.
               MOVE 'S' TO HAY-COBRANZAS
           END-IF.

       1200-ABRIR-NOTAS-DEBITO.
           OPEN INPUT NOTASDEBITO.
           IF WS-NOTASDEBITO-STATUS = '00'
               MOVE 'S' TO HAY-NOTASDEBITO
           END-IF.

       2000-SUMAR-FACTURAS.
      **   con un cliente pedido se entra por la clave alternativa
      **   cliente+fecha y se leen solo sus facturas
           IF CLIENTE-PEDIDO = 0
               MOVE LOW-VALUES TO FACT-CLAVE
               START FACTURAS KEY IS > FACT-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-FACTURAS
               END-START
           ELSE
               MOVE CLIENTE-PEDIDO TO fact-cliente
               MOVE 0 TO fact-fecha
               START FACTURAS KEY IS NOT < FACT-CLIENTE-FECHA
                   INVALID KEY
                       MOVE 1 TO EOF-FACTURAS
               END-START
           END-IF.
           IF EOF-FACTURAS <> 1
               PERFORM 2100-LEER-FACTURA
           END-IF.
           PERFORM UNTIL EOF-FACTURAS = 1
               MOVE fact-cliente TO CLIENTE-BUSCADO
               MOVE fact-total TO IMPORTE-APORTE
               PERFORM 4000-SUMAR-CLIENTE
               PERFORM 2100-LEER-FACTURA
           END-PERFORM.

       2100-LEER-FACTURA.
           READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS.
           IF EOF-FACTURAS <> 1 AND CLIENTE-PEDIDO <> 0
               AND fact-cliente <> CLIENTE-PEDIDO
               MOVE 1 TO EOF-FACTURAS
           END-IF.

       2500-SUMAR-HISTORIA.
           READ FACTHIST AT END MOVE 1 TO EOF-FACTHIST.
           PERFORM UNTIL EOF-FACTHIST = 1
               MOVE FAH-LINEA TO FH-REG
               IF CLIENTE-PEDIDO = 0 OR FH-CLIENTE = CLIENTE-PEDIDO
                   MOVE FH-CLIENTE TO CLIENTE-BUSCADO
                   MOVE FH-TOTAL TO IMPORTE-APORTE
                   PERFORM 4000-SUMAR-CLIENTE
               END-IF
               READ FACTHIST AT END MOVE 1 TO EOF-FACTHIST
           END-PERFORM.

       2700-SUMAR-NOTAS-DEBITO.
      **   las notas de debito por mora suman a la exposicion igual
      **   que una factura (liquidarMora 5300)
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
                   IF CLIENTE-PEDIDO = 0
                       OR NDB-CLIENTE = CLIENTE-PEDIDO
                       MOVE NDB-CLIENTE TO CLIENTE-BUSCADO
                       MOVE NDB-TOTAL TO IMPORTE-APORTE
                       PERFORM 4000-SUMAR-CLIENTE
                   END-IF
                   READ NOTASDEBITO NEXT
                       AT END MOVE 1 TO EOF-NOTASDEBITO
                   END-READ
               END-PERFORM
           END-IF.

       3000-RESTAR-DEVOLUCIONES.
      **   cada devolucion libera el total de su factura, igual que
      **   5520 en TP2; si la factura ya fue depurada no hay total
      **   confiable y se deja constancia
           READ MOVART AT END MOVE 1 TO EOF-MOVART.
           PERFORM UNTIL EOF-MOVART = 1
               IF MOV-DEVOLUCION AND (CLIENTE-PEDIDO = 0
                   OR mov-cliente = CLIENTE-PEDIDO)
                   PERFORM 3100-RESTAR-UNA-DEVOLUCION
               END-IF
               READ MOVART AT END MOVE 1 TO EOF-MOVART

       3500-RESTAR-COBRANZAS.
           IF HAY-COBRANZAS = 'S'
               PERFORM 3510-POSICIONAR-COBRANZAS
               IF EOF-COBRANZAS <> 1
                   PERFORM 3550-LEER-COBRANZA
               END-IF
               PERFORM UNTIL EOF-COBRANZAS = 1
                   IF NOT COB-RECHAZADO
                       MOVE COB-CLIENTE TO CLIENTE-BUSCADO
                       COMPUTE IMPORTE-APORTE = COB-IMPORTE * -1
                       PERFORM 4000-SUMAR-CLIENTE
                   END-IF
                   PERFORM 3550-LEER-COBRANZA
               END-PERFORM
           END-IF.

       3510-POSICIONAR-COBRANZAS.
           IF CLIENTE-PEDIDO = 0
               MOVE LOW-VALUES TO COB-RECIBO
               START COBRANZAS KEY IS > COB-RECIBO
                   INVALID KEY
                       MOVE 1 TO EOF-COBRANZAS
               END-START
           ELSE
               MOVE CLIENTE-PEDIDO TO COB-CLIENTE
               MOVE 0 TO COB-FECHA
               START COBRANZAS KEY IS NOT < COB-CLIENTE-FECHA
                   INVALID KEY
                       MOVE 1 TO EOF-COBRANZAS
               END-START
           END-IF.

       3550-LEER-COBRANZA.
           READ COBRANZAS NEXT AT END MOVE 1 TO EOF-COBRANZAS.
           IF EOF-COBRANZAS <> 1 AND CLIENTE-PEDIDO <> 0
               AND COB-CLIENTE <> CLIENTE-PEDIDO
               MOVE 1 TO EOF-COBRANZAS
           END-IF.

       4000-SUMAR-CLIENTE.
           DISPLAY 'Reescribir CREDITOS con la exposicion '
               'recalculada (S/N)?'.
           ACCEPT APLICAR.
           IF CLIENTE-PEDIDO = 0
               PERFORM 5050-RECORRER-CREDITOS
           ELSE
               MOVE CLIENTE-PEDIDO TO CRE-CLIENTE
               READ CREDITOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 5100-COMPARAR-UN-LEGAJO
               END-READ
           END-IF.

       5050-RECORRER-CREDITOS.
           MOVE LOW-VALUES TO CRE-CLIENTE.
           START CREDITOS KEY IS > CRE-CLIENTE
               INVALID KEY
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
           CLOSE FACTURAS, FACTHIST, MOVART, CREDITOS, REPEXPO,
           IF HAY-COBRANZAS = 'S'
               CLOSE COBRANZAS
           END-IF.
           IF HAY-NOTASDEBITO = 'S'
               CLOSE NOTASDEBITO
           END-IF.
           DISPLAY '--- RECONSTRUCCION DE EXPOSICION ---'.
           DISPLAY 'DIFERENCIAS SOBRE TOLERANCIA: ',
               CONT-DIFERENCIAS.
