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
           SELECT COBRANZAS ASSIGN TO '../cobranzas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-RECIBO
               ALTERNATE RECORD KEY IS COB-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-COBRANZAS-STATUS.
           SELECT FACTURAS
           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-FACTURAS-STATUS.
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
                                      VALUE "IMPUTARCOBRANZA".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       01  AUD-CLAVE-IMPUTACION.
           03 AUD-C-RECIBO                     PIC 9(10).
           03 FILLER                           PIC X VALUE '/'.
           03 AUD-C-FACTURA                    PIC 9(9).
       77  WS-COBRANZAS-STATUS                 PIC X(02).
       77  WS-FACTURAS-STATUS                  PIC X(02).
       77  WS-IMPUTACIONES-STATUS              PIC X(02).
       77  WS-FECHA-HOY                        PIC 9(8).
       77  EOF-COBRANZAS                       PIC 9 VALUE 0.
       77  EOF-FACTURAS                        PIC 9 VALUE 0.
       77  EOF-IMPUTACIONES                    PIC 9 VALUE 0.
       77  WS-NOTASDEBITO-STATUS               PIC X(02).
       77  HAY-NOTASDEBITO                     PIC X VALUE 'N'.
       77  EOF-NOTASDEBITO                     PIC 9 VALUE 0.
       77  CLIENTE-PEDIDO                      PIC 9(6).
       77  RECIBO-INGRESADO                    PIC 9(10).
       77  FACTURA-INGRESADA                   PIC 9(12).
       77  FACTURA-HALLADA                     PIC X.
       77  RECIBO-HALLADO                      PIC X.
       77  IMPORTE-INGRESADO                   PIC 9(10)V99.
       77  IMPORTE-RESTANTE                    PIC 9(10)V99.
       77  SALDO-FACTURA                       PIC S9(10)V99.
       77  CANT-FAC-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-FAC-TABLA                       PIC 9(4) VALUE 200.
       77  CANT-REC-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-REC-TABLA                       PIC 9(4) VALUE 200.
       77  SUB-F                               PIC 9(4).
       77  SUB-R                               PIC 9(4).
       77  CTL-CANT-ALTAS                      PIC 9(6) VALUE 0.
       77  CTL-SUMA-IMPORTE                    PIC 9(12)V99 VALUE 0.

       01  TABLA-FAC.
           03 FAC-ITEM OCCURS 200 TIMES.
               05 FAC-T-FACTURA                PIC 9(12).
               05 FAC-T-FECHA                  PIC 9(8).
               05 FAC-T-TOTAL                  PIC 9(10)V99.
               05 FAC-T-PAGADO                 PIC 9(10)V99.

       01  TABLA-REC.
           03 REC-ITEM OCCURS 200 TIMES.
               05 REC-T-RECIBO                 PIC 9(10).
               05 REC-T-FECHA                  PIC 9(8).
               05 REC-T-IMPORTE                PIC 9(10)V99.
               05 REC-T-DISPONIBLE             PIC S9(10)V99.
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
            PERFORM 200-INGRESAR-CLIENTE.
            PERFORM UNTIL CLIENTE-PEDIDO = 0
               PERFORM 250-CARGAR-CUENTA-CLIENTE
               PERFORM 300-INGRESAR-RECIBO
               PERFORM UNTIL RECIBO-INGRESADO = 0
                  PERFORM 400-IMPUTAR-RECIBO
                  PERFORM 300-INGRESAR-RECIBO
               END-PERFORM
               PERFORM 200-INGRESAR-CLIENTE
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
           PERFORM 105-ABRIR-COBRANZAS.
           PERFORM 107-ABRIR-FACTURAS.
           PERFORM 108-ABRIR-IMPUTACIONES.
           PERFORM 109-ABRIR-NOTAS-DEBITO.
           OPEN EXTEND AUDITORIA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.

       105-ABRIR-COBRANZAS.
           OPEN INPUT COBRANZAS.
           IF WS-COBRANZAS-STATUS <> '00'
               DISPLAY 'NO SE PUEDE ABRIR COBRANZAS. STATUS: ',
                   WS-COBRANZAS-STATUS
               STOP RUN WITH ERROR STATUS 16
           END-IF.

       107-ABRIR-FACTURAS.
           OPEN INPUT FACTURAS.
           IF WS-FACTURAS-STATUS <> '00'
               DISPLAY 'NO SE PUEDE ABRIR FACTURAS. STATUS: ',
                   WS-FACTURAS-STATUS
               STOP RUN WITH ERROR STATUS 16
           END-IF.

       108-ABRIR-IMPUTACIONES.
           OPEN I-O IMPUTACIONES.
           IF WS-IMPUTACIONES-STATUS = '35'
               OPEN OUTPUT IMPUTACIONES
               CLOSE IMPUTACIONES
               OPEN I-O IMPUTACIONES
           END-IF.

       109-ABRIR-NOTAS-DEBITO.
           OPEN INPUT NOTASDEBITO.
           IF WS-NOTASDEBITO-STATUS = '00'
               MOVE 'S' TO HAY-NOTASDEBITO
           END-IF.

       200-INGRESAR-CLIENTE.
           DISPLAY ' '.
           DISPLAY 'Ingrese numero de cliente (para salir = cero):'.
           ACCEPT CLIENTE-PEDIDO.

       250-CARGAR-CUENTA-CLIENTE.
      **   facturas del cliente con lo ya cobrado de cada una, y
      **   recibos a cuenta (COB-FACTURA en cero) con lo que les
      **   queda sin imputar
           MOVE 0 TO CANT-FAC-TABLA.
           MOVE 0 TO CANT-REC-TABLA.
           PERFORM 260-CARGAR-FACTURAS.
           IF HAY-NOTASDEBITO = 'S'
               PERFORM 267-SUMAR-NOTAS-DEBITO
           END-IF.
           PERFORM 270-CARGAR-COBRANZAS.
           PERFORM 275-CARGAR-IMPUTACIONES.
           PERFORM 280-LISTAR-CUENTA.

       260-CARGAR-FACTURAS.
      **   se entra por la clave alternativa cliente+fecha y se leen
      **   solo las lineas del cliente (una por articulo)
           MOVE 0 TO EOF-FACTURAS.
           MOVE CLIENTE-PEDIDO TO fact-cliente.
           MOVE 0 TO fact-fecha.
           START FACTURAS KEY IS NOT < FACT-CLIENTE-FECHA
               INVALID KEY
                   MOVE 1 TO EOF-FACTURAS.
           IF EOF-FACTURAS <> 1
               PERFORM 268-LEER-FACTURA-CLIENTE
           END-IF.
           PERFORM UNTIL EOF-FACTURAS = 1
               PERFORM 265-ACUMULAR-FACTURA
               PERFORM 268-LEER-FACTURA-CLIENTE
           END-PERFORM.

       265-ACUMULAR-FACTURA.
      **   por cliente+fecha las lineas de una factura no vienen
      **   necesariamente juntas: se busca la factura en la tabla
           MOVE fact-factura TO FACTURA-INGRESADA.
           PERFORM 285-BUSCAR-FACTURA.
           IF SUB-F > 0
               ADD fact-total TO FAC-T-TOTAL(SUB-F)
           ELSE
               IF CANT-FAC-TABLA < MAX-FAC-TABLA
                   ADD 1 TO CANT-FAC-TABLA
                   MOVE fact-factura TO FAC-T-FACTURA(CANT-FAC-TABLA)
                   MOVE fact-fecha TO FAC-T-FECHA(CANT-FAC-TABLA)
                   MOVE fact-total TO FAC-T-TOTAL(CANT-FAC-TABLA)
                   MOVE 0 TO FAC-T-PAGADO(CANT-FAC-TABLA)
               ELSE
                   DISPLAY 'ADVERTENCIA: el cliente supera ',
                       MAX-FAC-TABLA, ' facturas, se omiten.'
               END-IF
           END-IF.

       267-SUMAR-NOTAS-DEBITO.
      **   el interes por mora se imputa con la factura que lo
      **   genero: la nota de debito agranda el total a cancelar de
      **   esa factura
           MOVE 0 TO EOF-NOTASDEBITO.
           MOVE LOW-VALUES TO NDB-CLAVE.
           START NOTASDEBITO KEY IS > NDB-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-NOTASDEBITO.
           IF EOF-NOTASDEBITO <> 1
               READ NOTASDEBITO NEXT AT END MOVE 1 TO EOF-NOTASDEBITO
           END-IF.
           PERFORM UNTIL EOF-NOTASDEBITO = 1
               IF NDB-CLIENTE = CLIENTE-PEDIDO
                   MOVE NDB-FACTURA TO FACTURA-INGRESADA
                   PERFORM 285-BUSCAR-FACTURA
                   IF SUB-F > 0
                       ADD NDB-TOTAL TO FAC-T-TOTAL(SUB-F)
                   END-IF
               END-IF
               READ NOTASDEBITO NEXT AT END MOVE 1 TO EOF-NOTASDEBITO
           END-PERFORM.

       268-LEER-FACTURA-CLIENTE.
           READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS.
           IF EOF-FACTURAS <> 1 AND fact-cliente <> CLIENTE-PEDIDO
               MOVE 1 TO EOF-FACTURAS
           END-IF.

       270-CARGAR-COBRANZAS.
           MOVE 0 TO EOF-COBRANZAS.
           MOVE CLIENTE-PEDIDO TO COB-CLIENTE.
           MOVE 0 TO COB-FECHA.
           START COBRANZAS KEY IS NOT < COB-CLIENTE-FECHA
               INVALID KEY
                   MOVE 1 TO EOF-COBRANZAS.
           IF EOF-COBRANZAS <> 1
               PERFORM 271-LEER-COBRANZA-CLIENTE
           END-IF.
           PERFORM UNTIL EOF-COBRANZAS = 1
               IF NOT COB-RECHAZADO
                   IF COB-FACTURA > 0
                       MOVE COB-FACTURA TO FACTURA-INGRESADA
                       PERFORM 285-BUSCAR-FACTURA
                       IF SUB-F > 0
                           ADD COB-IMPORTE TO FAC-T-PAGADO(SUB-F)
                       END-IF
                   ELSE
                       PERFORM 272-AGREGAR-RECIBO
                   END-IF
               END-IF
               PERFORM 271-LEER-COBRANZA-CLIENTE
           END-PERFORM.

       271-LEER-COBRANZA-CLIENTE.
           READ COBRANZAS NEXT AT END MOVE 1 TO EOF-COBRANZAS.
           IF EOF-COBRANZAS <> 1 AND COB-CLIENTE <> CLIENTE-PEDIDO
               MOVE 1 TO EOF-COBRANZAS
           END-IF.

       272-AGREGAR-RECIBO.
           IF CANT-REC-TABLA < MAX-REC-TABLA
               ADD 1 TO CANT-REC-TABLA
               MOVE COB-RECIBO TO REC-T-RECIBO(CANT-REC-TABLA)
               MOVE COB-FECHA TO REC-T-FECHA(CANT-REC-TABLA)
               MOVE COB-IMPORTE TO REC-T-IMPORTE(CANT-REC-TABLA)
               MOVE COB-IMPORTE TO REC-T-DISPONIBLE(CANT-REC-TABLA)
           ELSE
               DISPLAY 'ADVERTENCIA: el cliente supera ',
                   MAX-REC-TABLA, ' recibos a cuenta, se omiten.'
           END-IF.

       275-CARGAR-IMPUTACIONES.
      **   la clave de IMPUTACIONES empieza por el cliente; solo
      **   cuentan las de recibos vigentes (los de cheque rechazado
      **   no estan en la tabla de recibos)
           MOVE 0 TO EOF-IMPUTACIONES.
           MOVE CLIENTE-PEDIDO TO IMP-CLIENTE.
           MOVE 0 TO IMP-FACTURA.
           MOVE 0 TO IMP-RECIBO.
           START IMPUTACIONES KEY IS >= IMP-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-IMPUTACIONES.
           IF EOF-IMPUTACIONES <> 1
               READ IMPUTACIONES NEXT
                   AT END MOVE 1 TO EOF-IMPUTACIONES
               END-READ
           END-IF.
           PERFORM UNTIL EOF-IMPUTACIONES = 1
                         OR IMP-CLIENTE <> CLIENTE-PEDIDO
               MOVE IMP-RECIBO TO RECIBO-INGRESADO
               PERFORM 290-BUSCAR-RECIBO
               IF SUB-R > 0
                   SUBTRACT IMP-IMPORTE FROM REC-T-DISPONIBLE(SUB-R)
                   MOVE IMP-FACTURA TO FACTURA-INGRESADA
                   PERFORM 285-BUSCAR-FACTURA
                   IF SUB-F > 0
                       ADD IMP-IMPORTE TO FAC-T-PAGADO(SUB-F)
                   END-IF
               END-IF
               READ IMPUTACIONES NEXT
                   AT END MOVE 1 TO EOF-IMPUTACIONES
               END-READ
           END-PERFORM.

       280-LISTAR-CUENTA.
           DISPLAY 'RECIBOS CON SALDO A CUENTA:'.
           MOVE 0 TO SUB-R.
           PERFORM 281-LISTAR-RECIBO CANT-REC-TABLA TIMES.
           DISPLAY 'FACTURAS PENDIENTES DEL CLIENTE:'.
           MOVE 0 TO SUB-F.
           PERFORM 282-LISTAR-FACTURA CANT-FAC-TABLA TIMES.

       281-LISTAR-RECIBO.
           ADD 1 TO SUB-R.
           IF REC-T-DISPONIBLE(SUB-R) > 0
               DISPLAY '  RECIBO ', REC-T-RECIBO(SUB-R),
                   '  FECHA ', REC-T-FECHA(SUB-R),
                   '  IMPORTE ', REC-T-IMPORTE(SUB-R),
                   '  A CUENTA ', REC-T-DISPONIBLE(SUB-R)
           END-IF.

       282-LISTAR-FACTURA.
           ADD 1 TO SUB-F.
           COMPUTE SALDO-FACTURA = FAC-T-TOTAL(SUB-F)
               - FAC-T-PAGADO(SUB-F).
           IF SALDO-FACTURA > 0
               DISPLAY '  FACTURA ', FAC-T-FACTURA(SUB-F),
                   '  FECHA ', FAC-T-FECHA(SUB-F),
                   '  TOTAL ', FAC-T-TOTAL(SUB-F),
                   '  SALDO ', SALDO-FACTURA
           END-IF.

       285-BUSCAR-FACTURA.
           MOVE 'N' TO FACTURA-HALLADA.
           MOVE 0 TO SUB-F.
           PERFORM 286-COMPARAR-FACTURA
               UNTIL FACTURA-HALLADA = 'S' OR SUB-F >= CANT-FAC-TABLA.
           IF FACTURA-HALLADA = 'N'
               MOVE 0 TO SUB-F
           END-IF.

       286-COMPARAR-FACTURA.
           ADD 1 TO SUB-F.
           IF FAC-T-FACTURA(SUB-F) = FACTURA-INGRESADA
               MOVE 'S' TO FACTURA-HALLADA
           END-IF.

       290-BUSCAR-RECIBO.
           MOVE 'N' TO RECIBO-HALLADO.
           MOVE 0 TO SUB-R.
           PERFORM 291-COMPARAR-RECIBO
               UNTIL RECIBO-HALLADO = 'S' OR SUB-R >= CANT-REC-TABLA.
           IF RECIBO-HALLADO = 'N'
               MOVE 0 TO SUB-R
           END-IF.

       291-COMPARAR-RECIBO.
           ADD 1 TO SUB-R.
           IF REC-T-RECIBO(SUB-R) = RECIBO-INGRESADO
               MOVE 'S' TO RECIBO-HALLADO
           END-IF.

       300-INGRESAR-RECIBO.
           DISPLAY 'Ingrese recibo a cuenta a imputar (otro cliente '
               '= cero):'.
           ACCEPT RECIBO-INGRESADO.

       400-IMPUTAR-RECIBO.
           PERFORM 290-BUSCAR-RECIBO.
           IF SUB-R = 0
               DISPLAY 'El recibo no es un pago a cuenta vigente '
                   'del cliente.'
           ELSE
               IF REC-T-DISPONIBLE(SUB-R) <= 0
                   DISPLAY 'El recibo ya esta totalmente imputado.'
               ELSE
                   MOVE REC-T-DISPONIBLE(SUB-R) TO IMPORTE-RESTANTE
                   PERFORM 410-INGRESAR-IMPUTACION
                   PERFORM UNTIL FACTURA-INGRESADA = 0
                                 OR IMPORTE-RESTANTE = 0
                       PERFORM 410-INGRESAR-IMPUTACION
                   END-PERFORM
                   MOVE IMPORTE-RESTANTE TO REC-T-DISPONIBLE(SUB-R)
                   DISPLAY 'Queda a cuenta en el recibo: ',
                       IMPORTE-RESTANTE
               END-IF
           END-IF.

       410-INGRESAR-IMPUTACION.
           DISPLAY 'Resta imputar: ', IMPORTE-RESTANTE.
           DISPLAY 'Ingrese factura a imputar (0 = fin):'.
           ACCEPT FACTURA-INGRESADA.
           IF FACTURA-INGRESADA > 0
               PERFORM 285-BUSCAR-FACTURA
               IF SUB-F = 0
                   DISPLAY 'La factura no existe o no es del '
                       'cliente.'
               ELSE
                   COMPUTE SALDO-FACTURA = FAC-T-TOTAL(SUB-F)
                       - FAC-T-PAGADO(SUB-F)
                   IF SALDO-FACTURA <= 0
                       DISPLAY 'La factura ya esta saldada.'
                   ELSE
                       PERFORM 420-INGRESAR-IMPORTE
                       PERFORM 430-GRABAR-IMPUTACION
                   END-IF
               END-IF
           END-IF.

       420-INGRESAR-IMPORTE.
           DISPLAY 'Saldo de la factura: ', SALDO-FACTURA.
           DISPLAY 'Ingrese importe a imputar (0 = todo lo posible):'.
           ACCEPT IMPORTE-INGRESADO.
           IF IMPORTE-INGRESADO = 0
               IF SALDO-FACTURA < IMPORTE-RESTANTE
                   MOVE SALDO-FACTURA TO IMPORTE-INGRESADO
               ELSE
                   MOVE IMPORTE-RESTANTE TO IMPORTE-INGRESADO
               END-IF
           END-IF.
           IF IMPORTE-INGRESADO > SALDO-FACTURA
               OR IMPORTE-INGRESADO > IMPORTE-RESTANTE
               DISPLAY 'El importe supera el saldo de la factura o '
                   'lo que resta del recibo. Reingrese.'
               PERFORM 420-INGRESAR-IMPORTE
           END-IF.

       430-GRABAR-IMPUTACION.
      **   si el recibo ya tenia imputado algo a la misma factura se
      **   suma sobre la misma imputacion
           MOVE CLIENTE-PEDIDO TO IMP-CLIENTE.
           MOVE FAC-T-FACTURA(SUB-F) TO IMP-FACTURA.
           MOVE REC-T-RECIBO(SUB-R) TO IMP-RECIBO.
           READ IMPUTACIONES
               INVALID KEY
                   MOVE WS-FECHA-HOY TO IMP-FECHA
                   MOVE IMPORTE-INGRESADO TO IMP-IMPORTE
                   WRITE IMP-REGISTRO
               NOT INVALID KEY
                   MOVE WS-FECHA-HOY TO IMP-FECHA
                   ADD IMPORTE-INGRESADO TO IMP-IMPORTE
                   REWRITE IMP-REGISTRO
           END-READ.
           ADD IMPORTE-INGRESADO TO FAC-T-PAGADO(SUB-F).
           SUBTRACT IMPORTE-INGRESADO FROM IMPORTE-RESTANTE.
           COMPUTE SALDO-FACTURA = FAC-T-TOTAL(SUB-F)
               - FAC-T-PAGADO(SUB-F).
           DISPLAY 'Imputado. Saldo de la factura: ', SALDO-FACTURA.
           MOVE IMP-RECIBO TO AUD-C-RECIBO.
           MOVE IMP-FACTURA TO AUD-C-FACTURA.
           MOVE AUD-CLAVE-IMPUTACION TO AUD-CLAVE.
           MOVE 'IMPUTACION' TO AUD-ACCION.
           PERFORM 450-GRABAR-AUDITORIA.
           ADD 1 TO CTL-CANT-ALTAS.
           ADD IMPORTE-INGRESADO TO CTL-SUMA-IMPORTE.

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
           DISPLAY 'IMPUTACIONES GRABADAS: ', CTL-CANT-ALTAS.
           DISPLAY 'SUMA DE IMPORTES IMPUTADOS: ', CTL-SUMA-IMPORTE.
           PERFORM 950-GRABAR-CONTROL-PASO.
           CLOSE COBRANZAS, FACTURAS, IMPUTACIONES, AUDITORIA.
           IF HAY-NOTASDEBITO = 'S'
               CLOSE NOTASDEBITO
           END-IF.

       950-GRABAR-CONTROL-PASO.
           OPEN EXTEND CTLLOTE.
           ACCEPT CLOT-FECHA FROM DATE YYYYMMDD.
           MOVE "IMPUTARCOBRANZA" TO CLOT-PROGRAMA.
           MOVE CTL-CANT-ALTAS TO CLOT-CANTIDAD.
           MOVE CTL-SUMA-IMPORTE TO CLOT-TOTAL.
           WRITE CLOT-REG.
           CLOSE CTLLOTE.

       END PROGRAM YOUR-PROGRAM-NAME.
