               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COBRANZAS ASSIGN TO '../cobranzas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-RECIBO
               ALTERNATE RECORD KEY IS COB-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-COBRANZAS-STATUS.
           SELECT OPTIONAL COBCTL ASSIGN TO '../cobranzas_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-FACTURAS-STATUS.
           SELECT CREDITOS ASSIGN TO '../creditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT CARTERA ASSIGN TO '../cartera_cheques.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAR-CLAVE
               FILE STATUS IS WS-CARTERA-STATUS.
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
       FD  COBCTL.
       01  CCT-REG.
           03 fact-precio                      PIC 9(8)V99.
           03 fact-cantidad                    PIC 9(4).
           03 fact-vend                        PIC 9(3).
           03 FACT-CLIENTE-FECHA.
               05 fact-cliente                 PIC 9(6).
               05 fact-fecha                   PIC 9(8).
           03 fact-moneda                      PIC X(3).
           03 fact-tasa-iva                    PIC 9(2)V99.
           03 fact-neto                        PIC 9(10)V99.
           03 CLIE-CUIT                        PIC 9(11).
           03 CLIE-COND-IVA                    PIC X(2).
           03 CLIE-DOMICILIO                   PIC X(30).
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
           03 CAR-FECHA-ESTADO                 PIC 9(8).
           03 CAR-PROVEEDOR                    PIC 9(6).
           03 CAR-ORDEN-PAGO                   PIC 9(8).
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
       77  WS-FACTURAS-STATUS                  PIC X(02).
       77  WS-CREDITOS-STATUS                  PIC X(02).
       77  WS-CLIENTES-STATUS                  PIC X(02).
       77  WS-CARTERA-STATUS                   PIC X(02).
       77  WS-IMPUTACIONES-STATUS              PIC X(02).
       77  HAY-CLIENTES                        PIC X VALUE 'N'.
       77  HAY-FACTURAS                        PIC X VALUE 'N'.
       77  WS-NOTASDEBITO-STATUS               PIC X(02).
       77  HAY-NOTASDEBITO                     PIC X VALUE 'N'.
       77  EOF-NOTASDEBITO                     PIC 9 VALUE 0.
       77  EOF-COBCTL                          PIC 9 VALUE 0.
       77  PROX-RECIBO                         PIC 9(10) VALUE 1.
       77  CLIENTE-PEDIDO                      PIC 9(6).
       77  EOF-FACTURAS                        PIC 9 VALUE 0.
       77  CTL-CANT-ALTAS                      PIC 9(6) VALUE 0.
       77  CTL-SUMA-IMPORTE                    PIC 9(12)V99 VALUE 0.
       77  EOF-COBRANZAS                       PIC 9 VALUE 0.
       77  EOF-IMPUTACIONES                    PIC 9 VALUE 0.
       77  FACTURA-INGRESADA                   PIC 9(12).
       77  IMPORTE-INGRESADO                   PIC 9(10)V99.
       77  IMPORTE-RESTANTE                    PIC 9(10)V99.
       77  SALDO-FACTURA                       PIC S9(10)V99.
       77  SALDO-A-CUENTA                      PIC S9(10)V99.
       77  CANT-FAC-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-FAC-TABLA                       PIC 9(4) VALUE 200.
       77  SUB-F                               PIC 9(4).

       01  TABLA-FAC.
           03 FAC-ITEM OCCURS 200 TIMES.
               05 FAC-T-FACTURA                PIC 9(12).
               05 FAC-T-FECHA                  PIC 9(8).
               05 FAC-T-TOTAL                  PIC 9(10)V99.
               05 FAC-T-PAGADO                 PIC 9(10)V99.
               05 FAC-T-IMPUTADO               PIC 9(10)V99.
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
           PERFORM 106-ABRIR-CREDITOS.
           PERFORM 107-ABRIR-CLIENTES.
           PERFORM 108-ABRIR-FACTURAS.
           PERFORM 109-ABRIR-CARTERA.
           PERFORM 111-ABRIR-IMPUTACIONES.
           PERFORM 112-ABRIR-NOTAS-DEBITO.
           OPEN EXTEND AUDITORIA.
           PERFORM 110-LEER-PROX-RECIBO.
           DISPLAY 'Ingrese codigo de operador:'.
           IF WS-FACTURAS-STATUS = '00'
               MOVE 'S' TO HAY-FACTURAS
           ELSE
               DISPLAY 'SIN ARCHIVO DE FACTURAS: los cobros quedan '
                   'integros a cuenta.'
           END-IF.

       109-ABRIR-CARTERA.
           OPEN I-O CARTERA.
           IF WS-CARTERA-STATUS = '35'
               OPEN OUTPUT CARTERA
               CLOSE CARTERA
               OPEN I-O CARTERA
           END-IF.

       110-LEER-PROX-RECIBO.
           END-IF.
           CLOSE COBCTL.

       111-ABRIR-IMPUTACIONES.
           OPEN I-O IMPUTACIONES.
           IF WS-IMPUTACIONES-STATUS = '35'
               OPEN OUTPUT IMPUTACIONES
               CLOSE IMPUTACIONES
               OPEN I-O IMPUTACIONES
           END-IF.

       112-ABRIR-NOTAS-DEBITO.
           OPEN INPUT NOTASDEBITO.
           IF WS-NOTASDEBITO-STATUS = '00'
               MOVE 'S' TO HAY-NOTASDEBITO
           END-IF.

       200-INGRESAR-CLIENTE.
           DISPLAY ' '.
           DISPLAY 'Ingrese numero de cliente (para salir = cero):'.
               END-READ
           END-IF.

       260-CARGAR-CUENTA-CLIENTE.
      **   arma la tabla de facturas del cliente con lo ya cobrado de
      **   cada una: recibos viejos aplicados a una sola factura
      **   (COB-FACTURA) mas las imputaciones; los recibos a cuenta
      **   no imputados forman el saldo a cuenta del cliente
           MOVE 0 TO CANT-FAC-TABLA.
           MOVE 0 TO SALDO-A-CUENTA.
           IF HAY-FACTURAS = 'S'
               PERFORM 265-CARGAR-FACTURAS
           END-IF.
           IF HAY-NOTASDEBITO = 'S'
               PERFORM 267-SUMAR-NOTAS-DEBITO
           END-IF.
           PERFORM 270-CARGAR-COBRANZAS.
           PERFORM 275-CARGAR-IMPUTACIONES.
           PERFORM 280-LISTAR-PENDIENTES.

       265-CARGAR-FACTURAS.
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
               PERFORM 266-ACUMULAR-FACTURA
               PERFORM 268-LEER-FACTURA-CLIENTE
           END-PERFORM.

       266-ACUMULAR-FACTURA.
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
                   MOVE 0 TO FAC-T-IMPUTADO(CANT-FAC-TABLA)
               ELSE
                   DISPLAY 'ADVERTENCIA: el cliente supera ',
                       MAX-FAC-TABLA, ' facturas, se omiten.'
               END-IF
           END-IF.

       267-SUMAR-NOTAS-DEBITO.
      **   el interes por mora se cobra con la factura que lo genero:
      **   la nota de debito agranda el total a cancelar de esa
      **   factura
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
                       ADD COB-IMPORTE TO SALDO-A-CUENTA
                   END-IF
               END-IF
               PERFORM 271-LEER-COBRANZA-CLIENTE
           END-PERFORM.

       271-LEER-COBRANZA-CLIENTE.
           READ COBRANZAS NEXT AT END MOVE 1 TO EOF-COBRANZAS.
           IF EOF-COBRANZAS <> 1 AND COB-CLIENTE <> CLIENTE-PEDIDO
               MOVE 1 TO EOF-COBRANZAS
           END-IF.

       275-CARGAR-IMPUTACIONES.
      **   la clave de IMPUTACIONES empieza por el cliente; la
      **   imputacion de un recibo con cheque rechazado no cuenta
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
               MOVE IMP-RECIBO TO COB-RECIBO
               READ COBRANZAS
                   INVALID KEY
                       MOVE 'R' TO COB-MEDIO
               END-READ
               IF NOT COB-RECHAZADO
                   MOVE IMP-FACTURA TO FACTURA-INGRESADA
                   PERFORM 285-BUSCAR-FACTURA
                   IF SUB-F > 0
                       ADD IMP-IMPORTE TO FAC-T-PAGADO(SUB-F)
                   END-IF
                   SUBTRACT IMP-IMPORTE FROM SALDO-A-CUENTA
               END-IF
               READ IMPUTACIONES NEXT
                   AT END MOVE 1 TO EOF-IMPUTACIONES
               END-READ
           END-PERFORM.

       280-LISTAR-PENDIENTES.
           DISPLAY 'FACTURAS PENDIENTES DEL CLIENTE:'.
           MOVE 0 TO SUB-F.
           PERFORM 281-LISTAR-FACTURA CANT-FAC-TABLA TIMES.
           IF SALDO-A-CUENTA > 0
               DISPLAY '  SALDO A CUENTA DISPONIBLE: ', SALDO-A-CUENTA
           END-IF.

       281-LISTAR-FACTURA.
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

       300-INGRESAR-RESTO.
           PERFORM 260-CARGAR-CUENTA-CLIENTE.
           MOVE CLIENTE-PEDIDO TO COB-CLIENTE.
           DISPLAY 'Ingrese fecha del pago (AAAAMMDD, 0 = hoy):'.
           ACCEPT COB-FECHA.
           END-IF.
           PERFORM 310-INGRESAR-IMPORTE.
           PERFORM 320-INGRESAR-MEDIO.
           PERFORM 330-IMPUTAR-RECIBO.

       310-INGRESAR-IMPORTE.
           DISPLAY 'Ingrese importe cobrado:'.
               AND NOT COB-TRANSFERENCIA
               DISPLAY 'Medio invalido, ingrese E, C o T.'
               PERFORM 320-INGRESAR-MEDIO
           ELSE
               IF COB-CHEQUE
                   PERFORM 325-INGRESAR-CHEQUE
               END-IF
           END-IF.

       325-INGRESAR-CHEQUE.
      **   el cheque del cliente entra a la cartera compartida con
      **   las cuotas del club: sin banco y numero no se puede seguir
      **   su deposito ni su rechazo
           DISPLAY 'Ingrese banco del cheque:'.
           ACCEPT CAR-BANCO.
           DISPLAY 'Ingrese numero de cheque:'.
           ACCEPT CAR-NUMERO.
           DISPLAY 'Ingrese fecha de deposito (AAAAMMDD, 0 = hoy):'.
           ACCEPT CAR-FECHA-DEPOSITO.
           IF CAR-FECHA-DEPOSITO = 0
               MOVE COB-FECHA TO CAR-FECHA-DEPOSITO
           END-IF.
           IF CAR-BANCO = SPACES OR CAR-NUMERO = 0
               DISPLAY 'Banco y numero de cheque son obligatorios. '
                   'Reingrese.'
               PERFORM 325-INGRESAR-CHEQUE
           END-IF.

       330-IMPUTAR-RECIBO.
      **   el recibo se reparte entre las facturas que indique el
      **   operador, con importes parciales; lo que no se imputa
      **   queda a cuenta. COB-FACTURA queda en cero: la aplicacion
      **   esta en IMPUTACIONES
           MOVE 0 TO COB-FACTURA.
           MOVE COB-IMPORTE TO IMPORTE-RESTANTE.
           PERFORM 340-INGRESAR-IMPUTACION.
           PERFORM UNTIL FACTURA-INGRESADA = 0
                         OR IMPORTE-RESTANTE = 0
               PERFORM 340-INGRESAR-IMPUTACION
           END-PERFORM.
           IF IMPORTE-RESTANTE > 0
               DISPLAY 'Quedan ', IMPORTE-RESTANTE,
                   ' a cuenta del cliente.'
           END-IF.

       340-INGRESAR-IMPUTACION.
           DISPLAY 'Resta imputar: ', IMPORTE-RESTANTE.
           DISPLAY 'Ingrese factura a imputar (0 = fin, el resto '
               'queda a cuenta):'.
           ACCEPT FACTURA-INGRESADA.
           IF FACTURA-INGRESADA > 0
               PERFORM 285-BUSCAR-FACTURA
               IF SUB-F = 0
                   DISPLAY 'La factura no existe o no es del '
                       'cliente.'
               ELSE
                   COMPUTE SALDO-FACTURA = FAC-T-TOTAL(SUB-F)
                       - FAC-T-PAGADO(SUB-F) - FAC-T-IMPUTADO(SUB-F)
                   IF SALDO-FACTURA <= 0
                       DISPLAY 'La factura ya esta saldada.'
                   ELSE
                       PERFORM 350-INGRESAR-IMPORTE
                       ADD IMPORTE-INGRESADO TO FAC-T-IMPUTADO(SUB-F)
                       SUBTRACT IMPORTE-INGRESADO FROM IMPORTE-RESTANTE
                   END-IF
               END-IF
           END-IF.

       350-INGRESAR-IMPORTE.
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
               PERFORM 350-INGRESAR-IMPORTE
           END-IF.

       400-PROCESO.
                   ADD 1 TO PROX-RECIBO
                   PERFORM 450-GRABAR-PROX-RECIBO
                   PERFORM 410-REDUCIR-EXPOSICION
                   IF COB-CHEQUE
                       PERFORM 420-INGRESAR-A-CARTERA
                   END-IF
                   PERFORM 430-GRABAR-IMPUTACION
                       VARYING SUB-F FROM 1 BY 1
                       UNTIL SUB-F > CANT-FAC-TABLA
                   MOVE COB-RECIBO TO AUD-CLAVE
                   MOVE 'COBRANZA' TO AUD-ACCION
                   PERFORM 460-GRABAR-AUDITORIA
                   DISPLAY 'Exposicion del cliente: ', CRE-EXPUESTO
           END-READ.

       420-INGRESAR-A-CARTERA.
           MOVE 'V' TO CAR-ORIGEN.
           MOVE COB-RECIBO TO CAR-RECIBO.
           MOVE COB-CLIENTE TO CAR-TITULAR.
           MOVE COB-IMPORTE TO CAR-IMPORTE.
           MOVE 'K' TO CAR-ESTADO.
           MOVE COB-FECHA TO CAR-FECHA-ESTADO.
           MOVE 0 TO CAR-PROVEEDOR.
           MOVE 0 TO CAR-ORDEN-PAGO.
           WRITE CAR-REG
               INVALID KEY
                   DISPLAY 'ADVERTENCIA: el recibo ', COB-RECIBO,
                       ' ya tenia cheque en cartera.'
           END-WRITE.

       430-GRABAR-IMPUTACION.
           IF FAC-T-IMPUTADO(SUB-F) > 0
               MOVE COB-CLIENTE TO IMP-CLIENTE
               MOVE FAC-T-FACTURA(SUB-F) TO IMP-FACTURA
               MOVE COB-RECIBO TO IMP-RECIBO
               MOVE COB-FECHA TO IMP-FECHA
               MOVE FAC-T-IMPUTADO(SUB-F) TO IMP-IMPORTE
               WRITE IMP-REGISTRO
                   INVALID KEY
                       DISPLAY 'ADVERTENCIA: imputacion duplicada '
                           'del recibo ', COB-RECIBO, ' a la factura ',
                           IMP-FACTURA
               END-WRITE
           END-IF.

       450-GRABAR-PROX-RECIBO.
           OPEN OUTPUT COBCTL.
           MOVE PROX-RECIBO TO CCT-PROX-RECIBO.
       460-GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 461-ENCADENAR-AUDITORIA.

       461-ENCADENAR-AUDITORIA.
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
           PERFORM 462-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.
           MOVE AUC-CONTROL-ANT TO AUC-CONTROL.
           WRITE AUD-LINEA FROM AUC-REGISTRO.
           MOVE SPACES TO ACA-REG.
           MOVE AUC-SECUENCIA TO ACA-SECUENCIA.
           MOVE AUC-CONTROL TO ACA-CONTROL.
           OPEN OUTPUT AUDCADENA.
           WRITE ACA-REG.
           CLOSE AUDCADENA.

       462-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

       500-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'COBRANZAS GRABADAS: ', CTL-CANT-ALTAS.
           DISPLAY 'SUMA DE IMPORTES COBRADOS: ', CTL-SUMA-IMPORTE.
           PERFORM 950-GRABAR-CONTROL-PASO.
           CLOSE COBRANZAS, CREDITOS, CARTERA, IMPUTACIONES,
               AUDITORIA.
           IF HAY-CLIENTES = 'S'
               CLOSE CLIENTES
           END-IF.
           IF HAY-FACTURAS = 'S'
               CLOSE FACTURAS
           END-IF.
           IF HAY-NOTASDEBITO = 'S'
               CLOSE NOTASDEBITO
           END-IF.

       950-GRABAR-CONTROL-PASO.
           OPEN EXTEND CTLLOTE.
