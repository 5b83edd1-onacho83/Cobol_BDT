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
           SELECT CARTERA ASSIGN TO '../cartera_cheques.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CLAVE
               FILE STATUS IS WS-CARTERA-STATUS.
           SELECT OPTIONAL CHEQUES ASSIGN TO '../cheques.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUOTAS ASSIGN TO '../cuotas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUO-RECIBO
               ALTERNATE KEY IS CUO-PASAJERO WITH DUPLICATES
               FILE STATUS IS WS-CUOTAS-STATUS.
           SELECT PASAJEROS ASSIGN TO '../pasajeros.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAS-CLAVE
               FILE STATUS IS WS-PASAJEROS-STATUS.
           SELECT SALDOS ASSIGN TO '../saldos_favor.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAL-PASAJERO
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT COBRANZAS ASSIGN TO '../cobranzas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COB-RECIBO
               ALTERNATE RECORD KEY IS COB-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-COBRANZAS-STATUS.
           SELECT CREDITOS ASSIGN TO '../creditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRE-CLIENTE
               FILE STATUS IS WS-CREDITOS-STATUS.
           SELECT RECHAZOS ASSIGN TO '../cheques_rechazados.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CARTERA.
       01  CAR-REG.
           03 CAR-CLAVE.
               05 CAR-ORIGEN                   PIC X.
                   88 CAR-DE-CUOTAS            VALUE 'C'.
                   88 CAR-DE-COBRANZAS         VALUE 'V'.
               05 CAR-RECIBO                   PIC 9(10).
           03 CAR-TITULAR                      PIC 9(6).
           03 CAR-BANCO                        PIC X(20).
           03 CAR-NUMERO                       PIC 9(10).
           03 CAR-FECHA-DEPOSITO               PIC 9(8).
           03 CAR-IMPORTE                      PIC 9(10)V99.
           03 CAR-ESTADO                       PIC X.
               88 CAR-EN-CARTERA               VALUE 'K'.
               88 CAR-DEPOSITADO               VALUE 'D'.
               88 CAR-ACREDITADO               VALUE 'A'.
               88 CAR-RECHAZADO                VALUE 'R'.
               88 CAR-ENDOSADO                 VALUE 'E'.
           03 CAR-FECHA-ESTADO                 PIC 9(8).
           03 CAR-PROVEEDOR                    PIC 9(6).
           03 CAR-ORDEN-PAGO                   PIC 9(8).
       FD  CHEQUES.
       01  CHQ-REG.
           03 CHQ-RECIBO                       PIC 9(10).
           03 FILLER                           PIC X.
           03 CHQ-BANCO                        PIC X(20).
           03 FILLER                           PIC X.
           03 CHQ-NUMERO                       PIC 9(10).
           03 FILLER                           PIC X.
           03 CHQ-FECHA-DEPOSITO               PIC 9(8).
           03 FILLER                           PIC X.
           03 CHQ-IMPORTE                      PIC 9(8).
       FD  CUOTAS.
       01  CUOTA-REG.
           03 CUO-RECIBO PIC 9(10).
           03 CUO-PASAJERO PIC 9(5).
           03 CUO-ANIO PIC 9(4).
           03 CUO-FECHA PIC 9(8).
           03 CUO-IMPORTE PIC 9(8).
           03 CUO-APLICADO PIC X VALUE 'N'.
               88 CUO-YA-APLICADO VALUE 'S'.
               88 CUO-PENDIENTE VALUE 'N'.
               88 CUO-ANULADO VALUE 'X'.
           03 CUO-MEDIO-PAGO PIC X.
               88 CUO-EFECTIVO VALUE 'E'.
               88 CUO-CHEQUE VALUE 'C'.
               88 CUO-TRANSFERENCIA VALUE 'T'.
               88 CUO-DEBITO-AUTO VALUE 'D'.
           03 CUO-OPERADOR PIC X(10).
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
       FD  SALDOS.
       01  SAL-REG.
           03 SAL-PASAJERO                     PIC 9(5).
           03 SAL-IMPORTE                      PIC 9(8).
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
       FD  CREDITOS.
       01  CRE-REGISTRO.
           03 CRE-CLIENTE                      PIC 9(6).
           03 CRE-LIMITE                       PIC 9(10)V99.
           03 CRE-EXPUESTO                     PIC S9(10)V99.
       FD  RECHAZOS.
       01  RCH-LINEA                           PIC X(120).
       FD  AUDITORIA.
       01  AUD-LINEA                           PIC X(121).
       FD  AUDCADENA.
       01  ACA-REG.
           03 ACA-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X.
           03 ACA-CONTROL                      PIC 9(10).

       WORKING-STORAGE SECTION.
       01  OPCION                              PIC X.
           88 OPCION-DEPOSITAR                 VALUE '1'.
           88 OPCION-ACREDITAR                 VALUE '2'.
           88 OPCION-RECHAZAR                  VALUE '3'.
           88 OPCION-CONSULTA                  VALUE '4'.
           88 OPCION-INCORPORAR                VALUE '5'.
           88 OPCION-SALIR                     VALUE '6'.
       01  AUD-DETALLE.
           03 AUD-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-HORA                         PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-PROGRAMA                     PIC X(15)
                                      VALUE "CARTERACHEQUES".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       01  RCH-DETALLE.
           03 RCH-D-FECHA                      PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 RCH-D-ORIGEN                     PIC X.
           03 FILLER                           PIC X VALUE SPACE.
           03 RCH-D-RECIBO                     PIC 9(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 RCH-D-TITULAR                    PIC ZZZZZ9.
           03 FILLER                           PIC X VALUE SPACE.
           03 RCH-D-BANCO                      PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 RCH-D-NUMERO                     PIC Z(9)9.
           03 FILLER                           PIC X VALUE SPACE.
           03 RCH-D-IMPORTE                    PIC Z(9)9,99.
           03 FILLER                           PIC X(11)
               VALUE " REVERTIDO ".
           03 RCH-D-REVERTIDO                  PIC Z(9)9,99.
           03 FILLER                           PIC X(10)
               VALUE " MANUAL: ".
           03 RCH-D-PENDIENTE                  PIC Z(9)9,99.
       01  AUD-CLAVE-CHEQUE.
           03 AUD-C-ORIGEN                     PIC X.
           03 AUD-C-RECIBO                     PIC 9(10).
       77  WS-CARTERA-STATUS                   PIC X(02).
       77  WS-CUOTAS-STATUS                    PIC X(02).
       77  WS-PASAJEROS-STATUS                 PIC X(02).
       77  WS-SALDOS-STATUS                    PIC X(02).
       77  WS-COBRANZAS-STATUS                 PIC X(02).
       77  WS-CREDITOS-STATUS                  PIC X(02).
       77  HAY-CUOTAS                          PIC X VALUE 'N'.
       77  HAY-PASAJEROS                       PIC X VALUE 'N'.
       77  HAY-SALDOS                          PIC X VALUE 'N'.
       77  HAY-COBRANZAS                       PIC X VALUE 'N'.
       77  HAY-CREDITOS                        PIC X VALUE 'N'.
       77  EOF-CHEQUES                         PIC 9 VALUE 0.
       77  CHEQUE-HALLADO                      PIC X.
       77  FECHA-MOVIMIENTO                    PIC 9(8).
       77  IMPORTE-A-REVERTIR                  PIC 9(10)V99.
       77  IMPORTE-REVERTIDO                   PIC 9(10)V99.
       77  REVERTIDO-MESES                     PIC 9(8).
       77  REVERSION-MES                       PIC 9(8).
       77  MES-REVERSION                       PIC 99.
       77  CONT-INCORPORADOS                   PIC 9(6).
       77  CONT-EXISTENTES                     PIC 9(6).
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
            PERFORM 100-INICIO-GENERAL.
            PERFORM 150-MOSTRAR-MENU.
            PERFORM UNTIL OPCION-SALIR
               EVALUATE TRUE
                   WHEN OPCION-DEPOSITAR
                       PERFORM 200-DEPOSITAR
                   WHEN OPCION-ACREDITAR
                       PERFORM 300-ACREDITAR
                   WHEN OPCION-RECHAZAR
                       PERFORM 400-RECHAZAR
                   WHEN OPCION-CONSULTA
                       PERFORM 500-CONSULTA
                   WHEN OPCION-INCORPORAR
                       PERFORM 600-INCORPORAR-CHEQUES
                   WHEN OTHER
                       DISPLAY 'Opcion invalida.'
               END-EVALUATE
               PERFORM 150-MOSTRAR-MENU
            END-PERFORM.
            PERFORM 900-FIN-GENERAL.
            STOP RUN.

       100-INICIO-GENERAL.
           OPEN I-O CARTERA.
           IF WS-CARTERA-STATUS = '35'
               OPEN OUTPUT CARTERA
               CLOSE CARTERA
               OPEN I-O CARTERA
           END-IF.
           PERFORM 105-ABRIR-CUOTAS.
           PERFORM 106-ABRIR-COBRANZAS.
           OPEN EXTEND RECHAZOS.
           OPEN EXTEND AUDITORIA.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.

       105-ABRIR-CUOTAS.
      *    ----el club y las ventas comparten la cartera: cada lado
      *    ----puede no tener sus archivos en una instalacion dada
           OPEN I-O CUOTAS.
           IF WS-CUOTAS-STATUS = '00'
               MOVE 'S' TO HAY-CUOTAS
           END-IF.
           OPEN I-O PASAJEROS.
           IF WS-PASAJEROS-STATUS = '00'
               MOVE 'S' TO HAY-PASAJEROS
           END-IF.
           OPEN I-O SALDOS.
           IF WS-SALDOS-STATUS = '00'
               MOVE 'S' TO HAY-SALDOS
           END-IF.

       106-ABRIR-COBRANZAS.
           OPEN I-O COBRANZAS.
           IF WS-COBRANZAS-STATUS = '00'
               MOVE 'S' TO HAY-COBRANZAS
           END-IF.
           OPEN I-O CREDITOS.
           IF WS-CREDITOS-STATUS = '00'
               MOVE 'S' TO HAY-CREDITOS
           END-IF.

       150-MOSTRAR-MENU.
           DISPLAY ' '.
           DISPLAY '1-Depositar  2-Acreditar  3-Rechazar  '
               '4-Consulta  5-Incorporar cheques de cuotas  6-Salir'.
           DISPLAY 'Ingrese opcion:'.
           ACCEPT OPCION.

       160-INGRESAR-CHEQUE.
           MOVE 'N' TO CHEQUE-HALLADO.
           DISPLAY 'Ingrese origen (C=cuotas del club, '
               'V=cobranzas de ventas):'.
           ACCEPT CAR-ORIGEN.
           IF NOT CAR-DE-CUOTAS AND NOT CAR-DE-COBRANZAS
               DISPLAY 'Origen invalido, ingrese C o V.'
               PERFORM 160-INGRESAR-CHEQUE
           ELSE
               DISPLAY 'Ingrese numero de recibo:'
               ACCEPT CAR-RECIBO
               READ CARTERA
                   INVALID KEY
                       DISPLAY 'El recibo no tiene cheque en cartera.'
                   NOT INVALID KEY
                       MOVE 'S' TO CHEQUE-HALLADO
                       PERFORM 510-MOSTRAR-CHEQUE
               END-READ
           END-IF.

       170-INGRESAR-FECHA.
           DISPLAY 'Ingrese fecha del movimiento (AAAAMMDD, '
               '0 = hoy):'.
           ACCEPT FECHA-MOVIMIENTO.
           IF FECHA-MOVIMIENTO = 0
               ACCEPT FECHA-MOVIMIENTO FROM DATE YYYYMMDD
           END-IF.

       200-DEPOSITAR.
           PERFORM 160-INGRESAR-CHEQUE.
           IF CHEQUE-HALLADO = 'S'
               IF CAR-EN-CARTERA
                   PERFORM 170-INGRESAR-FECHA
                   MOVE 'D' TO CAR-ESTADO
                   MOVE FECHA-MOVIMIENTO TO CAR-FECHA-ESTADO
                   REWRITE CAR-REG
                   DISPLAY 'Cheque depositado.'
                   MOVE 'DEPOSITO' TO AUD-ACCION
                   PERFORM 800-GRABAR-AUDITORIA
               ELSE
                   DISPLAY 'Solo se deposita un cheque en cartera.'
               END-IF
           END-IF.

       300-ACREDITAR.
           PERFORM 160-INGRESAR-CHEQUE.
           IF CHEQUE-HALLADO = 'S'
               IF CAR-DEPOSITADO
                   PERFORM 170-INGRESAR-FECHA
                   MOVE 'A' TO CAR-ESTADO
                   MOVE FECHA-MOVIMIENTO TO CAR-FECHA-ESTADO
                   REWRITE CAR-REG
                   DISPLAY 'Cheque acreditado.'
                   MOVE 'ACREDITA' TO AUD-ACCION
                   PERFORM 800-GRABAR-AUDITORIA
               ELSE
                   DISPLAY 'Solo se acredita un cheque depositado.'
               END-IF
           END-IF.

       400-RECHAZAR.
      *    ----un cheque rebotado deja sin efecto el recibo que pago:
      *    ----los meses del pasajero o la factura del cliente vuelven
      *    ----a deber. Se admite el rechazo en cartera, depositado o
      *    ----endosado (el proveedor lo devuelve)
           PERFORM 160-INGRESAR-CHEQUE.
           IF CHEQUE-HALLADO = 'S'
               IF CAR-EN-CARTERA OR CAR-DEPOSITADO OR CAR-ENDOSADO
                   IF CAR-ENDOSADO
                       DISPLAY 'ATENCION: cheque endosado al '
                           'proveedor ', CAR-PROVEEDOR,
                           ' en la orden de pago ', CAR-ORDEN-PAGO,
                           '. Regularizar el pago al proveedor.'
                   END-IF
                   PERFORM 170-INGRESAR-FECHA
                   MOVE CAR-IMPORTE TO IMPORTE-A-REVERTIR
                   MOVE 0 TO IMPORTE-REVERTIDO
                   IF CAR-DE-CUOTAS
                       PERFORM 410-REVERTIR-CUOTA
                   ELSE
                       PERFORM 450-REVERTIR-COBRANZA
                   END-IF
                   MOVE 'R' TO CAR-ESTADO
                   MOVE FECHA-MOVIMIENTO TO CAR-FECHA-ESTADO
                   REWRITE CAR-REG
                   PERFORM 480-REGISTRAR-RECHAZO
                   MOVE 'RECHAZO' TO AUD-ACCION
                   PERFORM 800-GRABAR-AUDITORIA
               ELSE
                   DISPLAY 'El cheque ya esta acreditado o '
                       'rechazado: no admite rechazo.'
               END-IF
           END-IF.

       410-REVERTIR-CUOTA.
           IF HAY-CUOTAS = 'N'
               DISPLAY 'SIN ARCHIVO DE CUOTAS: el recibo se revierte '
                   'manualmente.'
           ELSE
               MOVE CAR-RECIBO TO CUO-RECIBO
               READ CUOTAS
                   INVALID KEY
                       DISPLAY 'ADVERTENCIA: recibo ', CUO-RECIBO,
                           ' inexistente en CUOTAS.'
                   NOT INVALID KEY
                       PERFORM 415-ANULAR-RECIBO-CUOTA
               END-READ
           END-IF.

       415-ANULAR-RECIBO-CUOTA.
      *    ----si el pago todavia no se aplico alcanza con anular el
      *    ----recibo: la aplicacion de pagos solo toma los 'N'
           EVALUATE TRUE
               WHEN CUO-ANULADO
                   DISPLAY 'El recibo ya estaba anulado.'
                   MOVE IMPORTE-A-REVERTIR TO IMPORTE-REVERTIDO
                   MOVE 0 TO IMPORTE-A-REVERTIR
               WHEN CUO-PENDIENTE
                   MOVE IMPORTE-A-REVERTIR TO IMPORTE-REVERTIDO
                   MOVE 0 TO IMPORTE-A-REVERTIR
                   DISPLAY 'Recibo pendiente de aplicar: se anula.'
               WHEN OTHER
                   PERFORM 420-REVERTIR-APLICACION
           END-EVALUATE.
           IF NOT CUO-ANULADO
               MOVE 'X' TO CUO-APLICADO
               REWRITE CUOTA-REG
           END-IF.

       420-REVERTIR-APLICACION.
      *    ----el pago aplicado se deshace en orden inverso al que lo
      *    ----aplico el proceso de cuotas: primero lo que haya quedado
      *    ----como saldo a favor, despues los meses del anio del
      *    ----recibo del mas nuevo al mas viejo
           IF HAY-SALDOS = 'S'
               PERFORM 425-REVERTIR-SALDO
           END-IF.
           MOVE 0 TO REVERTIDO-MESES.
           IF HAY-PASAJEROS = 'S'
               MOVE 12 TO MES-REVERSION
               PERFORM 430-REVERTIR-MES
                   UNTIL IMPORTE-A-REVERTIR = 0 OR MES-REVERSION = 0
               IF REVERTIDO-MESES > 0
                   PERFORM 435-AJUSTAR-MES-CERO
               END-IF
           END-IF.
           IF IMPORTE-A-REVERTIR > 0
               DISPLAY 'NO SE PUDO REVERTIR ', IMPORTE-A-REVERTIR,
                   ' (aplicado a plan o a otro miembro del grupo). '
                   'AJUSTAR MANUALMENTE.'
           END-IF.

       425-REVERTIR-SALDO.
           MOVE CUO-PASAJERO TO SAL-PASAJERO.
           READ SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SAL-IMPORTE >= IMPORTE-A-REVERTIR
                       SUBTRACT IMPORTE-A-REVERTIR FROM SAL-IMPORTE
                       ADD IMPORTE-A-REVERTIR TO IMPORTE-REVERTIDO
                       MOVE 0 TO IMPORTE-A-REVERTIR
                   ELSE
                       SUBTRACT SAL-IMPORTE FROM IMPORTE-A-REVERTIR
                       ADD SAL-IMPORTE TO IMPORTE-REVERTIDO
                       MOVE 0 TO SAL-IMPORTE
                   END-IF
                   REWRITE SAL-REG
                   DISPLAY 'Saldo a favor restante: ', SAL-IMPORTE
           END-READ.

       430-REVERTIR-MES.
           MOVE CUO-PASAJERO TO PAS-PASAJERO.
           MOVE CUO-ANIO TO PAS-ANIO.
           MOVE MES-REVERSION TO PAS-MES.
           READ PASAJEROS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAS-PAGADO > 0 AND NOT PAS-REFINANCIADO
                       AND NOT PAS-BAJA
                       IF PAS-PAGADO >= IMPORTE-A-REVERTIR
                           MOVE IMPORTE-A-REVERTIR TO REVERSION-MES
                       ELSE
                           MOVE PAS-PAGADO TO REVERSION-MES
                       END-IF
                       SUBTRACT REVERSION-MES FROM PAS-PAGADO
                       ADD REVERSION-MES TO PAS-DEBE
                       IF PAS-CANCELADO
                           MOVE "A" TO PAS-ESTADO
                       END-IF
                       REWRITE PAS-REG
                       SUBTRACT REVERSION-MES FROM IMPORTE-A-REVERTIR
                       ADD REVERSION-MES TO IMPORTE-REVERTIDO
                       ADD REVERSION-MES TO REVERTIDO-MESES
                       DISPLAY 'MES ', PAS-MES, ' VUELVE A DEBER: ',
                           PAS-DEBE
                   END-IF
           END-READ.
           SUBTRACT 1 FROM MES-REVERSION.

       435-AJUSTAR-MES-CERO.
      *    ----el mes cero acumula lo pagado en el anio
           MOVE CUO-PASAJERO TO PAS-PASAJERO.
           MOVE CUO-ANIO TO PAS-ANIO.
           MOVE 0 TO PAS-MES.
           READ PASAJEROS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAS-PAGADO > REVERTIDO-MESES
                       SUBTRACT REVERTIDO-MESES FROM PAS-PAGADO
                   ELSE
                       MOVE 0 TO PAS-PAGADO
                   END-IF
                   IF PAS-CANCELADO
                       MOVE "A" TO PAS-ESTADO
                   END-IF
                   REWRITE PAS-REG
           END-READ.

       450-REVERTIR-COBRANZA.
      *    ----la cobranza queda marcada como rechazada: la cuenta
      *    ----corriente y la antiguedad dejan de netearla y la
      *    ----exposicion del cliente vuelve a subir
           IF HAY-COBRANZAS = 'N'
               DISPLAY 'SIN ARCHIVO DE COBRANZAS: el recibo se '
                   'revierte manualmente.'
           ELSE
               MOVE CAR-RECIBO TO COB-RECIBO
               READ COBRANZAS
                   INVALID KEY
                       DISPLAY 'ADVERTENCIA: recibo ', COB-RECIBO,
                           ' inexistente en COBRANZAS.'
                   NOT INVALID KEY
                       PERFORM 455-ANULAR-COBRANZA
               END-READ
           END-IF.

       455-ANULAR-COBRANZA.
           IF COB-RECHAZADO
               DISPLAY 'La cobranza ya estaba rechazada.'
               MOVE IMPORTE-A-REVERTIR TO IMPORTE-REVERTIDO
               MOVE 0 TO IMPORTE-A-REVERTIR
           ELSE
               MOVE 'R' TO COB-MEDIO
               REWRITE COB-REGISTRO
               MOVE COB-IMPORTE TO IMPORTE-REVERTIDO
               MOVE 0 TO IMPORTE-A-REVERTIR
               IF COB-FACTURA > 0
                   DISPLAY 'La factura ', COB-FACTURA,
                       ' vuelve a deber.'
               ELSE
                   DISPLAY 'Las facturas imputadas con el recibo '
                       'vuelven a deber.'
               END-IF
               PERFORM 460-AUMENTAR-EXPOSICION
           END-IF.

       460-AUMENTAR-EXPOSICION.
           IF HAY-CREDITOS = 'S'
               MOVE COB-CLIENTE TO CRE-CLIENTE
               READ CREDITOS
                   INVALID KEY
                       DISPLAY 'ADVERTENCIA: cliente sin legajo de '
                           'credito, no se toca la exposicion.'
                   NOT INVALID KEY
                       ADD COB-IMPORTE TO CRE-EXPUESTO
                       REWRITE CRE-REGISTRO
                       DISPLAY 'Exposicion del cliente: ',
                           CRE-EXPUESTO
               END-READ
           END-IF.

       480-REGISTRAR-RECHAZO.
           MOVE FECHA-MOVIMIENTO TO RCH-D-FECHA.
           MOVE CAR-ORIGEN TO RCH-D-ORIGEN.
           MOVE CAR-RECIBO TO RCH-D-RECIBO.
           MOVE CAR-TITULAR TO RCH-D-TITULAR.
           MOVE CAR-BANCO TO RCH-D-BANCO.
           MOVE CAR-NUMERO TO RCH-D-NUMERO.
           MOVE CAR-IMPORTE TO RCH-D-IMPORTE.
           MOVE IMPORTE-REVERTIDO TO RCH-D-REVERTIDO.
           MOVE IMPORTE-A-REVERTIR TO RCH-D-PENDIENTE.
           WRITE RCH-LINEA FROM RCH-DETALLE.

       500-CONSULTA.
           PERFORM 160-INGRESAR-CHEQUE.

       510-MOSTRAR-CHEQUE.
           DISPLAY 'Titular:          ', CAR-TITULAR.
           DISPLAY 'Banco:            ', CAR-BANCO.
           DISPLAY 'Numero:           ', CAR-NUMERO.
           DISPLAY 'Fecha a depositar:', CAR-FECHA-DEPOSITO.
           DISPLAY 'Importe:          ', CAR-IMPORTE.
           EVALUATE TRUE
               WHEN CAR-EN-CARTERA
                   DISPLAY 'Estado: EN CARTERA'
               WHEN CAR-DEPOSITADO
                   DISPLAY 'Estado: DEPOSITADO EL ', CAR-FECHA-ESTADO
               WHEN CAR-ACREDITADO
                   DISPLAY 'Estado: ACREDITADO EL ', CAR-FECHA-ESTADO
               WHEN CAR-RECHAZADO
                   DISPLAY 'Estado: RECHAZADO EL ', CAR-FECHA-ESTADO
               WHEN CAR-ENDOSADO
                   DISPLAY 'Estado: ENDOSADO EL ', CAR-FECHA-ESTADO,
                       ' AL PROVEEDOR ', CAR-PROVEEDOR,
                       ' (ORDEN DE PAGO ', CAR-ORDEN-PAGO, ')'
           END-EVALUATE.

       600-INCORPORAR-CHEQUES.
      *    ----los cheques de cuotas anteriores a la cartera estan
      *    ----solo en cheques.dat: se incorporan en cartera una vez,
      *    ----los que ya figuran se saltean
           MOVE 0 TO CONT-INCORPORADOS.
           MOVE 0 TO CONT-EXISTENTES.
           MOVE 0 TO EOF-CHEQUES.
           OPEN INPUT CHEQUES.
           READ CHEQUES AT END MOVE 1 TO EOF-CHEQUES.
           PERFORM UNTIL EOF-CHEQUES = 1
               PERFORM 610-INCORPORAR-UN-CHEQUE
               READ CHEQUES AT END MOVE 1 TO EOF-CHEQUES
           END-PERFORM.
           CLOSE CHEQUES.
           DISPLAY 'CHEQUES INCORPORADOS: ', CONT-INCORPORADOS,
               '  YA EN CARTERA: ', CONT-EXISTENTES.

       610-INCORPORAR-UN-CHEQUE.
           MOVE 'C' TO CAR-ORIGEN.
           MOVE CHQ-RECIBO TO CAR-RECIBO.
           MOVE 0 TO CAR-TITULAR.
           IF HAY-CUOTAS = 'S'
               MOVE CHQ-RECIBO TO CUO-RECIBO
               READ CUOTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUO-PASAJERO TO CAR-TITULAR
               END-READ
           END-IF.
           MOVE CHQ-BANCO TO CAR-BANCO.
           MOVE CHQ-NUMERO TO CAR-NUMERO.
           MOVE CHQ-FECHA-DEPOSITO TO CAR-FECHA-DEPOSITO.
           MOVE CHQ-IMPORTE TO CAR-IMPORTE.
           MOVE 'K' TO CAR-ESTADO.
           ACCEPT CAR-FECHA-ESTADO FROM DATE YYYYMMDD.
           MOVE 0 TO CAR-PROVEEDOR.
           MOVE 0 TO CAR-ORDEN-PAGO.
           WRITE CAR-REG
               INVALID KEY
                   ADD 1 TO CONT-EXISTENTES
               NOT INVALID KEY
                   ADD 1 TO CONT-INCORPORADOS
                   MOVE 'INCORPORA' TO AUD-ACCION
                   PERFORM 800-GRABAR-AUDITORIA
           END-WRITE.

       800-GRABAR-AUDITORIA.
           MOVE CAR-ORIGEN TO AUD-C-ORIGEN.
           MOVE CAR-RECIBO TO AUD-C-RECIBO.
           MOVE AUD-CLAVE-CHEQUE TO AUD-CLAVE.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 801-ENCADENAR-AUDITORIA.

       801-ENCADENAR-AUDITORIA.
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
           PERFORM 802-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.
           MOVE AUC-CONTROL-ANT TO AUC-CONTROL.
           WRITE AUD-LINEA FROM AUC-REGISTRO.
           MOVE SPACES TO ACA-REG.
           MOVE AUC-SECUENCIA TO ACA-SECUENCIA.
           MOVE AUC-CONTROL TO ACA-CONTROL.
           OPEN OUTPUT AUDCADENA.
           WRITE ACA-REG.
           CLOSE AUDCADENA.

       802-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

       900-FIN-GENERAL.
           CLOSE CARTERA, RECHAZOS, AUDITORIA.
           IF HAY-CUOTAS = 'S'
               CLOSE CUOTAS
           END-IF.
           IF HAY-PASAJEROS = 'S'
               CLOSE PASAJEROS
           END-IF.
           IF HAY-SALDOS = 'S'
               CLOSE SALDOS
           END-IF.
           IF HAY-COBRANZAS = 'S'
               CLOSE COBRANZAS
           END-IF.
           IF HAY-CREDITOS = 'S'
               CLOSE CREDITOS
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
