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
           SELECT VIAJES ASSIGN TO '../viajes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VIA-CODIGO.
           SELECT SALDOSVIA ASSIGN TO '../saldos_viajes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SVI-CLAVE
               FILE STATUS IS WS-SALDOSVIA-STATUS.
           SELECT RECIBOSVIA ASSIGN TO '../recibos_viajes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RVI-RECIBO
               ALTERNATE KEY IS RVI-PASAJERO WITH DUPLICATES
               FILE STATUS IS WS-RECIBOSVIA-STATUS.
           SELECT OPTIONAL RECCTL
               ASSIGN TO '../viajes_recibos_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VIAJES.
       01  VIA-REG.
           03 VIA-CODIGO                       PIC 9(4).
           03 VIA-DESTINO                      PIC X(30).
           03 VIA-FECHA                        PIC 9(8).
           03 VIA-CAPACIDAD                    PIC 9(4).
           03 VIA-PRECIO                       PIC 9(8).
           03 VIA-INSCRIPTOS                   PIC 9(4).
       FD  SALDOSVIA.
       01  SVI-REG.
           03 SVI-CLAVE.
               05 SVI-PASAJERO                 PIC 9(5).
               05 SVI-VIAJE                    PIC 9(4).
           03 SVI-PRECIO                       PIC 9(8).
           03 SVI-CARGO                        PIC 9(8).
           03 SVI-PAGADO                       PIC 9(8).
           03 SVI-DEVUELTO                     PIC 9(8).
           03 SVI-PENALIDAD                    PIC 9(8).
           03 SVI-FECHA-ALTA                   PIC 9(8).
           03 SVI-FECHA-BAJA                   PIC 9(8).
       FD  RECIBOSVIA.
       01  RVI-REG.
           03 RVI-RECIBO                       PIC 9(10).
           03 RVI-PASAJERO                     PIC 9(5).
           03 RVI-VIAJE                        PIC 9(4).
           03 RVI-FECHA                        PIC 9(8).
           03 RVI-TIPO                         PIC X.
               88 RVI-PAGO                     VALUE 'P'.
               88 RVI-DEVOLUCION               VALUE 'D'.
           03 RVI-IMPORTE                      PIC 9(8).
           03 RVI-MEDIO-PAGO                   PIC X.
               88 RVI-EFECTIVO                 VALUE 'E'.
               88 RVI-TRANSFERENCIA            VALUE 'T'.
           03 RVI-OPERADOR                     PIC X(10).
       FD  RECCTL.
       01  RCT-REG.
           03 RCT-PROX-RECIBO                  PIC 9(10).

       WORKING-STORAGE SECTION.
       77  WS-SALDOSVIA-STATUS                 PIC X(02).
       77  WS-RECIBOSVIA-STATUS                PIC X(02).
       77  EOF-RECCTL                          PIC 9 VALUE 0.
       77  PROX-RECIBO                         PIC 9(10) VALUE 1.
       77  PASAJERO-PEDIDO                     PIC 9(5).
       77  VIAJE-PEDIDO                        PIC 9(4).
       77  SALDO-VIAJE                         PIC S9(9).
       77  A-DEVOLVER                          PIC 9(9).
       77  CONFIRMA                            PIC X.
       77  HAY-SALDO                           PIC X.
       77  CTL-CANT-PAGOS                      PIC 9(6) VALUE 0.
       77  CTL-SUMA-PAGOS                      PIC 9(10) VALUE 0.
       77  CTL-CANT-DEVOLUCIONES               PIC 9(6) VALUE 0.
       77  CTL-SUMA-DEVOLUCIONES               PIC 9(10) VALUE 0.
       77  WS-OPERADOR                         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO-GENERAL.
            PERFORM 200-INGRESAR-PASAJERO.
            PERFORM UNTIL PASAJERO-PEDIDO = 0
               PERFORM 300-INGRESAR-VIAJE
               IF HAY-SALDO = 'S'
                   PERFORM 400-PROCESO
               END-IF
               PERFORM 200-INGRESAR-PASAJERO
            END-PERFORM.
            PERFORM 500-FIN-GENERAL.
            STOP RUN.

       100-INICIO-GENERAL.
           OPEN INPUT VIAJES.
           OPEN I-O SALDOSVIA.
           IF WS-SALDOSVIA-STATUS = '35'
               DISPLAY 'No hay saldos de viaje cargados. ABORTANDO.'
               CLOSE VIAJES
               STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 105-ABRIR-RECIBOS.
           PERFORM 110-LEER-PROX-RECIBO.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT WS-OPERADOR.
           DISPLAY 'PROXIMO RECIBO DE VIAJE A EMITIR: ', PROX-RECIBO.

       105-ABRIR-RECIBOS.
           OPEN I-O RECIBOSVIA.
           IF WS-RECIBOSVIA-STATUS = '35'
               OPEN OUTPUT RECIBOSVIA
               CLOSE RECIBOSVIA
               OPEN I-O RECIBOSVIA
           END-IF.

       110-LEER-PROX-RECIBO.
      *    ----los recibos de viaje llevan su propia serie: no se
      *    ----mezclan con la numeracion de cuotas que controla
      *    ----ctrlRecibos
           OPEN INPUT RECCTL.
           READ RECCTL AT END MOVE 1 TO EOF-RECCTL.
           IF EOF-RECCTL <> 1 AND RCT-PROX-RECIBO > 0
               MOVE RCT-PROX-RECIBO TO PROX-RECIBO
           END-IF.
           CLOSE RECCTL.

       200-INGRESAR-PASAJERO.
           DISPLAY ' '.
           DISPLAY 'Ingrese numero de pasajero (para salir = cero):'.
           ACCEPT PASAJERO-PEDIDO.

       300-INGRESAR-VIAJE.
           MOVE 'N' TO HAY-SALDO.
           DISPLAY 'Ingrese codigo de viaje:'.
           ACCEPT VIAJE-PEDIDO.
           MOVE PASAJERO-PEDIDO TO SVI-PASAJERO.
           MOVE VIAJE-PEDIDO TO SVI-VIAJE.
           READ SALDOSVIA
               INVALID KEY
                   DISPLAY 'El pasajero no tiene cargos en ese viaje.'
               NOT INVALID KEY
                   PERFORM 310-MOSTRAR-SALDO
           END-READ.

       310-MOSTRAR-SALDO.
           MOVE VIAJE-PEDIDO TO VIA-CODIGO.
           READ VIAJES
               INVALID KEY
                   MOVE '(VIAJE DADO DE BAJA)' TO VIA-DESTINO
           END-READ.
           COMPUTE SALDO-VIAJE = SVI-CARGO - SVI-PAGADO + SVI-DEVUELTO.
           DISPLAY 'VIAJE A ', VIA-DESTINO.
           DISPLAY 'CARGO: ', SVI-CARGO, '  PAGADO: ', SVI-PAGADO,
               '  DEVUELTO: ', SVI-DEVUELTO.
           IF SVI-FECHA-BAJA > 0
               DISPLAY 'RESERVA CANCELADA EL ', SVI-FECHA-BAJA,
                   '  PENALIDAD: ', SVI-PENALIDAD
           END-IF.
           IF SALDO-VIAJE = 0
               DISPLAY 'SIN SALDO: el viaje esta cancelado al dia.'
           ELSE
               MOVE 'S' TO HAY-SALDO
               IF SALDO-VIAJE > 0
                   DISPLAY 'SALDO PENDIENTE: ', SALDO-VIAJE
               ELSE
                   COMPUTE A-DEVOLVER = 0 - SALDO-VIAJE
                   DISPLAY 'A DEVOLVER AL PASAJERO: ', A-DEVOLVER
               END-IF
           END-IF.

       320-INGRESAR-PAGO.
           DISPLAY 'Ingrese importe del pago (maximo ', SALDO-VIAJE,
               '):'.
           ACCEPT RVI-IMPORTE.
           IF RVI-IMPORTE = 0 OR RVI-IMPORTE > SALDO-VIAJE
               DISPLAY 'Importe invalido. Reingrese.'
               PERFORM 320-INGRESAR-PAGO
           END-IF.

       330-INGRESAR-DEVOLUCION.
           DISPLAY 'Ingrese importe a devolver (maximo ', A-DEVOLVER,
               '):'.
           ACCEPT RVI-IMPORTE.
           IF RVI-IMPORTE = 0 OR RVI-IMPORTE > A-DEVOLVER
               DISPLAY 'Importe invalido. Reingrese.'
               PERFORM 330-INGRESAR-DEVOLUCION
           END-IF.

       340-INGRESAR-MEDIO.
      *    ----los cheques de terceros solo se reciben por cuotas
           DISPLAY 'Ingrese medio (E=efectivo, T=transferencia):'.
           ACCEPT RVI-MEDIO-PAGO.
           IF NOT RVI-EFECTIVO AND NOT RVI-TRANSFERENCIA
               DISPLAY 'Medio invalido, ingrese E o T.'
               PERFORM 340-INGRESAR-MEDIO
           END-IF.

       400-PROCESO.
           MOVE PASAJERO-PEDIDO TO RVI-PASAJERO.
           MOVE VIAJE-PEDIDO TO RVI-VIAJE.
           DISPLAY 'Ingrese fecha (AAAAMMDD, 0 = hoy):'.
           ACCEPT RVI-FECHA.
           IF RVI-FECHA = 0
               ACCEPT RVI-FECHA FROM DATE YYYYMMDD
           END-IF.
           IF SALDO-VIAJE > 0
               MOVE 'P' TO RVI-TIPO
               PERFORM 320-INGRESAR-PAGO
           ELSE
               MOVE 'D' TO RVI-TIPO
               PERFORM 330-INGRESAR-DEVOLUCION
           END-IF.
           PERFORM 340-INGRESAR-MEDIO.
           DISPLAY 'Confirma el recibo (S/N)?'.
           ACCEPT CONFIRMA.
           IF CONFIRMA = 'S'
               PERFORM 410-EMITIR-RECIBO
           ELSE
               DISPLAY 'Recibo no emitido.'
           END-IF.

       410-EMITIR-RECIBO.
           MOVE PROX-RECIBO TO RVI-RECIBO.
           MOVE WS-OPERADOR TO RVI-OPERADOR.
           WRITE RVI-REG
               INVALID KEY
                   DISPLAY 'RECIBO ', RVI-RECIBO, ' YA EXISTE. SE '
                       'AVANZA LA NUMERACION Y SE REINTENTA.'
                   ADD 1 TO PROX-RECIBO
                   PERFORM 410-EMITIR-RECIBO
               NOT INVALID KEY
                   DISPLAY 'RECIBO DE VIAJE EMITIDO: ', RVI-RECIBO
                   PERFORM 420-APLICAR-SALDO
                   ADD 1 TO PROX-RECIBO
                   PERFORM 450-GRABAR-PROX-RECIBO
           END-WRITE.

       420-APLICAR-SALDO.
      *    ----el recibo se aplica en el momento al saldo del viaje
           IF RVI-PAGO
               ADD RVI-IMPORTE TO SVI-PAGADO
               ADD 1 TO CTL-CANT-PAGOS
               ADD RVI-IMPORTE TO CTL-SUMA-PAGOS
           ELSE
               ADD RVI-IMPORTE TO SVI-DEVUELTO
               ADD 1 TO CTL-CANT-DEVOLUCIONES
               ADD RVI-IMPORTE TO CTL-SUMA-DEVOLUCIONES
           END-IF.
           REWRITE SVI-REG
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR EL SALDO DEL VIAJE.'
           END-REWRITE.
           COMPUTE SALDO-VIAJE = SVI-CARGO - SVI-PAGADO + SVI-DEVUELTO.
           DISPLAY 'NUEVO SALDO DEL VIAJE: ', SALDO-VIAJE.

       450-GRABAR-PROX-RECIBO.
           OPEN OUTPUT RECCTL.
           MOVE PROX-RECIBO TO RCT-PROX-RECIBO.
           WRITE RCT-REG.
           CLOSE RECCTL.

       500-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'PAGOS DE VIAJE: ', CTL-CANT-PAGOS,
               '  SUMA: ', CTL-SUMA-PAGOS.
           DISPLAY 'DEVOLUCIONES: ', CTL-CANT-DEVOLUCIONES,
               '  SUMA: ', CTL-SUMA-DEVOLUCIONES.
           CLOSE VIAJES, SALDOSVIA, RECIBOSVIA.

       END PROGRAM YOUR-PROGRAM-NAME.
