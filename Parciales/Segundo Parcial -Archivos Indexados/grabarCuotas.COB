               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHEQUES ASSIGN TO '../cheques.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARTERA ASSIGN TO '../cartera_cheques.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAR-CLAVE
               FILE STATUS IS WS-CARTERA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           03 CHQ-FECHA-DEPOSITO               PIC 9(8).
           03 FILLER                           PIC X.
           03 CHQ-IMPORTE                      PIC 9(8).
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

       WORKING-STORAGE SECTION.
       77  WS-CUOTAS-STATUS                    PIC X(02).
       77  WS-CARTERA-STATUS                   PIC X(02).
       77  EOF-RECCTL                          PIC 9 VALUE 0.
       77  PROX-RECIBO                         PIC 9(10) VALUE 1.
       77  PASAJERO-PEDIDO                     PIC 9(5).
           PERFORM 105-ABRIR-CUOTAS.
           PERFORM 110-LEER-PROX-RECIBO.
           OPEN EXTEND CHEQUES.
           PERFORM 106-ABRIR-CARTERA.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT WS-OPERADOR.
           DISPLAY 'PROXIMO RECIBO A EMITIR: ', PROX-RECIBO.
               OPEN I-O CUOTAS
           END-IF.

       106-ABRIR-CARTERA.
           OPEN I-O CARTERA.
           IF WS-CARTERA-STATUS = '35'
               OPEN OUTPUT CARTERA
               CLOSE CARTERA
               OPEN I-O CARTERA
           END-IF.

       110-LEER-PROX-RECIBO.
           OPEN INPUT RECCTL.
           READ RECCTL AT END MOVE 1 TO EOF-RECCTL.
           ACCEPT CHQ-FECHA-DEPOSITO.
           MOVE CUO-IMPORTE TO CHQ-IMPORTE.
           WRITE CHQ-REG.
           PERFORM 335-INGRESAR-A-CARTERA.

       335-INGRESAR-A-CARTERA.
      *    ----el cheque queda en cartera hasta que se deposite,
      *    ----se acredite o rebote
           MOVE 'C' TO CAR-ORIGEN.
           MOVE CUO-RECIBO TO CAR-RECIBO.
           MOVE CUO-PASAJERO TO CAR-TITULAR.
           MOVE CHQ-BANCO TO CAR-BANCO.
           MOVE CHQ-NUMERO TO CAR-NUMERO.
           MOVE CHQ-FECHA-DEPOSITO TO CAR-FECHA-DEPOSITO.
           MOVE CUO-IMPORTE TO CAR-IMPORTE.
           MOVE 'K' TO CAR-ESTADO.
           MOVE CUO-FECHA TO CAR-FECHA-ESTADO.
           MOVE 0 TO CAR-PROVEEDOR.
           MOVE 0 TO CAR-ORDEN-PAGO.
           WRITE CAR-REG
               INVALID KEY
                   DISPLAY 'ADVERTENCIA: el recibo ', CUO-RECIBO,
                       ' ya tenia cheque en cartera.'
           END-WRITE.

       400-PROCESO.
      *    ----el numero de recibo lo asigna el control central: se
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'CUOTAS GRABADAS: ', CTL-CANT-ALTAS.
           DISPLAY 'SUMA DE IMPORTES: ', CTL-SUMA-IMPORTE.
           CLOSE CUOTAS, CHEQUES, CARTERA.

       END PROGRAM YOUR-PROGRAM-NAME.
