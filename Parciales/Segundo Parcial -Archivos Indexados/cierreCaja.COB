               ALTERNATE KEY IS CUO-PASAJERO WITH DUPLICATES.
           SELECT CIERRECAJA ASSIGN TO '../cierre_caja.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAJAHIST ASSIGN TO '../cierres_caja_hist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CJH-CLAVE
               FILE STATUS IS WS-CAJAHIST-STATUS.
           SELECT RECIBOSVIA ASSIGN TO '../recibos_viajes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVI-RECIBO
               ALTERNATE KEY IS RVI-PASAJERO WITH DUPLICATES
               FILE STATUS IS WS-RECIBOSVIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           03 CUO-OPERADOR PIC X(10).
       FD  CIERRECAJA.
       01  CJA-LINEA                           PIC X(100).
       FD  CAJAHIST.
       01  CJH-REGISTRO.
           03 CJH-CLAVE.
               05 CJH-FECHA PIC 9(8).
               05 CJH-OPERADOR PIC X(10).
           03 CJH-COBRADO PIC S9(10).
           03 CJH-DECLARADO PIC 9(10).
           03 CJH-DIFERENCIA PIC S9(10).
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

       WORKING-STORAGE SECTION.
       01  CJA-TITULO.
           03 CJA-D-MEDIO        PIC X.
           03 FILLER             PIC X(11) VALUE "  IMPORTE: ".
           03 CJA-D-IMPORTE      PIC Z(7)9.
       01  CJA-DETALLE-VIAJE.
           03 FILLER             PIC X(10) VALUE "VIAJE:  ".
           03 CJA-V-RECIBO       PIC Z(9)9.
           03 FILLER             PIC X(12) VALUE "  PASAJERO: ".
           03 CJA-V-PASAJERO     PIC ZZZZ9.
           03 FILLER             PIC X(10) VALUE "  MEDIO: ".
           03 CJA-V-MEDIO        PIC X.
           03 FILLER             PIC X(11) VALUE "  IMPORTE: ".
           03 CJA-V-IMPORTE      PIC -(7)9.
           03 FILLER             PIC X(9) VALUE "  VIAJE: ".
           03 CJA-V-VIAJE        PIC ZZZ9.
       01  CJA-TOTALES.
           03 FILLER             PIC X(11) VALUE "EFECTIVO: ".
           03 CJA-T-EFECTIVO     PIC -(9)9.
           03 FILLER             PIC X(11) VALUE "  CHEQUES: ".
           03 CJA-T-CHEQUES      PIC Z(9)9.
           03 FILLER             PIC X(17)
                   VALUE "  TRANSFERENCIA: ".
           03 CJA-T-TRANSF       PIC -(9)9.
           03 FILLER             PIC X(11) VALUE "  DEBITOS: ".
           03 CJA-T-DEBITOS      PIC Z(9)9.
       01  CJA-CONCILIACION.
           03 FILLER             PIC X(17)
                   VALUE "TOTAL COBRADO:   ".
           03 CJA-C-TOTAL        PIC -(9)9.
           03 FILLER             PIC X(13)
                   VALUE "  DECLARADO: ".
           03 CJA-C-DECLARADO    PIC Z(9)9.
       77  EOF-CUOTAS                          PIC 9 VALUE 0.
       77  FECHA-PEDIDA                        PIC 9(8).
       77  OPERADOR-PEDIDO                     PIC X(10).
       77  TOTAL-EFECTIVO                      PIC S9(10) VALUE 0.
       77  TOTAL-CHEQUES                       PIC 9(10) VALUE 0.
       77  TOTAL-TRANSF                        PIC S9(10) VALUE 0.
       77  TOTAL-DEBITOS                       PIC 9(10) VALUE 0.
       77  TOTAL-COBRADO                       PIC S9(10) VALUE 0.
       77  IMPORTE-DECLARADO                   PIC 9(10).
       77  DIFERENCIA                          PIC S9(10).
       77  CONT-RECIBOS                        PIC 9(6) VALUE 0.
       77  IMPORTE-VIAJE                       PIC S9(8).
       77  WS-CAJAHIST-STATUS                  PIC X(02).
       77  WS-RECIBOSVIA-STATUS                PIC X(02).
       77  HAY-RECIBOSVIA                      PIC X VALUE 'N'.
       77  EOF-RECIBOSVIA                      PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           PERFORM 200-RECORRER-RECIBOS.
           PERFORM 250-RECORRER-VIAJES.
           PERFORM 800-CONCILIAR.
           PERFORM 900-FIN-GENERAL.
           STOP RUN.
               READ CUOTAS NEXT AT END MOVE 1 TO EOF-CUOTAS
           END-PERFORM.

       250-RECORRER-VIAJES.
      **   los pagos de viajes entran a la misma caja que las cuotas;
      **   la devolucion de un viaje sale de la caja y resta
           OPEN INPUT RECIBOSVIA.
           IF WS-RECIBOSVIA-STATUS = '00'
               MOVE 'S' TO HAY-RECIBOSVIA
               MOVE 0 TO RVI-RECIBO
               START RECIBOSVIA KEY IS > RVI-RECIBO
                   INVALID KEY
                       MOVE 1 TO EOF-RECIBOSVIA
               END-START
               IF EOF-RECIBOSVIA <> 1
                   READ RECIBOSVIA NEXT AT END MOVE 1 TO EOF-RECIBOSVIA
                   END-READ
               END-IF
               PERFORM UNTIL EOF-RECIBOSVIA = 1
                   IF RVI-FECHA = FECHA-PEDIDA
                       AND (OPERADOR-PEDIDO = SPACES
                            OR RVI-OPERADOR = OPERADOR-PEDIDO)
                       PERFORM 350-SUMAR-RECIBO-VIAJE
                   END-IF
                   READ RECIBOSVIA NEXT AT END MOVE 1 TO EOF-RECIBOSVIA
                   END-READ
               END-PERFORM
           END-IF.

       300-SUMAR-RECIBO.
           ADD 1 TO CONT-RECIBOS.
           ADD CUO-IMPORTE TO TOTAL-COBRADO.
           MOVE CUO-IMPORTE TO CJA-D-IMPORTE.
           WRITE CJA-LINEA FROM CJA-DETALLE.

       350-SUMAR-RECIBO-VIAJE.
           ADD 1 TO CONT-RECIBOS.
           MOVE RVI-IMPORTE TO IMPORTE-VIAJE.
           IF RVI-DEVOLUCION
               COMPUTE IMPORTE-VIAJE = IMPORTE-VIAJE * -1
           END-IF.
           ADD IMPORTE-VIAJE TO TOTAL-COBRADO.
           IF RVI-TRANSFERENCIA
               ADD IMPORTE-VIAJE TO TOTAL-TRANSF
           ELSE
               ADD IMPORTE-VIAJE TO TOTAL-EFECTIVO
           END-IF.
           MOVE RVI-RECIBO TO CJA-V-RECIBO.
           MOVE RVI-PASAJERO TO CJA-V-PASAJERO.
           MOVE RVI-MEDIO-PAGO TO CJA-V-MEDIO.
           MOVE IMPORTE-VIAJE TO CJA-V-IMPORTE.
           MOVE RVI-VIAJE TO CJA-V-VIAJE.
           WRITE CJA-LINEA FROM CJA-DETALLE-VIAJE.

       800-CONCILIAR.
           MOVE TOTAL-EFECTIVO TO CJA-T-EFECTIVO.
           MOVE TOTAL-CHEQUES TO CJA-T-CHEQUES.
           ELSE
               DISPLAY 'CAJA CONCILIADA SIN DIFERENCIAS.'
           END-IF.
           PERFORM 850-GRABAR-HISTORIA.

       850-GRABAR-HISTORIA.
      **   queda un renglon por dia y operador para contabilizar el
      **   faltante o sobrante; si se vuelve a cerrar, se reemplaza.
      **   El cierre de todos los operadores no se guarda: su
      **   diferencia ya esta en los renglones de cada operador
           IF OPERADOR-PEDIDO NOT = SPACES
               OPEN I-O CAJAHIST
               IF WS-CAJAHIST-STATUS = '35'
                   OPEN OUTPUT CAJAHIST
                   CLOSE CAJAHIST
                   OPEN I-O CAJAHIST
               END-IF
               MOVE FECHA-PEDIDA TO CJH-FECHA
               MOVE OPERADOR-PEDIDO TO CJH-OPERADOR
               MOVE TOTAL-COBRADO TO CJH-COBRADO
               MOVE IMPORTE-DECLARADO TO CJH-DECLARADO
               MOVE DIFERENCIA TO CJH-DIFERENCIA
               WRITE CJH-REGISTRO
                   INVALID KEY
                       REWRITE CJH-REGISTRO
               END-WRITE
               CLOSE CAJAHIST
           END-IF.

       900-FIN-GENERAL.
           CLOSE CUOTAS, CIERRECAJA.
           IF HAY-RECIBOSVIA = 'S'
               CLOSE RECIBOSVIA
           END-IF.
           DISPLAY "CIERRE DE CAJA GENERADO. RECIBOS: ",
               CONT-RECIBOS.

