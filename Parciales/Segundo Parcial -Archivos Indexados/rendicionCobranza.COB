           03 FILLER             PIC X(13)
                          VALUE "  FALTANTE:  ".
           03 REN-R-FALTANTE     PIC -(9)9.
       01  REN-DISPOSITIVO.
           03 FILLER             PIC X(28)
                          VALUE "CARGADO DESDE DISPOSITIVO:  ".
           03 REN-V-CANTIDAD     PIC ZZZZ9.
           03 FILLER             PIC X(11) VALUE "  RECIBOS, ".
           03 REN-V-IMPORTE      PIC Z(9)9.

       77  EOF-CUOTAS                          PIC 9 VALUE 0.
       77  COBRADOR-PEDIDO                     PIC 9(3).
       77  FALTANTE                            PIC S9(10).
       77  CONT-RECIBOS                        PIC 9(6) VALUE 0.
       77  ES-DE-LA-RUTA                       PIC X.
       77  CONT-DISPOSITIVO                    PIC 9(6) VALUE 0.
       77  TOTAL-DISPOSITIVO                   PIC 9(10) VALUE 0.
       01  OPERADOR-RUTA.
           03 FILLER                           PIC X(4) VALUE 'COB-'.
           03 ORU-COBRADOR                     PIC 9(3).
           03 FILLER                           PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               ACCEPT FECHA-PEDIDA FROM DATE YYYYMMDD
           END-IF.
           MOVE COBRADOR-PEDIDO TO REN-T-COBRADOR.
           MOVE COBRADOR-PEDIDO TO ORU-COBRADOR.
           MOVE FECHA-PEDIDA TO REN-T-FECHA.
           WRITE REN-LINEA FROM REN-TITULO.

           MOVE CUO-PASAJERO TO REN-D-PASAJERO.
           MOVE CUO-IMPORTE TO REN-D-IMPORTE.
           WRITE REN-LINEA FROM REN-DETALLE.
      *    ----los recibos importados del dispositivo del cobrador
      *    ----se informan aparte para cotejar con su importacion
           IF CUO-OPERADOR = OPERADOR-RUTA
               ADD 1 TO CONT-DISPOSITIVO
               ADD CUO-IMPORTE TO TOTAL-DISPOSITIVO
           END-IF.

       800-CONCILIAR.
           DISPLAY 'Total cobrado por la ruta en el dia: ',
           MOVE IMPORTE-RENDIDO TO REN-R-RENDIDO.
           MOVE FALTANTE TO REN-R-FALTANTE.
           WRITE REN-LINEA FROM REN-RESUMEN.
           MOVE CONT-DISPOSITIVO TO REN-V-CANTIDAD.
           MOVE TOTAL-DISPOSITIVO TO REN-V-IMPORTE.
           WRITE REN-LINEA FROM REN-DISPOSITIVO.
           DISPLAY 'Cargado desde el dispositivo: ', CONT-DISPOSITIVO,
               ' recibos por ', TOTAL-DISPOSITIVO.
           IF FALTANTE > 0
               DISPLAY 'ATENCION: FALTANTE EN LA RENDICION: ',
                   FALTANTE
