           03 CUO-APLICADO PIC X VALUE 'N'.
               88 CUO-YA-APLICADO VALUE 'S'.
               88 CUO-PENDIENTE VALUE 'N'.
               88 CUO-ANULADO VALUE 'X'.
           03 CUO-MEDIO-PAGO PIC X.
               88 CUO-EFECTIVO VALUE 'E'.
               88 CUO-CHEQUE VALUE 'C'.
               '  PENDIENTES DE APLICAR: ', TOTAL-PENDIENTE.

       610-MOSTRAR-UN-PAGO.
           EVALUATE TRUE
               WHEN CUO-YA-APLICADO
                   DISPLAY 'RECIBO ', CUO-RECIBO,
                       ' FECHA ', CUO-FECHA,
                       ' IMPORTE ', CUO-IMPORTE, ' APLICADO'
                   ADD CUO-IMPORTE TO TOTAL-APLICADO
               WHEN CUO-ANULADO
                   DISPLAY 'RECIBO ', CUO-RECIBO,
                       ' FECHA ', CUO-FECHA,
                       ' IMPORTE ', CUO-IMPORTE,
                       ' ANULADO (CHEQUE RECHAZADO)'
               WHEN OTHER
                   DISPLAY 'RECIBO ', CUO-RECIBO,
                       ' FECHA ', CUO-FECHA,
                       ' IMPORTE ', CUO-IMPORTE, ' PENDIENTE'
                   ADD CUO-IMPORTE TO TOTAL-PENDIENTE
           END-EVALUATE.

       900-FIN-GENERAL.
           CLOSE CUOTAS, PASAJEROS, PASAJEROS-DATOS.
