           03 CUO-APLICADO PIC X VALUE 'N'.
               88 CUO-YA-APLICADO VALUE 'S'.
               88 CUO-PENDIENTE VALUE 'N'.
               88 CUO-ANULADO VALUE 'X'.
           03 CUO-MEDIO-PAGO PIC X.
               88 CUO-EFECTIVO VALUE 'E'.
               88 CUO-CHEQUE VALUE 'C'.
                   DISPLAY 'Importe: ', CUO-IMPORTE
                   DISPLAY 'Medio de pago: ', CUO-MEDIO-PAGO
                   DISPLAY 'Operador: ', CUO-OPERADOR
                   EVALUATE TRUE
                       WHEN CUO-YA-APLICADO
                           DISPLAY 'Estado: APLICADO'
                       WHEN CUO-ANULADO
                           DISPLAY 'Estado: ANULADO (CHEQUE RECHAZADO)'
                       WHEN OTHER
                           DISPLAY 'Estado: PENDIENTE'
                   END-EVALUATE
           END-READ.

       500-FIN-GENERAL.
