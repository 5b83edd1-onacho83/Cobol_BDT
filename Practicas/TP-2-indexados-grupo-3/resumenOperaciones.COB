       77  SUB-P                               PIC 99.
       77  SUB-B                               PIC 99.
       77  HALLADO                             PIC X.
       77  CANT-PASOS                          PIC 99 VALUE 12.

       01  TABLA-PASOS.
           03 PASO-ITEM OCCURS 12 TIMES.
               05 PASO-PROGRAMA                PIC X(15).
               05 PASO-VISTO                   PIC X.
               05 PASO-CANTIDAD                PIC 9(8).
           MOVE WS-FECHA-HOY TO RES-T-FECHA.
           WRITE RES-LINEA FROM RES-TITULO.
           PERFORM 1100-LEER-PARAMETROS.
           MOVE "VERIFAUDITORIA" TO PASO-PROGRAMA(1).
           MOVE "GRABARVENDEDOR" TO PASO-PROGRAMA(2).
           MOVE "GRABARARTICULO" TO PASO-PROGRAMA(3).
           MOVE "GRABARCLIENVIP" TO PASO-PROGRAMA(4).
           MOVE "GRABARMOVART"   TO PASO-PROGRAMA(5).
           MOVE "GRABARFACTURAS" TO PASO-PROGRAMA(6).
           MOVE "IMPORTARPEDWEB" TO PASO-PROGRAMA(7).
           MOVE "VENCERPRESUP"   TO PASO-PROGRAMA(8).
           MOVE "CHEQUEOINTEG"   TO PASO-PROGRAMA(9).
           MOVE "TP2"            TO PASO-PROGRAMA(10).
           MOVE "REPEXCEPCIONES" TO PASO-PROGRAMA(11).
           MOVE "EXPORTCATALOGO" TO PASO-PROGRAMA(12).
           MOVE 0 TO SUB-P.
           PERFORM 1200-LIMPIAR-PASO CANT-PASOS TIMES.

               MOVE 'S' TO HUBO-FALLA
           ELSE
               EVALUATE PASO-PROGRAMA(SUB-P)
                   WHEN "VERIFAUDITORIA"
                       IF PASO-CANTIDAD(SUB-P) > 0
                           MOVE "FALLA: AUDITORIA" TO RES-D-VEREDICTO
                           MOVE 'S' TO HUBO-FALLA
                       ELSE
                           MOVE "PASA" TO RES-D-VEREDICTO
                       END-IF
                   WHEN "CHEQUEOINTEG"
                       IF PASO-CANTIDAD(SUB-P) > 0
                           MOVE "FALLA: INCONSIST." TO RES-D-VEREDICTO
