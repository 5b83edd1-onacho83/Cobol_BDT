               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS art-codigo.
           SELECT KITS ASSIGN TO '../kits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CLAVE
               FILE STATUS IS WS-KITS-STATUS.
           SELECT REPPED ASSIGN TO '../reporte_pedidos.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           03 art-moneda                       PIC X(3).
           03 art-tasa-iva                     PIC 9(2)V99.
           03 art-familia                      PIC X(4).
       FD  KITS.
       01  KIT-REGISTRO.
           03 KIT-CLAVE.
               05 KIT-ARTICULO                 PIC X(8).
               05 KIT-COMPONENTE               PIC X(8).
           03 KIT-CANTIDAD                     PIC 9(4).
       FD  REPPED.
       01  REP-LINEA                           PIC X(120).

       77  SUB-A                               PIC 9(4).
       77  ART-HALLADO                         PIC X.
       77  DISPONIBLE                          PIC S9(8).
       77  ART-SUMA                            PIC X(8).
       77  CANT-SUMA                           PIC 9(8).
       77  WS-KITS-STATUS                      PIC X(02).
       77  EOF-KITS                            PIC 9 VALUE 0.
       77  CANT-KIT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-KIT-TABLA                       PIC 9(4) VALUE 1000.
       77  SUB-K                               PIC 9(4).
       77  KIT-HALLADO                         PIC X.
       77  FIN-KIT                             PIC X.
       77  KIT-BUSCADO                         PIC X(8).
       01  TABLA-KIT.
           03 KIT-ITEM OCCURS 1000 TIMES.
               05 KIT-T-KIT                    PIC X(8).
               05 KIT-T-COMPONENTE             PIC X(8).
               05 KIT-T-CANTIDAD               PIC 9(4).
       01  TABLA-COMP.
           03 COMP-ITEM OCCURS 1000 TIMES.
               05 COMP-ART                     PIC X(8).
           OPEN INPUT PEDIDOS, ARTICULOS.
           OPEN OUTPUT REPPED.
           WRITE REP-LINEA FROM REP-TITULO.
           PERFORM 1090-CARGAR-KITS.

       1090-CARGAR-KITS.
      **   la linea de un kit compromete a sus componentes, que son
      **   los que tienen stock
           OPEN INPUT KITS.
           IF WS-KITS-STATUS = '00'
               READ KITS NEXT AT END MOVE 1 TO EOF-KITS
               PERFORM UNTIL EOF-KITS = 1
                   IF CANT-KIT-TABLA < MAX-KIT-TABLA
                       ADD 1 TO CANT-KIT-TABLA
                       MOVE KIT-ARTICULO
                           TO KIT-T-KIT(CANT-KIT-TABLA)
                       MOVE KIT-COMPONENTE
                           TO KIT-T-COMPONENTE(CANT-KIT-TABLA)
                       MOVE KIT-CANTIDAD
                           TO KIT-T-CANTIDAD(CANT-KIT-TABLA)
                       READ KITS NEXT AT END MOVE 1 TO EOF-KITS
                   ELSE
                       DISPLAY "ADVERTENCIA: SUPERA ", MAX-KIT-TABLA,
                           " COMPONENTES DE KITS, SE OMITEN"
                       MOVE 1 TO EOF-KITS
                   END-IF
               END-PERFORM
               CLOSE KITS
           END-IF.

       2000-RECORRER-PEDIDOS.
           MOVE LOW-VALUES TO PED-CLAVE.
           WRITE REP-LINEA FROM REP-DETALLE.

       2200-SUMAR-COMPROMETIDO.
           MOVE PED-ART TO KIT-BUSCADO.
           PERFORM 2260-BUSCAR-KIT.
           IF KIT-HALLADO = 'S'
               MOVE 'N' TO FIN-KIT
               PERFORM 2220-SUMAR-COMPONENTE UNTIL FIN-KIT = 'S'
           ELSE
               MOVE PED-ART TO ART-SUMA
               MOVE PED-CANTIDAD TO CANT-SUMA
               PERFORM 2230-ACUMULAR-ARTICULO
           END-IF.

       2220-SUMAR-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO ART-SUMA.
           COMPUTE CANT-SUMA = PED-CANTIDAD * KIT-T-CANTIDAD(SUB-K).
           PERFORM 2230-ACUMULAR-ARTICULO.
           PERFORM 2265-SIGUIENTE-COMPONENTE.

       2230-ACUMULAR-ARTICULO.
           MOVE 0 TO SUB-A.
           MOVE 'N' TO ART-HALLADO.
           PERFORM 2210-COMPARAR-ART
               UNTIL ART-HALLADO = 'S' OR SUB-A >= CANT-ART-TABLA.
           IF ART-HALLADO = 'S'
               ADD CANT-SUMA TO COMP-CANTIDAD(SUB-A)
           ELSE
               IF CANT-ART-TABLA < MAX-ART-TABLA
                   ADD 1 TO CANT-ART-TABLA
                   MOVE ART-SUMA TO COMP-ART(CANT-ART-TABLA)
                   MOVE CANT-SUMA TO COMP-CANTIDAD(CANT-ART-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-ART-TABLA,
                       " ARTICULOS COMPROMETIDOS, SE OMITEN"

       2210-COMPARAR-ART.
           ADD 1 TO SUB-A.
           IF COMP-ART(SUB-A) = ART-SUMA
               MOVE 'S' TO ART-HALLADO
           END-IF.

       2260-BUSCAR-KIT.
      **   deja SUB-K en el primer componente del kit buscado
           MOVE 0 TO SUB-K.
           MOVE 'N' TO KIT-HALLADO.
           PERFORM 2261-COMPARAR-KIT
               UNTIL KIT-HALLADO = 'S' OR SUB-K >= CANT-KIT-TABLA.

       2261-COMPARAR-KIT.
           ADD 1 TO SUB-K.
           IF KIT-T-KIT(SUB-K) = KIT-BUSCADO
               MOVE 'S' TO KIT-HALLADO
           END-IF.

       2265-SIGUIENTE-COMPONENTE.
           ADD 1 TO SUB-K.
           IF SUB-K > CANT-KIT-TABLA
               MOVE 'S' TO FIN-KIT
           ELSE
               IF KIT-T-KIT(SUB-K) <> KIT-BUSCADO
                   MOVE 'S' TO FIN-KIT
               END-IF
           END-IF.

       3000-RESUMEN-ARTICULOS.
           MOVE 0 TO SUB-A.
           PERFORM 3100-RESUMIR-UN-ARTICULO
