           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES.
           SELECT OPTIONAL FACTHIST
               ASSIGN TO '../facturas_historia.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT KITS ASSIGN TO '../kits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CLAVE
               FILE STATUS IS WS-KITS-STATUS.
           SELECT CAMBIOS ASSIGN TO '../cambios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           03 fact-precio                      PIC 9(8)V99.
           03 fact-cantidad                    PIC 9(4).
           03 fact-vend                        PIC 9(3).
           03 FACT-CLIENTE-FECHA.
               05 fact-cliente                 PIC 9(6).
               05 fact-fecha                   PIC 9(8).
           03 fact-moneda                      PIC X(3).
           03 fact-tasa-iva                    PIC 9(2)V99.
           03 fact-neto                        PIC 9(10)V99.
               05 HIST-ART-CODIGO               PIC X(8).
               05 HIST-FECHA-VIGENCIA            PIC 9(8).
           03 HIST-COSTO                        PIC 9(8)V99.
       FD  KITS.
       01  KIT-REGISTRO.
           03 KIT-CLAVE.
               05 KIT-ARTICULO                 PIC X(8).
               05 KIT-COMPONENTE               PIC X(8).
           03 KIT-CANTIDAD                     PIC 9(4).
       FD  CAMBIOS.
       01  CAM-REGISTRO.
           03 CAM-CLAVE.
       77  TASA-MONEDA                         PIC 9(4)V9999.
       77  PRECIO-PESOS                        PIC 9(10)V99.
       77  COSTO-PESOS                         PIC 9(10)V99.
       77  WS-KITS-STATUS                      PIC X(02).
       77  EOF-KITS                            PIC 9 VALUE 0.
       77  CANT-KIT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-KIT-TABLA                       PIC 9(4) VALUE 1000.
       77  SUB-K                               PIC 9(4).
       77  KIT-HALLADO                         PIC X.
       77  FIN-KIT                             PIC X.
       77  KIT-BUSCADO                         PIC X(8).
       77  COSTO-KIT                           PIC 9(10)V99.
       01  TABLA-KIT.
           03 KIT-ITEM OCCURS 1000 TIMES.
               05 KIT-T-KIT                    PIC X(8).
               05 KIT-T-COMPONENTE             PIC X(8).
               05 KIT-T-CANTIDAD               PIC 9(4).
       77  CANT-ROT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-ROT-TABLA                       PIC 9(4) VALUE 1000.
       77  SUB-R                               PIC 9(4).
           OPEN INPUT FACTURAS, ARTICULOS, FACTHIST.
           PERFORM 1100-ABRIR-HIST.
           PERFORM 1200-ABRIR-CAMBIOS.
           PERFORM 1300-CARGAR-KITS.
           OPEN OUTPUT REPROT, SUGERIDOS.
           DISPLAY 'Ingrese fecha desde de la ventana (AAAAMMDD):'.
           ACCEPT FECHA-DESDE.
               DISPLAY "SIN TABLA DE CAMBIOS, TODO SE TOMA EN PESOS"
           END-IF.

       1300-CARGAR-KITS.
      **   composicion de los kits: el costo de un kit es la suma
      **   del costo de sus componentes
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

       2000-RECORRER-FACTURAS.
           MOVE LOW-VALUES TO FACT-CLAVE.
           START FACTURAS KEY IS > FACT-CLAVE
           PERFORM 3300-OBTENER-TASA.
           COMPUTE COSTO-PESOS ROUNDED =
               COSTO-EFECTIVO * TASA-MONEDA.
           MOVE FH-ART TO KIT-BUSCADO.
           PERFORM 3160-BUSCAR-KIT.
           IF KIT-HALLADO = 'S'
               PERFORM 3150-COSTEAR-KIT
               MOVE COSTO-KIT TO COSTO-PESOS
           END-IF.
           COMPUTE MARGEN-LINEA =
               (PRECIO-PESOS - COSTO-PESOS) * FH-CANTIDAD.
           PERFORM 3500-SUMAR-EN-TABLA.
                   PERFORM 3200-BUSCAR-COSTO-HIST
           END-READ.

       3150-COSTEAR-KIT.
      **   cada componente se costea a la fecha de la linea, en
      **   pesos, por la cantidad que lleva el kit; al final se
      **   relee el kit, que es el que da la familia de la linea
           MOVE 0 TO COSTO-KIT.
           MOVE 'N' TO FIN-KIT.
           PERFORM 3151-COSTEAR-COMPONENTE UNTIL FIN-KIT = 'S'.
           MOVE FH-ART TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   MOVE SPACES TO art-familia
           END-READ.

       3151-COSTEAR-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY "COMPONENTE DE KIT INEXISTENTE: ",
                       KIT-T-COMPONENTE(SUB-K)
               NOT INVALID KEY
                   MOVE art-costo TO COSTO-EFECTIVO
                   PERFORM 3200-BUSCAR-COSTO-HIST
                   MOVE art-moneda TO MONEDA-BUSCADA
                   PERFORM 3300-OBTENER-TASA
                   COMPUTE COSTO-KIT ROUNDED = COSTO-KIT +
                       COSTO-EFECTIVO * TASA-MONEDA
                       * KIT-T-CANTIDAD(SUB-K)
           END-READ.
           PERFORM 3165-SIGUIENTE-COMPONENTE.

       3160-BUSCAR-KIT.
      **   deja SUB-K en el primer componente del kit buscado
           MOVE 0 TO SUB-K.
           MOVE 'N' TO KIT-HALLADO.
           PERFORM 3161-COMPARAR-KIT
               UNTIL KIT-HALLADO = 'S' OR SUB-K >= CANT-KIT-TABLA.

       3161-COMPARAR-KIT.
           ADD 1 TO SUB-K.
           IF KIT-T-KIT(SUB-K) = KIT-BUSCADO
               MOVE 'S' TO KIT-HALLADO
           END-IF.

       3165-SIGUIENTE-COMPONENTE.
           ADD 1 TO SUB-K.
           IF SUB-K > CANT-KIT-TABLA
               MOVE 'S' TO FIN-KIT
           ELSE
               IF KIT-T-KIT(SUB-K) <> KIT-BUSCADO
                   MOVE 'S' TO FIN-KIT
               END-IF
           END-IF.

       3300-OBTENER-TASA.
           MOVE 1 TO TASA-MONEDA.
           IF MONEDA-BUSCADA = SPACES OR MONEDA-BUSCADA = 'PES'
