           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE.
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
       77  PERIODO-PEDIDO                      PIC 9(6).
       77  GANANCIA-ART                        PIC S9(10)V99.
       77  COSTO-EFECTIVO                      PIC 9(8)V99.
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
       77  ART-ENCONTRADO                      PIC X.
       77  CONT-LINEAS-PER                     PIC 9(6) VALUE 0.
       01  FECHA-DESGLOSE.

       1000-INICIO-GENERAL.
           OPEN INPUT FACTURAS, ARTICULOS, ARTICULOSHIST.
           PERFORM 1090-CARGAR-KITS.
           OPEN EXTEND RESUMEN.
           OPEN EXTEND LOGCORRIDA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE 'S' TO HAY-CAMBIOS
           END-IF.

       1090-CARGAR-KITS.
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

       1100-LEER-CIERRE.
           OPEN INPUT CIERRES.
           READ CIERRES AT END MOVE 1 TO EOF-CIERRES.
                   MOVE 'S' TO ART-ENCONTRADO
                   PERFORM 3200-BUSCAR-COSTO-HIST
           END-READ.
           IF ART-ENCONTRADO = 'S'
               MOVE FACT-ART TO KIT-BUSCADO
               PERFORM 3260-BUSCAR-KIT
               IF KIT-HALLADO = 'S'
                   PERFORM 3250-COSTEAR-KIT
               END-IF
           END-IF.

       3200-BUSCAR-COSTO-HIST.
           MOVE art-costo TO COSTO-EFECTIVO.
           COMPUTE COSTO-EFECTIVO ROUNDED =
               COSTO-EFECTIVO * TASA-MONEDA.

       3250-COSTEAR-KIT.
      **   cada componente se costea a la fecha de la factura, en
      **   pesos, por la cantidad que lleva el kit
           MOVE 0 TO COSTO-KIT.
           MOVE 'N' TO FIN-KIT.
           PERFORM 3251-COSTEAR-COMPONENTE UNTIL FIN-KIT = 'S'.
           MOVE COSTO-KIT TO COSTO-EFECTIVO.

       3251-COSTEAR-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY "COMPONENTE DE KIT INEXISTENTE: ",
                       KIT-T-COMPONENTE(SUB-K)
               NOT INVALID KEY
                   PERFORM 3200-BUSCAR-COSTO-HIST
                   COMPUTE COSTO-KIT = COSTO-KIT +
                       COSTO-EFECTIVO * KIT-T-CANTIDAD(SUB-K)
           END-READ.
           PERFORM 3265-SIGUIENTE-COMPONENTE.

       3260-BUSCAR-KIT.
      **   deja SUB-K en el primer componente del kit buscado
           MOVE 0 TO SUB-K.
           MOVE 'N' TO KIT-HALLADO.
           PERFORM 3261-COMPARAR-KIT
               UNTIL KIT-HALLADO = 'S' OR SUB-K >= CANT-KIT-TABLA.

       3261-COMPARAR-KIT.
           ADD 1 TO SUB-K.
           IF KIT-T-KIT(SUB-K) = KIT-BUSCADO
               MOVE 'S' TO KIT-HALLADO
           END-IF.

       3265-SIGUIENTE-COMPONENTE.
           ADD 1 TO SUB-K.
           IF SUB-K > CANT-KIT-TABLA
               MOVE 'S' TO FIN-KIT
           ELSE
               IF KIT-T-KIT(SUB-K) <> KIT-BUSCADO
                   MOVE 'S' TO FIN-KIT
               END-IF
           END-IF.

       3440-OBTENER-TASA.
           MOVE 1 TO TASA-MONEDA.
           IF MONEDA-BUSCADA = SPACES OR MONEDA-BUSCADA = 'PES'
