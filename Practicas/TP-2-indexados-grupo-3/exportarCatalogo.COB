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
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS art-codigo.
           SELECT LISTASPRECIOS
           ASSIGN TO '../listas_precios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIS-CLAVE
               FILE STATUS IS WS-LISTAS-STATUS.
           SELECT STOCKSUC ASSIGN TO '../stock_sucursal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CLAVE
               FILE STATUS IS WS-STOCKSUC-STATUS.
           SELECT PEDIDOS ASSIGN TO '../pedidos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PED-CLAVE
               FILE STATUS IS WS-PEDIDOS-STATUS.
           SELECT KITS ASSIGN TO '../kits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CLAVE
               FILE STATUS IS WS-KITS-STATUS.
           SELECT CATALOGO ASSIGN TO '../catalogo_web.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTLLOTE ASSIGN TO '../controles_lote.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARTICULOS.
       01  art-reg.
           03 art-codigo                       PIC X(8).
           03 art-descrip                      PIC X(30).
           03 art-costo                        PIC 9(8)V99.
           03 art-stock                        PIC S9(6).
           03 art-stock-min                    PIC 9(6).
           03 art-moneda                       PIC X(3).
           03 art-tasa-iva                     PIC 9(2)V99.
           03 art-familia                      PIC X(4).
       FD  LISTASPRECIOS.
       01  LIS-REG.
           03 LIS-CLAVE.
               05 LIS-ART-CODIGO               PIC X(8).
               05 LIS-FECHA-VIGENCIA           PIC 9(8).
               05 LIS-MONEDA                   PIC X(3).
           03 LIS-PRECIO                       PIC 9(8)V99.
       FD  STOCKSUC.
       01  SUC-REGISTRO.
           03 SUC-CLAVE.
               05 SUC-ART                      PIC X(8).
               05 SUC-SUCURSAL                 PIC 9(2).
           03 SUC-STOCK                        PIC S9(6).
       FD  PEDIDOS.
       01  PED-REGISTRO.
           03 PED-CLAVE.
               05 PED-NUMERO                   PIC 9(10).
               05 PED-ART                      PIC X(8).
           03 PED-CANTIDAD                     PIC 9(4).
           03 PED-PRECIO                       PIC 9(8)V99.
           03 PED-VEND                         PIC 9(3).
           03 PED-CLIENTE                      PIC 9(6).
           03 PED-FECHA                        PIC 9(8).
           03 PED-MONEDA                       PIC X(3).
           03 PED-ESTADO                       PIC X.
               88 PED-ABIERTO                  VALUE 'A'.
               88 PED-FACTURADO                VALUE 'F'.
               88 PED-ANULADO                  VALUE 'X'.
       FD  KITS.
       01  KIT-REGISTRO.
           03 KIT-CLAVE.
               05 KIT-ARTICULO                 PIC X(8).
               05 KIT-COMPONENTE               PIC X(8).
           03 KIT-CANTIDAD                     PIC 9(4).
       FD  CATALOGO.
       01  CAT-REG.
           03 CAT-ARTICULO                     PIC X(8).
           03 FILLER                           PIC X.
           03 CAT-DESCRIP                      PIC X(30).
           03 FILLER                           PIC X.
           03 CAT-FAMILIA                      PIC X(4).
           03 FILLER                           PIC X.
           03 CAT-MONEDA                       PIC X(3).
           03 FILLER                           PIC X.
           03 CAT-PRECIO                       PIC 9(8)V99.
           03 FILLER                           PIC X.
           03 CAT-TASA-IVA                     PIC 9(2)V99.
           03 FILLER                           PIC X.
           03 CAT-DISPONIBLE                   PIC 9(6).
           03 FILLER                           PIC X.
           03 CAT-ES-KIT                       PIC X.
           03 FILLER                           PIC X.
           03 CAT-FECHA-VIGENCIA               PIC 9(8).
       FD  CTLLOTE.
       01  CLOT-REG.
           03 CLOT-FECHA                       PIC 9(8).
           03 FILLER                           PIC X.
           03 CLOT-PROGRAMA                    PIC X(15).
           03 FILLER                           PIC X.
           03 CLOT-CANTIDAD                    PIC 9(8).
           03 FILLER                           PIC X.
           03 CLOT-TOTAL                       PIC S9(12)V99
                                      SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       77  WS-LISTAS-STATUS                    PIC X(02).
       77  WS-STOCKSUC-STATUS                  PIC X(02).
       77  WS-PEDIDOS-STATUS                   PIC X(02).
       77  WS-KITS-STATUS                      PIC X(02).
       77  WS-FECHA-HOY                        PIC 9(8).
       77  HAY-LISTAS                          PIC X VALUE 'N'.
       77  HAY-STOCKSUC                        PIC X VALUE 'N'.
       77  EOF-ARTICULOS                       PIC 9 VALUE 0.
       77  EOF-LISTAS                          PIC 9 VALUE 0.
       77  EOF-STOCKSUC                        PIC 9 VALUE 0.
       77  EOF-PEDIDOS                         PIC 9 VALUE 0.
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
       77  CANT-CMP-TABLA                      PIC 9(5) VALUE 0.
       77  MAX-CMP-TABLA                       PIC 9(5) VALUE 5000.
       77  SUB-C                               PIC 9(5).
       77  CMP-HALLADO                         PIC X.
       77  CMP-MOVIMIENTO                      PIC S9(8).
       01  TABLA-COMPROMETIDO.
           03 CMP-ITEM OCCURS 5000 TIMES.
               05 CMP-ART                      PIC X(8).
               05 CMP-CANTIDAD                 PIC S9(8).
       77  ART-CALCULADO                       PIC X(8).
       77  STOCK-FISICO                        PIC S9(8).
       77  STOCK-COMPROMETIDO                  PIC S9(8).
       77  STOCK-DISPONIBLE                    PIC S9(8).
       77  DISPONIBLE-COMPONENTE               PIC S9(8).
       77  KITS-POSIBLES                       PIC S9(8).
       77  CANT-MON-TABLA                      PIC 9(2).
       77  MAX-MON-TABLA                       PIC 9(2) VALUE 10.
       77  SUB-M                               PIC 9(2).
       77  MON-HALLADA                         PIC X.
       01  TABLA-MONEDAS.
           03 MON-ITEM OCCURS 10 TIMES.
               05 MON-MONEDA                   PIC X(3).
               05 MON-PRECIO                   PIC 9(8)V99.
               05 MON-FECHA                    PIC 9(8).
       77  CONT-ARTICULOS                      PIC 9(6) VALUE 0.
       77  CONT-SIN-PRECIO                     PIC 9(6) VALUE 0.
       77  CONT-LINEAS                         PIC 9(8) VALUE 0.
       77  SUMA-DISPONIBLE                     PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO-GENERAL.
            READ ARTICULOS NEXT AT END MOVE 1 TO EOF-ARTICULOS.
            PERFORM UNTIL EOF-ARTICULOS = 1
               PERFORM 200-EXPORTAR-ARTICULO
               READ ARTICULOS NEXT AT END MOVE 1 TO EOF-ARTICULOS
            END-PERFORM.
            PERFORM 900-FIN-GENERAL.
            STOP RUN.

       100-INICIO-GENERAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT ARTICULOS.
           OPEN INPUT LISTASPRECIOS.
           IF WS-LISTAS-STATUS = '00'
               MOVE 'S' TO HAY-LISTAS
           ELSE
               DISPLAY 'SIN LISTA DE PRECIOS: el catalogo sale vacio.'
           END-IF.
           OPEN INPUT STOCKSUC.
           IF WS-STOCKSUC-STATUS = '00'
               MOVE 'S' TO HAY-STOCKSUC
           ELSE
               DISPLAY 'SIN STOCK POR SUCURSAL: todo el catalogo sale '
                   'sin disponible.'
           END-IF.
           OPEN OUTPUT CATALOGO.
           PERFORM 110-CARGAR-KITS.
           PERFORM 120-CARGAR-COMPROMETIDO.

       110-CARGAR-KITS.
      **   composicion de los kits: un kit no tiene stock propio y
      **   se publica con lo que alcanza su componente mas escaso
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

       120-CARGAR-COMPROMETIDO.
      **   lo reservado por pedidos abiertos se descuenta del stock
      **   publicado, con el mismo criterio que grabarPedidos: una
      **   linea de un kit compromete cada uno de sus componentes
           OPEN INPUT PEDIDOS.
           IF WS-PEDIDOS-STATUS = '00'
               READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
               PERFORM UNTIL EOF-PEDIDOS = 1
                   IF PED-ABIERTO
                       PERFORM 125-COMPROMETER-PEDIDO
                   END-IF
                   READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.

       125-COMPROMETER-PEDIDO.
           MOVE PED-ART TO KIT-BUSCADO.
           PERFORM 480-BUSCAR-KIT.
           IF KIT-HALLADO = 'S'
               MOVE 'N' TO FIN-KIT
               PERFORM 126-COMPROMETER-COMPONENTE UNTIL FIN-KIT = 'S'
           ELSE
               MOVE PED-ART TO ART-CALCULADO
               MOVE PED-CANTIDAD TO CMP-MOVIMIENTO
               PERFORM 495-SUMAR-COMPROMETIDO
           END-IF.

       126-COMPROMETER-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO ART-CALCULADO.
           COMPUTE CMP-MOVIMIENTO =
               PED-CANTIDAD * KIT-T-CANTIDAD(SUB-K).
           PERFORM 495-SUMAR-COMPROMETIDO.
           PERFORM 485-SIGUIENTE-COMPONENTE.

       200-EXPORTAR-ARTICULO.
           ADD 1 TO CONT-ARTICULOS.
           PERFORM 300-CALCULAR-DISPONIBLE.
           PERFORM 400-PRECIOS-VIGENTES.
           IF CANT-MON-TABLA = 0
               ADD 1 TO CONT-SIN-PRECIO
           ELSE
               ADD STOCK-DISPONIBLE TO SUMA-DISPONIBLE
               MOVE 0 TO SUB-M
               PERFORM 250-GRABAR-LINEA-CATALOGO CANT-MON-TABLA TIMES
           END-IF.

       250-GRABAR-LINEA-CATALOGO.
           ADD 1 TO SUB-M.
           MOVE SPACES TO CAT-REG.
           MOVE art-codigo TO CAT-ARTICULO.
           MOVE art-descrip TO CAT-DESCRIP.
           MOVE art-familia TO CAT-FAMILIA.
           MOVE MON-MONEDA(SUB-M) TO CAT-MONEDA.
           MOVE MON-PRECIO(SUB-M) TO CAT-PRECIO.
           MOVE art-tasa-iva TO CAT-TASA-IVA.
           MOVE STOCK-DISPONIBLE TO CAT-DISPONIBLE.
           MOVE KIT-HALLADO TO CAT-ES-KIT.
           MOVE MON-FECHA(SUB-M) TO CAT-FECHA-VIGENCIA.
           WRITE CAT-REG.
           ADD 1 TO CONT-LINEAS.

       300-CALCULAR-DISPONIBLE.
      **   disponible = suma del stock de las sucursales menos lo
      **   comprometido; nunca se publica negativo
           MOVE art-codigo TO KIT-BUSCADO.
           PERFORM 480-BUSCAR-KIT.
           IF KIT-HALLADO = 'S'
               MOVE 99999999 TO STOCK-DISPONIBLE
               MOVE 'N' TO FIN-KIT
               PERFORM 310-DISPONIBLE-COMPONENTE UNTIL FIN-KIT = 'S'
           ELSE
               MOVE art-codigo TO ART-CALCULADO
               PERFORM 320-DISPONIBLE-ARTICULO
               MOVE DISPONIBLE-COMPONENTE TO STOCK-DISPONIBLE
           END-IF.
           IF STOCK-DISPONIBLE < 0
               MOVE 0 TO STOCK-DISPONIBLE
           END-IF.
           IF STOCK-DISPONIBLE > 999999
               MOVE 999999 TO STOCK-DISPONIBLE
           END-IF.

       310-DISPONIBLE-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO ART-CALCULADO.
           PERFORM 320-DISPONIBLE-ARTICULO.
           MOVE 0 TO KITS-POSIBLES.
           IF DISPONIBLE-COMPONENTE > 0
               DIVIDE DISPONIBLE-COMPONENTE BY KIT-T-CANTIDAD(SUB-K)
                   GIVING KITS-POSIBLES
           END-IF.
           IF KITS-POSIBLES < STOCK-DISPONIBLE
               MOVE KITS-POSIBLES TO STOCK-DISPONIBLE
           END-IF.
           PERFORM 485-SIGUIENTE-COMPONENTE.

       320-DISPONIBLE-ARTICULO.
           PERFORM 330-SUMAR-SUCURSALES.
           PERFORM 490-BUSCAR-COMPROMETIDO.
           COMPUTE DISPONIBLE-COMPONENTE =
               STOCK-FISICO - STOCK-COMPROMETIDO.

       330-SUMAR-SUCURSALES.
           MOVE 0 TO STOCK-FISICO.
           IF HAY-STOCKSUC = 'S'
               MOVE 0 TO EOF-STOCKSUC
               MOVE ART-CALCULADO TO SUC-ART
               MOVE 0 TO SUC-SUCURSAL
               START STOCKSUC KEY IS >= SUC-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-STOCKSUC
               END-START
               IF EOF-STOCKSUC <> 1
                   READ STOCKSUC NEXT AT END MOVE 1 TO EOF-STOCKSUC
               END-IF
               PERFORM UNTIL EOF-STOCKSUC = 1
                             OR SUC-ART <> ART-CALCULADO
                   ADD SUC-STOCK TO STOCK-FISICO
                   READ STOCKSUC NEXT AT END MOVE 1 TO EOF-STOCKSUC
               END-PERFORM
           END-IF.

       400-PRECIOS-VIGENTES.
      **   las entradas de lista salen por fecha ascendente: para cada
      **   moneda queda la ultima no posterior a hoy
           MOVE 0 TO CANT-MON-TABLA.
           IF HAY-LISTAS = 'S'
               MOVE 0 TO EOF-LISTAS
               MOVE art-codigo TO LIS-ART-CODIGO
               MOVE 0 TO LIS-FECHA-VIGENCIA
               MOVE LOW-VALUES TO LIS-MONEDA
               START LISTASPRECIOS KEY IS >= LIS-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-LISTAS
               END-START
               IF EOF-LISTAS <> 1
                   READ LISTASPRECIOS NEXT
                       AT END MOVE 1 TO EOF-LISTAS
               END-IF
               PERFORM UNTIL EOF-LISTAS = 1
                             OR LIS-ART-CODIGO <> art-codigo
                             OR LIS-FECHA-VIGENCIA > WS-FECHA-HOY
                   PERFORM 410-ANOTAR-PRECIO
                   READ LISTASPRECIOS NEXT
                       AT END MOVE 1 TO EOF-LISTAS
               END-PERFORM
           END-IF.

       410-ANOTAR-PRECIO.
           MOVE 0 TO SUB-M.
           MOVE 'N' TO MON-HALLADA.
           PERFORM 411-COMPARAR-MONEDA
               UNTIL MON-HALLADA = 'S' OR SUB-M >= CANT-MON-TABLA.
           IF MON-HALLADA = 'N'
               IF CANT-MON-TABLA < MAX-MON-TABLA
                   ADD 1 TO CANT-MON-TABLA
                   MOVE CANT-MON-TABLA TO SUB-M
                   MOVE 'S' TO MON-HALLADA
               ELSE
                   DISPLAY 'ARTICULO ', art-codigo, ': MAS DE ',
                       MAX-MON-TABLA, ' MONEDAS, SE OMITE ', LIS-MONEDA
               END-IF
           END-IF.
           IF MON-HALLADA = 'S'
               MOVE LIS-MONEDA TO MON-MONEDA(SUB-M)
               MOVE LIS-PRECIO TO MON-PRECIO(SUB-M)
               MOVE LIS-FECHA-VIGENCIA TO MON-FECHA(SUB-M)
           END-IF.

       411-COMPARAR-MONEDA.
           ADD 1 TO SUB-M.
           IF MON-MONEDA(SUB-M) = LIS-MONEDA
               MOVE 'S' TO MON-HALLADA
           END-IF.

       480-BUSCAR-KIT.
      **   deja SUB-K en el primer componente del kit buscado
           MOVE 0 TO SUB-K.
           MOVE 'N' TO KIT-HALLADO.
           PERFORM 481-COMPARAR-KIT
               UNTIL KIT-HALLADO = 'S' OR SUB-K >= CANT-KIT-TABLA.

       481-COMPARAR-KIT.
           ADD 1 TO SUB-K.
           IF KIT-T-KIT(SUB-K) = KIT-BUSCADO
               MOVE 'S' TO KIT-HALLADO
           END-IF.

       485-SIGUIENTE-COMPONENTE.
           ADD 1 TO SUB-K.
           IF SUB-K > CANT-KIT-TABLA
               MOVE 'S' TO FIN-KIT
           ELSE
               IF KIT-T-KIT(SUB-K) <> KIT-BUSCADO
                   MOVE 'S' TO FIN-KIT
               END-IF
           END-IF.

       490-BUSCAR-COMPROMETIDO.
           MOVE 0 TO SUB-C.
           MOVE 'N' TO CMP-HALLADO.
           PERFORM 491-COMPARAR-COMPROMETIDO
               UNTIL CMP-HALLADO = 'S' OR SUB-C >= CANT-CMP-TABLA.
           IF CMP-HALLADO = 'S'
               MOVE CMP-CANTIDAD(SUB-C) TO STOCK-COMPROMETIDO
           ELSE
               MOVE 0 TO STOCK-COMPROMETIDO
           END-IF.

       491-COMPARAR-COMPROMETIDO.
           ADD 1 TO SUB-C.
           IF CMP-ART(SUB-C) = ART-CALCULADO
               MOVE 'S' TO CMP-HALLADO
           END-IF.

       495-SUMAR-COMPROMETIDO.
           PERFORM 490-BUSCAR-COMPROMETIDO.
           IF CMP-HALLADO = 'S'
               ADD CMP-MOVIMIENTO TO CMP-CANTIDAD(SUB-C)
           ELSE
               IF CANT-CMP-TABLA < MAX-CMP-TABLA
                   ADD 1 TO CANT-CMP-TABLA
                   MOVE ART-CALCULADO TO CMP-ART(CANT-CMP-TABLA)
                   MOVE CMP-MOVIMIENTO TO CMP-CANTIDAD(CANT-CMP-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-CMP-TABLA,
                       " ARTICULOS COMPROMETIDOS, SE OMITE ",
                       ART-CALCULADO
               END-IF
           END-IF.

       900-FIN-GENERAL.
           CLOSE ARTICULOS, CATALOGO.
           IF HAY-LISTAS = 'S'
               CLOSE LISTASPRECIOS
           END-IF.
           IF HAY-STOCKSUC = 'S'
               CLOSE STOCKSUC
           END-IF.
           DISPLAY '--- EXPORTACION DE CATALOGO WEB ---'.
           DISPLAY 'ARTICULOS LEIDOS: ', CONT-ARTICULOS.
           DISPLAY 'SIN PRECIO VIGENTE (NO PUBLICADOS): ',
               CONT-SIN-PRECIO.
           DISPLAY 'LINEAS DE CATALOGO: ', CONT-LINEAS.
           PERFORM 950-GRABAR-CONTROL-PASO.

       950-GRABAR-CONTROL-PASO.
           OPEN EXTEND CTLLOTE.
           MOVE SPACES TO CLOT-REG.
           ACCEPT CLOT-FECHA FROM DATE YYYYMMDD.
           MOVE "EXPORTCATALOGO" TO CLOT-PROGRAMA.
           MOVE CONT-LINEAS TO CLOT-CANTIDAD.
           MOVE SUMA-DISPONIBLE TO CLOT-TOTAL.
           WRITE CLOT-REG.
           CLOSE CTLLOTE.

       END PROGRAM YOUR-PROGRAM-NAME.
