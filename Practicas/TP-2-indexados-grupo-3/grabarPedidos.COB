               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT KITS ASSIGN TO '../kits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CLAVE
               FILE STATUS IS WS-KITS-STATUS.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTLLOTE ASSIGN TO '../controles_lote.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           03 CLIE-CUIT                        PIC 9(11).
           03 CLIE-COND-IVA                    PIC X(2).
           03 CLIE-DOMICILIO                   PIC X(30).
       FD  KITS.
       01  KIT-REGISTRO.
           03 KIT-CLAVE.
               05 KIT-ARTICULO                 PIC X(8).
               05 KIT-COMPONENTE               PIC X(8).
           03 KIT-CANTIDAD                     PIC 9(4).
       FD  AUDITORIA.
       01  AUD-LINEA                           PIC X(121).
       FD  AUDCADENA.
       01  ACA-REG.
           03 ACA-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X.
           03 ACA-CONTROL                      PIC 9(10).
       FD  CTLLOTE.
       01  CLOT-REG.
           03 CLOT-FECHA                       PIC 9(8).
       77  NUMERO-ACTUAL                       PIC 9(10).
       77  CTL-CANT-LINEAS                     PIC 9(6) VALUE 0.
       77  CTL-SUMA-UNIDADES                   PIC 9(8) VALUE 0.
       77  WS-KITS-STATUS                      PIC X(02).
       77  EOF-KITS                            PIC 9 VALUE 0.
       77  CANT-KIT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-KIT-TABLA                       PIC 9(4) VALUE 1000.
       77  SUB-K                               PIC 9(4).
       77  SUB-J                               PIC 9(4).
       77  KIT-HALLADO                         PIC X.
       77  COMP-HALLADO                        PIC X.
       77  FIN-KIT                             PIC X.
       77  KIT-BUSCADO                         PIC X(8).
       77  ART-CALCULADO                       PIC X(8).
       77  DISPONIBLE-COMPONENTE               PIC S9(8).
       77  KITS-POSIBLES                       PIC S9(8).
       01  TABLA-KIT.
           03 KIT-ITEM OCCURS 1000 TIMES.
               05 KIT-T-KIT                    PIC X(8).
               05 KIT-T-COMPONENTE             PIC X(8).
               05 KIT-T-CANTIDAD               PIC 9(4).
       77  EOF-AUDCADENA                       PIC 9.
       77  AUC-SUB                             PIC 9(3).
       77  AUC-ACUM                            PIC 9(12).
       77  AUC-COCIENTE                        PIC 9(12).
       77  AUC-CONTROL-ANT                     PIC 9(10).
       01  AUC-REGISTRO.
           03 AUC-DATOS                        PIC X(100).
           03 AUC-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUC-CONTROL                      PIC 9(10).
       01  AUC-CARACTERES REDEFINES AUC-REGISTRO.
           03 AUC-CAR                          PIC X OCCURS 121 TIMES.
       01  AUC-ORDINAL.
           03 AUC-ORD                          PIC 9(4) COMP.
       01  AUC-ORDINAL-X REDEFINES AUC-ORDINAL.
           03 AUC-ORD-ALTO                     PIC X.
           03 AUC-ORD-BAJO                     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 107-ABRIR-CLIENTES.
           OPEN EXTEND AUDITORIA.
           PERFORM 110-LEER-PROX-PEDIDO.
           PERFORM 115-CARGAR-KITS.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.
           DISPLAY 'PROXIMO PEDIDO: ', PROX-PEDIDO.
           END-IF.
           CLOSE PEDCTL.

       115-CARGAR-KITS.
      **   composicion de los kits: un kit no tiene stock propio y
      **   compromete el disponible de sus componentes
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

       200-INGRESAR-CLIENTE.
           DISPLAY ' '.
           DISPLAY 'Ingrese numero de cliente (para salir = cero):'.
      **   el disponible descuenta del fisico lo ya comprometido por
      **   pedidos abiertos de todos los vendedores: dos telefonos no
      **   pueden vender mas las mismas ultimas unidades
           MOVE ART-INGRESADO TO KIT-BUSCADO.
           PERFORM 480-BUSCAR-KIT.
           IF KIT-HALLADO = 'S'
               PERFORM 411-DISPONIBLE-KIT
               DISPLAY 'Kits armables con el disponible: ',
                   STOCK-DISPONIBLE
               MOVE ART-INGRESADO TO art-codigo
               READ ARTICULOS
                   INVALID KEY
                       CONTINUE
               END-READ
           ELSE
               MOVE ART-INGRESADO TO ART-CALCULADO
               PERFORM 415-CALCULAR-COMPROMETIDO
               COMPUTE STOCK-DISPONIBLE =
                   art-stock - STOCK-COMPROMETIDO
               DISPLAY 'Stock fisico: ', art-stock,
                   '  Comprometido: ', STOCK-COMPROMETIDO,
                   '  Disponible: ', STOCK-DISPONIBLE
           END-IF.
           PERFORM 420-INGRESAR-CANTIDAD.
           IF CANTIDAD-INGRESADA > STOCK-DISPONIBLE
               DISPLAY 'NO HAY DISPONIBLE SUFICIENTE. LINEA '
               PERFORM 430-GRABAR-LINEA
           END-IF.

       411-DISPONIBLE-KIT.
      **   un kit no tiene stock propio: se arman tantos como permita
      **   el componente mas escaso, neto de lo ya comprometido
           MOVE 99999999 TO STOCK-DISPONIBLE.
           MOVE 'N' TO FIN-KIT.
           PERFORM 412-DISPONIBLE-COMPONENTE UNTIL FIN-KIT = 'S'.

       412-DISPONIBLE-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO art-codigo.
           MOVE KIT-T-COMPONENTE(SUB-K) TO ART-CALCULADO.
           MOVE 0 TO KITS-POSIBLES.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY '  Componente inexistente: ',
                       KIT-T-COMPONENTE(SUB-K)
               NOT INVALID KEY
                   PERFORM 415-CALCULAR-COMPROMETIDO
                   COMPUTE DISPONIBLE-COMPONENTE =
                       art-stock - STOCK-COMPROMETIDO
                   IF DISPONIBLE-COMPONENTE > 0
                       DIVIDE DISPONIBLE-COMPONENTE
                           BY KIT-T-CANTIDAD(SUB-K)
                           GIVING KITS-POSIBLES
                   END-IF
                   DISPLAY '  Componente ', KIT-T-COMPONENTE(SUB-K),
                       '  Disponible: ', DISPONIBLE-COMPONENTE,
                       '  Por kit: ', KIT-T-CANTIDAD(SUB-K)
           END-READ.
           IF KITS-POSIBLES < STOCK-DISPONIBLE
               MOVE KITS-POSIBLES TO STOCK-DISPONIBLE
           END-IF.
           PERFORM 485-SIGUIENTE-COMPONENTE.

       415-CALCULAR-COMPROMETIDO.
      **   una linea abierta de un kit compromete cada componente
      **   por la cantidad pedida por la cantidad del kit
           MOVE 0 TO STOCK-COMPROMETIDO.
           MOVE 0 TO EOF-PEDIDOS.
           MOVE LOW-VALUES TO PED-CLAVE.
               READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
           END-IF.
           PERFORM UNTIL EOF-PEDIDOS = 1
               IF PED-ABIERTO
                   PERFORM 416-SUMAR-COMPROMETIDO
               END-IF
               READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
           END-PERFORM.

       416-SUMAR-COMPROMETIDO.
           IF PED-ART = ART-CALCULADO
               ADD PED-CANTIDAD TO STOCK-COMPROMETIDO
           ELSE
               MOVE 0 TO SUB-J
               MOVE 'N' TO COMP-HALLADO
               PERFORM 417-COMPARAR-COMPONENTE
                   UNTIL COMP-HALLADO = 'S'
                   OR SUB-J >= CANT-KIT-TABLA
               IF COMP-HALLADO = 'S'
                   COMPUTE STOCK-COMPROMETIDO = STOCK-COMPROMETIDO
                       + PED-CANTIDAD * KIT-T-CANTIDAD(SUB-J)
               END-IF
           END-IF.

       417-COMPARAR-COMPONENTE.
           ADD 1 TO SUB-J.
           IF KIT-T-KIT(SUB-J) = PED-ART
               AND KIT-T-COMPONENTE(SUB-J) = ART-CALCULADO
               MOVE 'S' TO COMP-HALLADO
           END-IF.

       420-INGRESAR-CANTIDAD.
           DISPLAY 'Ingrese cantidad pedida:'.
           ACCEPT CANTIDAD-INGRESADA.
       450-GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 451-ENCADENAR-AUDITORIA.

       451-ENCADENAR-AUDITORIA.
      **   cada linea de auditoria lleva un numero de secuencia y un
      **   valor de control calculado sobre su contenido y el control
      **   de la linea anterior; auditoria_cadena.dat guarda el ultimo
      **   eslabon para el proximo programa que grabe
           MOVE AUD-DETALLE TO AUC-DATOS.
           MOVE 0 TO AUC-SECUENCIA, AUC-CONTROL-ANT.
           MOVE 0 TO EOF-AUDCADENA.
           OPEN INPUT AUDCADENA.
           READ AUDCADENA AT END MOVE 1 TO EOF-AUDCADENA.
           IF EOF-AUDCADENA <> 1
               MOVE ACA-SECUENCIA TO AUC-SECUENCIA
               MOVE ACA-CONTROL TO AUC-CONTROL-ANT
           END-IF.
           CLOSE AUDCADENA.
           ADD 1 TO AUC-SECUENCIA.
           PERFORM 452-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.
           MOVE AUC-CONTROL-ANT TO AUC-CONTROL.
           WRITE AUD-LINEA FROM AUC-REGISTRO.
           MOVE SPACES TO ACA-REG.
           MOVE AUC-SECUENCIA TO ACA-SECUENCIA.
           MOVE AUC-CONTROL TO ACA-CONTROL.
           OPEN OUTPUT AUDCADENA.
           WRITE ACA-REG.
           CLOSE AUDCADENA.

       452-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

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

       500-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
