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
           SELECT PASAJEROS ASSIGN TO '../pasajeros.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAS-CLAVE.
           SELECT OPTIONAL CUOTASPARAM ASSIGN TO '../cuotas_param.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUOTASCAT
               ASSIGN TO '../cuotas_categorias.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PASAJEROS-DATOS
               ASSIGN TO '../pasajeros_datos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDA-PASAJERO
               FILE STATUS IS WS-PDA-STATUS.
           SELECT OPTIONAL GRUPOS
               ASSIGN TO '../grupo_familiar.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRF-PASAJERO
               FILE STATUS IS WS-GRUPOS-STATUS.
           SELECT OPTIONAL INDEXACIONES
               ASSIGN TO '../indexacion_cuotas.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTADO ASSIGN TO '../indexacion_cuotas_listado.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PASAJEROS.
       01  PAS-REG.
           03 PAS-CLAVE.
               05 PAS-PASAJERO PIC 9(5).
               05 PAS-ANIO PIC 9(4).
               05 PAS-MES PIC 99.
           03 PAS-ESTADO PIC A.
               88 PAS-ABIERTO VALUE "A".
               88 PAS-CANCELADO VALUE "C".
               88 PAS-VENCIDO VALUE "V".
               88 PAS-REFINANCIADO VALUE "R".
               88 PAS-BAJA VALUE "B".
           03 PAS-CUOTA PIC 9(6).
           03 PAS-PAGADO PIC 9(6).
           03 PAS-DEBE PIC 9(6).
       FD  CUOTASPARAM.
       01  PARAM-CUOTA-REG.
           03 PARAM-CUOTA-MES          PIC 9(8) OCCURS 12 TIMES.
       FD  CUOTASCAT.
       01  CATP-REG.
           03 CATP-CATEGORIA           PIC X.
           03 CATP-CUOTA-MES           PIC 9(8) OCCURS 12 TIMES.
       FD  PASAJEROS-DATOS.
       01  PDA-REG.
           03 PDA-PASAJERO                     PIC 9(5).
           03 PDA-NOMBRE                       PIC X(30).
           03 PDA-TELEFONO                     PIC X(15).
           03 PDA-EMAIL                        PIC X(30).
           03 PDA-CBU                          PIC X(22).
           03 PDA-DEBITO                       PIC X.
               88 PDA-ADHERIDO-DEBITO          VALUE 'S'.
           03 PDA-CATEGORIA                    PIC X.
               88 PDA-ADULTO                   VALUE 'A'.
               88 PDA-MENOR                    VALUE 'M'.
               88 PDA-JUBILADO                 VALUE 'J'.
       FD  GRUPOS.
       01  GRF-REG.
           03 GRF-PASAJERO                     PIC 9(5).
           03 GRF-GRUPO                        PIC 9(4).
           03 GRF-RESPONSABLE                  PIC 9(5).
           03 GRF-DESCUENTO                    PIC 9(2)V99.
      *    ----bitacora de corridas: cabecera, tarifas anteriores y
      *    ----cada mes tocado con sus valores de antes y despues, para
      *    ----poder revertir una corrida hecha con el numero errado
       FD  INDEXACIONES.
       01  IDX-REG.
           03 IDX-CORRIDA                      PIC 9(6).
           03 FILLER                           PIC X.
           03 IDX-TIPO                         PIC X.
               88 IDX-CABECERA                 VALUE 'H'.
               88 IDX-TARIFA-GENERAL           VALUE 'G'.
               88 IDX-TARIFA-CATEGORIA         VALUE 'K'.
               88 IDX-MES                      VALUE 'P'.
               88 IDX-REVERSION                VALUE 'V'.
           03 FILLER                           PIC X.
           03 IDX-DATOS                        PIC X(100).
           03 IDX-D-CABECERA REDEFINES IDX-DATOS.
               05 IDX-H-FECHA                  PIC 9(8).
               05 FILLER                       PIC X.
               05 IDX-H-ANIO                   PIC 9(4).
               05 FILLER                       PIC X.
               05 IDX-H-MES-DESDE              PIC 99.
               05 FILLER                       PIC X.
               05 IDX-H-METODO                 PIC X.
               05 FILLER                       PIC X.
               05 IDX-H-PORCENTAJE             PIC 9(3)V99.
               05 FILLER                       PIC X.
               05 IDX-H-OPERADOR               PIC X(10).
               05 FILLER                       PIC X(65).
           03 IDX-D-MES REDEFINES IDX-DATOS.
               05 IDX-P-PASAJERO               PIC 9(5).
               05 FILLER                       PIC X.
               05 IDX-P-ANIO                   PIC 9(4).
               05 FILLER                       PIC X.
               05 IDX-P-MES                    PIC 99.
               05 FILLER                       PIC X.
               05 IDX-P-CUOTA-ANT              PIC 9(6).
               05 FILLER                       PIC X.
               05 IDX-P-DEBE-ANT               PIC 9(6).
               05 FILLER                       PIC X.
               05 IDX-P-CUOTA-NUE              PIC 9(6).
               05 FILLER                       PIC X.
               05 IDX-P-DEBE-NUE               PIC 9(6).
               05 FILLER                       PIC X(59).
           03 IDX-D-TARIFA REDEFINES IDX-DATOS.
               05 IDX-T-IMAGEN                 PIC X(97).
               05 FILLER                       PIC X(3).
       FD  LISTADO.
       01  LIS-LINEA                           PIC X(100).

       WORKING-STORAGE SECTION.
       01  CUOTAMES.
           03 FILLER         PIC 9(8) VALUE 455.
           03 FILLER         PIC 9(8) VALUE 655.
           03 FILLER         PIC 9(8) VALUE 755.
           03 FILLER         PIC 9(8) VALUE 855.
           03 FILLER         PIC 9(8) VALUE 955.
           03 FILLER         PIC 9(8) VALUE 1055.
           03 FILLER         PIC 9(8) VALUE 1155.
           03 FILLER         PIC 9(8) VALUE 1255.
           03 FILLER         PIC 9(8) VALUE 1355.
           03 FILLER         PIC 9(8) VALUE 1455.
           03 FILLER         PIC 9(8) VALUE 1555.
           03 FILLER         PIC 9(8) VALUE 1655.
       01  WST-CUOTA REDEFINES CUOTAMES.
           03 VEC-CUOTAMES            PIC 9(8) OCCURS 12 TIMES.

       01  LIS-TITULO.
           03 LIS-T-TIPO         PIC X(28).
           03 FILLER             PIC X(9) VALUE "CORRIDA: ".
           03 LIS-T-CORRIDA      PIC ZZZZZ9.
           03 FILLER             PIC X(8) VALUE "  ANIO: ".
           03 LIS-T-ANIO         PIC 9(4).
           03 FILLER             PIC X(13) VALUE "  DESDE MES: ".
           03 LIS-T-MES          PIC Z9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LIS-T-METODO       PIC X(29).
       01  LIS-DETALLE.
           03 FILLER             PIC X(10) VALUE "PASAJERO: ".
           03 LIS-D-PASAJERO     PIC ZZZZ9.
           03 FILLER             PIC X(7) VALUE "  MES: ".
           03 LIS-D-MES          PIC Z9.
           03 FILLER             PIC X(9) VALUE "  CUOTA: ".
           03 LIS-D-CUOTA-ANT    PIC ZZZZZ9.
           03 FILLER             PIC X(4) VALUE " -> ".
           03 LIS-D-CUOTA-NUE    PIC ZZZZZ9.
           03 FILLER             PIC X(8) VALUE "  DEBE: ".
           03 LIS-D-DEBE-ANT     PIC ZZZZZ9.
           03 FILLER             PIC X(4) VALUE " -> ".
           03 LIS-D-DEBE-NUE     PIC ZZZZZ9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 LIS-D-OBSERVACION  PIC X(25).
       01  LIS-SUBTOTAL.
           03 FILLER             PIC X(19)
                          VALUE "  TOTAL PASAJERO:  ".
           03 LIS-S-PASAJERO     PIC ZZZZ9.
           03 FILLER             PIC X(15) VALUE "  DEBE ANTES: ".
           03 LIS-S-DEBE-ANT     PIC Z(7)9.
           03 FILLER             PIC X(11) VALUE "  DESPUES: ".
           03 LIS-S-DEBE-NUE     PIC Z(7)9.
       01  LIS-TOTAL.
           03 FILLER             PIC X(20)
                          VALUE "MESES ACTUALIZADOS: ".
           03 LIS-TT-MESES       PIC ZZZZZ9.
           03 FILLER             PIC X(13) VALUE "  PASAJEROS: ".
           03 LIS-TT-PASAJEROS   PIC ZZZZ9.
           03 FILLER             PIC X(21)
                          VALUE "  VARIACION DE DEUDA:".
           03 LIS-TT-VARIACION   PIC -Z(8)9.
           03 FILLER             PIC X(15) VALUE "  NO REVERTIDOS".
           03 LIS-TT-OMITIDOS    PIC ZZZZ9.

       77  WS-PDA-STATUS                        PIC X(02).
       77  WS-GRUPOS-STATUS                     PIC X(02).
       77  HAY-DATOS                            PIC X VALUE 'N'.
       77  HAY-GRUPOS                           PIC X VALUE 'N'.
       77  EOF-PAS                              PIC 9 VALUE 0.
       77  EOF-CUOTASPARAM                      PIC 9 VALUE 0.
       77  EOF-CUOTASCAT                        PIC 9 VALUE 0.
       77  EOF-INDEXACIONES                     PIC 9 VALUE 0.
       77  MODO                                 PIC X.
           88 MODO-APLICAR                      VALUE 'A'.
           88 MODO-REVERTIR                     VALUE 'R'.
       77  METODO                               PIC X.
           88 METODO-PORCENTAJE                 VALUE 'P'.
           88 METODO-CATEGORIA                  VALUE 'C'.
       77  PORCENTAJE                           PIC 9(3)V99 VALUE 0.
       77  ANIO-PEDIDO                          PIC 9(4).
       77  MES-DESDE                            PIC 99.
       77  CONFIRMA                             PIC X.
       77  WS-OPERADOR                          PIC X(10).
       01  WS-FECHA-HOY                         PIC 9(8).
       77  CORRIDA                              PIC 9(6) VALUE 0.
       77  MAX-CORRIDA                          PIC 9(6) VALUE 0.
       77  I                                    PIC 99.
       77  SUB-C                                PIC 9.
       77  SUB-N                                PIC 9.
       77  CAT-HALLADA                          PIC X.
       77  NUE-HALLADA                          PIC X.
       77  CATEGORIA-PASAJERO                   PIC X.
       77  CATEGORIA-TARIFA                     PIC X.
       77  CATEGORIA-NUEVA                      PIC X.
       77  IMPORTE-NUEVO                        PIC 9(8).
       77  CUOTA-APLICABLE                      PIC 9(8).
       77  CUOTA-ANTERIOR                       PIC 9(6).
       77  DEBE-ANTERIOR                        PIC 9(6).
       77  NUEVO-DEBE                           PIC S9(8).
       77  PASAJERO-DE-BAJA                     PIC X.
       77  ANT-PASAJERO                         PIC 9(5) VALUE 0.
       77  DEBE-ANT-PASAJERO                    PIC 9(8) VALUE 0.
       77  DEBE-NUE-PASAJERO                    PIC 9(8) VALUE 0.
       77  MESES-PASAJERO                       PIC 99 VALUE 0.
       77  FECHA-CORRIDA                        PIC 9(8) VALUE 0.
       77  CONT-MESES                           PIC 9(6) VALUE 0.
       77  CONT-PASAJEROS                       PIC 9(5) VALUE 0.
       77  CONT-OMITIDOS                        PIC 9(5) VALUE 0.
       77  VARIACION-DEUDA                      PIC S9(10) VALUE 0.
       77  CANT-CAT-TABLA                       PIC 9 VALUE 0.
       77  MAX-CAT-TABLA                        PIC 9 VALUE 5.
       01  TABLA-CATEGORIAS.
           03 CAT-ITEM OCCURS 5 TIMES.
               05 CAT-T-CATEGORIA               PIC X.
               05 CAT-T-CUOTA-MES               PIC 9(8)
                                                OCCURS 12 TIMES.
      *    ----importes nuevos por categoria (espacio = tarifa general)
       77  CANT-NUE-TABLA                       PIC 9 VALUE 0.
       77  MAX-NUE-TABLA                        PIC 9 VALUE 6.
       01  TABLA-NUEVOS.
           03 NUE-ITEM OCCURS 6 TIMES.
               05 NUE-T-CATEGORIA               PIC X.
               05 NUE-T-IMPORTE                 PIC 9(8).
      *    ----pila de corridas vigentes: solo se revierte la ultima
       77  CANT-PILA                            PIC 999 VALUE 0.
       77  MAX-PILA                             PIC 999 VALUE 200.
       01  TABLA-PILA.
           03 PILA-CORRIDA                      PIC 9(6)
                                                OCCURS 200 TIMES.
      *    ----tarifas guardadas en la corrida que se revierte
       77  HAY-IMAGEN-GENERAL                   PIC X VALUE 'N'.
       01  IMAGEN-GENERAL                       PIC X(96).
       77  CANT-IMG-TABLA                       PIC 9 VALUE 0.
       01  TABLA-IMAGENES.
           03 IMG-CATEGORIA                     PIC X(97)
                                                OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           IF MODO-APLICAR
               PERFORM 200-PEDIR-ACTUALIZACION
               IF CONFIRMA = 'S'
                   PERFORM 300-APLICAR-TARIFAS
                   PERFORM 400-ACTUALIZAR-MESES
               END-IF
           ELSE
               PERFORM 600-PEDIR-REVERSION
               IF CONFIRMA = 'S'
                   PERFORM 700-REVERTIR-MESES
                   PERFORM 750-RESTAURAR-TARIFAS
               END-IF
           END-IF.
           PERFORM 900-FIN-GENERAL.
           STOP RUN.

       100-INICIO-GENERAL.
           OPEN I-O PASAJEROS.
           OPEN INPUT PASAJEROS-DATOS.
           IF WS-PDA-STATUS = '00'
               MOVE 'S' TO HAY-DATOS
           END-IF.
           OPEN INPUT GRUPOS.
           IF WS-GRUPOS-STATUS = '00'
               MOVE 'S' TO HAY-GRUPOS
           END-IF.
           OPEN OUTPUT LISTADO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 110-LEER-PARAM-CUOTAS.
           PERFORM 115-LEER-CUOTAS-CATEGORIAS.
           PERFORM 120-LEER-BITACORA.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT WS-OPERADOR.
           PERFORM 130-PEDIR-MODO.

       110-LEER-PARAM-CUOTAS.
           OPEN INPUT CUOTASPARAM.
           READ CUOTASPARAM AT END MOVE 1 TO EOF-CUOTASPARAM.
           IF EOF-CUOTASPARAM <> 1
               MOVE 1 TO I
               PERFORM 111-TOMAR-PARAM-MES 12 TIMES
           END-IF.
           CLOSE CUOTASPARAM.

       111-TOMAR-PARAM-MES.
           IF PARAM-CUOTA-MES(I) > 0
               MOVE PARAM-CUOTA-MES(I) TO VEC-CUOTAMES(I)
           END-IF.
           ADD 1 TO I.

       115-LEER-CUOTAS-CATEGORIAS.
           OPEN INPUT CUOTASCAT.
           READ CUOTASCAT AT END MOVE 1 TO EOF-CUOTASCAT.
           PERFORM UNTIL EOF-CUOTASCAT = 1
               IF CANT-CAT-TABLA < MAX-CAT-TABLA
                   ADD 1 TO CANT-CAT-TABLA
                   MOVE CATP-REG TO CAT-ITEM(CANT-CAT-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-CAT-TABLA,
                       " CATEGORIAS, SE OMITEN"
               END-IF
               READ CUOTASCAT AT END MOVE 1 TO EOF-CUOTASCAT
           END-PERFORM.
           CLOSE CUOTASCAT.

       120-LEER-BITACORA.
      *    ----numera la corrida nueva y arma la pila de corridas
      *    ----todavia vigentes (aplicadas y no revertidas)
           OPEN INPUT INDEXACIONES.
           READ INDEXACIONES AT END MOVE 1 TO EOF-INDEXACIONES.
           PERFORM UNTIL EOF-INDEXACIONES = 1
               IF IDX-CORRIDA > MAX-CORRIDA
                   MOVE IDX-CORRIDA TO MAX-CORRIDA
               END-IF
               IF IDX-CABECERA
                   IF CANT-PILA < MAX-PILA
                       ADD 1 TO CANT-PILA
                       MOVE IDX-CORRIDA TO PILA-CORRIDA(CANT-PILA)
                   ELSE
                       DISPLAY "ADVERTENCIA: SUPERA ", MAX-PILA,
                           " CORRIDAS VIGENTES, SE OMITEN"
                   END-IF
               END-IF
               IF IDX-REVERSION AND CANT-PILA > 0
                   IF PILA-CORRIDA(CANT-PILA) = IDX-CORRIDA
                       SUBTRACT 1 FROM CANT-PILA
                   END-IF
               END-IF
               READ INDEXACIONES AT END MOVE 1 TO EOF-INDEXACIONES
           END-PERFORM.
           CLOSE INDEXACIONES.

       130-PEDIR-MODO.
           DISPLAY 'A = aplicar actualizacion, R = revertir la '
               'ultima corrida:'.
           ACCEPT MODO.
           IF NOT MODO-APLICAR AND NOT MODO-REVERTIR
               DISPLAY 'Opcion invalida, ingrese A o R.'
               PERFORM 130-PEDIR-MODO
           END-IF.

       200-PEDIR-ACTUALIZACION.
           DISPLAY 'Ingrese anio a actualizar:'.
           ACCEPT ANIO-PEDIDO.
           PERFORM 210-PEDIR-MES-DESDE.
           PERFORM 220-PEDIR-METODO.
           IF METODO-PORCENTAJE
               PERFORM 230-PEDIR-PORCENTAJE
           ELSE
               PERFORM 240-PEDIR-IMPORTES
           END-IF.
           COMPUTE CORRIDA = MAX-CORRIDA + 1.
           DISPLAY 'CORRIDA ', CORRIDA, ': ANIO ', ANIO-PEDIDO,
               ' DESDE EL MES ', MES-DESDE.
           DISPLAY 'Se actualizan los meses ABIERTOS desde ese mes '
               'y las tarifas. Confirma (S/N)?'.
           ACCEPT CONFIRMA.

       210-PEDIR-MES-DESDE.
           DISPLAY 'Ingrese mes desde el que rige (1 a 12):'.
           ACCEPT MES-DESDE.
           IF MES-DESDE = 0 OR MES-DESDE > 12
               DISPLAY 'Mes invalido.'
               PERFORM 210-PEDIR-MES-DESDE
           END-IF.

       220-PEDIR-METODO.
           DISPLAY 'P = porcentaje de aumento, C = importes nuevos por '
               'categoria:'.
           ACCEPT METODO.
           IF NOT METODO-PORCENTAJE AND NOT METODO-CATEGORIA
               DISPLAY 'Opcion invalida, ingrese P o C.'
               PERFORM 220-PEDIR-METODO
           END-IF.

       230-PEDIR-PORCENTAJE.
           DISPLAY 'Ingrese porcentaje de aumento (ej. 15,00):'.
           ACCEPT PORCENTAJE.
           IF PORCENTAJE = 0
               DISPLAY 'El porcentaje no puede ser cero.'
               PERFORM 230-PEDIR-PORCENTAJE
           END-IF.

       240-PEDIR-IMPORTES.
      *    ----categoria en blanco: la tarifa general, que rige para
      *    ----los pasajeros sin categoria o sin tarifa propia
           MOVE 'S' TO CONFIRMA.
           PERFORM 245-PEDIR-UN-IMPORTE
               UNTIL CONFIRMA <> 'S' OR CANT-NUE-TABLA >= MAX-NUE-TABLA.
           IF CANT-NUE-TABLA = 0
               DISPLAY 'No se ingresaron importes.'
               PERFORM 240-PEDIR-IMPORTES
           END-IF.

       245-PEDIR-UN-IMPORTE.
           DISPLAY 'Ingrese categoria (A/M/J, espacio = general):'.
           ACCEPT CATEGORIA-NUEVA.
           DISPLAY 'Ingrese cuota mensual nueva:'.
           ACCEPT IMPORTE-NUEVO.
           IF IMPORTE-NUEVO = 0
               DISPLAY 'Importe invalido, no se toma.'
           ELSE
               ADD 1 TO CANT-NUE-TABLA
               MOVE CATEGORIA-NUEVA TO NUE-T-CATEGORIA(CANT-NUE-TABLA)
               MOVE IMPORTE-NUEVO TO NUE-T-IMPORTE(CANT-NUE-TABLA)
           END-IF.
           DISPLAY 'Otra categoria (S/N)?'.
           ACCEPT CONFIRMA.

       300-APLICAR-TARIFAS.
      *    ----las tarifas anteriores quedan en la bitacora; las nuevas
      *    ----rigen tambien para los meses que la corrida de pagos
      *    ----todavia no creo
           OPEN EXTEND INDEXACIONES.
           MOVE SPACES TO IDX-REG.
           MOVE CORRIDA TO IDX-CORRIDA.
           MOVE 'H' TO IDX-TIPO.
           MOVE WS-FECHA-HOY TO IDX-H-FECHA.
           MOVE ANIO-PEDIDO TO IDX-H-ANIO.
           MOVE MES-DESDE TO IDX-H-MES-DESDE.
           MOVE METODO TO IDX-H-METODO.
           MOVE PORCENTAJE TO IDX-H-PORCENTAJE.
           MOVE WS-OPERADOR TO IDX-H-OPERADOR.
           WRITE IDX-REG.
           PERFORM 310-GUARDAR-TARIFAS.
           IF METODO-PORCENTAJE
               MOVE MES-DESDE TO I
               PERFORM 320-AUMENTAR-GENERAL UNTIL I > 12
               MOVE 0 TO SUB-C
               PERFORM 325-AUMENTAR-CATEGORIA CANT-CAT-TABLA TIMES
           ELSE
               MOVE 0 TO SUB-N
               PERFORM 330-FIJAR-IMPORTE CANT-NUE-TABLA TIMES
           END-IF.
           PERFORM 350-GRABAR-TARIFAS.
           MOVE 'ACTUALIZACION DE CUOTAS  ' TO LIS-T-TIPO.
           PERFORM 360-ENCABEZAR-LISTADO.

       310-GUARDAR-TARIFAS.
           MOVE 1 TO I.
           PERFORM 311-COPIAR-MES-GENERAL 12 TIMES.
           MOVE SPACES TO IDX-REG.
           MOVE CORRIDA TO IDX-CORRIDA.
           MOVE 'G' TO IDX-TIPO.
           MOVE PARAM-CUOTA-REG TO IDX-T-IMAGEN.
           WRITE IDX-REG.
           MOVE 0 TO SUB-C.
           PERFORM 312-GUARDAR-CATEGORIA CANT-CAT-TABLA TIMES.

       311-COPIAR-MES-GENERAL.
           MOVE VEC-CUOTAMES(I) TO PARAM-CUOTA-MES(I).
           ADD 1 TO I.

       312-GUARDAR-CATEGORIA.
           ADD 1 TO SUB-C.
           MOVE SPACES TO IDX-REG.
           MOVE CORRIDA TO IDX-CORRIDA.
           MOVE 'K' TO IDX-TIPO.
           MOVE CAT-ITEM(SUB-C) TO IDX-T-IMAGEN.
           WRITE IDX-REG.

       320-AUMENTAR-GENERAL.
           COMPUTE VEC-CUOTAMES(I) ROUNDED =
               VEC-CUOTAMES(I) * (100 + PORCENTAJE) / 100.
           ADD 1 TO I.

       325-AUMENTAR-CATEGORIA.
           ADD 1 TO SUB-C.
           MOVE MES-DESDE TO I.
           PERFORM 326-AUMENTAR-MES-CATEGORIA UNTIL I > 12.

       326-AUMENTAR-MES-CATEGORIA.
           COMPUTE CAT-T-CUOTA-MES(SUB-C, I) ROUNDED =
               CAT-T-CUOTA-MES(SUB-C, I) * (100 + PORCENTAJE) / 100.
           ADD 1 TO I.

       330-FIJAR-IMPORTE.
           ADD 1 TO SUB-N.
           MOVE NUE-T-IMPORTE(SUB-N) TO IMPORTE-NUEVO.
           IF NUE-T-CATEGORIA(SUB-N) = SPACE
               MOVE MES-DESDE TO I
               PERFORM 331-FIJAR-MES-GENERAL UNTIL I > 12
           ELSE
               MOVE NUE-T-CATEGORIA(SUB-N) TO CATEGORIA-PASAJERO
               PERFORM 370-BUSCAR-CATEGORIA
               IF CAT-HALLADA = 'N'
                   PERFORM 335-AGREGAR-CATEGORIA
               END-IF
               IF CAT-HALLADA = 'S'
                   MOVE MES-DESDE TO I
                   PERFORM 332-FIJAR-MES-CATEGORIA UNTIL I > 12
               END-IF
           END-IF.

       331-FIJAR-MES-GENERAL.
           MOVE IMPORTE-NUEVO TO VEC-CUOTAMES(I).
           ADD 1 TO I.

       332-FIJAR-MES-CATEGORIA.
           MOVE IMPORTE-NUEVO TO CAT-T-CUOTA-MES(SUB-C, I).
           ADD 1 TO I.

       335-AGREGAR-CATEGORIA.
      *    ----categoria sin tarifa propia: hasta el mes de la
      *    ----actualizacion sigue la tarifa general
           IF CANT-CAT-TABLA < MAX-CAT-TABLA
               ADD 1 TO CANT-CAT-TABLA
               MOVE CANT-CAT-TABLA TO SUB-C
               MOVE CATEGORIA-PASAJERO TO CAT-T-CATEGORIA(SUB-C)
               MOVE 1 TO I
               PERFORM 336-COPIAR-GENERAL 12 TIMES
               MOVE 'S' TO CAT-HALLADA
           ELSE
               DISPLAY "ADVERTENCIA: SUPERA ", MAX-CAT-TABLA,
                   " CATEGORIAS, NO SE AGREGA ", CATEGORIA-PASAJERO
           END-IF.

       336-COPIAR-GENERAL.
           MOVE VEC-CUOTAMES(I) TO CAT-T-CUOTA-MES(SUB-C, I).
           ADD 1 TO I.

       350-GRABAR-TARIFAS.
           OPEN OUTPUT CUOTASPARAM.
           MOVE 1 TO I.
           PERFORM 311-COPIAR-MES-GENERAL 12 TIMES.
           WRITE PARAM-CUOTA-REG.
           CLOSE CUOTASPARAM.
           OPEN OUTPUT CUOTASCAT.
           MOVE 0 TO SUB-C.
           PERFORM 351-GRABAR-CATEGORIA CANT-CAT-TABLA TIMES.
           CLOSE CUOTASCAT.

       351-GRABAR-CATEGORIA.
           ADD 1 TO SUB-C.
           MOVE CAT-ITEM(SUB-C) TO CATP-REG.
           WRITE CATP-REG.

       360-ENCABEZAR-LISTADO.
           MOVE CORRIDA TO LIS-T-CORRIDA.
           MOVE ANIO-PEDIDO TO LIS-T-ANIO.
           MOVE MES-DESDE TO LIS-T-MES.
           IF METODO-PORCENTAJE
               MOVE 'AUMENTO PORCENTUAL' TO LIS-T-METODO
           ELSE
               MOVE 'IMPORTES NUEVOS POR CATEGORIA' TO LIS-T-METODO
           END-IF.
           WRITE LIS-LINEA FROM LIS-TITULO.

       370-BUSCAR-CATEGORIA.
           MOVE 'N' TO CAT-HALLADA.
           MOVE 0 TO SUB-C.
           PERFORM 371-COMPARAR-CATEGORIA
               UNTIL CAT-HALLADA = 'S' OR SUB-C >= CANT-CAT-TABLA.

       371-COMPARAR-CATEGORIA.
           ADD 1 TO SUB-C.
           IF CAT-T-CATEGORIA(SUB-C) = CATEGORIA-PASAJERO
               AND CATEGORIA-PASAJERO NOT = SPACES
               MOVE 'S' TO CAT-HALLADA
           END-IF.

       400-ACTUALIZAR-MESES.
      *    ----solo meses ABIERTOS desde el mes pedido: lo pagado, lo
      *    ----vencido, lo refinanciado y los socios de baja no se tocan
           MOVE LOW-VALUES TO PAS-CLAVE.
           START PASAJEROS KEY IS > PAS-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-PAS.
           IF EOF-PAS <> 1
               READ PASAJEROS NEXT AT END MOVE 1 TO EOF-PAS
           END-IF.
           PERFORM UNTIL EOF-PAS = 1
               IF PAS-ANIO = ANIO-PEDIDO
                   IF PAS-PASAJERO <> ANT-PASAJERO
                       PERFORM 480-CERRAR-PASAJERO
                       MOVE PAS-PASAJERO TO ANT-PASAJERO
                       MOVE 'N' TO PASAJERO-DE-BAJA
                   END-IF
                   IF PAS-MES = 0 AND PAS-BAJA
                       MOVE 'S' TO PASAJERO-DE-BAJA
                   END-IF
                   IF PAS-MES >= MES-DESDE AND PAS-ABIERTO
                       AND PASAJERO-DE-BAJA = 'N'
                       PERFORM 410-ACTUALIZAR-MES
                   END-IF
               END-IF
               READ PASAJEROS NEXT AT END MOVE 1 TO EOF-PAS
           END-PERFORM.
           PERFORM 480-CERRAR-PASAJERO.
           PERFORM 490-TOTALES.
           CLOSE INDEXACIONES.

       410-ACTUALIZAR-MES.
           MOVE PAS-CUOTA TO CUOTA-ANTERIOR.
           MOVE PAS-DEBE TO DEBE-ANTERIOR.
           IF METODO-PORCENTAJE
               COMPUTE CUOTA-APLICABLE ROUNDED =
                   PAS-CUOTA * (100 + PORCENTAJE) / 100
               MOVE 'S' TO NUE-HALLADA
           ELSE
               PERFORM 420-CUOTA-POR-CATEGORIA
           END-IF.
           IF NUE-HALLADA = 'S' AND CUOTA-APLICABLE <> PAS-CUOTA
      *    ----lo ya pagado del mes se respeta: el debe se corre en
      *    ----la diferencia de cuota
               COMPUTE NUEVO-DEBE =
                   PAS-DEBE + CUOTA-APLICABLE - PAS-CUOTA
               IF NUEVO-DEBE < 0
                   MOVE 0 TO NUEVO-DEBE
               END-IF
               MOVE CUOTA-APLICABLE TO PAS-CUOTA
               MOVE NUEVO-DEBE TO PAS-DEBE
               REWRITE PAS-REG
               PERFORM 450-REGISTRAR-MES
           END-IF.

       420-CUOTA-POR-CATEGORIA.
      *    ----la misma resolucion de tarifa que la corrida de pagos:
      *    ----categoria del pasajero o tarifa general, menos el
      *    ----descuento del grupo familiar
           MOVE SPACES TO CATEGORIA-PASAJERO.
           IF HAY-DATOS = 'S'
               MOVE PAS-PASAJERO TO PDA-PASAJERO
               READ PASAJEROS-DATOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PDA-CATEGORIA TO CATEGORIA-PASAJERO
               END-READ
           END-IF.
           PERFORM 370-BUSCAR-CATEGORIA.
           IF CAT-HALLADA = 'S'
               MOVE CATEGORIA-PASAJERO TO CATEGORIA-TARIFA
           ELSE
               MOVE SPACE TO CATEGORIA-TARIFA
           END-IF.
           MOVE 'N' TO NUE-HALLADA.
           MOVE 0 TO SUB-N.
           PERFORM 425-COMPARAR-NUEVO
               UNTIL NUE-HALLADA = 'S' OR SUB-N >= CANT-NUE-TABLA.
           IF NUE-HALLADA = 'S'
               MOVE NUE-T-IMPORTE(SUB-N) TO CUOTA-APLICABLE
               PERFORM 430-DESCUENTO-GRUPO
           END-IF.

       425-COMPARAR-NUEVO.
           ADD 1 TO SUB-N.
           IF NUE-T-CATEGORIA(SUB-N) = CATEGORIA-TARIFA
               MOVE 'S' TO NUE-HALLADA
           END-IF.

       430-DESCUENTO-GRUPO.
           IF HAY-GRUPOS = 'S'
               MOVE PAS-PASAJERO TO GRF-PASAJERO
               READ GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRF-DESCUENTO > 0
                           COMPUTE CUOTA-APLICABLE ROUNDED =
                               CUOTA-APLICABLE *
                               (100 - GRF-DESCUENTO) / 100
                       END-IF
               END-READ
           END-IF.

       450-REGISTRAR-MES.
           MOVE SPACES TO IDX-REG.
           MOVE CORRIDA TO IDX-CORRIDA.
           MOVE 'P' TO IDX-TIPO.
           MOVE PAS-PASAJERO TO IDX-P-PASAJERO.
           MOVE PAS-ANIO TO IDX-P-ANIO.
           MOVE PAS-MES TO IDX-P-MES.
           MOVE CUOTA-ANTERIOR TO IDX-P-CUOTA-ANT.
           MOVE DEBE-ANTERIOR TO IDX-P-DEBE-ANT.
           MOVE PAS-CUOTA TO IDX-P-CUOTA-NUE.
           MOVE PAS-DEBE TO IDX-P-DEBE-NUE.
           WRITE IDX-REG.
           MOVE SPACES TO LIS-D-OBSERVACION.
           PERFORM 460-LISTAR-MES.

       460-LISTAR-MES.
           MOVE PAS-PASAJERO TO LIS-D-PASAJERO.
           MOVE PAS-MES TO LIS-D-MES.
           MOVE CUOTA-ANTERIOR TO LIS-D-CUOTA-ANT.
           MOVE PAS-CUOTA TO LIS-D-CUOTA-NUE.
           MOVE DEBE-ANTERIOR TO LIS-D-DEBE-ANT.
           MOVE PAS-DEBE TO LIS-D-DEBE-NUE.
           WRITE LIS-LINEA FROM LIS-DETALLE.
           ADD 1 TO MESES-PASAJERO.
           ADD 1 TO CONT-MESES.
           ADD DEBE-ANTERIOR TO DEBE-ANT-PASAJERO.
           ADD PAS-DEBE TO DEBE-NUE-PASAJERO.
           COMPUTE VARIACION-DEUDA =
               VARIACION-DEUDA + PAS-DEBE - DEBE-ANTERIOR.

       480-CERRAR-PASAJERO.
           IF MESES-PASAJERO > 0
               ADD 1 TO CONT-PASAJEROS
               MOVE ANT-PASAJERO TO LIS-S-PASAJERO
               MOVE DEBE-ANT-PASAJERO TO LIS-S-DEBE-ANT
               MOVE DEBE-NUE-PASAJERO TO LIS-S-DEBE-NUE
               WRITE LIS-LINEA FROM LIS-SUBTOTAL
           END-IF.
           MOVE 0 TO DEBE-ANT-PASAJERO, DEBE-NUE-PASAJERO.
           MOVE 0 TO MESES-PASAJERO.

       490-TOTALES.
           MOVE CONT-MESES TO LIS-TT-MESES.
           MOVE CONT-PASAJEROS TO LIS-TT-PASAJEROS.
           MOVE VARIACION-DEUDA TO LIS-TT-VARIACION.
           MOVE CONT-OMITIDOS TO LIS-TT-OMITIDOS.
           WRITE LIS-LINEA FROM LIS-TOTAL.
           DISPLAY 'MESES ACTUALIZADOS: ', CONT-MESES,
               '  PASAJEROS: ', CONT-PASAJEROS.
           DISPLAY 'VARIACION DE DEUDA: ', VARIACION-DEUDA.

       600-PEDIR-REVERSION.
           MOVE 'N' TO CONFIRMA.
           IF CANT-PILA = 0
               DISPLAY 'No hay corridas vigentes para revertir.'
           ELSE
               MOVE PILA-CORRIDA(CANT-PILA) TO CORRIDA
               PERFORM 610-LEER-CABECERA
               DISPLAY 'Se revierte la CORRIDA ', CORRIDA, ' del ',
                   FECHA-CORRIDA, ': ANIO ', ANIO-PEDIDO,
                   ' DESDE EL MES ', MES-DESDE
               IF METODO-PORCENTAJE
                   DISPLAY 'AUMENTO DEL ', PORCENTAJE, '%'
               ELSE
                   DISPLAY 'IMPORTES NUEVOS POR CATEGORIA'
               END-IF
               DISPLAY 'Las tarifas vuelven a las de antes de la '
                   'corrida. Confirma (S/N)?'
               ACCEPT CONFIRMA
           END-IF.

       610-LEER-CABECERA.
           MOVE 0 TO EOF-INDEXACIONES.
           OPEN INPUT INDEXACIONES.
           READ INDEXACIONES AT END MOVE 1 TO EOF-INDEXACIONES.
           PERFORM UNTIL EOF-INDEXACIONES = 1
               IF IDX-CORRIDA = CORRIDA AND IDX-CABECERA
                   MOVE IDX-H-FECHA TO FECHA-CORRIDA
                   MOVE IDX-H-ANIO TO ANIO-PEDIDO
                   MOVE IDX-H-MES-DESDE TO MES-DESDE
                   MOVE IDX-H-METODO TO METODO
                   MOVE IDX-H-PORCENTAJE TO PORCENTAJE
                   MOVE 1 TO EOF-INDEXACIONES
               ELSE
                   READ INDEXACIONES AT END MOVE 1 TO EOF-INDEXACIONES
               END-IF
           END-PERFORM.
           CLOSE INDEXACIONES.

       700-REVERTIR-MESES.
      *    ----un mes que despues de la corrida se pago, vencio o se
      *    ----refinancio ya no se toca: queda en el listado para
      *    ----resolverlo a mano
           MOVE 'REVERSION DE ACTUALIZACION' TO LIS-T-TIPO.
           PERFORM 360-ENCABEZAR-LISTADO.
           MOVE 0 TO EOF-INDEXACIONES.
           OPEN INPUT INDEXACIONES.
           READ INDEXACIONES AT END MOVE 1 TO EOF-INDEXACIONES.
           PERFORM UNTIL EOF-INDEXACIONES = 1
               IF IDX-CORRIDA = CORRIDA
                   EVALUATE TRUE
                       WHEN IDX-MES
                           PERFORM 710-REVERTIR-MES
                       WHEN IDX-TARIFA-GENERAL
                           MOVE IDX-T-IMAGEN TO IMAGEN-GENERAL
                           MOVE 'S' TO HAY-IMAGEN-GENERAL
                       WHEN IDX-TARIFA-CATEGORIA
                           IF CANT-IMG-TABLA < MAX-CAT-TABLA
                               ADD 1 TO CANT-IMG-TABLA
                               MOVE IDX-T-IMAGEN
                                   TO IMG-CATEGORIA(CANT-IMG-TABLA)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ INDEXACIONES AT END MOVE 1 TO EOF-INDEXACIONES
           END-PERFORM.
           CLOSE INDEXACIONES.
           PERFORM 480-CERRAR-PASAJERO.
           PERFORM 490-TOTALES.
           IF CONT-OMITIDOS > 0
               DISPLAY 'MESES NO REVERTIDOS (VER LISTADO): ',
                   CONT-OMITIDOS
           END-IF.

       710-REVERTIR-MES.
           IF IDX-P-PASAJERO <> ANT-PASAJERO
               PERFORM 480-CERRAR-PASAJERO
               MOVE IDX-P-PASAJERO TO ANT-PASAJERO
           END-IF.
           MOVE IDX-P-PASAJERO TO PAS-PASAJERO.
           MOVE IDX-P-ANIO TO PAS-ANIO.
           MOVE IDX-P-MES TO PAS-MES.
           READ PASAJEROS
               INVALID KEY
                   MOVE 0 TO PAS-CUOTA, PAS-DEBE
                   MOVE IDX-P-CUOTA-NUE TO CUOTA-ANTERIOR
                   MOVE IDX-P-DEBE-NUE TO DEBE-ANTERIOR
                   MOVE 'MES INEXISTENTE' TO LIS-D-OBSERVACION
                   PERFORM 730-LISTAR-OMITIDO
               NOT INVALID KEY
                   MOVE PAS-CUOTA TO CUOTA-ANTERIOR
                   MOVE PAS-DEBE TO DEBE-ANTERIOR
                   IF PAS-ABIERTO AND PAS-CUOTA = IDX-P-CUOTA-NUE
                       PERFORM 720-RESTAURAR-MES
                   ELSE
                       MOVE 'NO REVERTIDO: MES MOVIDO' TO
                           LIS-D-OBSERVACION
                       PERFORM 730-LISTAR-OMITIDO
                   END-IF
           END-READ.

       720-RESTAURAR-MES.
      *    ----si entre tanto hubo un pago parcial se conserva: se
      *    ----descuenta del debe solo la diferencia de cuota
           IF PAS-DEBE = IDX-P-DEBE-NUE
               MOVE IDX-P-DEBE-ANT TO PAS-DEBE
           ELSE
               COMPUTE NUEVO-DEBE =
                   PAS-DEBE + IDX-P-CUOTA-ANT - IDX-P-CUOTA-NUE
               IF NUEVO-DEBE < 0
                   MOVE 0 TO NUEVO-DEBE
               END-IF
               MOVE NUEVO-DEBE TO PAS-DEBE
           END-IF.
           MOVE IDX-P-CUOTA-ANT TO PAS-CUOTA.
           REWRITE PAS-REG.
           MOVE SPACES TO LIS-D-OBSERVACION.
           PERFORM 460-LISTAR-MES.

       730-LISTAR-OMITIDO.
           ADD 1 TO CONT-OMITIDOS.
           MOVE IDX-P-PASAJERO TO LIS-D-PASAJERO.
           MOVE IDX-P-MES TO LIS-D-MES.
           MOVE CUOTA-ANTERIOR TO LIS-D-CUOTA-ANT.
           MOVE CUOTA-ANTERIOR TO LIS-D-CUOTA-NUE.
           MOVE DEBE-ANTERIOR TO LIS-D-DEBE-ANT.
           MOVE DEBE-ANTERIOR TO LIS-D-DEBE-NUE.
           WRITE LIS-LINEA FROM LIS-DETALLE.

       750-RESTAURAR-TARIFAS.
           IF HAY-IMAGEN-GENERAL = 'S'
               OPEN OUTPUT CUOTASPARAM
               MOVE IMAGEN-GENERAL TO PARAM-CUOTA-REG
               WRITE PARAM-CUOTA-REG
               CLOSE CUOTASPARAM
           END-IF.
           OPEN OUTPUT CUOTASCAT.
           MOVE 0 TO SUB-C.
           PERFORM 751-RESTAURAR-CATEGORIA CANT-IMG-TABLA TIMES.
           CLOSE CUOTASCAT.
           OPEN EXTEND INDEXACIONES.
           MOVE SPACES TO IDX-REG.
           MOVE CORRIDA TO IDX-CORRIDA.
           MOVE 'V' TO IDX-TIPO.
           MOVE WS-FECHA-HOY TO IDX-H-FECHA.
           MOVE ANIO-PEDIDO TO IDX-H-ANIO.
           MOVE MES-DESDE TO IDX-H-MES-DESDE.
           MOVE METODO TO IDX-H-METODO.
           MOVE PORCENTAJE TO IDX-H-PORCENTAJE.
           MOVE WS-OPERADOR TO IDX-H-OPERADOR.
           WRITE IDX-REG.
           CLOSE INDEXACIONES.
           DISPLAY 'CORRIDA ', CORRIDA, ' REVERTIDA.'.

       751-RESTAURAR-CATEGORIA.
           ADD 1 TO SUB-C.
           MOVE IMG-CATEGORIA(SUB-C) TO CATP-REG.
           WRITE CATP-REG.

       900-FIN-GENERAL.
           CLOSE PASAJEROS, LISTADO.
           IF HAY-DATOS = 'S'
               CLOSE PASAJEROS-DATOS
           END-IF.
           IF HAY-GRUPOS = 'S'
               CLOSE GRUPOS
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
