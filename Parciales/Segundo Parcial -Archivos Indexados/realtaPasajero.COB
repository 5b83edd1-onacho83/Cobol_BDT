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
           SELECT PLANES ASSIGN TO '../planes_pago.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLA-PASAJERO
               FILE STATUS IS WS-PLANES-STATUS.
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
           SELECT OPTIONAL CUOTASPARAM ASSIGN TO '../cuotas_param.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUOTASCAT
               ASSIGN TO '../cuotas_categorias.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REINGRESOPARAM
               ASSIGN TO '../reingreso_param.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFINAN ASSIGN TO '../refinanciaciones.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAJAS ASSIGN TO '../bajas_pasajeros.dat'
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
       FD  PLANES.
       01  PLA-REG.
           03 PLA-PASAJERO                     PIC 9(5).
           03 PLA-ANIO                         PIC 9(4).
           03 PLA-TOTAL                        PIC 9(8).
           03 PLA-CUOTAS                       PIC 9(2).
           03 PLA-IMPORTE-CUOTA                PIC 9(8).
           03 PLA-SALDO                        PIC 9(8).
           03 PLA-ESTADO                       PIC X.
               88 PLA-ACTIVO                   VALUE 'A'.
               88 PLA-CANCELADO                VALUE 'C'.
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
       FD  CUOTASPARAM.
       01  PARAM-CUOTA-REG.
           03 PARAM-CUOTA-MES          PIC 9(8) OCCURS 12 TIMES.
       FD  CUOTASCAT.
       01  CATP-REG.
           03 CATP-CATEGORIA           PIC X.
           03 CATP-CUOTA-MES           PIC 9(8) OCCURS 12 TIMES.
       FD  REINGRESOPARAM.
       01  RPA-REG.
           03 RPA-CUOTA-REINGRESO              PIC 9(8).
       FD  REFINAN.
       01  REF-LINEA                           PIC X(100).
       FD  BAJAS.
       01  BAJ-LINEA                           PIC X(100).

       WORKING-STORAGE SECTION.
       01  REF-DETALLE.
           03 FILLER             PIC X(7) VALUE "FECHA: ".
           03 REF-D-FECHA        PIC 9(8).
           03 FILLER             PIC X(12) VALUE "  PASAJERO: ".
           03 REF-D-PASAJERO     PIC ZZZZ9.
           03 FILLER             PIC X(8) VALUE "  ANIO: ".
           03 REF-D-ANIO         PIC 9(4).
           03 FILLER             PIC X(14) VALUE "  REFINANCIA: ".
           03 REF-D-TOTAL        PIC Z(7)9.
           03 FILLER             PIC X(10) VALUE "  CUOTAS: ".
           03 REF-D-CUOTAS       PIC Z9.
           03 FILLER             PIC X(12) VALUE "  DE IMPORTE".
           03 REF-D-IMPORTE      PIC Z(7)9.
       01  REA-DETALLE.
           03 FILLER             PIC X(7) VALUE "FECHA: ".
           03 REA-D-FECHA        PIC 9(8).
           03 FILLER             PIC X(12) VALUE "  PASAJERO: ".
           03 REA-D-PASAJERO     PIC ZZZZ9.
           03 FILLER             PIC X(16) VALUE "  REALTA AL MES ".
           03 REA-D-MES          PIC Z9.
           03 FILLER             PIC X(13) VALUE "  REINGRESO: ".
           03 REA-D-REINGRESO    PIC Z(7)9.
           03 FILLER             PIC X(12) VALUE "  OPERADOR: ".
           03 REA-D-OPERADOR     PIC X(10).

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
       77  EOF-CUOTASPARAM                     PIC 9.
       77  EOF-CUOTASCAT                       PIC 9 VALUE 0.
       77  EOF-REINGRESO                       PIC 9 VALUE 0.
       77  CANT-CAT-TABLA                      PIC 9 VALUE 0.
       77  MAX-CAT-TABLA                       PIC 9 VALUE 5.
       77  SUB-C                               PIC 9.
       77  CAT-HALLADA                         PIC X.
       77  CATEGORIA-PASAJERO                  PIC X.
       77  CUOTA-APLICABLE                     PIC 9(8).
       01  TABLA-CATEGORIAS.
           03 CAT-ITEM OCCURS 5 TIMES.
               05 CAT-T-CATEGORIA      PIC X.
               05 CAT-T-CUOTA-MES      PIC 9(8) OCCURS 12 TIMES.

       77  WS-PLANES-STATUS                    PIC X(02).
       77  WS-PDA-STATUS                       PIC X(02).
       77  WS-GRUPOS-STATUS                    PIC X(02).
       77  HAY-DATOS                           PIC X VALUE 'N'.
       77  HAY-GRUPOS                          PIC X VALUE 'N'.
       77  EOF-PAS                             PIC 9.
       77  PASAJERO-PEDIDO                     PIC 9(5).
       77  CANT-REGISTROS                      PIC 9(4).
       77  ULT-ANIO                            PIC 9(4).
       77  ULT-ESTADO                          PIC X.
       77  TOTAL-DEUDA                         PIC 9(8).
       77  CONT-MESES-DEUDA                    PIC 99.
       77  DEUDA-RESUELTA                      PIC X.
       77  REFINANCIAR                         PIC X.
       77  CUOTAS-PEDIDAS                      PIC 9(2).
       77  CUOTA-REINGRESO                     PIC 9(8) VALUE 2000.
       77  TOTAL-ANIO                          PIC 9(8).
       77  WS-OPERADOR                         PIC X(10).
       01  WS-FECHA-HOY                        PIC 9(8).
       01  WS-FECHA-DESGLOSE REDEFINES WS-FECHA-HOY.
           03 WS-HOY-AAAA                      PIC 9(4).
           03 WS-HOY-MM                        PIC 99.
           03 WS-HOY-DD                        PIC 99.
       77  I                                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO-GENERAL.
            PERFORM 200-INGRESAR-PASAJERO.
            PERFORM UNTIL PASAJERO-PEDIDO = 0
               PERFORM 300-PROCESAR-REALTA
               PERFORM 200-INGRESAR-PASAJERO
            END-PERFORM.
            PERFORM 900-FIN-GENERAL.
            STOP RUN.

       100-INICIO-GENERAL.
           OPEN I-O PASAJEROS.
           PERFORM 105-ABRIR-PLANES.
           OPEN INPUT PASAJEROS-DATOS.
           IF WS-PDA-STATUS = '00'
               MOVE 'S' TO HAY-DATOS
           END-IF.
           OPEN INPUT GRUPOS.
           IF WS-GRUPOS-STATUS = '00'
               MOVE 'S' TO HAY-GRUPOS
           END-IF.
           OPEN EXTEND REFINAN.
           OPEN EXTEND BAJAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 110-LEER-PARAM-CUOTAS.
           PERFORM 115-LEER-CUOTAS-CATEGORIAS.
           PERFORM 120-LEER-CUOTA-REINGRESO.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT WS-OPERADOR.

       105-ABRIR-PLANES.
           OPEN I-O PLANES.
           IF WS-PLANES-STATUS = '35'
               OPEN OUTPUT PLANES
               CLOSE PLANES
               OPEN I-O PLANES
           END-IF.

       110-LEER-PARAM-CUOTAS.
           MOVE 0 TO EOF-CUOTASPARAM.
           OPEN INPUT CUOTASPARAM.
           READ CUOTASPARAM AT END MOVE 1 TO EOF-CUOTASPARAM.
           IF EOF-CUOTASPARAM <> 1
               MOVE 1 TO I
               PERFORM UNTIL I > 12
                   IF PARAM-CUOTA-MES(I) > 0
                       MOVE PARAM-CUOTA-MES(I) TO VEC-CUOTAMES(I)
                   END-IF
                   ADD 1 TO I
               END-PERFORM
           END-IF.
           CLOSE CUOTASPARAM.

       115-LEER-CUOTAS-CATEGORIAS.
           MOVE 0 TO EOF-CUOTASCAT.
           OPEN INPUT CUOTASCAT.
           READ CUOTASCAT AT END MOVE 1 TO EOF-CUOTASCAT.
           PERFORM UNTIL EOF-CUOTASCAT = 1
               IF CANT-CAT-TABLA < MAX-CAT-TABLA
                   ADD 1 TO CANT-CAT-TABLA
                   MOVE CATP-CATEGORIA
                       TO CAT-T-CATEGORIA(CANT-CAT-TABLA)
                   MOVE 1 TO I
                   PERFORM UNTIL I > 12
                       MOVE CATP-CUOTA-MES(I)
                           TO CAT-T-CUOTA-MES(CANT-CAT-TABLA, I)
                       ADD 1 TO I
                   END-PERFORM
               END-IF
               READ CUOTASCAT AT END MOVE 1 TO EOF-CUOTASCAT
           END-PERFORM.
           CLOSE CUOTASCAT.

       120-LEER-CUOTA-REINGRESO.
      *    ----el importe de reingreso se fija en el archivo de
      *    ----parametros; sin archivo rige el valor por defecto
           OPEN INPUT REINGRESOPARAM.
           READ REINGRESOPARAM AT END MOVE 1 TO EOF-REINGRESO.
           IF EOF-REINGRESO <> 1
               MOVE RPA-CUOTA-REINGRESO TO CUOTA-REINGRESO
           END-IF.
           CLOSE REINGRESOPARAM.
           DISPLAY 'CUOTA DE REINGRESO VIGENTE: ', CUOTA-REINGRESO.

       200-INGRESAR-PASAJERO.
           DISPLAY ' '.
           DISPLAY 'Ingrese pasajero a reincorporar (0 = salir):'.
           ACCEPT PASAJERO-PEDIDO.

       300-PROCESAR-REALTA.
           PERFORM 310-RELEVAR-PASAJERO.
           IF CANT-REGISTROS = 0
               DISPLAY 'El pasajero no existe.'
           ELSE
               IF ULT-ESTADO NOT = "B"
                   DISPLAY 'El pasajero no esta dado de baja.'
               ELSE
                   MOVE 'S' TO DEUDA-RESUELTA
                   IF TOTAL-DEUDA > 0
                       PERFORM 400-RESOLVER-DEUDA
                   END-IF
                   IF DEUDA-RESUELTA = 'S'
                       PERFORM 500-REABRIR-ANIO
                       PERFORM 600-GRABAR-CONSTANCIA
                       DISPLAY 'Reincorporacion registrada. Cuotas '
                           'del anio ', TOTAL-ANIO, ' mas reingreso ',
                           CUOTA-REINGRESO
                   END-IF
               END-IF
           END-IF.

       310-RELEVAR-PASAJERO.
      *    ----se recorre toda la historia del pasajero: el ultimo mes
      *    ----cero dice si sigue de baja y los meses con saldo son la
      *    ----deuda que quedo al darlo de baja
           MOVE 0 TO CANT-REGISTROS.
           MOVE 0 TO ULT-ANIO.
           MOVE SPACE TO ULT-ESTADO.
           MOVE 0 TO TOTAL-DEUDA.
           MOVE 0 TO CONT-MESES-DEUDA.
           MOVE 0 TO EOF-PAS.
           MOVE PASAJERO-PEDIDO TO PAS-PASAJERO.
           MOVE 0 TO PAS-ANIO.
           MOVE 0 TO PAS-MES.
           START PASAJEROS KEY IS >= PAS-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-PAS.
           IF EOF-PAS <> 1
               READ PASAJEROS NEXT AT END MOVE 1 TO EOF-PAS
           END-IF.
           PERFORM UNTIL EOF-PAS = 1
                         OR PAS-PASAJERO <> PASAJERO-PEDIDO
               ADD 1 TO CANT-REGISTROS
               IF PAS-MES = 0
                   MOVE PAS-ANIO TO ULT-ANIO
                   MOVE PAS-ESTADO TO ULT-ESTADO
               ELSE
                   IF PAS-DEBE > 0
                       ADD PAS-DEBE TO TOTAL-DEUDA
                       ADD 1 TO CONT-MESES-DEUDA
                       DISPLAY 'DEUDA ANIO ', PAS-ANIO, ' MES ',
                           PAS-MES, ' ESTADO ', PAS-ESTADO,
                           ' DEBE ', PAS-DEBE
                   END-IF
               END-IF
               READ PASAJEROS NEXT AT END MOVE 1 TO EOF-PAS
           END-PERFORM.

       400-RESOLVER-DEUDA.
      *    ----la deuda de la baja se cancela por caja antes de volver
      *    ----o se pasa a un plan de pago en este mismo momento
           DISPLAY 'DEUDA PENDIENTE DE LA BAJA: ', TOTAL-DEUDA,
               ' EN ', CONT-MESES-DEUDA, ' MESES'.
           MOVE PASAJERO-PEDIDO TO PLA-PASAJERO.
           READ PLANES
               INVALID KEY
                   MOVE 'C' TO PLA-ESTADO
           END-READ.
           IF PLA-ACTIVO
               DISPLAY 'El pasajero tiene un plan vigente con saldo ',
                   PLA-SALDO, '. Debe abonar la deuda por caja antes '
                   'del reingreso.'
               MOVE 'N' TO DEUDA-RESUELTA
           ELSE
               DISPLAY 'Refinanciar la deuda en un plan de pago (S/N)?'
               ACCEPT REFINANCIAR
               IF REFINANCIAR = 'S'
                   PERFORM 410-INGRESAR-CUOTAS
                   PERFORM 420-CONSOLIDAR-DEUDA
                   PERFORM 430-GRABAR-PLAN
               ELSE
                   DISPLAY 'Debe abonar la deuda por caja antes del '
                       'reingreso.'
                   MOVE 'N' TO DEUDA-RESUELTA
               END-IF
           END-IF.

       410-INGRESAR-CUOTAS.
           DISPLAY 'Ingrese cantidad de cuotas del plan (1 a 12):'.
           ACCEPT CUOTAS-PEDIDAS.
           IF CUOTAS-PEDIDAS = 0 OR CUOTAS-PEDIDAS > 12
               DISPLAY 'Cantidad invalida. Reingrese.'
               PERFORM 410-INGRESAR-CUOTAS
           END-IF.

       420-CONSOLIDAR-DEUDA.
           MOVE 0 TO EOF-PAS.
           MOVE PASAJERO-PEDIDO TO PAS-PASAJERO.
           MOVE 0 TO PAS-ANIO.
           MOVE 0 TO PAS-MES.
           START PASAJEROS KEY IS >= PAS-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-PAS.
           IF EOF-PAS <> 1
               READ PASAJEROS NEXT AT END MOVE 1 TO EOF-PAS
           END-IF.
           PERFORM UNTIL EOF-PAS = 1
                         OR PAS-PASAJERO <> PASAJERO-PEDIDO
               IF PAS-MES > 0 AND PAS-DEBE > 0
      *    ----la deuda pasa al plan: el mes queda marcado como
      *    ----refinanciado y deja de devengar recargos
                   MOVE "R" TO PAS-ESTADO
                   MOVE 0 TO PAS-DEBE
                   REWRITE PAS-REG
               END-IF
               READ PASAJEROS NEXT AT END MOVE 1 TO EOF-PAS
           END-PERFORM.

       430-GRABAR-PLAN.
           MOVE PASAJERO-PEDIDO TO PLA-PASAJERO.
           MOVE ULT-ANIO TO PLA-ANIO.
           MOVE TOTAL-DEUDA TO PLA-TOTAL.
           MOVE CUOTAS-PEDIDAS TO PLA-CUOTAS.
           COMPUTE PLA-IMPORTE-CUOTA ROUNDED =
               TOTAL-DEUDA / CUOTAS-PEDIDAS.
           MOVE TOTAL-DEUDA TO PLA-SALDO.
           MOVE 'A' TO PLA-ESTADO.
           WRITE PLA-REG
               INVALID KEY
                   REWRITE PLA-REG
           END-WRITE.
           MOVE WS-FECHA-HOY TO REF-D-FECHA.
           MOVE PLA-PASAJERO TO REF-D-PASAJERO.
           MOVE PLA-ANIO TO REF-D-ANIO.
           MOVE PLA-TOTAL TO REF-D-TOTAL.
           MOVE PLA-CUOTAS TO REF-D-CUOTAS.
           MOVE PLA-IMPORTE-CUOTA TO REF-D-IMPORTE.
           WRITE REF-LINEA FROM REF-DETALLE.
           DISPLAY 'Plan de pago creado. ', PLA-CUOTAS,
               ' cuotas de ', PLA-IMPORTE-CUOTA.

       500-REABRIR-ANIO.
      *    ----se conserva el numero y la historia del socio: se
      *    ----reabre el anio en curso desde el mes de reingreso
           MOVE 0 TO TOTAL-ANIO.
           MOVE PASAJERO-PEDIDO TO PAS-PASAJERO.
           MOVE WS-HOY-AAAA TO PAS-ANIO.
           MOVE 0 TO PAS-MES.
           READ PASAJEROS
               INVALID KEY
                   MOVE "A" TO PAS-ESTADO
                   MOVE 0 TO PAS-CUOTA
                   MOVE 0 TO PAS-PAGADO
                   MOVE 0 TO PAS-DEBE
                   WRITE PAS-REG
               NOT INVALID KEY
                   MOVE "A" TO PAS-ESTADO
                   REWRITE PAS-REG
           END-READ.
           MOVE WS-HOY-MM TO I.
           PERFORM 510-ABRIR-MES UNTIL I > 12.

       510-ABRIR-MES.
           MOVE PASAJERO-PEDIDO TO PAS-PASAJERO.
           MOVE WS-HOY-AAAA TO PAS-ANIO.
           MOVE I TO PAS-MES.
           PERFORM 525-CUOTA-APLICABLE.
           ADD CUOTA-APLICABLE TO TOTAL-ANIO.
           READ PASAJEROS
               INVALID KEY
                   MOVE "A" TO PAS-ESTADO
                   MOVE CUOTA-APLICABLE TO PAS-CUOTA
                   MOVE 0 TO PAS-PAGADO
                   MOVE CUOTA-APLICABLE TO PAS-DEBE
                   PERFORM 520-SUMAR-REINGRESO
                   WRITE PAS-REG
               NOT INVALID KEY
      *    ----los meses anulados por la baja pueden tener algo
      *    ----pagado por adelantado: se descuenta de la nueva cuota
                   MOVE CUOTA-APLICABLE TO PAS-CUOTA
                   IF PAS-PAGADO < PAS-CUOTA
                       MOVE "A" TO PAS-ESTADO
                       COMPUTE PAS-DEBE = PAS-CUOTA - PAS-PAGADO
                   ELSE
                       MOVE "C" TO PAS-ESTADO
                       MOVE 0 TO PAS-DEBE
                   END-IF
                   PERFORM 520-SUMAR-REINGRESO
                   REWRITE PAS-REG
           END-READ.
           ADD 1 TO I.

       520-SUMAR-REINGRESO.
      *    ----el reingreso se cobra junto con la primera cuota
           IF I = WS-HOY-MM AND CUOTA-REINGRESO > 0
               MOVE "A" TO PAS-ESTADO
               ADD CUOTA-REINGRESO TO PAS-DEBE
           END-IF.

       525-CUOTA-APLICABLE.
      *    ----la cuota del mes sale de la tarifa de la categoria del
      *    ----pasajero; sin categoria o sin tarifa, la tabla general;
      *    ----el grupo familiar aplica su descuento al final
           MOVE VEC-CUOTAMES(PAS-MES) TO CUOTA-APLICABLE.
           IF CANT-CAT-TABLA > 0 AND HAY-DATOS = 'S'
               PERFORM 526-BUSCAR-CATEGORIA
               IF CAT-HALLADA = 'S'
                   MOVE CAT-T-CUOTA-MES(SUB-C, PAS-MES)
                       TO CUOTA-APLICABLE
               END-IF
           END-IF.
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

       526-BUSCAR-CATEGORIA.
           MOVE SPACES TO CATEGORIA-PASAJERO.
           MOVE PAS-PASAJERO TO PDA-PASAJERO.
           READ PASAJEROS-DATOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PDA-CATEGORIA TO CATEGORIA-PASAJERO
           END-READ.
           MOVE 'N' TO CAT-HALLADA.
           MOVE 0 TO SUB-C.
           PERFORM 527-COMPARAR-CATEGORIA
               UNTIL CAT-HALLADA = 'S' OR SUB-C >= CANT-CAT-TABLA.

       527-COMPARAR-CATEGORIA.
           ADD 1 TO SUB-C.
           IF CAT-T-CATEGORIA(SUB-C) = CATEGORIA-PASAJERO
               AND CATEGORIA-PASAJERO NOT = SPACES
               MOVE 'S' TO CAT-HALLADA
           END-IF.

       600-GRABAR-CONSTANCIA.
           MOVE WS-FECHA-HOY TO REA-D-FECHA.
           MOVE PASAJERO-PEDIDO TO REA-D-PASAJERO.
           MOVE WS-HOY-MM TO REA-D-MES.
           MOVE CUOTA-REINGRESO TO REA-D-REINGRESO.
           MOVE WS-OPERADOR TO REA-D-OPERADOR.
           WRITE BAJ-LINEA FROM REA-DETALLE.

       900-FIN-GENERAL.
           CLOSE PASAJEROS, PLANES, REFINAN, BAJAS.
           IF HAY-DATOS = 'S'
               CLOSE PASAJEROS-DATOS
           END-IF.
           IF HAY-GRUPOS = 'S'
               CLOSE GRUPOS
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
