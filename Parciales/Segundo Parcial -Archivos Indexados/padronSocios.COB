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
           SELECT OPTIONAL ASIGNACIONES
           ASSIGN TO '../asignacion_cobradores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASG-PASAJERO
               FILE STATUS IS WS-ASIGNACIONES-STATUS.
           SELECT OPTIONAL COBRADORES ASSIGN TO '../cobradores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBR-CODIGO
               FILE STATUS IS WS-COBRADORES-STATUS.
           SELECT OPTIONAL BAJAS ASSIGN TO '../bajas_pasajeros.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORIA ASSIGN TO '../padron_socios_hist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PSH-PERIODO
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT PADRON ASSIGN TO '../padron_socios.dat'
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
       FD  ASIGNACIONES.
       01  ASG-REG.
           03 ASG-PASAJERO                     PIC 9(5).
           03 ASG-COBRADOR                     PIC 9(3).
       FD  COBRADORES.
       01  CBR-REG.
           03 CBR-CODIGO                       PIC 9(3).
           03 CBR-NOMBRE                       PIC X(30).
           03 CBR-ZONA                         PIC X(15).
       FD  BAJAS.
       01  BJL-REG.
           03 FILLER                           PIC X(7).
           03 BJL-FECHA.
               05 BJL-PERIODO                  PIC 9(6).
               05 BJL-DIA                      PIC 99.
           03 FILLER                           PIC X(17).
           03 FILLER                           PIC X(2).
           03 BJL-MOVIMIENTO                   PIC X(6).
               88 BJL-ES-BAJA                  VALUE 'BAJA A'.
               88 BJL-ES-REALTA                VALUE 'REALTA'.
           03 FILLER                           PIC X(60).
       FD  HISTORIA.
       01  PSH-REG.
           03 PSH-PERIODO                      PIC 9(6).
           03 PSH-FECHA-CORRIDA                PIC 9(8).
           03 PSH-ACTIVOS                      PIC 9(5).
           03 PSH-ALTAS                        PIC 9(5).
           03 PSH-BAJAS                        PIC 9(5).
           03 PSH-VARIACION                    PIC S9(5).
           03 PSH-ADULTOS                      PIC 9(5).
           03 PSH-MENORES                      PIC 9(5).
           03 PSH-JUBILADOS                    PIC 9(5).
           03 PSH-SIN-CATEGORIA                PIC 9(5).
           03 PSH-CON-VENCIDOS                 PIC 9(5).
           03 PSH-ADHERIDOS                    PIC 9(5).
           03 PSH-EN-GRUPO                     PIC 9(5).
           03 PSH-GRUPOS                       PIC 9(5).
       FD  PADRON.
       01  PAD-LINEA                           PIC X(100).

       WORKING-STORAGE SECTION.
       01  PAD-TITULO.
           03 FILLER             PIC X(28)
                          VALUE "PADRON DE SOCIOS - PERIODO: ".
           03 PAD-T-PERIODO      PIC 9(6).
           03 FILLER             PIC X(11) VALUE "  EMITIDO: ".
           03 PAD-T-FECHA        PIC 9(8).
       01  PAD-SECCION.
           03 PAD-S-TITULO       PIC X(40).
       01  PAD-DATO.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PAD-D-CONCEPTO     PIC X(35).
           03 PAD-D-CANTIDAD     PIC ZZZZ9.
       01  PAD-DATO-PCT.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PAD-P-CONCEPTO     PIC X(35).
           03 PAD-P-CANTIDAD     PIC ZZZZ9.
           03 FILLER             PIC X(4) VALUE SPACES.
           03 PAD-P-PORC         PIC ZZ9,99.
           03 FILLER             PIC X(2) VALUE " %".
       01  PAD-VARIACION.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 FILLER             PIC X(35)
                          VALUE "VARIACION NETA CONTRA MES ANTERIOR".
           03 PAD-V-VARIACION    PIC -ZZZZ9.
       01  PAD-TEND-TITULO.
           03 FILLER             PIC X(25)
                          VALUE "  PERIODO  ACTIVOS  ALTAS".
           03 FILLER             PIC X(26)
                          VALUE "  BAJAS  VARIAC.  MOROSOS".
       01  PAD-TENDENCIA.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PAD-N-PERIODO      PIC 9(6).
           03 FILLER             PIC X(4) VALUE SPACES.
           03 PAD-N-ACTIVOS      PIC ZZZZ9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PAD-N-ALTAS        PIC ZZZZ9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PAD-N-BAJAS        PIC ZZZZ9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PAD-N-VARIACION    PIC -ZZZZ9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PAD-N-PORC         PIC ZZ9,99.
           03 FILLER             PIC X(2) VALUE " %".
       01  PAD-TEND-VACIO.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PAD-X-PERIODO      PIC 9(6).
           03 FILLER             PIC X(20) VALUE "    (SIN PADRON)".

       77  WS-PDA-STATUS                       PIC X(02).
       77  WS-GRUPOS-STATUS                    PIC X(02).
       77  WS-ASIGNACIONES-STATUS              PIC X(02).
       77  WS-COBRADORES-STATUS                PIC X(02).
       77  WS-HISTORIA-STATUS                  PIC X(02).
       77  HAY-DATOS                           PIC X VALUE 'N'.
       77  HAY-GRUPOS                          PIC X VALUE 'N'.
       77  HAY-ASIGNACIONES                    PIC X VALUE 'N'.
       77  HAY-COBRADORES                      PIC X VALUE 'N'.
       77  EOF-PAS                             PIC 9 VALUE 0.
       77  EOF-BAJAS                           PIC 9 VALUE 0.
       77  WS-FECHA-HOY                        PIC 9(8).
       01  PERIODO-PEDIDO.
           03 PER-AAAA                         PIC 9(4).
           03 PER-MM                           PIC 99.
       01  PERIODO-NUM REDEFINES PERIODO-PEDIDO PIC 9(6).
       01  PERIODO-TREND.
           03 TRD-AAAA                         PIC 9(4).
           03 TRD-MM                           PIC 99.
       01  PERIODO-TREND-NUM REDEFINES PERIODO-TREND PIC 9(6).
       77  PERIODO-MES                         PIC 9(6).

      *    ----datos del socio que se esta recorriendo
       77  ANT-PASAJERO                        PIC 9(5) VALUE 0.
       77  HAY-PASAJERO                        PIC X VALUE 'N'.
       77  HAY-MES-CERO                        PIC X.
       77  ESTADO-MES-CERO                     PIC X.
       77  PRIMER-PERIODO                      PIC 9(6).
       77  TIENE-VENCIDOS                      PIC X.

      *    ----acumuladores del padron
       77  CONT-ACTIVOS                        PIC 9(5) VALUE 0.
       77  CONT-ALTAS                          PIC 9(5) VALUE 0.
       77  CONT-ALTAS-NUEVAS                   PIC 9(5) VALUE 0.
       77  CONT-REALTAS                        PIC 9(5) VALUE 0.
       77  CONT-BAJAS                          PIC 9(5) VALUE 0.
       77  VARIACION                           PIC S9(5) VALUE 0.
       77  HAY-MES-ANTERIOR                    PIC X VALUE 'N'.
       77  CONT-ADULTOS                        PIC 9(5) VALUE 0.
       77  CONT-MENORES                        PIC 9(5) VALUE 0.
       77  CONT-JUBILADOS                      PIC 9(5) VALUE 0.
       77  CONT-SIN-CATEGORIA                  PIC 9(5) VALUE 0.
       77  CONT-CON-VENCIDOS                   PIC 9(5) VALUE 0.
       77  CONT-ADHERIDOS                      PIC 9(5) VALUE 0.
       77  CONT-EFECTIVO                       PIC 9(5) VALUE 0.
       77  CONT-EN-GRUPO                       PIC 9(5) VALUE 0.
       77  CONT-GRUPOS                         PIC 9(5) VALUE 0.
       77  CONT-SIN-GRUPO                      PIC 9(5) VALUE 0.
       77  PORCENTAJE                          PIC 9(3)V99.
       77  CANTIDAD-AUX                        PIC 9(5).

       77  ZONA-SOCIO                          PIC X(15).
       77  CANT-ZON-TABLA                      PIC 99 VALUE 0.
       77  MAX-ZON-TABLA                       PIC 99 VALUE 20.
       77  SUB-Z                               PIC 99.
       77  ZON-HALLADA                         PIC X.
       01  TABLA-ZONAS.
           03 ZON-ITEM OCCURS 20 TIMES.
               05 ZON-T-ZONA                   PIC X(15).
               05 ZON-T-ACTIVOS                PIC 9(5).
       77  I                                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           PERFORM 200-RECORRER-PASAJEROS.
           PERFORM 300-LEER-BAJAS.
           PERFORM 350-COMPARAR-MES-ANTERIOR.
           PERFORM 400-GRABAR-HISTORIA.
           PERFORM 500-IMPRIMIR-PADRON.
           PERFORM 700-IMPRIMIR-TENDENCIA.
           PERFORM 900-FIN-GENERAL.
           STOP RUN.

       100-INICIO-GENERAL.
           OPEN INPUT PASAJEROS.
           OPEN INPUT PASAJEROS-DATOS.
           IF WS-PDA-STATUS = '00'
               MOVE 'S' TO HAY-DATOS
           END-IF.
           OPEN INPUT GRUPOS.
           IF WS-GRUPOS-STATUS = '00'
               MOVE 'S' TO HAY-GRUPOS
           END-IF.
           OPEN INPUT ASIGNACIONES.
           IF WS-ASIGNACIONES-STATUS = '00'
               MOVE 'S' TO HAY-ASIGNACIONES
           END-IF.
           OPEN INPUT COBRADORES.
           IF WS-COBRADORES-STATUS = '00'
               MOVE 'S' TO HAY-COBRADORES
           END-IF.
           OPEN I-O HISTORIA.
           IF WS-HISTORIA-STATUS = '35'
               OPEN OUTPUT HISTORIA
               CLOSE HISTORIA
               OPEN I-O HISTORIA
           END-IF.
           OPEN OUTPUT PADRON.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 110-INGRESAR-PERIODO.

       110-INGRESAR-PERIODO.
           DISPLAY 'Ingrese anio del padron:'.
           ACCEPT PER-AAAA.
           DISPLAY 'Ingrese mes del padron (1 a 12):'.
           ACCEPT PER-MM.
           IF PER-MM = 0 OR PER-MM > 12
               DISPLAY 'Mes invalido. Reingrese.'
               PERFORM 110-INGRESAR-PERIODO
           END-IF.

       200-RECORRER-PASAJEROS.
      *    ----un socio esta activo si tiene abierto el anio del
      *    ----padron (mes cero sin baja) y ya habia ingresado en el
      *    ----mes pedido; el primer mes con cuota marca su alta
           MOVE LOW-VALUES TO PAS-CLAVE.
           START PASAJEROS KEY IS > PAS-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-PAS.
           IF EOF-PAS <> 1
               READ PASAJEROS NEXT AT END MOVE 1 TO EOF-PAS
           END-IF.
           PERFORM UNTIL EOF-PAS = 1
               IF PAS-PASAJERO <> ANT-PASAJERO
                   PERFORM 250-CERRAR-SOCIO
                   PERFORM 210-NUEVO-SOCIO
               END-IF
               PERFORM 220-TOMAR-REGISTRO
               READ PASAJEROS NEXT AT END MOVE 1 TO EOF-PAS
           END-PERFORM.
           PERFORM 250-CERRAR-SOCIO.

       210-NUEVO-SOCIO.
           MOVE PAS-PASAJERO TO ANT-PASAJERO.
           MOVE 'S' TO HAY-PASAJERO.
           MOVE 'N' TO HAY-MES-CERO.
           MOVE SPACE TO ESTADO-MES-CERO.
           MOVE 0 TO PRIMER-PERIODO.
           MOVE 'N' TO TIENE-VENCIDOS.

       220-TOMAR-REGISTRO.
           IF PAS-MES = 0
               IF PAS-ANIO = PER-AAAA
                   MOVE 'S' TO HAY-MES-CERO
                   MOVE PAS-ESTADO TO ESTADO-MES-CERO
               END-IF
           ELSE
               COMPUTE PERIODO-MES = PAS-ANIO * 100 + PAS-MES
               IF PRIMER-PERIODO = 0
                   MOVE PERIODO-MES TO PRIMER-PERIODO
               END-IF
               IF PAS-VENCIDO AND PAS-DEBE > 0
                   AND PERIODO-MES <= PERIODO-NUM
                   MOVE 'S' TO TIENE-VENCIDOS
               END-IF
           END-IF.

       250-CERRAR-SOCIO.
           IF HAY-PASAJERO = 'S' AND HAY-MES-CERO = 'S'
               AND ESTADO-MES-CERO NOT = "B"
               AND PRIMER-PERIODO <= PERIODO-NUM
               PERFORM 260-CONTAR-ACTIVO
           END-IF.

       260-CONTAR-ACTIVO.
           ADD 1 TO CONT-ACTIVOS.
           IF PRIMER-PERIODO = PERIODO-NUM
               ADD 1 TO CONT-ALTAS-NUEVAS
           END-IF.
           IF TIENE-VENCIDOS = 'S'
               ADD 1 TO CONT-CON-VENCIDOS
           END-IF.
           PERFORM 270-CATEGORIA-Y-DEBITO.
           PERFORM 280-GRUPO-FAMILIAR.
           PERFORM 290-ZONA-COBRADOR.

       270-CATEGORIA-Y-DEBITO.
           MOVE SPACE TO PDA-CATEGORIA.
           MOVE SPACE TO PDA-DEBITO.
           IF HAY-DATOS = 'S'
               MOVE ANT-PASAJERO TO PDA-PASAJERO
               READ PASAJEROS-DATOS
                   INVALID KEY
                       MOVE SPACE TO PDA-CATEGORIA
                       MOVE SPACE TO PDA-DEBITO
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN PDA-ADULTO
                   ADD 1 TO CONT-ADULTOS
               WHEN PDA-MENOR
                   ADD 1 TO CONT-MENORES
               WHEN PDA-JUBILADO
                   ADD 1 TO CONT-JUBILADOS
               WHEN OTHER
                   ADD 1 TO CONT-SIN-CATEGORIA
           END-EVALUATE.
           IF PDA-ADHERIDO-DEBITO
               ADD 1 TO CONT-ADHERIDOS
           ELSE
               ADD 1 TO CONT-EFECTIVO
           END-IF.

       280-GRUPO-FAMILIAR.
           IF HAY-GRUPOS = 'S'
               MOVE ANT-PASAJERO TO GRF-PASAJERO
               READ GRUPOS
                   INVALID KEY
                       ADD 1 TO CONT-SIN-GRUPO
                   NOT INVALID KEY
                       ADD 1 TO CONT-EN-GRUPO
      *    ----cada grupo tiene un solo responsable: contarlos da la
      *    ----cantidad de grupos con socios activos a cargo
                       IF GRF-RESPONSABLE = ANT-PASAJERO
                           ADD 1 TO CONT-GRUPOS
                       END-IF
               END-READ
           ELSE
               ADD 1 TO CONT-SIN-GRUPO
           END-IF.

       290-ZONA-COBRADOR.
           MOVE "SIN COBRADOR" TO ZONA-SOCIO.
           IF HAY-ASIGNACIONES = 'S'
               MOVE ANT-PASAJERO TO ASG-PASAJERO
               READ ASIGNACIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 292-BUSCAR-ZONA
               END-READ
           END-IF.
           MOVE 'N' TO ZON-HALLADA.
           MOVE 0 TO SUB-Z.
           PERFORM 295-COMPARAR-ZONA
               UNTIL ZON-HALLADA = 'S' OR SUB-Z >= CANT-ZON-TABLA.
           IF ZON-HALLADA = 'N'
               IF CANT-ZON-TABLA < MAX-ZON-TABLA
                   ADD 1 TO CANT-ZON-TABLA
                   MOVE CANT-ZON-TABLA TO SUB-Z
                   MOVE ZONA-SOCIO TO ZON-T-ZONA(SUB-Z)
                   MOVE 0 TO ZON-T-ACTIVOS(SUB-Z)
                   MOVE 'S' TO ZON-HALLADA
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-ZON-TABLA,
                       " ZONAS, SE OMITEN"
               END-IF
           END-IF.
           IF ZON-HALLADA = 'S'
               ADD 1 TO ZON-T-ACTIVOS(SUB-Z)
           END-IF.

       292-BUSCAR-ZONA.
           MOVE "ZONA SIN DATOS" TO ZONA-SOCIO.
           IF HAY-COBRADORES = 'S'
               MOVE ASG-COBRADOR TO CBR-CODIGO
               READ COBRADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CBR-ZONA NOT = SPACES
                           MOVE CBR-ZONA TO ZONA-SOCIO
                       END-IF
               END-READ
           END-IF.

       295-COMPARAR-ZONA.
           ADD 1 TO SUB-Z.
           IF ZON-T-ZONA(SUB-Z) = ZONA-SOCIO
               MOVE 'S' TO ZON-HALLADA
           END-IF.

       300-LEER-BAJAS.
      *    ----las bajas y las reincorporaciones del mes salen del
      *    ----registro que graban bajaPasajero y realtaPasajero
           OPEN INPUT BAJAS.
           READ BAJAS AT END MOVE 1 TO EOF-BAJAS.
           PERFORM UNTIL EOF-BAJAS = 1
               IF BJL-PERIODO = PERIODO-NUM
                   IF BJL-ES-BAJA
                       ADD 1 TO CONT-BAJAS
                   END-IF
                   IF BJL-ES-REALTA
                       ADD 1 TO CONT-REALTAS
                   END-IF
               END-IF
               READ BAJAS AT END MOVE 1 TO EOF-BAJAS
           END-PERFORM.
           CLOSE BAJAS.
           COMPUTE CONT-ALTAS = CONT-ALTAS-NUEVAS + CONT-REALTAS.

       350-COMPARAR-MES-ANTERIOR.
           MOVE PERIODO-PEDIDO TO PERIODO-TREND.
           PERFORM 720-RETROCEDER-MES.
           MOVE PERIODO-TREND-NUM TO PSH-PERIODO.
           READ HISTORIA
               INVALID KEY
                   MOVE 'N' TO HAY-MES-ANTERIOR
                   MOVE 0 TO VARIACION
               NOT INVALID KEY
                   MOVE 'S' TO HAY-MES-ANTERIOR
                   COMPUTE VARIACION = CONT-ACTIVOS - PSH-ACTIVOS
           END-READ.

       400-GRABAR-HISTORIA.
      *    ----si el mes se vuelve a correr se reemplazan las cifras
           MOVE PERIODO-NUM TO PSH-PERIODO.
           MOVE WS-FECHA-HOY TO PSH-FECHA-CORRIDA.
           MOVE CONT-ACTIVOS TO PSH-ACTIVOS.
           MOVE CONT-ALTAS TO PSH-ALTAS.
           MOVE CONT-BAJAS TO PSH-BAJAS.
           MOVE VARIACION TO PSH-VARIACION.
           MOVE CONT-ADULTOS TO PSH-ADULTOS.
           MOVE CONT-MENORES TO PSH-MENORES.
           MOVE CONT-JUBILADOS TO PSH-JUBILADOS.
           MOVE CONT-SIN-CATEGORIA TO PSH-SIN-CATEGORIA.
           MOVE CONT-CON-VENCIDOS TO PSH-CON-VENCIDOS.
           MOVE CONT-ADHERIDOS TO PSH-ADHERIDOS.
           MOVE CONT-EN-GRUPO TO PSH-EN-GRUPO.
           MOVE CONT-GRUPOS TO PSH-GRUPOS.
           WRITE PSH-REG
               INVALID KEY
                   REWRITE PSH-REG
           END-WRITE.

       500-IMPRIMIR-PADRON.
           MOVE PERIODO-NUM TO PAD-T-PERIODO.
           MOVE WS-FECHA-HOY TO PAD-T-FECHA.
           WRITE PAD-LINEA FROM PAD-TITULO.
           MOVE SPACES TO PAD-LINEA.
           WRITE PAD-LINEA.
           MOVE "SOCIOS ACTIVOS" TO PAD-S-TITULO.
           WRITE PAD-LINEA FROM PAD-SECCION.
           MOVE "TOTAL DE SOCIOS ACTIVOS" TO PAD-D-CONCEPTO.
           MOVE CONT-ACTIVOS TO PAD-D-CANTIDAD.
           WRITE PAD-LINEA FROM PAD-DATO.
           MOVE "ALTAS DEL MES (NUEVOS)" TO PAD-D-CONCEPTO.
           MOVE CONT-ALTAS-NUEVAS TO PAD-D-CANTIDAD.
           WRITE PAD-LINEA FROM PAD-DATO.
           MOVE "ALTAS DEL MES (REINCORPORADOS)" TO PAD-D-CONCEPTO.
           MOVE CONT-REALTAS TO PAD-D-CANTIDAD.
           WRITE PAD-LINEA FROM PAD-DATO.
           MOVE "BAJAS DEL MES" TO PAD-D-CONCEPTO.
           MOVE CONT-BAJAS TO PAD-D-CANTIDAD.
           WRITE PAD-LINEA FROM PAD-DATO.
           IF HAY-MES-ANTERIOR = 'S'
               MOVE VARIACION TO PAD-V-VARIACION
               WRITE PAD-LINEA FROM PAD-VARIACION
           ELSE
               MOVE "SIN PADRON DEL MES ANTERIOR" TO PAD-S-TITULO
               WRITE PAD-LINEA FROM PAD-SECCION
           END-IF.

           MOVE "POR CATEGORIA" TO PAD-S-TITULO.
           WRITE PAD-LINEA FROM PAD-SECCION.
           MOVE "ADULTOS" TO PAD-P-CONCEPTO.
           MOVE CONT-ADULTOS TO CANTIDAD-AUX.
           PERFORM 590-LINEA-PORCENTAJE.
           MOVE "MENORES" TO PAD-P-CONCEPTO.
           MOVE CONT-MENORES TO CANTIDAD-AUX.
           PERFORM 590-LINEA-PORCENTAJE.
           MOVE "JUBILADOS" TO PAD-P-CONCEPTO.
           MOVE CONT-JUBILADOS TO CANTIDAD-AUX.
           PERFORM 590-LINEA-PORCENTAJE.
           MOVE "SIN CATEGORIA" TO PAD-P-CONCEPTO.
           MOVE CONT-SIN-CATEGORIA TO CANTIDAD-AUX.
           PERFORM 590-LINEA-PORCENTAJE.

           MOVE "POR ZONA DE COBRADOR" TO PAD-S-TITULO.
           WRITE PAD-LINEA FROM PAD-SECCION.
           MOVE 0 TO SUB-Z.
           PERFORM 510-LINEA-ZONA CANT-ZON-TABLA TIMES.

           MOVE "MOROSIDAD" TO PAD-S-TITULO.
           WRITE PAD-LINEA FROM PAD-SECCION.
           MOVE "SOCIOS CON MESES VENCIDOS" TO PAD-P-CONCEPTO.
           MOVE CONT-CON-VENCIDOS TO CANTIDAD-AUX.
           PERFORM 590-LINEA-PORCENTAJE.

           MOVE "FORMA DE PAGO" TO PAD-S-TITULO.
           WRITE PAD-LINEA FROM PAD-SECCION.
           MOVE "ADHERIDOS A DEBITO AUTOMATICO" TO PAD-P-CONCEPTO.
           MOVE CONT-ADHERIDOS TO CANTIDAD-AUX.
           PERFORM 590-LINEA-PORCENTAJE.
           MOVE "PAGO EN EFECTIVO / VENTANILLA" TO PAD-P-CONCEPTO.
           MOVE CONT-EFECTIVO TO CANTIDAD-AUX.
           PERFORM 590-LINEA-PORCENTAJE.

           MOVE "GRUPO FAMILIAR" TO PAD-S-TITULO.
           WRITE PAD-LINEA FROM PAD-SECCION.
           MOVE "SOCIOS EN GRUPO FAMILIAR" TO PAD-P-CONCEPTO.
           MOVE CONT-EN-GRUPO TO CANTIDAD-AUX.
           PERFORM 590-LINEA-PORCENTAJE.
           MOVE "SOCIOS SIN GRUPO" TO PAD-P-CONCEPTO.
           MOVE CONT-SIN-GRUPO TO CANTIDAD-AUX.
           PERFORM 590-LINEA-PORCENTAJE.
           MOVE "GRUPOS CON RESPONSABLE ACTIVO" TO PAD-D-CONCEPTO.
           MOVE CONT-GRUPOS TO PAD-D-CANTIDAD.
           WRITE PAD-LINEA FROM PAD-DATO.

       510-LINEA-ZONA.
           ADD 1 TO SUB-Z.
           MOVE ZON-T-ZONA(SUB-Z) TO PAD-P-CONCEPTO.
           MOVE ZON-T-ACTIVOS(SUB-Z) TO CANTIDAD-AUX.
           PERFORM 590-LINEA-PORCENTAJE.

       590-LINEA-PORCENTAJE.
           MOVE CANTIDAD-AUX TO PAD-P-CANTIDAD.
           IF CONT-ACTIVOS > 0
               COMPUTE PORCENTAJE ROUNDED =
                   CANTIDAD-AUX * 100 / CONT-ACTIVOS
           ELSE
               MOVE 0 TO PORCENTAJE
           END-IF.
           MOVE PORCENTAJE TO PAD-P-PORC.
           WRITE PAD-LINEA FROM PAD-DATO-PCT.

       700-IMPRIMIR-TENDENCIA.
      *    ----los ultimos doce padrones grabados, del mas viejo al
      *    ----mas nuevo
           MOVE SPACES TO PAD-LINEA.
           WRITE PAD-LINEA.
           MOVE "TENDENCIA DE LOS ULTIMOS 12 MESES" TO PAD-S-TITULO.
           WRITE PAD-LINEA FROM PAD-SECCION.
           WRITE PAD-LINEA FROM PAD-TEND-TITULO.
           MOVE PERIODO-PEDIDO TO PERIODO-TREND.
           PERFORM 720-RETROCEDER-MES 11 TIMES.
           PERFORM 710-LINEA-TENDENCIA 12 TIMES.

       710-LINEA-TENDENCIA.
           MOVE PERIODO-TREND-NUM TO PSH-PERIODO.
           READ HISTORIA
               INVALID KEY
                   PERFORM 712-MES-SIN-PADRON
               NOT INVALID KEY
                   PERFORM 714-MES-CON-PADRON
           END-READ.
           PERFORM 730-AVANZAR-MES.

       712-MES-SIN-PADRON.
           MOVE PERIODO-TREND-NUM TO PAD-X-PERIODO.
           WRITE PAD-LINEA FROM PAD-TEND-VACIO.

       714-MES-CON-PADRON.
           MOVE PSH-PERIODO TO PAD-N-PERIODO.
           MOVE PSH-ACTIVOS TO PAD-N-ACTIVOS.
           MOVE PSH-ALTAS TO PAD-N-ALTAS.
           MOVE PSH-BAJAS TO PAD-N-BAJAS.
           MOVE PSH-VARIACION TO PAD-N-VARIACION.
           IF PSH-ACTIVOS > 0
               COMPUTE PORCENTAJE ROUNDED =
                   PSH-CON-VENCIDOS * 100 / PSH-ACTIVOS
           ELSE
               MOVE 0 TO PORCENTAJE
           END-IF.
           MOVE PORCENTAJE TO PAD-N-PORC.
           WRITE PAD-LINEA FROM PAD-TENDENCIA.

       720-RETROCEDER-MES.
           IF TRD-MM = 1
               MOVE 12 TO TRD-MM
               SUBTRACT 1 FROM TRD-AAAA
           ELSE
               SUBTRACT 1 FROM TRD-MM
           END-IF.

       730-AVANZAR-MES.
           IF TRD-MM = 12
               MOVE 1 TO TRD-MM
               ADD 1 TO TRD-AAAA
           ELSE
               ADD 1 TO TRD-MM
           END-IF.

       900-FIN-GENERAL.
           CLOSE PASAJEROS, HISTORIA, PADRON.
           IF HAY-DATOS = 'S'
               CLOSE PASAJEROS-DATOS
           END-IF.
           IF HAY-GRUPOS = 'S'
               CLOSE GRUPOS
           END-IF.
           IF HAY-ASIGNACIONES = 'S'
               CLOSE ASIGNACIONES
           END-IF.
           IF HAY-COBRADORES = 'S'
               CLOSE COBRADORES
           END-IF.
           DISPLAY "PADRON DE SOCIOS DEL PERIODO ", PERIODO-NUM.
           DISPLAY "SOCIOS ACTIVOS: ", CONT-ACTIVOS.
           DISPLAY "ALTAS: ", CONT-ALTAS, "  BAJAS: ", CONT-BAJAS.
           IF HAY-MES-ANTERIOR = 'S'
               DISPLAY "VARIACION CONTRA EL MES ANTERIOR: ", VARIACION
           END-IF.
           DISPLAY "SOCIOS CON MESES VENCIDOS: ", CONT-CON-VENCIDOS.

       END PROGRAM YOUR-PROGRAM-NAME.
