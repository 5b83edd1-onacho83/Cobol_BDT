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
           SELECT COBRADO ASSIGN TO '../cobranza_dispositivo.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUOTAS ASSIGN TO '../cuotas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUO-RECIBO
               ALTERNATE KEY IS CUO-PASAJERO WITH DUPLICATES
               FILE STATUS IS WS-CUOTAS-STATUS.
           SELECT OPTIONAL RECCTL ASSIGN TO '../recibos_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASIGNACIONES
           ASSIGN TO '../asignacion_cobradores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASG-PASAJERO.
           SELECT COBRADORES ASSIGN TO '../cobradores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBR-CODIGO.
           SELECT PROCESADOS
               ASSIGN TO '../cobranza_dispositivo_procesada.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDP-CLAVE
               FILE STATUS IS WS-PROCESADOS-STATUS.
           SELECT RECHAZOS ASSIGN TO '../rechazos_dispositivo.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-IMP
               ASSIGN TO '../control_dispositivo.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COBRADO.
       01  CDI-REG.
           03 CDI-COBRADOR                     PIC 9(3).
           03 FILLER                           PIC X.
           03 CDI-TRANSACCION                  PIC 9(8).
           03 FILLER                           PIC X.
           03 CDI-PASAJERO                     PIC 9(5).
           03 FILLER                           PIC X.
           03 CDI-ANIO                         PIC 9(4).
           03 FILLER                           PIC X.
           03 CDI-FECHA                        PIC 9(8).
           03 FILLER                           PIC X.
           03 CDI-IMPORTE                      PIC 9(8).
           03 FILLER                           PIC X.
           03 CDI-MEDIO-PAGO                   PIC X.
               88 CDI-EFECTIVO                 VALUE 'E'.
               88 CDI-TRANSFERENCIA            VALUE 'T'.
       FD  CUOTAS.
       01  CUOTA-REG.
           03 CUO-RECIBO PIC 9(10).
           03 CUO-PASAJERO PIC 9(5).
           03 CUO-ANIO PIC 9(4).
           03 CUO-FECHA PIC 9(8).
           03 CUO-IMPORTE PIC 9(8).
           03 CUO-APLICADO PIC X VALUE 'N'.
               88 CUO-YA-APLICADO VALUE 'S'.
               88 CUO-PENDIENTE VALUE 'N'.
           03 CUO-MEDIO-PAGO PIC X.
               88 CUO-EFECTIVO VALUE 'E'.
               88 CUO-CHEQUE VALUE 'C'.
               88 CUO-TRANSFERENCIA VALUE 'T'.
               88 CUO-DEBITO-AUTO VALUE 'D'.
           03 CUO-OPERADOR PIC X(10).
       FD  RECCTL.
       01  RCT-REG.
           03 RCT-PROX-RECIBO                  PIC 9(10).
       FD  ASIGNACIONES.
       01  ASG-REG.
           03 ASG-PASAJERO                     PIC 9(5).
           03 ASG-COBRADOR                     PIC 9(3).
       FD  COBRADORES.
       01  CBR-REG.
           03 CBR-CODIGO                       PIC 9(3).
           03 CBR-NOMBRE                       PIC X(30).
           03 CBR-ZONA                         PIC X(15).
       FD  PROCESADOS.
       01  CDP-REG.
           03 CDP-CLAVE.
               05 CDP-COBRADOR                 PIC 9(3).
               05 CDP-TRANSACCION              PIC 9(8).
           03 CDP-RECIBO                       PIC 9(10).
           03 CDP-FECHA-PROCESO                PIC 9(8).
       FD  RECHAZOS.
       01  RCH-LINEA                           PIC X(100).
       FD  CONTROL-IMP.
       01  CTL-LINEA                           PIC X(80).

       WORKING-STORAGE SECTION.
       01  RCH-DETALLE.
           03 FILLER             PIC X(8) VALUE "TRANS.: ".
           03 RCH-D-TRANSACCION  PIC Z(7)9.
           03 FILLER             PIC X(12) VALUE "  PASAJERO: ".
           03 RCH-D-PASAJERO     PIC ZZZZ9.
           03 FILLER             PIC X(11) VALUE "  IMPORTE: ".
           03 RCH-D-IMPORTE      PIC Z(7)9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 RCH-D-MOTIVO       PIC X(30).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 RCH-D-RECIBO       PIC Z(9)9.
       01  CTL-TITULO.
           03 FILLER             PIC X(26)
                          VALUE "COBRANZA DEL DISPOSITIVO -".
           03 FILLER             PIC X(11) VALUE " COBRADOR: ".
           03 CTL-T-COBRADOR     PIC ZZ9.
           03 FILLER             PIC X(9) VALUE "  FECHA: ".
           03 CTL-T-FECHA        PIC 9(8).
       01  CTL-DETALLE.
           03 FILLER             PIC X(8) VALUE "RECIBO: ".
           03 CTL-D-RECIBO       PIC Z(9)9.
           03 FILLER             PIC X(12) VALUE "  PASAJERO: ".
           03 CTL-D-PASAJERO     PIC ZZZZ9.
           03 FILLER             PIC X(9) VALUE "  FECHA: ".
           03 CTL-D-FECHA        PIC 9(8).
           03 FILLER             PIC X(11) VALUE "  IMPORTE: ".
           03 CTL-D-IMPORTE      PIC Z(7)9.
       01  CTL-TOTAL-FECHA.
           03 FILLER             PIC X(21)
                          VALUE "A RENDIR DEL DIA:    ".
           03 CTL-F-FECHA        PIC 9(8).
           03 FILLER             PIC X(11) VALUE "  RECIBOS: ".
           03 CTL-F-CANTIDAD     PIC ZZZZ9.
           03 FILLER             PIC X(11) VALUE "  IMPORTE: ".
           03 CTL-F-IMPORTE      PIC Z(9)9.

       01  OPERADOR-RUTA.
           03 FILLER                           PIC X(4) VALUE 'COB-'.
           03 ORU-COBRADOR                     PIC 9(3).
           03 FILLER                           PIC X(3) VALUE SPACES.
       77  WS-CUOTAS-STATUS                    PIC X(02).
       77  WS-PROCESADOS-STATUS                PIC X(02).
       77  EOF-COBRADO                         PIC 9 VALUE 0.
       77  EOF-RECCTL                          PIC 9 VALUE 0.
       77  PROX-RECIBO                         PIC 9(10) VALUE 1.
       77  COBRADOR-PEDIDO                     PIC 9(3).
       77  MOTIVO-RECHAZO                      PIC X(30).
       77  RECIBO-ANTERIOR                     PIC 9(10).
       77  CONT-LEIDOS                         PIC 9(5) VALUE 0.
       77  CONT-ACEPTADOS                      PIC 9(5) VALUE 0.
       77  CONT-RECHAZADOS                     PIC 9(5) VALUE 0.
       77  CONT-DUPLICADOS                     PIC 9(5) VALUE 0.
       77  TOTAL-ACEPTADO                      PIC 9(10) VALUE 0.
       77  TOTAL-RECHAZADO                     PIC 9(10) VALUE 0.
       77  WS-FECHA-HOY                        PIC 9(8).
       77  CANT-FEC-TABLA                      PIC 99 VALUE 0.
       77  MAX-FEC-TABLA                       PIC 99 VALUE 31.
       77  SUB-F                               PIC 99.
       77  FEC-HALLADA                         PIC X.
       01  TABLA-FECHAS.
           03 FEC-ITEM OCCURS 31 TIMES.
               05 FEC-T-FECHA                  PIC 9(8).
               05 FEC-T-CANTIDAD               PIC 9(5).
               05 FEC-T-IMPORTE                PIC 9(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           PERFORM 200-PROCESAR-COBRANZA.
           PERFORM 800-TOTALES-POR-FECHA.
           PERFORM 900-FIN-GENERAL.
           STOP RUN.

       100-INICIO-GENERAL.
           OPEN INPUT COBRADO, ASIGNACIONES, COBRADORES.
           PERFORM 105-ABRIR-CUOTAS.
           PERFORM 106-ABRIR-PROCESADOS.
           PERFORM 110-LEER-PROX-RECIBO.
           OPEN OUTPUT RECHAZOS, CONTROL-IMP.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY 'Ingrese codigo de cobrador del dispositivo:'.
           ACCEPT COBRADOR-PEDIDO.
           MOVE COBRADOR-PEDIDO TO CBR-CODIGO.
           READ COBRADORES
               INVALID KEY
                   DISPLAY 'Cobrador inexistente. ABORTANDO.'
                   CLOSE COBRADO, ASIGNACIONES, COBRADORES, CUOTAS,
                         PROCESADOS, RECHAZOS, CONTROL-IMP
                   STOP RUN WITH ERROR STATUS 16
               NOT INVALID KEY
                   DISPLAY 'Cobrador: ', CBR-NOMBRE
           END-READ.
           MOVE COBRADOR-PEDIDO TO ORU-COBRADOR.
           MOVE COBRADOR-PEDIDO TO CTL-T-COBRADOR.
           MOVE WS-FECHA-HOY TO CTL-T-FECHA.
           WRITE CTL-LINEA FROM CTL-TITULO.

       105-ABRIR-CUOTAS.
           OPEN I-O CUOTAS.
           IF WS-CUOTAS-STATUS = '35'
               OPEN OUTPUT CUOTAS
               CLOSE CUOTAS
               OPEN I-O CUOTAS
           END-IF.

       106-ABRIR-PROCESADOS.
           OPEN I-O PROCESADOS.
           IF WS-PROCESADOS-STATUS = '35'
               OPEN OUTPUT PROCESADOS
               CLOSE PROCESADOS
               OPEN I-O PROCESADOS
           END-IF.

       110-LEER-PROX-RECIBO.
           OPEN INPUT RECCTL.
           READ RECCTL AT END MOVE 1 TO EOF-RECCTL.
           IF EOF-RECCTL <> 1 AND RCT-PROX-RECIBO > 0
               MOVE RCT-PROX-RECIBO TO PROX-RECIBO
           END-IF.
           CLOSE RECCTL.

       200-PROCESAR-COBRANZA.
           READ COBRADO AT END MOVE 1 TO EOF-COBRADO.
           PERFORM UNTIL EOF-COBRADO = 1
               ADD 1 TO CONT-LEIDOS
               PERFORM 300-VALIDAR-COBRO
               IF MOTIVO-RECHAZO = SPACES
                   PERFORM 400-GRABAR-RECIBO
               ELSE
                   PERFORM 500-RECHAZAR-COBRO
               END-IF
               READ COBRADO AT END MOVE 1 TO EOF-COBRADO
           END-PERFORM.

       300-VALIDAR-COBRO.
      *    ----cada cobro del dispositivo trae su numero de
      *    ----transaccion: si ya fue importado es un duplicado
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE 0 TO RECIBO-ANTERIOR.
           IF CDI-COBRADOR NOT = COBRADOR-PEDIDO
               MOVE 'COBRADOR DISTINTO AL DE LA RUTA'
                   TO MOTIVO-RECHAZO
           ELSE
               MOVE CDI-COBRADOR TO CDP-COBRADOR
               MOVE CDI-TRANSACCION TO CDP-TRANSACCION
               READ PROCESADOS
                   INVALID KEY
                       PERFORM 310-VALIDAR-DATOS
                   NOT INVALID KEY
                       MOVE 'DUPLICADO, YA EMITIDO RECIBO'
                           TO MOTIVO-RECHAZO
                       MOVE CDP-RECIBO TO RECIBO-ANTERIOR
                       ADD 1 TO CONT-DUPLICADOS
               END-READ
           END-IF.

       310-VALIDAR-DATOS.
           MOVE CDI-PASAJERO TO ASG-PASAJERO.
           READ ASIGNACIONES
               INVALID KEY
                   MOVE 'PASAJERO SIN COBRADOR ASIGNADO'
                       TO MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF ASG-COBRADOR NOT = COBRADOR-PEDIDO
                       MOVE 'PASAJERO DE OTRA RUTA'
                           TO MOTIVO-RECHAZO
                   END-IF
           END-READ.
           IF MOTIVO-RECHAZO = SPACES
               EVALUATE TRUE
                   WHEN CDI-IMPORTE = 0
                       MOVE 'IMPORTE EN CERO' TO MOTIVO-RECHAZO
                   WHEN CDI-FECHA = 0 OR CDI-FECHA > WS-FECHA-HOY
                       MOVE 'FECHA DE COBRO INVALIDA'
                           TO MOTIVO-RECHAZO
                   WHEN CDI-ANIO = 0
                       MOVE 'ANIO INVALIDO' TO MOTIVO-RECHAZO
                   WHEN NOT CDI-EFECTIVO AND NOT CDI-TRANSFERENCIA
                       MOVE 'MEDIO DE PAGO INVALIDO'
                           TO MOTIVO-RECHAZO
               END-EVALUATE
           END-IF.

       400-GRABAR-RECIBO.
      *    ----el cobro entra como un recibo mas, numerado por el
      *    ----control central y a nombre del cobrador; la corrida
      *    ----de aplicacion lo toma igual que un pago de ventanilla
           MOVE PROX-RECIBO TO CUO-RECIBO.
           MOVE CDI-PASAJERO TO CUO-PASAJERO.
           MOVE CDI-ANIO TO CUO-ANIO.
           MOVE CDI-FECHA TO CUO-FECHA.
           MOVE CDI-IMPORTE TO CUO-IMPORTE.
           MOVE 'N' TO CUO-APLICADO.
           MOVE CDI-MEDIO-PAGO TO CUO-MEDIO-PAGO.
           MOVE OPERADOR-RUTA TO CUO-OPERADOR.
           WRITE CUOTA-REG
               INVALID KEY
                   DISPLAY 'RECIBO ', CUO-RECIBO, ' YA EXISTE. SE '
                       'AVANZA LA NUMERACION Y SE REINTENTA.'
                   ADD 1 TO PROX-RECIBO
                   PERFORM 400-GRABAR-RECIBO
               NOT INVALID KEY
                   ADD 1 TO PROX-RECIBO
                   PERFORM 450-GRABAR-PROX-RECIBO
                   PERFORM 460-MARCAR-PROCESADO
                   PERFORM 470-LISTAR-RECIBO
                   ADD 1 TO CONT-ACEPTADOS
                   ADD CDI-IMPORTE TO TOTAL-ACEPTADO
           END-WRITE.

       450-GRABAR-PROX-RECIBO.
           OPEN OUTPUT RECCTL.
           MOVE PROX-RECIBO TO RCT-PROX-RECIBO.
           WRITE RCT-REG.
           CLOSE RECCTL.

       460-MARCAR-PROCESADO.
           MOVE CDI-COBRADOR TO CDP-COBRADOR.
           MOVE CDI-TRANSACCION TO CDP-TRANSACCION.
           MOVE CUO-RECIBO TO CDP-RECIBO.
           MOVE WS-FECHA-HOY TO CDP-FECHA-PROCESO.
           WRITE CDP-REG
               INVALID KEY
                   DISPLAY 'ADVERTENCIA: la transaccion ',
                       CDI-TRANSACCION, ' ya estaba registrada.'
           END-WRITE.

       470-LISTAR-RECIBO.
           MOVE CUO-RECIBO TO CTL-D-RECIBO.
           MOVE CUO-PASAJERO TO CTL-D-PASAJERO.
           MOVE CUO-FECHA TO CTL-D-FECHA.
           MOVE CUO-IMPORTE TO CTL-D-IMPORTE.
           WRITE CTL-LINEA FROM CTL-DETALLE.
           PERFORM 480-ACUMULAR-FECHA.

       480-ACUMULAR-FECHA.
      *    ----la rendicion se hace por dia: se acumula por fecha de
      *    ----cobro para cotejar con rendicionCobranza
           MOVE 'N' TO FEC-HALLADA.
           MOVE 0 TO SUB-F.
           PERFORM 485-COMPARAR-FECHA
               UNTIL FEC-HALLADA = 'S' OR SUB-F >= CANT-FEC-TABLA.
           IF FEC-HALLADA = 'N'
               IF CANT-FEC-TABLA < MAX-FEC-TABLA
                   ADD 1 TO CANT-FEC-TABLA
                   MOVE CANT-FEC-TABLA TO SUB-F
                   MOVE CUO-FECHA TO FEC-T-FECHA(SUB-F)
                   MOVE 0 TO FEC-T-CANTIDAD(SUB-F)
                   MOVE 0 TO FEC-T-IMPORTE(SUB-F)
                   MOVE 'S' TO FEC-HALLADA
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-FEC-TABLA,
                       " FECHAS, SE OMITEN DEL RESUMEN"
               END-IF
           END-IF.
           IF FEC-HALLADA = 'S'
               ADD 1 TO FEC-T-CANTIDAD(SUB-F)
               ADD CUO-IMPORTE TO FEC-T-IMPORTE(SUB-F)
           END-IF.

       485-COMPARAR-FECHA.
           ADD 1 TO SUB-F.
           IF FEC-T-FECHA(SUB-F) = CUO-FECHA
               MOVE 'S' TO FEC-HALLADA
           END-IF.

       500-RECHAZAR-COBRO.
           ADD 1 TO CONT-RECHAZADOS.
           ADD CDI-IMPORTE TO TOTAL-RECHAZADO.
           MOVE CDI-TRANSACCION TO RCH-D-TRANSACCION.
           MOVE CDI-PASAJERO TO RCH-D-PASAJERO.
           MOVE CDI-IMPORTE TO RCH-D-IMPORTE.
           MOVE MOTIVO-RECHAZO TO RCH-D-MOTIVO.
           MOVE RECIBO-ANTERIOR TO RCH-D-RECIBO.
           WRITE RCH-LINEA FROM RCH-DETALLE.

       800-TOTALES-POR-FECHA.
           MOVE 0 TO SUB-F.
           PERFORM 810-TOTAL-UNA-FECHA CANT-FEC-TABLA TIMES.

       810-TOTAL-UNA-FECHA.
           ADD 1 TO SUB-F.
           MOVE FEC-T-FECHA(SUB-F) TO CTL-F-FECHA.
           MOVE FEC-T-CANTIDAD(SUB-F) TO CTL-F-CANTIDAD.
           MOVE FEC-T-IMPORTE(SUB-F) TO CTL-F-IMPORTE.
           WRITE CTL-LINEA FROM CTL-TOTAL-FECHA.
           DISPLAY 'FECHA ', FEC-T-FECHA(SUB-F), ' RECIBOS ',
               FEC-T-CANTIDAD(SUB-F), ' IMPORTE ',
               FEC-T-IMPORTE(SUB-F).

       900-FIN-GENERAL.
           CLOSE COBRADO, CUOTAS, ASIGNACIONES, COBRADORES,
                 PROCESADOS, RECHAZOS, CONTROL-IMP.
           DISPLAY "--- COBRANZA DEL DISPOSITIVO ---".
           DISPLAY "COBROS LEIDOS: ", CONT-LEIDOS.
           DISPLAY "RECIBOS EMITIDOS: ", CONT-ACEPTADOS.
           DISPLAY "IMPORTE A RENDIR: ", TOTAL-ACEPTADO.
           DISPLAY "COBROS RECHAZADOS: ", CONT-RECHAZADOS,
               " (DUPLICADOS: ", CONT-DUPLICADOS, ")".
           DISPLAY "IMPORTE RECHAZADO: ", TOTAL-RECHAZADO.

       END PROGRAM YOUR-PROGRAM-NAME.
