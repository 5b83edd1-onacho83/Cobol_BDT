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
           SELECT ASIGNACIONES
           ASSIGN TO '../asignacion_cobradores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-PASAJERO.
           SELECT COBRADORES ASSIGN TO '../cobradores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBR-CODIGO.
           SELECT PASAJEROS ASSIGN TO '../pasajeros.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAS-CLAVE.
           SELECT OPTIONAL PASAJEROS-DATOS
               ASSIGN TO '../pasajeros_datos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDA-PASAJERO
               FILE STATUS IS WS-PDA-STATUS.
           SELECT OPTIONAL FERIADOS ASSIGN TO '../feriados.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FER-FECHA
               FILE STATUS IS WS-FERIADOS-STATUS.
           SELECT RUTA ASSIGN TO '../ruta_dispositivo.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASIGNACIONES.
       01  ASG-REG.
           03 ASG-PASAJERO                     PIC 9(5).
           03 ASG-COBRADOR                     PIC 9(3).
       FD  COBRADORES.
       01  CBR-REG.
           03 CBR-CODIGO                       PIC 9(3).
           03 CBR-NOMBRE                       PIC X(30).
           03 CBR-ZONA                         PIC X(15).
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
       FD  FERIADOS.
       01  FER-REG.
           03 FER-FECHA                        PIC 9(8).
           03 FER-DESCRIPCION                  PIC X(30).
       FD  RUTA.
       01  RUT-REG.
           03 RUT-COBRADOR                     PIC 9(3).
           03 FILLER                           PIC X.
           03 RUT-PASAJERO                     PIC 9(5).
           03 FILLER                           PIC X.
           03 RUT-ANIO                         PIC 9(4).
           03 FILLER                           PIC X.
           03 RUT-NOMBRE                       PIC X(30).
           03 FILLER                           PIC X.
           03 RUT-TELEFONO                     PIC X(15).
           03 FILLER                           PIC X.
           03 RUT-MESES                        PIC 9(2).
           03 FILLER                           PIC X.
           03 RUT-DEBE                         PIC 9(8).
           03 FILLER                           PIC X.
           03 RUT-A-COBRAR                     PIC 9(8).
           03 FILLER                           PIC X.
           03 RUT-FECHA                        PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-PDA-STATUS                       PIC X(02).
       77  HAY-DATOS                           PIC X VALUE 'N'.
       77  EOF-ASIGNACIONES                    PIC 9 VALUE 0.
       77  COBRADOR-PEDIDO                     PIC 9(3).
       77  ANIO-PEDIDO                         PIC 9(4).
       77  WS-FECHA-HOY                        PIC 9(8).
       01  WS-FECHA-VENCIMIENTO.
           03 WS-VENC-AAAA                     PIC 9(4).
           03 WS-VENC-MM                       PIC 99.
           03 WS-VENC-DD                       PIC 99 VALUE 01.
       77  WS-PORC-RECARGO                     PIC 9V99 VALUE 0,10.
       77  DEBE-RECARGADO                      PIC 9(8).
       77  DEBE-PASAJERO                       PIC 9(8).
       77  TOTAL-PASAJERO                      PIC 9(8).
       77  MESES-PASAJERO                      PIC 99.
       77  TOTAL-RUTA                          PIC 9(10) VALUE 0.
       77  CONT-PASAJEROS                      PIC 9(5) VALUE 0.
       77  CONT-CON-DEUDA                      PIC 9(5) VALUE 0.
       77  I                                   PIC 99.
       77  WS-FERIADOS-STATUS                  PIC X(02).
       77  HAY-FERIADOS                        PIC X VALUE 'N'.
       77  ES-HABIL                            PIC X.
       77  CONT-CORRIMIENTOS                   PIC 99.
       77  DIAS-DEL-MES                        PIC 99.
       77  RESTO-BISIESTO                      PIC 9.
       77  AUX-BISIESTO                        PIC 9(4).
       77  DIA-SEMANA                          PIC 9.
       77  ZEL-Y                               PIC 9(4).
       77  ZEL-M                               PIC 99.
       77  ZEL-D                               PIC 99.
       77  ZEL-J                               PIC 99.
       77  ZEL-K                               PIC 99.
       77  ZEL-T1                              PIC 9(4).
       77  ZEL-T2                              PIC 99.
       77  ZEL-T3                              PIC 99.
       77  ZEL-H                               PIC 9(4).
       77  ZEL-Q                               PIC 9(4).
       77  FECHA-VENC-NUM                      PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           PERFORM 200-RECORRER-ASIGNACIONES.
           PERFORM 900-FIN-GENERAL.
           STOP RUN.

       100-INICIO-GENERAL.
           OPEN INPUT ASIGNACIONES, COBRADORES, PASAJEROS.
           OPEN INPUT PASAJEROS-DATOS.
           IF WS-PDA-STATUS = '00'
               MOVE 'S' TO HAY-DATOS
           END-IF.
           OPEN INPUT FERIADOS.
           IF WS-FERIADOS-STATUS = '00'
               MOVE 'S' TO HAY-FERIADOS
           ELSE
               DISPLAY "SIN CALENDARIO DE FERIADOS: solo se "
                   "corren sabados y domingos."
           END-IF.
           OPEN OUTPUT RUTA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY 'Ingrese codigo de cobrador:'.
           ACCEPT COBRADOR-PEDIDO.
           MOVE COBRADOR-PEDIDO TO CBR-CODIGO.
           READ COBRADORES
               INVALID KEY
                   DISPLAY 'Cobrador inexistente. ABORTANDO.'
                   CLOSE ASIGNACIONES, COBRADORES, PASAJEROS, RUTA
                   STOP RUN WITH ERROR STATUS 16
               NOT INVALID KEY
                   DISPLAY 'Cobrador: ', CBR-NOMBRE
           END-READ.
           DISPLAY 'Ingrese anio a cobrar:'.
           ACCEPT ANIO-PEDIDO.

       200-RECORRER-ASIGNACIONES.
      *    ----va toda la ruta, aun los socios al dia: el dispositivo
      *    ----tambien registra pagos adelantados
           MOVE 0 TO ASG-PASAJERO.
           START ASIGNACIONES KEY IS > ASG-PASAJERO
               INVALID KEY
                   MOVE 1 TO EOF-ASIGNACIONES.
           IF EOF-ASIGNACIONES <> 1
               READ ASIGNACIONES NEXT
                   AT END MOVE 1 TO EOF-ASIGNACIONES
               END-READ
           END-IF.
           PERFORM UNTIL EOF-ASIGNACIONES = 1
               IF ASG-COBRADOR = COBRADOR-PEDIDO
                   PERFORM 300-EXPORTAR-PASAJERO
               END-IF
               READ ASIGNACIONES NEXT
                   AT END MOVE 1 TO EOF-ASIGNACIONES
               END-READ
           END-PERFORM.

       300-EXPORTAR-PASAJERO.
           MOVE 0 TO DEBE-PASAJERO.
           MOVE 0 TO TOTAL-PASAJERO.
           MOVE 0 TO MESES-PASAJERO.
           MOVE 1 TO I.
           PERFORM 400-EVALUAR-MES 12 TIMES.
           MOVE COBRADOR-PEDIDO TO RUT-COBRADOR.
           MOVE ASG-PASAJERO TO RUT-PASAJERO.
           MOVE ANIO-PEDIDO TO RUT-ANIO.
           PERFORM 310-DATOS-PASAJERO.
           MOVE MESES-PASAJERO TO RUT-MESES.
           MOVE DEBE-PASAJERO TO RUT-DEBE.
           MOVE TOTAL-PASAJERO TO RUT-A-COBRAR.
           MOVE WS-FECHA-HOY TO RUT-FECHA.
           WRITE RUT-REG.
           ADD 1 TO CONT-PASAJEROS.
           IF TOTAL-PASAJERO > 0
               ADD 1 TO CONT-CON-DEUDA
               ADD TOTAL-PASAJERO TO TOTAL-RUTA
           END-IF.

       310-DATOS-PASAJERO.
           MOVE SPACES TO RUT-NOMBRE.
           MOVE SPACES TO RUT-TELEFONO.
           IF HAY-DATOS = 'S'
               MOVE ASG-PASAJERO TO PDA-PASAJERO
               READ PASAJEROS-DATOS
                   INVALID KEY
                       MOVE "(SIN DATOS)" TO RUT-NOMBRE
                   NOT INVALID KEY
                       MOVE PDA-NOMBRE TO RUT-NOMBRE
                       MOVE PDA-TELEFONO TO RUT-TELEFONO
               END-READ
           END-IF.

       400-EVALUAR-MES.
      *    ----mismos importes que la planilla impresa: deuda del
      *    ----maestro mas el recargo proyectado a hoy
           MOVE ASG-PASAJERO TO PAS-PASAJERO.
           MOVE ANIO-PEDIDO TO PAS-ANIO.
           MOVE I TO PAS-MES.
           READ PASAJEROS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (PAS-ABIERTO OR PAS-VENCIDO)
                       AND PAS-DEBE > 0
                       PERFORM 410-PROYECTAR-RECARGO
                       ADD 1 TO MESES-PASAJERO
                       ADD PAS-DEBE TO DEBE-PASAJERO
                       ADD DEBE-RECARGADO TO TOTAL-PASAJERO
                   END-IF
           END-READ.
           ADD 1 TO I.

       410-PROYECTAR-RECARGO.
      *    ----mismo corrimiento a dia habil que 550 en la corrida
      *    ----de pagos: la planilla no debe anunciar un recargo que
      *    ----despues no se cobra
           MOVE PAS-DEBE TO DEBE-RECARGADO.
           IF PAS-ABIERTO
               MOVE PAS-ANIO TO WS-VENC-AAAA
               MOVE PAS-MES TO WS-VENC-MM
               MOVE 01 TO WS-VENC-DD
               PERFORM 555-CORRER-A-DIA-HABIL
               IF WS-FECHA-HOY > WS-FECHA-VENCIMIENTO
                   COMPUTE DEBE-RECARGADO = PAS-DEBE +
                       (PAS-DEBE * WS-PORC-RECARGO)
               END-IF
           END-IF.

       555-CORRER-A-DIA-HABIL.
           MOVE 0 TO CONT-CORRIMIENTOS.
           PERFORM 556-EVALUAR-DIA.
           PERFORM UNTIL ES-HABIL = 'S' OR CONT-CORRIMIENTOS > 30
               PERFORM 557-SUMAR-UN-DIA
               ADD 1 TO CONT-CORRIMIENTOS
               PERFORM 556-EVALUAR-DIA
           END-PERFORM.

       556-EVALUAR-DIA.
           MOVE 'S' TO ES-HABIL.
           PERFORM 558-DIA-DE-SEMANA.
           IF DIA-SEMANA = 0 OR DIA-SEMANA = 1
               MOVE 'N' TO ES-HABIL
           ELSE
               IF HAY-FERIADOS = 'S'
                   MOVE WS-FECHA-VENCIMIENTO TO FECHA-VENC-NUM
                   MOVE FECHA-VENC-NUM TO FER-FECHA
                   READ FERIADOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO ES-HABIL
                   END-READ
               END-IF
           END-IF.

       557-SUMAR-UN-DIA.
           EVALUATE WS-VENC-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO DIAS-DEL-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO DIAS-DEL-MES
               WHEN OTHER
                   DIVIDE WS-VENC-AAAA BY 4 GIVING AUX-BISIESTO
                       REMAINDER RESTO-BISIESTO
                   IF RESTO-BISIESTO = 0
                       MOVE 29 TO DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO DIAS-DEL-MES
                   END-IF
           END-EVALUATE.
           ADD 1 TO WS-VENC-DD.
           IF WS-VENC-DD > DIAS-DEL-MES
               MOVE 01 TO WS-VENC-DD
               ADD 1 TO WS-VENC-MM
               IF WS-VENC-MM > 12
                   MOVE 01 TO WS-VENC-MM
                   ADD 1 TO WS-VENC-AAAA
               END-IF
           END-IF.

       558-DIA-DE-SEMANA.
      *    ----congruencia de Zeller: 0 = sabado, 1 = domingo
           MOVE WS-VENC-AAAA TO ZEL-Y.
           MOVE WS-VENC-MM TO ZEL-M.
           MOVE WS-VENC-DD TO ZEL-D.
           IF ZEL-M < 3
               ADD 12 TO ZEL-M
               SUBTRACT 1 FROM ZEL-Y
           END-IF.
           DIVIDE ZEL-Y BY 100 GIVING ZEL-J REMAINDER ZEL-K.
           COMPUTE ZEL-T1 = 13 * (ZEL-M + 1).
           DIVIDE ZEL-T1 BY 5 GIVING ZEL-T1.
           DIVIDE ZEL-K BY 4 GIVING ZEL-T2.
           DIVIDE ZEL-J BY 4 GIVING ZEL-T3.
           COMPUTE ZEL-H = ZEL-D + ZEL-T1 + ZEL-K + ZEL-T2
               + ZEL-T3 + 5 * ZEL-J.
           DIVIDE ZEL-H BY 7 GIVING ZEL-Q REMAINDER DIA-SEMANA.

       900-FIN-GENERAL.
           CLOSE ASIGNACIONES, COBRADORES, PASAJEROS, RUTA.
           IF HAY-DATOS = 'S'
               CLOSE PASAJEROS-DATOS
           END-IF.
           IF HAY-FERIADOS = 'S'
               CLOSE FERIADOS
           END-IF.
           DISPLAY "RUTA EXPORTADA PARA EL DISPOSITIVO.".
           DISPLAY "PASAJEROS DE LA RUTA: ", CONT-PASAJEROS.
           DISPLAY "PASAJEROS CON DEUDA: ", CONT-CON-DEUDA.
           DISPLAY "TOTAL A COBRAR: ", TOTAL-RUTA.

       END PROGRAM YOUR-PROGRAM-NAME.
