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
           SELECT OPTIONAL PLANES ASSIGN TO '../planes_pago.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLA-PASAJERO
               FILE STATUS IS WS-PLANES-STATUS.
           SELECT OPTIONAL GRUPOS
               ASSIGN TO '../grupo_familiar.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRF-PASAJERO
               FILE STATUS IS WS-GRUPOS-STATUS.
           SELECT CERTIFICADOS
               ASSIGN TO '../certificados_libre_deuda.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLD-NUMERO
               FILE STATUS IS WS-CERTIFICADOS-STATUS.
           SELECT OPTIONAL CERTCTL
               ASSIGN TO '../certificados_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPRESION ASSIGN TO '../libre_deuda_impresion.dat'
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
       FD  GRUPOS.
       01  GRF-REG.
           03 GRF-PASAJERO                     PIC 9(5).
           03 GRF-GRUPO                        PIC 9(4).
           03 GRF-RESPONSABLE                  PIC 9(5).
           03 GRF-DESCUENTO                    PIC 9(2)V99.
       FD  CERTIFICADOS.
       01  CLD-REG.
           03 CLD-NUMERO                       PIC 9(8).
           03 CLD-PASAJERO                     PIC 9(5).
           03 CLD-NOMBRE                       PIC X(30).
           03 CLD-FECHA-EMISION                PIC 9(8).
           03 CLD-FECHA-CORTE                  PIC 9(8).
           03 CLD-FECHA-VENCE                  PIC 9(8).
           03 CLD-GRUPO                        PIC 9(4).
           03 CLD-MIEMBROS                     PIC 99.
           03 CLD-OPERADOR                     PIC X(10).
       FD  CERTCTL.
       01  CCT-REG.
           03 CCT-PROX-NUMERO                  PIC 9(8).
       FD  IMPRESION.
       01  IMP-LINEA                           PIC X(80).

       WORKING-STORAGE SECTION.
       01  IMP-CERT-TITULO.
           03 FILLER             PIC X(36)
                          VALUE "CERTIFICADO DE LIBRE DEUDA NRO.    ".
           03 IMP-CT-NUMERO      PIC 9(8).
       01  IMP-CERT-SOCIO.
           03 FILLER             PIC X(29)
                          VALUE "Se certifica que el socio   ".
           03 IMP-CS-PASAJERO    PIC ZZZZ9.
           03 FILLER             PIC X(3) VALUE " - ".
           03 IMP-CS-NOMBRE      PIC X(30).
       01  IMP-CERT-TEXTO.
           03 FILLER             PIC X(46)
                  VALUE "no registra deuda de cuotas ni planes de pago".
           03 FILLER             PIC X(12) VALUE " a la fecha ".
           03 IMP-CX-CORTE       PIC 9(8).
       01  IMP-CERT-GRUPO.
           03 FILLER             PIC X(33)
                          VALUE "Incluye a su grupo familiar nro. ".
           03 IMP-CG-GRUPO       PIC ZZZ9.
           03 FILLER             PIC X(2) VALUE " (".
           03 IMP-CG-MIEMBROS    PIC Z9.
           03 FILLER             PIC X(11) VALUE " miembros).".
       01  IMP-CERT-PIE.
           03 FILLER             PIC X(10) VALUE "Emitido: ".
           03 IMP-CP-EMISION     PIC 9(8).
           03 FILLER             PIC X(16) VALUE "  Valido hasta: ".
           03 IMP-CP-VENCE       PIC 9(8).
           03 FILLER             PIC X(13) VALUE "  Operador: ".
           03 IMP-CP-OPERADOR    PIC X(10).
       01  IMP-DEUDA-TITULO.
           03 FILLER             PIC X(20)
                          VALUE "DETALLE DE DEUDA AL ".
           03 IMP-DT-CORTE       PIC 9(8).
           03 FILLER             PIC X(12) VALUE "  PASAJERO: ".
           03 IMP-DT-PASAJERO    PIC ZZZZ9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 IMP-DT-NOMBRE      PIC X(30).
       01  IMP-DEUDA-MES.
           03 FILLER             PIC X(12) VALUE "  PASAJERO: ".
           03 IMP-DM-PASAJERO    PIC ZZZZ9.
           03 FILLER             PIC X(8) VALUE "  ANIO: ".
           03 IMP-DM-ANIO        PIC 9(4).
           03 FILLER             PIC X(7) VALUE "  MES: ".
           03 IMP-DM-MES         PIC Z9.
           03 FILLER             PIC X(10) VALUE "  ESTADO: ".
           03 IMP-DM-ESTADO      PIC X.
           03 FILLER             PIC X(8) VALUE "  DEBE: ".
           03 IMP-DM-DEBE        PIC ZZZZZ9.
       01  IMP-DEUDA-PLAN.
           03 FILLER             PIC X(12) VALUE "  PASAJERO: ".
           03 IMP-DP-PASAJERO    PIC ZZZZ9.
           03 FILLER             PIC X(34)
                          VALUE "  PLAN DE PAGO ACTIVO, SALDO:     ".
           03 IMP-DP-SALDO       PIC Z(7)9.
       01  IMP-DEUDA-TOTAL.
           03 FILLER             PIC X(20)
                          VALUE "  TOTAL ADEUDADO:   ".
           03 IMP-DX-TOTAL       PIC Z(9)9.

       01  OPCION                              PIC X.
           88 OPCION-EMITIR                    VALUE '1'.
           88 OPCION-VERIFICAR                 VALUE '2'.
           88 OPCION-SALIR                     VALUE '3'.
       77  WS-PDA-STATUS                       PIC X(02).
       77  WS-PLANES-STATUS                    PIC X(02).
       77  WS-GRUPOS-STATUS                    PIC X(02).
       77  WS-CERTIFICADOS-STATUS              PIC X(02).
       77  HAY-DATOS                           PIC X VALUE 'N'.
       77  HAY-PLANES                          PIC X VALUE 'N'.
       77  HAY-GRUPOS                          PIC X VALUE 'N'.
       77  EOF-PAS                             PIC 9.
       77  EOF-GRUPOS                          PIC 9.
       77  EOF-CERTCTL                         PIC 9 VALUE 0.
       77  PROX-NUMERO                         PIC 9(8) VALUE 1.
       77  NUMERO-PEDIDO                       PIC 9(8).
       77  PASAJERO-PEDIDO                     PIC 9(5).
       77  PASAJERO-CONTROL                    PIC 9(5).
       77  NOMBRE-SOCIO                        PIC X(30).
       77  FECHA-CORTE                         PIC 9(8).
       77  PERIODO-CORTE                       PIC 9(6).
       77  PERIODO-MES                         PIC 9(6).
       77  TOTAL-ADEUDADO                      PIC 9(10).
       77  GRUPO-SOCIO                         PIC 9(4).
       77  WS-OPERADOR                         PIC X(10).
       01  WS-FECHA-HOY                        PIC 9(8).
       01  FECHA-VENCE.
           03 FVE-AAAA                         PIC 9(4).
           03 FVE-MM                           PIC 99.
           03 FVE-DD                           PIC 99.
       01  FECHA-CORTE-DESGLOSE.
           03 FCO-AAAAMM                       PIC 9(6).
           03 FCO-DD                           PIC 99.
       77  CANT-MIE-TABLA                      PIC 99 VALUE 0.
       77  MAX-MIE-TABLA                       PIC 99 VALUE 20.
       77  SUB-G                               PIC 99.
       01  TABLA-MIEMBROS.
           03 MIE-ITEM OCCURS 20 TIMES.
               05 MIE-T-PASAJERO               PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO-GENERAL.
            PERFORM 150-MOSTRAR-MENU.
            PERFORM UNTIL OPCION-SALIR
               EVALUATE TRUE
                   WHEN OPCION-EMITIR
                       PERFORM 200-EMITIR
                   WHEN OPCION-VERIFICAR
                       PERFORM 600-VERIFICAR
                   WHEN OTHER
                       DISPLAY 'Opcion invalida.'
               END-EVALUATE
               PERFORM 150-MOSTRAR-MENU
            END-PERFORM.
            PERFORM 900-FIN-GENERAL.
            STOP RUN.

       100-INICIO-GENERAL.
           OPEN INPUT PASAJEROS.
           OPEN INPUT PASAJEROS-DATOS.
           IF WS-PDA-STATUS = '00'
               MOVE 'S' TO HAY-DATOS
           END-IF.
           OPEN INPUT PLANES.
           IF WS-PLANES-STATUS = '00'
               MOVE 'S' TO HAY-PLANES
           END-IF.
           OPEN INPUT GRUPOS.
           IF WS-GRUPOS-STATUS = '00'
               MOVE 'S' TO HAY-GRUPOS
           END-IF.
           OPEN I-O CERTIFICADOS.
           IF WS-CERTIFICADOS-STATUS = '35'
               OPEN OUTPUT CERTIFICADOS
               CLOSE CERTIFICADOS
               OPEN I-O CERTIFICADOS
           END-IF.
           OPEN EXTEND IMPRESION.
           PERFORM 110-LEER-PROX-NUMERO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT WS-OPERADOR.

       110-LEER-PROX-NUMERO.
           OPEN INPUT CERTCTL.
           READ CERTCTL AT END MOVE 1 TO EOF-CERTCTL.
           IF EOF-CERTCTL <> 1 AND CCT-PROX-NUMERO > 0
               MOVE CCT-PROX-NUMERO TO PROX-NUMERO
           END-IF.
           CLOSE CERTCTL.

       150-MOSTRAR-MENU.
           DISPLAY ' '.
           DISPLAY '1-Emitir certificado  2-Verificar certificado  '
               '3-Salir'.
           DISPLAY 'Ingrese opcion:'.
           ACCEPT OPCION.

       200-EMITIR.
           DISPLAY 'Ingrese numero de pasajero:'.
           ACCEPT PASAJERO-PEDIDO.
           DISPLAY 'Ingrese fecha de corte (AAAAMMDD, 0 = hoy):'.
           ACCEPT FECHA-CORTE.
           IF FECHA-CORTE = 0
               MOVE WS-FECHA-HOY TO FECHA-CORTE
           END-IF.
           MOVE FECHA-CORTE TO FECHA-CORTE-DESGLOSE.
           MOVE FCO-AAAAMM TO PERIODO-CORTE.
           PERFORM 210-BUSCAR-NOMBRE.
           IF NOMBRE-SOCIO = SPACES
               DISPLAY 'El pasajero no tiene datos personales '
                   'cargados: no se puede emitir el certificado.'
           ELSE
               PERFORM 220-ARMAR-GRUPO
               PERFORM 300-CONTROLAR-DEUDA
               IF TOTAL-ADEUDADO = 0
                   PERFORM 400-EMITIR-CERTIFICADO
               ELSE
                   PERFORM 500-INFORMAR-DEUDA
               END-IF
           END-IF.

       210-BUSCAR-NOMBRE.
           MOVE SPACES TO NOMBRE-SOCIO.
           IF HAY-DATOS = 'S'
               MOVE PASAJERO-PEDIDO TO PDA-PASAJERO
               READ PASAJEROS-DATOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PDA-NOMBRE TO NOMBRE-SOCIO
               END-READ
           END-IF.

       220-ARMAR-GRUPO.
      *    ----el responsable de un grupo familiar paga por todos: su
      *    ----libre deuda exige que los demas miembros esten al dia
           MOVE 0 TO GRUPO-SOCIO.
           MOVE 0 TO CANT-MIE-TABLA.
           IF HAY-GRUPOS = 'S'
               MOVE PASAJERO-PEDIDO TO GRF-PASAJERO
               READ GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRF-RESPONSABLE = PASAJERO-PEDIDO
                           MOVE GRF-GRUPO TO GRUPO-SOCIO
                           PERFORM 225-BUSCAR-MIEMBROS
                       END-IF
               END-READ
           END-IF.

       225-BUSCAR-MIEMBROS.
           MOVE 0 TO EOF-GRUPOS.
           MOVE 0 TO GRF-PASAJERO.
           START GRUPOS KEY IS > GRF-PASAJERO
               INVALID KEY
                   MOVE 1 TO EOF-GRUPOS.
           IF EOF-GRUPOS <> 1
               READ GRUPOS NEXT AT END MOVE 1 TO EOF-GRUPOS
           END-IF.
           PERFORM UNTIL EOF-GRUPOS = 1
               IF GRF-GRUPO = GRUPO-SOCIO
                   AND GRF-PASAJERO NOT = PASAJERO-PEDIDO
                   IF CANT-MIE-TABLA < MAX-MIE-TABLA
                       ADD 1 TO CANT-MIE-TABLA
                       MOVE GRF-PASAJERO
                           TO MIE-T-PASAJERO(CANT-MIE-TABLA)
                   ELSE
                       DISPLAY "ADVERTENCIA: GRUPO CON MAS DE ",
                           MAX-MIE-TABLA, " MIEMBROS, SE OMITEN"
                   END-IF
               END-IF
               READ GRUPOS NEXT AT END MOVE 1 TO EOF-GRUPOS
           END-PERFORM.

       300-CONTROLAR-DEUDA.
           MOVE 0 TO TOTAL-ADEUDADO.
           MOVE PASAJERO-PEDIDO TO PASAJERO-CONTROL.
           PERFORM 310-DEUDA-PASAJERO.
           MOVE 0 TO SUB-G.
           PERFORM 305-DEUDA-MIEMBRO CANT-MIE-TABLA TIMES.

       305-DEUDA-MIEMBRO.
           ADD 1 TO SUB-G.
           MOVE MIE-T-PASAJERO(SUB-G) TO PASAJERO-CONTROL.
           PERFORM 310-DEUDA-PASAJERO.

       310-DEUDA-PASAJERO.
      *    ----cuentan los meses de todos los anios con vencimiento
      *    ----hasta la fecha de corte; lo refinanciado se controla
      *    ----por el saldo del plan
           MOVE 0 TO EOF-PAS.
           MOVE PASAJERO-CONTROL TO PAS-PASAJERO.
           MOVE 0 TO PAS-ANIO.
           MOVE 0 TO PAS-MES.
           START PASAJEROS KEY IS >= PAS-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-PAS.
           IF EOF-PAS <> 1
               READ PASAJEROS NEXT AT END MOVE 1 TO EOF-PAS
           END-IF.
           PERFORM UNTIL EOF-PAS = 1
                         OR PAS-PASAJERO <> PASAJERO-CONTROL
               COMPUTE PERIODO-MES = PAS-ANIO * 100 + PAS-MES
               IF PAS-MES > 0 AND PAS-DEBE > 0
                   AND PERIODO-MES <= PERIODO-CORTE
                   ADD PAS-DEBE TO TOTAL-ADEUDADO
                   PERFORM 320-ANOTAR-MES
               END-IF
               READ PASAJEROS NEXT AT END MOVE 1 TO EOF-PAS
           END-PERFORM.
           IF HAY-PLANES = 'S'
               MOVE PASAJERO-CONTROL TO PLA-PASAJERO
               READ PLANES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLA-ACTIVO AND PLA-SALDO > 0
                           ADD PLA-SALDO TO TOTAL-ADEUDADO
                           PERFORM 330-ANOTAR-PLAN
                       END-IF
               END-READ
           END-IF.

       320-ANOTAR-MES.
      *    ----la deuda se imprime recien si el certificado no sale:
      *    ----el titulo va delante del primer renglon
           IF TOTAL-ADEUDADO = PAS-DEBE
               PERFORM 340-TITULO-DEUDA
           END-IF.
           MOVE PAS-PASAJERO TO IMP-DM-PASAJERO.
           MOVE PAS-ANIO TO IMP-DM-ANIO.
           MOVE PAS-MES TO IMP-DM-MES.
           MOVE PAS-ESTADO TO IMP-DM-ESTADO.
           MOVE PAS-DEBE TO IMP-DM-DEBE.
           WRITE IMP-LINEA FROM IMP-DEUDA-MES.
           DISPLAY 'ADEUDA PASAJERO ', PAS-PASAJERO, ' ANIO ',
               PAS-ANIO, ' MES ', PAS-MES, ' DEBE ', PAS-DEBE.

       330-ANOTAR-PLAN.
           IF TOTAL-ADEUDADO = PLA-SALDO
               PERFORM 340-TITULO-DEUDA
           END-IF.
           MOVE PLA-PASAJERO TO IMP-DP-PASAJERO.
           MOVE PLA-SALDO TO IMP-DP-SALDO.
           WRITE IMP-LINEA FROM IMP-DEUDA-PLAN.
           DISPLAY 'ADEUDA PASAJERO ', PLA-PASAJERO,
               ' PLAN DE PAGO ACTIVO, SALDO ', PLA-SALDO.

       340-TITULO-DEUDA.
           MOVE FECHA-CORTE TO IMP-DT-CORTE.
           MOVE PASAJERO-PEDIDO TO IMP-DT-PASAJERO.
           MOVE NOMBRE-SOCIO TO IMP-DT-NOMBRE.
           WRITE IMP-LINEA FROM IMP-DEUDA-TITULO.

       400-EMITIR-CERTIFICADO.
           MOVE PROX-NUMERO TO CLD-NUMERO.
           MOVE PASAJERO-PEDIDO TO CLD-PASAJERO.
           MOVE NOMBRE-SOCIO TO CLD-NOMBRE.
           MOVE WS-FECHA-HOY TO CLD-FECHA-EMISION.
           MOVE FECHA-CORTE TO CLD-FECHA-CORTE.
           PERFORM 410-CALCULAR-VENCIMIENTO.
           MOVE FECHA-VENCE TO CLD-FECHA-VENCE.
           MOVE GRUPO-SOCIO TO CLD-GRUPO.
           MOVE CANT-MIE-TABLA TO CLD-MIEMBROS.
           MOVE WS-OPERADOR TO CLD-OPERADOR.
           PERFORM 420-GRABAR-CERTIFICADO.

       410-CALCULAR-VENCIMIENTO.
      *    ----el certificado vale un mes desde la emision
           MOVE WS-FECHA-HOY TO FECHA-VENCE.
           IF FVE-MM = 12
               MOVE 1 TO FVE-MM
               ADD 1 TO FVE-AAAA
           ELSE
               ADD 1 TO FVE-MM
           END-IF.
           IF FVE-DD > 28
               MOVE 28 TO FVE-DD
           END-IF.

       420-GRABAR-CERTIFICADO.
           WRITE CLD-REG
               INVALID KEY
                   DISPLAY 'CERTIFICADO ', CLD-NUMERO, ' YA EXISTE. SE '
                       'AVANZA LA NUMERACION Y SE REINTENTA.'
                   ADD 1 TO PROX-NUMERO
                   MOVE PROX-NUMERO TO CLD-NUMERO
                   PERFORM 420-GRABAR-CERTIFICADO
               NOT INVALID KEY
                   PERFORM 430-IMPRIMIR-CERTIFICADO
                   ADD 1 TO PROX-NUMERO
                   PERFORM 450-GRABAR-PROX-NUMERO
           END-WRITE.

       430-IMPRIMIR-CERTIFICADO.
           MOVE CLD-NUMERO TO IMP-CT-NUMERO.
           WRITE IMP-LINEA FROM IMP-CERT-TITULO.
           MOVE CLD-PASAJERO TO IMP-CS-PASAJERO.
           MOVE CLD-NOMBRE TO IMP-CS-NOMBRE.
           WRITE IMP-LINEA FROM IMP-CERT-SOCIO.
           MOVE CLD-FECHA-CORTE TO IMP-CX-CORTE.
           WRITE IMP-LINEA FROM IMP-CERT-TEXTO.
           IF CLD-GRUPO > 0
               MOVE CLD-GRUPO TO IMP-CG-GRUPO
               MOVE CLD-MIEMBROS TO IMP-CG-MIEMBROS
               WRITE IMP-LINEA FROM IMP-CERT-GRUPO
           END-IF.
           MOVE CLD-FECHA-EMISION TO IMP-CP-EMISION.
           MOVE CLD-FECHA-VENCE TO IMP-CP-VENCE.
           MOVE CLD-OPERADOR TO IMP-CP-OPERADOR.
           WRITE IMP-LINEA FROM IMP-CERT-PIE.
           MOVE SPACES TO IMP-LINEA.
           WRITE IMP-LINEA.
           DISPLAY 'CERTIFICADO DE LIBRE DEUDA EMITIDO: ', CLD-NUMERO,
               '  VALIDO HASTA: ', CLD-FECHA-VENCE.

       450-GRABAR-PROX-NUMERO.
           OPEN OUTPUT CERTCTL.
           MOVE PROX-NUMERO TO CCT-PROX-NUMERO.
           WRITE CCT-REG.
           CLOSE CERTCTL.

       500-INFORMAR-DEUDA.
           MOVE TOTAL-ADEUDADO TO IMP-DX-TOTAL.
           WRITE IMP-LINEA FROM IMP-DEUDA-TOTAL.
           MOVE SPACES TO IMP-LINEA.
           WRITE IMP-LINEA.
           DISPLAY 'NO SE EMITE EL CERTIFICADO. TOTAL ADEUDADO: ',
               TOTAL-ADEUDADO.

       600-VERIFICAR.
      *    ----un certificado es genuino si el numero esta en el
      *    ----registro y coinciden el socio y las fechas impresas
           DISPLAY 'Ingrese numero de certificado:'.
           ACCEPT NUMERO-PEDIDO.
           MOVE NUMERO-PEDIDO TO CLD-NUMERO.
           READ CERTIFICADOS
               INVALID KEY
                   DISPLAY 'CERTIFICADO INEXISTENTE: NO FUE EMITIDO '
                       'POR EL CLUB.'
               NOT INVALID KEY
                   DISPLAY 'CERTIFICADO ', CLD-NUMERO, ' REGISTRADO'
                   DISPLAY 'SOCIO: ', CLD-PASAJERO, ' - ', CLD-NOMBRE
                   DISPLAY 'EMITIDO: ', CLD-FECHA-EMISION,
                       '  DEUDA AL: ', CLD-FECHA-CORTE,
                       '  OPERADOR: ', CLD-OPERADOR
                   IF CLD-GRUPO > 0
                       DISPLAY 'INCLUYE GRUPO FAMILIAR ', CLD-GRUPO,
                           ' (', CLD-MIEMBROS, ' MIEMBROS)'
                   END-IF
                   IF WS-FECHA-HOY > CLD-FECHA-VENCE
                       DISPLAY 'VENCIDO EL ', CLD-FECHA-VENCE
                   ELSE
                       DISPLAY 'VIGENTE HASTA EL ', CLD-FECHA-VENCE
                   END-IF
           END-READ.

       900-FIN-GENERAL.
           CLOSE PASAJEROS, CERTIFICADOS, IMPRESION.
           IF HAY-DATOS = 'S'
               CLOSE PASAJEROS-DATOS
           END-IF.
           IF HAY-PLANES = 'S'
               CLOSE PLANES
           END-IF.
           IF HAY-GRUPOS = 'S'
               CLOSE GRUPOS
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
