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
           SELECT OPTIONAL LOTECURSO
               ASSIGN TO '../lote_en_curso.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TP2PARAM ASSIGN TO '../tp2_param.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDEDORES
           ASSIGN TO '../vendedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vend-codigo
               FILE STATUS IS WS-VENDEDORES-STATUS.
           SELECT CLIENTES ASSIGN TO '../clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT CLIENVIP ASSIGN TO '../clienvip.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CLAVE
               FILE STATUS IS WS-CLIENVIP-STATUS.
           SELECT ARRASTRE ASSIGN TO '../clienvip_arrastre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARR-CLAVE
               FILE STATUS IS WS-ARRASTRE-STATUS.
           SELECT CLIVIPHIST ASSIGN TO '../clienvip_historial.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PEDIDOS ASSIGN TO '../pedidos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CLAVE
               FILE STATUS IS WS-PEDIDOS-STATUS.
           SELECT OBJETIVOS ASSIGN TO '../objetivos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OBJ-CLAVE
               FILE STATUS IS WS-OBJETIVOS-STATUS.
           SELECT COMFACT ASSIGN TO '../comisiones_facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMF-CLAVE
               FILE STATUS IS WS-COMFACT-STATUS.
           SELECT OPERADORES ASSIGN TO '../operadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-OPERADORES-STATUS.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTLLOTE ASSIGN TO '../controles_lote.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPTRS ASSIGN TO '../reporte_traspaso_cartera.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
       01  LCU-REG.
           03 LCU-ESTADO                       PIC X.
           03 FILLER                           PIC X.
           03 LCU-FECHA                        PIC 9(8).
       FD  TP2PARAM.
       01  PARAM-REG.
           03 PARAM-CANT-MAX-VIP               PIC 99.
           03 PARAM-OVERRIDE-DUP               PIC X.
           03 PARAM-FECHA-DESDE                PIC 9(8).
           03 PARAM-FECHA-HASTA                PIC 9(8).
           03 PARAM-VERBOSIDAD                 PIC 9.
           03 PARAM-MODO-COMISION              PIC X.
       FD  VENDEDORES.
       01  vend-reg.
           03 vend-codigo                      PIC 9(3).
           03 vend-nombre                      PIC X(30).
           03 vend-region                      PIC X(15).
           03 vend-pct-comision                PIC 9V99.
       FD  CLIENTES.
       01  CLIE-REGISTRO.
           03 CLIE-CODIGO                      PIC 9(6).
           03 CLIE-RAZON-SOCIAL                PIC X(30).
           03 CLIE-CUIT                        PIC 9(11).
           03 CLIE-COND-IVA                    PIC X(2).
           03 CLIE-DOMICILIO                   PIC X(30).
       FD  CLIENVIP.
       01  cli-reg.
           03 CLI-CLAVE.
               05 cli-vend                     PIC 9(3).
               05 cli-codcli                   PIC 9(6).
           03 cli-ganancia                     PIC S9(8)V99.
           03 cli-nombre                       PIC X(30).
       FD  ARRASTRE.
       01  ARR-REG.
           03 ARR-CLAVE.
               05 ARR-VEND                     PIC 9(3).
               05 ARR-CODCLI                   PIC 9(6).
           03 ARR-GANANCIA                     PIC S9(8)V99.
       FD  CLIVIPHIST.
       01  CVH-LINEA                           PIC X(119).
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
       FD  OBJETIVOS.
       01  OBJ-REGISTRO.
           03 OBJ-CLAVE.
               05 OBJ-VEND                     PIC 9(3).
               05 OBJ-PERIODO                  PIC 9(6).
           03 OBJ-GANANCIA                     PIC 9(10)V99.
       FD  COMFACT.
       01  CMF-REGISTRO.
           03 CMF-CLAVE.
               05 CMF-FACTURA                  PIC 9(12).
               05 CMF-TIPO                     PIC X.
               05 CMF-VEND                     PIC 9(3).
           03 CMF-CLIENTE                      PIC 9(6).
           03 CMF-FECHA                        PIC 9(8).
           03 CMF-RUN-ID                       PIC 9(14).
           03 CMF-TOTAL-FACT                   PIC 9(12)V99.
           03 CMF-COMISION                     PIC S9(10)V99.
           03 CMF-PAGADA                       PIC S9(10)V99.
           03 CMF-ESTADO                       PIC X.
               88 CMF-SALDADA                  VALUE 'S'.
               88 CMF-ANULADA                  VALUE 'A'.
       FD  OPERADORES.
       01  OPE-REGISTRO.
           03 OPE-CODIGO                       PIC X(10).
           03 OPE-PASSWORD                     PIC X(10).
           03 OPE-ESTADO                       PIC X.
               88 OPE-ACTIVO                   VALUE 'A'.
               88 OPE-BLOQUEADO                VALUE 'B'.
           03 OPE-INTENTOS                     PIC 9.
           03 OPE-PERM-ART                     PIC X(4).
           03 OPE-PERM-VEND                    PIC X(4).
           03 OPE-PERM-CLI                     PIC X(4).
           03 OPE-PERM-MOV                     PIC X(4).
           03 OPE-PERM-FACT                    PIC X(4).
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
           03 FILLER                           PIC X.
           03 CLOT-PROGRAMA                    PIC X(15).
           03 FILLER                           PIC X.
           03 CLOT-CANTIDAD                    PIC 9(8).
           03 FILLER                           PIC X.
           03 CLOT-TOTAL                       PIC S9(12)V99
                                      SIGN LEADING SEPARATE.
       FD  REPTRS.
       01  REP-LINEA                           PIC X(120).

       WORKING-STORAGE SECTION.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       77  EOF-TP2PARAM                        PIC 9 VALUE 0.
       01  MODO-TRASPASO                       PIC X.
           88 MODO-LISTA                       VALUE '1'.
           88 MODO-VENDEDOR                    VALUE '2'.
           88 MODO-REGION                      VALUE '3'.
           88 MODO-VALIDO                      VALUE '1' '2' '3'.
       01  AUD-DETALLE.
           03 AUD-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-HORA                         PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-PROGRAMA                     PIC X(15)
                                      VALUE "TRASPASOCARTERA".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
      **   antes y despues del cambio: vendedor o importe
           03 AUD-DATOS                        PIC X(23) VALUE SPACES.
           03 AUD-DATOS-VENDEDOR REDEFINES AUD-DATOS.
               05 AUD-DV-ROTULO                PIC X(4).
               05 AUD-DV-ANTES                 PIC 9(3).
               05 AUD-DV-FLECHA                PIC X(4).
               05 AUD-DV-DESPUES               PIC 9(3).
               05 FILLER                       PIC X(9).
           03 AUD-DATOS-IMPORTE REDEFINES AUD-DATOS.
               05 AUD-DI-ROTULO                PIC X(4).
               05 AUD-DI-IMPORTE               PIC -(12)9,99.
               05 FILLER                       PIC X(3).
       01  AUD-CLAVE-VIP.
           03 ACV-VEND                         PIC 9(3).
           03 ACV-CLIENTE                      PIC 9(6).
           03 FILLER                           PIC X(11) VALUE SPACES.
       01  AUD-CLAVE-PEDIDO.
           03 ACP-NUMERO                       PIC 9(10).
           03 ACP-ART                          PIC X(8).
           03 FILLER                           PIC X(2) VALUE SPACES.
       01  AUD-CLAVE-OBJETIVO.
           03 ACO-VEND                         PIC 9(3).
           03 ACO-PERIODO                      PIC 9(6).
           03 FILLER                           PIC X(11) VALUE SPACES.

       01  CVH-DETALLE.
           03 FILLER                           PIC X(10)
               VALUE "VENDEDOR: ".
           03 CVH-VEND                         PIC ZZ9.
           03 FILLER                           PIC X(11)
               VALUE "  CLIENTE: ".
           03 CVH-CODCLI                       PIC ZZZZZ9.
           03 FILLER                           PIC X(11)
               VALUE "  NOMBRE: ".
           03 CVH-NOMBRE                       PIC X(30).
           03 FILLER                           PIC X(12)
               VALUE "  GANANCIA: ".
           03 CVH-GANANCIA                     PIC -(6)9,99.
           03 FILLER                           PIC X(18)
               VALUE "  FECHA BAJA VIP: ".
           03 CVH-FECHA                        PIC 9(8).

       01  REP-TITULO.
           03 FILLER                           PIC X(24)
               VALUE "TRASPASO DE CARTERA DEL ".
           03 REP-T-FECHA                      PIC 9(8).
           03 FILLER                           PIC X(11)
               VALUE "  OPERADOR ".
           03 REP-T-OPERADOR                   PIC X(10).
       01  REP-ENTRANTE.
           03 FILLER                           PIC X(20)
               VALUE "VENDEDOR ENTRANTE:  ".
           03 REP-E-VEND                       PIC ZZ9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-E-NOMBRE                     PIC X(30).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-E-REGION                     PIC X(15).
       01  REP-SALIENTE.
           03 FILLER                           PIC X(20)
               VALUE "VENDEDOR SALIENTE:  ".
           03 REP-S-VEND                       PIC ZZ9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-S-NOMBRE                     PIC X(30).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-S-REGION                     PIC X(15).
       01  REP-DETALLE.
           03 FILLER                           PIC X(4) VALUE SPACES.
           03 REP-D-CLIENTE                    PIC 9(6).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-RAZON                      PIC X(30).
           03 FILLER                           PIC X(6) VALUE "  VIP ".
           03 REP-D-VIP                        PIC X.
           03 FILLER                           PIC X(11)
               VALUE "  GANANCIA ".
           03 REP-D-GANANCIA                   PIC -(8)9,99.
           03 FILLER                           PIC X(11)
               VALUE "  PEDIDOS: ".
           03 REP-D-PEDIDOS                    PIC ZZZ9.
           03 FILLER                           PIC X(14)
               VALUE "  COM.PEND.: ".
           03 REP-D-COMISION                   PIC -(8)9,99.
       01  REP-CORTE.
           03 FILLER                           PIC X(36)
               VALUE "    SALE DEL VIP DEL ENTRANTE (TOPE ".
           03 REP-C-TOPE                       PIC Z9.
           03 FILLER                           PIC X(3) VALUE "): ".
           03 REP-C-CLIENTE                    PIC 9(6).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-C-NOMBRE                     PIC X(30).
           03 FILLER                           PIC X(11)
               VALUE "  GANANCIA ".
           03 REP-C-GANANCIA                   PIC -(8)9,99.
       01  REP-OBJETIVO.
           03 FILLER                           PIC X(14)
               VALUE "    OBJETIVO ".
           03 REP-O-PERIODO                    PIC 9(6).
           03 FILLER                           PIC X(7) VALUE "  VEND ".
           03 REP-O-VEND                       PIC ZZ9.
           03 FILLER                           PIC X(8)
               VALUE "  ANTES ".
           03 REP-O-ANTES                      PIC Z(9)9,99.
           03 FILLER                           PIC X(10)
               VALUE "  DESPUES ".
           03 REP-O-DESPUES                    PIC Z(9)9,99.
       01  REP-TOTAL.
           03 FILLER                           PIC X(21)
               VALUE "CLIENTES TRASPASADOS ".
           03 REP-TOT-CLIENTES                 PIC ZZZZ9.
           03 FILLER                           PIC X(7) VALUE "  VIP: ".
           03 REP-TOT-VIP                      PIC ZZZZ9.
           03 FILLER                           PIC X(19)
               VALUE "  LINEAS PEDIDO: ".
           03 REP-TOT-PEDIDOS                  PIC ZZZZZ9.
           03 FILLER                           PIC X(11)
               VALUE "  GANANCIA ".
           03 REP-TOT-GANANCIA                 PIC -(10)9,99.
       01  REP-NOTA.
           03 FILLER                           PIC X(48)
               VALUE "LAS FACTURAS EMITIDAS Y SUS COMISIONES (AUN LAS ".
           03 FILLER                           PIC X(46)
               VALUE "PENDIENTES) QUEDAN DEL VENDEDOR ORIGINAL.".
       01  REP-FIRMA.
           03 REP-F-ROTULO                     PIC X(26).
           03 REP-F-VEND                       PIC ZZ9.
           03 FILLER                           PIC X(2) VALUE ": ".
           03 FILLER                           PIC X(34) VALUE ALL "_".

       77  WS-VENDEDORES-STATUS                PIC X(02).
       77  WS-CLIENTES-STATUS                  PIC X(02).
       77  WS-CLIENVIP-STATUS                  PIC X(02).
       77  WS-PEDIDOS-STATUS                   PIC X(02).
       77  WS-OBJETIVOS-STATUS                 PIC X(02).
       77  WS-COMFACT-STATUS                   PIC X(02).
       77  WS-OPERADORES-STATUS                PIC X(02).
       77  WS-ARRASTRE-STATUS                  PIC X(02).
       77  WS-FECHA-HOY                        PIC 9(8).
       77  HAY-CLIENVIP                        PIC X VALUE 'N'.
       77  HAY-PEDIDOS                         PIC X VALUE 'N'.
       77  HAY-COMFACT                         PIC X VALUE 'N'.
       77  HAY-OPERADORES                      PIC X VALUE 'N'.
       77  HAY-ARRASTRE                        PIC X VALUE 'N'.
       77  PASSWORD-INGRESADA                  PIC X(10).
       77  INTENTOS-SIGNON                     PIC 9 VALUE 0.
       77  SIGNON-OK                           PIC X VALUE 'N'.
       01  PERM-ACCIONES.
           03 PERM-ALTA                        PIC X.
           03 PERM-CAMBIO                      PIC X.
           03 PERM-BAJA                        PIC X.
           03 PERM-CONSULTA                    PIC X.
       77  EOF-VENDEDORES                      PIC 9 VALUE 0.
       77  EOF-CLIENVIP                        PIC 9 VALUE 0.
       77  EOF-PEDIDOS                         PIC 9 VALUE 0.
       77  EOF-COMFACT                         PIC 9 VALUE 0.
       77  VEND-DESTINO                        PIC 9(3).
       77  NOMBRE-DESTINO                      PIC X(30).
       77  REGION-DESTINO                      PIC X(15).
       77  VEND-ORIGEN                         PIC 9(3).
       77  REGION-ORIGEN                       PIC X(15).
       77  CLIENTE-INGRESADO                   PIC 9(6).
       77  TRASPASO-VALIDO                     PIC X.
       77  CONFIRMA                            PIC X.
       77  DIVIDE-OBJETIVOS                    PIC X.
       77  PERIODO-OBJETIVO                    PIC 9(6) VALUE 0.
       77  PCT-OBJETIVO                        PIC 9(3)V99.
       77  OBJ-ANTES                           PIC 9(10)V99.
       77  OBJ-PORCION                         PIC 9(10)V99.
       77  IMPORTE-ANTES                       PIC S9(10)V99.
       77  ARRASTRE-SALIENTE                   PIC S9(8)V99.
       77  CANT-MAX-VIP                        PIC 99 VALUE 10.
       77  CONT-VIP-DESTINO                    PIC 9(4).
       77  MENOR-CLI                           PIC 9(6).
       77  MENOR-GANANCIA                      PIC S9(8)V99.
       77  MENOR-NOMBRE                        PIC X(30).
       77  HALLADO                             PIC X.
       77  BUSCA-VEND                          PIC 9(3).
       77  BUSCA-CLIENTE                       PIC 9(6).
       77  SUB-O                               PIC 9(4).
       77  SUB-T                               PIC 9(4).
       77  SUB-R                               PIC 9(4).
       77  CONT-CLIENTES                       PIC 9(5) VALUE 0.
       77  CONT-VIP                            PIC 9(5) VALUE 0.
       77  CONT-PEDIDOS                        PIC 9(6) VALUE 0.
       77  CONT-CORTES                         PIC 9(4) VALUE 0.
       77  TOTAL-GANANCIA                      PIC S9(10)V99 VALUE 0.
       77  CANT-ORI-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-ORI-TABLA                       PIC 9(4) VALUE 50.
       77  CANT-TRS-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-TRS-TABLA                       PIC 9(4) VALUE 999.
       77  CANT-CRT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-CRT-TABLA                       PIC 9(4) VALUE 99.
       77  CANT-OBT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-OBT-TABLA                       PIC 9(4) VALUE 100.

      **   vendedores que ceden cartera
       01  TABLA-ORI.
           03 ORI-ITEM OCCURS 50 TIMES.
               05 ORI-T-VEND                   PIC 9(3).
               05 ORI-T-NOMBRE                 PIC X(30).
               05 ORI-T-REGION                 PIC X(15).
               05 ORI-T-GAN-TOTAL              PIC S9(10)V99.
               05 ORI-T-GAN-MOVIDA             PIC S9(10)V99.
      **   pares vendedor saliente + cliente que se traspasan
       01  TABLA-TRS.
           03 TRS-ITEM OCCURS 999 TIMES.
               05 TRS-T-VEND                   PIC 9(3).
               05 TRS-T-CLIENTE                PIC 9(6).
               05 TRS-T-RAZON                  PIC X(30).
               05 TRS-T-VIP                    PIC X.
               05 TRS-T-GANANCIA               PIC S9(8)V99.
               05 TRS-T-NOMBRE-VIP             PIC X(30).
               05 TRS-T-PEDIDOS                PIC 9(4).
               05 TRS-T-COMISION               PIC S9(10)V99.
      **   clientes que el corte de VIP saco al vendedor entrante
       01  TABLA-CRT.
           03 CRT-ITEM OCCURS 99 TIMES.
               05 CRT-T-CLIENTE                PIC 9(6).
               05 CRT-T-NOMBRE                 PIC X(30).
               05 CRT-T-GANANCIA               PIC S9(8)V99.
      **   objetivos antes y despues de la division
       01  TABLA-OBT.
           03 OBT-ITEM OCCURS 100 TIMES.
               05 OBT-T-VEND                   PIC 9(3).
               05 OBT-T-ANTES                  PIC 9(10)V99.
               05 OBT-T-DESPUES                PIC 9(10)V99.
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
            PERFORM 095-CONTROLAR-LOTE-EN-CURSO.
            PERFORM 100-INICIO-GENERAL.
            IF PERM-CAMBIO <> 'S'
                DISPLAY 'Operador sin permiso de cambio de vendedores.'
            ELSE
                PERFORM 200-INGRESAR-TRASPASO
                IF TRASPASO-VALIDO = 'S'
                    PERFORM 300-ARMAR-SELECCION
                    PERFORM 390-CONFIRMAR
                END-IF
                IF TRASPASO-VALIDO = 'S'
                    PERFORM 400-EJECUTAR-TRASPASO
                    PERFORM 800-EMITIR-REPORTE
                END-IF
            END-IF.
            PERFORM 900-FIN-GENERAL.
            STOP RUN.

       095-CONTROLAR-LOTE-EN-CURSO.
      **   mientras el lote nocturno reescribe los maestros no se
      **   admite carga de datos: ventana de lote activa
           OPEN INPUT LOTECURSO.
           READ LOTECURSO AT END MOVE 1 TO EOF-LOTECURSO.
           CLOSE LOTECURSO.
           IF EOF-LOTECURSO <> 1 AND LCU-ESTADO = 'A'
               DISPLAY 'VENTANA DE LOTE ACTIVA (TP2 EN EJECUCION). '
                   'LA CARGA DE DATOS ESTA BLOQUEADA.'
               DISPLAY 'REINTENTE CUANDO TERMINE EL LOTE NOCTURNO.'
               STOP RUN WITH ERROR STATUS 8
           END-IF.

       100-INICIO-GENERAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT VENDEDORES.
           IF WS-VENDEDORES-STATUS <> '00'
               DISPLAY 'SIN MAESTRO DE VENDEDORES. STATUS: ',
                   WS-VENDEDORES-STATUS
               STOP RUN WITH ERROR STATUS 8
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN EXTEND AUDITORIA.
           PERFORM 105-ABRIR-ARCHIVOS.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 112-ABRIR-OPERADORES.
           PERFORM 115-VALIDAR-OPERADOR.

       105-ABRIR-ARCHIVOS.
           OPEN I-O CLIENVIP.
           IF WS-CLIENVIP-STATUS = '00'
               MOVE 'S' TO HAY-CLIENVIP
           END-IF.
           OPEN I-O ARRASTRE.
           IF WS-ARRASTRE-STATUS = '00'
               MOVE 'S' TO HAY-ARRASTRE
           END-IF.
           OPEN I-O PEDIDOS.
           IF WS-PEDIDOS-STATUS = '00'
               MOVE 'S' TO HAY-PEDIDOS
           END-IF.
           OPEN INPUT COMFACT.
           IF WS-COMFACT-STATUS = '00'
               MOVE 'S' TO HAY-COMFACT
           END-IF.
           OPEN I-O OBJETIVOS.
           IF WS-OBJETIVOS-STATUS = '35'
               OPEN OUTPUT OBJETIVOS
               CLOSE OBJETIVOS
               OPEN I-O OBJETIVOS
           END-IF.
           OPEN EXTEND CLIVIPHIST.

       110-LEER-PARAMETROS.
      **   el tope de VIP por vendedor es el mismo que usa TP2
           OPEN INPUT TP2PARAM.
           READ TP2PARAM AT END MOVE 1 TO EOF-TP2PARAM.
           IF EOF-TP2PARAM <> 1 AND PARAM-CANT-MAX-VIP > 0
               MOVE PARAM-CANT-MAX-VIP TO CANT-MAX-VIP
           END-IF.
           CLOSE TP2PARAM.

       112-ABRIR-OPERADORES.
           OPEN I-O OPERADORES.
           IF WS-OPERADORES-STATUS = '00'
               MOVE 'S' TO HAY-OPERADORES
           ELSE
               DISPLAY 'SIN MAESTRO DE OPERADORES: se continua sin '
                   'control de acceso.'
           END-IF.

       115-VALIDAR-OPERADOR.
           IF HAY-OPERADORES <> 'S'
               DISPLAY 'Ingrese codigo de operador:'
               ACCEPT AUD-OPERADOR
               MOVE 'SSSS' TO PERM-ACCIONES
           ELSE
               PERFORM 116-INTENTO-SIGNON
                   UNTIL SIGNON-OK = 'S' OR INTENTOS-SIGNON >= 3
               IF SIGNON-OK <> 'S'
                   DISPLAY 'Acceso denegado.'
                   CLOSE OPERADORES, AUDITORIA
                   STOP RUN WITH ERROR STATUS 8
               END-IF
           END-IF.

       116-INTENTO-SIGNON.
           ADD 1 TO INTENTOS-SIGNON.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.
           DISPLAY 'Ingrese password:'.
           ACCEPT PASSWORD-INGRESADA.
           MOVE AUD-OPERADOR TO OPE-CODIGO.
           READ OPERADORES
               INVALID KEY
                   DISPLAY 'Operador inexistente.'
                   PERFORM 118-AUDITAR-RECHAZO
               NOT INVALID KEY
                   PERFORM 117-CONTROLAR-SIGNON
           END-READ.

       117-CONTROLAR-SIGNON.
           IF OPE-BLOQUEADO
               DISPLAY 'Operador bloqueado. Avise al supervisor.'
               PERFORM 118-AUDITAR-RECHAZO
           ELSE
               IF PASSWORD-INGRESADA = OPE-PASSWORD
                   MOVE 'S' TO SIGNON-OK
                   MOVE 0 TO OPE-INTENTOS
                   REWRITE OPE-REGISTRO
                   MOVE OPE-PERM-VEND TO PERM-ACCIONES
               ELSE
                   DISPLAY 'Password incorrecta.'
                   ADD 1 TO OPE-INTENTOS
                   IF OPE-INTENTOS >= 3
                       MOVE 'B' TO OPE-ESTADO
                       DISPLAY 'Operador bloqueado por reintentos.'
                   END-IF
                   REWRITE OPE-REGISTRO
                   PERFORM 118-AUDITAR-RECHAZO
               END-IF
           END-IF.

       118-AUDITAR-RECHAZO.
           MOVE AUD-OPERADOR TO AUD-CLAVE.
           MOVE 'SIGNON-NO' TO AUD-ACCION.
           PERFORM 850-GRABAR-AUDITORIA.

       200-INGRESAR-TRASPASO.
           MOVE 'N' TO TRASPASO-VALIDO.
           DISPLAY 'Ingrese vendedor que recibe la cartera:'.
           ACCEPT VEND-DESTINO.
           MOVE VEND-DESTINO TO vend-codigo.
           READ VENDEDORES
               INVALID KEY
                   DISPLAY 'Vendedor inexistente.'
               NOT INVALID KEY
                   MOVE vend-nombre TO NOMBRE-DESTINO
                   MOVE vend-region TO REGION-DESTINO
                   MOVE 'S' TO TRASPASO-VALIDO
           END-READ.
           IF TRASPASO-VALIDO = 'S'
               DISPLAY 'Vendedor entrante: ', NOMBRE-DESTINO
               DISPLAY '1-Lista de clientes  2-Cartera de un vendedor'
                   '  3-Todos los vendedores de una region'
               DISPLAY 'Ingrese opcion:'
               ACCEPT MODO-TRASPASO
               EVALUATE TRUE
                   WHEN MODO-LISTA
                       PERFORM 210-INGRESAR-ORIGEN
                       IF TRASPASO-VALIDO = 'S'
                           PERFORM 220-INGRESAR-CLIENTES
                       END-IF
                   WHEN MODO-VENDEDOR
                       PERFORM 210-INGRESAR-ORIGEN
                   WHEN MODO-REGION
                       PERFORM 230-INGRESAR-REGION
                   WHEN OTHER
                       DISPLAY 'Opcion invalida.'
                       MOVE 'N' TO TRASPASO-VALIDO
               END-EVALUATE
           END-IF.

       210-INGRESAR-ORIGEN.
      **   el saliente puede estar ya dado de baja del maestro
           DISPLAY 'Ingrese vendedor que cede la cartera:'.
           ACCEPT VEND-ORIGEN.
           IF VEND-ORIGEN = VEND-DESTINO
               DISPLAY 'El vendedor saliente y el entrante deben ser '
                   'distintos.'
               MOVE 'N' TO TRASPASO-VALIDO
           ELSE
               MOVE 1 TO CANT-ORI-TABLA
               MOVE VEND-ORIGEN TO ORI-T-VEND(1)
               MOVE 0 TO ORI-T-GAN-TOTAL(1)
               MOVE 0 TO ORI-T-GAN-MOVIDA(1)
               MOVE VEND-ORIGEN TO vend-codigo
               READ VENDEDORES
                   INVALID KEY
                       MOVE "(SIN MAESTRO)" TO ORI-T-NOMBRE(1)
                       MOVE SPACES TO ORI-T-REGION(1)
                   NOT INVALID KEY
                       MOVE vend-nombre TO ORI-T-NOMBRE(1)
                       MOVE vend-region TO ORI-T-REGION(1)
               END-READ
               DISPLAY 'Vendedor saliente: ', ORI-T-NOMBRE(1)
           END-IF.

       220-INGRESAR-CLIENTES.
           MOVE 1 TO CLIENTE-INGRESADO.
           PERFORM 225-INGRESAR-CLIENTE
               UNTIL CLIENTE-INGRESADO = 0.
           IF CANT-TRS-TABLA = 0
               DISPLAY 'No se ingresaron clientes.'
               MOVE 'N' TO TRASPASO-VALIDO
           END-IF.

       225-INGRESAR-CLIENTE.
           DISPLAY 'Ingrese cliente a traspasar (0 = fin):'.
           ACCEPT CLIENTE-INGRESADO.
           IF CLIENTE-INGRESADO <> 0
               MOVE CLIENTE-INGRESADO TO CLIE-CODIGO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY 'Cliente inexistente.'
                   NOT INVALID KEY
                       MOVE VEND-ORIGEN TO BUSCA-VEND
                       MOVE CLIENTE-INGRESADO TO BUSCA-CLIENTE
                       PERFORM 330-BUSCAR-PAR
                       IF HALLADO = 'S'
                           DISPLAY 'Cliente ya ingresado.'
                       ELSE
                           PERFORM 340-AGREGAR-PAR
                       END-IF
               END-READ
           END-IF.

       230-INGRESAR-REGION.
           DISPLAY 'Ingrese region:'.
           ACCEPT REGION-ORIGEN.
           MOVE 0 TO EOF-VENDEDORES.
           MOVE LOW-VALUES TO vend-reg.
           START VENDEDORES KEY IS > vend-codigo
               INVALID KEY
                   MOVE 1 TO EOF-VENDEDORES
           END-START.
           IF EOF-VENDEDORES <> 1
               READ VENDEDORES NEXT AT END MOVE 1 TO EOF-VENDEDORES
               END-READ
           END-IF.
           PERFORM UNTIL EOF-VENDEDORES = 1
               IF vend-region = REGION-ORIGEN
                   AND vend-codigo <> VEND-DESTINO
                   PERFORM 235-AGREGAR-ORIGEN
               END-IF
               READ VENDEDORES NEXT AT END MOVE 1 TO EOF-VENDEDORES
               END-READ
           END-PERFORM.
           IF CANT-ORI-TABLA = 0
               DISPLAY 'No hay otros vendedores en la region.'
               MOVE 'N' TO TRASPASO-VALIDO
           END-IF.

       235-AGREGAR-ORIGEN.
           IF CANT-ORI-TABLA < MAX-ORI-TABLA
               ADD 1 TO CANT-ORI-TABLA
               MOVE vend-codigo TO ORI-T-VEND(CANT-ORI-TABLA)
               MOVE vend-nombre TO ORI-T-NOMBRE(CANT-ORI-TABLA)
               MOVE vend-region TO ORI-T-REGION(CANT-ORI-TABLA)
               MOVE 0 TO ORI-T-GAN-TOTAL(CANT-ORI-TABLA)
               MOVE 0 TO ORI-T-GAN-MOVIDA(CANT-ORI-TABLA)
               DISPLAY 'Vendedor saliente: ', vend-codigo, ' ',
                   vend-nombre
           ELSE
               DISPLAY "ADVERTENCIA: SUPERA ", MAX-ORI-TABLA,
                   " VENDEDORES EN LA REGION, SE OMITEN"
           END-IF.

       300-ARMAR-SELECCION.
      **   la cartera de un vendedor son sus clientes VIP y los
      **   clientes con pedidos abiertos a su nombre
           IF HAY-CLIENVIP = 'S'
               PERFORM 310-SELECCIONAR-CLIENVIP
           END-IF.
           IF HAY-PEDIDOS = 'S'
               PERFORM 315-SELECCIONAR-PEDIDOS
           END-IF.
           IF HAY-COMFACT = 'S'
               PERFORM 320-COMISIONES-PENDIENTES
           END-IF.
           IF CANT-TRS-TABLA = 0
               DISPLAY 'El vendedor saliente no tiene cartera para '
                   'traspasar.'
               MOVE 'N' TO TRASPASO-VALIDO
           END-IF.

       310-SELECCIONAR-CLIENVIP.
           MOVE 0 TO EOF-CLIENVIP.
           MOVE LOW-VALUES TO CLI-CLAVE.
           START CLIENVIP KEY IS > CLI-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-CLIENVIP
           END-START.
           IF EOF-CLIENVIP <> 1
               READ CLIENVIP NEXT AT END MOVE 1 TO EOF-CLIENVIP
               END-READ
           END-IF.
           PERFORM UNTIL EOF-CLIENVIP = 1
               MOVE cli-vend TO BUSCA-VEND
               PERFORM 335-BUSCAR-ORIGEN
               IF HALLADO = 'S'
                   ADD cli-ganancia TO ORI-T-GAN-TOTAL(SUB-O)
                   PERFORM 311-MARCAR-VIP
               END-IF
               READ CLIENVIP NEXT AT END MOVE 1 TO EOF-CLIENVIP
               END-READ
           END-PERFORM.

       311-MARCAR-VIP.
           MOVE cli-codcli TO BUSCA-CLIENTE.
           PERFORM 330-BUSCAR-PAR.
           IF HALLADO <> 'S' AND NOT MODO-LISTA
               PERFORM 340-AGREGAR-PAR
           END-IF.
           IF HALLADO = 'S'
               MOVE 'S' TO TRS-T-VIP(SUB-T)
               MOVE cli-ganancia TO TRS-T-GANANCIA(SUB-T)
               MOVE cli-nombre TO TRS-T-NOMBRE-VIP(SUB-T)
               ADD cli-ganancia TO ORI-T-GAN-MOVIDA(SUB-O)
           END-IF.

       315-SELECCIONAR-PEDIDOS.
           MOVE 0 TO EOF-PEDIDOS.
           MOVE LOW-VALUES TO PED-CLAVE.
           START PEDIDOS KEY IS > PED-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-PEDIDOS
           END-START.
           IF EOF-PEDIDOS <> 1
               READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
               END-READ
           END-IF.
           PERFORM UNTIL EOF-PEDIDOS = 1
               IF PED-ABIERTO
                   MOVE PED-VEND TO BUSCA-VEND
                   PERFORM 335-BUSCAR-ORIGEN
                   IF HALLADO = 'S'
                       PERFORM 316-MARCAR-PEDIDO
                   END-IF
               END-IF
               READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
               END-READ
           END-PERFORM.

       316-MARCAR-PEDIDO.
           MOVE PED-CLIENTE TO BUSCA-CLIENTE.
           PERFORM 330-BUSCAR-PAR.
           IF HALLADO <> 'S' AND NOT MODO-LISTA
               PERFORM 340-AGREGAR-PAR
           END-IF.
           IF HALLADO = 'S'
               ADD 1 TO TRS-T-PEDIDOS(SUB-T)
           END-IF.

       320-COMISIONES-PENDIENTES.
      **   solo informativo: la comision de lo ya facturado sigue
      **   siendo del vendedor que hizo la venta
           MOVE 0 TO EOF-COMFACT.
           MOVE LOW-VALUES TO CMF-CLAVE.
           START COMFACT KEY IS > CMF-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-COMFACT
           END-START.
           IF EOF-COMFACT <> 1
               READ COMFACT NEXT AT END MOVE 1 TO EOF-COMFACT
               END-READ
           END-IF.
           PERFORM UNTIL EOF-COMFACT = 1
               IF CMF-TIPO = 'V' AND NOT CMF-SALDADA
                   AND NOT CMF-ANULADA
                   MOVE CMF-VEND TO BUSCA-VEND
                   MOVE CMF-CLIENTE TO BUSCA-CLIENTE
                   PERFORM 330-BUSCAR-PAR
                   IF HALLADO = 'S'
                       COMPUTE TRS-T-COMISION(SUB-T) =
                           TRS-T-COMISION(SUB-T)
                           + CMF-COMISION - CMF-PAGADA
                   END-IF
               END-IF
               READ COMFACT NEXT AT END MOVE 1 TO EOF-COMFACT
               END-READ
           END-PERFORM.

       330-BUSCAR-PAR.
           MOVE 'N' TO HALLADO.
           MOVE 0 TO SUB-T.
           PERFORM 331-COMPARAR-PAR
               UNTIL HALLADO = 'S' OR SUB-T >= CANT-TRS-TABLA.

       331-COMPARAR-PAR.
           ADD 1 TO SUB-T.
           IF TRS-T-VEND(SUB-T) = BUSCA-VEND
               AND TRS-T-CLIENTE(SUB-T) = BUSCA-CLIENTE
               MOVE 'S' TO HALLADO
           END-IF.

       335-BUSCAR-ORIGEN.
           MOVE 'N' TO HALLADO.
           MOVE 0 TO SUB-O.
           PERFORM 336-COMPARAR-ORIGEN
               UNTIL HALLADO = 'S' OR SUB-O >= CANT-ORI-TABLA.

       336-COMPARAR-ORIGEN.
           ADD 1 TO SUB-O.
           IF ORI-T-VEND(SUB-O) = BUSCA-VEND
               MOVE 'S' TO HALLADO
           END-IF.

       340-AGREGAR-PAR.
           IF CANT-TRS-TABLA < MAX-TRS-TABLA
               ADD 1 TO CANT-TRS-TABLA
               MOVE CANT-TRS-TABLA TO SUB-T
               MOVE BUSCA-VEND TO TRS-T-VEND(SUB-T)
               MOVE BUSCA-CLIENTE TO TRS-T-CLIENTE(SUB-T)
               MOVE 'N' TO TRS-T-VIP(SUB-T)
               MOVE 0 TO TRS-T-GANANCIA(SUB-T)
               MOVE SPACES TO TRS-T-NOMBRE-VIP(SUB-T)
               MOVE 0 TO TRS-T-PEDIDOS(SUB-T)
               MOVE 0 TO TRS-T-COMISION(SUB-T)
               MOVE BUSCA-CLIENTE TO CLIE-CODIGO
               READ CLIENTES
                   INVALID KEY
                       MOVE "(SIN MAESTRO)" TO TRS-T-RAZON(SUB-T)
                   NOT INVALID KEY
                       MOVE CLIE-RAZON-SOCIAL TO TRS-T-RAZON(SUB-T)
               END-READ
               MOVE 'S' TO HALLADO
           ELSE
               DISPLAY "ADVERTENCIA: SUPERA ", MAX-TRS-TABLA,
                   " CLIENTES A TRASPASAR, SE OMITEN"
           END-IF.

       390-CONFIRMAR.
           MOVE 0 TO CONT-VIP.
           MOVE 0 TO CONT-PEDIDOS.
           PERFORM 391-CONTAR-PAR
               VARYING SUB-T FROM 1 BY 1
               UNTIL SUB-T > CANT-TRS-TABLA.
           DISPLAY 'Clientes a traspasar: ', CANT-TRS-TABLA,
               '  VIP: ', CONT-VIP, '  Lineas de pedido abiertas: ',
               CONT-PEDIDOS.
           DISPLAY 'Vendedor entrante: ', VEND-DESTINO, ' ',
               NOMBRE-DESTINO.
           DISPLAY 'Confirma el traspaso (S/N)?'.
           ACCEPT CONFIRMA.
           IF CONFIRMA = 'S' OR CONFIRMA = 's'
               PERFORM 395-INGRESAR-OBJETIVOS
           ELSE
               DISPLAY 'Traspaso cancelado.'
               MOVE 'N' TO TRASPASO-VALIDO
           END-IF.

       391-CONTAR-PAR.
           IF TRS-T-VIP(SUB-T) = 'S'
               ADD 1 TO CONT-VIP
           END-IF.
           ADD TRS-T-PEDIDOS(SUB-T) TO CONT-PEDIDOS.

       395-INGRESAR-OBJETIVOS.
           DISPLAY 'Dividir los objetivos del periodo (S/N)?'.
           ACCEPT DIVIDE-OBJETIVOS.
           IF DIVIDE-OBJETIVOS = 's'
               MOVE 'S' TO DIVIDE-OBJETIVOS
           END-IF.
           MOVE 0 TO PCT-OBJETIVO.
           IF DIVIDE-OBJETIVOS = 'S'
               DISPLAY 'Ingrese periodo (AAAAMM, 0 = actual):'
               ACCEPT PERIODO-OBJETIVO
               IF PERIODO-OBJETIVO = 0
                   COMPUTE PERIODO-OBJETIVO = WS-FECHA-HOY / 100
               END-IF
               IF MODO-LISTA
                   DISPLAY 'Ingrese porcentaje del objetivo a pasar '
                       '(0 = proporcional a la ganancia VIP):'
                   ACCEPT PCT-OBJETIVO
               END-IF
           END-IF.

       400-EJECUTAR-TRASPASO.
           MOVE 0 TO CONT-VIP.
           MOVE 0 TO CONT-PEDIDOS.
           MOVE VEND-DESTINO TO AUD-CLAVE.
           MOVE 'TRASP-INI' TO AUD-ACCION.
           PERFORM 850-GRABAR-AUDITORIA.
           IF HAY-CLIENVIP = 'S'
               PERFORM 410-PASAR-CLIENVIP
                   VARYING SUB-T FROM 1 BY 1
                   UNTIL SUB-T > CANT-TRS-TABLA
               PERFORM 600-CORTE-VIP-DESTINO
           END-IF.
           IF HAY-PEDIDOS = 'S'
               PERFORM 500-PASAR-PEDIDOS
           END-IF.
           IF DIVIDE-OBJETIVOS = 'S'
               PERFORM 700-DIVIDIR-OBJETIVOS
                   VARYING SUB-O FROM 1 BY 1
                   UNTIL SUB-O > CANT-ORI-TABLA
           END-IF.
           MOVE CANT-TRS-TABLA TO CONT-CLIENTES.
           MOVE VEND-DESTINO TO AUD-CLAVE.
           MOVE 'TRASPASO' TO AUD-ACCION.
           PERFORM 850-GRABAR-AUDITORIA.

       410-PASAR-CLIENVIP.
      **   la clave es vendedor + cliente: se borra bajo el saliente
      **   y se graba (o se suma) bajo el entrante
           IF TRS-T-VIP(SUB-T) = 'S'
               MOVE TRS-T-VEND(SUB-T) TO cli-vend
               MOVE TRS-T-CLIENTE(SUB-T) TO cli-codcli
               DELETE CLIENVIP
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE VEND-DESTINO TO cli-vend
               READ CLIENVIP
                   INVALID KEY
                       MOVE TRS-T-GANANCIA(SUB-T) TO cli-ganancia
                       MOVE TRS-T-NOMBRE-VIP(SUB-T) TO cli-nombre
                       WRITE cli-reg
                       MOVE 0 TO IMPORTE-ANTES
                   NOT INVALID KEY
                       MOVE cli-ganancia TO IMPORTE-ANTES
                       ADD TRS-T-GANANCIA(SUB-T) TO cli-ganancia
                       REWRITE cli-reg
               END-READ
               ADD 1 TO CONT-VIP
               ADD TRS-T-GANANCIA(SUB-T) TO TOTAL-GANANCIA
               MOVE TRS-T-VEND(SUB-T) TO ACV-VEND
               MOVE TRS-T-CLIENTE(SUB-T) TO ACV-CLIENTE
               MOVE AUD-CLAVE-VIP TO AUD-CLAVE
               MOVE 'TRS-VIP' TO AUD-ACCION
               PERFORM 860-DATOS-VENDEDOR
               PERFORM 850-GRABAR-AUDITORIA
               IF IMPORTE-ANTES <> 0
                   MOVE 'TRS-VIPANT' TO AUD-ACCION
                   MOVE "ANT " TO AUD-DI-ROTULO
                   MOVE IMPORTE-ANTES TO AUD-DI-IMPORTE
                   PERFORM 850-GRABAR-AUDITORIA
                   MOVE 'TRS-VIPDES' TO AUD-ACCION
                   MOVE "DES " TO AUD-DI-ROTULO
                   MOVE cli-ganancia TO AUD-DI-IMPORTE
                   PERFORM 850-GRABAR-AUDITORIA
               END-IF
               IF HAY-ARRASTRE = 'S'
                   PERFORM 415-PASAR-ARRASTRE
               END-IF
           END-IF.

       415-PASAR-ARRASTRE.
      **   lo arrastrado del ultimo cierre de ejercicio sigue a la
      **   fila de CLIENVIP: si quedara bajo el saliente, el proximo
      **   cierre no se lo descontaria al entrante
           MOVE TRS-T-VEND(SUB-T) TO ARR-VEND.
           MOVE TRS-T-CLIENTE(SUB-T) TO ARR-CODCLI.
           READ ARRASTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARR-GANANCIA TO ARRASTRE-SALIENTE
                   DELETE ARRASTRE
                   PERFORM 416-GRABAR-ARRASTRE
           END-READ.

       416-GRABAR-ARRASTRE.
           MOVE VEND-DESTINO TO ARR-VEND.
           MOVE TRS-T-CLIENTE(SUB-T) TO ARR-CODCLI.
           READ ARRASTRE
               INVALID KEY
                   MOVE ARRASTRE-SALIENTE TO ARR-GANANCIA
                   WRITE ARR-REG
                   MOVE 0 TO IMPORTE-ANTES
               NOT INVALID KEY
                   MOVE ARR-GANANCIA TO IMPORTE-ANTES
                   ADD ARRASTRE-SALIENTE TO ARR-GANANCIA
                   REWRITE ARR-REG
           END-READ.
           MOVE TRS-T-VEND(SUB-T) TO ACV-VEND.
           MOVE TRS-T-CLIENTE(SUB-T) TO ACV-CLIENTE.
           MOVE AUD-CLAVE-VIP TO AUD-CLAVE.
           MOVE 'TRS-ARR' TO AUD-ACCION.
           PERFORM 860-DATOS-VENDEDOR.
           PERFORM 850-GRABAR-AUDITORIA.
           IF IMPORTE-ANTES <> 0
               MOVE 'TRS-ARRANT' TO AUD-ACCION
               MOVE "ANT " TO AUD-DI-ROTULO
               MOVE IMPORTE-ANTES TO AUD-DI-IMPORTE
               PERFORM 850-GRABAR-AUDITORIA
               MOVE 'TRS-ARRDES' TO AUD-ACCION
               MOVE "DES " TO AUD-DI-ROTULO
               MOVE ARR-GANANCIA TO AUD-DI-IMPORTE
               PERFORM 850-GRABAR-AUDITORIA
           END-IF.

       500-PASAR-PEDIDOS.
      **   solo los pedidos abiertos: lo facturado queda con el
      **   vendedor que hizo la venta
           MOVE 0 TO EOF-PEDIDOS.
           MOVE LOW-VALUES TO PED-CLAVE.
           START PEDIDOS KEY IS > PED-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-PEDIDOS
           END-START.
           IF EOF-PEDIDOS <> 1
               READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
               END-READ
           END-IF.
           PERFORM UNTIL EOF-PEDIDOS = 1
               IF PED-ABIERTO
                   MOVE PED-VEND TO BUSCA-VEND
                   MOVE PED-CLIENTE TO BUSCA-CLIENTE
                   PERFORM 330-BUSCAR-PAR
                   IF HALLADO = 'S'
                       PERFORM 510-PASAR-PEDIDO
                   END-IF
               END-IF
               READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
               END-READ
           END-PERFORM.

       510-PASAR-PEDIDO.
           MOVE PED-VEND TO AUD-DV-ANTES.
           MOVE VEND-DESTINO TO PED-VEND.
           REWRITE PED-REGISTRO.
           ADD 1 TO CONT-PEDIDOS.
           MOVE PED-NUMERO TO ACP-NUMERO.
           MOVE PED-ART TO ACP-ART.
           MOVE AUD-CLAVE-PEDIDO TO AUD-CLAVE.
           MOVE 'TRS-PEDIDO' TO AUD-ACCION.
           MOVE "VEN " TO AUD-DV-ROTULO.
           MOVE " -> " TO AUD-DV-FLECHA.
           MOVE VEND-DESTINO TO AUD-DV-DESPUES.
           PERFORM 850-GRABAR-AUDITORIA.

       600-CORTE-VIP-DESTINO.
      **   el entrante no puede quedar con mas VIP que el tope: salen
      **   los de menor ganancia, igual que en el corte de TP2
           MOVE 0 TO CANT-CRT-TABLA.
           PERFORM 610-CONTAR-VIP-DESTINO.
           PERFORM 620-QUITAR-MENOR
               UNTIL CONT-VIP-DESTINO <= CANT-MAX-VIP.

       610-CONTAR-VIP-DESTINO.
           MOVE 0 TO CONT-VIP-DESTINO.
           MOVE 0 TO EOF-CLIENVIP.
           MOVE 99999999,99 TO MENOR-GANANCIA.
           MOVE VEND-DESTINO TO cli-vend.
           MOVE 0 TO cli-codcli.
           START CLIENVIP KEY IS >= CLI-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-CLIENVIP
           END-START.
           IF EOF-CLIENVIP <> 1
               READ CLIENVIP NEXT AT END MOVE 1 TO EOF-CLIENVIP
               END-READ
           END-IF.
           PERFORM UNTIL EOF-CLIENVIP = 1
                         OR cli-vend <> VEND-DESTINO
               ADD 1 TO CONT-VIP-DESTINO
               IF cli-ganancia < MENOR-GANANCIA
                   MOVE cli-codcli TO MENOR-CLI
                   MOVE cli-ganancia TO MENOR-GANANCIA
                   MOVE cli-nombre TO MENOR-NOMBRE
               END-IF
               READ CLIENVIP NEXT AT END MOVE 1 TO EOF-CLIENVIP
               END-READ
           END-PERFORM.

       620-QUITAR-MENOR.
           MOVE VEND-DESTINO TO cli-vend.
           MOVE MENOR-CLI TO cli-codcli.
           DELETE CLIENVIP
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE VEND-DESTINO TO CVH-VEND.
           MOVE MENOR-CLI TO CVH-CODCLI.
           MOVE MENOR-NOMBRE TO CVH-NOMBRE.
           MOVE MENOR-GANANCIA TO CVH-GANANCIA.
           MOVE WS-FECHA-HOY TO CVH-FECHA.
           WRITE CVH-LINEA FROM CVH-DETALLE.
           ADD 1 TO CONT-CORTES.
           IF CANT-CRT-TABLA < MAX-CRT-TABLA
               ADD 1 TO CANT-CRT-TABLA
               MOVE MENOR-CLI TO CRT-T-CLIENTE(CANT-CRT-TABLA)
               MOVE MENOR-NOMBRE TO CRT-T-NOMBRE(CANT-CRT-TABLA)
               MOVE MENOR-GANANCIA TO CRT-T-GANANCIA(CANT-CRT-TABLA)
           END-IF.
           MOVE VEND-DESTINO TO ACV-VEND.
           MOVE MENOR-CLI TO ACV-CLIENTE.
           MOVE AUD-CLAVE-VIP TO AUD-CLAVE.
           MOVE 'TRS-VIPBAJ' TO AUD-ACCION.
           MOVE "ANT " TO AUD-DI-ROTULO.
           MOVE MENOR-GANANCIA TO AUD-DI-IMPORTE.
           PERFORM 850-GRABAR-AUDITORIA.
           PERFORM 610-CONTAR-VIP-DESTINO.

       700-DIVIDIR-OBJETIVOS.
      **   con la cartera completa pasa todo el objetivo; con una
      **   lista, el porcentaje pedido o la parte de la ganancia VIP
      **   que se lleva el entrante
           MOVE ORI-T-VEND(SUB-O) TO OBJ-VEND.
           MOVE PERIODO-OBJETIVO TO OBJ-PERIODO.
           READ OBJETIVOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 710-CALCULAR-PORCION
                   IF OBJ-PORCION > 0
                       PERFORM 720-PASAR-PORCION
                   END-IF
           END-READ.

       710-CALCULAR-PORCION.
           MOVE 0 TO OBJ-PORCION.
           IF NOT MODO-LISTA
               MOVE OBJ-GANANCIA TO OBJ-PORCION
           ELSE
               IF PCT-OBJETIVO > 0
                   COMPUTE OBJ-PORCION ROUNDED =
                       OBJ-GANANCIA * PCT-OBJETIVO / 100
               ELSE
                   IF ORI-T-GAN-TOTAL(SUB-O) > 0
                       AND ORI-T-GAN-MOVIDA(SUB-O) > 0
                       COMPUTE OBJ-PORCION ROUNDED =
                           OBJ-GANANCIA * ORI-T-GAN-MOVIDA(SUB-O)
                           / ORI-T-GAN-TOTAL(SUB-O)
                   END-IF
               END-IF
           END-IF.
           IF OBJ-PORCION > OBJ-GANANCIA
               MOVE OBJ-GANANCIA TO OBJ-PORCION
           END-IF.

       720-PASAR-PORCION.
           MOVE OBJ-GANANCIA TO OBJ-ANTES.
           SUBTRACT OBJ-PORCION FROM OBJ-GANANCIA.
           REWRITE OBJ-REGISTRO.
           MOVE ORI-T-VEND(SUB-O) TO ACO-VEND.
           PERFORM 730-AUDITAR-OBJETIVO.
           MOVE VEND-DESTINO TO OBJ-VEND.
           MOVE PERIODO-OBJETIVO TO OBJ-PERIODO.
           READ OBJETIVOS
               INVALID KEY
                   MOVE 0 TO OBJ-ANTES
                   MOVE OBJ-PORCION TO OBJ-GANANCIA
                   WRITE OBJ-REGISTRO
               NOT INVALID KEY
                   MOVE OBJ-GANANCIA TO OBJ-ANTES
                   ADD OBJ-PORCION TO OBJ-GANANCIA
                   REWRITE OBJ-REGISTRO
           END-READ.
           MOVE VEND-DESTINO TO ACO-VEND.
           PERFORM 730-AUDITAR-OBJETIVO.

       730-AUDITAR-OBJETIVO.
           MOVE PERIODO-OBJETIVO TO ACO-PERIODO.
           MOVE AUD-CLAVE-OBJETIVO TO AUD-CLAVE.
           MOVE 'TRS-OBJANT' TO AUD-ACCION.
           MOVE "ANT " TO AUD-DI-ROTULO.
           MOVE OBJ-ANTES TO AUD-DI-IMPORTE.
           PERFORM 850-GRABAR-AUDITORIA.
           MOVE 'TRS-OBJDES' TO AUD-ACCION.
           MOVE "DES " TO AUD-DI-ROTULO.
           MOVE OBJ-GANANCIA TO AUD-DI-IMPORTE.
           PERFORM 850-GRABAR-AUDITORIA.
           IF CANT-OBT-TABLA < MAX-OBT-TABLA
               ADD 1 TO CANT-OBT-TABLA
               MOVE ACO-VEND TO OBT-T-VEND(CANT-OBT-TABLA)
               MOVE OBJ-ANTES TO OBT-T-ANTES(CANT-OBT-TABLA)
               MOVE OBJ-GANANCIA TO OBT-T-DESPUES(CANT-OBT-TABLA)
           END-IF.

       800-EMITIR-REPORTE.
           PERFORM 805-ENCABEZAR-REPORTE.
           PERFORM 810-LISTAR-ORIGEN
               VARYING SUB-O FROM 1 BY 1
               UNTIL SUB-O > CANT-ORI-TABLA.
           IF CANT-CRT-TABLA > 0
               MOVE CANT-MAX-VIP TO REP-C-TOPE
               PERFORM 830-LISTAR-CORTE
                   VARYING SUB-R FROM 1 BY 1
                   UNTIL SUB-R > CANT-CRT-TABLA
           END-IF.
           MOVE PERIODO-OBJETIVO TO REP-O-PERIODO.
           PERFORM 835-LISTAR-OBJETIVO
               VARYING SUB-R FROM 1 BY 1
               UNTIL SUB-R > CANT-OBT-TABLA.
           MOVE CONT-CLIENTES TO REP-TOT-CLIENTES.
           MOVE CONT-VIP TO REP-TOT-VIP.
           MOVE CONT-PEDIDOS TO REP-TOT-PEDIDOS.
           MOVE TOTAL-GANANCIA TO REP-TOT-GANANCIA.
           WRITE REP-LINEA FROM REP-TOTAL.
           WRITE REP-LINEA FROM REP-NOTA.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "FIRMA VENDEDOR SALIENTE " TO REP-F-ROTULO.
           PERFORM 840-FIRMA-SALIENTE
               VARYING SUB-O FROM 1 BY 1
               UNTIL SUB-O > CANT-ORI-TABLA.
           MOVE "FIRMA VENDEDOR ENTRANTE " TO REP-F-ROTULO.
           MOVE VEND-DESTINO TO REP-F-VEND.
           WRITE REP-LINEA FROM REP-FIRMA.
           CLOSE REPTRS.
           DISPLAY 'Reporte de traspaso en '
               'reporte_traspaso_cartera.dat'.

       805-ENCABEZAR-REPORTE.
           OPEN OUTPUT REPTRS.
           MOVE WS-FECHA-HOY TO REP-T-FECHA.
           MOVE AUD-OPERADOR TO REP-T-OPERADOR.
           WRITE REP-LINEA FROM REP-TITULO.
           MOVE VEND-DESTINO TO REP-E-VEND.
           MOVE NOMBRE-DESTINO TO REP-E-NOMBRE.
           MOVE REGION-DESTINO TO REP-E-REGION.
           WRITE REP-LINEA FROM REP-ENTRANTE.

       810-LISTAR-ORIGEN.
           MOVE ORI-T-VEND(SUB-O) TO REP-S-VEND.
           MOVE ORI-T-NOMBRE(SUB-O) TO REP-S-NOMBRE.
           MOVE ORI-T-REGION(SUB-O) TO REP-S-REGION.
           WRITE REP-LINEA FROM REP-SALIENTE.
           PERFORM 820-LISTAR-CLIENTE
               VARYING SUB-T FROM 1 BY 1
               UNTIL SUB-T > CANT-TRS-TABLA.

       820-LISTAR-CLIENTE.
           IF TRS-T-VEND(SUB-T) = ORI-T-VEND(SUB-O)
               MOVE TRS-T-CLIENTE(SUB-T) TO REP-D-CLIENTE
               MOVE TRS-T-RAZON(SUB-T) TO REP-D-RAZON
               MOVE TRS-T-VIP(SUB-T) TO REP-D-VIP
               MOVE TRS-T-GANANCIA(SUB-T) TO REP-D-GANANCIA
               MOVE TRS-T-PEDIDOS(SUB-T) TO REP-D-PEDIDOS
               MOVE TRS-T-COMISION(SUB-T) TO REP-D-COMISION
               WRITE REP-LINEA FROM REP-DETALLE
           END-IF.

       830-LISTAR-CORTE.
           MOVE CRT-T-CLIENTE(SUB-R) TO REP-C-CLIENTE.
           MOVE CRT-T-NOMBRE(SUB-R) TO REP-C-NOMBRE.
           MOVE CRT-T-GANANCIA(SUB-R) TO REP-C-GANANCIA.
           WRITE REP-LINEA FROM REP-CORTE.

       835-LISTAR-OBJETIVO.
           MOVE OBT-T-VEND(SUB-R) TO REP-O-VEND.
           MOVE OBT-T-ANTES(SUB-R) TO REP-O-ANTES.
           MOVE OBT-T-DESPUES(SUB-R) TO REP-O-DESPUES.
           WRITE REP-LINEA FROM REP-OBJETIVO.

       840-FIRMA-SALIENTE.
           MOVE ORI-T-VEND(SUB-O) TO REP-F-VEND.
           WRITE REP-LINEA FROM REP-FIRMA.

       850-GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 851-ENCADENAR-AUDITORIA.
           MOVE SPACES TO AUD-DATOS.

       851-ENCADENAR-AUDITORIA.
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
           PERFORM 852-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.
           MOVE AUC-CONTROL-ANT TO AUC-CONTROL.
           WRITE AUD-LINEA FROM AUC-REGISTRO.
           MOVE SPACES TO ACA-REG.
           MOVE AUC-SECUENCIA TO ACA-SECUENCIA.
           MOVE AUC-CONTROL TO ACA-CONTROL.
           OPEN OUTPUT AUDCADENA.
           WRITE ACA-REG.
           CLOSE AUDCADENA.

       852-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

       860-DATOS-VENDEDOR.
           MOVE "VEN " TO AUD-DV-ROTULO.
           MOVE TRS-T-VEND(SUB-T) TO AUD-DV-ANTES.
           MOVE " -> " TO AUD-DV-FLECHA.
           MOVE VEND-DESTINO TO AUD-DV-DESPUES.

       900-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'CLIENTES TRASPASADOS:   ', CONT-CLIENTES.
           DISPLAY 'VIP TRASPASADOS:        ', CONT-VIP.
           DISPLAY 'LINEAS DE PEDIDO:       ', CONT-PEDIDOS.
           DISPLAY 'VIP QUITADOS POR TOPE:  ', CONT-CORTES.
           IF CONT-CLIENTES > 0
               PERFORM 950-GRABAR-CONTROL-PASO
           END-IF.
           CLOSE VENDEDORES, CLIENTES, AUDITORIA, OBJETIVOS,
               CLIVIPHIST.
           IF HAY-CLIENVIP = 'S'
               CLOSE CLIENVIP
           END-IF.
           IF HAY-ARRASTRE = 'S'
               CLOSE ARRASTRE
           END-IF.
           IF HAY-PEDIDOS = 'S'
               CLOSE PEDIDOS
           END-IF.
           IF HAY-COMFACT = 'S'
               CLOSE COMFACT
           END-IF.
           IF HAY-OPERADORES = 'S'
               CLOSE OPERADORES
           END-IF.

       950-GRABAR-CONTROL-PASO.
           OPEN EXTEND CTLLOTE.
           ACCEPT CLOT-FECHA FROM DATE YYYYMMDD.
           MOVE "TRASPASOCARTERA" TO CLOT-PROGRAMA.
           MOVE CONT-CLIENTES TO CLOT-CANTIDAD.
           MOVE TOTAL-GANANCIA TO CLOT-TOTAL.
           WRITE CLOT-REG.
           CLOSE CTLLOTE.

       END PROGRAM YOUR-PROGRAM-NAME.
