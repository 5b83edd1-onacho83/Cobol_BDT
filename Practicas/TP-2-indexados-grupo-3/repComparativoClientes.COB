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
           SELECT FACTURAS
           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES.
           SELECT OPTIONAL FACTHIST
               ASSIGN TO '../facturas_historia.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS art-codigo.
           SELECT ARTICULOSHIST
           ASSIGN TO '../articulos_hist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT KITS ASSIGN TO '../kits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CLAVE
               FILE STATUS IS WS-KITS-STATUS.
           SELECT CAMBIOS ASSIGN TO '../cambios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CLAVE
               FILE STATUS IS WS-CAMBIOS-STATUS.
           SELECT VENDEDORES
           ASSIGN TO '../vendedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS vend-codigo.
           SELECT CLIENTES ASSIGN TO '../clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT OPTIONAL COMPPARAM
               ASSIGN TO '../comparativo_param.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPCMP ASSIGN TO '../reporte_comparativo_clientes.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTCMP ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  FACTURAS.
       01  fact-reg.
           03 FACT-CLAVE.
               05 fact-factura                 PIC 9(12).
               05 fact-art                     PIC X(8).
           03 fact-precio                      PIC 9(8)V99.
           03 fact-cantidad                    PIC 9(4).
           03 fact-vend                        PIC 9(3).
           03 FACT-CLIENTE-FECHA.
               05 fact-cliente                 PIC 9(6).
               05 fact-fecha                   PIC 9(8).
           03 fact-moneda                      PIC X(3).
           03 fact-tasa-iva                    PIC 9(2)V99.
           03 fact-neto                        PIC 9(10)V99.
           03 fact-iva                         PIC 9(10)V99.
           03 fact-total                       PIC 9(10)V99.
       FD  FACTHIST.
       01  FAH-LINEA                           PIC X(120).
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
       FD  ARTICULOSHIST.
       01  HIST-REG.
           03 HIST-CLAVE.
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
               05 CAM-MONEDA                   PIC X(3).
               05 CAM-FECHA                    PIC 9(8).
           03 CAM-TASA                         PIC 9(4)V9999.
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
       FD  COMPPARAM.
       01  PARAM-REG.
           03 PARAM-PCT-CAIDA                  PIC 9(3)V99.
       FD  REPCMP.
       01  REP-LINEA                           PIC X(170).
       SD  SORTCMP.
       01  SCM-REG.
           03 SCM-REGION                       PIC X(15).
           03 SCM-VEND                         PIC 9(3).
           03 SCM-CLIENTE                      PIC 9(6).
           03 SCM-MES-ACT                      PIC S9(10)V99.
           03 SCM-MES-ANT                      PIC S9(10)V99.
           03 SCM-ACU-ACT                      PIC S9(10)V99.
           03 SCM-ACU-ANT                      PIC S9(10)V99.
           03 SCM-GAN-ACT                      PIC S9(10)V99.
           03 SCM-GAN-ANT                      PIC S9(10)V99.
           03 SCM-VARIACION                    PIC S9(7)V99.
           03 SCM-MARCA                        PIC X(12).
           03 SCM-ALERTA                       PIC X.

       WORKING-STORAGE SECTION.
       01  FH-REG.
           03 FH-CLAVE.
               05 FH-FACTURA                   PIC 9(12).
               05 FH-ART                       PIC X(8).
           03 FH-PRECIO                        PIC 9(8)V99.
           03 FH-CANTIDAD                      PIC 9(4).
           03 FH-VEND                          PIC 9(3).
           03 FH-CLIENTE                       PIC 9(6).
           03 FH-FECHA                         PIC 9(8).
           03 FH-MONEDA                        PIC X(3).
           03 FH-TASA-IVA                      PIC 9(2)V99.
           03 FH-NETO                          PIC 9(10)V99.
           03 FH-IVA                           PIC 9(10)V99.
           03 FH-TOTAL                         PIC 9(10)V99.
       01  REP-TITULO.
           03 FILLER                           PIC X(42)
               VALUE "COMPARATIVO INTERANUAL DE VENTAS. PERIODO ".
           03 REP-T-PERIODO                    PIC 9(6).
           03 FILLER                           PIC X(4) VALUE " VS ".
           03 REP-T-PERIODO-ANT                PIC 9(6).
           03 FILLER                           PIC X(23)
               VALUE "  ALERTA SI CAE MAS DE ".
           03 REP-T-PCT                        PIC ZZ9,99.
           03 FILLER                           PIC X VALUE "%".
       01  REP-COLUMNAS.
           03 FILLER                           PIC X(43) VALUE SPACES.
           03 FILLER                           PIC X(32)
               VALUE "    NETO MES         MES ANT.   ".
           03 FILLER                           PIC X(32)
               VALUE "  NETO ACUM.       ACUM. ANT.   ".
           03 FILLER                           PIC X(32)
               VALUE "    GANANCIA       GAN. ANT.    ".
           03 FILLER                           PIC X(19)
               VALUE "    VAR.%  MARCA".
       01  REP-REGION.
           03 FILLER                           PIC X(8)
               VALUE "REGION: ".
           03 REP-R-REGION                     PIC X(15).
       01  REP-VENDEDOR.
           03 FILLER                           PIC X(12)
               VALUE "  VENDEDOR: ".
           03 REP-V-VEND                       PIC ZZ9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-V-NOMBRE                     PIC X(30).
       01  REP-DETALLE.
           03 FILLER                           PIC X(4) VALUE SPACES.
           03 REP-D-CLIENTE                    PIC 9(6).
           03 FILLER                           PIC X VALUE SPACE.
           03 REP-D-RAZON                      PIC X(30).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-MES-ACT                    PIC -(10)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-MES-ANT                    PIC -(10)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-ACU-ACT                    PIC -(10)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-ACU-ANT                    PIC -(10)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-GAN-ACT                    PIC -(10)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-GAN-ANT                    PIC -(10)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-VARIACION                  PIC -(5)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-MARCA                      PIC X(12).
       01  REP-TOTAL-VEND.
           03 FILLER                           PIC X(12) VALUE SPACES.
           03 FILLER                           PIC X(31)
               VALUE "TOTAL VENDEDOR".
           03 REP-TV-MES-ACT                   PIC -(10)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-TV-MES-ANT                   PIC -(10)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-TV-ACU-ACT                   PIC -(10)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-TV-ACU-ANT                   PIC -(10)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-TV-GAN-ACT                   PIC -(10)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-TV-GAN-ANT                   PIC -(10)9,99.
       01  REP-LLAMADOS.
           03 FILLER                           PIC X(36)
               VALUE "    CLIENTES A LLAMAR DEL VENDEDOR ".
           03 REP-L-VEND                       PIC ZZ9.
           03 FILLER                           PIC X(3) VALUE ": ".
           03 REP-L-CANTIDAD                   PIC ZZZ9.
       01  REP-LLAMADO.
           03 FILLER                           PIC X(6) VALUE SPACES.
           03 REP-LL-CLIENTE                   PIC 9(6).
           03 FILLER                           PIC X VALUE SPACE.
           03 REP-LL-RAZON                     PIC X(30).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-LL-MARCA                     PIC X(12).
           03 FILLER                           PIC X(8)
               VALUE "  ACUM. ".
           03 REP-LL-ACU-ACT                   PIC -(10)9,99.
           03 FILLER                           PIC X(7) VALUE "  ANT. ".
           03 REP-LL-ACU-ANT                   PIC -(10)9,99.
           03 FILLER                           PIC X(8)
               VALUE "  VAR.% ".
           03 REP-LL-VARIACION                 PIC -(5)9,99.
       01  REP-TOTAL.
           03 FILLER                           PIC X(22)
               VALUE "CLIENTES COMPARADOS: ".
           03 REP-TOT-CLIENTES                 PIC ZZZZ9.
           03 FILLER                           PIC X(13)
               VALUE "  EN ALERTA: ".
           03 REP-TOT-ALERTAS                  PIC ZZZZ9.
           03 FILLER                           PIC X(16)
               VALUE "  SIN COMPRAS: ".
           03 REP-TOT-SIN-COMPRAS              PIC ZZZZ9.

       77  WS-HIST-STATUS                      PIC X(02).
       77  WS-CAMBIOS-STATUS                   PIC X(02).
       77  WS-CLIENTES-STATUS                  PIC X(02).
       77  WS-FECHA-HOY                        PIC 9(8).
       77  HAY-HIST                            PIC X VALUE 'N'.
       77  HAY-CAMBIOS                         PIC X VALUE 'N'.
       77  EOF-FACTURAS                        PIC 9 VALUE 0.
       77  EOF-FACTHIST                        PIC 9 VALUE 0.
       77  EOF-COMPPARAM                       PIC 9 VALUE 0.
       77  EOF-SORTCMP                         PIC 9 VALUE 0.
       77  PERIODO-PEDIDO                      PIC 9(6).
       77  PERIODO-HOY                         PIC 9(6).
       01  PERIODO-DESGLOSE.
           03 PER-AAAA                         PIC 9(4).
           03 PER-MM                           PIC 99.
       77  AAAA-ANTERIOR                       PIC 9(4).
       01  FECHA-DESGLOSE.
           03 FDG-AAAA                         PIC 9(4).
           03 FDG-MM                           PIC 99.
           03 FDG-DD                           PIC 99.
       77  PCT-CAIDA                           PIC 9(3)V99 VALUE 20.
       77  PCT-INGRESADO                       PIC 9(3)V99.
       77  PCT-BAJA                            PIC S9(7)V99.
       77  COSTO-EFECTIVO                      PIC 9(8)V99.
       77  MARGEN-LINEA                        PIC S9(12)V99.
       77  MONEDA-BUSCADA                      PIC X(3).
       77  MONEDA-ART-LINEA                    PIC X(3).
       77  TASA-MONEDA                         PIC 9(4)V9999.
       77  PRECIO-PESOS                        PIC 9(10)V99.
       77  COSTO-PESOS                         PIC 9(10)V99.
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
       77  REGION-ANTERIOR                     PIC X(15).
       77  VEND-ANTERIOR                       PIC 9(3).
       77  VEND-ABIERTO                        PIC X VALUE 'N'.
       77  CONT-CLIENTES                       PIC 9(5) VALUE 0.
       77  CONT-ALERTAS                        PIC 9(5) VALUE 0.
       77  CONT-SIN-COMPRAS                    PIC 9(5) VALUE 0.
       77  CANT-CLT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-CLT-TABLA                       PIC 9(4) VALUE 3000.
       77  CANT-LLA-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-LLA-TABLA                       PIC 9(4) VALUE 300.
       77  SUB-C                               PIC 9(4).
       77  SUB-L                               PIC 9(4).
       77  CLT-HALLADO                         PIC X.
       01  TOTALES-VENDEDOR.
           03 TV-MES-ACT                       PIC S9(10)V99.
           03 TV-MES-ANT                       PIC S9(10)V99.
           03 TV-ACU-ACT                       PIC S9(10)V99.
           03 TV-ACU-ANT                       PIC S9(10)V99.
           03 TV-GAN-ACT                       PIC S9(10)V99.
           03 TV-GAN-ANT                       PIC S9(10)V99.

      **   ventas por cliente: mes pedido y acumulado del anio hasta
      **   ese mes, contra los mismos meses del anio anterior
       01  TABLA-CLIENTES.
           03 CLT-ITEM OCCURS 3000 TIMES.
               05 CLT-T-CLIENTE                PIC 9(6).
               05 CLT-T-ULT-FECHA              PIC 9(8).
               05 CLT-T-VEND                   PIC 9(3).
               05 CLT-T-MES-ACT                PIC S9(10)V99.
               05 CLT-T-MES-ANT                PIC S9(10)V99.
               05 CLT-T-ACU-ACT                PIC S9(10)V99.
               05 CLT-T-ACU-ANT                PIC S9(10)V99.
               05 CLT-T-GAN-ACT                PIC S9(10)V99.
               05 CLT-T-GAN-ANT                PIC S9(10)V99.
      **   lista de llamados del vendedor en curso
       01  TABLA-LLAMADOS.
           03 LLA-ITEM OCCURS 300 TIMES.
               05 LLA-T-CLIENTE                PIC 9(6).
               05 LLA-T-RAZON                  PIC X(30).
               05 LLA-T-MARCA                  PIC X(12).
               05 LLA-T-ACU-ACT                PIC S9(10)V99.
               05 LLA-T-ACU-ANT                PIC S9(10)V99.
               05 LLA-T-VARIACION              PIC S9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           PERFORM 2000-RECORRER-FACTURAS.
           PERFORM 2500-RECORRER-HISTORIA.
           SORT SORTCMP
               ON ASCENDING KEY SCM-REGION SCM-VEND SCM-CLIENTE
               INPUT PROCEDURE IS 4000-CLASIFICAR-CLIENTES
                   THRU 4900-FIN-CLASIFICACION
               OUTPUT PROCEDURE IS 5000-LISTAR
                   THRU 5900-FIN-LISTADO.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           OPEN INPUT FACTURAS, ARTICULOS, FACTHIST, VENDEDORES,
               CLIENTES.
           PERFORM 1050-ABRIR-HIST.
           PERFORM 1060-ABRIR-CAMBIOS.
           PERFORM 1090-CARGAR-KITS.
           PERFORM 1100-LEER-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE PERIODO-HOY = WS-FECHA-HOY / 100.
           PERFORM 1200-PEDIR-PERIODO.
           COMPUTE AAAA-ANTERIOR = PER-AAAA - 1.
           DISPLAY 'Ingrese % de caida para alertar '
               '(0 = el configurado):'.
           ACCEPT PCT-INGRESADO.
           IF PCT-INGRESADO > 0
               MOVE PCT-INGRESADO TO PCT-CAIDA
           END-IF.
           OPEN OUTPUT REPCMP.
           MOVE PERIODO-PEDIDO TO REP-T-PERIODO.
           COMPUTE REP-T-PERIODO-ANT = PERIODO-PEDIDO - 100.
           MOVE PCT-CAIDA TO REP-T-PCT.
           WRITE REP-LINEA FROM REP-TITULO.
           WRITE REP-LINEA FROM REP-COLUMNAS.

       1050-ABRIR-HIST.
           OPEN INPUT ARTICULOSHIST.
           IF WS-HIST-STATUS = '00'
               MOVE 'S' TO HAY-HIST
           END-IF.

       1060-ABRIR-CAMBIOS.
           OPEN INPUT CAMBIOS.
           IF WS-CAMBIOS-STATUS = '00'
               MOVE 'S' TO HAY-CAMBIOS
           ELSE
               DISPLAY "SIN TABLA DE CAMBIOS, TODO SE TOMA EN PESOS"
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

       1100-LEER-PARAMETROS.
           OPEN INPUT COMPPARAM.
           READ COMPPARAM AT END MOVE 1 TO EOF-COMPPARAM.
           IF EOF-COMPPARAM <> 1 AND PARAM-PCT-CAIDA > 0
               MOVE PARAM-PCT-CAIDA TO PCT-CAIDA
           END-IF.
           CLOSE COMPPARAM.
           DISPLAY "CAIDA CONFIGURADA PARA ALERTA (%): ", PCT-CAIDA.

       1200-PEDIR-PERIODO.
           DISPLAY 'Ingrese periodo a comparar (AAAAMM, 0 = mes '
               'actual):'.
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO = 0
               MOVE PERIODO-HOY TO PERIODO-PEDIDO
           END-IF.
           MOVE PERIODO-PEDIDO TO PERIODO-DESGLOSE.
           IF PER-MM = 0 OR PER-MM > 12
               DISPLAY 'Mes invalido en el periodo. Reingrese.'
               PERFORM 1200-PEDIR-PERIODO
           ELSE
               IF PERIODO-PEDIDO > PERIODO-HOY
                   DISPLAY 'El periodo no puede ser futuro. '
                       'Reingrese.'
                   PERFORM 1200-PEDIR-PERIODO
               END-IF
           END-IF.

       2000-RECORRER-FACTURAS.
           MOVE LOW-VALUES TO FACT-CLAVE.
           START FACTURAS KEY IS > FACT-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTURAS.
           IF EOF-FACTURAS <> 1
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS
           END-IF.
           PERFORM UNTIL EOF-FACTURAS = 1
               MOVE fact-reg TO FH-REG
               PERFORM 3000-CLASIFICAR-LINEA
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS
           END-PERFORM.

       2500-RECORRER-HISTORIA.
      **   el anio anterior suele estar ya depurado: la historia
      **   archivada entra con el mismo tratamiento que lo vigente
           READ FACTHIST AT END MOVE 1 TO EOF-FACTHIST.
           PERFORM UNTIL EOF-FACTHIST = 1
               MOVE FAH-LINEA TO FH-REG
               PERFORM 3000-CLASIFICAR-LINEA
               READ FACTHIST AT END MOVE 1 TO EOF-FACTHIST
           END-PERFORM.

       3000-CLASIFICAR-LINEA.
           MOVE FH-FECHA TO FECHA-DESGLOSE.
           IF (FDG-AAAA = PER-AAAA OR FDG-AAAA = AAAA-ANTERIOR)
               AND FDG-MM <= PER-MM
               PERFORM 3050-CALCULAR-MARGEN
               PERFORM 3500-BUSCAR-CLIENTE
               IF CLT-HALLADO = 'S'
                   PERFORM 3600-ACUMULAR-CLIENTE
               END-IF
           END-IF.

       3050-CALCULAR-MARGEN.
      **   precio y costo se pasan a pesos con la tasa vigente a la
      **   fecha de la linea, igual que el cierre de mes y el
      **   reporte de margenes
           PERFORM 3100-BUSCAR-COSTO.
           MOVE FH-MONEDA TO MONEDA-BUSCADA.
           PERFORM 3300-OBTENER-TASA.
           COMPUTE PRECIO-PESOS ROUNDED =
               FH-PRECIO * TASA-MONEDA.
           MOVE MONEDA-ART-LINEA TO MONEDA-BUSCADA.
           PERFORM 3300-OBTENER-TASA.
           COMPUTE COSTO-PESOS ROUNDED =
               COSTO-EFECTIVO * TASA-MONEDA.
           MOVE FH-ART TO KIT-BUSCADO.
           PERFORM 3160-BUSCAR-KIT.
           IF KIT-HALLADO = 'S'
               PERFORM 3150-COSTEAR-KIT
               MOVE COSTO-KIT TO COSTO-PESOS
           END-IF.
           COMPUTE MARGEN-LINEA =
               (PRECIO-PESOS - COSTO-PESOS) * FH-CANTIDAD.

       3100-BUSCAR-COSTO.
           MOVE FH-ART TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   MOVE 0 TO COSTO-EFECTIVO
                   MOVE SPACES TO MONEDA-ART-LINEA
               NOT INVALID KEY
                   MOVE art-costo TO COSTO-EFECTIVO
                   MOVE art-moneda TO MONEDA-ART-LINEA
                   PERFORM 3200-BUSCAR-COSTO-HIST
           END-READ.

       3150-COSTEAR-KIT.
      **   cada componente se costea a la fecha de la linea, en
      **   pesos, por la cantidad que lleva el kit
           MOVE 0 TO COSTO-KIT.
           MOVE 'N' TO FIN-KIT.
           PERFORM 3151-COSTEAR-COMPONENTE UNTIL FIN-KIT = 'S'.

       3151-COSTEAR-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY "COMPONENTE DE KIT INEXISTENTE: ",
                       KIT-T-COMPONENTE(SUB-K)
               NOT INVALID KEY
                   MOVE art-costo TO COSTO-EFECTIVO
                   PERFORM 3200-BUSCAR-COSTO-HIST
                   MOVE art-moneda TO MONEDA-BUSCADA
                   PERFORM 3300-OBTENER-TASA
                   COMPUTE COSTO-KIT ROUNDED = COSTO-KIT +
                       COSTO-EFECTIVO * TASA-MONEDA
                       * KIT-T-CANTIDAD(SUB-K)
           END-READ.
           PERFORM 3165-SIGUIENTE-COMPONENTE.

       3160-BUSCAR-KIT.
      **   deja SUB-K en el primer componente del kit buscado
           MOVE 0 TO SUB-K.
           MOVE 'N' TO KIT-HALLADO.
           PERFORM 3161-COMPARAR-KIT
               UNTIL KIT-HALLADO = 'S' OR SUB-K >= CANT-KIT-TABLA.

       3161-COMPARAR-KIT.
           ADD 1 TO SUB-K.
           IF KIT-T-KIT(SUB-K) = KIT-BUSCADO
               MOVE 'S' TO KIT-HALLADO
           END-IF.

       3165-SIGUIENTE-COMPONENTE.
           ADD 1 TO SUB-K.
           IF SUB-K > CANT-KIT-TABLA
               MOVE 'S' TO FIN-KIT
           ELSE
               IF KIT-T-KIT(SUB-K) <> KIT-BUSCADO
                   MOVE 'S' TO FIN-KIT
               END-IF
           END-IF.

       3200-BUSCAR-COSTO-HIST.
           IF HAY-HIST = 'S'
               MOVE art-codigo TO HIST-ART-CODIGO
               MOVE FH-FECHA TO HIST-FECHA-VIGENCIA
               START ARTICULOSHIST KEY IS <= HIST-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ARTICULOSHIST NEXT
                       IF HIST-ART-CODIGO = art-codigo
                           MOVE HIST-COSTO TO COSTO-EFECTIVO
                       END-IF
               END-START
           END-IF.

       3300-OBTENER-TASA.
           MOVE 1 TO TASA-MONEDA.
           IF MONEDA-BUSCADA = SPACES OR MONEDA-BUSCADA = 'PES'
               CONTINUE
           ELSE
               IF HAY-CAMBIOS = 'S'
                   MOVE MONEDA-BUSCADA TO CAM-MONEDA
                   MOVE FH-FECHA TO CAM-FECHA
                   START CAMBIOS KEY IS <= CAM-CLAVE
                       INVALID KEY
                           PERFORM 3350-SIN-TASA
                       NOT INVALID KEY
                           READ CAMBIOS NEXT
                           IF CAM-MONEDA = MONEDA-BUSCADA
                               MOVE CAM-TASA TO TASA-MONEDA
                           ELSE
                               PERFORM 3350-SIN-TASA
                           END-IF
                   END-START
               ELSE
                   PERFORM 3350-SIN-TASA
               END-IF
           END-IF.

       3350-SIN-TASA.
           DISPLAY "SIN TASA DE CAMBIO PARA ", MONEDA-BUSCADA,
               ", SE TOMA 1,0000".

       3500-BUSCAR-CLIENTE.
           MOVE 0 TO SUB-C.
           MOVE 'N' TO CLT-HALLADO.
           PERFORM 3510-COMPARAR-CLIENTE
               UNTIL CLT-HALLADO = 'S' OR SUB-C >= CANT-CLT-TABLA.
           IF CLT-HALLADO = 'N'
               IF CANT-CLT-TABLA < MAX-CLT-TABLA
                   ADD 1 TO CANT-CLT-TABLA
                   MOVE CANT-CLT-TABLA TO SUB-C
                   MOVE FH-CLIENTE TO CLT-T-CLIENTE(SUB-C)
                   MOVE 0 TO CLT-T-ULT-FECHA(SUB-C)
                   MOVE FH-VEND TO CLT-T-VEND(SUB-C)
                   MOVE 0 TO CLT-T-MES-ACT(SUB-C)
                   MOVE 0 TO CLT-T-MES-ANT(SUB-C)
                   MOVE 0 TO CLT-T-ACU-ACT(SUB-C)
                   MOVE 0 TO CLT-T-ACU-ANT(SUB-C)
                   MOVE 0 TO CLT-T-GAN-ACT(SUB-C)
                   MOVE 0 TO CLT-T-GAN-ANT(SUB-C)
                   MOVE 'S' TO CLT-HALLADO
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-CLT-TABLA,
                       " CLIENTES, SE OMITEN"
               END-IF
           END-IF.

       3510-COMPARAR-CLIENTE.
           ADD 1 TO SUB-C.
           IF CLT-T-CLIENTE(SUB-C) = FH-CLIENTE
               MOVE 'S' TO CLT-HALLADO
           END-IF.

       3600-ACUMULAR-CLIENTE.
      **   el vendedor del cliente es el de su ultima factura
           IF FH-FECHA > CLT-T-ULT-FECHA(SUB-C)
               MOVE FH-FECHA TO CLT-T-ULT-FECHA(SUB-C)
               MOVE FH-VEND TO CLT-T-VEND(SUB-C)
           END-IF.
           IF FDG-AAAA = PER-AAAA
               ADD FH-NETO TO CLT-T-ACU-ACT(SUB-C)
               ADD MARGEN-LINEA TO CLT-T-GAN-ACT(SUB-C)
               IF FDG-MM = PER-MM
                   ADD FH-NETO TO CLT-T-MES-ACT(SUB-C)
               END-IF
           ELSE
               ADD FH-NETO TO CLT-T-ACU-ANT(SUB-C)
               ADD MARGEN-LINEA TO CLT-T-GAN-ANT(SUB-C)
               IF FDG-MM = PER-MM
                   ADD FH-NETO TO CLT-T-MES-ANT(SUB-C)
               END-IF
           END-IF.

       4000-CLASIFICAR-CLIENTES.
           PERFORM 4100-CLASIFICAR-CLIENTE
               VARYING SUB-C FROM 1 BY 1
               UNTIL SUB-C > CANT-CLT-TABLA.

       4900-FIN-CLASIFICACION.
           EXIT.

       4100-CLASIFICAR-CLIENTE.
      **   la alerta se mide sobre el acumulado del anio: un mes
      **   flojo solo se marca, no dispara el llamado
           MOVE CLT-T-VEND(SUB-C) TO vend-codigo.
           READ VENDEDORES
               INVALID KEY
                   MOVE "(SIN REGION)" TO SCM-REGION
               NOT INVALID KEY
                   MOVE vend-region TO SCM-REGION
           END-READ.
           MOVE CLT-T-VEND(SUB-C) TO SCM-VEND.
           MOVE CLT-T-CLIENTE(SUB-C) TO SCM-CLIENTE.
           MOVE CLT-T-MES-ACT(SUB-C) TO SCM-MES-ACT.
           MOVE CLT-T-MES-ANT(SUB-C) TO SCM-MES-ANT.
           MOVE CLT-T-ACU-ACT(SUB-C) TO SCM-ACU-ACT.
           MOVE CLT-T-ACU-ANT(SUB-C) TO SCM-ACU-ANT.
           MOVE CLT-T-GAN-ACT(SUB-C) TO SCM-GAN-ACT.
           MOVE CLT-T-GAN-ANT(SUB-C) TO SCM-GAN-ANT.
           MOVE 0 TO SCM-VARIACION.
           MOVE SPACES TO SCM-MARCA.
           MOVE 'N' TO SCM-ALERTA.
           IF SCM-ACU-ANT > 0
               COMPUTE SCM-VARIACION ROUNDED =
                   (SCM-ACU-ACT - SCM-ACU-ANT) * 100 / SCM-ACU-ANT
               COMPUTE PCT-BAJA = 0 - SCM-VARIACION
               IF SCM-ACU-ACT <= 0
                   MOVE "SIN COMPRAS" TO SCM-MARCA
                   MOVE 'S' TO SCM-ALERTA
                   ADD 1 TO CONT-SIN-COMPRAS
               ELSE
                   IF PCT-BAJA > PCT-CAIDA
                       MOVE "CAIDA" TO SCM-MARCA
                       MOVE 'S' TO SCM-ALERTA
                   ELSE
                       IF SCM-MES-ANT > 0 AND SCM-MES-ACT <= 0
                           MOVE "MES EN CERO" TO SCM-MARCA
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF SCM-ACU-ACT > 0
                   MOVE "NUEVO" TO SCM-MARCA
               END-IF
           END-IF.
           ADD 1 TO CONT-CLIENTES.
           IF SCM-ALERTA = 'S'
               ADD 1 TO CONT-ALERTAS
           END-IF.
           RELEASE SCM-REG.

       5000-LISTAR.
           MOVE HIGH-VALUES TO REGION-ANTERIOR.
           MOVE 0 TO VEND-ANTERIOR.
           RETURN SORTCMP AT END MOVE 1 TO EOF-SORTCMP.
           PERFORM UNTIL EOF-SORTCMP = 1
               IF SCM-REGION <> REGION-ANTERIOR
                   OR SCM-VEND <> VEND-ANTERIOR
                   PERFORM 5100-CERRAR-VENDEDOR
                   IF SCM-REGION <> REGION-ANTERIOR
                       PERFORM 5200-CABECERA-REGION
                   END-IF
                   PERFORM 5300-CABECERA-VENDEDOR
               END-IF
               PERFORM 5400-LISTAR-CLIENTE
               RETURN SORTCMP AT END MOVE 1 TO EOF-SORTCMP
           END-PERFORM.
           PERFORM 5100-CERRAR-VENDEDOR.

       5900-FIN-LISTADO.
           EXIT.

       5100-CERRAR-VENDEDOR.
           IF VEND-ABIERTO = 'S'
               MOVE TV-MES-ACT TO REP-TV-MES-ACT
               MOVE TV-MES-ANT TO REP-TV-MES-ANT
               MOVE TV-ACU-ACT TO REP-TV-ACU-ACT
               MOVE TV-ACU-ANT TO REP-TV-ACU-ANT
               MOVE TV-GAN-ACT TO REP-TV-GAN-ACT
               MOVE TV-GAN-ANT TO REP-TV-GAN-ANT
               WRITE REP-LINEA FROM REP-TOTAL-VEND
               IF CANT-LLA-TABLA > 0
                   MOVE VEND-ANTERIOR TO REP-L-VEND
                   MOVE CANT-LLA-TABLA TO REP-L-CANTIDAD
                   WRITE REP-LINEA FROM REP-LLAMADOS
                   PERFORM 5150-LISTAR-LLAMADO
                       VARYING SUB-L FROM 1 BY 1
                       UNTIL SUB-L > CANT-LLA-TABLA
               END-IF
           END-IF.
           MOVE 'N' TO VEND-ABIERTO.

       5150-LISTAR-LLAMADO.
           MOVE LLA-T-CLIENTE(SUB-L) TO REP-LL-CLIENTE.
           MOVE LLA-T-RAZON(SUB-L) TO REP-LL-RAZON.
           MOVE LLA-T-MARCA(SUB-L) TO REP-LL-MARCA.
           MOVE LLA-T-ACU-ACT(SUB-L) TO REP-LL-ACU-ACT.
           MOVE LLA-T-ACU-ANT(SUB-L) TO REP-LL-ACU-ANT.
           MOVE LLA-T-VARIACION(SUB-L) TO REP-LL-VARIACION.
           WRITE REP-LINEA FROM REP-LLAMADO.

       5200-CABECERA-REGION.
           MOVE SCM-REGION TO REGION-ANTERIOR.
           MOVE SCM-REGION TO REP-R-REGION.
           WRITE REP-LINEA FROM REP-REGION.

       5300-CABECERA-VENDEDOR.
           MOVE SCM-VEND TO VEND-ANTERIOR.
           MOVE 'S' TO VEND-ABIERTO.
           MOVE 0 TO CANT-LLA-TABLA.
           INITIALIZE TOTALES-VENDEDOR.
           MOVE SCM-VEND TO REP-V-VEND.
           MOVE SCM-VEND TO vend-codigo.
           READ VENDEDORES
               INVALID KEY
                   MOVE "(SIN MAESTRO)" TO REP-V-NOMBRE
               NOT INVALID KEY
                   MOVE vend-nombre TO REP-V-NOMBRE
           END-READ.
           WRITE REP-LINEA FROM REP-VENDEDOR.

       5400-LISTAR-CLIENTE.
           MOVE SCM-CLIENTE TO CLIE-CODIGO.
           READ CLIENTES
               INVALID KEY
                   MOVE "(SIN MAESTRO)" TO REP-D-RAZON
               NOT INVALID KEY
                   MOVE CLIE-RAZON-SOCIAL TO REP-D-RAZON
           END-READ.
           MOVE SCM-CLIENTE TO REP-D-CLIENTE.
           MOVE SCM-MES-ACT TO REP-D-MES-ACT.
           MOVE SCM-MES-ANT TO REP-D-MES-ANT.
           MOVE SCM-ACU-ACT TO REP-D-ACU-ACT.
           MOVE SCM-ACU-ANT TO REP-D-ACU-ANT.
           MOVE SCM-GAN-ACT TO REP-D-GAN-ACT.
           MOVE SCM-GAN-ANT TO REP-D-GAN-ANT.
           MOVE SCM-VARIACION TO REP-D-VARIACION.
           MOVE SCM-MARCA TO REP-D-MARCA.
           WRITE REP-LINEA FROM REP-DETALLE.
           ADD SCM-MES-ACT TO TV-MES-ACT.
           ADD SCM-MES-ANT TO TV-MES-ANT.
           ADD SCM-ACU-ACT TO TV-ACU-ACT.
           ADD SCM-ACU-ANT TO TV-ACU-ANT.
           ADD SCM-GAN-ACT TO TV-GAN-ACT.
           ADD SCM-GAN-ANT TO TV-GAN-ANT.
           IF SCM-ALERTA = 'S'
               PERFORM 5450-AGREGAR-LLAMADO
           END-IF.

       5450-AGREGAR-LLAMADO.
           IF CANT-LLA-TABLA < MAX-LLA-TABLA
               ADD 1 TO CANT-LLA-TABLA
               MOVE SCM-CLIENTE TO LLA-T-CLIENTE(CANT-LLA-TABLA)
               MOVE REP-D-RAZON TO LLA-T-RAZON(CANT-LLA-TABLA)
               MOVE SCM-MARCA TO LLA-T-MARCA(CANT-LLA-TABLA)
               MOVE SCM-ACU-ACT TO LLA-T-ACU-ACT(CANT-LLA-TABLA)
               MOVE SCM-ACU-ANT TO LLA-T-ACU-ANT(CANT-LLA-TABLA)
               MOVE SCM-VARIACION TO LLA-T-VARIACION(CANT-LLA-TABLA)
           ELSE
               DISPLAY "ADVERTENCIA: VENDEDOR ", SCM-VEND,
                   " SUPERA ", MAX-LLA-TABLA,
                   " CLIENTES A LLAMAR, SE OMITEN"
           END-IF.

       9000-FIN-GENERAL.
           MOVE CONT-CLIENTES TO REP-TOT-CLIENTES.
           MOVE CONT-ALERTAS TO REP-TOT-ALERTAS.
           MOVE CONT-SIN-COMPRAS TO REP-TOT-SIN-COMPRAS.
           WRITE REP-LINEA FROM REP-TOTAL.
           CLOSE FACTURAS, ARTICULOS, FACTHIST, VENDEDORES, CLIENTES,
               REPCMP.
           IF HAY-HIST = 'S'
               CLOSE ARTICULOSHIST
           END-IF.
           IF HAY-CAMBIOS = 'S'
               CLOSE CAMBIOS
           END-IF.
           DISPLAY "COMPARATIVO DE CLIENTES GENERADO. CLIENTES: ",
               CONT-CLIENTES, "  EN ALERTA: ", CONT-ALERTAS.

       END PROGRAM YOUR-PROGRAM-NAME.
