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
           SELECT CLIENTES ASSIGN TO '../clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT FACTURAS
           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-FACTURAS-STATUS.
           SELECT OPTIONAL MOVART ASSIGN TO '../movart.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVWORK ASSIGN TO '../movart_fusion_work.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT CREDITOS ASSIGN TO '../creditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRE-CLIENTE
               FILE STATUS IS WS-CREDITOS-STATUS.
           SELECT COBRANZAS ASSIGN TO '../cobranzas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-RECIBO
               ALTERNATE RECORD KEY IS COB-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-COBRANZAS-STATUS.
           SELECT IMPUTACIONES
               ASSIGN TO '../cobranzas_imputaciones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMP-CLAVE
               FILE STATUS IS WS-IMPUTACIONES-STATUS.
           SELECT NOTASDEBITO ASSIGN TO '../notas_debito.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDB-CLAVE
               FILE STATUS IS WS-NOTASDEBITO-STATUS.
           SELECT PEDIDOS ASSIGN TO '../pedidos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CLAVE
               FILE STATUS IS WS-PEDIDOS-STATUS.
           SELECT REMITOS ASSIGN TO '../remitos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CLAVE
               FILE STATUS IS WS-REMITOS-STATUS.
           SELECT AUTDEV ASSIGN TO '../autorizaciones_dev.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-NUMERO
               FILE STATUS IS WS-AUTDEV-STATUS.
           SELECT COMFACT ASSIGN TO '../comisiones_facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMF-CLAVE
               FILE STATUS IS WS-COMFACT-STATUS.
           SELECT PRESUPUESTOS ASSIGN TO '../presupuestos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS WS-PRESUPUESTOS-STATUS.
           SELECT OPTIONAL EXENTOSMORA
               ASSIGN TO '../clientes_exentos_mora.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXMWORK ASSIGN TO '../exentos_fusion_work.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT REPDUP ASSIGN TO '../reporte_clientes_duplicados.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTCUIT ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
       01  LCU-REG.
           03 LCU-ESTADO                       PIC X.
           03 FILLER                           PIC X.
           03 LCU-FECHA                        PIC 9(8).
       FD  CLIENTES.
       01  CLIE-REGISTRO.
           03 CLIE-CODIGO                      PIC 9(6).
           03 CLIE-RAZON-SOCIAL                PIC X(30).
           03 CLIE-CUIT                        PIC 9(11).
           03 CLIE-COND-IVA                    PIC X(2).
           03 CLIE-DOMICILIO                   PIC X(30).
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
       FD  MOVART.
       01  mov-reg.
           03 mov-vend                         PIC 9(3).
           03 mov-cliente                      PIC 9(6).
           03 mov-factura                      PIC 9(12).
           03 mov-tipo                         PIC X.
           03 mov-fecha                        PIC 9(8).
           03 mov-sucursal                     PIC 9(2).
       FD  MOVWORK.
       01  MWK-LINEA                           PIC X(32).
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
       FD  CREDITOS.
       01  CRE-REGISTRO.
           03 CRE-CLIENTE                      PIC 9(6).
           03 CRE-LIMITE                       PIC 9(10)V99.
           03 CRE-EXPUESTO                     PIC S9(10)V99.
       FD  COBRANZAS.
       01  COB-REGISTRO.
           03 COB-RECIBO                       PIC 9(10).
           03 COB-CLIENTE-FECHA.
               05 COB-CLIENTE                  PIC 9(6).
               05 COB-FECHA                    PIC 9(8).
           03 COB-IMPORTE                      PIC 9(10)V99.
           03 COB-MEDIO                        PIC X.
               88 COB-RECHAZADO                VALUE 'R'.
           03 COB-FACTURA                      PIC 9(12).
       FD  IMPUTACIONES.
       01  IMP-REGISTRO.
           03 IMP-CLAVE.
               05 IMP-CLIENTE                  PIC 9(6).
               05 IMP-FACTURA                  PIC 9(12).
               05 IMP-RECIBO                   PIC 9(10).
           03 IMP-FECHA                        PIC 9(8).
           03 IMP-IMPORTE                      PIC 9(10)V99.
       FD  NOTASDEBITO.
       01  NDB-REGISTRO.
           03 NDB-CLAVE.
               05 NDB-NUMERO                   PIC 9(12).
               05 NDB-FACTURA                  PIC 9(12).
           03 NDB-CLIENTE                      PIC 9(6).
           03 NDB-VEND                         PIC 9(3).
           03 NDB-FECHA                        PIC 9(8).
           03 NDB-PERIODO                      PIC 9(6).
           03 NDB-DIAS-MORA                    PIC 9(5).
           03 NDB-CAPITAL                      PIC 9(10)V99.
           03 NDB-TASA                         PIC 9(2)V99.
           03 NDB-NETO                         PIC 9(10)V99.
           03 NDB-TASA-IVA                     PIC 9(2)V99.
           03 NDB-IVA                          PIC 9(10)V99.
           03 NDB-TOTAL                        PIC 9(10)V99.
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
       FD  REMITOS.
       01  REM-REGISTRO.
           03 REM-CLAVE.
               05 REM-NUMERO                   PIC 9(10).
               05 REM-ART                      PIC X(8).
           03 REM-CANTIDAD                     PIC 9(4).
           03 REM-CLIENTE                      PIC 9(6).
           03 REM-FECHA                        PIC 9(8).
           03 REM-FACTURA                      PIC 9(12).
           03 REM-SUCURSAL                     PIC 9(2).
       FD  AUTDEV.
       01  AUT-REGISTRO.
           03 AUT-NUMERO                       PIC 9(8).
           03 AUT-CLIENTE                      PIC 9(6).
           03 AUT-FACTURA                      PIC 9(12).
           03 AUT-MOTIVO                       PIC X(3).
           03 AUT-ESTADO                       PIC X.
               88 AUT-PENDIENTE                VALUE 'P'.
               88 AUT-APROBADA                 VALUE 'A'.
               88 AUT-USADA                    VALUE 'U'.
               88 AUT-RECHAZADA                VALUE 'R'.
           03 AUT-FECHA                        PIC 9(8).
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
       FD  PRESUPUESTOS.
       01  PRE-REGISTRO.
           03 PRE-CLAVE.
               05 PRE-NUMERO                   PIC 9(8).
               05 PRE-ART                      PIC X(8).
           03 PRE-CLIENTE                      PIC 9(6).
           03 PRE-VEND                         PIC 9(3).
           03 PRE-FECHA                        PIC 9(8).
           03 PRE-VALIDEZ                      PIC 9(8).
           03 PRE-MONEDA                       PIC X(3).
           03 PRE-CANTIDAD                     PIC 9(4).
           03 PRE-PRECIO-LISTA                 PIC 9(8)V99.
           03 PRE-PRECIO                       PIC 9(8)V99.
           03 PRE-ESTADO                       PIC X.
               88 PRE-EMITIDO                  VALUE 'E'.
               88 PRE-CONVERTIDO               VALUE 'C'.
               88 PRE-VENCIDO                  VALUE 'V'.
               88 PRE-RECHAZADO                VALUE 'R'.
           03 PRE-FECHA-ESTADO                 PIC 9(8).
           03 PRE-PEDIDO                       PIC 9(10).
       FD  EXENTOSMORA.
       01  EXM-REG.
           03 EXM-CLIENTE                      PIC 9(6).
       FD  EXMWORK.
       01  EXW-LINEA                           PIC X(6).
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
       FD  REPDUP.
       01  DUP-LINEA                           PIC X(100).
       SD  SORTCUIT.
       01  SCU-REG.
           03 SCU-CUIT                         PIC 9(11).
           03 SCU-CODIGO                       PIC 9(6).
           03 SCU-RAZON                        PIC X(30).

       WORKING-STORAGE SECTION.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       01  OPCION                              PIC X.
           88 OPCION-LISTAR                    VALUE '1'.
           88 OPCION-FUSIONAR                  VALUE '2'.
           88 OPCION-SALIR                     VALUE '3'.
       01  AUD-DETALLE.
           03 AUD-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-HORA                         PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-PROGRAMA                     PIC X(15)
                                      VALUE "FUSIONARCLIENTE".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
      **   antes y despues del cambio: codigo de cliente o importe
           03 AUD-DATOS                        PIC X(23) VALUE SPACES.
           03 AUD-DATOS-CLIENTE REDEFINES AUD-DATOS.
               05 AUD-DC-ROTULO                PIC X(4).
               05 AUD-DC-ANTES                 PIC 9(6).
               05 AUD-DC-FLECHA                PIC X(4).
               05 AUD-DC-DESPUES               PIC 9(6).
               05 FILLER                       PIC X(3).
           03 AUD-DATOS-IMPORTE REDEFINES AUD-DATOS.
               05 AUD-DI-ROTULO                PIC X(4).
               05 AUD-DI-IMPORTE               PIC -(12)9,99.
               05 FILLER                       PIC X(3).
       01  AUD-CLAVE-FACTURA.
           03 ACF-FACTURA                      PIC 9(12).
           03 ACF-ART                          PIC X(8).
       01  AUD-CLAVE-MOVART.
           03 ACM-FACTURA                      PIC 9(12).
           03 ACM-TIPO                         PIC X.
           03 ACM-VEND                         PIC 9(3).
           03 FILLER                           PIC X(4) VALUE SPACES.
       01  AUD-CLAVE-VIP.
           03 ACV-VEND                         PIC 9(3).
           03 ACV-CLIENTE                      PIC 9(6).
           03 FILLER                           PIC X(11) VALUE SPACES.
       01  AUD-CLAVE-IMP.
           03 ACI-FACTURA                      PIC 9(12).
           03 ACI-RECIBO                       PIC 9(8).
       01  AUD-CLAVE-PEDIDO.
           03 ACP-NUMERO                       PIC 9(10).
           03 ACP-ART                          PIC X(8).
           03 FILLER                           PIC X(2) VALUE SPACES.

       01  DUP-TITULO.
           03 FILLER                           PIC X(42)
               VALUE "CLIENTES CON EL MISMO CUIT (CANDIDATOS A ".
           03 FILLER                           PIC X(9)
               VALUE "FUSION) ".
           03 DUP-T-FECHA                      PIC 9(8).
       01  DUP-CABECERA.
           03 FILLER                           PIC X(6) VALUE "CUIT: ".
           03 DUP-C-CUIT                       PIC 9(11).
           03 FILLER                           PIC X(12)
               VALUE "  CODIGOS: ".
           03 DUP-C-CANTIDAD                   PIC Z9.
       01  DUP-DETALLE.
           03 FILLER                           PIC X(4) VALUE SPACES.
           03 DUP-D-CODIGO                     PIC 9(6).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 DUP-D-RAZON                      PIC X(30).
           03 FILLER                           PIC X(12)
               VALUE "  EXPUESTO: ".
           03 DUP-D-EXPUESTO                   PIC -(10)9,99.
       01  DUP-TOTAL.
           03 FILLER                           PIC X(30)
               VALUE "CUIT CON CODIGOS DUPLICADOS: ".
           03 DUP-TOT-GRUPOS                   PIC ZZZZ9.

       77  WS-CLIENTES-STATUS                  PIC X(02).
       77  WS-FACTURAS-STATUS                  PIC X(02).
       77  WS-CLIENVIP-STATUS                  PIC X(02).
       77  WS-CREDITOS-STATUS                  PIC X(02).
       77  WS-COBRANZAS-STATUS                 PIC X(02).
       77  WS-IMPUTACIONES-STATUS              PIC X(02).
       77  WS-NOTASDEBITO-STATUS               PIC X(02).
       77  WS-PEDIDOS-STATUS                   PIC X(02).
       77  WS-REMITOS-STATUS                   PIC X(02).
       77  WS-AUTDEV-STATUS                    PIC X(02).
       77  WS-COMFACT-STATUS                   PIC X(02).
       77  WS-OPERADORES-STATUS                PIC X(02).
       77  WS-PRESUPUESTOS-STATUS              PIC X(02).
       77  WS-ARRASTRE-STATUS                  PIC X(02).
       77  HAY-FACTURAS                        PIC X VALUE 'N'.
       77  HAY-CLIENVIP                        PIC X VALUE 'N'.
       77  HAY-CREDITOS                        PIC X VALUE 'N'.
       77  HAY-COBRANZAS                       PIC X VALUE 'N'.
       77  HAY-IMPUTACIONES                    PIC X VALUE 'N'.
       77  HAY-NOTASDEBITO                     PIC X VALUE 'N'.
       77  HAY-PEDIDOS                         PIC X VALUE 'N'.
       77  HAY-REMITOS                         PIC X VALUE 'N'.
       77  HAY-AUTDEV                          PIC X VALUE 'N'.
       77  HAY-COMFACT                         PIC X VALUE 'N'.
       77  HAY-OPERADORES                      PIC X VALUE 'N'.
       77  HAY-PRESUPUESTOS                    PIC X VALUE 'N'.
       77  HAY-ARRASTRE                        PIC X VALUE 'N'.
       77  PASSWORD-INGRESADA                  PIC X(10).
       77  INTENTOS-SIGNON                     PIC 9 VALUE 0.
       77  SIGNON-OK                           PIC X VALUE 'N'.
       01  PERM-ACCIONES.
           03 PERM-ALTA                        PIC X.
           03 PERM-CAMBIO                      PIC X.
           03 PERM-BAJA                        PIC X.
           03 PERM-CONSULTA                    PIC X.
       77  EOF-CLIENTES                        PIC 9 VALUE 0.
       77  EOF-SORTCUIT                        PIC 9 VALUE 0.
       77  EOF-FACTURAS                        PIC 9 VALUE 0.
       77  EOF-MOVART                          PIC 9 VALUE 0.
       77  EOF-MOVWORK                         PIC 9 VALUE 0.
       77  EOF-CLIENVIP                        PIC 9 VALUE 0.
       77  EOF-COBRANZAS                       PIC 9 VALUE 0.
       77  EOF-IMPUTACIONES                    PIC 9 VALUE 0.
       77  EOF-NOTASDEBITO                     PIC 9 VALUE 0.
       77  EOF-PEDIDOS                         PIC 9 VALUE 0.
       77  EOF-REMITOS                         PIC 9 VALUE 0.
       77  EOF-AUTDEV                          PIC 9 VALUE 0.
       77  EOF-COMFACT                         PIC 9 VALUE 0.
       77  EOF-PRESUPUESTOS                    PIC 9 VALUE 0.
       77  EOF-EXENTOSMORA                     PIC 9 VALUE 0.
       77  EOF-EXMWORK                         PIC 9 VALUE 0.
       77  ORIGEN-EXENTO                       PIC X.
       77  DESTINO-EXENTO                      PIC X.
       77  CLIENTE-ORIGEN                      PIC 9(6).
       77  CLIENTE-DESTINO                     PIC 9(6).
       77  RAZON-ORIGEN                        PIC X(30).
       77  RAZON-DESTINO                       PIC X(30).
       77  CUIT-ORIGEN                         PIC 9(11).
       77  CUIT-DESTINO                        PIC 9(11).
       77  CONFIRMA                            PIC X.
       77  FUSION-VALIDA                       PIC X.
       77  IMPORTE-ANTES                       PIC S9(10)V99.
       77  LIMITE-ORIGEN                       PIC 9(10)V99.
       77  EXPUESTO-ORIGEN                     PIC S9(10)V99.
       77  ARRASTRE-ORIGEN                     PIC S9(8)V99.
       77  CUIT-ANTERIOR                       PIC 9(11).
       77  CONT-FACTURAS                       PIC 9(6).
       77  CONT-MOVART                         PIC 9(6).
       77  CONT-CLIENVIP                       PIC 9(6).
       77  CONT-CREDITOS                       PIC 9(6).
       77  CONT-COBRANZAS                      PIC 9(6).
       77  CONT-IMPUTACIONES                   PIC 9(6).
       77  CONT-NOTASDEBITO                    PIC 9(6).
       77  CONT-PEDIDOS                        PIC 9(6).
       77  CONT-REMITOS                        PIC 9(6).
       77  CONT-AUTDEV                         PIC 9(6).
       77  CONT-COMFACT                        PIC 9(6).
       77  CONT-PRESUPUESTOS                   PIC 9(6).
       77  CONT-EXENTOS                        PIC 9(6).
       77  CONT-GRUPOS                         PIC 9(5) VALUE 0.
       77  CTL-CANT-REGISTROS                  PIC 9(8) VALUE 0.
       77  CTL-CANT-FUSIONES                   PIC 9(6) VALUE 0.
       77  SUB-I                               PIC 9(4).
       77  CANT-GRP-TABLA                      PIC 99 VALUE 0.
       77  MAX-GRP-TABLA                       PIC 99 VALUE 20.
       77  CANT-VIP-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-VIP-TABLA                       PIC 9(4) VALUE 999.
       77  CANT-IMT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-IMT-TABLA                       PIC 9(4) VALUE 2000.

       01  TABLA-GRP.
           03 GRP-ITEM OCCURS 20 TIMES.
               05 GRP-T-CODIGO                 PIC 9(6).
               05 GRP-T-RAZON                  PIC X(30).
       01  TABLA-VIP.
           03 VIP-ITEM OCCURS 999 TIMES.
               05 VIP-T-VEND                   PIC 9(3).
               05 VIP-T-GANANCIA               PIC S9(8)V99.
               05 VIP-T-NOMBRE                 PIC X(30).
       01  TABLA-IMT.
           03 IMT-ITEM OCCURS 2000 TIMES.
               05 IMT-T-FACTURA                PIC 9(12).
               05 IMT-T-RECIBO                 PIC 9(10).
               05 IMT-T-FECHA                  PIC 9(8).
               05 IMT-T-IMPORTE                PIC 9(10)V99.
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
            PERFORM 150-MOSTRAR-MENU.
            PERFORM UNTIL OPCION-SALIR
               EVALUATE TRUE
                   WHEN OPCION-LISTAR
                       PERFORM 200-LISTAR-DUPLICADOS
                   WHEN OPCION-FUSIONAR
                       IF PERM-BAJA = 'S'
                           PERFORM 300-FUSIONAR
                       ELSE
                           DISPLAY 'Operador sin permiso de baja de '
                               'clientes.'
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Opcion invalida.'
               END-EVALUATE
               PERFORM 150-MOSTRAR-MENU
            END-PERFORM.
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
           OPEN I-O CLIENTES.
           IF WS-CLIENTES-STATUS <> '00'
               DISPLAY 'SIN MAESTRO DE CLIENTES. STATUS: ',
                   WS-CLIENTES-STATUS
               STOP RUN WITH ERROR STATUS 8
           END-IF.
           OPEN EXTEND AUDITORIA.
           PERFORM 105-ABRIR-ARCHIVOS.
           PERFORM 112-ABRIR-OPERADORES.
           PERFORM 115-VALIDAR-OPERADOR.

       105-ABRIR-ARCHIVOS.
      **   un archivo que todavia no existe no tiene nada que
      **   fusionar: se saltea
           OPEN I-O FACTURAS.
           IF WS-FACTURAS-STATUS = '00'
               MOVE 'S' TO HAY-FACTURAS
           END-IF.
           OPEN I-O CLIENVIP.
           IF WS-CLIENVIP-STATUS = '00'
               MOVE 'S' TO HAY-CLIENVIP
           END-IF.
           OPEN I-O ARRASTRE.
           IF WS-ARRASTRE-STATUS = '00'
               MOVE 'S' TO HAY-ARRASTRE
           END-IF.
           OPEN I-O CREDITOS.
           IF WS-CREDITOS-STATUS = '00'
               MOVE 'S' TO HAY-CREDITOS
           END-IF.
           OPEN I-O COBRANZAS.
           IF WS-COBRANZAS-STATUS = '00'
               MOVE 'S' TO HAY-COBRANZAS
           END-IF.
           OPEN I-O IMPUTACIONES.
           IF WS-IMPUTACIONES-STATUS = '00'
               MOVE 'S' TO HAY-IMPUTACIONES
           END-IF.
           OPEN I-O NOTASDEBITO.
           IF WS-NOTASDEBITO-STATUS = '00'
               MOVE 'S' TO HAY-NOTASDEBITO
           END-IF.
           OPEN I-O PEDIDOS.
           IF WS-PEDIDOS-STATUS = '00'
               MOVE 'S' TO HAY-PEDIDOS
           END-IF.
           OPEN I-O REMITOS.
           IF WS-REMITOS-STATUS = '00'
               MOVE 'S' TO HAY-REMITOS
           END-IF.
           OPEN I-O AUTDEV.
           IF WS-AUTDEV-STATUS = '00'
               MOVE 'S' TO HAY-AUTDEV
           END-IF.
           OPEN I-O COMFACT.
           IF WS-COMFACT-STATUS = '00'
               MOVE 'S' TO HAY-COMFACT
           END-IF.
           OPEN I-O PRESUPUESTOS.
           IF WS-PRESUPUESTOS-STATUS = '00'
               MOVE 'S' TO HAY-PRESUPUESTOS
           END-IF.

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
                   MOVE OPE-PERM-CLI TO PERM-ACCIONES
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
           PERFORM 800-GRABAR-AUDITORIA.

       150-MOSTRAR-MENU.
           DISPLAY ' '.
           DISPLAY '1-Listar duplicados por CUIT  2-Fusionar clientes'
               '  3-Salir'.
           DISPLAY 'Ingrese opcion:'.
           ACCEPT OPCION.

       200-LISTAR-DUPLICADOS.
      **   mismo CUIT con mas de un codigo: se listan juntos para
      **   que el operador elija cual queda
           MOVE 0 TO CONT-GRUPOS.
           OPEN OUTPUT REPDUP.
           ACCEPT DUP-T-FECHA FROM DATE YYYYMMDD.
           WRITE DUP-LINEA FROM DUP-TITULO.
           SORT SORTCUIT
               ON ASCENDING KEY SCU-CUIT SCU-CODIGO
               INPUT PROCEDURE IS 210-LEER-CLIENTES
                   THRU 219-FIN-LECTURA
               OUTPUT PROCEDURE IS 220-LISTAR-GRUPOS
                   THRU 229-FIN-LISTADO.
           MOVE CONT-GRUPOS TO DUP-TOT-GRUPOS.
           WRITE DUP-LINEA FROM DUP-TOTAL.
           CLOSE REPDUP.
           DISPLAY 'CUIT CON CODIGOS DUPLICADOS: ', CONT-GRUPOS,
               ' (ver reporte_clientes_duplicados.dat)'.

       210-LEER-CLIENTES.
           MOVE 0 TO EOF-CLIENTES.
           MOVE LOW-VALUES TO CLIE-REGISTRO.
           START CLIENTES KEY IS > CLIE-CODIGO
               INVALID KEY
                   MOVE 1 TO EOF-CLIENTES
           END-START.
           IF EOF-CLIENTES <> 1
               READ CLIENTES NEXT AT END MOVE 1 TO EOF-CLIENTES
               END-READ
           END-IF.
           PERFORM UNTIL EOF-CLIENTES = 1
               IF CLIE-CUIT > 0
                   MOVE CLIE-CUIT TO SCU-CUIT
                   MOVE CLIE-CODIGO TO SCU-CODIGO
                   MOVE CLIE-RAZON-SOCIAL TO SCU-RAZON
                   RELEASE SCU-REG
               END-IF
               READ CLIENTES NEXT AT END MOVE 1 TO EOF-CLIENTES
               END-READ
           END-PERFORM.

       219-FIN-LECTURA.
           EXIT.

       220-LISTAR-GRUPOS.
           MOVE 0 TO EOF-SORTCUIT.
           MOVE 0 TO CUIT-ANTERIOR.
           MOVE 0 TO CANT-GRP-TABLA.
           RETURN SORTCUIT AT END MOVE 1 TO EOF-SORTCUIT.
           PERFORM UNTIL EOF-SORTCUIT = 1
               IF SCU-CUIT <> CUIT-ANTERIOR
                   PERFORM 230-CERRAR-GRUPO
                   MOVE SCU-CUIT TO CUIT-ANTERIOR
               END-IF
               IF CANT-GRP-TABLA < MAX-GRP-TABLA
                   ADD 1 TO CANT-GRP-TABLA
                   MOVE SCU-CODIGO TO GRP-T-CODIGO(CANT-GRP-TABLA)
                   MOVE SCU-RAZON TO GRP-T-RAZON(CANT-GRP-TABLA)
               END-IF
               RETURN SORTCUIT AT END MOVE 1 TO EOF-SORTCUIT
           END-PERFORM.
           PERFORM 230-CERRAR-GRUPO.

       229-FIN-LISTADO.
           EXIT.

       230-CERRAR-GRUPO.
           IF CANT-GRP-TABLA > 1
               ADD 1 TO CONT-GRUPOS
               MOVE CUIT-ANTERIOR TO DUP-C-CUIT
               MOVE CANT-GRP-TABLA TO DUP-C-CANTIDAD
               WRITE DUP-LINEA FROM DUP-CABECERA
               PERFORM 240-LISTAR-CODIGO
                   VARYING SUB-I FROM 1 BY 1
                   UNTIL SUB-I > CANT-GRP-TABLA
           END-IF.
           MOVE 0 TO CANT-GRP-TABLA.

       240-LISTAR-CODIGO.
           MOVE GRP-T-CODIGO(SUB-I) TO DUP-D-CODIGO.
           MOVE GRP-T-RAZON(SUB-I) TO DUP-D-RAZON.
           MOVE 0 TO DUP-D-EXPUESTO.
           IF HAY-CREDITOS = 'S'
               MOVE GRP-T-CODIGO(SUB-I) TO CRE-CLIENTE
               READ CREDITOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CRE-EXPUESTO TO DUP-D-EXPUESTO
               END-READ
           END-IF.
           WRITE DUP-LINEA FROM DUP-DETALLE.

       300-FUSIONAR.
           PERFORM 310-INGRESAR-CLIENTES.
           IF FUSION-VALIDA = 'S'
               DISPLAY 'Se pasara todo el movimiento de ',
                   CLIENTE-ORIGEN, ' ', RAZON-ORIGEN
               DISPLAY 'al cliente ', CLIENTE-DESTINO, ' ',
                   RAZON-DESTINO, ' y se eliminara el ',
                   CLIENTE-ORIGEN, '.'
               IF CUIT-ORIGEN <> CUIT-DESTINO
                   DISPLAY 'ATENCION: LOS CUIT NO COINCIDEN (',
                       CUIT-ORIGEN, ' / ', CUIT-DESTINO, ').'
               END-IF
               DISPLAY 'Confirma la fusion (S/N)?'
               ACCEPT CONFIRMA
               IF CONFIRMA = 'S' OR CONFIRMA = 's'
                   PERFORM 320-EJECUTAR-FUSION
               ELSE
                   DISPLAY 'Fusion cancelada.'
               END-IF
           END-IF.

       310-INGRESAR-CLIENTES.
           MOVE 'N' TO FUSION-VALIDA.
           DISPLAY 'Ingrese codigo de cliente a eliminar (origen):'.
           ACCEPT CLIENTE-ORIGEN.
           DISPLAY 'Ingrese codigo de cliente que queda (destino):'.
           ACCEPT CLIENTE-DESTINO.
           IF CLIENTE-ORIGEN = CLIENTE-DESTINO
               DISPLAY 'Origen y destino deben ser distintos.'
           ELSE
               MOVE CLIENTE-ORIGEN TO CLIE-CODIGO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY 'Cliente origen inexistente.'
                   NOT INVALID KEY
                       MOVE CLIE-RAZON-SOCIAL TO RAZON-ORIGEN
                       MOVE CLIE-CUIT TO CUIT-ORIGEN
                       MOVE CLIENTE-DESTINO TO CLIE-CODIGO
                       READ CLIENTES
                           INVALID KEY
                               DISPLAY 'Cliente destino inexistente.'
                           NOT INVALID KEY
                               MOVE CLIE-RAZON-SOCIAL TO RAZON-DESTINO
                               MOVE CLIE-CUIT TO CUIT-DESTINO
                               MOVE 'S' TO FUSION-VALIDA
                       END-READ
               END-READ
           END-IF.

       320-EJECUTAR-FUSION.
           MOVE 0 TO CONT-FACTURAS, CONT-MOVART, CONT-CLIENVIP,
               CONT-CREDITOS, CONT-COBRANZAS, CONT-IMPUTACIONES,
               CONT-NOTASDEBITO, CONT-PEDIDOS, CONT-REMITOS,
               CONT-AUTDEV, CONT-COMFACT, CONT-PRESUPUESTOS,
               CONT-EXENTOS.
           MOVE CLIENTE-ORIGEN TO AUD-CLAVE.
           MOVE 'FUSION-INI' TO AUD-ACCION.
           PERFORM 810-DATOS-CLIENTE.
           PERFORM 800-GRABAR-AUDITORIA.
           IF HAY-FACTURAS = 'S'
               PERFORM 400-FUSIONAR-FACTURAS
           END-IF.
           PERFORM 410-FUSIONAR-MOVART.
           IF HAY-CLIENVIP = 'S'
               PERFORM 420-FUSIONAR-CLIENVIP
           END-IF.
           IF HAY-CREDITOS = 'S'
               PERFORM 430-FUSIONAR-CREDITOS
           END-IF.
           IF HAY-COBRANZAS = 'S'
               PERFORM 440-FUSIONAR-COBRANZAS
           END-IF.
           IF HAY-IMPUTACIONES = 'S'
               PERFORM 450-FUSIONAR-IMPUTACIONES
           END-IF.
           IF HAY-NOTASDEBITO = 'S'
               PERFORM 460-FUSIONAR-NOTASDEBITO
           END-IF.
           IF HAY-PEDIDOS = 'S'
               PERFORM 470-FUSIONAR-PEDIDOS
           END-IF.
           IF HAY-REMITOS = 'S'
               PERFORM 480-FUSIONAR-REMITOS
           END-IF.
           IF HAY-AUTDEV = 'S'
               PERFORM 490-FUSIONAR-AUTDEV
           END-IF.
           IF HAY-COMFACT = 'S'
               PERFORM 495-FUSIONAR-COMFACT
           END-IF.
           IF HAY-PRESUPUESTOS = 'S'
               PERFORM 496-FUSIONAR-PRESUPUESTOS
           END-IF.
           PERFORM 497-FUSIONAR-EXENTOS.
           PERFORM 500-ELIMINAR-ORIGEN.
           PERFORM 510-MOSTRAR-RESUMEN.

       400-FUSIONAR-FACTURAS.
           MOVE 0 TO EOF-FACTURAS.
           MOVE LOW-VALUES TO FACT-CLAVE.
           START FACTURAS KEY IS > FACT-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTURAS
           END-START.
           IF EOF-FACTURAS <> 1
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS
               END-READ
           END-IF.
           PERFORM UNTIL EOF-FACTURAS = 1
               IF fact-cliente = CLIENTE-ORIGEN
                   MOVE CLIENTE-DESTINO TO fact-cliente
                   REWRITE fact-reg
                   ADD 1 TO CONT-FACTURAS
                   MOVE fact-factura TO ACF-FACTURA
                   MOVE fact-art TO ACF-ART
                   MOVE AUD-CLAVE-FACTURA TO AUD-CLAVE
                   MOVE 'FUS-FACT' TO AUD-ACCION
                   PERFORM 810-DATOS-CLIENTE
                   PERFORM 800-GRABAR-AUDITORIA
               END-IF
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-FACTURAS
               END-READ
           END-PERFORM.

       410-FUSIONAR-MOVART.
      **   MOVART es secuencial: se copia a un archivo de trabajo con
      **   el codigo cambiado y se vuelve a copiar encima
           MOVE 0 TO EOF-MOVART.
           OPEN INPUT MOVART.
           OPEN OUTPUT MOVWORK.
           READ MOVART AT END MOVE 1 TO EOF-MOVART.
           PERFORM UNTIL EOF-MOVART = 1
               IF mov-cliente = CLIENTE-ORIGEN
                   MOVE CLIENTE-DESTINO TO mov-cliente
                   ADD 1 TO CONT-MOVART
                   MOVE mov-factura TO ACM-FACTURA
                   MOVE mov-tipo TO ACM-TIPO
                   MOVE mov-vend TO ACM-VEND
                   MOVE AUD-CLAVE-MOVART TO AUD-CLAVE
                   MOVE 'FUS-MOVART' TO AUD-ACCION
                   PERFORM 810-DATOS-CLIENTE
                   PERFORM 800-GRABAR-AUDITORIA
               END-IF
               WRITE MWK-LINEA FROM mov-reg
               READ MOVART AT END MOVE 1 TO EOF-MOVART
           END-PERFORM.
           CLOSE MOVART, MOVWORK.
           IF CONT-MOVART > 0
               MOVE 0 TO EOF-MOVWORK
               OPEN INPUT MOVWORK
               OPEN OUTPUT MOVART
               READ MOVWORK AT END MOVE 1 TO EOF-MOVWORK
               PERFORM UNTIL EOF-MOVWORK = 1
                   WRITE mov-reg FROM MWK-LINEA
                   READ MOVWORK AT END MOVE 1 TO EOF-MOVWORK
               END-PERFORM
               CLOSE MOVART, MOVWORK
           END-IF.

       420-FUSIONAR-CLIENVIP.
      **   la clave es vendedor + cliente: se juntan primero los
      **   registros del origen y despues se suma la ganancia bajo
      **   el mismo vendedor del destino
           MOVE 0 TO CANT-VIP-TABLA.
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
               IF cli-codcli = CLIENTE-ORIGEN
                   IF CANT-VIP-TABLA < MAX-VIP-TABLA
                       ADD 1 TO CANT-VIP-TABLA
                       MOVE cli-vend TO VIP-T-VEND(CANT-VIP-TABLA)
                       MOVE cli-ganancia
                           TO VIP-T-GANANCIA(CANT-VIP-TABLA)
                       MOVE cli-nombre TO VIP-T-NOMBRE(CANT-VIP-TABLA)
                   END-IF
               END-IF
               READ CLIENVIP NEXT AT END MOVE 1 TO EOF-CLIENVIP
               END-READ
           END-PERFORM.
           PERFORM 421-PASAR-CLIENVIP
               VARYING SUB-I FROM 1 BY 1
               UNTIL SUB-I > CANT-VIP-TABLA.

       421-PASAR-CLIENVIP.
           MOVE VIP-T-VEND(SUB-I) TO cli-vend.
           MOVE CLIENTE-DESTINO TO cli-codcli.
           MOVE VIP-T-VEND(SUB-I) TO ACV-VEND.
           MOVE CLIENTE-DESTINO TO ACV-CLIENTE.
           MOVE AUD-CLAVE-VIP TO AUD-CLAVE.
           READ CLIENVIP
               INVALID KEY
                   MOVE VIP-T-GANANCIA(SUB-I) TO cli-ganancia
                   MOVE VIP-T-NOMBRE(SUB-I) TO cli-nombre
                   WRITE cli-reg
                   MOVE 0 TO IMPORTE-ANTES
               NOT INVALID KEY
                   MOVE cli-ganancia TO IMPORTE-ANTES
                   ADD VIP-T-GANANCIA(SUB-I) TO cli-ganancia
                   REWRITE cli-reg
           END-READ.
           MOVE 'FUS-VIP' TO AUD-ACCION.
           PERFORM 810-DATOS-CLIENTE.
           PERFORM 800-GRABAR-AUDITORIA.
           MOVE 'FUS-VIPANT' TO AUD-ACCION.
           MOVE "ANT " TO AUD-DI-ROTULO.
           MOVE IMPORTE-ANTES TO AUD-DI-IMPORTE.
           PERFORM 800-GRABAR-AUDITORIA.
           MOVE 'FUS-VIPDES' TO AUD-ACCION.
           MOVE "DES " TO AUD-DI-ROTULO.
           MOVE cli-ganancia TO AUD-DI-IMPORTE.
           PERFORM 800-GRABAR-AUDITORIA.
           MOVE VIP-T-VEND(SUB-I) TO cli-vend.
           MOVE CLIENTE-ORIGEN TO cli-codcli.
           DELETE CLIENVIP.
           ADD 1 TO CONT-CLIENVIP.
           IF HAY-ARRASTRE = 'S'
               PERFORM 422-PASAR-ARRASTRE
           END-IF.

       422-PASAR-ARRASTRE.
      **   lo arrastrado del ultimo cierre de ejercicio sigue a la
      **   fila de CLIENVIP, para que el proximo cierre se lo
      **   descuente al cliente que queda
           MOVE VIP-T-VEND(SUB-I) TO ARR-VEND.
           MOVE CLIENTE-ORIGEN TO ARR-CODCLI.
           READ ARRASTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARR-GANANCIA TO ARRASTRE-ORIGEN
                   DELETE ARRASTRE
                   PERFORM 423-GRABAR-ARRASTRE
           END-READ.

       423-GRABAR-ARRASTRE.
           MOVE VIP-T-VEND(SUB-I) TO ARR-VEND.
           MOVE CLIENTE-DESTINO TO ARR-CODCLI.
           READ ARRASTRE
               INVALID KEY
                   MOVE ARRASTRE-ORIGEN TO ARR-GANANCIA
                   WRITE ARR-REG
                   MOVE 0 TO IMPORTE-ANTES
               NOT INVALID KEY
                   MOVE ARR-GANANCIA TO IMPORTE-ANTES
                   ADD ARRASTRE-ORIGEN TO ARR-GANANCIA
                   REWRITE ARR-REG
           END-READ.
           MOVE VIP-T-VEND(SUB-I) TO ACV-VEND.
           MOVE CLIENTE-DESTINO TO ACV-CLIENTE.
           MOVE AUD-CLAVE-VIP TO AUD-CLAVE.
           MOVE 'FUS-ARR' TO AUD-ACCION.
           PERFORM 810-DATOS-CLIENTE.
           PERFORM 800-GRABAR-AUDITORIA.
           MOVE 'FUS-ARRANT' TO AUD-ACCION.
           MOVE "ANT " TO AUD-DI-ROTULO.
           MOVE IMPORTE-ANTES TO AUD-DI-IMPORTE.
           PERFORM 800-GRABAR-AUDITORIA.
           MOVE 'FUS-ARRDES' TO AUD-ACCION.
           MOVE "DES " TO AUD-DI-ROTULO.
           MOVE ARR-GANANCIA TO AUD-DI-IMPORTE.
           PERFORM 800-GRABAR-AUDITORIA.

       430-FUSIONAR-CREDITOS.
      **   la exposicion del origen se suma a la del destino; el
      **   limite que rige es el del cliente que queda
           MOVE CLIENTE-ORIGEN TO CRE-CLIENTE.
           READ CREDITOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CRE-LIMITE TO LIMITE-ORIGEN
                   MOVE CRE-EXPUESTO TO EXPUESTO-ORIGEN
                   DELETE CREDITOS
                   PERFORM 431-PASAR-CREDITO
           END-READ.

       431-PASAR-CREDITO.
           MOVE CLIENTE-DESTINO TO CRE-CLIENTE.
           READ CREDITOS
               INVALID KEY
                   MOVE LIMITE-ORIGEN TO CRE-LIMITE
                   MOVE EXPUESTO-ORIGEN TO CRE-EXPUESTO
                   WRITE CRE-REGISTRO
                   MOVE 0 TO IMPORTE-ANTES
               NOT INVALID KEY
                   MOVE CRE-EXPUESTO TO IMPORTE-ANTES
                   ADD EXPUESTO-ORIGEN TO CRE-EXPUESTO
                   REWRITE CRE-REGISTRO
           END-READ.
           ADD 1 TO CONT-CREDITOS.
           MOVE CLIENTE-DESTINO TO AUD-CLAVE.
           MOVE 'FUS-CRED' TO AUD-ACCION.
           PERFORM 810-DATOS-CLIENTE.
           PERFORM 800-GRABAR-AUDITORIA.
           MOVE 'FUS-CREANT' TO AUD-ACCION.
           MOVE "ANT " TO AUD-DI-ROTULO.
           MOVE IMPORTE-ANTES TO AUD-DI-IMPORTE.
           PERFORM 800-GRABAR-AUDITORIA.
           MOVE 'FUS-CREDES' TO AUD-ACCION.
           MOVE "DES " TO AUD-DI-ROTULO.
           MOVE CRE-EXPUESTO TO AUD-DI-IMPORTE.
           PERFORM 800-GRABAR-AUDITORIA.

       440-FUSIONAR-COBRANZAS.
           MOVE 0 TO EOF-COBRANZAS.
           MOVE LOW-VALUES TO COB-RECIBO.
           START COBRANZAS KEY IS > COB-RECIBO
               INVALID KEY
                   MOVE 1 TO EOF-COBRANZAS
           END-START.
           IF EOF-COBRANZAS <> 1
               READ COBRANZAS NEXT AT END MOVE 1 TO EOF-COBRANZAS
               END-READ
           END-IF.
           PERFORM UNTIL EOF-COBRANZAS = 1
               IF COB-CLIENTE = CLIENTE-ORIGEN
                   MOVE CLIENTE-DESTINO TO COB-CLIENTE
                   REWRITE COB-REGISTRO
                   ADD 1 TO CONT-COBRANZAS
                   MOVE COB-RECIBO TO AUD-CLAVE
                   MOVE 'FUS-COBR' TO AUD-ACCION
                   PERFORM 810-DATOS-CLIENTE
                   PERFORM 800-GRABAR-AUDITORIA
               END-IF
               READ COBRANZAS NEXT AT END MOVE 1 TO EOF-COBRANZAS
               END-READ
           END-PERFORM.

       450-FUSIONAR-IMPUTACIONES.
      **   el cliente es parte de la clave: se juntan las del origen
      **   y se regraban bajo el destino
           MOVE 0 TO CANT-IMT-TABLA.
           MOVE 0 TO EOF-IMPUTACIONES.
           MOVE CLIENTE-ORIGEN TO IMP-CLIENTE.
           MOVE 0 TO IMP-FACTURA.
           MOVE 0 TO IMP-RECIBO.
           START IMPUTACIONES KEY IS >= IMP-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-IMPUTACIONES
           END-START.
           IF EOF-IMPUTACIONES <> 1
               READ IMPUTACIONES NEXT
                   AT END MOVE 1 TO EOF-IMPUTACIONES
               END-READ
           END-IF.
           PERFORM UNTIL EOF-IMPUTACIONES = 1
                         OR IMP-CLIENTE <> CLIENTE-ORIGEN
               IF CANT-IMT-TABLA < MAX-IMT-TABLA
                   ADD 1 TO CANT-IMT-TABLA
                   MOVE IMP-FACTURA TO IMT-T-FACTURA(CANT-IMT-TABLA)
                   MOVE IMP-RECIBO TO IMT-T-RECIBO(CANT-IMT-TABLA)
                   MOVE IMP-FECHA TO IMT-T-FECHA(CANT-IMT-TABLA)
                   MOVE IMP-IMPORTE TO IMT-T-IMPORTE(CANT-IMT-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-IMT-TABLA,
                       " IMPUTACIONES, QUEDAN SIN PASAR"
               END-IF
               READ IMPUTACIONES NEXT
                   AT END MOVE 1 TO EOF-IMPUTACIONES
               END-READ
           END-PERFORM.
           PERFORM 451-PASAR-IMPUTACION
               VARYING SUB-I FROM 1 BY 1
               UNTIL SUB-I > CANT-IMT-TABLA.

       451-PASAR-IMPUTACION.
           MOVE CLIENTE-ORIGEN TO IMP-CLIENTE.
           MOVE IMT-T-FACTURA(SUB-I) TO IMP-FACTURA.
           MOVE IMT-T-RECIBO(SUB-I) TO IMP-RECIBO.
           DELETE IMPUTACIONES
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE CLIENTE-DESTINO TO IMP-CLIENTE.
           MOVE IMT-T-FECHA(SUB-I) TO IMP-FECHA.
           MOVE IMT-T-IMPORTE(SUB-I) TO IMP-IMPORTE.
           WRITE IMP-REGISTRO
               INVALID KEY
                   READ IMPUTACIONES
                   ADD IMT-T-IMPORTE(SUB-I) TO IMP-IMPORTE
                   REWRITE IMP-REGISTRO
           END-WRITE.
           ADD 1 TO CONT-IMPUTACIONES.
           MOVE IMT-T-FACTURA(SUB-I) TO ACI-FACTURA.
           MOVE IMT-T-RECIBO(SUB-I) TO ACI-RECIBO.
           MOVE AUD-CLAVE-IMP TO AUD-CLAVE.
           MOVE 'FUS-IMPUT' TO AUD-ACCION.
           PERFORM 810-DATOS-CLIENTE.
           PERFORM 800-GRABAR-AUDITORIA.

       460-FUSIONAR-NOTASDEBITO.
           MOVE 0 TO EOF-NOTASDEBITO.
           MOVE LOW-VALUES TO NDB-CLAVE.
           START NOTASDEBITO KEY IS > NDB-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-NOTASDEBITO
           END-START.
           IF EOF-NOTASDEBITO <> 1
               READ NOTASDEBITO NEXT
                   AT END MOVE 1 TO EOF-NOTASDEBITO
               END-READ
           END-IF.
           PERFORM UNTIL EOF-NOTASDEBITO = 1
               IF NDB-CLIENTE = CLIENTE-ORIGEN
                   MOVE CLIENTE-DESTINO TO NDB-CLIENTE
                   REWRITE NDB-REGISTRO
                   ADD 1 TO CONT-NOTASDEBITO
                   MOVE NDB-NUMERO TO ACF-FACTURA
                   MOVE SPACES TO ACF-ART
                   MOVE AUD-CLAVE-FACTURA TO AUD-CLAVE
                   MOVE 'FUS-NDEB' TO AUD-ACCION
                   PERFORM 810-DATOS-CLIENTE
                   PERFORM 800-GRABAR-AUDITORIA
               END-IF
               READ NOTASDEBITO NEXT
                   AT END MOVE 1 TO EOF-NOTASDEBITO
               END-READ
           END-PERFORM.

       470-FUSIONAR-PEDIDOS.
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
               IF PED-CLIENTE = CLIENTE-ORIGEN
                   MOVE CLIENTE-DESTINO TO PED-CLIENTE
                   REWRITE PED-REGISTRO
                   ADD 1 TO CONT-PEDIDOS
                   MOVE PED-NUMERO TO ACP-NUMERO
                   MOVE PED-ART TO ACP-ART
                   MOVE AUD-CLAVE-PEDIDO TO AUD-CLAVE
                   MOVE 'FUS-PEDIDO' TO AUD-ACCION
                   PERFORM 810-DATOS-CLIENTE
                   PERFORM 800-GRABAR-AUDITORIA
               END-IF
               READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
               END-READ
           END-PERFORM.

       480-FUSIONAR-REMITOS.
           MOVE 0 TO EOF-REMITOS.
           MOVE LOW-VALUES TO REM-CLAVE.
           START REMITOS KEY IS > REM-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-REMITOS
           END-START.
           IF EOF-REMITOS <> 1
               READ REMITOS NEXT AT END MOVE 1 TO EOF-REMITOS
               END-READ
           END-IF.
           PERFORM UNTIL EOF-REMITOS = 1
               IF REM-CLIENTE = CLIENTE-ORIGEN
                   MOVE CLIENTE-DESTINO TO REM-CLIENTE
                   REWRITE REM-REGISTRO
                   ADD 1 TO CONT-REMITOS
                   MOVE REM-NUMERO TO ACP-NUMERO
                   MOVE REM-ART TO ACP-ART
                   MOVE AUD-CLAVE-PEDIDO TO AUD-CLAVE
                   MOVE 'FUS-REMITO' TO AUD-ACCION
                   PERFORM 810-DATOS-CLIENTE
                   PERFORM 800-GRABAR-AUDITORIA
               END-IF
               READ REMITOS NEXT AT END MOVE 1 TO EOF-REMITOS
               END-READ
           END-PERFORM.

       490-FUSIONAR-AUTDEV.
           MOVE 0 TO EOF-AUTDEV.
           MOVE LOW-VALUES TO AUT-REGISTRO.
           START AUTDEV KEY IS > AUT-NUMERO
               INVALID KEY
                   MOVE 1 TO EOF-AUTDEV
           END-START.
           IF EOF-AUTDEV <> 1
               READ AUTDEV NEXT AT END MOVE 1 TO EOF-AUTDEV
               END-READ
           END-IF.
           PERFORM UNTIL EOF-AUTDEV = 1
               IF AUT-CLIENTE = CLIENTE-ORIGEN
                   MOVE CLIENTE-DESTINO TO AUT-CLIENTE
                   REWRITE AUT-REGISTRO
                   ADD 1 TO CONT-AUTDEV
                   MOVE AUT-NUMERO TO AUD-CLAVE
                   MOVE 'FUS-AUTDEV' TO AUD-ACCION
                   PERFORM 810-DATOS-CLIENTE
                   PERFORM 800-GRABAR-AUDITORIA
               END-IF
               READ AUTDEV NEXT AT END MOVE 1 TO EOF-AUTDEV
               END-READ
           END-PERFORM.

       495-FUSIONAR-COMFACT.
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
               IF CMF-CLIENTE = CLIENTE-ORIGEN
                   MOVE CLIENTE-DESTINO TO CMF-CLIENTE
                   REWRITE CMF-REGISTRO
                   ADD 1 TO CONT-COMFACT
                   MOVE CMF-FACTURA TO ACF-FACTURA
                   MOVE CMF-TIPO TO ACF-ART
                   MOVE AUD-CLAVE-FACTURA TO AUD-CLAVE
                   MOVE 'FUS-COMFAC' TO AUD-ACCION
                   PERFORM 810-DATOS-CLIENTE
                   PERFORM 800-GRABAR-AUDITORIA
               END-IF
               READ COMFACT NEXT AT END MOVE 1 TO EOF-COMFACT
               END-READ
           END-PERFORM.

       496-FUSIONAR-PRESUPUESTOS.
           MOVE 0 TO EOF-PRESUPUESTOS.
           MOVE LOW-VALUES TO PRE-CLAVE.
           START PRESUPUESTOS KEY IS > PRE-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-PRESUPUESTOS
           END-START.
           IF EOF-PRESUPUESTOS <> 1
               READ PRESUPUESTOS NEXT
                   AT END MOVE 1 TO EOF-PRESUPUESTOS
               END-READ
           END-IF.
           PERFORM UNTIL EOF-PRESUPUESTOS = 1
               IF PRE-CLIENTE = CLIENTE-ORIGEN
                   MOVE CLIENTE-DESTINO TO PRE-CLIENTE
                   REWRITE PRE-REGISTRO
                   ADD 1 TO CONT-PRESUPUESTOS
                   MOVE PRE-NUMERO TO ACP-NUMERO
                   MOVE PRE-ART TO ACP-ART
                   MOVE AUD-CLAVE-PEDIDO TO AUD-CLAVE
                   MOVE 'FUS-PRESUP' TO AUD-ACCION
                   PERFORM 810-DATOS-CLIENTE
                   PERFORM 800-GRABAR-AUDITORIA
               END-IF
               READ PRESUPUESTOS NEXT
                   AT END MOVE 1 TO EOF-PRESUPUESTOS
               END-READ
           END-PERFORM.

       497-FUSIONAR-EXENTOS.
      **   la lista de exentos de mora es secuencial, como MOVART: se
      **   copia sin el origen y, si el destino no estaba exento, se
      **   agrega al final con la exencion que traia el origen
           MOVE 0 TO EOF-EXENTOSMORA.
           MOVE 'N' TO ORIGEN-EXENTO.
           MOVE 'N' TO DESTINO-EXENTO.
           OPEN INPUT EXENTOSMORA.
           OPEN OUTPUT EXMWORK.
           READ EXENTOSMORA AT END MOVE 1 TO EOF-EXENTOSMORA.
           PERFORM UNTIL EOF-EXENTOSMORA = 1
               IF EXM-CLIENTE = CLIENTE-ORIGEN
                   MOVE 'S' TO ORIGEN-EXENTO
               ELSE
                   IF EXM-CLIENTE = CLIENTE-DESTINO
                       MOVE 'S' TO DESTINO-EXENTO
                   END-IF
                   WRITE EXW-LINEA FROM EXM-REG
               END-IF
               READ EXENTOSMORA AT END MOVE 1 TO EOF-EXENTOSMORA
           END-PERFORM.
           IF ORIGEN-EXENTO = 'S' AND DESTINO-EXENTO = 'N'
               MOVE CLIENTE-DESTINO TO EXM-CLIENTE
               WRITE EXW-LINEA FROM EXM-REG
           END-IF.
           CLOSE EXENTOSMORA, EXMWORK.
           IF ORIGEN-EXENTO = 'S'
               ADD 1 TO CONT-EXENTOS
               MOVE 0 TO EOF-EXMWORK
               OPEN INPUT EXMWORK
               OPEN OUTPUT EXENTOSMORA
               READ EXMWORK AT END MOVE 1 TO EOF-EXMWORK
               PERFORM UNTIL EOF-EXMWORK = 1
                   WRITE EXM-REG FROM EXW-LINEA
                   READ EXMWORK AT END MOVE 1 TO EOF-EXMWORK
               END-PERFORM
               CLOSE EXENTOSMORA, EXMWORK
               MOVE CLIENTE-ORIGEN TO AUD-CLAVE
               MOVE 'FUS-EXENTO' TO AUD-ACCION
               PERFORM 810-DATOS-CLIENTE
               PERFORM 800-GRABAR-AUDITORIA
           END-IF.

       500-ELIMINAR-ORIGEN.
           MOVE CLIENTE-ORIGEN TO CLIE-CODIGO.
           DELETE CLIENTES
               INVALID KEY
                   DISPLAY 'No se pudo eliminar el cliente origen.'
           END-DELETE.
           MOVE CLIENTE-ORIGEN TO AUD-CLAVE.
           MOVE 'FUSION' TO AUD-ACCION.
           PERFORM 810-DATOS-CLIENTE.
           PERFORM 800-GRABAR-AUDITORIA.
           ADD 1 TO CTL-CANT-FUSIONES.
           ADD CONT-FACTURAS, CONT-MOVART, CONT-CLIENVIP,
               CONT-CREDITOS, CONT-COBRANZAS, CONT-IMPUTACIONES,
               CONT-NOTASDEBITO, CONT-PEDIDOS, CONT-REMITOS,
               CONT-AUTDEV, CONT-COMFACT, CONT-PRESUPUESTOS,
               CONT-EXENTOS TO CTL-CANT-REGISTROS.

       510-MOSTRAR-RESUMEN.
           DISPLAY '--- FUSION ', CLIENTE-ORIGEN, ' -> ',
               CLIENTE-DESTINO, ' ---'.
           DISPLAY 'LINEAS DE FACTURA:      ', CONT-FACTURAS.
           DISPLAY 'MOVIMIENTOS (MOVART):   ', CONT-MOVART.
           DISPLAY 'CLIENTES VIP:           ', CONT-CLIENVIP.
           DISPLAY 'CREDITOS:               ', CONT-CREDITOS.
           DISPLAY 'COBRANZAS:              ', CONT-COBRANZAS.
           DISPLAY 'IMPUTACIONES:           ', CONT-IMPUTACIONES.
           DISPLAY 'NOTAS DE DEBITO:        ', CONT-NOTASDEBITO.
           DISPLAY 'LINEAS DE PEDIDO:       ', CONT-PEDIDOS.
           DISPLAY 'LINEAS DE REMITO:       ', CONT-REMITOS.
           DISPLAY 'AUTORIZACIONES DEV.:    ', CONT-AUTDEV.
           DISPLAY 'COMISIONES POR FACTURA: ', CONT-COMFACT.
           DISPLAY 'LINEAS DE PRESUPUESTO:  ', CONT-PRESUPUESTOS.
           DISPLAY 'EXENCIONES DE MORA:     ', CONT-EXENTOS.

       800-GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 801-ENCADENAR-AUDITORIA.
           MOVE SPACES TO AUD-DATOS.

       801-ENCADENAR-AUDITORIA.
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
           PERFORM 802-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.
           MOVE AUC-CONTROL-ANT TO AUC-CONTROL.
           WRITE AUD-LINEA FROM AUC-REGISTRO.
           MOVE SPACES TO ACA-REG.
           MOVE AUC-SECUENCIA TO ACA-SECUENCIA.
           MOVE AUC-CONTROL TO ACA-CONTROL.
           OPEN OUTPUT AUDCADENA.
           WRITE ACA-REG.
           CLOSE AUDCADENA.

       802-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

       810-DATOS-CLIENTE.
           MOVE "CLI " TO AUD-DC-ROTULO.
           MOVE CLIENTE-ORIGEN TO AUD-DC-ANTES.
           MOVE " -> " TO AUD-DC-FLECHA.
           MOVE CLIENTE-DESTINO TO AUD-DC-DESPUES.

       900-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'CLIENTES FUSIONADOS: ', CTL-CANT-FUSIONES.
           DISPLAY 'REGISTROS PASADOS:   ', CTL-CANT-REGISTROS.
           PERFORM 950-GRABAR-CONTROL-PASO.
           CLOSE CLIENTES, AUDITORIA.
           IF HAY-FACTURAS = 'S'
               CLOSE FACTURAS
           END-IF.
           IF HAY-CLIENVIP = 'S'
               CLOSE CLIENVIP
           END-IF.
           IF HAY-ARRASTRE = 'S'
               CLOSE ARRASTRE
           END-IF.
           IF HAY-CREDITOS = 'S'
               CLOSE CREDITOS
           END-IF.
           IF HAY-COBRANZAS = 'S'
               CLOSE COBRANZAS
           END-IF.
           IF HAY-IMPUTACIONES = 'S'
               CLOSE IMPUTACIONES
           END-IF.
           IF HAY-NOTASDEBITO = 'S'
               CLOSE NOTASDEBITO
           END-IF.
           IF HAY-PEDIDOS = 'S'
               CLOSE PEDIDOS
           END-IF.
           IF HAY-REMITOS = 'S'
               CLOSE REMITOS
           END-IF.
           IF HAY-AUTDEV = 'S'
               CLOSE AUTDEV
           END-IF.
           IF HAY-COMFACT = 'S'
               CLOSE COMFACT
           END-IF.
           IF HAY-PRESUPUESTOS = 'S'
               CLOSE PRESUPUESTOS
           END-IF.
           IF HAY-OPERADORES = 'S'
               CLOSE OPERADORES
           END-IF.

       950-GRABAR-CONTROL-PASO.
           OPEN EXTEND CTLLOTE.
           ACCEPT CLOT-FECHA FROM DATE YYYYMMDD.
           MOVE "FUSIONARCLIENTE" TO CLOT-PROGRAMA.
           MOVE CTL-CANT-REGISTROS TO CLOT-CANTIDAD.
           MOVE CTL-CANT-FUSIONES TO CLOT-TOTAL.
           WRITE CLOT-REG.
           CLOSE CTLLOTE.

       END PROGRAM YOUR-PROGRAM-NAME.
