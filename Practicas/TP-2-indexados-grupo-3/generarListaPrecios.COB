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
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS art-codigo.
           SELECT ARTICULOSHIST
           ASSIGN TO '../articulos_hist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LISTASPRECIOS
           ASSIGN TO '../listas_precios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIS-CLAVE
               FILE STATUS IS WS-LISTAS-STATUS.
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
           SELECT OPTIONAL LISTAPARAM
               ASSIGN TO '../lista_precios_param.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MARKUPFAM
               ASSIGN TO '../markup_familias.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MARKUPART
               ASSIGN TO '../markup_articulos.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPUESTA ASSIGN TO '../propuesta_lista_precios.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPPRO ASSIGN TO '../reporte_propuesta_precios.dat'
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

       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
       01  LCU-REG.
           03 LCU-ESTADO                       PIC X.
           03 FILLER                           PIC X.
           03 LCU-FECHA                        PIC 9(8).
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
       FD  LISTASPRECIOS.
       01  LIS-REG.
           03 LIS-CLAVE.
               05 LIS-ART-CODIGO               PIC X(8).
               05 LIS-FECHA-VIGENCIA           PIC 9(8).
               05 LIS-MONEDA                   PIC X(3).
           03 LIS-PRECIO                       PIC 9(8)V99.
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
       FD  LISTAPARAM.
       01  LPA-REG.
           03 LPA-MARKUP-DEFECTO               PIC 9(3)V99.
           03 FILLER                           PIC X.
           03 LPA-PASO-REDONDEO                PIC 9(6)V99.
           03 FILLER                           PIC X.
           03 LPA-MODO-REDONDEO                PIC X.
       FD  MARKUPFAM.
       01  MKF-REG.
           03 MKF-FAMILIA                      PIC X(4).
           03 FILLER                           PIC X.
           03 MKF-MARKUP                       PIC 9(3)V99.
       FD  MARKUPART.
       01  MKA-REG.
           03 MKA-ART                          PIC X(8).
           03 FILLER                           PIC X.
           03 MKA-MARKUP                       PIC 9(3)V99.
       FD  PROPUESTA.
       01  PRO-REG.
           03 PRO-ART                          PIC X(8).
           03 FILLER                           PIC X.
           03 PRO-FECHA                        PIC 9(8).
           03 FILLER                           PIC X.
           03 PRO-MONEDA                       PIC X(3).
           03 FILLER                           PIC X.
           03 PRO-PRECIO                       PIC 9(8)V99.
           03 FILLER                           PIC X.
           03 PRO-ANTERIOR                     PIC 9(8)V99.
       FD  REPPRO.
       01  REP-LINEA                           PIC X(150).
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

       WORKING-STORAGE SECTION.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       01  AUD-DETALLE.
           03 AUD-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-HORA                         PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-PROGRAMA                     PIC X(15)
                                      VALUE "GENERARLISTA".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
      **   precio anterior y nuevo de la fila grabada
           03 AUD-DATOS                        PIC X(23) VALUE SPACES.
           03 AUD-DATOS-IMPORTE REDEFINES AUD-DATOS.
               05 AUD-DI-ROTULO                PIC X(4).
               05 AUD-DI-IMPORTE               PIC -(12)9,99.
               05 FILLER                       PIC X(3).
       01  REP-TITULO.
           03 FILLER                           PIC X(35)
               VALUE "PROPUESTA DE LISTA DE PRECIOS AL ".
           03 REP-T-FECHA                      PIC 9(8).
           03 FILLER                           PIC X(10)
               VALUE "  MONEDA: ".
           03 REP-T-MONEDA                     PIC X(20).
           03 FILLER                           PIC X(11)
               VALUE "  FAMILIA: ".
           03 REP-T-FAMILIA                    PIC X(6).
       01  REP-PARAMETROS.
           03 FILLER                           PIC X(18)
               VALUE "MARKUP DEFECTO: ".
           03 REP-P-MARKUP                     PIC ZZ9,99.
           03 FILLER                           PIC X(22)
               VALUE "%  REDONDEO AL PASO: ".
           03 REP-P-PASO                       PIC Z(5)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-P-MODO                       PIC X(20).
       01  REP-COLUMNAS.
           03 FILLER                           PIC X(46)
               VALUE "ARTICULO DESCRIPCION                    FAM.  ".
           03 FILLER                           PIC X(36)
               VALUE "MON       COSTO   MARKUP    ANTERIOR".
           03 FILLER                           PIC X(36)
               VALUE "       NUEVO    VAR.%  OBSERVACION".
       01  REP-DETALLE.
           03 REP-D-ART                        PIC X(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 REP-D-DESCRIP                    PIC X(30).
           03 FILLER                           PIC X VALUE SPACE.
           03 REP-D-FAMILIA                    PIC X(4).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-MONEDA                     PIC X(3).
           03 FILLER                           PIC X VALUE SPACE.
           03 REP-D-COSTO                      PIC Z(7)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-MARKUP                     PIC ZZ9,99.
           03 REP-D-ORIGEN-MK                  PIC X.
           03 FILLER                           PIC X VALUE SPACE.
           03 REP-D-ANTERIOR                   PIC Z(7)9,99.
           03 FILLER                           PIC X VALUE SPACE.
           03 REP-D-NUEVO                      PIC Z(7)9,99.
           03 FILLER                           PIC X VALUE SPACE.
           03 REP-D-VARIACION                  PIC -(4)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-OBSERVACION                PIC X(20).
       01  REP-TOTAL.
           03 FILLER                           PIC X(22)
               VALUE "ARTICULOS EVALUADOS: ".
           03 REP-TOT-EVALUADOS                PIC ZZZZZ9.
           03 FILLER                           PIC X(14)
               VALUE "  PROPUESTOS: ".
           03 REP-TOT-PROPUESTOS               PIC ZZZZZ9.
           03 FILLER                           PIC X(15)
               VALUE "  SIN CAMBIO: ".
           03 REP-TOT-SIN-CAMBIO               PIC ZZZZZ9.
           03 FILLER                           PIC X(13)
               VALUE "  SIN COSTO: ".
           03 REP-TOT-SIN-COSTO                PIC ZZZZZ9.
       01  REP-REFERENCIA.
           03 FILLER                           PIC X(33)
               VALUE "MARKUP: A = PROPIO DEL ARTICULO, ".
           03 FILLER                           PIC X(33)
               VALUE "F = DE LA FAMILIA, D = DEFECTO".

       77  WS-HIST-STATUS                      PIC X(02).
       77  WS-LISTAS-STATUS                    PIC X(02).
       77  WS-CAMBIOS-STATUS                   PIC X(02).
       77  WS-OPERADORES-STATUS                PIC X(02).
       77  HAY-HIST                            PIC X VALUE 'N'.
       77  HAY-CAMBIOS                         PIC X VALUE 'N'.
       77  HAY-OPERADORES                      PIC X VALUE 'N'.
       77  PASSWORD-INGRESADA                  PIC X(10).
       77  INTENTOS-SIGNON                     PIC 9 VALUE 0.
       77  SIGNON-OK                           PIC X VALUE 'N'.
       01  PERM-ACCIONES.
           03 PERM-ALTA                        PIC X.
           03 PERM-CAMBIO                      PIC X.
           03 PERM-BAJA                        PIC X.
           03 PERM-CONSULTA                    PIC X.
       77  EOF-ARTICULOS                       PIC 9 VALUE 0.
       77  EOF-LISTAPARAM                      PIC 9 VALUE 0.
       77  EOF-MARKUPFAM                       PIC 9 VALUE 0.
       77  EOF-MARKUPART                       PIC 9 VALUE 0.
       77  EOF-PROPUESTA                       PIC 9 VALUE 0.
       77  FIN-PRECIOS                         PIC X.
       77  FECHA-VIGENCIA                      PIC 9(8).
       77  MONEDA-LISTA                        PIC X(3).
       77  MONEDA-LINEA                        PIC X(3).
       77  MONEDA-COSTO                        PIC X(3).
       77  FILTRO-FAMILIA                      PIC X(4).
       77  MARKUP-DEFECTO                      PIC 9(3)V99 VALUE 30.
       77  PASO-REDONDEO                       PIC 9(6)V99 VALUE 0.
       77  MODO-REDONDEO                       PIC X VALUE 'A'.
           88 REDONDEO-ARRIBA                  VALUE 'A'.
           88 REDONDEO-CERCANO                 VALUE 'C'.
       77  MARKUP-LINEA                        PIC 9(3)V99.
       77  ORIGEN-MARKUP                       PIC X.
       77  COSTO-EFECTIVO                      PIC 9(8)V99.
       77  COSTO-LISTA                         PIC 9(8)V99.
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
       77  MONEDA-BUSCADA                      PIC X(3).
       77  TASA-MONEDA                         PIC 9(4)V9999.
       77  PRECIO-CALCULADO                    PIC 9(10)V99.
       77  PRECIO-NUEVO                        PIC 9(8)V99.
       77  PRECIO-ANTERIOR                     PIC 9(8)V99.
       77  HAY-PRECIO-ANTERIOR                 PIC X.
       77  HAY-MISMA-FECHA                     PIC X.
       77  CANT-PASOS                          PIC 9(10).
       77  VARIACION                           PIC S9(5)V99.
       77  CONFIRMA                            PIC X.
       77  CONT-EVALUADOS                      PIC 9(6) VALUE 0.
       77  CONT-PROPUESTOS                     PIC 9(6) VALUE 0.
       77  CONT-SIN-CAMBIO                     PIC 9(6) VALUE 0.
       77  CONT-SIN-COSTO                      PIC 9(6) VALUE 0.
       77  CONT-ALTAS                          PIC 9(6) VALUE 0.
       77  CONT-REEMPLAZOS                     PIC 9(6) VALUE 0.
       77  SUMA-PRECIOS                        PIC 9(12)V99 VALUE 0.
       77  CANT-MKF-TABLA                      PIC 9(3) VALUE 0.
       77  MAX-MKF-TABLA                       PIC 9(3) VALUE 200.
       77  CANT-MKA-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-MKA-TABLA                       PIC 9(4) VALUE 2000.
       77  SUB-F                               PIC 9(3).
       77  SUB-A                               PIC 9(4).
       77  MK-HALLADO                          PIC X.
       01  TABLA-MARKUP-FAMILIAS.
           03 MKF-ITEM OCCURS 200 TIMES.
               05 MKF-T-FAMILIA                PIC X(4).
               05 MKF-T-MARKUP                 PIC 9(3)V99.
       01  TABLA-MARKUP-ARTICULOS.
           03 MKA-ITEM OCCURS 2000 TIMES.
               05 MKA-T-ART                    PIC X(8).
               05 MKA-T-MARKUP                 PIC 9(3)V99.
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
                DISPLAY 'Operador sin permiso de cambio de articulos.'
            ELSE
                PERFORM 200-INGRESAR-DATOS
                PERFORM 300-ARMAR-PROPUESTA
                PERFORM 600-CONFIRMAR
                IF CONFIRMA = 'S'
                    PERFORM 700-GRABAR-LISTA
                ELSE
                    DISPLAY 'NO SE GRABO NINGUN PRECIO. LA PROPUESTA '
                        'QUEDA EN propuesta_lista_precios.'
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
           OPEN INPUT ARTICULOS.
           OPEN EXTEND AUDITORIA.
           PERFORM 105-ABRIR-ARCHIVOS.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 112-ABRIR-OPERADORES.
           PERFORM 115-VALIDAR-OPERADOR.

       105-ABRIR-ARCHIVOS.
           OPEN INPUT ARTICULOSHIST.
           IF WS-HIST-STATUS = '00'
               MOVE 'S' TO HAY-HIST
           END-IF.
           OPEN INPUT CAMBIOS.
           IF WS-CAMBIOS-STATUS = '00'
               MOVE 'S' TO HAY-CAMBIOS
           ELSE
               DISPLAY "SIN TABLA DE CAMBIOS, TODO SE TOMA EN PESOS"
           END-IF.
           OPEN I-O LISTASPRECIOS.
           IF WS-LISTAS-STATUS = '35'
               OPEN OUTPUT LISTASPRECIOS
               CLOSE LISTASPRECIOS
               OPEN I-O LISTASPRECIOS
           END-IF.

       110-LEER-PARAMETROS.
      **   markup por defecto y redondeo; el markup de cada familia y
      **   las excepciones por articulo van en sus propias tablas
           OPEN INPUT LISTAPARAM.
           READ LISTAPARAM AT END MOVE 1 TO EOF-LISTAPARAM.
           IF EOF-LISTAPARAM <> 1
               IF LPA-MARKUP-DEFECTO > 0
                   MOVE LPA-MARKUP-DEFECTO TO MARKUP-DEFECTO
               END-IF
               MOVE LPA-PASO-REDONDEO TO PASO-REDONDEO
               IF LPA-MODO-REDONDEO = 'C'
                   MOVE 'C' TO MODO-REDONDEO
               END-IF
           END-IF.
           CLOSE LISTAPARAM.
           PERFORM 120-CARGAR-MARKUP-FAMILIAS.
           PERFORM 130-CARGAR-MARKUP-ARTICULOS.
           PERFORM 140-CARGAR-KITS.
           DISPLAY "MARKUP POR DEFECTO: ", MARKUP-DEFECTO,
               "%  FAMILIAS CON MARKUP: ", CANT-MKF-TABLA,
               "  ARTICULOS CON MARKUP PROPIO: ", CANT-MKA-TABLA.

       120-CARGAR-MARKUP-FAMILIAS.
           OPEN INPUT MARKUPFAM.
           READ MARKUPFAM AT END MOVE 1 TO EOF-MARKUPFAM.
           PERFORM UNTIL EOF-MARKUPFAM = 1
               IF CANT-MKF-TABLA < MAX-MKF-TABLA
                   ADD 1 TO CANT-MKF-TABLA
                   MOVE MKF-FAMILIA TO MKF-T-FAMILIA(CANT-MKF-TABLA)
                   MOVE MKF-MARKUP TO MKF-T-MARKUP(CANT-MKF-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-MKF-TABLA,
                       " FAMILIAS CON MARKUP, SE OMITEN"
               END-IF
               READ MARKUPFAM AT END MOVE 1 TO EOF-MARKUPFAM
           END-PERFORM.
           CLOSE MARKUPFAM.

       130-CARGAR-MARKUP-ARTICULOS.
           OPEN INPUT MARKUPART.
           READ MARKUPART AT END MOVE 1 TO EOF-MARKUPART.
           PERFORM UNTIL EOF-MARKUPART = 1
               IF CANT-MKA-TABLA < MAX-MKA-TABLA
                   ADD 1 TO CANT-MKA-TABLA
                   MOVE MKA-ART TO MKA-T-ART(CANT-MKA-TABLA)
                   MOVE MKA-MARKUP TO MKA-T-MARKUP(CANT-MKA-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-MKA-TABLA,
                       " ARTICULOS CON MARKUP, SE OMITEN"
               END-IF
               READ MARKUPART AT END MOVE 1 TO EOF-MARKUPART
           END-PERFORM.
           CLOSE MARKUPART.

       140-CARGAR-KITS.
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
                   MOVE OPE-PERM-ART TO PERM-ACCIONES
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

       200-INGRESAR-DATOS.
           PERFORM 210-INGRESAR-FECHA.
           DISPLAY 'Ingrese moneda de la lista (blanco = la del '
               'costo de cada articulo):'.
           ACCEPT MONEDA-LISTA.
           DISPLAY 'Ingrese familia (blanco = todas):'.
           ACCEPT FILTRO-FAMILIA.

       210-INGRESAR-FECHA.
           DISPLAY 'Ingrese fecha de vigencia de la nueva lista '
               '(AAAAMMDD):'.
           ACCEPT FECHA-VIGENCIA.
           IF FECHA-VIGENCIA = 0
               DISPLAY 'La fecha de vigencia es obligatoria. Reingrese.'
               PERFORM 210-INGRESAR-FECHA
           END-IF.

       300-ARMAR-PROPUESTA.
           OPEN OUTPUT PROPUESTA, REPPRO.
           MOVE FECHA-VIGENCIA TO REP-T-FECHA.
           IF MONEDA-LISTA = SPACES
               MOVE "LA DEL COSTO" TO REP-T-MONEDA
           ELSE
               MOVE MONEDA-LISTA TO REP-T-MONEDA
           END-IF.
           IF FILTRO-FAMILIA = SPACES
               MOVE "TODAS" TO REP-T-FAMILIA
           ELSE
               MOVE FILTRO-FAMILIA TO REP-T-FAMILIA
           END-IF.
           WRITE REP-LINEA FROM REP-TITULO.
           MOVE MARKUP-DEFECTO TO REP-P-MARKUP.
           MOVE PASO-REDONDEO TO REP-P-PASO.
           IF REDONDEO-CERCANO
               MOVE "(AL MAS CERCANO)" TO REP-P-MODO
           ELSE
               MOVE "(HACIA ARRIBA)" TO REP-P-MODO
           END-IF.
           WRITE REP-LINEA FROM REP-PARAMETROS.
           WRITE REP-LINEA FROM REP-COLUMNAS.
           MOVE LOW-VALUES TO art-codigo.
           START ARTICULOS KEY IS > art-codigo
               INVALID KEY
                   MOVE 1 TO EOF-ARTICULOS.
           IF EOF-ARTICULOS <> 1
               READ ARTICULOS NEXT AT END MOVE 1 TO EOF-ARTICULOS
           END-IF.
           PERFORM UNTIL EOF-ARTICULOS = 1
               IF FILTRO-FAMILIA = SPACES
                   OR art-familia = FILTRO-FAMILIA
                   PERFORM 310-PROPONER-ARTICULO
               END-IF
               READ ARTICULOS NEXT AT END MOVE 1 TO EOF-ARTICULOS
           END-PERFORM.
           MOVE CONT-EVALUADOS TO REP-TOT-EVALUADOS.
           MOVE CONT-PROPUESTOS TO REP-TOT-PROPUESTOS.
           MOVE CONT-SIN-CAMBIO TO REP-TOT-SIN-CAMBIO.
           MOVE CONT-SIN-COSTO TO REP-TOT-SIN-COSTO.
           WRITE REP-LINEA FROM REP-TOTAL.
           WRITE REP-LINEA FROM REP-REFERENCIA.
           CLOSE PROPUESTA, REPPRO.

       310-PROPONER-ARTICULO.
      **   precio = costo vigente a la fecha de la lista, pasado a la
      **   moneda de la lista, mas el markup y redondeado al paso
           ADD 1 TO CONT-EVALUADOS.
           MOVE art-moneda TO MONEDA-COSTO.
           IF MONEDA-COSTO = SPACES
               MOVE 'PES' TO MONEDA-COSTO
           END-IF.
           IF MONEDA-LISTA = SPACES
               MOVE MONEDA-COSTO TO MONEDA-LINEA
           ELSE
               MOVE MONEDA-LISTA TO MONEDA-LINEA
           END-IF.
           PERFORM 400-BUSCAR-COSTO-VIGENTE.
           PERFORM 410-COSTO-EN-MONEDA-LISTA.
           MOVE art-codigo TO KIT-BUSCADO.
           PERFORM 480-BUSCAR-KIT.
           IF KIT-HALLADO = 'S'
               PERFORM 470-COSTEAR-KIT
           END-IF.
           PERFORM 420-BUSCAR-MARKUP.
           PERFORM 450-BUSCAR-PRECIO-ANTERIOR.
           MOVE SPACES TO REP-D-OBSERVACION.
           MOVE 0 TO PRECIO-NUEVO.
           MOVE 0 TO VARIACION.
           IF COSTO-LISTA = 0
               MOVE "SIN COSTO" TO REP-D-OBSERVACION
               ADD 1 TO CONT-SIN-COSTO
           ELSE
               COMPUTE PRECIO-CALCULADO ROUNDED =
                   COSTO-LISTA * (100 + MARKUP-LINEA) / 100
               PERFORM 430-REDONDEAR-PRECIO
               IF HAY-PRECIO-ANTERIOR = 'S' AND PRECIO-ANTERIOR > 0
                   COMPUTE VARIACION ROUNDED =
                       (PRECIO-NUEVO - PRECIO-ANTERIOR) * 100
                       / PRECIO-ANTERIOR
               END-IF
               IF HAY-PRECIO-ANTERIOR = 'S'
                   AND PRECIO-NUEVO = PRECIO-ANTERIOR
                   MOVE "SIN CAMBIO" TO REP-D-OBSERVACION
                   ADD 1 TO CONT-SIN-CAMBIO
               ELSE
                   PERFORM 320-GRABAR-PROPUESTA
               END-IF
           END-IF.
           MOVE art-codigo TO REP-D-ART.
           MOVE art-descrip TO REP-D-DESCRIP.
           MOVE art-familia TO REP-D-FAMILIA.
           MOVE MONEDA-LINEA TO REP-D-MONEDA.
           MOVE COSTO-LISTA TO REP-D-COSTO.
           MOVE MARKUP-LINEA TO REP-D-MARKUP.
           MOVE ORIGEN-MARKUP TO REP-D-ORIGEN-MK.
           MOVE PRECIO-ANTERIOR TO REP-D-ANTERIOR.
           MOVE PRECIO-NUEVO TO REP-D-NUEVO.
           MOVE VARIACION TO REP-D-VARIACION.
           WRITE REP-LINEA FROM REP-DETALLE.

       320-GRABAR-PROPUESTA.
           ADD 1 TO CONT-PROPUESTOS.
           MOVE SPACES TO PRO-REG.
           MOVE art-codigo TO PRO-ART.
           MOVE FECHA-VIGENCIA TO PRO-FECHA.
           MOVE MONEDA-LINEA TO PRO-MONEDA.
           MOVE PRECIO-NUEVO TO PRO-PRECIO.
           MOVE PRECIO-ANTERIOR TO PRO-ANTERIOR.
           WRITE PRO-REG.
           IF HAY-MISMA-FECHA = 'S'
               MOVE "REEMPLAZA LA FECHA" TO REP-D-OBSERVACION
           ELSE
               IF HAY-PRECIO-ANTERIOR <> 'S'
                   MOVE "SIN PRECIO ANTERIOR" TO REP-D-OBSERVACION
               END-IF
           END-IF.

       400-BUSCAR-COSTO-VIGENTE.
      **   un costo ya revaluado a futuro se toma si rige a la fecha
      **   de la lista
           MOVE art-costo TO COSTO-EFECTIVO.
           IF HAY-HIST = 'S'
               MOVE art-codigo TO HIST-ART-CODIGO
               MOVE FECHA-VIGENCIA TO HIST-FECHA-VIGENCIA
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

       410-COSTO-EN-MONEDA-LISTA.
           IF MONEDA-LINEA = MONEDA-COSTO
               MOVE COSTO-EFECTIVO TO COSTO-LISTA
           ELSE
               MOVE MONEDA-COSTO TO MONEDA-BUSCADA
               PERFORM 460-OBTENER-TASA
               COMPUTE COSTO-PESOS ROUNDED =
                   COSTO-EFECTIVO * TASA-MONEDA
               MOVE MONEDA-LINEA TO MONEDA-BUSCADA
               PERFORM 460-OBTENER-TASA
               COMPUTE COSTO-LISTA ROUNDED =
                   COSTO-PESOS / TASA-MONEDA
           END-IF.

       420-BUSCAR-MARKUP.
      **   prioridad: markup propio del articulo, luego el de su
      **   familia, luego el de los parametros
           MOVE MARKUP-DEFECTO TO MARKUP-LINEA.
           MOVE 'D' TO ORIGEN-MARKUP.
           MOVE 0 TO SUB-A.
           MOVE 'N' TO MK-HALLADO.
           PERFORM 421-COMPARAR-ARTICULO
               UNTIL MK-HALLADO = 'S' OR SUB-A >= CANT-MKA-TABLA.
           IF MK-HALLADO = 'S'
               MOVE MKA-T-MARKUP(SUB-A) TO MARKUP-LINEA
               MOVE 'A' TO ORIGEN-MARKUP
           ELSE
               MOVE 0 TO SUB-F
               PERFORM 422-COMPARAR-FAMILIA
                   UNTIL MK-HALLADO = 'S' OR SUB-F >= CANT-MKF-TABLA
               IF MK-HALLADO = 'S'
                   MOVE MKF-T-MARKUP(SUB-F) TO MARKUP-LINEA
                   MOVE 'F' TO ORIGEN-MARKUP
               END-IF
           END-IF.

       421-COMPARAR-ARTICULO.
           ADD 1 TO SUB-A.
           IF MKA-T-ART(SUB-A) = art-codigo
               MOVE 'S' TO MK-HALLADO
           END-IF.

       422-COMPARAR-FAMILIA.
           ADD 1 TO SUB-F.
           IF MKF-T-FAMILIA(SUB-F) = art-familia
               MOVE 'S' TO MK-HALLADO
           END-IF.

       430-REDONDEAR-PRECIO.
      **   sin paso configurado queda redondeado al centavo
           IF PASO-REDONDEO = 0
               MOVE PRECIO-CALCULADO TO PRECIO-NUEVO
           ELSE
               IF REDONDEO-CERCANO
                   COMPUTE CANT-PASOS ROUNDED =
                       PRECIO-CALCULADO / PASO-REDONDEO
               ELSE
                   COMPUTE CANT-PASOS =
                       PRECIO-CALCULADO / PASO-REDONDEO
                   IF CANT-PASOS * PASO-REDONDEO < PRECIO-CALCULADO
                       ADD 1 TO CANT-PASOS
                   END-IF
               END-IF
               COMPUTE PRECIO-NUEVO = CANT-PASOS * PASO-REDONDEO
           END-IF.

       450-BUSCAR-PRECIO-ANTERIOR.
      **   ultimo precio en la moneda de la lista vigente a la fecha:
      **   las filas del articulo vienen por fecha y moneda
           MOVE 'N' TO HAY-PRECIO-ANTERIOR.
           MOVE 'N' TO HAY-MISMA-FECHA.
           MOVE 0 TO PRECIO-ANTERIOR.
           MOVE 'N' TO FIN-PRECIOS.
           MOVE art-codigo TO LIS-ART-CODIGO.
           MOVE 0 TO LIS-FECHA-VIGENCIA.
           MOVE LOW-VALUES TO LIS-MONEDA.
           START LISTASPRECIOS KEY IS >= LIS-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-PRECIOS
           END-START.
           PERFORM 451-LEER-PRECIO UNTIL FIN-PRECIOS = 'S'.

       451-LEER-PRECIO.
           READ LISTASPRECIOS NEXT
               AT END
                   MOVE 'S' TO FIN-PRECIOS
               NOT AT END
                   IF LIS-ART-CODIGO <> art-codigo
                       OR LIS-FECHA-VIGENCIA > FECHA-VIGENCIA
                       MOVE 'S' TO FIN-PRECIOS
                   ELSE
                       IF LIS-MONEDA = MONEDA-LINEA
                           MOVE 'S' TO HAY-PRECIO-ANTERIOR
                           MOVE LIS-PRECIO TO PRECIO-ANTERIOR
                           IF LIS-FECHA-VIGENCIA = FECHA-VIGENCIA
                               MOVE 'S' TO HAY-MISMA-FECHA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       460-OBTENER-TASA.
           MOVE 1 TO TASA-MONEDA.
           IF MONEDA-BUSCADA = SPACES OR MONEDA-BUSCADA = 'PES'
               CONTINUE
           ELSE
               IF HAY-CAMBIOS = 'S'
                   MOVE MONEDA-BUSCADA TO CAM-MONEDA
                   MOVE FECHA-VIGENCIA TO CAM-FECHA
                   START CAMBIOS KEY IS <= CAM-CLAVE
                       INVALID KEY
                           PERFORM 465-SIN-TASA
                       NOT INVALID KEY
                           READ CAMBIOS NEXT
                           IF CAM-MONEDA = MONEDA-BUSCADA
                               MOVE CAM-TASA TO TASA-MONEDA
                           ELSE
                               PERFORM 465-SIN-TASA
                           END-IF
                   END-START
               ELSE
                   PERFORM 465-SIN-TASA
               END-IF
           END-IF.

       465-SIN-TASA.
           DISPLAY "SIN TASA DE CAMBIO PARA ", MONEDA-BUSCADA,
               ", SE TOMA 1,0000".

       470-COSTEAR-KIT.
      **   el costo del kit es la suma de sus componentes, cada uno
      **   a la fecha de la lista; despues se relee el kit para
      **   seguir el recorrido del maestro desde ese articulo
           MOVE 0 TO COSTO-KIT.
           MOVE 'N' TO FIN-KIT.
           PERFORM 471-COSTEAR-COMPONENTE UNTIL FIN-KIT = 'S'.
           MOVE KIT-BUSCADO TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE MONEDA-LINEA TO MONEDA-BUSCADA.
           PERFORM 460-OBTENER-TASA.
           COMPUTE COSTO-LISTA ROUNDED = COSTO-KIT / TASA-MONEDA.

       471-COSTEAR-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY "COMPONENTE DE KIT INEXISTENTE: ",
                       KIT-T-COMPONENTE(SUB-K)
               NOT INVALID KEY
                   PERFORM 400-BUSCAR-COSTO-VIGENTE
                   MOVE art-moneda TO MONEDA-BUSCADA
                   PERFORM 460-OBTENER-TASA
                   COMPUTE COSTO-KIT ROUNDED = COSTO-KIT +
                       COSTO-EFECTIVO * TASA-MONEDA
                       * KIT-T-CANTIDAD(SUB-K)
           END-READ.
           PERFORM 485-SIGUIENTE-COMPONENTE.

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

       600-CONFIRMAR.
           DISPLAY '--- PROPUESTA DE LISTA DE PRECIOS ---'.
           DISPLAY 'ARTICULOS EVALUADOS: ', CONT-EVALUADOS.
           DISPLAY 'PRECIOS PROPUESTOS: ', CONT-PROPUESTOS.
           DISPLAY 'SIN CAMBIO: ', CONT-SIN-CAMBIO,
               '  SIN COSTO: ', CONT-SIN-COSTO.
           MOVE 'N' TO CONFIRMA.
           IF CONT-PROPUESTOS > 0
               DISPLAY 'Revise reporte_propuesta_precios. Aprobar y '
                   'grabar la lista (S/N)?'
               ACCEPT CONFIRMA
           END-IF.

       700-GRABAR-LISTA.
      **   la lista aprobada se graba completa desde la propuesta,
      **   sin volver a calcular
           OPEN INPUT PROPUESTA.
           READ PROPUESTA AT END MOVE 1 TO EOF-PROPUESTA.
           PERFORM UNTIL EOF-PROPUESTA = 1
               PERFORM 710-GRABAR-PRECIO
               READ PROPUESTA AT END MOVE 1 TO EOF-PROPUESTA
           END-PERFORM.
           CLOSE PROPUESTA.
           PERFORM 950-GRABAR-CONTROL-PASO.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'PRECIOS NUEVOS GRABADOS: ', CONT-ALTAS.
           DISPLAY 'PRECIOS REEMPLAZADOS EN LA FECHA: ',
               CONT-REEMPLAZOS.
           DISPLAY 'SUMA DE PRECIOS GRABADOS: ', SUMA-PRECIOS.

       710-GRABAR-PRECIO.
           MOVE PRO-ART TO LIS-ART-CODIGO.
           MOVE PRO-FECHA TO LIS-FECHA-VIGENCIA.
           MOVE PRO-MONEDA TO LIS-MONEDA.
           MOVE PRO-PRECIO TO LIS-PRECIO.
           MOVE LIS-CLAVE TO AUD-CLAVE.
           WRITE LIS-REG
               INVALID KEY
                   REWRITE LIS-REG
                   ADD 1 TO CONT-REEMPLAZOS
                   MOVE 'LISTA-MOD' TO AUD-ACCION
               NOT INVALID KEY
                   ADD 1 TO CONT-ALTAS
                   MOVE 'LISTA-ALTA' TO AUD-ACCION
           END-WRITE.
           ADD PRO-PRECIO TO SUMA-PRECIOS.
           MOVE 'ANT ' TO AUD-DI-ROTULO.
           MOVE PRO-ANTERIOR TO AUD-DI-IMPORTE.
           PERFORM 850-GRABAR-AUDITORIA.
           MOVE 'DES ' TO AUD-DI-ROTULO.
           MOVE PRO-PRECIO TO AUD-DI-IMPORTE.
           PERFORM 850-GRABAR-AUDITORIA.
           MOVE SPACES TO AUD-DATOS.

       850-GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 851-ENCADENAR-AUDITORIA.

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

       900-FIN-GENERAL.
           CLOSE ARTICULOS, LISTASPRECIOS, AUDITORIA.
           IF HAY-HIST = 'S'
               CLOSE ARTICULOSHIST
           END-IF.
           IF HAY-CAMBIOS = 'S'
               CLOSE CAMBIOS
           END-IF.
           IF HAY-OPERADORES = 'S'
               CLOSE OPERADORES
           END-IF.

       950-GRABAR-CONTROL-PASO.
           OPEN EXTEND CTLLOTE.
           ACCEPT CLOT-FECHA FROM DATE YYYYMMDD.
           MOVE "GENERARLISTA" TO CLOT-PROGRAMA.
           COMPUTE CLOT-CANTIDAD = CONT-ALTAS + CONT-REEMPLAZOS.
           MOVE SUMA-PRECIOS TO CLOT-TOTAL.
           WRITE CLOT-REG.
           CLOSE CTLLOTE.

       END PROGRAM YOUR-PROGRAM-NAME.
