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
           SELECT OPTIONAL WEBPED
               ASSIGN TO '../web_pedidos_entrada.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WEBRSP
               ASSIGN TO '../web_pedidos_respuesta.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WEBPROC
               ASSIGN TO '../web_pedidos_procesados.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WPR-ORDEN
               FILE STATUS IS WS-WEBPROC-STATUS.
           SELECT OPTIONAL WEBPARAM ASSIGN TO '../web_param.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PEDIDOS ASSIGN TO '../pedidos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CLAVE
               FILE STATUS IS WS-PEDIDOS-STATUS.
           SELECT OPTIONAL PEDCTL ASSIGN TO '../pedidos_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS art-codigo.
           SELECT CLIENTES ASSIGN TO '../clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT KITS ASSIGN TO '../kits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CLAVE
               FILE STATUS IS WS-KITS-STATUS.
           SELECT CREDITOS ASSIGN TO '../creditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRE-CLIENTE
               FILE STATUS IS WS-CREDITOS-STATUS.
           SELECT LISTASPRECIOS
           ASSIGN TO '../listas_precios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIS-CLAVE
               FILE STATUS IS WS-LISTAS-STATUS.
           SELECT CAMBIOS ASSIGN TO '../cambios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CLAVE
               FILE STATUS IS WS-CAMBIOS-STATUS.
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
       FD  WEBPED.
       01  WEB-REG.
           03 WEB-ORDEN                        PIC 9(10).
           03 FILLER                           PIC X.
           03 WEB-CLIENTE                      PIC 9(6).
           03 FILLER                           PIC X.
           03 WEB-ARTICULO                     PIC X(8).
           03 FILLER                           PIC X.
           03 WEB-CANTIDAD                     PIC 9(4).
           03 FILLER                           PIC X.
           03 WEB-PRECIO                       PIC 9(8)V99.
           03 FILLER                           PIC X.
           03 WEB-MONEDA                       PIC X(3).
           03 FILLER                           PIC X.
           03 WEB-FECHA                        PIC 9(8).
       FD  WEBRSP.
       01  RSP-LINEA                           PIC X(90).
       FD  WEBPROC.
       01  WPR-REGISTRO.
           03 WPR-ORDEN                        PIC 9(10).
           03 WPR-PEDIDO                       PIC 9(10).
           03 WPR-FECHA                        PIC 9(8).
           03 WPR-ESTADO                       PIC X.
               88 WPR-ACEPTADA                 VALUE 'A'.
               88 WPR-RECHAZADA                VALUE 'R'.
       FD  WEBPARAM.
       01  WPA-REG.
           03 WPA-VENDEDOR                     PIC 9(3).
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
       FD  PEDCTL.
       01  PCT-REG.
           03 PCT-PROX-PEDIDO                  PIC 9(10).
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
       FD  CLIENTES.
       01  CLIE-REGISTRO.
           03 CLIE-CODIGO                      PIC 9(6).
           03 CLIE-RAZON-SOCIAL                PIC X(30).
           03 CLIE-CUIT                        PIC 9(11).
           03 CLIE-COND-IVA                    PIC X(2).
           03 CLIE-DOMICILIO                   PIC X(30).
       FD  KITS.
       01  KIT-REGISTRO.
           03 KIT-CLAVE.
               05 KIT-ARTICULO                 PIC X(8).
               05 KIT-COMPONENTE               PIC X(8).
           03 KIT-CANTIDAD                     PIC 9(4).
       FD  CREDITOS.
       01  CRE-REGISTRO.
           03 CRE-CLIENTE                      PIC 9(6).
           03 CRE-LIMITE                       PIC 9(10)V99.
           03 CRE-EXPUESTO                     PIC S9(10)V99.
       FD  LISTASPRECIOS.
       01  LIS-REG.
           03 LIS-CLAVE.
               05 LIS-ART-CODIGO               PIC X(8).
               05 LIS-FECHA-VIGENCIA           PIC 9(8).
               05 LIS-MONEDA                   PIC X(3).
           03 LIS-PRECIO                       PIC 9(8)V99.
       FD  CAMBIOS.
       01  CAM-REGISTRO.
           03 CAM-CLAVE.
               05 CAM-MONEDA                   PIC X(3).
               05 CAM-FECHA                    PIC 9(8).
           03 CAM-TASA                         PIC 9(4)V9999.
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
                                      VALUE "IMPORTARPEDWEB".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       01  RESPUESTA-WEB.
           03 RSP-ORDEN                        PIC 9(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 RSP-ESTADO                       PIC X(9).
           03 FILLER                           PIC X VALUE SPACE.
           03 RSP-PEDIDO                       PIC 9(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 RSP-ARTICULO                     PIC X(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 RSP-MOTIVO                       PIC X(40).
       77  WS-FECHA-HOY                        PIC 9(8).
       77  WS-WEBPROC-STATUS                   PIC X(02).
       77  WS-PEDIDOS-STATUS                   PIC X(02).
       77  WS-CLIENTES-STATUS                  PIC X(02).
       77  WS-KITS-STATUS                      PIC X(02).
       77  WS-CREDITOS-STATUS                  PIC X(02).
       77  WS-LISTAS-STATUS                    PIC X(02).
       77  WS-CAMBIOS-STATUS                   PIC X(02).
       77  HAY-CLIENTES                        PIC X VALUE 'N'.
       77  HAY-CREDITOS                        PIC X VALUE 'N'.
       77  HAY-LISTAS                          PIC X VALUE 'N'.
       77  HAY-CAMBIOS                         PIC X VALUE 'N'.
       77  EOF-WEBPED                          PIC 9 VALUE 0.
       77  EOF-WEBPARAM                        PIC 9 VALUE 0.
       77  EOF-PEDCTL                          PIC 9 VALUE 0.
       77  EOF-PEDIDOS                         PIC 9 VALUE 0.
       77  EOF-KITS                            PIC 9 VALUE 0.
       77  EOF-LISTAS                          PIC 9 VALUE 0.
       77  PROX-PEDIDO                         PIC 9(10) VALUE 1.
       77  NUMERO-ACTUAL                       PIC 9(10).
       77  VEND-WEB                            PIC 9(3) VALUE 0.
       77  ORDEN-ACTUAL                        PIC 9(10).
       77  CLIENTE-ORDEN                       PIC 9(6).
       77  ORDEN-RECHAZADA                     PIC X.
       77  MOTIVO-RECHAZO                      PIC X(40).
       77  ART-RECHAZO                         PIC X(8).
       77  MOTIVO-NUEVO                        PIC X(40).
       77  ART-NUEVO                           PIC X(8).
       77  CANT-LINEAS-ORDEN                   PIC 9(3).
       77  MAX-LINEAS-ORDEN                    PIC 9(3) VALUE 50.
       77  LINEAS-COMPROMETIDAS                PIC 9(3).
       77  SUB-L                               PIC 9(3).
       77  SUB-R                               PIC 9(3).
       01  TABLA-ORDEN.
           03 ORD-ITEM OCCURS 50 TIMES.
               05 ORD-ARTICULO                 PIC X(8).
               05 ORD-CANTIDAD                 PIC 9(4).
               05 ORD-PRECIO                   PIC 9(8)V99.
               05 ORD-MONEDA                   PIC X(3).
               05 ORD-FECHA                    PIC 9(8).
       77  CANT-KIT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-KIT-TABLA                       PIC 9(4) VALUE 1000.
       77  SUB-K                               PIC 9(4).
       77  KIT-HALLADO                         PIC X.
       77  FIN-KIT                             PIC X.
       77  KIT-BUSCADO                         PIC X(8).
       01  TABLA-KIT.
           03 KIT-ITEM OCCURS 1000 TIMES.
               05 KIT-T-KIT                    PIC X(8).
               05 KIT-T-COMPONENTE             PIC X(8).
               05 KIT-T-CANTIDAD               PIC 9(4).
       77  CANT-CMP-TABLA                      PIC 9(5) VALUE 0.
       77  MAX-CMP-TABLA                       PIC 9(5) VALUE 5000.
       77  SUB-C                               PIC 9(5).
       77  CMP-HALLADO                         PIC X.
       77  CMP-MOVIMIENTO                      PIC S9(8).
       01  TABLA-COMPROMETIDO.
           03 CMP-ITEM OCCURS 5000 TIMES.
               05 CMP-ART                      PIC X(8).
               05 CMP-CANTIDAD                 PIC S9(8).
       77  ART-LINEA                           PIC X(8).
       77  CANT-COMPROMISO                     PIC 9(4).
       77  SIGNO-COMPROMISO                    PIC S9.
       77  ART-CALCULADO                       PIC X(8).
       77  STOCK-COMPROMETIDO                  PIC S9(8).
       77  STOCK-DISPONIBLE                    PIC S9(8).
       77  DISPONIBLE-COMPONENTE               PIC S9(8).
       77  KITS-POSIBLES                       PIC S9(8).
       77  HAY-PRECIO-LISTA                    PIC X.
       77  PRECIO-LISTA                        PIC 9(8)V99.
       77  MONEDA-BUSCADA                      PIC X(3).
       77  FECHA-BUSCADA                       PIC 9(8).
       77  TASA-MONEDA                         PIC 9(4)V9999.
       77  TASA-IVA-LINEA                      PIC 9(2)V99.
       77  IMPORTE-PESOS                       PIC 9(12)V99.
       77  TOTAL-ORDEN                         PIC 9(12)V99.
       77  PENDIENTE-CLIENTE                   PIC 9(12)V99.
       77  CREDITO-DISPONIBLE                  PIC S9(12)V99.
       77  CONT-ORDENES                        PIC 9(6) VALUE 0.
       77  CONT-ACEPTADAS                      PIC 9(6) VALUE 0.
       77  CONT-RECHAZADAS                     PIC 9(6) VALUE 0.
       77  CONT-DUPLICADAS                     PIC 9(6) VALUE 0.
       77  CTL-CANT-LINEAS                     PIC 9(6) VALUE 0.
       77  CTL-SUMA-UNIDADES                   PIC 9(8) VALUE 0.
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
            PERFORM 300-PROCESAR-ORDEN UNTIL EOF-WEBPED = 1.
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
           MOVE 'WEB' TO AUD-OPERADOR.
           PERFORM 105-ABRIR-PEDIDOS.
           OPEN INPUT ARTICULOS.
           PERFORM 107-ABRIR-MAESTROS.
           PERFORM 108-ABRIR-PROCESADOS.
           OPEN EXTEND AUDITORIA.
           OPEN INPUT WEBPED.
           OPEN OUTPUT WEBRSP.
           PERFORM 109-LEER-PARAMETROS.
           PERFORM 110-LEER-PROX-PEDIDO.
           PERFORM 115-CARGAR-KITS.
           PERFORM 120-CARGAR-COMPROMETIDO.
           READ WEBPED AT END MOVE 1 TO EOF-WEBPED.

       105-ABRIR-PEDIDOS.
           OPEN I-O PEDIDOS.
           IF WS-PEDIDOS-STATUS = '35'
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF.

       107-ABRIR-MAESTROS.
           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS = '00'
               MOVE 'S' TO HAY-CLIENTES
           ELSE
               DISPLAY 'SIN MAESTRO DE CLIENTES: no se valida la '
                   'existencia del cliente.'
           END-IF.
           OPEN INPUT CREDITOS.
           IF WS-CREDITOS-STATUS = '00'
               MOVE 'S' TO HAY-CREDITOS
           END-IF.
           OPEN INPUT LISTASPRECIOS.
           IF WS-LISTAS-STATUS = '00'
               MOVE 'S' TO HAY-LISTAS
           ELSE
               DISPLAY 'SIN LISTA DE PRECIOS: se rechazan todas las '
                   'ordenes web.'
           END-IF.
           OPEN INPUT CAMBIOS.
           IF WS-CAMBIOS-STATUS = '00'
               MOVE 'S' TO HAY-CAMBIOS
           END-IF.

       108-ABRIR-PROCESADOS.
      **   registro de ordenes web ya procesadas: si la tienda vuelve
      **   a mandar una orden no se duplica el pedido
           OPEN I-O WEBPROC.
           IF WS-WEBPROC-STATUS = '35'
               OPEN OUTPUT WEBPROC
               CLOSE WEBPROC
               OPEN I-O WEBPROC
           END-IF.

       109-LEER-PARAMETROS.
           OPEN INPUT WEBPARAM.
           READ WEBPARAM AT END MOVE 1 TO EOF-WEBPARAM.
           IF EOF-WEBPARAM <> 1
               MOVE WPA-VENDEDOR TO VEND-WEB
           ELSE
               DISPLAY 'SIN web_param.dat: los pedidos web se graban '
                   'con vendedor 000.'
           END-IF.
           CLOSE WEBPARAM.

       110-LEER-PROX-PEDIDO.
           OPEN INPUT PEDCTL.
           READ PEDCTL AT END MOVE 1 TO EOF-PEDCTL.
           IF EOF-PEDCTL <> 1 AND PCT-PROX-PEDIDO > 0
               MOVE PCT-PROX-PEDIDO TO PROX-PEDIDO
           END-IF.
           CLOSE PEDCTL.

       115-CARGAR-KITS.
      **   composicion de los kits: un kit no tiene stock propio y
      **   compromete el disponible de sus componentes
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

       120-CARGAR-COMPROMETIDO.
      **   lo comprometido por pedidos abiertos se junta una sola vez
      **   y se actualiza con cada orden aceptada, en lugar de
      **   recorrer PEDIDOS por cada linea como hace grabarPedidos
           MOVE 0 TO EOF-PEDIDOS.
           MOVE LOW-VALUES TO PED-CLAVE.
           START PEDIDOS KEY IS > PED-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-PEDIDOS.
           IF EOF-PEDIDOS <> 1
               READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
           END-IF.
           PERFORM UNTIL EOF-PEDIDOS = 1
               IF PED-ABIERTO
                   MOVE PED-ART TO ART-LINEA
                   MOVE PED-CANTIDAD TO CANT-COMPROMISO
                   MOVE 1 TO SIGNO-COMPROMISO
                   PERFORM 500-COMPROMETER-LINEA
               END-IF
               READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
           END-PERFORM.

       300-PROCESAR-ORDEN.
      **   las lineas de una misma orden vienen juntas; la orden se
      **   acepta o se rechaza entera, la tienda no vende a medias
           ADD 1 TO CONT-ORDENES.
           MOVE WEB-ORDEN TO ORDEN-ACTUAL.
           MOVE WEB-CLIENTE TO CLIENTE-ORDEN.
           MOVE 0 TO CANT-LINEAS-ORDEN.
           MOVE 'N' TO ORDEN-RECHAZADA.
           MOVE SPACES TO MOTIVO-RECHAZO, ART-RECHAZO.
           PERFORM 310-CARGAR-LINEA
               UNTIL EOF-WEBPED = 1 OR WEB-ORDEN <> ORDEN-ACTUAL.
           MOVE ORDEN-ACTUAL TO WPR-ORDEN.
           READ WEBPROC
               INVALID KEY
                   PERFORM 320-EVALUAR-ORDEN
               NOT INVALID KEY
                   PERFORM 390-RESPONDER-DUPLICADA
           END-READ.

       310-CARGAR-LINEA.
           IF WEB-CLIENTE NOT NUMERIC OR WEB-CANTIDAD NOT NUMERIC
               OR WEB-PRECIO NOT NUMERIC OR WEB-FECHA NOT NUMERIC
               MOVE WEB-ARTICULO TO ART-NUEVO
               MOVE 'LINEA CON FORMATO INVALIDO' TO MOTIVO-NUEVO
               PERFORM 395-RECHAZAR-ORDEN
           ELSE
               IF WEB-CLIENTE <> CLIENTE-ORDEN
                   MOVE WEB-ARTICULO TO ART-NUEVO
                   MOVE 'LINEAS DE LA ORDEN CON DISTINTO CLIENTE'
                       TO MOTIVO-NUEVO
                   PERFORM 395-RECHAZAR-ORDEN
               END-IF
               IF CANT-LINEAS-ORDEN < MAX-LINEAS-ORDEN
                   ADD 1 TO CANT-LINEAS-ORDEN
                   MOVE WEB-ARTICULO
                       TO ORD-ARTICULO(CANT-LINEAS-ORDEN)
                   MOVE WEB-CANTIDAD
                       TO ORD-CANTIDAD(CANT-LINEAS-ORDEN)
                   MOVE WEB-PRECIO TO ORD-PRECIO(CANT-LINEAS-ORDEN)
                   MOVE WEB-MONEDA TO ORD-MONEDA(CANT-LINEAS-ORDEN)
                   MOVE WEB-FECHA TO ORD-FECHA(CANT-LINEAS-ORDEN)
                   IF WEB-FECHA = 0
                       MOVE WS-FECHA-HOY
                           TO ORD-FECHA(CANT-LINEAS-ORDEN)
                   END-IF
               ELSE
                   MOVE WEB-ARTICULO TO ART-NUEVO
                   MOVE 'ORDEN CON DEMASIADAS LINEAS' TO MOTIVO-NUEVO
                   PERFORM 395-RECHAZAR-ORDEN
               END-IF
           END-IF.
           READ WEBPED AT END MOVE 1 TO EOF-WEBPED.

       320-EVALUAR-ORDEN.
           IF ORDEN-RECHAZADA = 'N'
               PERFORM 330-CONTROLAR-CLIENTE
           END-IF.
           MOVE 0 TO LINEAS-COMPROMETIDAS, TOTAL-ORDEN.
           MOVE 0 TO SUB-L.
           PERFORM 340-CONTROLAR-LINEA
               UNTIL SUB-L >= CANT-LINEAS-ORDEN
               OR ORDEN-RECHAZADA = 'S'.
           IF ORDEN-RECHAZADA = 'N'
               PERFORM 370-CONTROLAR-CREDITO
           END-IF.
           IF ORDEN-RECHAZADA = 'N'
               PERFORM 400-GRABAR-ORDEN
           ELSE
               PERFORM 380-DESHACER-COMPROMISO
               PERFORM 385-REGISTRAR-RECHAZO
           END-IF.

       330-CONTROLAR-CLIENTE.
           MOVE SPACES TO ART-NUEVO.
           IF CLIENTE-ORDEN = 0
               MOVE 'CLIENTE NO INFORMADO' TO MOTIVO-NUEVO
               PERFORM 395-RECHAZAR-ORDEN
           ELSE
               IF HAY-CLIENTES = 'S'
                   MOVE CLIENTE-ORDEN TO CLIE-CODIGO
                   READ CLIENTES
                       INVALID KEY
                           MOVE 'CLIENTE INEXISTENTE' TO MOTIVO-NUEVO
                           PERFORM 395-RECHAZAR-ORDEN
                   END-READ
               END-IF
           END-IF.

       340-CONTROLAR-LINEA.
      **   mismas reglas que la carga manual: articulo existente,
      **   cantidad mayor que cero, no repetido en el pedido y
      **   disponible neto de lo comprometido; ademas el precio tiene
      **   que ser el de lista vigente que publico el catalogo
           ADD 1 TO SUB-L.
           MOVE ORD-ARTICULO(SUB-L) TO ART-NUEVO.
           IF ORD-CANTIDAD(SUB-L) = 0
               MOVE 'CANTIDAD EN CERO' TO MOTIVO-NUEVO
               PERFORM 395-RECHAZAR-ORDEN
           END-IF.
           IF ORDEN-RECHAZADA = 'N'
               PERFORM 345-CONTROLAR-REPETIDO
           END-IF.
           IF ORDEN-RECHAZADA = 'N'
               MOVE ORD-ARTICULO(SUB-L) TO art-codigo
               READ ARTICULOS
                   INVALID KEY
                       MOVE 'ARTICULO INEXISTENTE' TO MOTIVO-NUEVO
                       PERFORM 395-RECHAZAR-ORDEN
                   NOT INVALID KEY
                       MOVE art-tasa-iva TO TASA-IVA-LINEA
                       IF ORD-MONEDA(SUB-L) = SPACES
                           MOVE art-moneda TO ORD-MONEDA(SUB-L)
                       END-IF
               END-READ
           END-IF.
           IF ORDEN-RECHAZADA = 'N'
               PERFORM 350-CONTROLAR-PRECIO
           END-IF.
           IF ORDEN-RECHAZADA = 'N'
               PERFORM 360-CONTROLAR-DISPONIBLE
           END-IF.
           IF ORDEN-RECHAZADA = 'N'
               MOVE ORD-MONEDA(SUB-L) TO MONEDA-BUSCADA
               MOVE ORD-FECHA(SUB-L) TO FECHA-BUSCADA
               PERFORM 430-OBTENER-TASA
               COMPUTE IMPORTE-PESOS ROUNDED =
                   ORD-PRECIO(SUB-L) * ORD-CANTIDAD(SUB-L)
                   * TASA-MONEDA * (100 + TASA-IVA-LINEA) / 100
               ADD IMPORTE-PESOS TO TOTAL-ORDEN
               MOVE ORD-ARTICULO(SUB-L) TO ART-LINEA
               MOVE ORD-CANTIDAD(SUB-L) TO CANT-COMPROMISO
               MOVE 1 TO SIGNO-COMPROMISO
               PERFORM 500-COMPROMETER-LINEA
               ADD 1 TO LINEAS-COMPROMETIDAS
           END-IF.

       345-CONTROLAR-REPETIDO.
           MOVE 0 TO SUB-R.
           PERFORM 346-COMPARAR-LINEA
               UNTIL SUB-R >= SUB-L - 1 OR ORDEN-RECHAZADA = 'S'.

       346-COMPARAR-LINEA.
           ADD 1 TO SUB-R.
           IF ORD-ARTICULO(SUB-R) = ORD-ARTICULO(SUB-L)
               MOVE 'ARTICULO REPETIDO EN LA ORDEN' TO MOTIVO-NUEVO
               PERFORM 395-RECHAZAR-ORDEN
           END-IF.

       350-CONTROLAR-PRECIO.
           PERFORM 355-BUSCAR-PRECIO-LISTA.
           IF HAY-PRECIO-LISTA = 'N'
               MOVE 'SIN PRECIO DE LISTA VIGENTE EN LA MONEDA'
                   TO MOTIVO-NUEVO
               PERFORM 395-RECHAZAR-ORDEN
           ELSE
               IF ORD-PRECIO(SUB-L) <> PRECIO-LISTA
                   MOVE 'PRECIO DISTINTO DEL DE LISTA VIGENTE'
                       TO MOTIVO-NUEVO
                   PERFORM 395-RECHAZAR-ORDEN
               END-IF
           END-IF.

       355-BUSCAR-PRECIO-LISTA.
      **   ultima entrada de lista en la moneda de la orden que no
      **   sea posterior a la fecha de la orden
           MOVE 'N' TO HAY-PRECIO-LISTA.
           IF HAY-LISTAS = 'S'
               MOVE 0 TO EOF-LISTAS
               MOVE ORD-ARTICULO(SUB-L) TO LIS-ART-CODIGO
               MOVE 0 TO LIS-FECHA-VIGENCIA
               MOVE LOW-VALUES TO LIS-MONEDA
               START LISTASPRECIOS KEY IS >= LIS-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-LISTAS
               END-START
               IF EOF-LISTAS <> 1
                   READ LISTASPRECIOS NEXT
                       AT END MOVE 1 TO EOF-LISTAS
               END-IF
               PERFORM UNTIL EOF-LISTAS = 1
                         OR LIS-ART-CODIGO <> ORD-ARTICULO(SUB-L)
                         OR LIS-FECHA-VIGENCIA > ORD-FECHA(SUB-L)
                   IF LIS-MONEDA = ORD-MONEDA(SUB-L)
                       MOVE 'S' TO HAY-PRECIO-LISTA
                       MOVE LIS-PRECIO TO PRECIO-LISTA
                   END-IF
                   READ LISTASPRECIOS NEXT
                       AT END MOVE 1 TO EOF-LISTAS
               END-PERFORM
           END-IF.

       360-CONTROLAR-DISPONIBLE.
      **   el disponible descuenta del fisico lo ya comprometido por
      **   pedidos abiertos, incluidas las lineas anteriores de esta
      **   misma orden
           MOVE ORD-ARTICULO(SUB-L) TO KIT-BUSCADO.
           PERFORM 480-BUSCAR-KIT.
           IF KIT-HALLADO = 'S'
               MOVE 99999999 TO STOCK-DISPONIBLE
               MOVE 'N' TO FIN-KIT
               PERFORM 362-DISPONIBLE-COMPONENTE UNTIL FIN-KIT = 'S'
           ELSE
               MOVE ORD-ARTICULO(SUB-L) TO ART-CALCULADO
               PERFORM 490-BUSCAR-COMPROMETIDO
               COMPUTE STOCK-DISPONIBLE =
                   art-stock - STOCK-COMPROMETIDO
           END-IF.
           IF ORD-CANTIDAD(SUB-L) > STOCK-DISPONIBLE
               MOVE 'SIN DISPONIBLE SUFICIENTE' TO MOTIVO-NUEVO
               PERFORM 395-RECHAZAR-ORDEN
           END-IF.

       362-DISPONIBLE-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO art-codigo.
           MOVE KIT-T-COMPONENTE(SUB-K) TO ART-CALCULADO.
           MOVE 0 TO KITS-POSIBLES.
           READ ARTICULOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 490-BUSCAR-COMPROMETIDO
                   COMPUTE DISPONIBLE-COMPONENTE =
                       art-stock - STOCK-COMPROMETIDO
                   IF DISPONIBLE-COMPONENTE > 0
                       DIVIDE DISPONIBLE-COMPONENTE
                           BY KIT-T-CANTIDAD(SUB-K)
                           GIVING KITS-POSIBLES
                   END-IF
           END-READ.
           IF KITS-POSIBLES < STOCK-DISPONIBLE
               MOVE KITS-POSIBLES TO STOCK-DISPONIBLE
           END-IF.
           PERFORM 485-SIGUIENTE-COMPONENTE.

       370-CONTROLAR-CREDITO.
      **   mismo control que la liberacion del pedido (limite menos
      **   expuesto, total con IVA en pesos), descontando ademas lo
      **   que el cliente ya tiene pedido y sin facturar, asi la
      **   tienda no confirma algo que despues no se puede liberar.
      **   Sin legajo de credito no hay control, como al facturar.
           MOVE SPACES TO ART-NUEVO.
           IF HAY-CREDITOS = 'S'
               MOVE CLIENTE-ORDEN TO CRE-CLIENTE
               READ CREDITOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 375-PENDIENTE-CLIENTE
                       COMPUTE CREDITO-DISPONIBLE = CRE-LIMITE
                           - CRE-EXPUESTO - PENDIENTE-CLIENTE
                       IF TOTAL-ORDEN > CREDITO-DISPONIBLE
                           MOVE 'EXCEDE EL LIMITE DE CREDITO'
                               TO MOTIVO-NUEVO
                           PERFORM 395-RECHAZAR-ORDEN
                       END-IF
               END-READ
           END-IF.

       375-PENDIENTE-CLIENTE.
      **   lineas abiertas del cliente con precio acordado; las de
      **   precio cero se valorizan recien al facturar
           MOVE 0 TO PENDIENTE-CLIENTE.
           MOVE 0 TO EOF-PEDIDOS.
           MOVE LOW-VALUES TO PED-CLAVE.
           START PEDIDOS KEY IS > PED-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-PEDIDOS.
           IF EOF-PEDIDOS <> 1
               READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
           END-IF.
           PERFORM UNTIL EOF-PEDIDOS = 1
               IF PED-ABIERTO AND PED-CLIENTE = CLIENTE-ORDEN
                   AND PED-PRECIO > 0
                   PERFORM 376-VALORIZAR-PENDIENTE
               END-IF
               READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
           END-PERFORM.

       376-VALORIZAR-PENDIENTE.
           MOVE 0 TO TASA-IVA-LINEA.
           MOVE PED-ART TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE art-tasa-iva TO TASA-IVA-LINEA
           END-READ.
           MOVE PED-MONEDA TO MONEDA-BUSCADA.
           MOVE PED-FECHA TO FECHA-BUSCADA.
           PERFORM 430-OBTENER-TASA.
           COMPUTE IMPORTE-PESOS ROUNDED = PED-PRECIO * PED-CANTIDAD
               * TASA-MONEDA * (100 + TASA-IVA-LINEA) / 100.
           ADD IMPORTE-PESOS TO PENDIENTE-CLIENTE.

       380-DESHACER-COMPROMISO.
           MOVE 0 TO SUB-L.
           PERFORM 381-DESCOMPROMETER-LINEA LINEAS-COMPROMETIDAS TIMES.

       381-DESCOMPROMETER-LINEA.
           ADD 1 TO SUB-L.
           MOVE ORD-ARTICULO(SUB-L) TO ART-LINEA.
           MOVE ORD-CANTIDAD(SUB-L) TO CANT-COMPROMISO.
           MOVE -1 TO SIGNO-COMPROMISO.
           PERFORM 500-COMPROMETER-LINEA.

       385-REGISTRAR-RECHAZO.
           ADD 1 TO CONT-RECHAZADAS.
           MOVE ORDEN-ACTUAL TO WPR-ORDEN.
           MOVE 0 TO WPR-PEDIDO.
           MOVE WS-FECHA-HOY TO WPR-FECHA.
           MOVE 'R' TO WPR-ESTADO.
           WRITE WPR-REGISTRO
               INVALID KEY
                   DISPLAY 'ORDEN ', ORDEN-ACTUAL, ' YA REGISTRADA.'
           END-WRITE.
           MOVE ORDEN-ACTUAL TO RSP-ORDEN.
           MOVE 'RECHAZADO' TO RSP-ESTADO.
           MOVE 0 TO RSP-PEDIDO.
           MOVE ART-RECHAZO TO RSP-ARTICULO.
           MOVE MOTIVO-RECHAZO TO RSP-MOTIVO.
           WRITE RSP-LINEA FROM RESPUESTA-WEB.

       390-RESPONDER-DUPLICADA.
      **   se repite la respuesta original para que la tienda no
      **   quede sin contestar si perdio la anterior
           ADD 1 TO CONT-DUPLICADAS.
           MOVE ORDEN-ACTUAL TO RSP-ORDEN.
           MOVE 'DUPLICADO' TO RSP-ESTADO.
           MOVE WPR-PEDIDO TO RSP-PEDIDO.
           MOVE SPACES TO RSP-ARTICULO.
           IF WPR-ACEPTADA
               MOVE 'ORDEN YA PROCESADA: FUE ACEPTADA'
                   TO RSP-MOTIVO
           ELSE
               MOVE 'ORDEN YA PROCESADA: FUE RECHAZADA'
                   TO RSP-MOTIVO
           END-IF.
           WRITE RSP-LINEA FROM RESPUESTA-WEB.

       395-RECHAZAR-ORDEN.
      **   se informa el primer motivo encontrado
           IF ORDEN-RECHAZADA = 'N'
               MOVE 'S' TO ORDEN-RECHAZADA
               MOVE MOTIVO-NUEVO TO MOTIVO-RECHAZO
               MOVE ART-NUEVO TO ART-RECHAZO
           END-IF.

       400-GRABAR-ORDEN.
           MOVE PROX-PEDIDO TO NUMERO-ACTUAL.
           ADD 1 TO PROX-PEDIDO.
           PERFORM 405-GRABAR-PROX-PEDIDO.
           MOVE 0 TO SUB-L.
           PERFORM 410-GRABAR-LINEA CANT-LINEAS-ORDEN TIMES.
           ADD 1 TO CONT-ACEPTADAS.
           MOVE ORDEN-ACTUAL TO WPR-ORDEN.
           MOVE NUMERO-ACTUAL TO WPR-PEDIDO.
           MOVE WS-FECHA-HOY TO WPR-FECHA.
           MOVE 'A' TO WPR-ESTADO.
           WRITE WPR-REGISTRO
               INVALID KEY
                   DISPLAY 'ORDEN ', ORDEN-ACTUAL, ' YA REGISTRADA.'
           END-WRITE.
           MOVE ORDEN-ACTUAL TO RSP-ORDEN.
           MOVE 'ACEPTADO' TO RSP-ESTADO.
           MOVE NUMERO-ACTUAL TO RSP-PEDIDO.
           MOVE SPACES TO RSP-ARTICULO, RSP-MOTIVO.
           WRITE RSP-LINEA FROM RESPUESTA-WEB.

       405-GRABAR-PROX-PEDIDO.
           OPEN OUTPUT PEDCTL.
           MOVE PROX-PEDIDO TO PCT-PROX-PEDIDO.
           WRITE PCT-REG.
           CLOSE PEDCTL.

       410-GRABAR-LINEA.
           ADD 1 TO SUB-L.
           MOVE NUMERO-ACTUAL TO PED-NUMERO.
           MOVE ORD-ARTICULO(SUB-L) TO PED-ART.
           MOVE ORD-CANTIDAD(SUB-L) TO PED-CANTIDAD.
           MOVE ORD-PRECIO(SUB-L) TO PED-PRECIO.
           MOVE VEND-WEB TO PED-VEND.
           MOVE CLIENTE-ORDEN TO PED-CLIENTE.
           MOVE WS-FECHA-HOY TO PED-FECHA.
           MOVE ORD-MONEDA(SUB-L) TO PED-MONEDA.
           MOVE 'A' TO PED-ESTADO.
           WRITE PED-REGISTRO
               INVALID KEY
                   DISPLAY 'PEDIDO ', PED-NUMERO, ' ARTICULO ',
                       PED-ART, ' YA EXISTE.'
               NOT INVALID KEY
                   MOVE PED-CLAVE TO AUD-CLAVE
                   MOVE 'ALTA WEB' TO AUD-ACCION
                   PERFORM 450-GRABAR-AUDITORIA
                   ADD 1 TO CTL-CANT-LINEAS
                   ADD ORD-CANTIDAD(SUB-L) TO CTL-SUMA-UNIDADES
           END-WRITE.

       430-OBTENER-TASA.
           MOVE 1 TO TASA-MONEDA.
           IF MONEDA-BUSCADA = SPACES OR MONEDA-BUSCADA = 'PES'
               CONTINUE
           ELSE
               IF HAY-CAMBIOS = 'S'
                   MOVE MONEDA-BUSCADA TO CAM-MONEDA
                   MOVE FECHA-BUSCADA TO CAM-FECHA
                   START CAMBIOS KEY IS <= CAM-CLAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ CAMBIOS NEXT
                           IF CAM-MONEDA = MONEDA-BUSCADA
                               MOVE CAM-TASA TO TASA-MONEDA
                           END-IF
                   END-START
               END-IF
           END-IF.

       450-GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 451-ENCADENAR-AUDITORIA.

       451-ENCADENAR-AUDITORIA.
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
           PERFORM 452-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.
           MOVE AUC-CONTROL-ANT TO AUC-CONTROL.
           WRITE AUD-LINEA FROM AUC-REGISTRO.
           MOVE SPACES TO ACA-REG.
           MOVE AUC-SECUENCIA TO ACA-SECUENCIA.
           MOVE AUC-CONTROL TO ACA-CONTROL.
           OPEN OUTPUT AUDCADENA.
           WRITE ACA-REG.
           CLOSE AUDCADENA.

       452-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

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

       490-BUSCAR-COMPROMETIDO.
           MOVE 0 TO SUB-C.
           MOVE 'N' TO CMP-HALLADO.
           PERFORM 491-COMPARAR-COMPROMETIDO
               UNTIL CMP-HALLADO = 'S' OR SUB-C >= CANT-CMP-TABLA.
           IF CMP-HALLADO = 'S'
               MOVE CMP-CANTIDAD(SUB-C) TO STOCK-COMPROMETIDO
           ELSE
               MOVE 0 TO STOCK-COMPROMETIDO
           END-IF.

       491-COMPARAR-COMPROMETIDO.
           ADD 1 TO SUB-C.
           IF CMP-ART(SUB-C) = ART-CALCULADO
               MOVE 'S' TO CMP-HALLADO
           END-IF.

       495-SUMAR-COMPROMETIDO.
           PERFORM 490-BUSCAR-COMPROMETIDO.
           IF CMP-HALLADO = 'S'
               ADD CMP-MOVIMIENTO TO CMP-CANTIDAD(SUB-C)
           ELSE
               IF CANT-CMP-TABLA < MAX-CMP-TABLA
                   ADD 1 TO CANT-CMP-TABLA
                   MOVE ART-CALCULADO TO CMP-ART(CANT-CMP-TABLA)
                   MOVE CMP-MOVIMIENTO TO CMP-CANTIDAD(CANT-CMP-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-CMP-TABLA,
                       " ARTICULOS COMPROMETIDOS, SE OMITE ",
                       ART-CALCULADO
               END-IF
           END-IF.

       500-COMPROMETER-LINEA.
      **   suma (o resta, con SIGNO-COMPROMISO negativo) una linea al
      **   comprometido; un kit compromete sus componentes
           MOVE ART-LINEA TO KIT-BUSCADO.
           PERFORM 480-BUSCAR-KIT.
           IF KIT-HALLADO = 'S'
               MOVE 'N' TO FIN-KIT
               PERFORM 501-COMPROMETER-COMPONENTE UNTIL FIN-KIT = 'S'
           ELSE
               MOVE ART-LINEA TO ART-CALCULADO
               COMPUTE CMP-MOVIMIENTO =
                   CANT-COMPROMISO * SIGNO-COMPROMISO
               PERFORM 495-SUMAR-COMPROMETIDO
           END-IF.

       501-COMPROMETER-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO ART-CALCULADO.
           COMPUTE CMP-MOVIMIENTO = CANT-COMPROMISO
               * KIT-T-CANTIDAD(SUB-K) * SIGNO-COMPROMISO.
           PERFORM 495-SUMAR-COMPROMETIDO.
           PERFORM 485-SIGUIENTE-COMPONENTE.

       900-FIN-GENERAL.
           DISPLAY '--- IMPORTACION DE PEDIDOS WEB ---'.
           DISPLAY 'ORDENES LEIDAS: ', CONT-ORDENES.
           DISPLAY 'ACEPTADAS: ', CONT-ACEPTADAS.
           DISPLAY 'RECHAZADAS: ', CONT-RECHAZADAS.
           DISPLAY 'YA PROCESADAS (DUPLICADAS): ', CONT-DUPLICADAS.
           DISPLAY 'LINEAS DE PEDIDO GRABADAS: ', CTL-CANT-LINEAS.
           PERFORM 950-GRABAR-CONTROL-PASO.
           CLOSE WEBPED, WEBRSP, WEBPROC, PEDIDOS, ARTICULOS,
                 AUDITORIA.
           IF HAY-CLIENTES = 'S'
               CLOSE CLIENTES
           END-IF.
           IF HAY-CREDITOS = 'S'
               CLOSE CREDITOS
           END-IF.
           IF HAY-LISTAS = 'S'
               CLOSE LISTASPRECIOS
           END-IF.
           IF HAY-CAMBIOS = 'S'
               CLOSE CAMBIOS
           END-IF.

       950-GRABAR-CONTROL-PASO.
           OPEN EXTEND CTLLOTE.
           MOVE SPACES TO CLOT-REG.
           ACCEPT CLOT-FECHA FROM DATE YYYYMMDD.
           MOVE "IMPORTARPEDWEB" TO CLOT-PROGRAMA.
           MOVE CTL-CANT-LINEAS TO CLOT-CANTIDAD.
           MOVE CTL-SUMA-UNIDADES TO CLOT-TOTAL.
           WRITE CLOT-REG.
           CLOSE CTLLOTE.

       END PROGRAM YOUR-PROGRAM-NAME.
