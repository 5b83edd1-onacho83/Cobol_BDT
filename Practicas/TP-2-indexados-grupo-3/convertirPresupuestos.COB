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
           SELECT PRESUPUESTOS ASSIGN TO '../presupuestos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS WS-PRESUPUESTOS-STATUS.
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
           SELECT KITS ASSIGN TO '../kits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CLAVE
               FILE STATUS IS WS-KITS-STATUS.
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
       FD  KITS.
       01  KIT-REGISTRO.
           03 KIT-CLAVE.
               05 KIT-ARTICULO                 PIC X(8).
               05 KIT-COMPONENTE               PIC X(8).
           03 KIT-CANTIDAD                     PIC 9(4).
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
                                      VALUE "CONVERTIRPRESUP".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       77  WS-PRESUPUESTOS-STATUS              PIC X(02).
       77  WS-PEDIDOS-STATUS                   PIC X(02).
       77  WS-FECHA-HOY                        PIC 9(8).
       77  EOF-PEDCTL                          PIC 9 VALUE 0.
       77  EOF-PEDIDOS                         PIC 9 VALUE 0.
       77  FIN-LINEAS                          PIC X.
       77  PROX-PEDIDO                         PIC 9(10) VALUE 1.
       77  NUMERO-PEDIDO                       PIC 9(10).
       77  OPCION                              PIC 9 VALUE 0.
       77  CONFIRMA                            PIC X.
       77  NUMERO-INGRESADO                    PIC 9(8).
       77  PRESUPUESTO-VALIDO                  PIC X.
       77  HAY-FALTANTE                        PIC X.
       77  LINEAS-OMITIDAS                     PIC X.
       77  ESTADO-NUEVO                        PIC X.
       77  ACCION-NUEVA                        PIC X(10).
       77  STOCK-COMPROMETIDO                  PIC S9(8).
       77  STOCK-DISPONIBLE                    PIC S9(8).
       77  IMPORTE-LINEA                       PIC 9(12)V99.
       77  SUB-L                               PIC 9(3).
       77  CANT-LIN-TABLA                      PIC 9(3) VALUE 0.
       77  MAX-LIN-TABLA                       PIC 9(3) VALUE 100.
       77  CTL-CANT-CONVERTIDOS                PIC 9(6) VALUE 0.
       77  CTL-CANT-RECHAZADOS                 PIC 9(6) VALUE 0.
       77  CTL-CANT-LINEAS                     PIC 9(6) VALUE 0.
       77  CTL-SUMA-IMPORTE                    PIC 9(12)V99 VALUE 0.
       77  WS-KITS-STATUS                      PIC X(02).
       77  EOF-KITS                            PIC 9 VALUE 0.
       77  CANT-KIT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-KIT-TABLA                       PIC 9(4) VALUE 1000.
       77  SUB-K                               PIC 9(4).
       77  SUB-J                               PIC 9(4).
       77  KIT-HALLADO                         PIC X.
       77  COMP-HALLADO                        PIC X.
       77  FIN-KIT                             PIC X.
       77  KIT-BUSCADO                         PIC X(8).
       77  ART-CALCULADO                       PIC X(8).
       77  DISPONIBLE-COMPONENTE               PIC S9(8).
       77  KITS-POSIBLES                       PIC S9(8).
       01  TABLA-KIT.
           03 KIT-ITEM OCCURS 1000 TIMES.
               05 KIT-T-KIT                    PIC X(8).
               05 KIT-T-COMPONENTE             PIC X(8).
               05 KIT-T-CANTIDAD               PIC 9(4).

      **   datos de cabecera del presupuesto en proceso
       01  PRESUPUESTO-ACTUAL.
           03 PAC-CLIENTE                      PIC 9(6).
           03 PAC-VEND                         PIC 9(3).
           03 PAC-VALIDEZ                      PIC 9(8).
           03 PAC-MONEDA                       PIC X(3).
           03 PAC-ESTADO                       PIC X.
           03 PAC-PEDIDO                       PIC 9(10).

       01  TABLA-LIN.
           03 LIN-ITEM OCCURS 100 TIMES.
               05 LIN-T-ART                    PIC X(8).
               05 LIN-T-CANTIDAD               PIC 9(4).
               05 LIN-T-PRECIO                 PIC 9(8)V99.
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
            PERFORM UNTIL OPCION = 3
               PERFORM 200-MENU
               EVALUATE OPCION
                   WHEN 1
                       PERFORM 300-CONVERTIR
                   WHEN 2
                       PERFORM 400-RECHAZAR
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcion invalida.'
               END-EVALUATE
            END-PERFORM.
            PERFORM 500-FIN-GENERAL.
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
           OPEN I-O PRESUPUESTOS.
           IF WS-PRESUPUESTOS-STATUS <> '00'
               DISPLAY 'SIN ARCHIVO DE PRESUPUESTOS: nada que '
                   'convertir.'
               STOP RUN
           END-IF.
           PERFORM 105-ABRIR-PEDIDOS.
           OPEN INPUT ARTICULOS.
           OPEN EXTEND AUDITORIA.
           PERFORM 110-LEER-PROX-PEDIDO.
           PERFORM 115-CARGAR-KITS.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.

       105-ABRIR-PEDIDOS.
           OPEN I-O PEDIDOS.
           IF WS-PEDIDOS-STATUS = '35'
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF.

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

       200-MENU.
           DISPLAY ' '.
           DISPLAY '1 - Convertir presupuesto en pedido'.
           DISPLAY '2 - Rechazar presupuesto'.
           DISPLAY '3 - Salir'.
           ACCEPT OPCION.

       300-CONVERTIR.
           PERFORM 310-CARGAR-PRESUPUESTO.
           IF PRESUPUESTO-VALIDO = 'S'
               PERFORM 330-CONTROLAR-DISPONIBLE
               IF HAY-FALTANTE = 'S'
                   DISPLAY 'PRESUPUESTO NO CONVERTIDO: FALTA '
                       'DISPONIBLE EN LAS LINEAS INDICADAS.'
               ELSE
                   DISPLAY 'Confirma la conversion en pedido (S/N)?'
                   ACCEPT CONFIRMA
                   IF CONFIRMA = 'S'
                       PERFORM 350-GRABAR-PEDIDO
                       MOVE 'C' TO ESTADO-NUEVO
                       MOVE 'CONVIERTE' TO ACCION-NUEVA
                       MOVE NUMERO-PEDIDO TO PAC-PEDIDO
                       PERFORM 450-ACTUALIZAR-PRESUPUESTO
                       ADD 1 TO CTL-CANT-CONVERTIDOS
                       DISPLAY 'PRESUPUESTO ', NUMERO-INGRESADO,
                           ' CONVERTIDO EN PEDIDO ', NUMERO-PEDIDO
                   END-IF
               END-IF
           END-IF.

       310-CARGAR-PRESUPUESTO.
      **   deja en tabla las lineas del presupuesto y verifica que
      **   siga emitido y dentro de su validez
           MOVE 'N' TO PRESUPUESTO-VALIDO.
           MOVE 0 TO CANT-LIN-TABLA.
           MOVE 'N' TO LINEAS-OMITIDAS.
           DISPLAY 'Ingrese numero de presupuesto:'.
           ACCEPT NUMERO-INGRESADO.
           MOVE 'N' TO FIN-LINEAS.
           MOVE NUMERO-INGRESADO TO PRE-NUMERO.
           MOVE LOW-VALUES TO PRE-ART.
           START PRESUPUESTOS KEY IS >= PRE-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-LINEAS
           END-START.
           PERFORM 311-LEER-LINEA UNTIL FIN-LINEAS = 'S'.
           IF CANT-LIN-TABLA = 0
               DISPLAY 'Presupuesto inexistente.'
           END-IF.
           IF LINEAS-OMITIDAS = 'S'
               DISPLAY 'El presupuesto no puede procesarse completo.'
           END-IF.
           IF CANT-LIN-TABLA > 0 AND LINEAS-OMITIDAS = 'N'
               EVALUATE PAC-ESTADO
                   WHEN 'C'
                       DISPLAY 'El presupuesto ya fue convertido en '
                           'el pedido ', PAC-PEDIDO
                   WHEN 'V'
                       DISPLAY 'El presupuesto esta vencido.'
                   WHEN 'R'
                       DISPLAY 'El presupuesto fue rechazado.'
                   WHEN OTHER
                       IF PAC-VALIDEZ < WS-FECHA-HOY
                           DISPLAY 'El presupuesto esta vencido '
                               '(validez ', PAC-VALIDEZ, ').'
                       ELSE
                           MOVE 'S' TO PRESUPUESTO-VALIDO
                       END-IF
               END-EVALUATE
           END-IF.

       311-LEER-LINEA.
           READ PRESUPUESTOS NEXT
               AT END
                   MOVE 'S' TO FIN-LINEAS
               NOT AT END
                   IF PRE-NUMERO <> NUMERO-INGRESADO
                       MOVE 'S' TO FIN-LINEAS
                   ELSE
                       PERFORM 312-ANOTAR-LINEA
                   END-IF
           END-READ.

       312-ANOTAR-LINEA.
           IF CANT-LIN-TABLA = 0
               MOVE PRE-CLIENTE TO PAC-CLIENTE
               MOVE PRE-VEND TO PAC-VEND
               MOVE PRE-VALIDEZ TO PAC-VALIDEZ
               MOVE PRE-MONEDA TO PAC-MONEDA
               MOVE PRE-ESTADO TO PAC-ESTADO
               MOVE PRE-PEDIDO TO PAC-PEDIDO
               DISPLAY 'CLIENTE: ', PRE-CLIENTE, '  VENDEDOR: ',
                   PRE-VEND, '  MONEDA: ', PRE-MONEDA,
                   '  VALIDEZ: ', PRE-VALIDEZ
           END-IF.
           IF CANT-LIN-TABLA < MAX-LIN-TABLA
               ADD 1 TO CANT-LIN-TABLA
               MOVE PRE-ART TO LIN-T-ART(CANT-LIN-TABLA)
               MOVE PRE-CANTIDAD TO LIN-T-CANTIDAD(CANT-LIN-TABLA)
               MOVE PRE-PRECIO TO LIN-T-PRECIO(CANT-LIN-TABLA)
               DISPLAY '  ', PRE-ART, '  CANT: ', PRE-CANTIDAD,
                   '  PRECIO: ', PRE-PRECIO
           ELSE
               DISPLAY 'ADVERTENCIA: SUPERA 100 LINEAS, SE OMITEN'
               MOVE 'S' TO LINEAS-OMITIDAS
               MOVE 'S' TO FIN-LINEAS
           END-IF.

       330-CONTROLAR-DISPONIBLE.
      **   la conversion es todo o nada: si una sola linea no tiene
      **   disponible no se genera el pedido
           MOVE 'N' TO HAY-FALTANTE.
           MOVE 0 TO SUB-L.
           PERFORM 331-CONTROLAR-LINEA CANT-LIN-TABLA TIMES.

       331-CONTROLAR-LINEA.
           ADD 1 TO SUB-L.
           MOVE LIN-T-ART(SUB-L) TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY 'Articulo inexistente: ', LIN-T-ART(SUB-L)
                   MOVE 'S' TO HAY-FALTANTE
               NOT INVALID KEY
                   MOVE LIN-T-ART(SUB-L) TO KIT-BUSCADO
                   PERFORM 480-BUSCAR-KIT
                   IF KIT-HALLADO = 'S'
                       PERFORM 411-DISPONIBLE-KIT
                   ELSE
                       MOVE LIN-T-ART(SUB-L) TO ART-CALCULADO
                       PERFORM 415-CALCULAR-COMPROMETIDO
                       COMPUTE STOCK-DISPONIBLE =
                           art-stock - STOCK-COMPROMETIDO
                   END-IF
                   IF LIN-T-CANTIDAD(SUB-L) > STOCK-DISPONIBLE
                       DISPLAY 'FALTANTE ', LIN-T-ART(SUB-L),
                           '  PEDIDO: ', LIN-T-CANTIDAD(SUB-L),
                           '  DISPONIBLE: ', STOCK-DISPONIBLE
                       MOVE 'S' TO HAY-FALTANTE
                   END-IF
           END-READ.

       350-GRABAR-PEDIDO.
           MOVE PROX-PEDIDO TO NUMERO-PEDIDO.
           ADD 1 TO PROX-PEDIDO.
           PERFORM 360-GRABAR-PROX-PEDIDO.
           MOVE 0 TO SUB-L.
           PERFORM 370-GRABAR-LINEA-PEDIDO CANT-LIN-TABLA TIMES.

       360-GRABAR-PROX-PEDIDO.
           OPEN OUTPUT PEDCTL.
           MOVE PROX-PEDIDO TO PCT-PROX-PEDIDO.
           WRITE PCT-REG.
           CLOSE PEDCTL.

       370-GRABAR-LINEA-PEDIDO.
           ADD 1 TO SUB-L.
           MOVE NUMERO-PEDIDO TO PED-NUMERO.
           MOVE LIN-T-ART(SUB-L) TO PED-ART.
           MOVE LIN-T-CANTIDAD(SUB-L) TO PED-CANTIDAD.
           MOVE LIN-T-PRECIO(SUB-L) TO PED-PRECIO.
           MOVE PAC-VEND TO PED-VEND.
           MOVE PAC-CLIENTE TO PED-CLIENTE.
           MOVE WS-FECHA-HOY TO PED-FECHA.
           MOVE PAC-MONEDA TO PED-MONEDA.
           MOVE 'A' TO PED-ESTADO.
           WRITE PED-REGISTRO
               INVALID KEY
                   DISPLAY 'Linea de pedido duplicada: ', PED-CLAVE
               NOT INVALID KEY
                   MOVE PED-CLAVE TO AUD-CLAVE
                   MOVE 'ALTA' TO AUD-ACCION
                   PERFORM 850-GRABAR-AUDITORIA
                   ADD 1 TO CTL-CANT-LINEAS
                   COMPUTE IMPORTE-LINEA =
                       PED-PRECIO * PED-CANTIDAD
                   ADD IMPORTE-LINEA TO CTL-SUMA-IMPORTE
           END-WRITE.

       400-RECHAZAR.
           PERFORM 310-CARGAR-PRESUPUESTO.
           IF PRESUPUESTO-VALIDO = 'S'
               DISPLAY 'Confirma el rechazo del presupuesto (S/N)?'
               ACCEPT CONFIRMA
               IF CONFIRMA = 'S'
                   MOVE 'R' TO ESTADO-NUEVO
                   MOVE 'RECHAZO' TO ACCION-NUEVA
                   MOVE 0 TO PAC-PEDIDO
                   PERFORM 450-ACTUALIZAR-PRESUPUESTO
                   ADD 1 TO CTL-CANT-RECHAZADOS
                   DISPLAY 'PRESUPUESTO ', NUMERO-INGRESADO,
                       ' RECHAZADO.'
               END-IF
           END-IF.

       411-DISPONIBLE-KIT.
      **   un kit no tiene stock propio: se arman tantos como permita
      **   el componente mas escaso, neto de lo ya comprometido
           MOVE 99999999 TO STOCK-DISPONIBLE.
           MOVE 'N' TO FIN-KIT.
           PERFORM 412-DISPONIBLE-COMPONENTE UNTIL FIN-KIT = 'S'.

       412-DISPONIBLE-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO art-codigo.
           MOVE KIT-T-COMPONENTE(SUB-K) TO ART-CALCULADO.
           MOVE 0 TO KITS-POSIBLES.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY '  Componente inexistente: ',
                       KIT-T-COMPONENTE(SUB-K)
               NOT INVALID KEY
                   PERFORM 415-CALCULAR-COMPROMETIDO
                   COMPUTE DISPONIBLE-COMPONENTE =
                       art-stock - STOCK-COMPROMETIDO
                   IF DISPONIBLE-COMPONENTE > 0
                       DIVIDE DISPONIBLE-COMPONENTE
                           BY KIT-T-CANTIDAD(SUB-K)
                           GIVING KITS-POSIBLES
                   END-IF
                   DISPLAY '  Componente ', KIT-T-COMPONENTE(SUB-K),
                       '  Disponible: ', DISPONIBLE-COMPONENTE,
                       '  Por kit: ', KIT-T-CANTIDAD(SUB-K)
           END-READ.
           IF KITS-POSIBLES < STOCK-DISPONIBLE
               MOVE KITS-POSIBLES TO STOCK-DISPONIBLE
           END-IF.
           PERFORM 485-SIGUIENTE-COMPONENTE.

       415-CALCULAR-COMPROMETIDO.
      **   una linea abierta de un kit compromete cada componente
      **   por la cantidad pedida por la cantidad del kit
           MOVE 0 TO STOCK-COMPROMETIDO.
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
                   PERFORM 416-SUMAR-COMPROMETIDO
               END-IF
               READ PEDIDOS NEXT AT END MOVE 1 TO EOF-PEDIDOS
           END-PERFORM.

       416-SUMAR-COMPROMETIDO.
           IF PED-ART = ART-CALCULADO
               ADD PED-CANTIDAD TO STOCK-COMPROMETIDO
           ELSE
               MOVE 0 TO SUB-J
               MOVE 'N' TO COMP-HALLADO
               PERFORM 417-COMPARAR-COMPONENTE
                   UNTIL COMP-HALLADO = 'S'
                   OR SUB-J >= CANT-KIT-TABLA
               IF COMP-HALLADO = 'S'
                   COMPUTE STOCK-COMPROMETIDO = STOCK-COMPROMETIDO
                       + PED-CANTIDAD * KIT-T-CANTIDAD(SUB-J)
               END-IF
           END-IF.

       417-COMPARAR-COMPONENTE.
           ADD 1 TO SUB-J.
           IF KIT-T-KIT(SUB-J) = PED-ART
               AND KIT-T-COMPONENTE(SUB-J) = ART-CALCULADO
               MOVE 'S' TO COMP-HALLADO
           END-IF.

       450-ACTUALIZAR-PRESUPUESTO.
           MOVE 0 TO SUB-L.
           PERFORM 460-ACTUALIZAR-LINEA CANT-LIN-TABLA TIMES.

       460-ACTUALIZAR-LINEA.
           ADD 1 TO SUB-L.
           MOVE NUMERO-INGRESADO TO PRE-NUMERO.
           MOVE LIN-T-ART(SUB-L) TO PRE-ART.
           READ PRESUPUESTOS
               INVALID KEY
                   DISPLAY 'Linea de presupuesto inexistente: ',
                       PRE-CLAVE
               NOT INVALID KEY
                   MOVE ESTADO-NUEVO TO PRE-ESTADO
                   MOVE WS-FECHA-HOY TO PRE-FECHA-ESTADO
                   MOVE PAC-PEDIDO TO PRE-PEDIDO
                   REWRITE PRE-REGISTRO
                   MOVE PRE-CLAVE TO AUD-CLAVE
                   MOVE ACCION-NUEVA TO AUD-ACCION
                   PERFORM 850-GRABAR-AUDITORIA
           END-READ.

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

       500-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'PRESUPUESTOS CONVERTIDOS: ', CTL-CANT-CONVERTIDOS.
           DISPLAY 'PRESUPUESTOS RECHAZADOS: ', CTL-CANT-RECHAZADOS.
           DISPLAY 'LINEAS DE PEDIDO GRABADAS: ', CTL-CANT-LINEAS.
           DISPLAY 'IMPORTE CONVERTIDO: ', CTL-SUMA-IMPORTE.
           PERFORM 950-GRABAR-CONTROL-PASO.
           CLOSE PRESUPUESTOS, PEDIDOS, ARTICULOS, AUDITORIA.

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

       950-GRABAR-CONTROL-PASO.
           OPEN EXTEND CTLLOTE.
           ACCEPT CLOT-FECHA FROM DATE YYYYMMDD.
           MOVE "CONVERTIRPRESUP" TO CLOT-PROGRAMA.
           MOVE CTL-CANT-LINEAS TO CLOT-CANTIDAD.
           MOVE CTL-SUMA-IMPORTE TO CLOT-TOTAL.
           WRITE CLOT-REG.
           CLOSE CTLLOTE.

       END PROGRAM YOUR-PROGRAM-NAME.
