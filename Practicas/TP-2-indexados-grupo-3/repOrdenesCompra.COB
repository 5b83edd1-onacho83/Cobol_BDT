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
           SELECT ORDENESCOMPRA ASSIGN TO '../ordenes_compra.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CLAVE
               FILE STATUS IS WS-ORDENESCOMPRA-STATUS.
           SELECT PROVEEDORES ASSIGN TO '../proveedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WS-PROVEEDORES-STATUS.
           SELECT REPORDC ASSIGN TO '../reporte_ordenes_compra.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTORD ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENESCOMPRA.
       01  OCO-REGISTRO.
           03 OCO-CLAVE.
               05 OCO-NUMERO                   PIC 9(8).
               05 OCO-ART                      PIC X(8).
           03 OCO-PROVEEDOR                    PIC 9(6).
           03 OCO-FECHA                        PIC 9(8).
           03 OCO-FECHA-ENTREGA                PIC 9(8).
           03 OCO-CANTIDAD                     PIC 9(6).
           03 OCO-PRECIO                       PIC 9(8)V99.
           03 OCO-RECIBIDO                     PIC 9(6).
           03 OCO-ESTADO                       PIC X.
               88 OCO-BORRADOR                 VALUE 'B'.
               88 OCO-EMITIDA                  VALUE 'E'.
               88 OCO-CUMPLIDA                 VALUE 'C'.
               88 OCO-ANULADA                  VALUE 'X'.
       FD  PROVEEDORES.
       01  PRO-REGISTRO.
           03 PRO-CODIGO                       PIC 9(6).
           03 PRO-RAZON-SOCIAL                 PIC X(30).
           03 PRO-CUIT                         PIC 9(11).
           03 PRO-COND-IVA                     PIC X(2).
           03 PRO-DOMICILIO                    PIC X(30).
       FD  REPORDC.
       01  REP-LINEA                           PIC X(120).
       SD  SORTORD.
       01  SOR-REG.
           03 SOR-PROVEEDOR                    PIC 9(6).
           03 SOR-FECHA-ENTREGA                PIC 9(8).
           03 SOR-NUMERO                       PIC 9(8).
           03 SOR-ART                          PIC X(8).
           03 SOR-ESTADO                       PIC X.
           03 SOR-PENDIENTE                    PIC 9(6).
           03 SOR-PRECIO                       PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       01  REP-TITULO.
           03 FILLER                           PIC X(40)
               VALUE "ORDENES DE COMPRA ABIERTAS AL ".
           03 REP-T-FECHA                      PIC 9(8).
       01  REP-PROVEEDOR.
           03 FILLER                           PIC X(11)
               VALUE "PROVEEDOR: ".
           03 REP-P-CODIGO                     PIC ZZZZZ9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-P-RAZON                      PIC X(30).
       01  REP-DETALLE.
           03 FILLER                           PIC X(4) VALUE SPACES.
           03 FILLER                           PIC X(7)
               VALUE "ORDEN: ".
           03 REP-D-NUMERO                     PIC 9(8).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-ART                        PIC X(8).
           03 FILLER                           PIC X(10)
               VALUE "  ENTREGA ".
           03 REP-D-ENTREGA                    PIC 9(8).
           03 FILLER                           PIC X(9)
               VALUE "  ESTADO ".
           03 REP-D-ESTADO                     PIC X.
           03 FILLER                           PIC X(12)
               VALUE "  PENDIENTE ".
           03 REP-D-PENDIENTE                  PIC ZZZZZ9.
           03 FILLER                           PIC X(9)
               VALUE "  IMPORTE".
           03 REP-D-IMPORTE                    PIC Z(9)9,99.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-VENCIDA                    PIC X(7).
       01  REP-SUBTOTAL.
           03 FILLER                           PIC X(4) VALUE SPACES.
           03 FILLER                           PIC X(25)
               VALUE "TOTAL PROVEEDOR PENDIENTE".
           03 REP-S-IMPORTE                    PIC Z(11)9,99.
           03 FILLER                           PIC X(12)
               VALUE "  VENCIDO: ".
           03 REP-S-VENCIDO                    PIC Z(11)9,99.
       01  REP-TOTAL.
           03 FILLER                           PIC X(20)
               VALUE "LINEAS ABIERTAS: ".
           03 REP-TOT-ABIERTAS                 PIC ZZZZZ9.
           03 FILLER                           PIC X(12)
               VALUE "  VENCIDAS: ".
           03 REP-TOT-VENCIDAS                 PIC ZZZZZ9.
           03 FILLER                           PIC X(11)
               VALUE "  IMPORTE: ".
           03 REP-TOT-IMPORTE                  PIC Z(11)9,99.
           03 FILLER                           PIC X(12)
               VALUE "  VENCIDO: ".
           03 REP-TOT-VENCIDO                  PIC Z(11)9,99.

       77  WS-ORDENESCOMPRA-STATUS             PIC X(02).
       77  WS-PROVEEDORES-STATUS               PIC X(02).
       77  HAY-PROVEEDORES                     PIC X VALUE 'N'.
       77  EOF-ORDENESCOMPRA                   PIC 9 VALUE 0.
       77  EOF-SORTORD                         PIC 9 VALUE 0.
       77  WS-FECHA-HOY                        PIC 9(8).
       77  PROVEEDOR-ANTERIOR                  PIC 9(6).
       77  IMPORTE-LINEA                       PIC 9(12)V99.
       77  SUBTOTAL-IMPORTE                    PIC 9(12)V99 VALUE 0.
       77  SUBTOTAL-VENCIDO                    PIC 9(12)V99 VALUE 0.
       77  TOTAL-IMPORTE                       PIC 9(12)V99 VALUE 0.
       77  TOTAL-VENCIDO                       PIC 9(12)V99 VALUE 0.
       77  CONT-ABIERTAS                       PIC 9(6) VALUE 0.
       77  CONT-VENCIDAS                       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           SORT SORTORD
               ON ASCENDING KEY SOR-PROVEEDOR SOR-FECHA-ENTREGA
                                SOR-NUMERO SOR-ART
               INPUT PROCEDURE IS 2000-LEER-ORDENES
                   THRU 2900-FIN-LECTURA
               OUTPUT PROCEDURE IS 3000-LISTAR
                   THRU 3900-FIN-LISTADO.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           OPEN INPUT ORDENESCOMPRA.
           IF WS-ORDENESCOMPRA-STATUS <> '00'
               DISPLAY "SIN ORDENES DE COMPRA. STATUS: ",
                   WS-ORDENESCOMPRA-STATUS
               MOVE 1 TO EOF-ORDENESCOMPRA
           END-IF.
           OPEN OUTPUT REPORDC.
           PERFORM 1100-ABRIR-PROVEEDORES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO REP-T-FECHA.
           WRITE REP-LINEA FROM REP-TITULO.

       1100-ABRIR-PROVEEDORES.
           OPEN INPUT PROVEEDORES.
           IF WS-PROVEEDORES-STATUS = '00'
               MOVE 'S' TO HAY-PROVEEDORES
           ELSE
               DISPLAY "SIN MAESTRO DE PROVEEDORES: el reporte sale "
                   "sin razon social."
           END-IF.

       2000-LEER-ORDENES.
      **   abiertas son las lineas en borrador o emitidas con saldo
      **   por recibir; las cumplidas y anuladas no se listan
           IF EOF-ORDENESCOMPRA <> 1
               MOVE LOW-VALUES TO OCO-CLAVE
               START ORDENESCOMPRA KEY IS > OCO-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-ORDENESCOMPRA
               END-START
           END-IF.
           IF EOF-ORDENESCOMPRA <> 1
               READ ORDENESCOMPRA NEXT
                   AT END MOVE 1 TO EOF-ORDENESCOMPRA
               END-READ
           END-IF.
           PERFORM UNTIL EOF-ORDENESCOMPRA = 1
               IF (OCO-BORRADOR OR OCO-EMITIDA)
                   AND OCO-CANTIDAD > OCO-RECIBIDO
                   MOVE OCO-PROVEEDOR     TO SOR-PROVEEDOR
                   MOVE OCO-FECHA-ENTREGA TO SOR-FECHA-ENTREGA
                   MOVE OCO-NUMERO        TO SOR-NUMERO
                   MOVE OCO-ART           TO SOR-ART
                   MOVE OCO-ESTADO        TO SOR-ESTADO
                   COMPUTE SOR-PENDIENTE = OCO-CANTIDAD - OCO-RECIBIDO
                   MOVE OCO-PRECIO        TO SOR-PRECIO
                   RELEASE SOR-REG
               END-IF
               READ ORDENESCOMPRA NEXT
                   AT END MOVE 1 TO EOF-ORDENESCOMPRA
               END-READ
           END-PERFORM.

       2900-FIN-LECTURA.
           EXIT.

       3000-LISTAR.
           RETURN SORTORD AT END MOVE 1 TO EOF-SORTORD.
           IF EOF-SORTORD <> 1
               PERFORM 3050-CABECERA-PROVEEDOR
           END-IF.
           PERFORM UNTIL EOF-SORTORD = 1
               IF SOR-PROVEEDOR <> PROVEEDOR-ANTERIOR
                   PERFORM 3200-CORTE-PROVEEDOR
                   PERFORM 3050-CABECERA-PROVEEDOR
               END-IF
               PERFORM 3100-LISTAR-LINEA
               RETURN SORTORD AT END MOVE 1 TO EOF-SORTORD
           END-PERFORM.
           IF CONT-ABIERTAS > 0
               PERFORM 3200-CORTE-PROVEEDOR
           END-IF.

       3900-FIN-LISTADO.
           EXIT.

       3050-CABECERA-PROVEEDOR.
           MOVE SOR-PROVEEDOR TO PROVEEDOR-ANTERIOR.
           MOVE SOR-PROVEEDOR TO REP-P-CODIGO.
           MOVE SPACES TO REP-P-RAZON.
           IF SOR-PROVEEDOR = 0
               MOVE "SIN PROVEEDOR ASIGNADO" TO REP-P-RAZON
           ELSE
               IF HAY-PROVEEDORES = 'S'
                   MOVE SOR-PROVEEDOR TO PRO-CODIGO
                   READ PROVEEDORES
                       INVALID KEY
                           MOVE "PROVEEDOR INEXISTENTE" TO REP-P-RAZON
                       NOT INVALID KEY
                           MOVE PRO-RAZON-SOCIAL TO REP-P-RAZON
                   END-READ
               END-IF
           END-IF.
           WRITE REP-LINEA FROM REP-PROVEEDOR.

       3100-LISTAR-LINEA.
      **   vencida: emitida con fecha de entrega pactada ya pasada
           ADD 1 TO CONT-ABIERTAS.
           COMPUTE IMPORTE-LINEA = SOR-PENDIENTE * SOR-PRECIO.
           MOVE SOR-NUMERO        TO REP-D-NUMERO.
           MOVE SOR-ART           TO REP-D-ART.
           MOVE SOR-FECHA-ENTREGA TO REP-D-ENTREGA.
           MOVE SOR-ESTADO        TO REP-D-ESTADO.
           MOVE SOR-PENDIENTE     TO REP-D-PENDIENTE.
           MOVE IMPORTE-LINEA     TO REP-D-IMPORTE.
           MOVE SPACES            TO REP-D-VENCIDA.
           ADD IMPORTE-LINEA TO SUBTOTAL-IMPORTE.
           IF SOR-ESTADO = 'E' AND SOR-FECHA-ENTREGA > 0
               AND SOR-FECHA-ENTREGA < WS-FECHA-HOY
               MOVE "VENCIDA" TO REP-D-VENCIDA
               ADD 1 TO CONT-VENCIDAS
               ADD IMPORTE-LINEA TO SUBTOTAL-VENCIDO
           END-IF.
           WRITE REP-LINEA FROM REP-DETALLE.

       3200-CORTE-PROVEEDOR.
           MOVE SUBTOTAL-IMPORTE TO REP-S-IMPORTE.
           MOVE SUBTOTAL-VENCIDO TO REP-S-VENCIDO.
           WRITE REP-LINEA FROM REP-SUBTOTAL.
           ADD SUBTOTAL-IMPORTE TO TOTAL-IMPORTE.
           ADD SUBTOTAL-VENCIDO TO TOTAL-VENCIDO.
           MOVE 0 TO SUBTOTAL-IMPORTE.
           MOVE 0 TO SUBTOTAL-VENCIDO.

       9000-FIN-GENERAL.
           MOVE CONT-ABIERTAS TO REP-TOT-ABIERTAS.
           MOVE CONT-VENCIDAS TO REP-TOT-VENCIDAS.
           MOVE TOTAL-IMPORTE TO REP-TOT-IMPORTE.
           MOVE TOTAL-VENCIDO TO REP-TOT-VENCIDO.
           WRITE REP-LINEA FROM REP-TOTAL.
           IF WS-ORDENESCOMPRA-STATUS = '00'
               CLOSE ORDENESCOMPRA
           END-IF.
           CLOSE REPORDC.
           IF HAY-PROVEEDORES = 'S'
               CLOSE PROVEEDORES
           END-IF.
           DISPLAY "REPORTE DE ORDENES DE COMPRA GENERADO. ABIERTAS: ",
               CONT-ABIERTAS, " VENCIDAS: ", CONT-VENCIDAS.

       END PROGRAM YOUR-PROGRAM-NAME.
