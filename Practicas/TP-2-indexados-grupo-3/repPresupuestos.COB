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
           SELECT PRESUPUESTOS ASSIGN TO '../presupuestos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS WS-PRESUPUESTOS-STATUS.
           SELECT VENDEDORES
           ASSIGN TO '../vendedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS vend-codigo
               FILE STATUS IS WS-VENDEDORES-STATUS.
           SELECT CAMBIOS ASSIGN TO '../cambios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CLAVE
               FILE STATUS IS WS-CAMBIOS-STATUS.
           SELECT REPCONV
               ASSIGN TO '../reporte_conversion_presupuestos.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTPRE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
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
       FD  VENDEDORES.
       01  vend-reg.
           03 vend-codigo                      PIC 9(3).
           03 vend-nombre                      PIC X(30).
           03 vend-region                      PIC X(15).
           03 vend-pct-comision                PIC 9V99.
       FD  CAMBIOS.
       01  CAM-REGISTRO.
           03 CAM-CLAVE.
               05 CAM-MONEDA                   PIC X(3).
               05 CAM-FECHA                    PIC 9(8).
           03 CAM-TASA                         PIC 9(4)V9999.
       FD  REPCONV.
       01  REP-LINEA                           PIC X(132).
       SD  SORTPRE.
       01  SPR-REG.
           03 SPR-VEND                         PIC 9(3).
           03 SPR-NUMERO                       PIC 9(8).
           03 SPR-ESTADO                       PIC X.
           03 SPR-IMPORTE                      PIC 9(12)V99.

       WORKING-STORAGE SECTION.
       01  REP-TITULO.
           03 FILLER                           PIC X(39)
               VALUE "CONVERSION DE PRESUPUESTOS POR VENDEDOR".
           03 FILLER                           PIC X(8)
               VALUE " DESDE: ".
           03 REP-T-DESDE                      PIC 9(8).
           03 FILLER                           PIC X(8)
               VALUE " HASTA: ".
           03 REP-T-HASTA                      PIC 9(8).
       01  REP-ACLARACION.
           03 FILLER                           PIC X(44)
               VALUE "IMPORTES EN PESOS AL CAMBIO DE LA FECHA DEL ".
           03 FILLER                           PIC X(45)
               VALUE "PRESUPUESTO. % CONVERSION SOBRE LO EMITIDO.".
       01  REP-ENCABEZADO.
           03 FILLER                           PIC X(40)
               VALUE "VEND NOMBRE                ESTADO      ".
           03 FILLER                           PIC X(32)
               VALUE "CANT          IMPORTE   % CANT  ".
           03 FILLER                           PIC X(10)
               VALUE "% IMPORTE".
       01  REP-VENDEDOR.
           03 REP-V-VEND                       PIC ZZ9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-V-NOMBRE                     PIC X(20).
       01  REP-DETALLE.
           03 FILLER                           PIC X(27) VALUE SPACES.
           03 REP-D-ESTADO                     PIC X(11).
           03 REP-D-CANTIDAD                   PIC ZZZZZ9.
           03 FILLER                           PIC X VALUE SPACE.
           03 REP-D-IMPORTE                    PIC Z(12)9,99.
           03 FILLER                           PIC X(3) VALUE SPACES.
           03 REP-D-PCT-CANT                   PIC ZZ9,99.
           03 FILLER                           PIC X(3) VALUE SPACES.
           03 REP-D-PCT-IMPORTE                PIC ZZ9,99.
       01  REP-TOTAL-GRAL.
           03 FILLER                           PIC X(27)
               VALUE "TOTAL GENERAL".
       01  REP-SIN-ARCHIVO.
           03 FILLER                           PIC X(40)
               VALUE "SIN ARCHIVO DE PRESUPUESTOS.".

       77  WS-PRESUPUESTOS-STATUS              PIC X(02).
       77  WS-VENDEDORES-STATUS                PIC X(02).
       77  WS-CAMBIOS-STATUS                   PIC X(02).
       77  HAY-PRESUPUESTOS                    PIC X VALUE 'N'.
       77  HAY-VENDEDORES                      PIC X VALUE 'N'.
       77  HAY-CAMBIOS                         PIC X VALUE 'N'.
       77  EOF-PRESUPUESTOS                    PIC 9 VALUE 0.
       77  EOF-SORTPRE                         PIC 9 VALUE 0.
       77  FECHA-DESDE                         PIC 9(8).
       77  FECHA-HASTA                         PIC 9(8).
       77  HAY-ABIERTO                         PIC X VALUE 'N'.
       77  ANT-NUMERO                          PIC 9(8).
       77  ANT-VEND                            PIC 9(3).
       77  ANT-ESTADO                          PIC X.
       77  ANT-FECHA                           PIC 9(8).
       77  ANT-MONEDA                          PIC X(3).
       77  IMPORTE-PRESUPUESTO                 PIC 9(12)V99.
       77  TASA-MONEDA                         PIC 9(4)V9999.
       77  VEND-ANTERIOR                       PIC 9(3).
       77  PRIMERO                             PIC X VALUE 'S'.
       77  SUB-E                               PIC 9.
       77  CONT-PRESUPUESTOS                   PIC 9(6) VALUE 0.

      **   acumuladores por estado: 1 emitidos (todos), 2 convertidos,
      **   3 vencidos, 4 rechazados, 5 abiertos
       01  TABLA-ESTADOS.
           03 EST-ITEM OCCURS 5 TIMES.
               05 EST-ROTULO                   PIC X(11).
       01  ACUM-VENDEDOR.
           03 ACV-ITEM OCCURS 5 TIMES.
               05 ACV-CANTIDAD                 PIC 9(6).
               05 ACV-IMPORTE                  PIC 9(13)V99.
       01  ACUM-GENERAL.
           03 ACG-ITEM OCCURS 5 TIMES.
               05 ACG-CANTIDAD                 PIC 9(6).
               05 ACG-IMPORTE                  PIC 9(13)V99.
       01  ACUM-IMPRESION.
           03 ACI-ITEM OCCURS 5 TIMES.
               05 ACI-CANTIDAD                 PIC 9(6).
               05 ACI-IMPORTE                  PIC 9(13)V99.
       77  PCT-CALCULADO                       PIC 9(3)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           IF HAY-PRESUPUESTOS = 'S'
               SORT SORTPRE
                   ON ASCENDING KEY SPR-VEND SPR-NUMERO
                   INPUT PROCEDURE IS 2000-LEER-PRESUPUESTOS
                       THRU 2900-FIN-LECTURA
                   OUTPUT PROCEDURE IS 3000-LISTAR
                       THRU 3900-FIN-LISTADO
           END-IF.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           OPEN OUTPUT REPCONV.
           DISPLAY 'Ingrese fecha desde (AAAAMMDD, 0 = todo):'.
           ACCEPT FECHA-DESDE.
           DISPLAY 'Ingrese fecha hasta (AAAAMMDD, 0 = hoy):'.
           ACCEPT FECHA-HASTA.
           IF FECHA-HASTA = 0
               ACCEPT FECHA-HASTA FROM DATE YYYYMMDD
           END-IF.
           MOVE FECHA-DESDE TO REP-T-DESDE.
           MOVE FECHA-HASTA TO REP-T-HASTA.
           WRITE REP-LINEA FROM REP-TITULO.
           WRITE REP-LINEA FROM REP-ACLARACION.
           MOVE "EMITIDOS"    TO EST-ROTULO(1).
           MOVE "CONVERTIDOS" TO EST-ROTULO(2).
           MOVE "VENCIDOS"    TO EST-ROTULO(3).
           MOVE "RECHAZADOS"  TO EST-ROTULO(4).
           MOVE "ABIERTOS"    TO EST-ROTULO(5).
           INITIALIZE ACUM-VENDEDOR.
           INITIALIZE ACUM-GENERAL.
           OPEN INPUT PRESUPUESTOS.
           IF WS-PRESUPUESTOS-STATUS = '00'
               MOVE 'S' TO HAY-PRESUPUESTOS
               WRITE REP-LINEA FROM REP-ENCABEZADO
           ELSE
               WRITE REP-LINEA FROM REP-SIN-ARCHIVO
           END-IF.
           OPEN INPUT VENDEDORES.
           IF WS-VENDEDORES-STATUS = '00'
               MOVE 'S' TO HAY-VENDEDORES
           END-IF.
           OPEN INPUT CAMBIOS.
           IF WS-CAMBIOS-STATUS = '00'
               MOVE 'S' TO HAY-CAMBIOS
           ELSE
               DISPLAY "SIN TABLA DE CAMBIOS, TODO SE TOMA EN PESOS"
           END-IF.

       2000-LEER-PRESUPUESTOS.
      **   un registro de orden por presupuesto: las lineas vienen
      **   juntas por la clave y comparten fecha, estado y moneda
           READ PRESUPUESTOS AT END MOVE 1 TO EOF-PRESUPUESTOS.
           PERFORM UNTIL EOF-PRESUPUESTOS = 1
               IF HAY-ABIERTO = 'S' AND PRE-NUMERO <> ANT-NUMERO
                   PERFORM 2200-LIBERAR-PRESUPUESTO
               END-IF
               IF PRE-FECHA >= FECHA-DESDE
                   AND PRE-FECHA <= FECHA-HASTA
                   PERFORM 2100-ACUMULAR-LINEA
               END-IF
               READ PRESUPUESTOS AT END MOVE 1 TO EOF-PRESUPUESTOS
           END-PERFORM.
           IF HAY-ABIERTO = 'S'
               PERFORM 2200-LIBERAR-PRESUPUESTO
           END-IF.

       2900-FIN-LECTURA.
           EXIT.

       2100-ACUMULAR-LINEA.
           IF HAY-ABIERTO = 'N'
               MOVE 'S' TO HAY-ABIERTO
               MOVE PRE-NUMERO TO ANT-NUMERO
               MOVE PRE-VEND TO ANT-VEND
               MOVE PRE-ESTADO TO ANT-ESTADO
               MOVE PRE-FECHA TO ANT-FECHA
               MOVE PRE-MONEDA TO ANT-MONEDA
               MOVE 0 TO IMPORTE-PRESUPUESTO
           END-IF.
           COMPUTE IMPORTE-PRESUPUESTO = IMPORTE-PRESUPUESTO
               + PRE-PRECIO * PRE-CANTIDAD.

       2200-LIBERAR-PRESUPUESTO.
           PERFORM 2300-OBTENER-TASA.
           MOVE ANT-VEND TO SPR-VEND.
           MOVE ANT-NUMERO TO SPR-NUMERO.
           MOVE ANT-ESTADO TO SPR-ESTADO.
           COMPUTE SPR-IMPORTE ROUNDED =
               IMPORTE-PRESUPUESTO * TASA-MONEDA.
           RELEASE SPR-REG.
           MOVE 'N' TO HAY-ABIERTO.

       2300-OBTENER-TASA.
           MOVE 1 TO TASA-MONEDA.
           IF ANT-MONEDA = SPACES OR ANT-MONEDA = 'PES'
               CONTINUE
           ELSE
               IF HAY-CAMBIOS = 'S'
                   MOVE ANT-MONEDA TO CAM-MONEDA
                   MOVE ANT-FECHA TO CAM-FECHA
                   START CAMBIOS KEY IS <= CAM-CLAVE
                       INVALID KEY
                           PERFORM 2350-SIN-TASA
                       NOT INVALID KEY
                           READ CAMBIOS NEXT
                           IF CAM-MONEDA = ANT-MONEDA
                               MOVE CAM-TASA TO TASA-MONEDA
                           ELSE
                               PERFORM 2350-SIN-TASA
                           END-IF
                   END-START
               ELSE
                   PERFORM 2350-SIN-TASA
               END-IF
           END-IF.

       2350-SIN-TASA.
           DISPLAY "SIN TASA DE CAMBIO PARA ", ANT-MONEDA,
               ", SE TOMA 1,0000".

       3000-LISTAR.
           RETURN SORTPRE AT END MOVE 1 TO EOF-SORTPRE.
           PERFORM UNTIL EOF-SORTPRE = 1
               IF PRIMERO = 'S'
                   MOVE 'N' TO PRIMERO
                   MOVE SPR-VEND TO VEND-ANTERIOR
               END-IF
               IF SPR-VEND <> VEND-ANTERIOR
                   PERFORM 3200-CORTE-VENDEDOR
                   MOVE SPR-VEND TO VEND-ANTERIOR
               END-IF
               PERFORM 3100-ACUMULAR-PRESUPUESTO
               RETURN SORTPRE AT END MOVE 1 TO EOF-SORTPRE
           END-PERFORM.
           IF PRIMERO = 'N'
               PERFORM 3200-CORTE-VENDEDOR
           END-IF.

       3900-FIN-LISTADO.
           EXIT.

       3100-ACUMULAR-PRESUPUESTO.
           ADD 1 TO CONT-PRESUPUESTOS.
           ADD 1 TO ACV-CANTIDAD(1).
           ADD SPR-IMPORTE TO ACV-IMPORTE(1).
           EVALUATE SPR-ESTADO
               WHEN 'C'
                   MOVE 2 TO SUB-E
               WHEN 'V'
                   MOVE 3 TO SUB-E
               WHEN 'R'
                   MOVE 4 TO SUB-E
               WHEN OTHER
                   MOVE 5 TO SUB-E
           END-EVALUATE.
           ADD 1 TO ACV-CANTIDAD(SUB-E).
           ADD SPR-IMPORTE TO ACV-IMPORTE(SUB-E).

       3200-CORTE-VENDEDOR.
           MOVE VEND-ANTERIOR TO REP-V-VEND.
           MOVE "VENDEDOR INEXISTENTE" TO REP-V-NOMBRE.
           IF HAY-VENDEDORES = 'S'
               MOVE VEND-ANTERIOR TO vend-codigo
               READ VENDEDORES
                   NOT INVALID KEY
                       MOVE vend-nombre TO REP-V-NOMBRE
               END-READ
           END-IF.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           WRITE REP-LINEA FROM REP-VENDEDOR.
           MOVE ACUM-VENDEDOR TO ACUM-IMPRESION.
           MOVE 0 TO SUB-E.
           PERFORM 3300-IMPRIMIR-ESTADO 5 TIMES.
           MOVE 0 TO SUB-E.
           PERFORM 3400-ACUMULAR-GENERAL 5 TIMES.
           INITIALIZE ACUM-VENDEDOR.

       3300-IMPRIMIR-ESTADO.
           ADD 1 TO SUB-E.
           MOVE EST-ROTULO(SUB-E) TO REP-D-ESTADO.
           MOVE ACI-CANTIDAD(SUB-E) TO REP-D-CANTIDAD.
           MOVE ACI-IMPORTE(SUB-E) TO REP-D-IMPORTE.
           MOVE 0 TO PCT-CALCULADO.
           IF ACI-CANTIDAD(1) > 0
               COMPUTE PCT-CALCULADO ROUNDED =
                   ACI-CANTIDAD(SUB-E) * 100 / ACI-CANTIDAD(1)
           END-IF.
           MOVE PCT-CALCULADO TO REP-D-PCT-CANT.
           MOVE 0 TO PCT-CALCULADO.
           IF ACI-IMPORTE(1) > 0
               COMPUTE PCT-CALCULADO ROUNDED =
                   ACI-IMPORTE(SUB-E) * 100 / ACI-IMPORTE(1)
           END-IF.
           MOVE PCT-CALCULADO TO REP-D-PCT-IMPORTE.
           WRITE REP-LINEA FROM REP-DETALLE.

       3400-ACUMULAR-GENERAL.
           ADD 1 TO SUB-E.
           ADD ACV-CANTIDAD(SUB-E) TO ACG-CANTIDAD(SUB-E).
           ADD ACV-IMPORTE(SUB-E) TO ACG-IMPORTE(SUB-E).

       9000-FIN-GENERAL.
           IF HAY-PRESUPUESTOS = 'S'
               MOVE SPACES TO REP-LINEA
               WRITE REP-LINEA
               WRITE REP-LINEA FROM REP-TOTAL-GRAL
               MOVE ACUM-GENERAL TO ACUM-IMPRESION
               MOVE 0 TO SUB-E
               PERFORM 3300-IMPRIMIR-ESTADO 5 TIMES
               CLOSE PRESUPUESTOS
           END-IF.
           IF HAY-VENDEDORES = 'S'
               CLOSE VENDEDORES
           END-IF.
           IF HAY-CAMBIOS = 'S'
               CLOSE CAMBIOS
           END-IF.
           CLOSE REPCONV.
           DISPLAY "REPORTE DE CONVERSION DE PRESUPUESTOS GENERADO. "
               "PRESUPUESTOS: ", CONT-PRESUPUESTOS.

       END PROGRAM YOUR-PROGRAM-NAME.
