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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS WS-PRESUPUESTOS-STATUS.
           SELECT REPVENC
               ASSIGN TO '../reporte_presupuestos_vencidos.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTLLOTE ASSIGN TO '../controles_lote.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  REPVENC.
       01  REP-LINEA                           PIC X(100).
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
       01  AUD-DETALLE.
           03 AUD-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-HORA                         PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-PROGRAMA                     PIC X(15)
                                      VALUE "VENCERPRESUP".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10) VALUE "LOTE".
       01  REP-TITULO.
           03 FILLER                           PIC X(36)
               VALUE "PRESUPUESTOS VENCIDOS - PROCESO DEL ".
           03 REP-T-FECHA                      PIC 9(8).
       01  REP-ENCABEZADO.
           03 FILLER                           PIC X(36)
               VALUE "PRESUPUESTO  CLIENTE  VEND  VALIDEZ ".
           03 FILLER                           PIC X(28)
               VALUE "   LINEAS  MON       IMPORTE".
       01  REP-DETALLE.
           03 FILLER                           PIC X(3) VALUE SPACES.
           03 REP-D-NUMERO                     PIC 9(8).
           03 FILLER                           PIC X(3) VALUE SPACES.
           03 REP-D-CLIENTE                    PIC ZZZZZ9.
           03 FILLER                           PIC X(3) VALUE SPACES.
           03 REP-D-VEND                       PIC ZZ9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-VALIDEZ                    PIC 9(8).
           03 FILLER                           PIC X(4) VALUE SPACES.
           03 REP-D-LINEAS                     PIC ZZZ9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-MONEDA                     PIC X(3).
           03 FILLER                           PIC X VALUE SPACE.
           03 REP-D-IMPORTE                    PIC Z(9)9,99.
       01  REP-SIN-VENCIDOS.
           03 FILLER                           PIC X(38)
               VALUE "NO HAY PRESUPUESTOS VENCIDOS HOY.".
       01  REP-TOTAL-GRAL.
           03 FILLER                           PIC X(23)
               VALUE "PRESUPUESTOS VENCIDOS: ".
           03 REP-G-PRESUPUESTOS               PIC ZZZZZ9.
           03 FILLER                           PIC X(10)
               VALUE "  LINEAS: ".
           03 REP-G-LINEAS                     PIC ZZZZZ9.
       01  REP-SIN-ARCHIVO.
           03 FILLER                           PIC X(38)
               VALUE "SIN ARCHIVO DE PRESUPUESTOS.".

       77  WS-PRESUPUESTOS-STATUS              PIC X(02).
       77  WS-FECHA-HOY                        PIC 9(8).
       77  HAY-PRESUPUESTOS                    PIC X VALUE 'N'.
       77  EOF-PRESUPUESTOS                    PIC 9 VALUE 0.
       77  HAY-ABIERTO                         PIC X VALUE 'N'.
       77  ANT-NUMERO                          PIC 9(8).
       77  ANT-CLIENTE                         PIC 9(6).
       77  ANT-VEND                            PIC 9(3).
       77  ANT-VALIDEZ                         PIC 9(8).
       77  ANT-MONEDA                          PIC X(3).
       77  LINEAS-PRESUPUESTO                  PIC 9(4).
       77  IMPORTE-PRESUPUESTO                 PIC 9(12)V99.
       77  IMPORTE-LINEA                       PIC 9(12)V99.
       77  CTL-CANT-PRESUPUESTOS               PIC 9(6) VALUE 0.
       77  CTL-CANT-LINEAS                     PIC 9(6) VALUE 0.
       77  CTL-SUMA-IMPORTE                    PIC 9(12)V99 VALUE 0.
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
           PERFORM 1000-INICIO-GENERAL.
           IF HAY-PRESUPUESTOS = 'S'
               PERFORM 2000-VENCER-PRESUPUESTOS
           END-IF.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT REPVENC.
           MOVE WS-FECHA-HOY TO REP-T-FECHA.
           WRITE REP-LINEA FROM REP-TITULO.
           OPEN I-O PRESUPUESTOS.
           IF WS-PRESUPUESTOS-STATUS = '00'
               MOVE 'S' TO HAY-PRESUPUESTOS
               OPEN EXTEND AUDITORIA
               WRITE REP-LINEA FROM REP-ENCABEZADO
           ELSE
               DISPLAY 'SIN ARCHIVO DE PRESUPUESTOS: nada que vencer.'
               WRITE REP-LINEA FROM REP-SIN-ARCHIVO
           END-IF.

       2000-VENCER-PRESUPUESTOS.
      **   vence toda linea todavia emitida cuya validez ya paso; las
      **   lineas de un mismo presupuesto vienen juntas por la clave
           MOVE LOW-VALUES TO PRE-CLAVE.
           START PRESUPUESTOS KEY IS > PRE-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-PRESUPUESTOS.
           IF EOF-PRESUPUESTOS <> 1
               READ PRESUPUESTOS NEXT
                   AT END MOVE 1 TO EOF-PRESUPUESTOS
           END-IF.
           PERFORM UNTIL EOF-PRESUPUESTOS = 1
               IF PRE-EMITIDO AND PRE-VALIDEZ < WS-FECHA-HOY
                   PERFORM 2100-VENCER-LINEA
               END-IF
               READ PRESUPUESTOS NEXT
                   AT END MOVE 1 TO EOF-PRESUPUESTOS
           END-PERFORM.
           IF HAY-ABIERTO = 'S'
               PERFORM 2200-IMPRIMIR-PRESUPUESTO
           END-IF.
           IF CTL-CANT-PRESUPUESTOS = 0
               WRITE REP-LINEA FROM REP-SIN-VENCIDOS
           END-IF.

       2100-VENCER-LINEA.
           IF HAY-ABIERTO = 'S' AND PRE-NUMERO <> ANT-NUMERO
               PERFORM 2200-IMPRIMIR-PRESUPUESTO
           END-IF.
           IF HAY-ABIERTO = 'N'
               MOVE 'S' TO HAY-ABIERTO
               MOVE PRE-NUMERO TO ANT-NUMERO
               MOVE PRE-CLIENTE TO ANT-CLIENTE
               MOVE PRE-VEND TO ANT-VEND
               MOVE PRE-VALIDEZ TO ANT-VALIDEZ
               MOVE PRE-MONEDA TO ANT-MONEDA
               MOVE 0 TO LINEAS-PRESUPUESTO
               MOVE 0 TO IMPORTE-PRESUPUESTO
           END-IF.
           MOVE 'V' TO PRE-ESTADO.
           MOVE WS-FECHA-HOY TO PRE-FECHA-ESTADO.
           REWRITE PRE-REGISTRO
               INVALID KEY
                   DISPLAY 'NO SE PUDO VENCER: ', PRE-CLAVE
               NOT INVALID KEY
                   MOVE PRE-CLAVE TO AUD-CLAVE
                   MOVE 'VENCIDO' TO AUD-ACCION
                   PERFORM 4500-GRABAR-AUDITORIA
                   ADD 1 TO LINEAS-PRESUPUESTO
                   ADD 1 TO CTL-CANT-LINEAS
                   COMPUTE IMPORTE-LINEA = PRE-PRECIO * PRE-CANTIDAD
                   ADD IMPORTE-LINEA TO IMPORTE-PRESUPUESTO
                   ADD IMPORTE-LINEA TO CTL-SUMA-IMPORTE
           END-REWRITE.

       2200-IMPRIMIR-PRESUPUESTO.
           MOVE ANT-NUMERO TO REP-D-NUMERO.
           MOVE ANT-CLIENTE TO REP-D-CLIENTE.
           MOVE ANT-VEND TO REP-D-VEND.
           MOVE ANT-VALIDEZ TO REP-D-VALIDEZ.
           MOVE LINEAS-PRESUPUESTO TO REP-D-LINEAS.
           MOVE ANT-MONEDA TO REP-D-MONEDA.
           MOVE IMPORTE-PRESUPUESTO TO REP-D-IMPORTE.
           WRITE REP-LINEA FROM REP-DETALLE.
           ADD 1 TO CTL-CANT-PRESUPUESTOS.
           MOVE 'N' TO HAY-ABIERTO.

       4500-GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 4510-ENCADENAR-AUDITORIA.

       4510-ENCADENAR-AUDITORIA.
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
           PERFORM 4520-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.
           MOVE AUC-CONTROL-ANT TO AUC-CONTROL.
           WRITE AUD-LINEA FROM AUC-REGISTRO.
           MOVE SPACES TO ACA-REG.
           MOVE AUC-SECUENCIA TO ACA-SECUENCIA.
           MOVE AUC-CONTROL TO ACA-CONTROL.
           OPEN OUTPUT AUDCADENA.
           WRITE ACA-REG.
           CLOSE AUDCADENA.

       4520-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

       9000-FIN-GENERAL.
           MOVE CTL-CANT-PRESUPUESTOS TO REP-G-PRESUPUESTOS.
           MOVE CTL-CANT-LINEAS TO REP-G-LINEAS.
           WRITE REP-LINEA FROM REP-TOTAL-GRAL.
           DISPLAY '--- VENCIMIENTO DE PRESUPUESTOS ---'.
           DISPLAY 'PRESUPUESTOS VENCIDOS: ', CTL-CANT-PRESUPUESTOS.
           DISPLAY 'LINEAS VENCIDAS: ', CTL-CANT-LINEAS.
           PERFORM 9500-GRABAR-CONTROL-PASO.
           CLOSE REPVENC.
           IF HAY-PRESUPUESTOS = 'S'
               CLOSE PRESUPUESTOS, AUDITORIA
           END-IF.

       9500-GRABAR-CONTROL-PASO.
           OPEN EXTEND CTLLOTE.
           ACCEPT CLOT-FECHA FROM DATE YYYYMMDD.
           MOVE "VENCERPRESUP" TO CLOT-PROGRAMA.
           MOVE CTL-CANT-LINEAS TO CLOT-CANTIDAD.
           MOVE CTL-SUMA-IMPORTE TO CLOT-TOTAL.
           WRITE CLOT-REG.
           CLOSE CTLLOTE.

       END PROGRAM YOUR-PROGRAM-NAME.
