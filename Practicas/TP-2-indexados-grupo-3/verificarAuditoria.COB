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
           SELECT OPTIONAL ARCHIVO
               ASSIGN TO '../auditoria_archivo.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPVER
               ASSIGN TO '../reporte_verificacion_auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTLLOTE ASSIGN TO '../controles_lote.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO.
       01  ARC-LINEA                           PIC X(121).
       FD  AUDITORIA.
       01  AUD-LINEA                           PIC X(121).
       FD  AUDCADENA.
       01  ACA-REG.
           03 ACA-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X.
           03 ACA-CONTROL                      PIC 9(10).
       FD  REPVER.
       01  REP-LINEA                           PIC X(120).
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
       01  REP-TITULO.
           03 FILLER                           PIC X(40)
               VALUE "VERIFICACION DE LA CADENA DE AUDITORIA".
           03 FILLER                           PIC X(7) VALUE "FECHA: ".
           03 REP-T-FECHA                      PIC 9(8).
       01  REP-ERROR.
           03 FILLER                           PIC X(8)
               VALUE "ERROR - ".
           03 REP-E-ARCHIVO                    PIC X(22).
           03 FILLER                           PIC X(8)
               VALUE " LINEA: ".
           03 REP-E-POSICION                   PIC ZZZZZZZ9.
           03 FILLER                           PIC X(7)
               VALUE "  SEC: ".
           03 REP-E-SECUENCIA                  PIC Z(9)9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-E-MENSAJE                    PIC X(55).
       01  REP-RESUMEN-ARCHIVO.
           03 FILLER                           PIC X(9)
               VALUE "ARCHIVO: ".
           03 REP-R-ARCHIVO                    PIC X(22).
           03 FILLER                           PIC X(10)
               VALUE "  LINEAS: ".
           03 REP-R-LINEAS                     PIC ZZZZZZZ9.
           03 FILLER                           PIC X(14)
               VALUE "  ENCADENADAS:".
           03 REP-R-ENCADENADAS                PIC ZZZZZZZ9.
           03 FILLER                           PIC X(16)
               VALUE "  SIN ENCADENAR:".
           03 REP-R-SIN-CADENA                 PIC ZZZZZZZ9.
       01  REP-ULTIMO.
           03 FILLER                           PIC X(29)
               VALUE "ULTIMO ESLABON VERIFICADO:   ".
           03 REP-U-SECUENCIA                  PIC Z(9)9.
           03 FILLER                           PIC X(11)
               VALUE "  CONTROL: ".
           03 REP-U-CONTROL                    PIC 9(10).
       01  REP-VEREDICTO.
           03 REP-V-TEXTO                      PIC X(40).
           03 REP-V-ERRORES                    PIC ZZZZZ9.

       77  EOF-ARCHIVO                         PIC 9 VALUE 0.
       77  EOF-AUDITORIA                       PIC 9 VALUE 0.
       77  EOF-AUDCADENA                       PIC 9 VALUE 0.
       77  WS-FECHA-HOY                        PIC 9(8).
       77  ARCHIVO-EN-CURSO                    PIC X(22).
       77  POSICION                            PIC 9(8).
       77  CANT-LINEAS                         PIC 9(8).
       77  CANT-ENCADENADAS                    PIC 9(8).
       77  CANT-SIN-CADENA                     PIC 9(8).
       77  CANT-VERIFICADAS                    PIC 9(8) VALUE 0.
       77  CANT-ERRORES                        PIC 9(6) VALUE 0.
       77  CADENA-INICIADA                     PIC X VALUE 'N'.
       77  SECUENCIA-ANT                       PIC 9(10) VALUE 0.
       77  CONTROL-ESLABON                     PIC 9(10) VALUE 0.
       77  SECUENCIA-ESPERADA                  PIC 9(10).
       77  AUC-SUB                             PIC 9(3).
       77  AUC-ACUM                            PIC 9(12).
       77  AUC-COCIENTE                        PIC 9(12).
       77  AUC-CONTROL-ANT                     PIC 9(10).
       01  AUC-REGISTRO.
           03 AUC-DATOS                        PIC X(100).
           03 AUC-SECUENCIA                    PIC 9(10).
           03 AUC-SECUENCIA-X REDEFINES AUC-SECUENCIA
                                               PIC X(10).
           03 FILLER                           PIC X.
           03 AUC-CONTROL                      PIC 9(10).
       01  AUC-CARACTERES REDEFINES AUC-REGISTRO.
           03 AUC-CAR                          PIC X OCCURS 121 TIMES.
       01  AUC-VISTA-CORTE REDEFINES AUC-REGISTRO.
           03 AUC-MARCA-CORTE                  PIC X(9).
           03 FILLER                           PIC X(112).
       01  AUC-ORDINAL.
           03 AUC-ORD                          PIC 9(4) COMP.
       01  AUC-ORDINAL-X REDEFINES AUC-ORDINAL.
           03 AUC-ORD-ALTO                     PIC X.
           03 AUC-ORD-BAJO                     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           PERFORM 2000-VERIFICAR-ARCHIVO.
           PERFORM 3000-VERIFICAR-VIVO.
           PERFORM 5000-CONTROLAR-ULTIMO-ESLABON.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT REPVER.
           MOVE WS-FECHA-HOY TO REP-T-FECHA.
           WRITE REP-LINEA FROM REP-TITULO.

       2000-VERIFICAR-ARCHIVO.
      **   la cadena empieza en lo ya archivado y sigue en el archivo
      **   vivo: archivarAuditoria agrega al final y vacia el vivo,
      **   asi que el orden fisico es el orden en que se grabo
           MOVE "AUDITORIA_ARCHIVO.DAT" TO ARCHIVO-EN-CURSO.
           MOVE 0 TO POSICION, CANT-LINEAS, CANT-ENCADENADAS,
               CANT-SIN-CADENA.
           OPEN INPUT ARCHIVO.
           READ ARCHIVO AT END MOVE 1 TO EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO = 1
               ADD 1 TO POSICION
               MOVE ARC-LINEA TO AUC-REGISTRO
      **       las lineas de corte que agrega el archivado no son
      **       registros de auditoria
               IF AUC-MARCA-CORTE NOT = "== CORTE "
                   PERFORM 4000-VERIFICAR-LINEA
               END-IF
               READ ARCHIVO AT END MOVE 1 TO EOF-ARCHIVO
           END-PERFORM.
           CLOSE ARCHIVO.
           PERFORM 2900-RESUMIR-ARCHIVO.

       2900-RESUMIR-ARCHIVO.
           MOVE ARCHIVO-EN-CURSO TO REP-R-ARCHIVO.
           MOVE CANT-LINEAS TO REP-R-LINEAS.
           MOVE CANT-ENCADENADAS TO REP-R-ENCADENADAS.
           MOVE CANT-SIN-CADENA TO REP-R-SIN-CADENA.
           WRITE REP-LINEA FROM REP-RESUMEN-ARCHIVO.

       3000-VERIFICAR-VIVO.
           MOVE "AUDITORIA.DAT" TO ARCHIVO-EN-CURSO.
           MOVE 0 TO POSICION, CANT-LINEAS, CANT-ENCADENADAS,
               CANT-SIN-CADENA.
           OPEN INPUT AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO EOF-AUDITORIA.
           PERFORM UNTIL EOF-AUDITORIA = 1
               ADD 1 TO POSICION
               MOVE AUD-LINEA TO AUC-REGISTRO
               PERFORM 4000-VERIFICAR-LINEA
               READ AUDITORIA AT END MOVE 1 TO EOF-AUDITORIA
           END-PERFORM.
           CLOSE AUDITORIA.
           PERFORM 2900-RESUMIR-ARCHIVO.

       4000-VERIFICAR-LINEA.
      **   las lineas grabadas antes de encadenar la auditoria no
      **   tienen secuencia y solo se aceptan al principio; una vez
      **   empezada la cadena cada linea tiene que seguir a la
      **   anterior por secuencia y por valor de control
           ADD 1 TO CANT-LINEAS.
           ADD 1 TO CANT-VERIFICADAS.
           IF AUC-SECUENCIA-X IS NOT NUMERIC
               IF CADENA-INICIADA = 'N'
                   ADD 1 TO CANT-SIN-CADENA
               ELSE
                   MOVE 0 TO REP-E-SECUENCIA
                   MOVE "LINEA SIN SECUENCIA EN LA CADENA (INSERTADA)"
                       TO REP-E-MENSAJE
                   PERFORM 4900-INFORMAR-ERROR
               END-IF
           ELSE
               ADD 1 TO CANT-ENCADENADAS
               PERFORM 4100-CONTROLAR-ESLABON
           END-IF.

       4100-CONTROLAR-ESLABON.
           MOVE AUC-SECUENCIA TO REP-E-SECUENCIA.
           IF CADENA-INICIADA = 'N'
               MOVE 'S' TO CADENA-INICIADA
               MOVE 0 TO SECUENCIA-ANT, CONTROL-ESLABON
           END-IF.
           COMPUTE SECUENCIA-ESPERADA = SECUENCIA-ANT + 1.
           EVALUATE TRUE
               WHEN AUC-SECUENCIA = SECUENCIA-ESPERADA
                   PERFORM 4200-RECALCULAR-CONTROL
                   IF AUC-CONTROL-ANT NOT = AUC-CONTROL
                       MOVE "CONTROL NO COINCIDE (LINEA ALTERADA)"
                           TO REP-E-MENSAJE
                       PERFORM 4900-INFORMAR-ERROR
                   END-IF
               WHEN AUC-SECUENCIA > SECUENCIA-ESPERADA
                   MOVE "HUECO EN SECUENCIA (FALTAN LINEAS)"
                       TO REP-E-MENSAJE
                   PERFORM 4900-INFORMAR-ERROR
               WHEN OTHER
                   MOVE "FUERA DE ORDEN (REORDENADA O REPETIDA)"
                       TO REP-E-MENSAJE
                   PERFORM 4900-INFORMAR-ERROR
           END-EVALUATE.
      **   se sigue desde lo grabado en la linea para que un error
      **   no arrastre a todas las lineas siguientes
           MOVE AUC-SECUENCIA TO SECUENCIA-ANT.
           MOVE AUC-CONTROL TO CONTROL-ESLABON.

       4200-RECALCULAR-CONTROL.
      **   mismo calculo que hacen los programas al grabar: contenido
      **   mas secuencia (posiciones 1 a 110) sobre el control de la
      **   linea anterior
           MOVE CONTROL-ESLABON TO AUC-CONTROL-ANT.
           PERFORM 4210-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.

       4210-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

       4900-INFORMAR-ERROR.
           ADD 1 TO CANT-ERRORES.
           MOVE ARCHIVO-EN-CURSO TO REP-E-ARCHIVO.
           MOVE POSICION TO REP-E-POSICION.
           WRITE REP-LINEA FROM REP-ERROR.

       5000-CONTROLAR-ULTIMO-ESLABON.
      **   auditoria_cadena.dat tiene el ultimo eslabon grabado: si
      **   no coincide con la ultima linea leida se borraron lineas
      **   del final (o se toco el archivo de cadena)
           OPEN INPUT AUDCADENA.
           READ AUDCADENA AT END MOVE 1 TO EOF-AUDCADENA.
           CLOSE AUDCADENA.
           IF EOF-AUDCADENA <> 1
               IF ACA-SECUENCIA NOT = SECUENCIA-ANT
                   OR ACA-CONTROL NOT = CONTROL-ESLABON
                   MOVE "AUDITORIA_CADENA.DAT" TO ARCHIVO-EN-CURSO
                   MOVE 1 TO POSICION
                   MOVE ACA-SECUENCIA TO REP-E-SECUENCIA
                   MOVE "ULTIMO ESLABON DISTINTO (FALTAN AL FINAL)"
                       TO REP-E-MENSAJE
                   PERFORM 4900-INFORMAR-ERROR
               END-IF
           END-IF.
           MOVE SECUENCIA-ANT TO REP-U-SECUENCIA.
           MOVE CONTROL-ESLABON TO REP-U-CONTROL.
           WRITE REP-LINEA FROM REP-ULTIMO.

       9000-FIN-GENERAL.
           IF CANT-ERRORES = 0
               MOVE "CADENA DE AUDITORIA CORRECTA. ERRORES: "
                   TO REP-V-TEXTO
           ELSE
               MOVE "CADENA DE AUDITORIA ROTA. ERRORES:      "
                   TO REP-V-TEXTO
           END-IF.
           MOVE CANT-ERRORES TO REP-V-ERRORES.
           WRITE REP-LINEA FROM REP-VEREDICTO.
           CLOSE REPVER.
           PERFORM 9500-GRABAR-CONTROL-PASO.
           DISPLAY "LINEAS DE AUDITORIA VERIFICADAS: "
               CANT-VERIFICADAS.
           DISPLAY "ERRORES EN LA CADENA: ", CANT-ERRORES.
           IF CANT-ERRORES > 0
               DISPLAY "LA AUDITORIA FUE ALTERADA. VER "
                   "reporte_verificacion_auditoria.dat."
               MOVE 8 TO RETURN-CODE
           END-IF.

       9500-GRABAR-CONTROL-PASO.
           OPEN EXTEND CTLLOTE.
           MOVE SPACES TO CLOT-REG.
           ACCEPT CLOT-FECHA FROM DATE YYYYMMDD.
           MOVE "VERIFAUDITORIA" TO CLOT-PROGRAMA.
           MOVE CANT-ERRORES TO CLOT-CANTIDAD.
           MOVE CANT-VERIFICADAS TO CLOT-TOTAL.
           WRITE CLOT-REG.
           CLOSE CTLLOTE.

       END PROGRAM YOUR-PROGRAM-NAME.
