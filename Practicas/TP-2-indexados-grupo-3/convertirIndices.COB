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
      **   FACTANT y COBANT describen los archivos con la organizacion
      **   anterior (solo clave primaria); FACTURAS y COBRANZAS con la
      **   clave alternativa cliente+fecha
           SELECT FACTANT
           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAN-CLAVE
               FILE STATUS IS WS-FACTANT-STATUS.
           SELECT FACTURAS
           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-FACTURAS-STATUS.
           SELECT COBANT ASSIGN TO '../cobranzas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAN-RECIBO
               FILE STATUS IS WS-COBANT-STATUS.
           SELECT COBRANZAS ASSIGN TO '../cobranzas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-RECIBO
               ALTERNATE RECORD KEY IS COB-CLIENTE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-COBRANZAS-STATUS.
           SELECT CONVFACT ASSIGN TO '../conv_facturas.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONVCOB ASSIGN TO '../conv_cobranzas.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
       01  LCU-REG.
           03 LCU-ESTADO                       PIC X.
           03 FILLER                           PIC X.
           03 LCU-FECHA                        PIC 9(8).
       FD  FACTANT.
       01  FAN-REG.
           03 FAN-CLAVE.
               05 FAN-FACTURA                  PIC 9(12).
               05 FAN-ART                      PIC X(8).
           03 FILLER                           PIC X(74).
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
       FD  COBANT.
       01  CAN-REG.
           03 CAN-RECIBO                       PIC 9(10).
           03 FILLER                           PIC X(39).
       FD  COBRANZAS.
       01  COB-REGISTRO.
           03 COB-RECIBO                       PIC 9(10).
           03 COB-CLIENTE-FECHA.
               05 COB-CLIENTE                  PIC 9(6).
               05 COB-FECHA                    PIC 9(8).
           03 COB-IMPORTE                      PIC 9(10)V99.
           03 COB-MEDIO                        PIC X.
           03 COB-FACTURA                      PIC 9(12).
       FD  CONVFACT.
       01  CVF-LINEA                           PIC X(94).
       FD  CONVCOB.
       01  CVC-LINEA                           PIC X(49).

       WORKING-STORAGE SECTION.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       77  EOF-CONV                            PIC 9.
       77  WS-FACTANT-STATUS                   PIC X(02).
       77  WS-FACTURAS-STATUS                  PIC X(02).
       77  WS-COBANT-STATUS                    PIC X(02).
       77  WS-COBRANZAS-STATUS                 PIC X(02).
       77  CANT-ANTES                          PIC 9(8).
       77  CANT-CARGADA                        PIC 9(8).
       77  CANT-POR-CLAVE                      PIC 9(8).
       77  CANT-POR-CLIENTE                    PIC 9(8).
       77  CANT-RECHAZADA                      PIC 9(8).
       77  ARCHIVO-CONTROLADO                  PIC X(12).
       77  HUBO-ERROR                          PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 095-CONTROLAR-LOTE-EN-CURSO.
           DISPLAY "CONVERSION DE FACTURAS Y COBRANZAS A CLAVE "
               "ALTERNATIVA CLIENTE+FECHA".
           PERFORM 2000-CONVERTIR-FACTURAS.
           PERFORM 3000-CONVERTIR-COBRANZAS.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       095-CONTROLAR-LOTE-EN-CURSO.
      **   la conversion reescribe FACTURAS y COBRANZAS: no puede
      **   correr con el lote nocturno en curso
           OPEN INPUT LOTECURSO.
           READ LOTECURSO AT END MOVE 1 TO EOF-LOTECURSO.
           CLOSE LOTECURSO.
           IF EOF-LOTECURSO <> 1 AND LCU-ESTADO = 'A'
               DISPLAY 'VENTANA DE LOTE ACTIVA (TP2 EN EJECUCION). '
                   'LA CONVERSION ESTA BLOQUEADA.'
               DISPLAY 'REINTENTE CUANDO TERMINE EL LOTE NOCTURNO.'
               STOP RUN WITH ERROR STATUS 8
           END-IF.

       1200-VERIFICAR-CANTIDAD.
      **   el archivo convertido tiene que devolver la misma cantidad
      **   de registros por la clave primaria y por la alternativa
           IF CANT-POR-CLAVE = CANT-ANTES
               AND CANT-POR-CLIENTE = CANT-ANTES
               AND CANT-RECHAZADA = 0
               DISPLAY "CONVERTIDO ", ARCHIVO-CONTROLADO,
                   " REGISTROS: ", CANT-ANTES, " (OK)"
           ELSE
               DISPLAY "ERROR: ", ARCHIVO-CONTROLADO, " TENIA ",
                   CANT-ANTES, " REGISTROS"
               DISPLAY "  CARGADOS: ", CANT-CARGADA,
                   "  RECHAZADOS AL CARGAR: ", CANT-RECHAZADA
               DISPLAY "  LEIDOS POR CLAVE PRIMARIA: ", CANT-POR-CLAVE
               DISPLAY "  LEIDOS POR CLIENTE+FECHA: ",
                   CANT-POR-CLIENTE
               DISPLAY "  SE CONSERVA LA COPIA DE TRABAJO ../conv_*.dat"
               MOVE 'S' TO HUBO-ERROR
           END-IF.

       2000-CONVERTIR-FACTURAS.
           MOVE "FACTURAS" TO ARCHIVO-CONTROLADO.
           MOVE 0 TO CANT-ANTES, CANT-CARGADA, CANT-RECHAZADA,
               CANT-POR-CLAVE, CANT-POR-CLIENTE.
           OPEN INPUT FACTANT.
           IF WS-FACTANT-STATUS = '35'
               DISPLAY "SIN ARCHIVO DE FACTURAS: nada que convertir."
           ELSE
               PERFORM 2100-DESCARGAR-FACTURAS
               PERFORM 2200-RECARGAR-FACTURAS
               PERFORM 2300-RECONTAR-FACTURAS
               PERFORM 1200-VERIFICAR-CANTIDAD
           END-IF.

       2100-DESCARGAR-FACTURAS.
           OPEN OUTPUT CONVFACT.
           MOVE 0 TO EOF-CONV.
           READ FACTANT NEXT AT END MOVE 1 TO EOF-CONV.
           PERFORM UNTIL EOF-CONV = 1
               WRITE CVF-LINEA FROM FAN-REG
               ADD 1 TO CANT-ANTES
               READ FACTANT NEXT AT END MOVE 1 TO EOF-CONV
           END-PERFORM.
           CLOSE FACTANT, CONVFACT.

       2200-RECARGAR-FACTURAS.
           OPEN OUTPUT FACTURAS.
           OPEN INPUT CONVFACT.
           MOVE 0 TO EOF-CONV.
           READ CONVFACT AT END MOVE 1 TO EOF-CONV.
           PERFORM UNTIL EOF-CONV = 1
               MOVE CVF-LINEA TO fact-reg
               WRITE fact-reg
                   INVALID KEY
                       ADD 1 TO CANT-RECHAZADA
                   NOT INVALID KEY
                       ADD 1 TO CANT-CARGADA
               END-WRITE
               READ CONVFACT AT END MOVE 1 TO EOF-CONV
           END-PERFORM.
           CLOSE FACTURAS, CONVFACT.

       2300-RECONTAR-FACTURAS.
           OPEN INPUT FACTURAS.
           MOVE 0 TO EOF-CONV.
           MOVE LOW-VALUES TO FACT-CLAVE.
           START FACTURAS KEY IS > FACT-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-CONV.
           IF EOF-CONV <> 1
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-CONV
           END-IF.
           PERFORM UNTIL EOF-CONV = 1
               ADD 1 TO CANT-POR-CLAVE
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-CONV
           END-PERFORM.
           MOVE 0 TO EOF-CONV.
           MOVE 0 TO fact-cliente, fact-fecha.
           START FACTURAS KEY IS NOT < FACT-CLIENTE-FECHA
               INVALID KEY
                   MOVE 1 TO EOF-CONV.
           IF EOF-CONV <> 1
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-CONV
           END-IF.
           PERFORM UNTIL EOF-CONV = 1
               ADD 1 TO CANT-POR-CLIENTE
               READ FACTURAS NEXT AT END MOVE 1 TO EOF-CONV
           END-PERFORM.
           CLOSE FACTURAS.

       3000-CONVERTIR-COBRANZAS.
           MOVE "COBRANZAS" TO ARCHIVO-CONTROLADO.
           MOVE 0 TO CANT-ANTES, CANT-CARGADA, CANT-RECHAZADA,
               CANT-POR-CLAVE, CANT-POR-CLIENTE.
           OPEN INPUT COBANT.
           IF WS-COBANT-STATUS = '35'
               DISPLAY "SIN ARCHIVO DE COBRANZAS: nada que convertir."
           ELSE
               PERFORM 3100-DESCARGAR-COBRANZAS
               PERFORM 3200-RECARGAR-COBRANZAS
               PERFORM 3300-RECONTAR-COBRANZAS
               PERFORM 1200-VERIFICAR-CANTIDAD
           END-IF.

       3100-DESCARGAR-COBRANZAS.
           OPEN OUTPUT CONVCOB.
           MOVE 0 TO EOF-CONV.
           READ COBANT NEXT AT END MOVE 1 TO EOF-CONV.
           PERFORM UNTIL EOF-CONV = 1
               WRITE CVC-LINEA FROM CAN-REG
               ADD 1 TO CANT-ANTES
               READ COBANT NEXT AT END MOVE 1 TO EOF-CONV
           END-PERFORM.
           CLOSE COBANT, CONVCOB.

       3200-RECARGAR-COBRANZAS.
           OPEN OUTPUT COBRANZAS.
           OPEN INPUT CONVCOB.
           MOVE 0 TO EOF-CONV.
           READ CONVCOB AT END MOVE 1 TO EOF-CONV.
           PERFORM UNTIL EOF-CONV = 1
               MOVE CVC-LINEA TO COB-REGISTRO
               WRITE COB-REGISTRO
                   INVALID KEY
                       ADD 1 TO CANT-RECHAZADA
                   NOT INVALID KEY
                       ADD 1 TO CANT-CARGADA
               END-WRITE
               READ CONVCOB AT END MOVE 1 TO EOF-CONV
           END-PERFORM.
           CLOSE COBRANZAS, CONVCOB.

       3300-RECONTAR-COBRANZAS.
           OPEN INPUT COBRANZAS.
           MOVE 0 TO EOF-CONV.
           MOVE LOW-VALUES TO COB-RECIBO.
           START COBRANZAS KEY IS > COB-RECIBO
               INVALID KEY
                   MOVE 1 TO EOF-CONV.
           IF EOF-CONV <> 1
               READ COBRANZAS NEXT AT END MOVE 1 TO EOF-CONV
           END-IF.
           PERFORM UNTIL EOF-CONV = 1
               ADD 1 TO CANT-POR-CLAVE
               READ COBRANZAS NEXT AT END MOVE 1 TO EOF-CONV
           END-PERFORM.
           MOVE 0 TO EOF-CONV.
           MOVE 0 TO COB-CLIENTE, COB-FECHA.
           START COBRANZAS KEY IS NOT < COB-CLIENTE-FECHA
               INVALID KEY
                   MOVE 1 TO EOF-CONV.
           IF EOF-CONV <> 1
               READ COBRANZAS NEXT AT END MOVE 1 TO EOF-CONV
           END-IF.
           PERFORM UNTIL EOF-CONV = 1
               ADD 1 TO CANT-POR-CLIENTE
               READ COBRANZAS NEXT AT END MOVE 1 TO EOF-CONV
           END-PERFORM.
           CLOSE COBRANZAS.

       9000-FIN-GENERAL.
           IF HUBO-ERROR = 'S'
               DISPLAY "CONVERSION CON ERRORES: NO HABILITAR LAS "
                   "CONSULTAS HASTA RECARGAR."
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "CONVERSION COMPLETA."
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
