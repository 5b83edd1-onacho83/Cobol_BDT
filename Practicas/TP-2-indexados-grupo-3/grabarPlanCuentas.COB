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
           SELECT PLANCTAS ASSIGN TO '../plan_cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCU-CUENTA
               FILE STATUS IS WS-PLANCTAS-STATUS.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
       01  LCU-REG.
           03 LCU-ESTADO                       PIC X.
           03 FILLER                           PIC X.
           03 LCU-FECHA                        PIC 9(8).
       FD  PLANCTAS.
       01  PCU-REGISTRO.
           03 PCU-CUENTA                       PIC 9(6).
           03 PCU-NOMBRE                       PIC X(30).
           03 PCU-TIPO                         PIC X.
               88 PCU-ACTIVO                   VALUE 'A'.
               88 PCU-PASIVO                   VALUE 'P'.
               88 PCU-PATRIMONIO               VALUE 'N'.
               88 PCU-INGRESO                  VALUE 'I'.
               88 PCU-EGRESO                   VALUE 'E'.
           03 PCU-ESTADO                       PIC X.
               88 PCU-HABILITADA               VALUE 'A'.
               88 PCU-DADA-DE-BAJA             VALUE 'B'.
       FD  AUDITORIA.
       01  AUD-LINEA                           PIC X(121).
       FD  AUDCADENA.
       01  ACA-REG.
           03 ACA-SECUENCIA                    PIC 9(10).
           03 FILLER                           PIC X.
           03 ACA-CONTROL                      PIC 9(10).

       WORKING-STORAGE SECTION.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       01  AUD-DETALLE.
           03 AUD-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-HORA                         PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-PROGRAMA                     PIC X(15)
                                      VALUE "GRABARPLANCTAS".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       77  CTL-CANT-ALTAS                      PIC 9(6) VALUE 0.
       77  CTL-CANT-CAMBIOS                    PIC 9(6) VALUE 0.
       77  CTL-CANT-BAJAS                      PIC 9(6) VALUE 0.
       77  WS-PLANCTAS-STATUS                  PIC X(02).
       77  CUENTA-EXISTE                       PIC X.
       77  ACCION-CUENTA                       PIC X.
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
            PERFORM 200-INGRESAR-CUENTA.
            PERFORM UNTIL PCU-CUENTA = 0
               PERFORM 400-PROCESO
               PERFORM 200-INGRESAR-CUENTA
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
           PERFORM 105-ABRIR-PLANCTAS.
           OPEN EXTEND AUDITORIA.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.

       105-ABRIR-PLANCTAS.
           OPEN I-O PLANCTAS.
           IF WS-PLANCTAS-STATUS = '35'
               OPEN OUTPUT PLANCTAS
               CLOSE PLANCTAS
               OPEN I-O PLANCTAS
           END-IF.

       200-INGRESAR-CUENTA.
           DISPLAY
           'Ingrese numero de cuenta (para finalizar = 0):'.
           ACCEPT PCU-CUENTA.

       300-INGRESAR-NOMBRE.
           DISPLAY 'Ingrese nombre de la cuenta:'.
           ACCEPT PCU-NOMBRE.
           IF PCU-NOMBRE = SPACES
               DISPLAY 'El nombre no puede quedar en blanco.'
               PERFORM 300-INGRESAR-NOMBRE
           END-IF.

       310-INGRESAR-TIPO.
      **   el tipo decide de que lado queda el saldo en el balance:
      **   activo y egreso deudores; pasivo, patrimonio e ingreso
      **   acreedores
           DISPLAY 'Ingrese tipo (A=activo, P=pasivo, N=patrimonio '
               'neto, I=ingreso, E=egreso):'.
           ACCEPT PCU-TIPO.
           IF NOT PCU-ACTIVO AND NOT PCU-PASIVO AND NOT PCU-PATRIMONIO
               AND NOT PCU-INGRESO AND NOT PCU-EGRESO
               DISPLAY 'Tipo invalido, ingrese A, P, N, I o E.'
               PERFORM 310-INGRESAR-TIPO
           END-IF.

       400-PROCESO.
           MOVE 'S' TO CUENTA-EXISTE.
           READ PLANCTAS
               INVALID KEY
                   MOVE 'N' TO CUENTA-EXISTE
           END-READ.
           IF CUENTA-EXISTE = 'N'
               PERFORM 410-ALTA-CUENTA
           ELSE
               PERFORM 420-ACTUALIZAR-CUENTA
           END-IF.

       410-ALTA-CUENTA.
           PERFORM 300-INGRESAR-NOMBRE.
           PERFORM 310-INGRESAR-TIPO.
           MOVE 'A' TO PCU-ESTADO.
           WRITE PCU-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo grabar la cuenta.'
               NOT INVALID KEY
                   MOVE PCU-CUENTA TO AUD-CLAVE
                   MOVE 'ALTA' TO AUD-ACCION
                   PERFORM 450-GRABAR-AUDITORIA
                   ADD 1 TO CTL-CANT-ALTAS
           END-WRITE.

       420-ACTUALIZAR-CUENTA.
      **   una cuenta con movimientos no se borra: se da de baja y
      **   deja de aceptar imputaciones, pero el mayor la sigue
      **   mostrando
           DISPLAY 'CUENTA EXISTENTE: ', PCU-NOMBRE, '  TIPO: ',
               PCU-TIPO, '  ESTADO: ', PCU-ESTADO.
           DISPLAY 'M=modificar, B=dar de baja, H=rehabilitar, '
               'blanco=dejar como esta:'.
           ACCEPT ACCION-CUENTA.
           EVALUATE ACCION-CUENTA
               WHEN 'M'
                   PERFORM 300-INGRESAR-NOMBRE
                   PERFORM 310-INGRESAR-TIPO
                   MOVE 'CAMBIO' TO AUD-ACCION
                   PERFORM 430-REGRABAR-CUENTA
               WHEN 'B'
                   MOVE 'B' TO PCU-ESTADO
                   MOVE 'BAJA' TO AUD-ACCION
                   PERFORM 430-REGRABAR-CUENTA
               WHEN 'H'
                   MOVE 'A' TO PCU-ESTADO
                   MOVE 'CAMBIO' TO AUD-ACCION
                   PERFORM 430-REGRABAR-CUENTA
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Opcion invalida, la cuenta no se modifica.'
           END-EVALUATE.

       430-REGRABAR-CUENTA.
           REWRITE PCU-REGISTRO.
           DISPLAY 'Cuenta actualizada.'.
           MOVE PCU-CUENTA TO AUD-CLAVE.
           PERFORM 450-GRABAR-AUDITORIA.
           IF PCU-DADA-DE-BAJA
               ADD 1 TO CTL-CANT-BAJAS
           ELSE
               ADD 1 TO CTL-CANT-CAMBIOS
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

       500-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'CUENTAS NUEVAS GRABADAS: ', CTL-CANT-ALTAS.
           DISPLAY 'CUENTAS MODIFICADAS: ', CTL-CANT-CAMBIOS.
           DISPLAY 'CUENTAS DADAS DE BAJA: ', CTL-CANT-BAJAS.
           CLOSE PLANCTAS, AUDITORIA.

       END PROGRAM YOUR-PROGRAM-NAME.
