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
           SELECT PROPUESTAS ASSIGN TO '../propuestas_credito.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CLIENTE
               FILE STATUS IS WS-PROPUESTAS-STATUS.
           SELECT CREDITOS ASSIGN TO '../creditos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRE-CLIENTE
               FILE STATUS IS WS-CREDITOS-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
       01  LCU-REG.
           03 LCU-ESTADO                       PIC X.
           03 FILLER                           PIC X.
           03 LCU-FECHA                        PIC 9(8).
       FD  PROPUESTAS.
       01  PRC-REGISTRO.
           03 PRC-CLIENTE                      PIC 9(6).
           03 PRC-FECHA                        PIC 9(8).
           03 PRC-PUNTAJE                      PIC 9(3).
           03 PRC-BANDA                        PIC X.
           03 PRC-LIMITE-ACTUAL                PIC 9(10)V99.
           03 PRC-LIMITE-SUGERIDO              PIC 9(10)V99.
           03 PRC-ESTADO                       PIC X.
               88 PRC-PENDIENTE                VALUE 'P'.
               88 PRC-APROBADA                 VALUE 'A'.
               88 PRC-RECHAZADA                VALUE 'R'.
       FD  CREDITOS.
       01  CRE-REGISTRO.
           03 CRE-CLIENTE                      PIC 9(6).
           03 CRE-LIMITE                       PIC 9(10)V99.
           03 CRE-EXPUESTO                     PIC S9(10)V99.
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

       WORKING-STORAGE SECTION.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       01  AUD-DETALLE.
           03 AUD-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-HORA                         PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-PROGRAMA                     PIC X(15)
                                      VALUE "APROBARLIMITES".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 AUD-CLAVE-LIMITE REDEFINES AUD-CLAVE.
               05 ALI-CLIENTE                  PIC 9(6).
               05 ALI-BARRA                    PIC X.
               05 ALI-LIMITE                   PIC 9(10).
               05 FILLER                       PIC X(3).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       01  PERM-ACCIONES.
           03 PERM-ALTA                        PIC X.
           03 PERM-CAMBIO                      PIC X.
           03 PERM-BAJA                        PIC X.
           03 PERM-CONSULTA                    PIC X.
       77  WS-PROPUESTAS-STATUS                PIC X(02).
       77  WS-CREDITOS-STATUS                  PIC X(02).
       77  WS-OPERADORES-STATUS                PIC X(02).
       77  HAY-OPERADORES                      PIC X VALUE 'N'.
       77  PASSWORD-INGRESADA                  PIC X(10).
       77  INTENTOS-SIGNON                     PIC 9 VALUE 0.
       77  SIGNON-OK                           PIC X VALUE 'N'.
       77  EOF-PROPUESTAS                      PIC 9 VALUE 0.
       77  RESOLUCION                          PIC X.
       77  LIMITE-APROBADO                     PIC 9(10)V99.
       77  LIMITE-ANTERIOR                     PIC 9(10)V99.
       77  CONT-APROBADAS                      PIC 9(6) VALUE 0.
       77  CONT-RECHAZADAS                     PIC 9(6) VALUE 0.
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
           PERFORM 200-REVISAR-PENDIENTES.
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
           OPEN I-O PROPUESTAS.
           IF WS-PROPUESTAS-STATUS <> '00'
               DISPLAY 'SIN PROPUESTAS DE LIMITE: corra antes '
                   'calificarClientes.'
               STOP RUN
           END-IF.
           PERFORM 106-ABRIR-CREDITOS.
           OPEN EXTEND AUDITORIA.
           PERFORM 112-ABRIR-OPERADORES.
           PERFORM 115-VALIDAR-SUPERVISOR.

       106-ABRIR-CREDITOS.
           OPEN I-O CREDITOS.
           IF WS-CREDITOS-STATUS = '35'
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN I-O CREDITOS
           END-IF.

       112-ABRIR-OPERADORES.
           OPEN I-O OPERADORES.
           IF WS-OPERADORES-STATUS = '00'
               MOVE 'S' TO HAY-OPERADORES
           ELSE
               DISPLAY 'SIN MAESTRO DE OPERADORES: se continua sin '
                   'control de acceso.'
           END-IF.

       115-VALIDAR-SUPERVISOR.
      **   cambiar un limite de credito exige firma real: operador
      **   con permiso de cambio sobre clientes en su legajo
           IF HAY-OPERADORES <> 'S'
               DISPLAY 'Ingrese codigo de supervisor:'
               ACCEPT AUD-OPERADOR
               MOVE 'SSSS' TO PERM-ACCIONES
           ELSE
               PERFORM 116-INTENTO-SIGNON
                   UNTIL SIGNON-OK = 'S' OR INTENTOS-SIGNON >= 3
               IF SIGNON-OK <> 'S' OR PERM-CAMBIO NOT = 'S'
                   DISPLAY 'Acceso denegado: se requiere permiso de '
                       'supervisor sobre clientes.'
                   CLOSE OPERADORES, AUDITORIA, PROPUESTAS,
                         CREDITOS
                   STOP RUN WITH ERROR STATUS 8
               END-IF
           END-IF.

       116-INTENTO-SIGNON.
           ADD 1 TO INTENTOS-SIGNON.
           DISPLAY 'Ingrese codigo de supervisor:'.
           ACCEPT AUD-OPERADOR.
           DISPLAY 'Ingrese password:'.
           ACCEPT PASSWORD-INGRESADA.
           MOVE AUD-OPERADOR TO OPE-CODIGO.
           READ OPERADORES
               INVALID KEY
                   DISPLAY 'Operador inexistente.'
               NOT INVALID KEY
                   PERFORM 117-CONTROLAR-SIGNON
           END-READ.

       117-CONTROLAR-SIGNON.
           IF OPE-BLOQUEADO
               DISPLAY 'Operador bloqueado.'
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
               END-IF
           END-IF.

       200-REVISAR-PENDIENTES.
           MOVE LOW-VALUES TO PRC-CLIENTE.
           START PROPUESTAS KEY IS > PRC-CLIENTE
               INVALID KEY
                   MOVE 1 TO EOF-PROPUESTAS.
           IF EOF-PROPUESTAS <> 1
               READ PROPUESTAS NEXT AT END MOVE 1 TO EOF-PROPUESTAS
           END-IF.
           PERFORM UNTIL EOF-PROPUESTAS = 1
               IF PRC-PENDIENTE
                   PERFORM 300-RESOLVER-UNA
               END-IF
               READ PROPUESTAS NEXT AT END MOVE 1 TO EOF-PROPUESTAS
           END-PERFORM.

       300-RESOLVER-UNA.
           PERFORM 310-MOSTRAR-SITUACION.
           DISPLAY 'A=aprobar, M=modificar limite, R=rechazar, '
               'S=saltear:'.
           ACCEPT RESOLUCION.
           EVALUATE RESOLUCION
               WHEN 'A'
                   MOVE PRC-LIMITE-SUGERIDO TO LIMITE-APROBADO
                   PERFORM 400-APROBAR
               WHEN 'M'
                   DISPLAY 'Ingrese el limite a aprobar:'
                   ACCEPT LIMITE-APROBADO
                   PERFORM 400-APROBAR
               WHEN 'R'
                   PERFORM 500-RECHAZAR
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Opcion invalida, se saltea.'
           END-EVALUATE.

       310-MOSTRAR-SITUACION.
           DISPLAY ' '.
           DISPLAY 'CLIENTE ', PRC-CLIENTE, '  CALIFICADO EL ',
               PRC-FECHA, '  PUNTAJE ', PRC-PUNTAJE,
               '  BANDA ', PRC-BANDA.
           DISPLAY 'LIMITE ACTUAL: ', PRC-LIMITE-ACTUAL,
               '  SUGERIDO: ', PRC-LIMITE-SUGERIDO.

       400-APROBAR.
      **   el legajo puede haber cambiado desde la calificacion: se
      **   toma el limite vigente como anterior
           MOVE PRC-CLIENTE TO CRE-CLIENTE.
           READ CREDITOS
               INVALID KEY
                   DISPLAY 'CLIENTE SIN LEGAJO DE CREDITO, '
                       'se saltea.'
               NOT INVALID KEY
                   PERFORM 410-ACTUALIZAR-LIMITE
           END-READ.

       410-ACTUALIZAR-LIMITE.
           MOVE CRE-LIMITE TO LIMITE-ANTERIOR.
           MOVE LIMITE-APROBADO TO CRE-LIMITE.
           REWRITE CRE-REGISTRO.
           MOVE 'A' TO PRC-ESTADO.
           MOVE LIMITE-APROBADO TO PRC-LIMITE-SUGERIDO.
           REWRITE PRC-REGISTRO.
           ADD 1 TO CONT-APROBADAS.
           MOVE SPACES TO AUD-CLAVE.
           MOVE PRC-CLIENTE TO ALI-CLIENTE.
           MOVE '/' TO ALI-BARRA.
           MOVE LIMITE-ANTERIOR TO ALI-LIMITE.
           MOVE 'LIMITE-ANT' TO AUD-ACCION.
           PERFORM 460-GRABAR-AUDITORIA.
           MOVE LIMITE-APROBADO TO ALI-LIMITE.
           MOVE 'LIMITE' TO AUD-ACCION.
           PERFORM 460-GRABAR-AUDITORIA.
           DISPLAY 'LIMITE ACTUALIZADO.'.

       500-RECHAZAR.
           MOVE 'R' TO PRC-ESTADO.
           REWRITE PRC-REGISTRO.
           ADD 1 TO CONT-RECHAZADAS.
           MOVE SPACES TO AUD-CLAVE.
           MOVE PRC-CLIENTE TO AUD-CLAVE.
           MOVE 'RECHAZA' TO AUD-ACCION.
           PERFORM 460-GRABAR-AUDITORIA.
           DISPLAY 'PROPUESTA RECHAZADA.'.

       460-GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           PERFORM 461-ENCADENAR-AUDITORIA.

       461-ENCADENAR-AUDITORIA.
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
           PERFORM 462-SUMAR-CARACTER-AUD
               VARYING AUC-SUB FROM 1 BY 1 UNTIL AUC-SUB > 110.
           MOVE AUC-CONTROL-ANT TO AUC-CONTROL.
           WRITE AUD-LINEA FROM AUC-REGISTRO.
           MOVE SPACES TO ACA-REG.
           MOVE AUC-SECUENCIA TO ACA-SECUENCIA.
           MOVE AUC-CONTROL TO ACA-CONTROL.
           OPEN OUTPUT AUDCADENA.
           WRITE ACA-REG.
           CLOSE AUDCADENA.

       462-SUMAR-CARACTER-AUD.
           MOVE LOW-VALUE TO AUC-ORD-ALTO.
           MOVE AUC-CAR(AUC-SUB) TO AUC-ORD-BAJO.
           COMPUTE AUC-ACUM = AUC-CONTROL-ANT * 257 + AUC-ORD.
           DIVIDE AUC-ACUM BY 999999937 GIVING AUC-COCIENTE
               REMAINDER AUC-CONTROL-ANT.

       900-FIN-GENERAL.
           DISPLAY '--- APROBACION DE LIMITES ---'.
           DISPLAY 'LIMITES APROBADOS: ', CONT-APROBADAS.
           DISPLAY 'PROPUESTAS RECHAZADAS: ', CONT-RECHAZADAS.
           CLOSE PROPUESTAS, CREDITOS, AUDITORIA.
           IF HAY-OPERADORES = 'S'
               CLOSE OPERADORES
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
