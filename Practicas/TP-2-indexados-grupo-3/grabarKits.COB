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
           SELECT KITS ASSIGN TO '../kits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CLAVE
               FILE STATUS IS WS-KITS-STATUS.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS art-codigo.
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
       FD  KITS.
       01  KIT-REGISTRO.
           03 KIT-CLAVE.
               05 KIT-ARTICULO                 PIC X(8).
               05 KIT-COMPONENTE               PIC X(8).
           03 KIT-CANTIDAD                     PIC 9(4).
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
                                      VALUE "GRABARKITS".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       77  WS-KITS-STATUS                      PIC X(02).
       77  EOF-KITS                            PIC 9 VALUE 0.
       77  KIT-INGRESADO                       PIC X(8).
       77  COMP-INGRESADO                      PIC X(8).
       77  CANTIDAD-INGRESADA                  PIC 9(4).
       77  KIT-VALIDO                          PIC X.
       77  COMP-VALIDO                         PIC X.
       77  ES-COMPONENTE                       PIC X.
       77  ES-KIT                              PIC X.
       77  ARTICULO-CONTROLADO                 PIC X(8).
       77  CTL-CANT-ALTAS                      PIC 9(6) VALUE 0.
       77  CTL-CANT-CAMBIOS                    PIC 9(6) VALUE 0.
       77  CTL-CANT-BAJAS                      PIC 9(6) VALUE 0.
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
            PERFORM 200-INGRESAR-KIT.
            PERFORM UNTIL KIT-INGRESADO = SPACES
               IF KIT-VALIDO = 'S'
                   PERFORM 250-LISTAR-COMPOSICION
                   PERFORM 300-INGRESAR-COMPONENTE
                   PERFORM UNTIL COMP-INGRESADO = SPACES
                      PERFORM 400-PROCESAR-COMPONENTE
                      PERFORM 300-INGRESAR-COMPONENTE
                   END-PERFORM
               END-IF
               PERFORM 200-INGRESAR-KIT
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
           PERFORM 105-ABRIR-KITS.
           OPEN INPUT ARTICULOS.
           OPEN EXTEND AUDITORIA.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.

       105-ABRIR-KITS.
           OPEN I-O KITS.
           IF WS-KITS-STATUS = '35'
               OPEN OUTPUT KITS
               CLOSE KITS
               OPEN I-O KITS
           END-IF.

       200-INGRESAR-KIT.
      **   el kit es un articulo del maestro que se vende como tal
      **   pero no lleva stock propio; un kit no puede ser a su vez
      **   componente de otro kit
           DISPLAY ' '.
           DISPLAY 'Ingrese codigo de articulo kit (para finalizar = '
               'blanco):'.
           ACCEPT KIT-INGRESADO.
           MOVE 'N' TO KIT-VALIDO.
           IF KIT-INGRESADO NOT = SPACES
               MOVE KIT-INGRESADO TO art-codigo
               READ ARTICULOS
                   INVALID KEY
                       DISPLAY 'Articulo inexistente.'
                   NOT INVALID KEY
                       DISPLAY 'Kit: ', art-descrip
                       MOVE KIT-INGRESADO TO ARTICULO-CONTROLADO
                       PERFORM 610-CONTROLAR-ES-COMPONENTE
                       IF ES-COMPONENTE = 'S'
                           DISPLAY 'El articulo es componente de otro '
                               'kit: no puede ser kit.'
                       ELSE
                           MOVE 'S' TO KIT-VALIDO
                       END-IF
               END-READ
           END-IF.

       250-LISTAR-COMPOSICION.
           MOVE 0 TO EOF-KITS.
           MOVE KIT-INGRESADO TO KIT-ARTICULO.
           MOVE LOW-VALUES TO KIT-COMPONENTE.
           START KITS KEY IS >= KIT-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-KITS
           END-START.
           IF EOF-KITS <> 1
               READ KITS NEXT AT END MOVE 1 TO EOF-KITS
           END-IF.
           IF EOF-KITS = 1 OR KIT-ARTICULO <> KIT-INGRESADO
               DISPLAY 'Kit sin componentes todavia.'
           ELSE
               DISPLAY 'Composicion actual:'
           END-IF.
           PERFORM UNTIL EOF-KITS = 1
                         OR KIT-ARTICULO <> KIT-INGRESADO
               DISPLAY '  ', KIT-COMPONENTE, '  CANTIDAD: ',
                   KIT-CANTIDAD
               READ KITS NEXT AT END MOVE 1 TO EOF-KITS
           END-PERFORM.

       300-INGRESAR-COMPONENTE.
           DISPLAY 'Ingrese componente (para cerrar el kit = '
               'blanco):'.
           ACCEPT COMP-INGRESADO.

       400-PROCESAR-COMPONENTE.
           PERFORM 410-VALIDAR-COMPONENTE.
           IF COMP-VALIDO = 'S'
               DISPLAY 'Ingrese cantidad por kit (0 = quitar el '
                   'componente):'
               ACCEPT CANTIDAD-INGRESADA
               MOVE KIT-INGRESADO TO KIT-ARTICULO
               MOVE COMP-INGRESADO TO KIT-COMPONENTE
               IF CANTIDAD-INGRESADA = 0
                   PERFORM 430-QUITAR-COMPONENTE
               ELSE
                   MOVE CANTIDAD-INGRESADA TO KIT-CANTIDAD
                   PERFORM 420-GRABAR-COMPONENTE
               END-IF
           END-IF.

       410-VALIDAR-COMPONENTE.
           MOVE 'N' TO COMP-VALIDO.
           IF COMP-INGRESADO = KIT-INGRESADO
               DISPLAY 'Un kit no puede contenerse a si mismo.'
           ELSE
               MOVE COMP-INGRESADO TO art-codigo
               READ ARTICULOS
                   INVALID KEY
                       DISPLAY 'Articulo inexistente.'
                   NOT INVALID KEY
                       DISPLAY art-descrip, '  STOCK: ', art-stock
                       MOVE COMP-INGRESADO TO ARTICULO-CONTROLADO
                       PERFORM 600-CONTROLAR-ES-KIT
                       IF ES-KIT = 'S'
                           DISPLAY 'El componente es a su vez un kit: '
                               'cargue sus componentes.'
                       ELSE
                           MOVE 'S' TO COMP-VALIDO
                       END-IF
               END-READ
           END-IF.

       420-GRABAR-COMPONENTE.
           WRITE KIT-REGISTRO
               INVALID KEY
                   REWRITE KIT-REGISTRO
                   DISPLAY 'Cantidad actualizada.'
                   MOVE 'CAMBIO' TO AUD-ACCION
                   ADD 1 TO CTL-CANT-CAMBIOS
               NOT INVALID KEY
                   MOVE 'ALTA' TO AUD-ACCION
                   ADD 1 TO CTL-CANT-ALTAS
           END-WRITE.
           MOVE KIT-CLAVE TO AUD-CLAVE.
           PERFORM 450-GRABAR-AUDITORIA.

       430-QUITAR-COMPONENTE.
           DELETE KITS
               INVALID KEY
                   DISPLAY 'El componente no estaba en el kit.'
               NOT INVALID KEY
                   DISPLAY 'Componente quitado.'
                   MOVE KIT-CLAVE TO AUD-CLAVE
                   MOVE 'BAJA' TO AUD-ACCION
                   PERFORM 450-GRABAR-AUDITORIA
                   ADD 1 TO CTL-CANT-BAJAS
           END-DELETE.

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

       600-CONTROLAR-ES-KIT.
           MOVE 'N' TO ES-KIT.
           MOVE ARTICULO-CONTROLADO TO KIT-ARTICULO.
           MOVE LOW-VALUES TO KIT-COMPONENTE.
           START KITS KEY IS >= KIT-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ KITS NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF KIT-ARTICULO = ARTICULO-CONTROLADO
                               MOVE 'S' TO ES-KIT
                           END-IF
                   END-READ
           END-START.

       610-CONTROLAR-ES-COMPONENTE.
           MOVE 'N' TO ES-COMPONENTE.
           MOVE 0 TO EOF-KITS.
           MOVE LOW-VALUES TO KIT-CLAVE.
           START KITS KEY IS > KIT-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-KITS
           END-START.
           IF EOF-KITS <> 1
               READ KITS NEXT AT END MOVE 1 TO EOF-KITS
           END-IF.
           PERFORM UNTIL EOF-KITS = 1 OR ES-COMPONENTE = 'S'
               IF KIT-COMPONENTE = ARTICULO-CONTROLADO
                   MOVE 'S' TO ES-COMPONENTE
               END-IF
               READ KITS NEXT AT END MOVE 1 TO EOF-KITS
           END-PERFORM.

       500-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'COMPONENTES AGREGADOS: ', CTL-CANT-ALTAS.
           DISPLAY 'COMPONENTES MODIFICADOS: ', CTL-CANT-CAMBIOS.
           DISPLAY 'COMPONENTES QUITADOS: ', CTL-CANT-BAJAS.
           CLOSE KITS, ARTICULOS, AUDITORIA.

       END PROGRAM YOUR-PROGRAM-NAME.
