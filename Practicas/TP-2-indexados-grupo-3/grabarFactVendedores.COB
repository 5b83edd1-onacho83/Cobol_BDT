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
           SELECT FACTVEND ASSIGN TO '../facturas_vendedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FVE-CLAVE
               FILE STATUS IS WS-FACTVEND-STATUS.
           SELECT FACTURAS
           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fact-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES.
           SELECT VENDEDORES
           ASSIGN TO '../vendedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS vend-codigo.
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
       FD  FACTVEND.
       01  FVE-REGISTRO.
           03 FVE-CLAVE.
               05 FVE-FACTURA                  PIC 9(12).
               05 FVE-VEND                     PIC 9(3).
           03 FVE-PORCENTAJE                   PIC 9(3)V99.
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
       FD  VENDEDORES.
       01  vend-reg.
           03 vend-codigo                      PIC 9(3).
           03 vend-nombre                      PIC X(30).
           03 vend-region                      PIC X(15).
           03 vend-pct-comision                PIC 9V99.
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
                                      VALUE "GRABARFACTVEND".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       01  AUD-CLAVE-REPARTO.
           03 ACR-FACTURA                      PIC 9(12).
           03 FILLER                           PIC X VALUE '/'.
           03 ACR-VEND                         PIC 9(3).
       77  WS-FACTVEND-STATUS                  PIC X(02).
       77  EOF-FACTVEND                        PIC 9 VALUE 0.
       77  FACTURA-INGRESADA                   PIC 9(12).
       77  FACTURA-VALIDA                      PIC X.
       77  FACTURA-VEND                        PIC 9(3).
       77  VEND-INGRESADO                      PIC 9(3).
       77  PCT-INGRESADO                       PIC 9(3)V99.
       77  TOTAL-PORCENTAJE                    PIC 9(5)V99.
       77  PCT-EDITADO                         PIC ZZZZ9,99.
       77  HALLADO                             PIC X.
       77  CANT-REP-TABLA                      PIC 99 VALUE 0.
       77  MAX-REP-TABLA                       PIC 99 VALUE 10.
       77  SUB-R                               PIC 99.
       01  TABLA-REPARTO.
           03 FVT-ITEM OCCURS 10 TIMES.
               05 FVT-VEND                     PIC 9(3).
               05 FVT-PORCENTAJE               PIC 9(3)V99.
       77  CTL-CANT-REPARTOS                   PIC 9(6) VALUE 0.
       77  CTL-CANT-QUITADOS                   PIC 9(6) VALUE 0.
       77  CTL-CANT-RECHAZOS                   PIC 9(6) VALUE 0.
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
            PERFORM 200-INGRESAR-FACTURA.
            PERFORM UNTIL FACTURA-INGRESADA = 0
               IF FACTURA-VALIDA = 'S'
                   PERFORM 250-LISTAR-REPARTO
                   PERFORM 300-INGRESAR-REPARTO
                   PERFORM 400-PROCESAR-REPARTO
               END-IF
               PERFORM 200-INGRESAR-FACTURA
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
           PERFORM 105-ABRIR-FACTVEND.
           OPEN INPUT FACTURAS, VENDEDORES.
           OPEN EXTEND AUDITORIA.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.

       105-ABRIR-FACTVEND.
           OPEN I-O FACTVEND.
           IF WS-FACTVEND-STATUS = '35'
               OPEN OUTPUT FACTVEND
               CLOSE FACTVEND
               OPEN I-O FACTVEND
           END-IF.

       200-INGRESAR-FACTURA.
      **   una venta compartida reparte ganancia y comision entre
      **   varios vendedores; el reparto rige para los movimientos de
      **   la factura que TP2 procese a partir de ahora
           DISPLAY ' '.
           DISPLAY 'Ingrese numero de factura (para finalizar = 0):'.
           ACCEPT FACTURA-INGRESADA.
           MOVE 'N' TO FACTURA-VALIDA.
           IF FACTURA-INGRESADA NOT = 0
               MOVE FACTURA-INGRESADA TO fact-factura
               MOVE LOW-VALUES TO fact-art
               START FACTURAS KEY IS >= FACT-CLAVE
                   INVALID KEY
                       DISPLAY 'Factura inexistente.'
                   NOT INVALID KEY
                       READ FACTURAS NEXT
                           AT END
                               DISPLAY 'Factura inexistente.'
                           NOT AT END
                               PERFORM 210-MOSTRAR-FACTURA
                       END-READ
               END-START
           END-IF.

       210-MOSTRAR-FACTURA.
           IF fact-factura NOT = FACTURA-INGRESADA
               DISPLAY 'Factura inexistente.'
           ELSE
               MOVE fact-vend TO FACTURA-VEND
               DISPLAY 'Factura ', fact-factura, '  CLIENTE: ',
                   fact-cliente, '  VENDEDOR: ', fact-vend
               MOVE 'S' TO FACTURA-VALIDA
           END-IF.

       250-LISTAR-REPARTO.
           MOVE 0 TO EOF-FACTVEND.
           MOVE FACTURA-INGRESADA TO FVE-FACTURA.
           MOVE 0 TO FVE-VEND.
           START FACTVEND KEY IS >= FVE-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTVEND
           END-START.
           IF EOF-FACTVEND <> 1
               READ FACTVEND NEXT AT END MOVE 1 TO EOF-FACTVEND
           END-IF.
           IF EOF-FACTVEND = 1 OR FVE-FACTURA <> FACTURA-INGRESADA
               DISPLAY 'Factura sin reparto: toda la venta es del '
                   'vendedor de la factura.'
           ELSE
               DISPLAY 'Reparto actual:'
           END-IF.
           PERFORM UNTIL EOF-FACTVEND = 1
                         OR FVE-FACTURA <> FACTURA-INGRESADA
               MOVE FVE-PORCENTAJE TO PCT-EDITADO
               DISPLAY '  VENDEDOR: ', FVE-VEND, '  PORCENTAJE: ',
                   PCT-EDITADO
               READ FACTVEND NEXT AT END MOVE 1 TO EOF-FACTVEND
           END-PERFORM.

       300-INGRESAR-REPARTO.
      **   se ingresa el reparto completo, que reemplaza al anterior
           MOVE 0 TO CANT-REP-TABLA.
           MOVE 0 TO TOTAL-PORCENTAJE.
           PERFORM 310-INGRESAR-VENDEDOR.
           PERFORM UNTIL VEND-INGRESADO = 0
               PERFORM 320-AGREGAR-VENDEDOR
               PERFORM 310-INGRESAR-VENDEDOR
           END-PERFORM.

       310-INGRESAR-VENDEDOR.
           DISPLAY 'Ingrese vendedor del reparto (para cerrar = 0, '
               'sin ingresar ninguno no se modifica):'.
           ACCEPT VEND-INGRESADO.

       320-AGREGAR-VENDEDOR.
           MOVE VEND-INGRESADO TO vend-codigo.
           READ VENDEDORES
               INVALID KEY
                   DISPLAY 'Vendedor inexistente.'
               NOT INVALID KEY
                   DISPLAY vend-nombre
                   PERFORM 330-BUSCAR-VENDEDOR
                   IF HALLADO = 'S'
                       DISPLAY 'El vendedor ya esta en el reparto.'
                   ELSE
                       PERFORM 340-INGRESAR-PORCENTAJE
                   END-IF
           END-READ.

       330-BUSCAR-VENDEDOR.
           MOVE 'N' TO HALLADO.
           MOVE 0 TO SUB-R.
           PERFORM 331-COMPARAR-VENDEDOR
               UNTIL HALLADO = 'S' OR SUB-R >= CANT-REP-TABLA.

       331-COMPARAR-VENDEDOR.
           ADD 1 TO SUB-R.
           IF FVT-VEND(SUB-R) = VEND-INGRESADO
               MOVE 'S' TO HALLADO
           END-IF.

       340-INGRESAR-PORCENTAJE.
           DISPLAY 'Ingrese porcentaje del vendedor:'.
           ACCEPT PCT-INGRESADO.
           IF PCT-INGRESADO = 0 OR PCT-INGRESADO > 100
               DISPLAY 'Porcentaje invalido.'
           ELSE
               IF CANT-REP-TABLA < MAX-REP-TABLA
                   ADD 1 TO CANT-REP-TABLA
                   MOVE VEND-INGRESADO TO FVT-VEND(CANT-REP-TABLA)
                   MOVE PCT-INGRESADO
                       TO FVT-PORCENTAJE(CANT-REP-TABLA)
                   ADD PCT-INGRESADO TO TOTAL-PORCENTAJE
                   MOVE TOTAL-PORCENTAJE TO PCT-EDITADO
                   DISPLAY 'Acumulado: ', PCT-EDITADO
               ELSE
                   DISPLAY 'ADVERTENCIA: SUPERA ', MAX-REP-TABLA,
                       ' VENDEDORES, SE OMITE'
               END-IF
           END-IF.

       400-PROCESAR-REPARTO.
      **   los porcentajes deben sumar exactamente 100; un unico
      **   vendedor igual al de la factura equivale a quitar el reparto
           IF CANT-REP-TABLA = 0
               DISPLAY 'Reparto sin cambios.'
           ELSE
               IF TOTAL-PORCENTAJE NOT = 100
                   MOVE TOTAL-PORCENTAJE TO PCT-EDITADO
                   DISPLAY 'Los porcentajes suman ', PCT-EDITADO,
                       ': deben sumar 100. Reparto rechazado.'
                   ADD 1 TO CTL-CANT-RECHAZOS
               ELSE
                   PERFORM 410-BORRAR-REPARTO
                   IF CANT-REP-TABLA = 1
                       AND FVT-VEND(1) = FACTURA-VEND
                       DISPLAY 'La factura queda sin reparto.'
                       ADD 1 TO CTL-CANT-QUITADOS
                   ELSE
                       MOVE 0 TO SUB-R
                       PERFORM 420-GRABAR-PARTE CANT-REP-TABLA TIMES
                       DISPLAY 'Reparto grabado.'
                       ADD 1 TO CTL-CANT-REPARTOS
                   END-IF
               END-IF
           END-IF.

       410-BORRAR-REPARTO.
           MOVE 0 TO EOF-FACTVEND.
           MOVE FACTURA-INGRESADA TO FVE-FACTURA.
           MOVE 0 TO FVE-VEND.
           START FACTVEND KEY IS >= FVE-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-FACTVEND
           END-START.
           IF EOF-FACTVEND <> 1
               READ FACTVEND NEXT AT END MOVE 1 TO EOF-FACTVEND
           END-IF.
           PERFORM UNTIL EOF-FACTVEND = 1
                         OR FVE-FACTURA <> FACTURA-INGRESADA
               DELETE FACTVEND
               MOVE FVE-FACTURA TO ACR-FACTURA
               MOVE FVE-VEND TO ACR-VEND
               MOVE AUD-CLAVE-REPARTO TO AUD-CLAVE
               MOVE 'BAJA' TO AUD-ACCION
               PERFORM 450-GRABAR-AUDITORIA
               READ FACTVEND NEXT AT END MOVE 1 TO EOF-FACTVEND
           END-PERFORM.

       420-GRABAR-PARTE.
           ADD 1 TO SUB-R.
           MOVE FACTURA-INGRESADA TO FVE-FACTURA.
           MOVE FVT-VEND(SUB-R) TO FVE-VEND.
           MOVE FVT-PORCENTAJE(SUB-R) TO FVE-PORCENTAJE.
           WRITE FVE-REGISTRO
               INVALID KEY
                   REWRITE FVE-REGISTRO
           END-WRITE.
           MOVE FVE-FACTURA TO ACR-FACTURA.
           MOVE FVE-VEND TO ACR-VEND.
           MOVE AUD-CLAVE-REPARTO TO AUD-CLAVE.
           MOVE 'ALTA' TO AUD-ACCION.
           PERFORM 450-GRABAR-AUDITORIA.

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
           DISPLAY 'FACTURAS REPARTIDAS: ', CTL-CANT-REPARTOS.
           DISPLAY 'REPARTOS QUITADOS: ', CTL-CANT-QUITADOS.
           DISPLAY 'REPARTOS RECHAZADOS: ', CTL-CANT-RECHAZOS.
           CLOSE FACTVEND, FACTURAS, VENDEDORES, AUDITORIA.

       END PROGRAM YOUR-PROGRAM-NAME.
