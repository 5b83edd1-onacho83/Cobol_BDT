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
           SELECT OPTIONAL PRECTL
               ASSIGN TO '../presupuestos_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS art-codigo.
           SELECT CLIENTES ASSIGN TO '../clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT VENDEDORES
           ASSIGN TO '../vendedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS vend-codigo
               FILE STATUS IS WS-VENDEDORES-STATUS.
           SELECT LISTASPRECIOS
           ASSIGN TO '../listas_precios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIS-CLAVE
               FILE STATUS IS WS-LISTAS-STATUS.
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
       FD  PRECTL.
       01  PRC-REG.
           03 PRC-PROX-PRESUPUESTO             PIC 9(8).
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
       FD  CLIENTES.
       01  CLIE-REGISTRO.
           03 CLIE-CODIGO                      PIC 9(6).
           03 CLIE-RAZON-SOCIAL                PIC X(30).
           03 CLIE-CUIT                        PIC 9(11).
           03 CLIE-COND-IVA                    PIC X(2).
           03 CLIE-DOMICILIO                   PIC X(30).
       FD  VENDEDORES.
       01  vend-reg.
           03 vend-codigo                      PIC 9(3).
           03 vend-nombre                      PIC X(30).
           03 vend-region                      PIC X(15).
           03 vend-pct-comision                PIC 9V99.
       FD  LISTASPRECIOS.
       01  LIS-REG.
           03 LIS-CLAVE.
               05 LIS-ART-CODIGO               PIC X(8).
               05 LIS-FECHA-VIGENCIA           PIC 9(8).
               05 LIS-MONEDA                   PIC X(3).
           03 LIS-PRECIO                       PIC 9(8)V99.
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
                                      VALUE "GRABARPRESUP".
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-ACCION                       PIC X(10).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-CLAVE                        PIC X(20).
           03 FILLER                           PIC X VALUE SPACE.
           03 AUD-OPERADOR                     PIC X(10).
       77  WS-PRESUPUESTOS-STATUS              PIC X(02).
       77  WS-CLIENTES-STATUS                  PIC X(02).
       77  WS-VENDEDORES-STATUS                PIC X(02).
       77  WS-LISTAS-STATUS                    PIC X(02).
       77  WS-FECHA-HOY                        PIC 9(8).
       77  HAY-CLIENTES                        PIC X VALUE 'N'.
       77  HAY-VENDEDORES                      PIC X VALUE 'N'.
       77  HAY-LISTAS                          PIC X VALUE 'N'.
       77  EOF-PRECTL                          PIC 9 VALUE 0.
       77  PROX-PRESUPUESTO                    PIC 9(8) VALUE 1.
       77  NUMERO-ACTUAL                       PIC 9(8).
       77  CLIENTE-PRESUPUESTO                 PIC 9(6).
       77  VEND-PRESUPUESTO                    PIC 9(3).
       77  MONEDA-PRESUPUESTO                  PIC X(3).
       77  VALIDEZ-PRESUPUESTO                 PIC 9(8).
       77  ART-INGRESADO                       PIC X(8).
       77  CANTIDAD-INGRESADA                  PIC 9(4).
       77  PRECIO-INGRESADO                    PIC 9(8)V99.
       77  PRECIO-LISTA                        PIC 9(8)V99.
       77  HAY-PRECIO-LISTA                    PIC X.
       77  FIN-PRECIOS                         PIC X.
       77  VEND-VALIDO                         PIC X.
       77  LINEAS-PRESUPUESTO                  PIC 9(4).
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
            PERFORM 095-CONTROLAR-LOTE-EN-CURSO.
            PERFORM 100-INICIO-GENERAL.
            PERFORM 200-INGRESAR-CLIENTE.
            PERFORM UNTIL CLIENTE-PRESUPUESTO = 0
               PERFORM 250-ABRIR-PRESUPUESTO
               PERFORM 300-INGRESAR-ARTICULO
               PERFORM UNTIL ART-INGRESADO = SPACES
                  PERFORM 400-PROCESAR-LINEA
                  PERFORM 300-INGRESAR-ARTICULO
               END-PERFORM
               PERFORM 480-CERRAR-PRESUPUESTO
               PERFORM 200-INGRESAR-CLIENTE
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
           PERFORM 105-ABRIR-PRESUPUESTOS.
           OPEN INPUT ARTICULOS.
           PERFORM 107-ABRIR-MAESTROS.
           OPEN EXTEND AUDITORIA.
           PERFORM 110-LEER-PROX-PRESUPUESTO.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.
           DISPLAY 'PROXIMO PRESUPUESTO: ', PROX-PRESUPUESTO.

       105-ABRIR-PRESUPUESTOS.
           OPEN I-O PRESUPUESTOS.
           IF WS-PRESUPUESTOS-STATUS = '35'
               OPEN OUTPUT PRESUPUESTOS
               CLOSE PRESUPUESTOS
               OPEN I-O PRESUPUESTOS
           END-IF.

       107-ABRIR-MAESTROS.
           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS = '00'
               MOVE 'S' TO HAY-CLIENTES
           ELSE
               DISPLAY 'SIN MAESTRO DE CLIENTES: no se valida la '
                   'existencia del cliente.'
           END-IF.
           OPEN INPUT VENDEDORES.
           IF WS-VENDEDORES-STATUS = '00'
               MOVE 'S' TO HAY-VENDEDORES
           ELSE
               DISPLAY 'SIN MAESTRO DE VENDEDORES: no se valida el '
                   'vendedor.'
           END-IF.
           OPEN INPUT LISTASPRECIOS.
           IF WS-LISTAS-STATUS = '00'
               MOVE 'S' TO HAY-LISTAS
           ELSE
               DISPLAY 'SIN LISTA DE PRECIOS: todo precio se ingresa '
                   'a mano.'
           END-IF.

       110-LEER-PROX-PRESUPUESTO.
           OPEN INPUT PRECTL.
           READ PRECTL AT END MOVE 1 TO EOF-PRECTL.
           IF EOF-PRECTL <> 1 AND PRC-PROX-PRESUPUESTO > 0
               MOVE PRC-PROX-PRESUPUESTO TO PROX-PRESUPUESTO
           END-IF.
           CLOSE PRECTL.

       200-INGRESAR-CLIENTE.
           DISPLAY ' '.
           DISPLAY 'Ingrese numero de cliente (para salir = cero):'.
           ACCEPT CLIENTE-PRESUPUESTO.
           IF CLIENTE-PRESUPUESTO > 0 AND HAY-CLIENTES = 'S'
               MOVE CLIENTE-PRESUPUESTO TO CLIE-CODIGO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY 'Cliente inexistente en CLIENTES. '
                           'Reingrese.'
                       PERFORM 200-INGRESAR-CLIENTE
                   NOT INVALID KEY
                       DISPLAY 'Cliente: ', CLIE-RAZON-SOCIAL
               END-READ
           END-IF.

       250-ABRIR-PRESUPUESTO.
           MOVE PROX-PRESUPUESTO TO NUMERO-ACTUAL.
           ADD 1 TO PROX-PRESUPUESTO.
           PERFORM 260-GRABAR-PROX-PRESUPUESTO.
           MOVE 0 TO LINEAS-PRESUPUESTO.
           DISPLAY 'PRESUPUESTO NRO: ', NUMERO-ACTUAL.
           PERFORM 270-INGRESAR-VENDEDOR.
           DISPLAY 'Ingrese moneda del presupuesto (blanco = PES):'.
           ACCEPT MONEDA-PRESUPUESTO.
           IF MONEDA-PRESUPUESTO = SPACES
               MOVE 'PES' TO MONEDA-PRESUPUESTO
           END-IF.
           PERFORM 280-INGRESAR-VALIDEZ.

       260-GRABAR-PROX-PRESUPUESTO.
           OPEN OUTPUT PRECTL.
           MOVE PROX-PRESUPUESTO TO PRC-PROX-PRESUPUESTO.
           WRITE PRC-REG.
           CLOSE PRECTL.

       270-INGRESAR-VENDEDOR.
           DISPLAY 'Ingrese el numero de vendedor:'.
           ACCEPT VEND-PRESUPUESTO.
           MOVE 'S' TO VEND-VALIDO.
           IF HAY-VENDEDORES = 'S'
               MOVE VEND-PRESUPUESTO TO vend-codigo
               READ VENDEDORES
                   INVALID KEY
                       MOVE 'N' TO VEND-VALIDO
                   NOT INVALID KEY
                       DISPLAY 'Vendedor: ', vend-nombre
               END-READ
           END-IF.
           IF VEND-VALIDO = 'N'
               DISPLAY 'Vendedor inexistente. Reingrese.'
               PERFORM 270-INGRESAR-VENDEDOR
           END-IF.

       280-INGRESAR-VALIDEZ.
           DISPLAY 'Ingrese fecha de validez del presupuesto '
               '(AAAAMMDD):'.
           ACCEPT VALIDEZ-PRESUPUESTO.
           IF VALIDEZ-PRESUPUESTO < WS-FECHA-HOY
               DISPLAY 'La validez no puede ser anterior a hoy. '
                   'Reingrese.'
               PERFORM 280-INGRESAR-VALIDEZ
           END-IF.

       300-INGRESAR-ARTICULO.
           DISPLAY 'Ingrese codigo de articulo (para cerrar '
               'presupuesto = blanco):'.
           ACCEPT ART-INGRESADO.

       400-PROCESAR-LINEA.
           MOVE ART-INGRESADO TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY 'Articulo inexistente.'
               NOT INVALID KEY
                   DISPLAY art-descrip
                   PERFORM 410-BUSCAR-PRECIO-LISTA
                   PERFORM 420-INGRESAR-CANTIDAD
                   PERFORM 430-INGRESAR-PRECIO
                   PERFORM 440-GRABAR-LINEA
           END-READ.

       410-BUSCAR-PRECIO-LISTA.
      **   precio de lista vigente hoy en la moneda del presupuesto;
      **   las filas del articulo vienen ordenadas por fecha y moneda
           MOVE 'N' TO HAY-PRECIO-LISTA.
           MOVE 0 TO PRECIO-LISTA.
           IF HAY-LISTAS = 'S'
               MOVE 'N' TO FIN-PRECIOS
               MOVE ART-INGRESADO TO LIS-ART-CODIGO
               MOVE 0 TO LIS-FECHA-VIGENCIA
               MOVE LOW-VALUES TO LIS-MONEDA
               START LISTASPRECIOS KEY IS >= LIS-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-PRECIOS
               END-START
               PERFORM 411-LEER-PRECIO UNTIL FIN-PRECIOS = 'S'
           END-IF.
           IF HAY-PRECIO-LISTA = 'S'
               DISPLAY 'Precio de lista ', MONEDA-PRESUPUESTO, ': ',
                   PRECIO-LISTA
           ELSE
               DISPLAY 'Sin precio de lista en ', MONEDA-PRESUPUESTO,
                   ': el precio se ingresa a mano.'
           END-IF.

       411-LEER-PRECIO.
           READ LISTASPRECIOS NEXT
               AT END
                   MOVE 'S' TO FIN-PRECIOS
               NOT AT END
                   IF LIS-ART-CODIGO <> ART-INGRESADO
                       OR LIS-FECHA-VIGENCIA > WS-FECHA-HOY
                       MOVE 'S' TO FIN-PRECIOS
                   ELSE
                       IF LIS-MONEDA = MONEDA-PRESUPUESTO
                           MOVE 'S' TO HAY-PRECIO-LISTA
                           MOVE LIS-PRECIO TO PRECIO-LISTA
                       END-IF
                   END-IF
           END-READ.

       420-INGRESAR-CANTIDAD.
           DISPLAY 'Ingrese cantidad:'.
           ACCEPT CANTIDAD-INGRESADA.
           IF CANTIDAD-INGRESADA = 0
               DISPLAY 'La cantidad no puede ser cero. Reingrese.'
               PERFORM 420-INGRESAR-CANTIDAD
           END-IF.

       430-INGRESAR-PRECIO.
           IF HAY-PRECIO-LISTA = 'S'
               DISPLAY 'Ingrese precio negociado (0 = precio de '
                   'lista):'
           ELSE
               DISPLAY 'Ingrese precio:'
           END-IF.
           ACCEPT PRECIO-INGRESADO.
           IF PRECIO-INGRESADO = 0
               IF HAY-PRECIO-LISTA = 'S'
                   MOVE PRECIO-LISTA TO PRECIO-INGRESADO
               ELSE
                   DISPLAY 'El precio no puede ser cero. Reingrese.'
                   PERFORM 430-INGRESAR-PRECIO
               END-IF
           END-IF.

       440-GRABAR-LINEA.
           MOVE NUMERO-ACTUAL TO PRE-NUMERO.
           MOVE ART-INGRESADO TO PRE-ART.
           MOVE CLIENTE-PRESUPUESTO TO PRE-CLIENTE.
           MOVE VEND-PRESUPUESTO TO PRE-VEND.
           MOVE WS-FECHA-HOY TO PRE-FECHA.
           MOVE VALIDEZ-PRESUPUESTO TO PRE-VALIDEZ.
           MOVE MONEDA-PRESUPUESTO TO PRE-MONEDA.
           MOVE CANTIDAD-INGRESADA TO PRE-CANTIDAD.
           MOVE PRECIO-LISTA TO PRE-PRECIO-LISTA.
           MOVE PRECIO-INGRESADO TO PRE-PRECIO.
           MOVE 'E' TO PRE-ESTADO.
           MOVE WS-FECHA-HOY TO PRE-FECHA-ESTADO.
           MOVE 0 TO PRE-PEDIDO.
           WRITE PRE-REGISTRO
               INVALID KEY
                   DISPLAY 'El articulo ya esta en este presupuesto.'
               NOT INVALID KEY
                   MOVE PRE-CLAVE TO AUD-CLAVE
                   MOVE 'ALTA' TO AUD-ACCION
                   PERFORM 450-GRABAR-AUDITORIA
                   ADD 1 TO LINEAS-PRESUPUESTO
                   ADD 1 TO CTL-CANT-LINEAS
                   COMPUTE IMPORTE-LINEA = PRE-PRECIO * PRE-CANTIDAD
                   ADD IMPORTE-LINEA TO CTL-SUMA-IMPORTE
           END-WRITE.

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

       480-CERRAR-PRESUPUESTO.
           IF LINEAS-PRESUPUESTO > 0
               ADD 1 TO CTL-CANT-PRESUPUESTOS
               DISPLAY 'PRESUPUESTO ', NUMERO-ACTUAL, ' GRABADO CON ',
                   LINEAS-PRESUPUESTO, ' LINEAS. IMPRIMALO CON '
                   'imprimirPresupuestos.'
           ELSE
               DISPLAY 'PRESUPUESTO ', NUMERO-ACTUAL, ' SIN LINEAS: '
                   'EL NUMERO QUEDA SIN USO.'
           END-IF.

       500-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'PRESUPUESTOS GRABADOS: ', CTL-CANT-PRESUPUESTOS.
           DISPLAY 'LINEAS GRABADAS: ', CTL-CANT-LINEAS.
           DISPLAY 'IMPORTE PRESUPUESTADO: ', CTL-SUMA-IMPORTE.
           PERFORM 950-GRABAR-CONTROL-PASO.
           CLOSE PRESUPUESTOS, ARTICULOS, AUDITORIA.
           IF HAY-CLIENTES = 'S'
               CLOSE CLIENTES
           END-IF.
           IF HAY-VENDEDORES = 'S'
               CLOSE VENDEDORES
           END-IF.
           IF HAY-LISTAS = 'S'
               CLOSE LISTASPRECIOS
           END-IF.

       950-GRABAR-CONTROL-PASO.
           OPEN EXTEND CTLLOTE.
           ACCEPT CLOT-FECHA FROM DATE YYYYMMDD.
           MOVE "GRABARPRESUP" TO CLOT-PROGRAMA.
           MOVE CTL-CANT-LINEAS TO CLOT-CANTIDAD.
           MOVE CTL-SUMA-IMPORTE TO CLOT-TOTAL.
           WRITE CLOT-REG.
           CLOSE CTLLOTE.

       END PROGRAM YOUR-PROGRAM-NAME.
