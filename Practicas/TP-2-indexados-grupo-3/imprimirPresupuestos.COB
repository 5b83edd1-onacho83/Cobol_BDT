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
           SELECT DOCPRE ASSIGN TO '../documentos_presupuestos.dat'
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
       FD  DOCPRE.
       01  DOC-LINEA                           PIC X(120).

       WORKING-STORAGE SECTION.
       01  DOC-SEPARADOR.
           03 FILLER                           PIC X(60)
               VALUE ALL "=".
       01  DOC-DUPLICADO.
           03 FILLER                           PIC X(31)
               VALUE "*** DUPLICADO - REIMPRESION ***".
       01  DOC-ESTADO.
           03 FILLER                           PIC X(4) VALUE "*** ".
           03 DOC-S-ESTADO                     PIC X(40).
       01  DOC-ENCABEZADO.
           03 FILLER                           PIC X(13)
               VALUE "PRESUPUESTO: ".
           03 DOC-E-NUMERO                     PIC 9(8).
           03 FILLER                           PIC X(9)
               VALUE "  FECHA: ".
           03 DOC-E-FECHA                      PIC 9(8).
           03 FILLER                           PIC X(16)
               VALUE "  VALIDO HASTA: ".
           03 DOC-E-VALIDEZ                    PIC 9(8).
       01  DOC-CLIENTE-1.
           03 FILLER                           PIC X(9)
               VALUE "CLIENTE: ".
           03 DOC-C-CODIGO                     PIC ZZZZZ9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 DOC-C-RAZON                      PIC X(30).
       01  DOC-CLIENTE-2.
           03 FILLER                           PIC X(6)
               VALUE "CUIT: ".
           03 DOC-C-CUIT                       PIC 9(11).
           03 FILLER                           PIC X(13)
               VALUE "  COND. IVA: ".
           03 DOC-C-COND                       PIC X(2).
           03 FILLER                           PIC X(8)
               VALUE "  DOM.: ".
           03 DOC-C-DOMICILIO                  PIC X(30).
       01  DOC-VENDEDOR.
           03 FILLER                           PIC X(10)
               VALUE "VENDEDOR: ".
           03 DOC-V-CODIGO                     PIC ZZ9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 DOC-V-NOMBRE                     PIC X(30).
           03 FILLER                           PIC X(10)
               VALUE "  MONEDA: ".
           03 DOC-V-MONEDA                     PIC X(3).
       01  DOC-DETALLE.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 DOC-D-ART                        PIC X(8).
           03 FILLER                           PIC X(1) VALUE SPACE.
           03 DOC-D-DESCRIP                    PIC X(30).
           03 FILLER                           PIC X(6)
               VALUE " CANT ".
           03 DOC-D-CANT                       PIC ZZZ9.
           03 FILLER                           PIC X(8)
               VALUE "  LISTA ".
           03 DOC-D-LISTA                      PIC Z(7)9,99.
           03 FILLER                           PIC X(9)
               VALUE "  PRECIO ".
           03 DOC-D-PRECIO                     PIC Z(7)9,99.
           03 FILLER                           PIC X(10)
               VALUE "  IMPORTE ".
           03 DOC-D-IMPORTE                    PIC Z(8)9,99.
       01  DOC-TOTALES.
           03 FILLER                           PIC X(6)
               VALUE "NETO: ".
           03 DOC-T-NETO                       PIC Z(9)9,99.
           03 FILLER                           PIC X(7)
               VALUE "  IVA: ".
           03 DOC-T-IVA                        PIC Z(9)9,99.
           03 FILLER                           PIC X(9)
               VALUE "  TOTAL: ".
           03 DOC-T-TOTAL                      PIC Z(9)9,99.
       01  DOC-LEYENDA.
           03 FILLER                           PIC X(42)
               VALUE "PRECIOS SUJETOS A DISPONIBILIDAD DE STOCK ".
           03 FILLER                           PIC X(34)
               VALUE "AL MOMENTO DE CONFIRMAR EL PEDIDO.".

       77  EOF-PRESUPUESTOS                    PIC 9 VALUE 0.
       77  WS-PRESUPUESTOS-STATUS              PIC X(02).
       77  WS-CLIENTES-STATUS                  PIC X(02).
       77  WS-VENDEDORES-STATUS                PIC X(02).
       77  HAY-CLIENTES                        PIC X VALUE 'N'.
       77  HAY-VENDEDORES                      PIC X VALUE 'N'.
       77  PRESUPUESTO-PEDIDO                  PIC 9(8).
       77  FECHA-DESDE                         PIC 9(8).
       77  FECHA-HASTA                         PIC 9(8).
       77  ES-DUPLICADO                        PIC X.
       77  PRE-ABIERTO                         PIC 9(8) VALUE 0.
       77  SUMA-NETO                           PIC 9(12)V99.
       77  SUMA-IVA                            PIC 9(12)V99.
       77  IMPORTE-LINEA                       PIC 9(12)V99.
       77  IVA-LINEA                           PIC 9(12)V99.
       77  CONT-DOCUMENTOS                     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           PERFORM 2000-RECORRER-PRESUPUESTOS.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           OPEN INPUT PRESUPUESTOS.
           IF WS-PRESUPUESTOS-STATUS <> '00'
               DISPLAY "SIN ARCHIVO DE PRESUPUESTOS. STATUS: ",
                   WS-PRESUPUESTOS-STATUS
               MOVE 1 TO EOF-PRESUPUESTOS
           END-IF.
           OPEN INPUT ARTICULOS.
           OPEN OUTPUT DOCPRE.
           PERFORM 1100-ABRIR-MAESTROS.
           DISPLAY 'Ingrese numero de presupuesto a imprimir '
               '(0 = por rango de fechas):'.
           ACCEPT PRESUPUESTO-PEDIDO.
           IF PRESUPUESTO-PEDIDO = 0
               DISPLAY 'Ingrese fecha desde (AAAAMMDD):'
               ACCEPT FECHA-DESDE
               DISPLAY 'Ingrese fecha hasta (AAAAMMDD):'
               ACCEPT FECHA-HASTA
           END-IF.
           DISPLAY 'Es una reimpresion duplicado (S/N)?'.
           ACCEPT ES-DUPLICADO.

       1100-ABRIR-MAESTROS.
           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS = '00'
               MOVE 'S' TO HAY-CLIENTES
           ELSE
               DISPLAY "SIN MAESTRO DE CLIENTES: los documentos "
                   "salen sin datos fiscales."
           END-IF.
           OPEN INPUT VENDEDORES.
           IF WS-VENDEDORES-STATUS = '00'
               MOVE 'S' TO HAY-VENDEDORES
           END-IF.

       2000-RECORRER-PRESUPUESTOS.
      **   la clave primaria ya agrupa las lineas por presupuesto: un
      **   corte de control arma cada documento
           IF EOF-PRESUPUESTOS <> 1
               MOVE LOW-VALUES TO PRE-CLAVE
               IF PRESUPUESTO-PEDIDO > 0
                   MOVE PRESUPUESTO-PEDIDO TO PRE-NUMERO
               END-IF
               START PRESUPUESTOS KEY IS >= PRE-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-PRESUPUESTOS
               END-START
           END-IF.
           IF EOF-PRESUPUESTOS <> 1
               READ PRESUPUESTOS NEXT AT END MOVE 1 TO EOF-PRESUPUESTOS
           END-IF.
           PERFORM UNTIL EOF-PRESUPUESTOS = 1
               OR (PRESUPUESTO-PEDIDO > 0
                   AND PRE-NUMERO > PRESUPUESTO-PEDIDO)
               IF PRESUPUESTO-PEDIDO > 0
                   OR (PRE-FECHA >= FECHA-DESDE
                       AND PRE-FECHA <= FECHA-HASTA)
                   PERFORM 3000-PROCESAR-LINEA
               END-IF
               READ PRESUPUESTOS NEXT AT END MOVE 1 TO EOF-PRESUPUESTOS
           END-PERFORM.
           IF PRE-ABIERTO > 0
               PERFORM 5000-CERRAR-DOCUMENTO
           END-IF.

       3000-PROCESAR-LINEA.
           IF PRE-NUMERO <> PRE-ABIERTO
               IF PRE-ABIERTO > 0
                   PERFORM 5000-CERRAR-DOCUMENTO
               END-IF
               PERFORM 4000-ABRIR-DOCUMENTO
           END-IF.
           PERFORM 4500-IMPRIMIR-DETALLE.

       4000-ABRIR-DOCUMENTO.
           MOVE PRE-NUMERO TO PRE-ABIERTO.
           MOVE 0 TO SUMA-NETO, SUMA-IVA.
           ADD 1 TO CONT-DOCUMENTOS.
           WRITE DOC-LINEA FROM DOC-SEPARADOR.
           IF ES-DUPLICADO = 'S'
               WRITE DOC-LINEA FROM DOC-DUPLICADO
           END-IF.
           PERFORM 4050-MARCAR-ESTADO.
           MOVE PRE-NUMERO TO DOC-E-NUMERO.
           MOVE PRE-FECHA TO DOC-E-FECHA.
           MOVE PRE-VALIDEZ TO DOC-E-VALIDEZ.
           WRITE DOC-LINEA FROM DOC-ENCABEZADO.
           PERFORM 4100-DATOS-CLIENTE.
           PERFORM 4200-DATOS-VENDEDOR.

       4050-MARCAR-ESTADO.
      **   un presupuesto que ya no esta emitido se reimprime con su
      **   estado a la vista para que no se reenvie como vigente
           MOVE SPACES TO DOC-S-ESTADO.
           EVALUATE TRUE
               WHEN PRE-CONVERTIDO
                   MOVE "CONVERTIDO EN PEDIDO ***" TO DOC-S-ESTADO
               WHEN PRE-VENCIDO
                   MOVE "PRESUPUESTO VENCIDO ***" TO DOC-S-ESTADO
               WHEN PRE-RECHAZADO
                   MOVE "RECHAZADO POR EL CLIENTE ***" TO DOC-S-ESTADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF DOC-S-ESTADO <> SPACES
               WRITE DOC-LINEA FROM DOC-ESTADO
           END-IF.

       4100-DATOS-CLIENTE.
           MOVE PRE-CLIENTE TO DOC-C-CODIGO.
           MOVE SPACES TO DOC-C-RAZON.
           MOVE 0 TO DOC-C-CUIT.
           MOVE SPACES TO DOC-C-COND.
           MOVE SPACES TO DOC-C-DOMICILIO.
           IF HAY-CLIENTES = 'S'
               MOVE PRE-CLIENTE TO CLIE-CODIGO
               READ CLIENTES
                   INVALID KEY
                       MOVE "(SIN DATOS FISCALES)" TO DOC-C-RAZON
                   NOT INVALID KEY
                       MOVE CLIE-RAZON-SOCIAL TO DOC-C-RAZON
                       MOVE CLIE-CUIT TO DOC-C-CUIT
                       MOVE CLIE-COND-IVA TO DOC-C-COND
                       MOVE CLIE-DOMICILIO TO DOC-C-DOMICILIO
               END-READ
           END-IF.
           WRITE DOC-LINEA FROM DOC-CLIENTE-1.
           WRITE DOC-LINEA FROM DOC-CLIENTE-2.

       4200-DATOS-VENDEDOR.
           MOVE PRE-VEND TO DOC-V-CODIGO.
           MOVE SPACES TO DOC-V-NOMBRE.
           MOVE PRE-MONEDA TO DOC-V-MONEDA.
           IF HAY-VENDEDORES = 'S'
               MOVE PRE-VEND TO vend-codigo
               READ VENDEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE vend-nombre TO DOC-V-NOMBRE
               END-READ
           END-IF.
           WRITE DOC-LINEA FROM DOC-VENDEDOR.

       4500-IMPRIMIR-DETALLE.
           MOVE PRE-ART TO DOC-D-ART.
           MOVE PRE-ART TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   MOVE "(SIN MAESTRO)" TO DOC-D-DESCRIP
                   MOVE 0 TO art-tasa-iva
               NOT INVALID KEY
                   MOVE art-descrip TO DOC-D-DESCRIP
           END-READ.
           MOVE PRE-CANTIDAD TO DOC-D-CANT.
           MOVE PRE-PRECIO-LISTA TO DOC-D-LISTA.
           MOVE PRE-PRECIO TO DOC-D-PRECIO.
           COMPUTE IMPORTE-LINEA = PRE-PRECIO * PRE-CANTIDAD.
           MOVE IMPORTE-LINEA TO DOC-D-IMPORTE.
           WRITE DOC-LINEA FROM DOC-DETALLE.
           COMPUTE IVA-LINEA ROUNDED =
               IMPORTE-LINEA * art-tasa-iva / 100.
           ADD IMPORTE-LINEA TO SUMA-NETO.
           ADD IVA-LINEA TO SUMA-IVA.

       5000-CERRAR-DOCUMENTO.
           MOVE SUMA-NETO TO DOC-T-NETO.
           MOVE SUMA-IVA TO DOC-T-IVA.
           COMPUTE DOC-T-TOTAL = SUMA-NETO + SUMA-IVA.
           WRITE DOC-LINEA FROM DOC-TOTALES.
           WRITE DOC-LINEA FROM DOC-LEYENDA.
           MOVE 0 TO PRE-ABIERTO.

       9000-FIN-GENERAL.
           IF WS-PRESUPUESTOS-STATUS = '00'
               CLOSE PRESUPUESTOS
           END-IF.
           CLOSE ARTICULOS, DOCPRE.
           IF HAY-CLIENTES = 'S'
               CLOSE CLIENTES
           END-IF.
           IF HAY-VENDEDORES = 'S'
               CLOSE VENDEDORES
           END-IF.
           DISPLAY "PRESUPUESTOS IMPRESOS: ", CONT-DOCUMENTOS.

       END PROGRAM YOUR-PROGRAM-NAME.
