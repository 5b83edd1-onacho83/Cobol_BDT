               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT KITS ASSIGN TO '../kits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CLAVE
               FILE STATUS IS WS-KITS-STATUS.
           SELECT AUDITORIA ASSIGN TO '../auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDCADENA
               ASSIGN TO '../auditoria_cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTLLOTE ASSIGN TO '../controles_lote.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOTES ASSIGN TO '../lotes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CLAVE
               FILE STATUS IS WS-LOTES-STATUS.
           SELECT LOTESREM ASSIGN TO '../lotes_remitidos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LRM-CLAVE
               FILE STATUS IS WS-LOTESREM-STATUS.
           SELECT OPTIONAL EXCUNI ASSIGN TO '../excepciones.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
           03 CLIE-CUIT                        PIC 9(11).
           03 CLIE-COND-IVA                    PIC X(2).
           03 CLIE-DOMICILIO                   PIC X(30).
       FD  KITS.
       01  KIT-REGISTRO.
           03 KIT-CLAVE.
               05 KIT-ARTICULO                 PIC X(8).
               05 KIT-COMPONENTE               PIC X(8).
           03 KIT-CANTIDAD                     PIC 9(4).
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
           03 CLOT-TOTAL                       PIC S9(12)V99
                                      SIGN LEADING SEPARATE.
       FD  LOTES.
       01  LOT-REGISTRO.
           03 LOT-CLAVE.
               05 LOT-ART                      PIC X(8).
               05 LOT-SUCURSAL                 PIC 9(2).
               05 LOT-VENCIMIENTO              PIC 9(8).
               05 LOT-NUMERO                   PIC X(10).
           03 LOT-CANTIDAD                     PIC S9(6).
           03 LOT-FECHA-ALTA                   PIC 9(8).
           03 LOT-PROVEEDOR                    PIC 9(6).
       FD  LOTESREM.
       01  LRM-REGISTRO.
           03 LRM-CLAVE.
               05 LRM-FACTURA                  PIC 9(12).
               05 LRM-ART                      PIC X(8).
           03 LRM-REMITIDO                     PIC 9(6).
           03 LRM-FACTURADO                    PIC 9(6).
       FD  EXCUNI.
       01  EXU-LINEA                           PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       77  ART-INGRESADO                       PIC X(8).
       77  CTL-CANT-LINEAS                     PIC 9(6) VALUE 0.
       77  CTL-SUMA-UNIDADES                   PIC 9(8) VALUE 0.
       77  WS-LOTES-STATUS                     PIC X(02).
       77  WS-LOTESREM-STATUS                  PIC X(02).
       77  EOF-LOTES                           PIC 9 VALUE 0.
       77  LOTE-PENDIENTE                      PIC 9(6).
       77  LOTE-CONSUMIDO-ANTES                PIC 9(6).
       77  LOTE-TOMADO                         PIC 9(6).
       77  ART-CON-LOTES                       PIC X VALUE 'N'.
       77  FECHA-HOY                           PIC 9(8).
       77  CTL-CANT-SIN-LOTE                   PIC 9(6) VALUE 0.
       77  WS-KITS-STATUS                      PIC X(02).
       77  EOF-KITS                            PIC 9 VALUE 0.
       77  CANT-KIT-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-KIT-TABLA                       PIC 9(4) VALUE 1000.
       77  SUB-K                               PIC 9(4).
       77  KIT-HALLADO                         PIC X.
       77  FIN-KIT                             PIC X.
       77  KIT-BUSCADO                         PIC X(8).
       77  ART-DESPACHO                        PIC X(8).
       77  CANT-DESPACHO                       PIC 9(6).
       01  TABLA-KIT.
           03 KIT-ITEM OCCURS 1000 TIMES.
               05 KIT-T-KIT                    PIC X(8).
               05 KIT-T-COMPONENTE             PIC X(8).
               05 KIT-T-CANTIDAD               PIC 9(4).
       01  EXU-DETALLE.
           03 EXU-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-PROGRAMA                     PIC X(15)
                                      VALUE "GRABARREMITOS".
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-CODIGO                       PIC X(4).
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-SEVERIDAD                    PIC X.
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-CLAVE                        PIC X(30).
           03 FILLER                           PIC X VALUE SPACE.
           03 EXU-DESCRIPCION                  PIC X(37).
       01  EXU-CLAVE-LOTE.
           03 EXL-REMITO                       PIC 9(10).
           03 FILLER                           PIC X VALUE '/'.
           03 EXL-ART                          PIC X(8).
           03 FILLER                           PIC X VALUE '/'.
           03 EXL-SUCURSAL                     PIC 9(2).
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
           OPEN INPUT ARTICULOS.
           PERFORM 107-ABRIR-CLIENTES.
           OPEN EXTEND AUDITORIA.
           OPEN EXTEND EXCUNI.
           PERFORM 108-ABRIR-LOTES.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 110-LEER-PROX-REMITO.
           PERFORM 115-CARGAR-KITS.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT AUD-OPERADOR.
           DISPLAY 'PROXIMO REMITO: ', PROX-REMITO.
                   'existencia del cliente.'
           END-IF.

       108-ABRIR-LOTES.
           OPEN I-O LOTES.
           IF WS-LOTES-STATUS = '35'
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           OPEN I-O LOTESREM.
           IF WS-LOTESREM-STATUS = '35'
               OPEN OUTPUT LOTESREM
               CLOSE LOTESREM
               OPEN I-O LOTESREM
           END-IF.

       110-LEER-PROX-REMITO.
           OPEN INPUT REMCTL.
           READ REMCTL AT END MOVE 1 TO EOF-REMCTL.
           END-IF.
           CLOSE REMCTL.

       115-CARGAR-KITS.
      **   composicion de los kits: el despacho de un kit sale de
      **   los lotes de sus componentes
           OPEN INPUT KITS.
           IF WS-KITS-STATUS = '00'
               READ KITS NEXT AT END MOVE 1 TO EOF-KITS
               PERFORM UNTIL EOF-KITS = 1
                   IF CANT-KIT-TABLA < MAX-KIT-TABLA
                       ADD 1 TO CANT-KIT-TABLA
                       MOVE KIT-ARTICULO
                           TO KIT-T-KIT(CANT-KIT-TABLA)
                       MOVE KIT-COMPONENTE
                           TO KIT-T-COMPONENTE(CANT-KIT-TABLA)
                       MOVE KIT-CANTIDAD
                           TO KIT-T-CANTIDAD(CANT-KIT-TABLA)
                       READ KITS NEXT AT END MOVE 1 TO EOF-KITS
                   ELSE
                       DISPLAY "ADVERTENCIA: SUPERA ", MAX-KIT-TABLA,
                           " COMPONENTES DE KITS, SE OMITEN"
                       MOVE 1 TO EOF-KITS
                   END-IF
               END-PERFORM
               CLOSE KITS
           END-IF.

       200-INGRESAR-CLIENTE.
           DISPLAY ' '.
           DISPLAY 'Ingrese numero de cliente (para salir = cero):'.
                   PERFORM 450-GRABAR-AUDITORIA
                   ADD 1 TO CTL-CANT-LINEAS
                   ADD REM-CANTIDAD TO CTL-SUMA-UNIDADES
                   PERFORM 415-DESPACHAR-LINEA
           END-WRITE.

       415-DESPACHAR-LINEA.
      **   el remito lleva el kit, pero lo que sale del deposito son
      **   sus componentes: cada uno consume sus propios lotes
           MOVE REM-ART TO KIT-BUSCADO.
           PERFORM 480-BUSCAR-KIT.
           IF KIT-HALLADO = 'S'
               MOVE 'N' TO FIN-KIT
               PERFORM 416-DESPACHAR-COMPONENTE UNTIL FIN-KIT = 'S'
           ELSE
               MOVE REM-ART TO ART-DESPACHO
               MOVE REM-CANTIDAD TO CANT-DESPACHO
               PERFORM 417-DESPACHAR-ARTICULO
           END-IF.

       416-DESPACHAR-COMPONENTE.
           MOVE KIT-T-COMPONENTE(SUB-K) TO ART-DESPACHO.
           COMPUTE CANT-DESPACHO =
               REM-CANTIDAD * KIT-T-CANTIDAD(SUB-K).
           DISPLAY 'Componente ', ART-DESPACHO, ': ', CANT-DESPACHO.
           PERFORM 417-DESPACHAR-ARTICULO.
           PERFORM 485-SIGUIENTE-COMPONENTE.

       417-DESPACHAR-ARTICULO.
           MOVE CANT-DESPACHO TO LOTE-PENDIENTE.
           IF FACTURA-LIGADA > 0
               PERFORM 440-REGISTRAR-REMITIDO
           END-IF.
           IF LOTE-PENDIENTE > 0
               PERFORM 430-CONSUMIR-LOTES
           END-IF.

       420-INGRESAR-CANTIDAD.
           DISPLAY 'Ingrese cantidad despachada:'.
           ACCEPT REM-CANTIDAD.
               PERFORM 420-INGRESAR-CANTIDAD
           END-IF.

       430-CONSUMIR-LOTES.
      **   el despacho sale de los lotes de la sucursal que vencen
      **   antes; los vencidos quedan para el listado de vencimientos
           MOVE 'N' TO ART-CON-LOTES.
           MOVE ART-DESPACHO TO LOT-ART.
           MOVE REM-SUCURSAL TO LOT-SUCURSAL.
           MOVE 0 TO LOT-VENCIMIENTO.
           MOVE LOW-VALUES TO LOT-NUMERO.
           MOVE 0 TO EOF-LOTES.
           START LOTES KEY IS >= LOT-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-LOTES
           END-START.
           PERFORM 432-LEER-LOTE
               UNTIL EOF-LOTES = 1 OR LOTE-PENDIENTE = 0.
           IF ART-CON-LOTES = 'S' AND LOTE-PENDIENTE > 0
               PERFORM 438-SALIDA-SIN-LOTE
           END-IF.

       432-LEER-LOTE.
           READ LOTES NEXT
               AT END MOVE 1 TO EOF-LOTES
           END-READ.
           IF EOF-LOTES <> 1
               IF LOT-ART <> ART-DESPACHO
                   OR LOT-SUCURSAL <> REM-SUCURSAL
                   MOVE 1 TO EOF-LOTES
               ELSE
                   MOVE 'S' TO ART-CON-LOTES
                   IF LOT-VENCIMIENTO >= FECHA-HOY
                       AND LOT-CANTIDAD > 0
                       PERFORM 434-DESCONTAR-LOTE
                   END-IF
               END-IF
           END-IF.

       434-DESCONTAR-LOTE.
           IF LOT-CANTIDAD >= LOTE-PENDIENTE
               MOVE LOTE-PENDIENTE TO LOTE-TOMADO
           ELSE
               MOVE LOT-CANTIDAD TO LOTE-TOMADO
           END-IF.
           SUBTRACT LOTE-TOMADO FROM LOT-CANTIDAD.
           SUBTRACT LOTE-TOMADO FROM LOTE-PENDIENTE.
           REWRITE LOT-REGISTRO.
           DISPLAY 'Retirar lote ', LOT-NUMERO, ' (vence ',
               LOT-VENCIMIENTO, '): ', LOTE-TOMADO.

       438-SALIDA-SIN-LOTE.
           ADD 1 TO CTL-CANT-SIN-LOTE.
           MOVE REM-NUMERO TO EXL-REMITO.
           MOVE ART-DESPACHO TO EXL-ART.
           MOVE REM-SUCURSAL TO EXL-SUCURSAL.
           MOVE 'L002' TO EXU-CODIGO.
           MOVE 'W' TO EXU-SEVERIDAD.
           MOVE EXU-CLAVE-LOTE TO EXU-CLAVE.
           MOVE 'REMITO SIN LOTE VIGENTE SUFICIENTE'
               TO EXU-DESCRIPCION.
           MOVE FECHA-HOY TO EXU-FECHA.
           WRITE EXU-LINEA FROM EXU-DETALLE.
           DISPLAY 'EXCEPCION ', EXU-CODIGO, ': ', EXU-DESCRIPCION,
               ' FALTAN ', LOTE-PENDIENTE.

       440-REGISTRAR-REMITIDO.
      **   una factura que tambien se postea en TP2 consume lotes una
      **   sola vez, por lo mayor entre lo remitido y lo facturado
           MOVE REM-FACTURA TO LRM-FACTURA.
           MOVE ART-DESPACHO TO LRM-ART.
           READ LOTESREM
               INVALID KEY
                   MOVE CANT-DESPACHO TO LRM-REMITIDO
                   MOVE 0 TO LRM-FACTURADO
                   WRITE LRM-REGISTRO
               NOT INVALID KEY
                   PERFORM 442-SUMAR-REMITIDO
           END-READ.

       442-SUMAR-REMITIDO.
           MOVE 0 TO LOTE-PENDIENTE.
           IF LRM-REMITIDO > LRM-FACTURADO
               MOVE LRM-REMITIDO TO LOTE-CONSUMIDO-ANTES
           ELSE
               MOVE LRM-FACTURADO TO LOTE-CONSUMIDO-ANTES
           END-IF.
           ADD CANT-DESPACHO TO LRM-REMITIDO.
           IF LRM-REMITIDO > LOTE-CONSUMIDO-ANTES
               COMPUTE LOTE-PENDIENTE =
                   LRM-REMITIDO - LOTE-CONSUMIDO-ANTES
           END-IF.
           REWRITE LRM-REGISTRO.

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

       480-BUSCAR-KIT.
      **   deja SUB-K en el primer componente del kit buscado
           MOVE 0 TO SUB-K.
           MOVE 'N' TO KIT-HALLADO.
           PERFORM 481-COMPARAR-KIT
               UNTIL KIT-HALLADO = 'S' OR SUB-K >= CANT-KIT-TABLA.

       481-COMPARAR-KIT.
           ADD 1 TO SUB-K.
           IF KIT-T-KIT(SUB-K) = KIT-BUSCADO
               MOVE 'S' TO KIT-HALLADO
           END-IF.

       485-SIGUIENTE-COMPONENTE.
           ADD 1 TO SUB-K.
           IF SUB-K > CANT-KIT-TABLA
               MOVE 'S' TO FIN-KIT
           ELSE
               IF KIT-T-KIT(SUB-K) <> KIT-BUSCADO
                   MOVE 'S' TO FIN-KIT
               END-IF
           END-IF.

       500-FIN-GENERAL.
           DISPLAY '--- CONTROL DE LOTE ---'.
           DISPLAY 'LINEAS DE REMITO GRABADAS: ', CTL-CANT-LINEAS.
           DISPLAY 'UNIDADES DESPACHADAS: ', CTL-SUMA-UNIDADES.
           DISPLAY 'LINEAS SIN LOTE SUFICIENTE: ', CTL-CANT-SIN-LOTE.
           PERFORM 950-GRABAR-CONTROL-PASO.
           CLOSE REMITOS, ARTICULOS, AUDITORIA, EXCUNI, LOTES,
               LOTESREM.
           IF HAY-CLIENTES = 'S'
               CLOSE CLIENTES
           END-IF.
