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
           SELECT VIAJES ASSIGN TO '../viajes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VIA-CODIGO.
           SELECT RESERVAS ASSIGN TO '../reservas_viajes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSV-CLAVE
               FILE STATUS IS WS-RESERVAS-STATUS.
           SELECT SALDOSVIA ASSIGN TO '../saldos_viajes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SVI-CLAVE
               FILE STATUS IS WS-SALDOSVIA-STATUS.
           SELECT ESPERA ASSIGN TO '../lista_espera_viajes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-CLAVE
               FILE STATUS IS WS-ESPERA-STATUS.
           SELECT OPTIONAL PASAJEROS-DATOS
               ASSIGN TO '../pasajeros_datos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDA-PASAJERO
               FILE STATUS IS WS-PDA-STATUS.
           SELECT OPTIONAL ESCALA
               ASSIGN TO '../escala_cancelacion_viajes.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CANCELACIONES
               ASSIGN TO '../cancelaciones_viajes.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VIAJES.
       01  VIA-REG.
           03 VIA-CODIGO                       PIC 9(4).
           03 VIA-DESTINO                      PIC X(30).
           03 VIA-FECHA                        PIC 9(8).
           03 VIA-CAPACIDAD                    PIC 9(4).
           03 VIA-PRECIO                       PIC 9(8).
           03 VIA-INSCRIPTOS                   PIC 9(4).
       FD  RESERVAS.
       01  RSV-REG.
           03 RSV-CLAVE.
               05 RSV-PASAJERO                 PIC 9(5).
               05 RSV-VIAJE                    PIC 9(4).
           03 RSV-FECHA                        PIC 9(8).
           03 RSV-ESTADO                       PIC X.
               88 RSV-CONFIRMADA               VALUE 'C'.
               88 RSV-OBSERVADA                VALUE 'O'.
               88 RSV-CANCELADA                VALUE 'X'.
       FD  SALDOSVIA.
       01  SVI-REG.
           03 SVI-CLAVE.
               05 SVI-PASAJERO                 PIC 9(5).
               05 SVI-VIAJE                    PIC 9(4).
           03 SVI-PRECIO                       PIC 9(8).
           03 SVI-CARGO                        PIC 9(8).
           03 SVI-PAGADO                       PIC 9(8).
           03 SVI-DEVUELTO                     PIC 9(8).
           03 SVI-PENALIDAD                    PIC 9(8).
           03 SVI-FECHA-ALTA                   PIC 9(8).
           03 SVI-FECHA-BAJA                   PIC 9(8).
       FD  ESPERA.
       01  ESP-REG.
           03 ESP-CLAVE.
               05 ESP-VIAJE                    PIC 9(4).
               05 ESP-ORDEN                    PIC 9(6).
           03 ESP-PASAJERO                     PIC 9(5).
           03 ESP-FECHA                        PIC 9(8).
           03 ESP-ESTADO                       PIC X.
               88 ESP-ESPERANDO                VALUE 'E'.
               88 ESP-OFRECIDO                 VALUE 'O'.
               88 ESP-ACEPTADO                 VALUE 'A'.
               88 ESP-DESISTIDO                VALUE 'R'.
           03 ESP-FECHA-OFERTA                 PIC 9(8).
       FD  PASAJEROS-DATOS.
       01  PDA-REG.
           03 PDA-PASAJERO                     PIC 9(5).
           03 PDA-NOMBRE                       PIC X(30).
           03 PDA-TELEFONO                     PIC X(15).
           03 PDA-EMAIL                        PIC X(30).
           03 PDA-CBU                          PIC X(22).
           03 PDA-DEBITO                       PIC X.
               88 PDA-ADHERIDO-DEBITO          VALUE 'S'.
           03 PDA-CATEGORIA                    PIC X.
               88 PDA-ADULTO                   VALUE 'A'.
               88 PDA-MENOR                    VALUE 'M'.
               88 PDA-JUBILADO                 VALUE 'J'.
       FD  ESCALA.
       01  ESC-REG.
           03 ESC-DIAS-DESDE                   PIC 9(4).
           03 FILLER                           PIC X.
           03 ESC-PORCENTAJE                   PIC 9(3)V99.
       FD  CANCELACIONES.
       01  CAN-REG.
           03 CAN-FECHA                        PIC 9(8).
           03 FILLER                           PIC X.
           03 CAN-VIAJE                        PIC 9(4).
           03 FILLER                           PIC X.
           03 CAN-PASAJERO                     PIC 9(5).
           03 FILLER                           PIC X.
           03 CAN-DIAS-ANTES                   PIC 9(4).
           03 FILLER                           PIC X.
           03 CAN-PORCENTAJE                   PIC 9(3)V99.
           03 FILLER                           PIC X.
           03 CAN-PENALIDAD                    PIC 9(8).
           03 FILLER                           PIC X.
           03 CAN-PAGADO                       PIC 9(8).
           03 FILLER                           PIC X.
           03 CAN-SALDO                        PIC S9(9)
                                               SIGN LEADING SEPARATE.
           03 FILLER                           PIC X.
           03 CAN-OFRECIDO-A                   PIC 9(5).
           03 FILLER                           PIC X.
           03 CAN-OPERADOR                     PIC X(10).

       WORKING-STORAGE SECTION.
       77  WS-RESERVAS-STATUS                  PIC X(02).
       77  WS-SALDOSVIA-STATUS                 PIC X(02).
       77  WS-ESPERA-STATUS                    PIC X(02).
       77  WS-PDA-STATUS                       PIC X(02).
       77  HAY-DATOS                           PIC X VALUE 'N'.
       77  EOF-ESCALA                          PIC 9 VALUE 0.
       77  EOF-ESPERA                          PIC 9 VALUE 0.
       77  VIAJE-PEDIDO                        PIC 9(4).
       77  PASAJERO-PEDIDO                     PIC 9(5).
       77  CONFIRMA                            PIC X.
       77  WS-OPERADOR                         PIC X(10).
       01  WS-FECHA-HOY                        PIC 9(8).
       01  FECHA-DESGLOSE.
           03 FDG-AAAA                         PIC 9(4).
           03 FDG-MM                           PIC 99.
           03 FDG-DD                           PIC 99.
       77  DIAS-FECHA                          PIC S9(8).
       77  DIAS-HOY                            PIC S9(8).
       77  DIAS-ANTES                          PIC S9(8).
       77  PORC-APLICADO                       PIC 9(3)V99.
       77  DESDE-APLICADO                      PIC 9(4).
       77  PENALIDAD                           PIC 9(8).
       77  SALDO-VIAJE                         PIC S9(9).
       77  OFRECIDO-A                          PIC 9(5).
       77  HAY-SIGUIENTE                       PIC X.
       77  VIAJE-HALLADO                       PIC X.
       77  CONT-CANCELADAS                     PIC 9(5) VALUE 0.
       77  SUMA-PENALIDADES                    PIC 9(10) VALUE 0.
       77  SUMA-A-DEVOLVER                     PIC 9(10) VALUE 0.
       77  SUB-E                               PIC 99.
       77  CANT-ESC-TABLA                      PIC 99 VALUE 0.
       77  MAX-ESC-TABLA                       PIC 99 VALUE 20.
      *    ----porcentaje del precio que se retiene segun los dias que
      *    ----faltan para la salida (se toma el tramo mas alto que no
      *    ----supere la anticipacion)
       01  TABLA-ESC.
           03 ESC-ITEM OCCURS 20 TIMES.
               05 ESC-T-DESDE                  PIC 9(4).
               05 ESC-T-PORC                   PIC 9(3)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO-GENERAL.
            PERFORM 200-INGRESAR-VIAJE.
            PERFORM UNTIL VIAJE-PEDIDO = 0
               PERFORM 300-INGRESAR-PASAJERO
               PERFORM UNTIL PASAJERO-PEDIDO = 0
                  PERFORM 400-CANCELAR
                  PERFORM 300-INGRESAR-PASAJERO
               END-PERFORM
               PERFORM 200-INGRESAR-VIAJE
            END-PERFORM.
            PERFORM 900-FIN-GENERAL.
            STOP RUN.

       100-INICIO-GENERAL.
           OPEN I-O VIAJES.
           OPEN I-O RESERVAS.
           IF WS-RESERVAS-STATUS = '35'
               DISPLAY 'No hay reservas de viaje. ABORTANDO.'
               CLOSE VIAJES
               STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN I-O SALDOSVIA.
           IF WS-SALDOSVIA-STATUS = '35'
               OPEN OUTPUT SALDOSVIA
               CLOSE SALDOSVIA
               OPEN I-O SALDOSVIA
           END-IF.
           OPEN I-O ESPERA.
           IF WS-ESPERA-STATUS = '35'
               OPEN OUTPUT ESPERA
               CLOSE ESPERA
               OPEN I-O ESPERA
           END-IF.
           OPEN INPUT PASAJEROS-DATOS.
           IF WS-PDA-STATUS = '00'
               MOVE 'S' TO HAY-DATOS
           END-IF.
           OPEN EXTEND CANCELACIONES.
           PERFORM 110-CARGAR-ESCALA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO FECHA-DESGLOSE.
           PERFORM 150-FECHA-A-DIAS.
           MOVE DIAS-FECHA TO DIAS-HOY.
           DISPLAY 'Ingrese codigo de operador:'.
           ACCEPT WS-OPERADOR.

       110-CARGAR-ESCALA.
           OPEN INPUT ESCALA.
           READ ESCALA AT END MOVE 1 TO EOF-ESCALA.
           PERFORM UNTIL EOF-ESCALA = 1
               IF CANT-ESC-TABLA < MAX-ESC-TABLA
                   ADD 1 TO CANT-ESC-TABLA
                   MOVE ESC-DIAS-DESDE TO ESC-T-DESDE(CANT-ESC-TABLA)
                   MOVE ESC-PORCENTAJE TO ESC-T-PORC(CANT-ESC-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-ESC-TABLA,
                       " TRAMOS DE ESCALA, SE OMITEN"
               END-IF
               READ ESCALA AT END MOVE 1 TO EOF-ESCALA
           END-PERFORM.
           CLOSE ESCALA.
           IF CANT-ESC-TABLA = 0
               PERFORM 120-ESCALA-DEFECTO
           END-IF.

       120-ESCALA-DEFECTO.
      *    ----sin escala cargada rige la del reglamento de viajes
           DISPLAY 'SIN ESCALA DE CANCELACION: SE APLICA LA DEL '
               'REGLAMENTO.'.
           MOVE 5 TO CANT-ESC-TABLA.
           MOVE 0 TO ESC-T-DESDE(1).
           MOVE 100 TO ESC-T-PORC(1).
           MOVE 7 TO ESC-T-DESDE(2).
           MOVE 50 TO ESC-T-PORC(2).
           MOVE 15 TO ESC-T-DESDE(3).
           MOVE 25 TO ESC-T-PORC(3).
           MOVE 30 TO ESC-T-DESDE(4).
           MOVE 10 TO ESC-T-PORC(4).
           MOVE 60 TO ESC-T-DESDE(5).
           MOVE 0 TO ESC-T-PORC(5).

       150-FECHA-A-DIAS.
      *    ----conversion aproximada a dias (anio de 360)
           COMPUTE DIAS-FECHA =
               FDG-AAAA * 360 + (FDG-MM - 1) * 30 + FDG-DD.

       200-INGRESAR-VIAJE.
           DISPLAY ' '.
           DISPLAY 'Ingrese codigo de viaje (para salir = cero):'.
           ACCEPT VIAJE-PEDIDO.
           IF VIAJE-PEDIDO > 0
               MOVE VIAJE-PEDIDO TO VIA-CODIGO
               READ VIAJES
                   INVALID KEY
                       DISPLAY 'Viaje inexistente. Reingrese.'
                       PERFORM 200-INGRESAR-VIAJE
                   NOT INVALID KEY
                       DISPLAY 'Viaje a ', VIA-DESTINO,
                           '  SALIDA: ', VIA-FECHA,
                           '  CUPO: ', VIA-INSCRIPTOS, '/',
                           VIA-CAPACIDAD
               END-READ
           END-IF.

       300-INGRESAR-PASAJERO.
           DISPLAY 'Ingrese numero de pasajero que cancela '
               '(para cambiar de viaje = cero):'.
           ACCEPT PASAJERO-PEDIDO.

       400-CANCELAR.
           MOVE PASAJERO-PEDIDO TO RSV-PASAJERO.
           MOVE VIAJE-PEDIDO TO RSV-VIAJE.
           READ RESERVAS
               INVALID KEY
                   DISPLAY 'El pasajero no tiene reserva en este viaje.'
               NOT INVALID KEY
                   IF RSV-CANCELADA
                       DISPLAY 'La reserva ya estaba cancelada.'
                   ELSE
                       PERFORM 410-CALCULAR-PENALIDAD
                   END-IF
           END-READ.

       410-CALCULAR-PENALIDAD.
           MOVE 'S' TO VIAJE-HALLADO.
           MOVE VIAJE-PEDIDO TO VIA-CODIGO.
           READ VIAJES
               INVALID KEY
                   MOVE 'N' TO VIAJE-HALLADO
                   DISPLAY 'El viaje desaparecio del maestro: no se '
                       'puede cancelar.'
           END-READ.
           IF VIAJE-HALLADO = 'S'
               MOVE VIA-FECHA TO FECHA-DESGLOSE
               PERFORM 150-FECHA-A-DIAS
               COMPUTE DIAS-ANTES = DIAS-FECHA - DIAS-HOY
               IF DIAS-ANTES < 0
                   DISPLAY 'El viaje ya salio: no se puede cancelar.'
               ELSE
                   PERFORM 420-LEER-SALDO
                   PERFORM 430-BUSCAR-PORCENTAJE
                   COMPUTE PENALIDAD ROUNDED =
                       SVI-PRECIO * PORC-APLICADO / 100
                   COMPUTE SALDO-VIAJE =
                       PENALIDAD - SVI-PAGADO + SVI-DEVUELTO
                   DISPLAY 'DIAS HASTA LA SALIDA: ', DIAS-ANTES
                   DISPLAY 'PRECIO: ', SVI-PRECIO, '  PAGADO: ',
                       SVI-PAGADO
                   DISPLAY 'PENALIDAD (', PORC-APLICADO, '%): ',
                       PENALIDAD
                   IF SALDO-VIAJE < 0
                       DISPLAY 'A DEVOLVER AL PASAJERO: ', SALDO-VIAJE
                   ELSE
                       DISPLAY 'SALDO A PAGAR POR EL PASAJERO: ',
                           SALDO-VIAJE
                   END-IF
                   DISPLAY 'Confirma la cancelacion (S/N)?'
                   ACCEPT CONFIRMA
                   IF CONFIRMA = 'S'
                       PERFORM 500-GRABAR-CANCELACION
                   ELSE
                       DISPLAY 'Cancelacion no realizada.'
                   END-IF
               END-IF
           END-IF.

       420-LEER-SALDO.
      *    ----una reserva anterior al cobro de viajes no tiene saldo:
      *    ----se le carga el precio del viaje como si lo tuviera
           MOVE PASAJERO-PEDIDO TO SVI-PASAJERO.
           MOVE VIAJE-PEDIDO TO SVI-VIAJE.
           READ SALDOSVIA
               INVALID KEY
                   MOVE VIA-PRECIO TO SVI-PRECIO, SVI-CARGO
                   MOVE 0 TO SVI-PAGADO, SVI-DEVUELTO, SVI-PENALIDAD
                   MOVE RSV-FECHA TO SVI-FECHA-ALTA
                   MOVE 0 TO SVI-FECHA-BAJA
                   WRITE SVI-REG
           END-READ.

       430-BUSCAR-PORCENTAJE.
           MOVE 100 TO PORC-APLICADO.
           MOVE 0 TO DESDE-APLICADO.
           PERFORM 435-COMPARAR-TRAMO
               VARYING SUB-E FROM 1 BY 1
               UNTIL SUB-E > CANT-ESC-TABLA.

       435-COMPARAR-TRAMO.
           IF ESC-T-DESDE(SUB-E) <= DIAS-ANTES
               AND ESC-T-DESDE(SUB-E) >= DESDE-APLICADO
               MOVE ESC-T-DESDE(SUB-E) TO DESDE-APLICADO
               MOVE ESC-T-PORC(SUB-E) TO PORC-APLICADO
           END-IF.

       500-GRABAR-CANCELACION.
      *    ----el cargo del pasajero pasa a ser la penalidad; lo que
      *    ----pago de mas queda a devolver por pagarViajes
           MOVE 'X' TO RSV-ESTADO.
           REWRITE RSV-REG.
           MOVE PENALIDAD TO SVI-CARGO, SVI-PENALIDAD.
           MOVE WS-FECHA-HOY TO SVI-FECHA-BAJA.
           REWRITE SVI-REG.
           IF VIA-INSCRIPTOS > 0
               SUBTRACT 1 FROM VIA-INSCRIPTOS
           END-IF.
           REWRITE VIA-REG.
           ADD 1 TO CONT-CANCELADAS.
           ADD PENALIDAD TO SUMA-PENALIDADES.
           IF SALDO-VIAJE < 0
               SUBTRACT SALDO-VIAJE FROM SUMA-A-DEVOLVER
           END-IF.
           DISPLAY 'RESERVA CANCELADA. CUPO: ', VIA-INSCRIPTOS, '/',
               VIA-CAPACIDAD.
           PERFORM 600-OFRECER-SIGUIENTE.
           PERFORM 700-REGISTRAR-CANCELACION.

       600-OFRECER-SIGUIENTE.
      *    ----el lugar liberado se ofrece al primero que sigue
      *    ----esperando; el pasajero lo toma desde reservarViajes
           MOVE 'N' TO HAY-SIGUIENTE.
           MOVE 0 TO OFRECIDO-A.
           MOVE 0 TO EOF-ESPERA.
           MOVE VIAJE-PEDIDO TO ESP-VIAJE.
           MOVE 0 TO ESP-ORDEN.
           START ESPERA KEY IS >= ESP-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-ESPERA.
           IF EOF-ESPERA <> 1
               READ ESPERA NEXT AT END MOVE 1 TO EOF-ESPERA
           END-IF.
           PERFORM UNTIL EOF-ESPERA = 1 OR ESP-VIAJE <> VIAJE-PEDIDO
                         OR HAY-SIGUIENTE = 'S'
               IF ESP-ESPERANDO
                   MOVE 'S' TO HAY-SIGUIENTE
                   MOVE 'O' TO ESP-ESTADO
                   MOVE WS-FECHA-HOY TO ESP-FECHA-OFERTA
                   REWRITE ESP-REG
                   MOVE ESP-PASAJERO TO OFRECIDO-A
                   PERFORM 610-AVISAR-OFERTA
               ELSE
                   READ ESPERA NEXT AT END MOVE 1 TO EOF-ESPERA
               END-IF
           END-PERFORM.
           IF HAY-SIGUIENTE = 'N'
               DISPLAY 'Nadie en lista de espera: el lugar queda libre.'
           END-IF.

       610-AVISAR-OFERTA.
           DISPLAY 'LUGAR OFRECIDO AL PASAJERO ', ESP-PASAJERO,
               ' (ORDEN ', ESP-ORDEN, ' DE LA LISTA DE ESPERA).'.
           IF HAY-DATOS = 'S'
               MOVE ESP-PASAJERO TO PDA-PASAJERO
               READ PASAJEROS-DATOS
                   INVALID KEY
                       DISPLAY '  (SIN DATOS DE CONTACTO)'
                   NOT INVALID KEY
                       DISPLAY '  AVISAR A: ', PDA-NOMBRE
                       DISPLAY '  TELEFONO: ', PDA-TELEFONO,
                           '  EMAIL: ', PDA-EMAIL
               END-READ
           END-IF.

       700-REGISTRAR-CANCELACION.
           MOVE SPACES TO CAN-REG.
           MOVE WS-FECHA-HOY TO CAN-FECHA.
           MOVE VIAJE-PEDIDO TO CAN-VIAJE.
           MOVE PASAJERO-PEDIDO TO CAN-PASAJERO.
           MOVE DIAS-ANTES TO CAN-DIAS-ANTES.
           MOVE PORC-APLICADO TO CAN-PORCENTAJE.
           MOVE PENALIDAD TO CAN-PENALIDAD.
           MOVE SVI-PAGADO TO CAN-PAGADO.
           MOVE SALDO-VIAJE TO CAN-SALDO.
           MOVE OFRECIDO-A TO CAN-OFRECIDO-A.
           MOVE WS-OPERADOR TO CAN-OPERADOR.
           WRITE CAN-REG.

       900-FIN-GENERAL.
           CLOSE VIAJES, RESERVAS, SALDOSVIA, ESPERA, CANCELACIONES.
           IF HAY-DATOS = 'S'
               CLOSE PASAJEROS-DATOS
           END-IF.
           DISPLAY '--- CONTROL DE CANCELACIONES ---'.
           DISPLAY 'RESERVAS CANCELADAS: ', CONT-CANCELADAS.
           DISPLAY 'PENALIDADES CARGADAS: ', SUMA-PENALIDADES.
           DISPLAY 'A DEVOLVER A PASAJEROS: ', SUMA-A-DEVOLVER.

       END PROGRAM YOUR-PROGRAM-NAME.
