               ACCESS MODE IS RANDOM
               RECORD KEY IS PLA-PASAJERO
               FILE STATUS IS WS-PLANES-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  VIAJES.
           03 RSV-ESTADO                       PIC X.
               88 RSV-CONFIRMADA               VALUE 'C'.
               88 RSV-OBSERVADA                VALUE 'O'.
               88 RSV-CANCELADA                VALUE 'X'.
       FD  PASAJEROS.
       01  PAS-REG.
           03 PAS-CLAVE.
           03 PLA-ESTADO                       PIC X.
               88 PLA-ACTIVO                   VALUE 'A'.
               88 PLA-CANCELADO                VALUE 'C'.
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

       WORKING-STORAGE SECTION.
       77  WS-RESERVAS-STATUS                  PIC X(02).
       77  CONFIRMA                            PIC X.
       77  I                                   PIC 99.
       77  CONT-RESERVAS                       PIC 9(5) VALUE 0.
       77  WS-SALDOSVIA-STATUS                 PIC X(02).
       77  WS-ESPERA-STATUS                    PIC X(02).
       77  EOF-ESPERA                          PIC 9.
       77  TIENE-RESERVA                       PIC X.
       77  RESERVA-TOMADA                      PIC X.
       77  ESTADO-NUEVO                        PIC X.
       77  SALDO-VIAJE                         PIC S9(9).
       77  ESPERA-PASAJERO                     PIC X.
       77  ORDEN-PASAJERO                      PIC 9(6).
       77  POSICION-ESPERA                     PIC 9(4).
       77  ULTIMO-ORDEN                        PIC 9(6).
       77  CANT-OFRECIDOS                      PIC 9(4).
       77  CANT-ESPERANDO                      PIC 9(4).
       77  HAY-SIGUIENTE                       PIC X.
       77  CONT-EN-ESPERA                      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 105-ABRIR-RESERVAS.
           OPEN INPUT PASAJEROS.
           PERFORM 110-ABRIR-PLANES.
           PERFORM 115-ABRIR-SALDOS-ESPERA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-HOY-AAAA TO WS-ANIO-HOY.

               MOVE 'S' TO HAY-PLANES
           END-IF.

       115-ABRIR-SALDOS-ESPERA.
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

       200-INGRESAR-VIAJE.
           DISPLAY ' '.
           DISPLAY 'Ingrese codigo de viaje (para salir = cero):'.

       400-RESERVAR.
      *    ----el viaje es para socios al dia: meses vencidos o un
      *    ----plan de pago activo frenan u observan la reserva.
      *    ----Los lugares ofrecidos a la lista de espera cuentan
      *    ----como ocupados hasta que el pasajero conteste
           MOVE 'N' TO RESERVA-TOMADA.
           MOVE VIAJE-PEDIDO TO VIA-CODIGO.
           READ VIAJES
               INVALID KEY
                   DISPLAY 'El viaje desaparecio del maestro.'
               NOT INVALID KEY
                   PERFORM 405-BUSCAR-RESERVA
                   PERFORM 410-BUSCAR-ESPERA
                   EVALUATE TRUE
                       WHEN TIENE-RESERVA = 'S'
                           DISPLAY 'El pasajero ya tiene reserva en '
                               'este viaje.'
                       WHEN TIENE-RESERVA = 'X' AND SALDO-VIAJE <> 0
                           DISPLAY 'El pasajero cancelo este viaje y '
                               'tiene saldo sin regularizar: ',
                               SALDO-VIAJE
                       WHEN ESPERA-PASAJERO = 'O'
                           PERFORM 420-RESPONDER-OFERTA
                       WHEN VIA-INSCRIPTOS + CANT-OFRECIDOS
                            >= VIA-CAPACIDAD
                           PERFORM 450-ANOTAR-EN-ESPERA
                       WHEN OTHER
                           PERFORM 500-CONTROLAR-ESTADO
                   END-EVALUATE
           END-READ.

       405-BUSCAR-RESERVA.
           MOVE 'N' TO TIENE-RESERVA.
           MOVE 0 TO SALDO-VIAJE.
           MOVE PASAJERO-PEDIDO TO RSV-PASAJERO.
           MOVE VIAJE-PEDIDO TO RSV-VIAJE.
           READ RESERVAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RSV-CANCELADA
                       MOVE 'X' TO TIENE-RESERVA
                       PERFORM 406-LEER-SALDO
                   ELSE
                       MOVE 'S' TO TIENE-RESERVA
                   END-IF
           END-READ.

       406-LEER-SALDO.
      *    ----saldo positivo: lo que adeuda de la penalidad; negativo:
      *    ----lo que el club todavia le tiene que devolver
           MOVE PASAJERO-PEDIDO TO SVI-PASAJERO.
           MOVE VIAJE-PEDIDO TO SVI-VIAJE.
           READ SALDOSVIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE SALDO-VIAJE =
                       SVI-CARGO - SVI-PAGADO + SVI-DEVUELTO
           END-READ.

       410-BUSCAR-ESPERA.
      *    ----la lista de espera de un viaje sale por orden de pedido
           MOVE 'N' TO ESPERA-PASAJERO.
           MOVE 0 TO ORDEN-PASAJERO, POSICION-ESPERA, ULTIMO-ORDEN.
           MOVE 0 TO CANT-OFRECIDOS, CANT-ESPERANDO.
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
               MOVE ESP-ORDEN TO ULTIMO-ORDEN
               IF ESP-OFRECIDO
                   ADD 1 TO CANT-OFRECIDOS
               END-IF
               IF ESP-ESPERANDO
                   ADD 1 TO CANT-ESPERANDO
               END-IF
               IF ESP-PASAJERO = PASAJERO-PEDIDO
                   AND (ESP-ESPERANDO OR ESP-OFRECIDO)
                   MOVE ESP-ESTADO TO ESPERA-PASAJERO
                   MOVE ESP-ORDEN TO ORDEN-PASAJERO
                   MOVE CANT-ESPERANDO TO POSICION-ESPERA
               END-IF
               READ ESPERA NEXT AT END MOVE 1 TO EOF-ESPERA
           END-PERFORM.

       420-RESPONDER-OFERTA.
           DISPLAY 'El pasajero tiene un lugar OFRECIDO desde la '
               'lista de espera. Lo toma (S/N)?'.
           ACCEPT CONFIRMA.
           IF CONFIRMA = 'S'
               PERFORM 500-CONTROLAR-ESTADO
           END-IF.
           MOVE VIAJE-PEDIDO TO ESP-VIAJE.
           MOVE ORDEN-PASAJERO TO ESP-ORDEN.
           READ ESPERA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RESERVA-TOMADA = 'S'
                       MOVE 'A' TO ESP-ESTADO
                       REWRITE ESP-REG
                   ELSE
                       MOVE 'R' TO ESP-ESTADO
                       REWRITE ESP-REG
                       DISPLAY 'El pasajero deja el lugar ofrecido.'
                       PERFORM 430-OFRECER-SIGUIENTE
                   END-IF
           END-READ.

       430-OFRECER-SIGUIENTE.
      *    ----el lugar que queda libre pasa al primero que sigue
      *    ----esperando, en el orden en que se anoto
           MOVE 'N' TO HAY-SIGUIENTE.
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
                   DISPLAY 'LUGAR OFRECIDO AL PASAJERO ', ESP-PASAJERO,
                       ' (ORDEN ', ESP-ORDEN, ' DE LA LISTA).'
               ELSE
                   READ ESPERA NEXT AT END MOVE 1 TO EOF-ESPERA
               END-IF
           END-PERFORM.
           IF HAY-SIGUIENTE = 'N'
               DISPLAY 'Nadie en lista de espera: el lugar queda libre.'
           END-IF.

       450-ANOTAR-EN-ESPERA.
           IF ESPERA-PASAJERO = 'E'
               DISPLAY 'VIAJE COMPLETO. El pasajero ya esta en lista '
                   'de espera, posicion ', POSICION-ESPERA
           ELSE
               DISPLAY 'VIAJE COMPLETO: no quedan lugares.'
               PERFORM 510-BUSCAR-VENCIDOS
               IF TIENE-VENCIDOS = 'S'
                   DISPLAY 'El pasajero tiene meses VENCIDOS impagos: '
                       'no se lo anota en lista de espera.'
               ELSE
                   DISPLAY 'Anotar en lista de espera (S/N)?'
                   ACCEPT CONFIRMA
                   IF CONFIRMA = 'S'
                       PERFORM 460-GRABAR-ESPERA
                   END-IF
               END-IF
           END-IF.

       460-GRABAR-ESPERA.
           MOVE VIAJE-PEDIDO TO ESP-VIAJE.
           COMPUTE ESP-ORDEN = ULTIMO-ORDEN + 1.
           MOVE PASAJERO-PEDIDO TO ESP-PASAJERO.
           MOVE WS-FECHA-HOY TO ESP-FECHA.
           MOVE 'E' TO ESP-ESTADO.
           MOVE 0 TO ESP-FECHA-OFERTA.
           WRITE ESP-REG
               INVALID KEY
                   DISPLAY 'No se pudo anotar en lista de espera.'
               NOT INVALID KEY
                   ADD 1 TO CONT-EN-ESPERA
                   COMPUTE POSICION-ESPERA = CANT-ESPERANDO + 1
                   DISPLAY 'ANOTADO EN LISTA DE ESPERA. POSICION: ',
                       POSICION-ESPERA
           END-WRITE.

       500-CONTROLAR-ESTADO.
           PERFORM 510-BUSCAR-VENCIDOS.
           PERFORM 520-BUSCAR-PLAN.
                       '(S/N)?'
                   ACCEPT CONFIRMA
                   IF CONFIRMA = 'S'
                       MOVE 'O' TO ESTADO-NUEVO
                       PERFORM 600-GRABAR-RESERVA
                   ELSE
                       DISPLAY 'Reserva no tomada.'
                   END-IF
               ELSE
                   MOVE 'C' TO ESTADO-NUEVO
                   PERFORM 600-GRABAR-RESERVA
               END-IF
           END-IF.
           END-IF.

       600-GRABAR-RESERVA.
      *    ----un pasajero que cancelo y regularizo su saldo puede
      *    ----volver a reservar: se reusa el registro cancelado
           MOVE PASAJERO-PEDIDO TO RSV-PASAJERO.
           MOVE VIAJE-PEDIDO TO RSV-VIAJE.
           MOVE ESTADO-NUEVO TO RSV-ESTADO.
           ACCEPT RSV-FECHA FROM DATE YYYYMMDD.
           IF TIENE-RESERVA = 'X'
               REWRITE RSV-REG
                   INVALID KEY
                       DISPLAY 'No se pudo reactivar la reserva.'
                   NOT INVALID KEY
                       PERFORM 610-RESERVA-TOMADA
               END-REWRITE
           ELSE
               WRITE RSV-REG
                   INVALID KEY
                       DISPLAY 'El pasajero ya tiene reserva en este '
                           'viaje.'
                   NOT INVALID KEY
                       PERFORM 610-RESERVA-TOMADA
               END-WRITE
           END-IF.

       610-RESERVA-TOMADA.
           MOVE 'S' TO RESERVA-TOMADA.
           ADD 1 TO VIA-INSCRIPTOS.
           REWRITE VIA-REG.
           ADD 1 TO CONT-RESERVAS.
           PERFORM 650-CARGAR-SALDO.
           DISPLAY 'RESERVA TOMADA (', RSV-ESTADO,
               '). CUPO: ', VIA-INSCRIPTOS, '/',
               VIA-CAPACIDAD.
           DISPLAY 'SE CARGA AL PASAJERO EL PRECIO DEL VIAJE: ',
               VIA-PRECIO.

       650-CARGAR-SALDO.
      *    ----la reserva carga el precio vigente del viaje; se paga
      *    ----en cuotas con recibos de viaje (pagarViajes)
           MOVE PASAJERO-PEDIDO TO SVI-PASAJERO.
           MOVE VIAJE-PEDIDO TO SVI-VIAJE.
           MOVE VIA-PRECIO TO SVI-PRECIO.
           MOVE VIA-PRECIO TO SVI-CARGO.
           MOVE 0 TO SVI-PAGADO, SVI-DEVUELTO, SVI-PENALIDAD.
           MOVE WS-FECHA-HOY TO SVI-FECHA-ALTA.
           MOVE 0 TO SVI-FECHA-BAJA.
           WRITE SVI-REG
               INVALID KEY
                   REWRITE SVI-REG
           END-WRITE.

       900-FIN-GENERAL.
           CLOSE VIAJES, RESERVAS, PASAJEROS, SALDOSVIA, ESPERA.
           IF HAY-PLANES = 'S'
               CLOSE PLANES
           END-IF.
           DISPLAY "RESERVAS TOMADAS EN LA SESION: ", CONT-RESERVAS.
           DISPLAY "ANOTADOS EN LISTA DE ESPERA: ", CONT-EN-ESPERA.

       END PROGRAM YOUR-PROGRAM-NAME.
