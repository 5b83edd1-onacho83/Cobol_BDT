               ACCESS MODE IS RANDOM
               RECORD KEY IS PDA-PASAJERO
               FILE STATUS IS WS-PDA-STATUS.
           SELECT OPTIONAL SALDOSVIA ASSIGN TO '../saldos_viajes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SVI-CLAVE
               FILE STATUS IS WS-SALDOSVIA-STATUS.
           SELECT OPTIONAL ESPERA
               ASSIGN TO '../lista_espera_viajes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-CLAVE
               FILE STATUS IS WS-ESPERA-STATUS.
           SELECT ROSTER ASSIGN TO '../roster_viajes.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           03 RSV-ESTADO                       PIC X.
               88 RSV-CONFIRMADA               VALUE 'C'.
               88 RSV-OBSERVADA                VALUE 'O'.
               88 RSV-CANCELADA                VALUE 'X'.
       FD  PASAJEROS-DATOS.
       01  PDA-REG.
           03 PDA-PASAJERO                     PIC 9(5).
               88 PDA-ADULTO                   VALUE 'A'.
               88 PDA-MENOR                    VALUE 'M'.
               88 PDA-JUBILADO                 VALUE 'J'.
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
       FD  ROSTER.
       01  ROS-LINEA                           PIC X(100).

           03 ROS-D-NOMBRE       PIC X(30).
           03 FILLER             PIC X(10) VALUE "  ESTADO: ".
           03 ROS-D-ESTADO       PIC X.
           03 FILLER             PIC X(10) VALUE "  PAGADO: ".
           03 ROS-D-PAGADO       PIC ZZZZZZZ9.
           03 FILLER             PIC X(13) VALUE "  PENDIENTE: ".
           03 ROS-D-PENDIENTE    PIC -ZZZZZZZ9.
       01  ROS-TOTALES.
           03 FILLER             PIC X(18)
                          VALUE "  TOTAL COBRADO:  ".
           03 ROS-TT-PAGADO      PIC ZZZZZZZZZ9.
           03 FILLER             PIC X(20)
                          VALUE "  TOTAL PENDIENTE:  ".
           03 ROS-TT-PENDIENTE   PIC ZZZZZZZZZ9.
           03 FILLER             PIC X(15)
                          VALUE "  A DEVOLVER:  ".
           03 ROS-TT-DEVOLVER    PIC ZZZZZZZZZ9.
       01  ROS-ESPERA-TITULO.
           03 FILLER             PIC X(20)
                          VALUE "  LISTA DE ESPERA:  ".
           03 ROS-E-CANTIDAD     PIC ZZZ9.
           03 FILLER             PIC X(11) VALUE " PENDIENTES".
       01  ROS-ESPERA.
           03 FILLER             PIC X(9) VALUE "  ORDEN: ".
           03 ROS-E-ORDEN        PIC ZZZZZ9.
           03 FILLER             PIC X(12) VALUE "  PASAJERO: ".
           03 ROS-E-PASAJERO     PIC ZZZZ9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 ROS-E-NOMBRE       PIC X(30).
           03 FILLER             PIC X(10) VALUE "  ESTADO: ".
           03 ROS-E-ESTADO       PIC X.
           03 FILLER             PIC X(9) VALUE "  FECHA: ".
           03 ROS-E-FECHA        PIC 9(8).
       01  ROS-OCUPACION.
           03 FILLER             PIC X(14)
                          VALUE "  OCUPACION:  ".
       77  EOF-RESERVAS                        PIC 9 VALUE 0.
       77  VIAJE-PEDIDO                        PIC 9(4).
       77  CONT-ROSTER                         PIC 9(4) VALUE 0.
       77  WS-SALDOSVIA-STATUS                 PIC X(02).
       77  WS-ESPERA-STATUS                    PIC X(02).
       77  HAY-SALDOS                          PIC X VALUE 'N'.
       77  HAY-ESPERA                          PIC X VALUE 'N'.
       77  EOF-ESPERA                          PIC 9 VALUE 0.
       77  SALDO-VIAJE                         PIC S9(9).
       77  TOT-PAGADO                          PIC 9(10) VALUE 0.
       77  TOT-PENDIENTE                       PIC 9(10) VALUE 0.
       77  TOT-DEVOLVER                        PIC 9(10) VALUE 0.
       77  CANT-ESPERANDO                      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           PERFORM 200-ARMAR-ROSTER.
           PERFORM 400-LISTAR-ESPERA.
           PERFORM 900-FIN-GENERAL.
           STOP RUN.

           IF WS-PDA-STATUS = '00'
               MOVE 'S' TO HAY-DATOS
           END-IF.
           OPEN INPUT SALDOSVIA.
           IF WS-SALDOSVIA-STATUS = '00'
               MOVE 'S' TO HAY-SALDOS
           END-IF.
           OPEN INPUT ESPERA.
           IF WS-ESPERA-STATUS = '00'
               MOVE 'S' TO HAY-ESPERA
           END-IF.
           OPEN OUTPUT ROSTER.
           DISPLAY 'Ingrese codigo de viaje:'.
           ACCEPT VIAJE-PEDIDO.
               MOVE SPACES TO ROS-O-MARCA
           END-IF.
           WRITE ROS-LINEA FROM ROS-OCUPACION.
           MOVE TOT-PAGADO TO ROS-TT-PAGADO.
           MOVE TOT-PENDIENTE TO ROS-TT-PENDIENTE.
           MOVE TOT-DEVOLVER TO ROS-TT-DEVOLVER.
           WRITE ROS-LINEA FROM ROS-TOTALES.

       300-LISTAR-RESERVA.
           ADD 1 TO CONT-ROSTER.
           MOVE RSV-PASAJERO TO ROS-D-PASAJERO.
           MOVE RSV-PASAJERO TO PDA-PASAJERO.
           PERFORM 350-BUSCAR-NOMBRE.
           MOVE PDA-NOMBRE TO ROS-D-NOMBRE.
           MOVE RSV-ESTADO TO ROS-D-ESTADO.
           PERFORM 310-BUSCAR-SALDO.
           MOVE SVI-PAGADO TO ROS-D-PAGADO.
           MOVE SALDO-VIAJE TO ROS-D-PENDIENTE.
           WRITE ROS-LINEA FROM ROS-DETALLE.

       310-BUSCAR-SALDO.
      *    ----pendiente negativo: el club le debe devolver al
      *    ----pasajero (cancelo con menos penalidad que lo pagado)
           MOVE 0 TO SVI-PAGADO, SVI-DEVUELTO, SALDO-VIAJE.
           IF HAY-SALDOS = 'S'
               MOVE RSV-PASAJERO TO SVI-PASAJERO
               MOVE RSV-VIAJE TO SVI-VIAJE
               READ SALDOSVIA
                   INVALID KEY
                       MOVE 0 TO SVI-PAGADO, SVI-DEVUELTO
                   NOT INVALID KEY
                       COMPUTE SALDO-VIAJE =
                           SVI-CARGO - SVI-PAGADO + SVI-DEVUELTO
               END-READ
           END-IF.
           ADD SVI-PAGADO TO TOT-PAGADO.
           SUBTRACT SVI-DEVUELTO FROM TOT-PAGADO.
           IF SALDO-VIAJE > 0
               ADD SALDO-VIAJE TO TOT-PENDIENTE
           ELSE
               SUBTRACT SALDO-VIAJE FROM TOT-DEVOLVER
           END-IF.

       350-BUSCAR-NOMBRE.
           MOVE SPACES TO PDA-NOMBRE.
           IF HAY-DATOS = 'S'
               READ PASAJEROS-DATOS
                   INVALID KEY
                       MOVE "(SIN DATOS)" TO PDA-NOMBRE
               END-READ
           END-IF.

       400-LISTAR-ESPERA.
      *    ----esperando (E) y con lugar ofrecido sin contestar (O),
      *    ----en el orden en que se anotaron
           IF HAY-ESPERA = 'S'
               PERFORM 410-CONTAR-ESPERA
               MOVE CANT-ESPERANDO TO ROS-E-CANTIDAD
               WRITE ROS-LINEA FROM ROS-ESPERA-TITULO
               MOVE 0 TO EOF-ESPERA
               MOVE VIAJE-PEDIDO TO ESP-VIAJE
               MOVE 0 TO ESP-ORDEN
               START ESPERA KEY IS >= ESP-CLAVE
                   INVALID KEY
                       MOVE 1 TO EOF-ESPERA
               END-START
               IF EOF-ESPERA <> 1
                   READ ESPERA NEXT AT END MOVE 1 TO EOF-ESPERA
                   END-READ
               END-IF
               PERFORM UNTIL EOF-ESPERA = 1
                             OR ESP-VIAJE <> VIAJE-PEDIDO
                   IF ESP-ESPERANDO OR ESP-OFRECIDO
                       PERFORM 420-LISTAR-ESPERA-LINEA
                   END-IF
                   READ ESPERA NEXT AT END MOVE 1 TO EOF-ESPERA
                   END-READ
               END-PERFORM
           END-IF.

       410-CONTAR-ESPERA.
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
               IF ESP-ESPERANDO OR ESP-OFRECIDO
                   ADD 1 TO CANT-ESPERANDO
               END-IF
               READ ESPERA NEXT AT END MOVE 1 TO EOF-ESPERA
           END-PERFORM.

       420-LISTAR-ESPERA-LINEA.
           MOVE ESP-ORDEN TO ROS-E-ORDEN.
           MOVE ESP-PASAJERO TO ROS-E-PASAJERO.
           MOVE ESP-PASAJERO TO PDA-PASAJERO.
           PERFORM 350-BUSCAR-NOMBRE.
           MOVE PDA-NOMBRE TO ROS-E-NOMBRE.
           MOVE ESP-ESTADO TO ROS-E-ESTADO.
           MOVE ESP-FECHA TO ROS-E-FECHA.
           WRITE ROS-LINEA FROM ROS-ESPERA.

       900-FIN-GENERAL.
           CLOSE VIAJES, RESERVAS, ROSTER.
           IF HAY-DATOS = 'S'
               CLOSE PASAJEROS-DATOS
           END-IF.
           IF HAY-SALDOS = 'S'
               CLOSE SALDOSVIA
           END-IF.
           IF HAY-ESPERA = 'S'
               CLOSE ESPERA
           END-IF.
           DISPLAY "ROSTER GENERADO. RESERVAS DEL VIAJE: ",
               CONT-ROSTER.

