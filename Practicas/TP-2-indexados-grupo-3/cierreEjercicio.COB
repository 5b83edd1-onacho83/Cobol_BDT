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
           SELECT CLIENVIP ASSIGN TO '../clienvip.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CLAVE
               FILE STATUS IS WS-CLIENVIP-STATUS.
           SELECT ARRASTRE ASSIGN TO '../clienvip_arrastre.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARR-CLAVE
               FILE STATUS IS WS-ARRASTRE-STATUS.
           SELECT OPTIONAL CIERRESEJ
               ASSIGN TO '../cierres_ejercicio.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EJERCICIOS
               ASSIGN TO '../clienvip_ejercicios.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESUMEN ASSIGN TO '../resumen_cierre.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TP2PARAM ASSIGN TO '../tp2_param.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPEJ ASSIGN TO '../reporte_cierre_ejercicio.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOGCORRIDA
               ASSIGN TO '../log_corrida.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTRANK ASSIGN TO "SORTWK1".
           SELECT SORTVIP ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
       FD  LOTECURSO.
       01  LCU-REG.
           03 LCU-ESTADO                       PIC X.
           03 FILLER                           PIC X.
           03 LCU-FECHA                        PIC 9(8).
       FD  CLIENVIP.
       01  cli-reg.
           03 CLI-CLAVE.
               05 cli-vend                     PIC 9(3).
               05 cli-codcli                   PIC 9(6).
           03 cli-ganancia                     PIC S9(8)V99.
           03 cli-nombre                       PIC X(30).
       FD  ARRASTRE.
       01  ARR-REG.
           03 ARR-CLAVE.
               05 ARR-VEND                     PIC 9(3).
               05 ARR-CODCLI                   PIC 9(6).
           03 ARR-GANANCIA                     PIC S9(8)V99.
       FD  CIERRESEJ.
       01  CEJ-REG.
           03 CEJ-ANIO                         PIC 9(4).
           03 FILLER                           PIC X.
           03 CEJ-VENTANA                      PIC 99.
           03 FILLER                           PIC X.
           03 CEJ-FECHA                        PIC 9(8).
       FD  EJERCICIOS.
       01  EJV-REG.
           03 EJV-ANIO                         PIC 9(4).
           03 FILLER                           PIC X.
           03 EJV-VEND                         PIC 9(3).
           03 EJV-CODCLI                       PIC 9(6).
           03 EJV-NOMBRE                       PIC X(30).
           03 EJV-GANANCIA                     PIC S9(8)V99
                                      SIGN LEADING SEPARATE.
           03 EJV-FECHA-CIERRE                 PIC 9(8).
       FD  RESUMEN.
       01  RES-REG.
           03 RES-PERIODO                      PIC 9(6).
           03 RES-VEND                         PIC 9(3).
           03 RES-CLIENTE                      PIC 9(6).
           03 RES-GANANCIA                     PIC S9(10)V99
                                      SIGN LEADING SEPARATE.
       FD  TP2PARAM.
       01  PARAM-REG.
           03 PARAM-CANT-MAX-VIP               PIC 99.
           03 PARAM-OVERRIDE-DUP               PIC X.
           03 PARAM-FECHA-DESDE                PIC 9(8).
           03 PARAM-FECHA-HASTA                PIC 9(8).
           03 PARAM-VERBOSIDAD                 PIC 9.
           03 PARAM-MODO-COMISION              PIC X.
       FD  REPEJ.
       01  REP-LINEA                           PIC X(100).
       FD  LOGCORRIDA.
       01  LOG-LINEA                           PIC X(110).
       SD  SORTRANK.
       01  SRK-REG.
           03 SRK-VEND                         PIC 9(3).
           03 SRK-GANANCIA                     PIC S9(8)V99.
           03 SRK-CODCLI                       PIC 9(6).
           03 SRK-NOMBRE                       PIC X(30).
       SD  SORTVIP.
       01  SVI-REG.
           03 SVI-VEND                         PIC 9(3).
           03 SVI-GANANCIA                     PIC S9(10)V99.
           03 SVI-CODCLI                       PIC 9(6).

       WORKING-STORAGE SECTION.
       01  REP-TITULO.
           03 FILLER                           PIC X(40)
               VALUE "RANKING DE CLIENTES VIP DEL EJERCICIO ".
           03 REP-TI-ANIO                      PIC 9(4).
       01  REP-VENDEDOR.
           03 FILLER                           PIC X(10)
               VALUE "VENDEDOR: ".
           03 REP-V-VEND                       PIC ZZ9.
       01  REP-DETALLE.
           03 FILLER                           PIC X(3) VALUE SPACES.
           03 REP-D-PUESTO                     PIC ZZ9.
           03 FILLER                           PIC X(11)
               VALUE ". CLIENTE: ".
           03 REP-D-CLI                        PIC ZZZZZ9.
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-NOMBRE                     PIC X(30).
           03 FILLER                           PIC X(12)
               VALUE "  GANANCIA: ".
           03 REP-D-GANANCIA                   PIC -(8)9,99.
       01  REP-TOTAL-VEND.
           03 FILLER                           PIC X(30)
               VALUE "   TOTAL DEL VENDEDOR: ".
           03 REP-TV-GANANCIA                  PIC -(10)9,99.
       01  REP-TOTAL.
           03 FILLER                           PIC X(20)
               VALUE "CLIENTES CERRADOS: ".
           03 REP-T-CANT                       PIC ZZZZZ9.
           03 FILLER                           PIC X(20)
               VALUE "  GANANCIA TOTAL: ".
           03 REP-T-GANANCIA                   PIC -(10)9,99.
       01  REP-PIE.
           03 FILLER                           PIC X(42)
               VALUE "RANKING DEL NUEVO EJERCICIO: VENTANA DE ".
           03 REP-P-VENTANA                    PIC Z9.
           03 FILLER                           PIC X(32)
               VALUE " MESES. CLIENTES VIP CARGADOS: ".
           03 REP-P-CANT                       PIC ZZZZZ9.

       77  WS-HORA-INICIO                      PIC 9(8).
       77  WS-FECHA-HOY                        PIC 9(8).
       77  RUN-ID                              PIC 9(14).
       01  LOG-DETALLE.
           03 LOG-FECHA                        PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 LOG-HORA                         PIC 9(8).
           03 FILLER                           PIC X VALUE SPACE.
           03 LOG-RUNID                        PIC 9(14).
           03 FILLER                           PIC X VALUE SPACE.
           03 LOG-PROGRAMA                     PIC X(15)
                                      VALUE "CIERREEJERCICIO".
           03 FILLER                           PIC X VALUE SPACE.
           03 LOG-SEVERIDAD                    PIC X.
           03 FILLER                           PIC X VALUE SPACE.
           03 LOG-CLAVE                        PIC X(12).
           03 FILLER                           PIC X VALUE SPACE.
           03 LOG-MENSAJE                      PIC X(40).
       01  FECHA-HOY-DESGLOSE.
           03 HOY-AAAA                         PIC 9(4).
           03 HOY-MMDD                         PIC 9(4).
       77  EOF-LOTECURSO                       PIC 9 VALUE 0.
       77  WS-CLIENVIP-STATUS                  PIC X(02).
       77  WS-ARRASTRE-STATUS                  PIC X(02).
       77  HAY-ARRASTRE                        PIC X VALUE 'N'.
       77  EOF-CLIENVIP                        PIC 9 VALUE 0.
       77  EOF-CIERRESEJ                       PIC 9 VALUE 0.
       77  EOF-RESUMEN                         PIC 9 VALUE 0.
       77  EOF-TP2PARAM                        PIC 9 VALUE 0.
       77  EOF-SORTRANK                        PIC 9 VALUE 0.
       77  EOF-SORTVIP                         PIC 9 VALUE 0.
       77  ULTIMO-EJERCICIO                    PIC 9(4) VALUE 0.
       77  ANIO-PEDIDO                         PIC 9(4).
       77  ANIO-SIGUIENTE                      PIC 9(4).
       77  VENTANA-MESES                       PIC 99.
       77  MAX-VENTANA                         PIC 99 VALUE 36.
       77  CANT-MAX-VIP                        PIC 99 VALUE 10.
       77  INDICE-MES                          PIC 9(6).
       77  DESDE-AAAA                          PIC 9(4).
       77  DESDE-MES                           PIC 99.
       77  PERIODO-DESDE                       PIC 9(6).
       77  PERIODO-HASTA                       PIC 9(6).
       77  GANANCIA-EJERCICIO                  PIC S9(8)V99.
       77  TOTAL-VEND                          PIC S9(10)V99.
       77  TOTAL-GENERAL                       PIC S9(10)V99 VALUE 0.
       77  ANT-VEND                            PIC 9(3).
       77  PUESTO                              PIC 9(3).
       77  CONT-CERRADOS                       PIC 9(6) VALUE 0.
       77  CONT-BORRADOS                       PIC 9(6) VALUE 0.
       77  CONT-CARGADOS                       PIC 9(6) VALUE 0.
       77  HALLADO                             PIC X.
       77  SUB-B                               PIC 9(4).
       77  SUB-I                               PIC 9(4).
       77  CANT-NOM-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-NOM-TABLA                       PIC 9(4) VALUE 2000.
       01  TABLA-NOMBRES.
           03 NOM-ITEM OCCURS 2000 TIMES.
               05 NOM-T-VEND                   PIC 9(3).
               05 NOM-T-CLI                    PIC 9(6).
               05 NOM-T-NOMBRE                 PIC X(30).
       77  CANT-VEN-TABLA                      PIC 9(4) VALUE 0.
       77  MAX-VEN-TABLA                       PIC 9(4) VALUE 2000.
       01  TABLA-VENTANA.
           03 VEN-ITEM OCCURS 2000 TIMES.
               05 VEN-T-VEND                   PIC 9(3).
               05 VEN-T-CLI                    PIC 9(6).
               05 VEN-T-GANANCIA               PIC S9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 095-CONTROLAR-LOTE-EN-CURSO.
           PERFORM 1000-INICIO-GENERAL.
      **   fase 1: total del ejercicio de cada VIP al historial anual
      **   y ranking de cierre ordenado por vendedor y ganancia
           SORT SORTRANK
               ON ASCENDING KEY SRK-VEND
                  DESCENDING KEY SRK-GANANCIA
               INPUT PROCEDURE IS 2000-CERRAR-VIP
                   THRU 2900-FIN-CIERRE-VIP
               OUTPUT PROCEDURE IS 3000-LISTAR-RANKING
                   THRU 3900-FIN-RANKING.
      **   fase 2: los acumuladores vuelven a cero y el ranking del
      **   nuevo ejercicio se arma con la ventana movil pedida
           PERFORM 4000-VACIAR-CLIENVIP.
           IF VENTANA-MESES > 0
               PERFORM 5000-CARGAR-VENTANA
               SORT SORTVIP
                   ON ASCENDING KEY SVI-VEND
                      DESCENDING KEY SVI-GANANCIA
                   INPUT PROCEDURE IS 5500-LIBERAR-VENTANA
                       THRU 5590-FIN-LIBERAR
                   OUTPUT PROCEDURE IS 6000-RECONSTRUIR-VIP
                       THRU 6900-FIN-RECONSTRUIR
           END-IF.
           PERFORM 7000-AVANZAR-CIERRE.
           PERFORM 9000-FIN-GENERAL.
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

       1000-INICIO-GENERAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO FROM TIME.
           MOVE WS-FECHA-HOY TO FECHA-HOY-DESGLOSE.
           COMPUTE RUN-ID = WS-FECHA-HOY * 1000000
               + WS-HORA-INICIO / 100.
           PERFORM 1100-LEER-CIERRE.
           PERFORM 1200-PEDIR-EJERCICIO.
           PERFORM 1250-PEDIR-VENTANA.
           PERFORM 1300-LEER-PARAMETROS.
           OPEN I-O CLIENVIP.
           IF WS-CLIENVIP-STATUS <> '00'
               DISPLAY 'SIN ARCHIVO DE CLIENTES VIP. STATUS: ',
                   WS-CLIENVIP-STATUS
               STOP RUN WITH ERROR STATUS 8
           END-IF.
           OPEN INPUT ARRASTRE.
           IF WS-ARRASTRE-STATUS = '00'
               MOVE 'S' TO HAY-ARRASTRE
           END-IF.
           OPEN EXTEND EJERCICIOS.
           OPEN OUTPUT REPEJ.
           OPEN EXTEND LOGCORRIDA.
           MOVE RUN-ID TO LOG-RUNID.
           MOVE 'W' TO LOG-SEVERIDAD.
           MOVE ANIO-PEDIDO TO LOG-CLAVE.
           MOVE "INICIO DE CIERRE DE EJERCICIO" TO LOG-MENSAJE.
           PERFORM 9600-GRABAR-LOG.
           MOVE ANIO-PEDIDO TO REP-TI-ANIO.
           WRITE REP-LINEA FROM REP-TITULO.

       1100-LEER-CIERRE.
           OPEN INPUT CIERRESEJ.
           READ CIERRESEJ AT END MOVE 1 TO EOF-CIERRESEJ.
           IF EOF-CIERRESEJ <> 1
               MOVE CEJ-ANIO TO ULTIMO-EJERCICIO
           END-IF.
           CLOSE CIERRESEJ.
           DISPLAY 'ULTIMO EJERCICIO CERRADO: ', ULTIMO-EJERCICIO.

       1200-PEDIR-EJERCICIO.
      **   un ejercicio se cierra una sola vez y en orden; repetir el
      **   cierre volveria a poner en cero las ganancias ya cerradas
           DISPLAY 'Ingrese ejercicio a cerrar (AAAA):'.
           ACCEPT ANIO-PEDIDO.
           IF ANIO-PEDIDO NOT > ULTIMO-EJERCICIO
               DISPLAY 'EL EJERCICIO ', ANIO-PEDIDO,
                   ' YA ESTA CERRADO. NO SE PROCESA.'
               STOP RUN WITH ERROR STATUS 8
           END-IF.
           IF ANIO-PEDIDO > HOY-AAAA
               DISPLAY 'NO SE PUEDE CERRAR UN EJERCICIO FUTURO.'
               STOP RUN WITH ERROR STATUS 8
           END-IF.
           COMPUTE ANIO-SIGUIENTE = ULTIMO-EJERCICIO + 1.
           IF ULTIMO-EJERCICIO > 0
               AND ANIO-PEDIDO > ANIO-SIGUIENTE
               DISPLAY 'FALTA CERRAR EL EJERCICIO ',
                   ANIO-SIGUIENTE, '. NO SE PROCESA.'
               STOP RUN WITH ERROR STATUS 8
           END-IF.
           IF ULTIMO-EJERCICIO = 0
               DISPLAY 'ADVERTENCIA: primer cierre, la ganancia '
                   'cerrada incluye todo lo acumulado hasta hoy.'
           END-IF.

       1250-PEDIR-VENTANA.
      **   0 = el ranking nuevo sale solo del ejercicio que empieza;
      **   n = arranca con la ganancia de los ultimos n meses cerrados
      **   por cierreMes
           DISPLAY 'Ingrese ventana movil en meses para el nuevo '
               'ranking (0 = solo el nuevo ejercicio):'.
           ACCEPT VENTANA-MESES.
           IF VENTANA-MESES > MAX-VENTANA
               DISPLAY 'La ventana no puede superar ', MAX-VENTANA,
                   ' meses. Reingrese.'
               PERFORM 1250-PEDIR-VENTANA
           END-IF.

       1300-LEER-PARAMETROS.
           OPEN INPUT TP2PARAM.
           READ TP2PARAM AT END MOVE 1 TO EOF-TP2PARAM.
           IF EOF-TP2PARAM <> 1 AND PARAM-CANT-MAX-VIP > 0
               MOVE PARAM-CANT-MAX-VIP TO CANT-MAX-VIP
           END-IF.
           CLOSE TP2PARAM.
           DISPLAY 'CANTIDAD MAXIMA DE VIP POR VENDEDOR: ',
               CANT-MAX-VIP.

       2000-CERRAR-VIP.
      **   la ganancia del ejercicio es lo acumulado menos lo que se
      **   arrastro de la ventana movil al abrirlo
           MOVE LOW-VALUES TO CLI-CLAVE.
           START CLIENVIP KEY IS > CLI-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-CLIENVIP
           END-START.
           IF EOF-CLIENVIP <> 1
               READ CLIENVIP NEXT AT END MOVE 1 TO EOF-CLIENVIP
               END-READ
           END-IF.
           PERFORM UNTIL EOF-CLIENVIP = 1
               PERFORM 2100-CERRAR-CLIENTE
               READ CLIENVIP NEXT AT END MOVE 1 TO EOF-CLIENVIP
               END-READ
           END-PERFORM.
           IF HAY-ARRASTRE = 'S'
               CLOSE ARRASTRE
           END-IF.

       2900-FIN-CIERRE-VIP.
           EXIT.

       2100-CERRAR-CLIENTE.
           MOVE cli-ganancia TO GANANCIA-EJERCICIO.
           IF HAY-ARRASTRE = 'S'
               MOVE CLI-CLAVE TO ARR-CLAVE
               READ ARRASTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT ARR-GANANCIA FROM GANANCIA-EJERCICIO
               END-READ
           END-IF.
           MOVE ANIO-PEDIDO TO EJV-ANIO.
           MOVE cli-vend TO EJV-VEND.
           MOVE cli-codcli TO EJV-CODCLI.
           MOVE cli-nombre TO EJV-NOMBRE.
           MOVE GANANCIA-EJERCICIO TO EJV-GANANCIA.
           MOVE WS-FECHA-HOY TO EJV-FECHA-CIERRE.
           WRITE EJV-REG.
           ADD 1 TO CONT-CERRADOS.
           MOVE cli-vend TO SRK-VEND.
           MOVE GANANCIA-EJERCICIO TO SRK-GANANCIA.
           MOVE cli-codcli TO SRK-CODCLI.
           MOVE cli-nombre TO SRK-NOMBRE.
           RELEASE SRK-REG.
           PERFORM 2200-GUARDAR-NOMBRE.

       2200-GUARDAR-NOMBRE.
      **   el nombre cargado en el VIP se conserva para el ranking
      **   que se reconstruye con la ventana movil
           IF CANT-NOM-TABLA < MAX-NOM-TABLA
               ADD 1 TO CANT-NOM-TABLA
               MOVE cli-vend TO NOM-T-VEND(CANT-NOM-TABLA)
               MOVE cli-codcli TO NOM-T-CLI(CANT-NOM-TABLA)
               MOVE cli-nombre TO NOM-T-NOMBRE(CANT-NOM-TABLA)
           ELSE
               DISPLAY "ADVERTENCIA: SUPERA ", MAX-NOM-TABLA,
                   " NOMBRES DE CLIENTES VIP, SE OMITEN"
           END-IF.

       3000-LISTAR-RANKING.
           RETURN SORTRANK AT END MOVE 1 TO EOF-SORTRANK.
           PERFORM UNTIL EOF-SORTRANK = 1
               PERFORM 3100-INICIO-VENDEDOR
               PERFORM UNTIL EOF-SORTRANK = 1
                             OR SRK-VEND <> ANT-VEND
                   PERFORM 3200-LISTAR-CLIENTE
                   RETURN SORTRANK AT END MOVE 1 TO EOF-SORTRANK
               END-PERFORM
               PERFORM 3300-FIN-VENDEDOR
           END-PERFORM.
           MOVE CONT-CERRADOS TO REP-T-CANT.
           MOVE TOTAL-GENERAL TO REP-T-GANANCIA.
           WRITE REP-LINEA FROM REP-TOTAL.

       3900-FIN-RANKING.
           EXIT.

       3100-INICIO-VENDEDOR.
           MOVE SRK-VEND TO ANT-VEND.
           MOVE 0 TO PUESTO.
           MOVE 0 TO TOTAL-VEND.
           MOVE SRK-VEND TO REP-V-VEND.
           WRITE REP-LINEA FROM REP-VENDEDOR.

       3200-LISTAR-CLIENTE.
           ADD 1 TO PUESTO.
           MOVE PUESTO TO REP-D-PUESTO.
           MOVE SRK-CODCLI TO REP-D-CLI.
           MOVE SRK-NOMBRE TO REP-D-NOMBRE.
           MOVE SRK-GANANCIA TO REP-D-GANANCIA.
           WRITE REP-LINEA FROM REP-DETALLE.
           ADD SRK-GANANCIA TO TOTAL-VEND.
           ADD SRK-GANANCIA TO TOTAL-GENERAL.

       3300-FIN-VENDEDOR.
           MOVE TOTAL-VEND TO REP-TV-GANANCIA.
           WRITE REP-LINEA FROM REP-TOTAL-VEND.

       4000-VACIAR-CLIENVIP.
           MOVE 0 TO EOF-CLIENVIP.
           MOVE LOW-VALUES TO CLI-CLAVE.
           START CLIENVIP KEY IS > CLI-CLAVE
               INVALID KEY
                   MOVE 1 TO EOF-CLIENVIP
           END-START.
           IF EOF-CLIENVIP <> 1
               READ CLIENVIP NEXT AT END MOVE 1 TO EOF-CLIENVIP
               END-READ
           END-IF.
           PERFORM UNTIL EOF-CLIENVIP = 1
               DELETE CLIENVIP
               ADD 1 TO CONT-BORRADOS
               READ CLIENVIP NEXT AT END MOVE 1 TO EOF-CLIENVIP
               END-READ
           END-PERFORM.
      **   el arrastre anterior ya se desconto: queda solo el de la
      **   ventana que se carga ahora
           OPEN OUTPUT ARRASTRE.

       5000-CARGAR-VENTANA.
      **   ganancia por vendedor y cliente de los ultimos meses del
      **   ejercicio cerrado, tomada del resumen de cierreMes
           COMPUTE INDICE-MES = ANIO-PEDIDO * 12 + 12 - VENTANA-MESES.
           DIVIDE INDICE-MES BY 12 GIVING DESDE-AAAA
               REMAINDER DESDE-MES.
           ADD 1 TO DESDE-MES.
           COMPUTE PERIODO-DESDE = DESDE-AAAA * 100 + DESDE-MES.
           COMPUTE PERIODO-HASTA = ANIO-PEDIDO * 100 + 12.
           DISPLAY 'VENTANA MOVIL: ', PERIODO-DESDE, ' A ',
               PERIODO-HASTA.
           OPEN INPUT RESUMEN.
           READ RESUMEN AT END MOVE 1 TO EOF-RESUMEN.
           PERFORM UNTIL EOF-RESUMEN = 1
               IF RES-PERIODO NOT < PERIODO-DESDE
                   AND RES-PERIODO NOT > PERIODO-HASTA
                   PERFORM 5100-SUMAR-EN-VENTANA
               END-IF
               READ RESUMEN AT END MOVE 1 TO EOF-RESUMEN
           END-PERFORM.
           CLOSE RESUMEN.
           IF CANT-VEN-TABLA = 0
               DISPLAY 'ADVERTENCIA: sin meses cerrados en la '
                   'ventana; el ranking arranca vacio.'
           END-IF.

       5100-SUMAR-EN-VENTANA.
           MOVE 0 TO SUB-B.
           MOVE 'N' TO HALLADO.
           PERFORM 5110-BUSCAR-EN-VENTANA
               UNTIL HALLADO = 'S' OR SUB-B >= CANT-VEN-TABLA.
           IF HALLADO = 'S'
               ADD RES-GANANCIA TO VEN-T-GANANCIA(SUB-B)
           ELSE
               IF CANT-VEN-TABLA < MAX-VEN-TABLA
                   ADD 1 TO CANT-VEN-TABLA
                   MOVE RES-VEND TO VEN-T-VEND(CANT-VEN-TABLA)
                   MOVE RES-CLIENTE TO VEN-T-CLI(CANT-VEN-TABLA)
                   MOVE RES-GANANCIA
                       TO VEN-T-GANANCIA(CANT-VEN-TABLA)
               ELSE
                   DISPLAY "ADVERTENCIA: SUPERA ", MAX-VEN-TABLA,
                       " PARES VENDEDOR/CLIENTE, SE OMITEN"
               END-IF
           END-IF.

       5110-BUSCAR-EN-VENTANA.
           ADD 1 TO SUB-B.
           IF VEN-T-VEND(SUB-B) = RES-VEND
               AND VEN-T-CLI(SUB-B) = RES-CLIENTE
               MOVE 'S' TO HALLADO
           END-IF.

       5500-LIBERAR-VENTANA.
           MOVE 0 TO SUB-I.
           PERFORM 5510-LIBERAR-PAR CANT-VEN-TABLA TIMES.

       5590-FIN-LIBERAR.
           EXIT.

       5510-LIBERAR-PAR.
           ADD 1 TO SUB-I.
           IF VEN-T-GANANCIA(SUB-I) > 0
               MOVE VEN-T-VEND(SUB-I) TO SVI-VEND
               MOVE VEN-T-GANANCIA(SUB-I) TO SVI-GANANCIA
               MOVE VEN-T-CLI(SUB-I) TO SVI-CODCLI
               RELEASE SVI-REG
           END-IF.

       6000-RECONSTRUIR-VIP.
      **   los mejores CANT-MAX-VIP de cada vendedor en la ventana;
      **   lo cargado queda como arrastre para el proximo cierre
           MOVE 0 TO ANT-VEND.
           MOVE 0 TO PUESTO.
           RETURN SORTVIP AT END MOVE 1 TO EOF-SORTVIP.
           PERFORM UNTIL EOF-SORTVIP = 1
               IF SVI-VEND <> ANT-VEND
                   MOVE SVI-VEND TO ANT-VEND
                   MOVE 0 TO PUESTO
               END-IF
               IF PUESTO < CANT-MAX-VIP
                   ADD 1 TO PUESTO
                   PERFORM 6100-GRABAR-VIP
               END-IF
               RETURN SORTVIP AT END MOVE 1 TO EOF-SORTVIP
           END-PERFORM.

       6900-FIN-RECONSTRUIR.
           EXIT.

       6100-GRABAR-VIP.
           MOVE SVI-VEND TO cli-vend.
           MOVE SVI-CODCLI TO cli-codcli.
           MOVE SVI-GANANCIA TO cli-ganancia.
           PERFORM 6150-BUSCAR-NOMBRE.
           WRITE cli-reg
               INVALID KEY
                   MOVE cli-codcli TO LOG-CLAVE
                   MOVE "NO SE CARGO CLIENTE VIP DE LA VENTANA"
                       TO LOG-MENSAJE
                   MOVE 'W' TO LOG-SEVERIDAD
                   PERFORM 9600-GRABAR-LOG
               NOT INVALID KEY
                   ADD 1 TO CONT-CARGADOS
                   MOVE CLI-CLAVE TO ARR-CLAVE
                   MOVE cli-ganancia TO ARR-GANANCIA
                   WRITE ARR-REG
           END-WRITE.

       6150-BUSCAR-NOMBRE.
           MOVE SPACES TO cli-nombre.
           MOVE 0 TO SUB-B.
           MOVE 'N' TO HALLADO.
           PERFORM 6160-COMPARAR-NOMBRE
               UNTIL HALLADO = 'S' OR SUB-B >= CANT-NOM-TABLA.
           IF HALLADO = 'S'
               MOVE NOM-T-NOMBRE(SUB-B) TO cli-nombre
           END-IF.

       6160-COMPARAR-NOMBRE.
           ADD 1 TO SUB-B.
           IF NOM-T-VEND(SUB-B) = SVI-VEND
               AND NOM-T-CLI(SUB-B) = SVI-CODCLI
               MOVE 'S' TO HALLADO
           END-IF.

       7000-AVANZAR-CIERRE.
           MOVE VENTANA-MESES TO REP-P-VENTANA.
           MOVE CONT-CARGADOS TO REP-P-CANT.
           WRITE REP-LINEA FROM REP-PIE.
           OPEN OUTPUT CIERRESEJ.
           MOVE SPACES TO CEJ-REG.
           MOVE ANIO-PEDIDO TO CEJ-ANIO.
           MOVE VENTANA-MESES TO CEJ-VENTANA.
           MOVE WS-FECHA-HOY TO CEJ-FECHA.
           WRITE CEJ-REG.
           CLOSE CIERRESEJ.
           DISPLAY "EJERCICIO ", ANIO-PEDIDO, " CERRADO.".

       9000-FIN-GENERAL.
           MOVE 'W' TO LOG-SEVERIDAD.
           MOVE ANIO-PEDIDO TO LOG-CLAVE.
           MOVE "FIN DE CIERRE DE EJERCICIO" TO LOG-MENSAJE.
           PERFORM 9600-GRABAR-LOG.
           CLOSE CLIENVIP, ARRASTRE, EJERCICIOS, REPEJ, LOGCORRIDA.
           DISPLAY "CLIENTES VIP CERRADOS: ", CONT-CERRADOS.
           DISPLAY "CLIENTES VIP PUESTOS EN CERO: ", CONT-BORRADOS.
           DISPLAY "CLIENTES VIP DE LA VENTANA MOVIL: ", CONT-CARGADOS.
           DISPLAY "CIERRE DE EJERCICIO FINALIZADO.".

       9600-GRABAR-LOG.
           ACCEPT LOG-FECHA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           WRITE LOG-LINEA FROM LOG-DETALLE.

       END PROGRAM YOUR-PROGRAM-NAME.
