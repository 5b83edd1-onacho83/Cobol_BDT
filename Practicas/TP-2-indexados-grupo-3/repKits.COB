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
           SELECT KITS ASSIGN TO '../kits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CLAVE
               FILE STATUS IS WS-KITS-STATUS.
           SELECT ARTICULOS
           ASSIGN TO '../articulos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS art-codigo.
           SELECT REPKIT ASSIGN TO '../reporte_kits_armables.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  REPKIT.
       01  REP-LINEA                           PIC X(120).

       WORKING-STORAGE SECTION.
       01  REP-TITULO.
           03 FILLER                           PIC X(40)
               VALUE "KITS ARMABLES CON EL STOCK ACTUAL".
       01  REP-KIT.
           03 FILLER                           PIC X(5)
               VALUE "KIT: ".
           03 REP-K-CODIGO                     PIC X(8).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-K-DESCRIP                    PIC X(30).
       01  REP-DETALLE.
           03 FILLER                           PIC X(16)
               VALUE "   COMPONENTE: ".
           03 REP-D-CODIGO                     PIC X(8).
           03 FILLER                           PIC X(2) VALUE SPACES.
           03 REP-D-DESCRIP                    PIC X(30).
           03 FILLER                           PIC X(11)
               VALUE "  POR KIT: ".
           03 REP-D-CANTIDAD                   PIC ZZZ9.
           03 FILLER                           PIC X(9)
               VALUE "  STOCK: ".
           03 REP-D-STOCK                      PIC -(5)9.
           03 FILLER                           PIC X(18)
               VALUE "  ALCANZA PARA: ".
           03 REP-D-ALCANZA                    PIC ZZZZZ9.
       01  REP-TOTAL-KIT.
           03 FILLER                           PIC X(20)
               VALUE "   KITS ARMABLES: ".
           03 REP-TK-ARMABLES                  PIC ZZZZZ9.
           03 FILLER                           PIC X(12)
               VALUE "  LIMITA: ".
           03 REP-TK-LIMITANTE                 PIC X(8).
       01  REP-TOTAL.
           03 FILLER                           PIC X(25)
               VALUE "KITS LISTADOS: ".
           03 REP-T-KITS                       PIC ZZZZZ9.
           03 FILLER                           PIC X(25)
               VALUE "  SIN UNIDADES ARMABLES: ".
           03 REP-T-SIN-ARMAR                  PIC ZZZZZ9.

       77  WS-KITS-STATUS                      PIC X(02).
       77  EOF-KITS                            PIC 9 VALUE 0.
       77  KIT-ANTERIOR                        PIC X(8).
       77  ALCANZA-COMPONENTE                  PIC 9(6).
       77  KITS-ARMABLES                       PIC 9(6).
       77  COMPONENTE-LIMITANTE                PIC X(8).
       77  CONT-KITS                           PIC 9(6) VALUE 0.
       77  CONT-SIN-ARMAR                      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-GENERAL.
           PERFORM 2000-LEER-KIT.
           PERFORM UNTIL EOF-KITS = 1
               PERFORM 3000-ABRIR-KIT
               PERFORM UNTIL EOF-KITS = 1
                             OR KIT-ARTICULO <> KIT-ANTERIOR
                   PERFORM 3100-LISTAR-COMPONENTE
                   PERFORM 2000-LEER-KIT
               END-PERFORM
               PERFORM 3200-CERRAR-KIT
           END-PERFORM.
           PERFORM 9000-FIN-GENERAL.
           STOP RUN.

       1000-INICIO-GENERAL.
           OPEN INPUT ARTICULOS.
           OPEN OUTPUT REPKIT.
           WRITE REP-LINEA FROM REP-TITULO.
           OPEN INPUT KITS.
           IF WS-KITS-STATUS <> '00'
               DISPLAY "SIN ARCHIVO DE KITS."
               MOVE 1 TO EOF-KITS
           END-IF.

       2000-LEER-KIT.
           READ KITS NEXT AT END MOVE 1 TO EOF-KITS.

       3000-ABRIR-KIT.
           ADD 1 TO CONT-KITS.
           MOVE KIT-ARTICULO TO KIT-ANTERIOR.
           MOVE 999999 TO KITS-ARMABLES.
           MOVE SPACES TO COMPONENTE-LIMITANTE.
           MOVE KIT-ARTICULO TO REP-K-CODIGO.
           MOVE KIT-ARTICULO TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   MOVE "(ARTICULO INEXISTENTE)" TO REP-K-DESCRIP
               NOT INVALID KEY
                   MOVE art-descrip TO REP-K-DESCRIP
           END-READ.
           WRITE REP-LINEA FROM REP-KIT.

       3100-LISTAR-COMPONENTE.
      **   cada componente alcanza para su stock dividido lo que
      **   lleva el kit; el kit se arma hasta el componente mas escaso
           MOVE KIT-COMPONENTE TO REP-D-CODIGO.
           MOVE KIT-CANTIDAD TO REP-D-CANTIDAD.
           MOVE 0 TO ALCANZA-COMPONENTE.
           MOVE KIT-COMPONENTE TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   MOVE "(ARTICULO INEXISTENTE)" TO REP-D-DESCRIP
                   MOVE 0 TO REP-D-STOCK
               NOT INVALID KEY
                   MOVE art-descrip TO REP-D-DESCRIP
                   MOVE art-stock TO REP-D-STOCK
                   IF art-stock > 0 AND KIT-CANTIDAD > 0
                       DIVIDE art-stock BY KIT-CANTIDAD
                           GIVING ALCANZA-COMPONENTE
                   END-IF
           END-READ.
           MOVE ALCANZA-COMPONENTE TO REP-D-ALCANZA.
           WRITE REP-LINEA FROM REP-DETALLE.
           IF ALCANZA-COMPONENTE < KITS-ARMABLES
               MOVE ALCANZA-COMPONENTE TO KITS-ARMABLES
               MOVE KIT-COMPONENTE TO COMPONENTE-LIMITANTE
           END-IF.

       3200-CERRAR-KIT.
           IF KITS-ARMABLES = 0
               ADD 1 TO CONT-SIN-ARMAR
           END-IF.
           MOVE KITS-ARMABLES TO REP-TK-ARMABLES.
           MOVE COMPONENTE-LIMITANTE TO REP-TK-LIMITANTE.
           WRITE REP-LINEA FROM REP-TOTAL-KIT.

       9000-FIN-GENERAL.
           MOVE CONT-KITS TO REP-T-KITS.
           MOVE CONT-SIN-ARMAR TO REP-T-SIN-ARMAR.
           WRITE REP-LINEA FROM REP-TOTAL.
           IF WS-KITS-STATUS = '00' OR WS-KITS-STATUS = '10'
               CLOSE KITS
           END-IF.
           CLOSE ARTICULOS, REPKIT.
           DISPLAY "REPORTE DE KITS ARMABLES GENERADO. KITS: ",
               CONT-KITS.

       END PROGRAM YOUR-PROGRAM-NAME.
