           ASSIGN TO '../facturas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FACT-CLAVE
               ALTERNATE RECORD KEY IS FACT-CLIENTE-FECHA
                   WITH DUPLICATES.
           SELECT OPTIONAL CLIENVIP ASSIGN TO '../clienvip.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           03 fact-precio                      PIC 9(8)V99.
           03 fact-cantidad                    PIC 9(4).
           03 fact-vend                        PIC 9(3).
           03 FACT-CLIENTE-FECHA.
               05 fact-cliente                 PIC 9(6).
               05 fact-fecha                   PIC 9(8).
           03 fact-moneda                      PIC X(3).
           03 fact-tasa-iva                    PIC 9(2)V99.
           03 fact-neto                        PIC 9(10)V99.
