               05 INS-FECHA-VALOR   PIC 9(8).
               05 INS-ID-CORRIDA    PIC X(18).
               05 INS-MONEDA        PIC X(3).
               05 INS-TOPE-CLASE    PIC X.
               05 INS-TOPE          PIC 9(9)V99.
               05 INS-TOPE-USADO    PIC 9(9)V99.
               05 INS-TOPE-DISPONIBLE PIC 9(9)V99.

           FD CONFIRMACIONES-LIQUIDACION.
           01 LINEA-CONFIRMACION   PIC X(80).
