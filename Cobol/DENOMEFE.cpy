      *  Copybook compartido: denominaciones de billetes y monedas
      *  para el pago en efectivo, de la mayor a la menor (la rutina
      *  de desglose PRG01163 las recorre en este orden); B billete,
      *  M moneda - LCG 15 OCT 26
       01 DENOMINACIONES.
           05 DEN-VALORES.
               10 FILLER                   PIC 9(4)V99 VALUE 1000.00.
               10 FILLER                   PIC X VALUE 'B'.
               10 FILLER                   PIC 9(4)V99 VALUE 500.00.
               10 FILLER                   PIC X VALUE 'B'.
               10 FILLER                   PIC 9(4)V99 VALUE 200.00.
               10 FILLER                   PIC X VALUE 'B'.
               10 FILLER                   PIC 9(4)V99 VALUE 100.00.
               10 FILLER                   PIC X VALUE 'B'.
               10 FILLER                   PIC 9(4)V99 VALUE 50.00.
               10 FILLER                   PIC X VALUE 'B'.
               10 FILLER                   PIC 9(4)V99 VALUE 20.00.
               10 FILLER                   PIC X VALUE 'B'.
               10 FILLER                   PIC 9(4)V99 VALUE 10.00.
               10 FILLER                   PIC X VALUE 'M'.
               10 FILLER                   PIC 9(4)V99 VALUE 5.00.
               10 FILLER                   PIC X VALUE 'M'.
               10 FILLER                   PIC 9(4)V99 VALUE 2.00.
               10 FILLER                   PIC X VALUE 'M'.
               10 FILLER                   PIC 9(4)V99 VALUE 1.00.
               10 FILLER                   PIC X VALUE 'M'.
               10 FILLER                   PIC 9(4)V99 VALUE 0.50.
               10 FILLER                   PIC X VALUE 'M'.
               10 FILLER                   PIC 9(4)V99 VALUE 0.20.
               10 FILLER                   PIC X VALUE 'M'.
               10 FILLER                   PIC 9(4)V99 VALUE 0.10.
               10 FILLER                   PIC X VALUE 'M'.
           05 DEN-TABLA REDEFINES DEN-VALORES.
               10 DEN-ENT                      OCCURS 13.
                   15 DEN-VALOR                PIC 9(4)V99.
                   15 DEN-TIPO                 PIC X.
                       88 DEN-BILLETE          VALUE 'B'.
                       88 DEN-MONEDA           VALUE 'M'.
           05 DEN-NUM                          PIC 99 VALUE 13.
