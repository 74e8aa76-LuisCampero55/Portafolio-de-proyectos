      *  Copybook compartido: desglose de un importe en billetes y
      *  monedas que regresa la rutina PRG01163, una cantidad por
      *  cada denominacion de DENOMEFE en el mismo orden; el resto
      *  son los centavos que no alcanzan la moneda menor -
      *  LCG 15 OCT 26
       01 DESGLOSE-EFECTIVO.
           05 DSG-CANTIDAD                     PIC 9(5) OCCURS 13.
           05 DSG-RESTO                        PIC 9V99.
