      *  es el pago de nomina normal; la constancia anual de
      *  PRG01064 excluye los B para no contar dos veces lo
      *  pensionado - LCG 02 SEP 26
      *  Forma de pago E (efectivo en sobre): el pago queda
      *  registrado con folio pero sin imagen de cheque; el desglose
      *  por sobre va a SOBRES.TXT y la orden de denominaciones de la
      *  corrida a ORDEFECT.TXT (PRG01019); el sobre no reclamado se
      *  devuelve y se cancela (estatus V) con PRG01164 - LCG 15 OCT 26
       01 REG-CHEQUES.
           02 CHQ-NUMERO           PIC 9(8).
           02 CHQ-EMP-ID           PIC 9(6).
           02 CHQ-FORMA-PAGO       PIC X.
               88 CHQ-PAGO-CHEQUE  VALUE 'C' ' '.
               88 CHQ-PAGO-TRANSFER VALUE 'T'.
               88 CHQ-PAGO-EFECTIVO VALUE 'E'.
           02 CHQ-CUENTA           PIC X(8).
           02 CHQ-COMPANIA         PIC 99.
           02 CHQ-RECIBO-FOLIO     PIC 9(8).
