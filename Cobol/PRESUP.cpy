      *  Copybook compartido: registro del presupuesto de nomina
      *  (PRESUP.DAT), llave la compañia, el departamento y el mes
      *  (AAAAMM); trae las plazas y el importe presupuestados que
      *  entrega finanzas; lo mantiene y lo compara contra lo real
      *  PRG01135; el FILLER final reserva espacio para crecer el
      *  registro sin reconvertir el archivo - LCG 15 OCT 26
       01 REG-PRESUP.
           02 PPT-LLAVE.
               03 PPT-COMPANIA     PIC 99.
               03 PPT-DEPTO        PIC X(4).
               03 PPT-MES          PIC 9(6).
           02 PPT-PLAZAS           PIC 9(4).
           02 PPT-IMPORTE          PIC 9(11)V99.
           02 PPT-FECHA-CARGA      PIC 9(8).
           02 FILLER               PIC X(20).
