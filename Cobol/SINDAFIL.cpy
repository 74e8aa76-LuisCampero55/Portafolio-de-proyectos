      *  Copybook compartido: afiliacion sindical por empleado
      *  (SINDAFIL.DAT), llave el numero de empleado (una afiliacion
      *  vigente por empleado, como INFCRED); guarda el sindicato y
      *  la seccion del contrato colectivo, la fecha de ingreso al
      *  sindicato y la de separacion; una afiliacion nueva
      *  (reingreso o cambio de sindicato) sustituye a la anterior;
      *  la mantiene PRG01160, la cuota sindical por pago la retiene
      *  PRG01019 con el porcentaje del sindicato en SINDCUOT.TXT y
      *  la remesa mensual al sindicato la hace PRG01161; el FILLER
      *  final reserva espacio para crecer el registro sin
      *  reconvertir el archivo - LCG 15 OCT 26
       01 REG-SINDAFIL.
           02 SIN-EMP-ID           PIC 9(6).
           02 SIN-SINDICATO        PIC X(6).
           02 SIN-SECCION          PIC X(6).
           02 SIN-FECHA-ALTA       PIC 9(8).
           02 SIN-FECHA-BAJA       PIC 9(8).
           02 SIN-ESTADO           PIC X.
               88 SIN-AFILIADO     VALUE 'A'.
               88 SIN-SEPARADO     VALUE 'B'.
           02 SIN-FECHA-AVISO      PIC 9(8).
           02 SIN-RETENIDO         PIC 9(11)V99.
           02 FILLER               PIC X(30).
