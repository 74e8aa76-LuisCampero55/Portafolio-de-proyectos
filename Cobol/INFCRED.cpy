      *  Copybook compartido: maestro de creditos de vivienda
      *  INFONAVIT (INFCRED.DAT), llave el numero de empleado (un
      *  credito vigente por empleado, como PRESTMAE); se registra
      *  con el aviso de retencion (numero de credito, tipo de
      *  descuento y fecha de inicio) y se detiene con el aviso de
      *  suspension; lo mantiene PRG01113, el descuento por periodo
      *  lo aplica PRG01019 junto al abono de PRESTMAE y el entero
      *  bimestral lo concilia PRG01114; el FILLER final reserva
      *  espacio para crecer el registro sin reconvertir el archivo
      *  - LCG 15 OCT 26
      *  Tipo de descuento: P porcentaje del SBC (INF-VALOR es el
      *  porcentaje), F cuota fija mensual en pesos, V veces salario
      *  minimo (INF-VALOR es el factor mensual, aplicado sobre el
      *  valor diario de INFOVSM.TXT)
       01 REG-INFCRED.
           02 INF-EMP-ID           PIC 9(6).
           02 INF-CREDITO          PIC X(10).
           02 INF-TIPO             PIC X.
               88 INF-PORCENTAJE   VALUE 'P'.
               88 INF-CUOTA-FIJA   VALUE 'F'.
               88 INF-VSM          VALUE 'V'.
           02 INF-VALOR            PIC 9(5)V9(4).
           02 INF-FECHA-INICIO     PIC 9(8).
           02 INF-FECHA-SUSP       PIC 9(8).
           02 INF-ESTADO           PIC X.
               88 INF-ACTIVO       VALUE 'A'.
               88 INF-SUSPENDIDO   VALUE 'S'.
           02 INF-FECHA-AVISO      PIC 9(8).
           02 INF-RETENIDO         PIC 9(11)V99.
           02 FILLER               PIC X(36).
