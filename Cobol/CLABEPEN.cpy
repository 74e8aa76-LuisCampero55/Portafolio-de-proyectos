      *  Copybook compartido: cambio de cuenta bancaria del empleado
      *  bajo doble control (CLABEPEN.DAT), llave el empleado; lo
      *  deja pendiente la correccion de PRG01002 con la cuenta
      *  anterior y la nueva, lo aprueba o rechaza en PRG01148 un
      *  operador nivel 3 distinto del que lo solicito, y la primera
      *  transferencia despues de aprobado la retiene PRG01019 para
      *  revision en PRG01078; el estado lleva el ciclo pendiente,
      *  aprobado (primera transferencia por retener), retenida y
      *  rechazado - LCG 15 OCT 26
       01 REG-CLABEPEN.
           02 CLP-EMP              PIC 9(6).
           02 CLP-BANCO-ANT        PIC X(3).
           02 CLP-CLABE-ANT        PIC X(18).
           02 CLP-BANCO-NVO        PIC X(3).
           02 CLP-CLABE-NVA        PIC X(18).
           02 CLP-ESTADO           PIC X.
               88 CLP-PENDIENTE    VALUE 'P'.
               88 CLP-APROBADO     VALUE 'A'.
               88 CLP-RETENIDO     VALUE 'R'.
               88 CLP-RECHAZADO    VALUE 'X'.
           02 CLP-SOLICITA         PIC X(8).
           02 CLP-FECHA-SOL        PIC 9(8).
           02 CLP-HORA-SOL         PIC 9(8).
           02 CLP-APRUEBA          PIC X(8).
           02 CLP-FECHA-APR        PIC 9(8).
           02 CLP-FOLIO-RETENIDO   PIC 9(8).
           02 FILLER               PIC X(20).
