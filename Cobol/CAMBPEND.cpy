      *  Copybook compartido: cambio de personal programado a fecha
      *  futura (CAMBPEND.DAT), llave el empleado, la fecha efectiva
      *  y el campo (mismos nombres que MOVHIST.TXT y la auditoria:
      *  DEPTO, PUESTO, SALARIO, GRADO, ESCALON, COMPANIA); el valor
      *  nuevo va como texto y el salario en su vista numerica; el
      *  estado lleva el ciclo pendiente, aplicado, conflicto o
      *  cancelado; lo captura y lo aplica PRG01139; el FILLER final
      *  reserva espacio para crecer el registro sin reconvertir el
      *  archivo - LCG 15 OCT 26
       01 REG-CAMBPEND.
           02 CPE-LLAVE.
               03 CPE-EMP          PIC 9(6).
               03 CPE-EFECTIVA     PIC 9(8).
               03 CPE-CAMPO        PIC X(10).
           02 CPE-VALOR            PIC X(20).
           02 CPE-VALOR-SALARIO REDEFINES CPE-VALOR.
               03 CPE-SALARIO      PIC 9(7)V99.
               03 FILLER           PIC X(11).
           02 CPE-ESTADO           PIC X.
               88 CPE-PENDIENTE    VALUE 'P'.
               88 CPE-APLICADO     VALUE 'A'.
               88 CPE-CONFLICTO    VALUE 'X'.
               88 CPE-CANCELADO    VALUE 'C'.
           02 CPE-CAPTURA          PIC 9(8).
           02 CPE-OPERADOR         PIC X(8).
           02 CPE-AUTORIZA         PIC X(8).
           02 CPE-APLICACION       PIC 9(8).
           02 CPE-NOTA             PIC X(30).
           02 FILLER               PIC X(20).
