      *  Copybook compartido: renglon de la propuesta de incrementos
      *  por merito (MERITPRO.TXT) que arma PRG01141 y que el ajuste
      *  masivo PRG01070 toma por su previa y su commit: salario
      *  vigente al proponer, salario propuesto ya topado al techo
      *  de la banda, calificacion, posicion en la banda (columna de
      *  la matriz MERITO.TXT) y porcentaje aplicado - LCG 15 OCT 26
       01 REG-MERITPRO.
           02 MPR-EMP              PIC 9(6).
           02 MPR-ANHO             PIC 9(4).
           02 MPR-CALIFICACION     PIC 9.
           02 MPR-POSICION         PIC 99.
           02 MPR-PORCENTAJE       PIC 99V99.
           02 MPR-SALARIO-ACTUAL   PIC 9(7)V99.
           02 MPR-SALARIO-NUEVO    PIC 9(7)V99.
           02 MPR-TOPADO           PIC X.
               88 MPR-AL-TECHO     VALUE 'S'.
           02 FILLER               PIC X(20).
