      *  Copybook compartido: evaluacion anual de desempeño por
      *  empleado (EVALDES.DAT), llave el empleado y el año evaluado;
      *  calificacion de 1 a 5, numero de empleado del evaluador y
      *  fecha de la evaluacion; la captura y la propuesta de
      *  incrementos por merito son de PRG01141; el FILLER final
      *  reserva espacio para crecer el registro sin reconvertir el
      *  archivo - LCG 15 OCT 26
       01 REG-EVALDES.
           02 EVA-LLAVE.
               03 EVA-EMP          PIC 9(6).
               03 EVA-ANHO         PIC 9(4).
           02 EVA-CALIFICACION     PIC 9.
               88 EVA-CALIF-VALIDA VALUE 1 THRU 5.
           02 EVA-EVALUADOR        PIC 9(6).
           02 EVA-FECHA            PIC 9(8).
           02 EVA-CAPTURA          PIC 9(8).
           02 EVA-OPERADOR         PIC X(8).
           02 FILLER               PIC X(20).
