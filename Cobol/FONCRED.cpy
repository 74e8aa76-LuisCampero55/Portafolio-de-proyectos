      *  Copybook compartido: cedula mensual de creditos FONACOT
      *  (FONCRED.DAT), llave el mes de la cedula (AAAAMM) mas el
      *  numero de credito; la importa PRG01115 con el trabajador ya
      *  localizado por RFC o NSS en el maestro (cero si no se
      *  localizo), PRG01019 retiene la cuota mensual repartida entre
      *  los pagos del mes y asienta lo retenido y el motivo cuando
      *  no se pudo retener completa, y PRG01115 saca con eso el
      *  archivo de pago y conciliacion del mes; el FILLER final
      *  reserva espacio para crecer el registro sin reconvertir el
      *  archivo - LCG 15 OCT 26
       01 REG-FONCRED.
           02 FON-LLAVE.
               03 FON-MES          PIC 9(6).
               03 FON-CREDITO      PIC X(10).
           02 FON-EMP-ID           PIC 9(6).
           02 FON-RFC              PIC X(13).
           02 FON-NSS              PIC X(11).
           02 FON-NOMBRE           PIC X(40).
           02 FON-CUOTA            PIC 9(9)V99.
           02 FON-NUM-CUOTA        PIC 999.
           02 FON-PLAZO            PIC 999.
           02 FON-RETENIDO         PIC 9(9)V99.
           02 FON-APLICACIONES     PIC 99.
           02 FON-MOTIVO           PIC X.
               88 FON-SIN-NOVEDAD  VALUE ' '.
               88 FON-INCAPACIDAD  VALUE 'I'.
               88 FON-NETO-INSUF   VALUE 'N'.
               88 FON-BAJA         VALUE 'B'.
               88 FON-NO-LOCALIZADO VALUE 'X'.
           02 FON-FECHA-IMPORTA    PIC 9(8).
           02 FILLER               PIC X(35).
