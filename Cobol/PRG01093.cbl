      *  todo auditado como REINGR via PRG01017; asi ni se resucita
      *  el registro a mano ni se duplica a la persona - LCG
      *  02 SEP 26
      *  La estancia anterior en ESTINTS.TXT lleva tambien el motivo de
      *  la baja (posicion 23) para el reporte de rotacion; el
      *  reingreso limpia el motivo del expediente - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-ESTANCIAS.
       01 REG-ESTANCIA               PIC X(23).
       FD  F-PUENTES.
       01 REG-PUENTE                 PIC X(12).
       WORKING-STORAGE SECTION.
           05 EST-EMP                PIC 9(6).
           05 EST-INGRESO            PIC 9(8).
           05 EST-BAJA               PIC 9(8).
           05 EST-MOTIVO             PIC X.
       01 WS-REG-PUENTE.
           05 PTE-EMP                PIC 9(6).
           05 PTE-DIAS               PIC 9(6).
            MOVE ZEROS TO REG-BAJA-DIA
            MOVE ZEROS TO REG-BAJA-MES
            MOVE ZEROS TO REG-BAJA-ANHO
            MOVE SPACE TO REG-BAJA-MOTIVO
            REWRITE REG-EMPLEADOS
            CLOSE F-EMPLEADOS
            MOVE SPACES TO WS-AUD-DESPUES
                + (REG-ING-MES * 100) + REG-ING-DIA
            COMPUTE EST-BAJA = (REG-BAJA-ANHO * 10000)
                + (REG-BAJA-MES * 100) + REG-BAJA-DIA
            MOVE REG-BAJA-MOTIVO TO EST-MOTIVO
            OPEN EXTEND F-ESTANCIAS
            IF WS-STATUS-ESTANCIAS = '35'
                OPEN OUTPUT F-ESTANCIAS
