      *  emp(6) nombre(40) parentesco(10) nac(8) pct(3), y el
      *  trailer lleva ademas el conteo de registros B para que la
      *  transmision se siga autoverificando - LCG 02 SEP 26
      *  El extracto lleva salario, RFC y CURP sin enmascarar: se niega
      *  al operador cuyo nivel no tiene vista completa en PRG01149 y
      *  la corrida autorizada queda en la bitacora de consultas - LCG
      *  15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 WS-TRL-CONTEO          PIC 9(8) VALUE ZEROS.
           05 WS-TRL-HASH            PIC 9(12) VALUE ZEROS.
           05 WS-TRL-DEP             PIC 9(8) VALUE ZEROS.
       01 WS-MSK-PROGRAMA            PIC X(8) VALUE 'PRG01034'.
       01 WS-MSK-EMP                 PIC 9(6) VALUE ZEROS.
       01 WS-MSK-TIPO                PIC X VALUE 'E'.
       01 WS-MSK-DATO                PIC X(40) VALUE SPACES.
       01 WS-MSK-VISIBLE             PIC X VALUE 'N'.
           88 MSK-VISIBLE            VALUE 'S'.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Extraccion de empleados activos para beneficios'
                UPON CONSOLE
      *    El extracto lleva salario, RFC y CURP completos y no se
      *    puede enmascarar: solo lo corre un nivel con vista completa
      *    de datos sensibles, y la corrida queda en la bitacora
            MOVE 'I' TO WS-MSK-TIPO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE 'E' TO WS-MSK-TIPO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            IF NOT MSK-VISIBLE
                DISPLAY 'Error: el nivel del operador no autoriza la '
                    'vista completa de datos sensibles' UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 020-ESCRIBIR-EXTRACTO
               THRU
               020-ESCRIBIR-EXTRACTO-SAL
