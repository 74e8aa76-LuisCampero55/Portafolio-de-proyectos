      *  PUESTO SALARIO NACIMIENTO INGRESO (fechas AAAAMMDD);
      *  operadores: EQ NE GT GE LT LE (ID, SALARIO y las fechas
      *  comparan como numero, lo demas como texto)
      *  La columna SALARIO del reporte y del CSV pasa por el
      *  enmascarado por nivel de operador de PRG01149 - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-SALARIO-ED              PIC 9(7).99.
       01 WS-FECHA-ARM               PIC 9(8) VALUE ZEROS.
       01 WS-FIN-ORDEN               PIC X VALUE 'N'.
       01 WS-MSK-PROGRAMA            PIC X(8) VALUE 'PRG01087'.
       01 WS-MSK-TIPO                PIC X VALUE SPACE.
       01 WS-MSK-DATO                PIC X(40) VALUE SPACES.
       01 WS-MSK-VISIBLE             PIC X VALUE 'N'.
           88 FIN-ORDEN              VALUE 'Y'.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Generador de reportes por criterios '
                '(REPCRIT.TXT)' UPON CONSOLE
            MOVE 'I' TO WS-MSK-TIPO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EMP-ID-REG
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            PERFORM 020-CARGAR-CRITERIOS
               THRU
               020-CARGAR-CRITERIOS-SAL
                PERFORM 045-VALOR-DEL-CAMPO
                   THRU
                   045-VALOR-DEL-CAMPO-SAL
                PERFORM 085-ENMASCARAR-VALOR
                   THRU
                   085-ENMASCARAR-VALOR-SAL
                MOVE WS-VALOR-CAMPO
                    TO WS-LINEA-SALIDA(WS-POSICION:20)
                ADD 21 TO WS-POSICION
                PERFORM 045-VALOR-DEL-CAMPO
                   THRU
                   045-VALOR-DEL-CAMPO-SAL
                PERFORM 085-ENMASCARAR-VALOR
                   THRU
                   085-ENMASCARAR-VALOR-SAL
      *        Largo efectivo del valor para no arrastrar espacios
                MOVE ZEROS TO WS-LARGO
                PERFORM VARYING WS-IDX FROM 20 BY -1
       080-ARMAR-RENGLONES-SAL.
            EXIT.

       085-ENMASCARAR-VALOR.
      *    Solo la salida se enmascara; la seleccion sigue comparando
      *    contra el valor real del maestro
            IF WS-COL-CAMPO(WS-IDX2) NOT = 'SALARIO'
                GO TO 085-ENMASCARAR-VALOR-SAL
            END-IF
            MOVE 'S' TO WS-MSK-TIPO
            MOVE WS-VALOR-CAMPO TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EMP-ID-REG
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:20) TO WS-VALOR-CAMPO.
       085-ENMASCARAR-VALOR-SAL.
            EXIT.

       END PROGRAM PRG01087.
