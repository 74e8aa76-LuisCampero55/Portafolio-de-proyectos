      *  filtra los cheques por su CHQ-FRECUENCIA y los renglones
      *  viejos sin frecuencia (cortos) cuentan como quincenales -
      *  LCG 02 SEP 26
      *  La corrida revertida (estado R de PRG01138) no impide el
      *  cierre del periodo; su cuadre contra el registro se revisa
      *  igual - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    ' sin control en CORRIDAS.TXT' UPON CONSOLE
                GO TO 040-CUADRAR-CORRIDA-SAL
            END-IF
      *    La corrida revertida (estado R de PRG01138) conserva sus
      *    cheques anulados en el registro y tambien debe cuadrar
            IF COR-ESTADO NOT = 'L' AND COR-ESTADO NOT = 'R'
                MOVE 'Y' TO WS-CIERRE-MAL
                DISPLAY 'Corrida ' COR-NUMERO ' no liberada '
                    '(estado ' COR-ESTADO '); cuadrela con PRG01039'
