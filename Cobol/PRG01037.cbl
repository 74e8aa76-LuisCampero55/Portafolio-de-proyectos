      *  inmutables (no hay vaciado ni cambio sobre ellas, una
      *  correccion es una version nueva) y el vaciado V solo toca
      *  la tabla plana DEDUCC.TXT de respaldo - LCG 02 SEP 26
      *  Renglones tipo E (subsidio para el empleo): limite inferior,
      *  limite superior y monto del subsidio del tramo en el campo de
      *  cuota, sin porcentaje; se capturan en la tabla plana o en una
      *  version con vigencia igual que los tramos de ISR y PRG01038
      *  los acredita contra el ISR - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 FIN-TABLA              VALUE 'Y'.
       01 WS-RENGLON.
           05 WS-TIPO                PIC X.
               88 TIPO-VALIDO        VALUE 'I' 'S' 'O' 'E'.
           05 WS-LIMINF              PIC 9(11)V99.
           05 WS-LIMSUP              PIC 9(11)V99.
           05 WS-CUOTA               PIC 9(11)V99.
            EXIT.

       032-CAPTURAR-RENGLON.
            DISPLAY 'Tipo de renglon: (I)SR, (S)IMSS, (O)tras, '
                'subsidio al (E)mpleo: ' UPON CONSOLE
            ACCEPT WS-TIPO FROM CONSOLE
            IF NOT TIPO-VALIDO
                DISPLAY 'Tipo invalido' UPON CONSOLE
            MOVE ZEROS TO WS-LIMINF
            MOVE ZEROS TO WS-LIMSUP
            MOVE ZEROS TO WS-CUOTA
            MOVE ZEROS TO WS-PORCENTAJE
            IF WS-TIPO = 'I' OR WS-TIPO = 'E'
                DISPLAY 'Limite inferior, pesos: ' UPON CONSOLE
                ACCEPT WS-CAP-LIMINF-PESOS FROM CONSOLE
                DISPLAY 'Limite inferior, centavos: ' UPON CONSOLE
                ACCEPT WS-CAP-LIMSUP-PESOS FROM CONSOLE
                DISPLAY 'Limite superior, centavos: ' UPON CONSOLE
                ACCEPT WS-CAP-LIMSUP-CENT FROM CONSOLE
                IF WS-TIPO = 'E'
                    DISPLAY 'Subsidio del tramo, pesos: '
                        UPON CONSOLE
                ELSE
                    DISPLAY 'Cuota fija, pesos: ' UPON CONSOLE
                END-IF
                ACCEPT WS-CAP-CUOTA-PESOS FROM CONSOLE
                DISPLAY 'Centavos: ' UPON CONSOLE
                ACCEPT WS-CAP-CUOTA-CENT FROM CONSOLE
                COMPUTE WS-LIMINF = WS-CAP-LIMINF-PESOS
                    + (WS-CAP-LIMINF-CENT / 100)
                COMPUTE WS-CUOTA = WS-CAP-CUOTA-PESOS
                    + (WS-CAP-CUOTA-CENT / 100)
            END-IF
      *    El subsidio es un monto por tramo, sin porcentaje
            IF WS-TIPO = 'E'
                GO TO 032-CAPTURAR-RENGLON-SAL
            END-IF
            DISPLAY 'Porcentaje, parte entera (0-99): ' UPON CONSOLE
            ACCEPT WS-CAP-PCT-ENT FROM CONSOLE
            DISPLAY 'Porcentaje, centesimas (0-99): ' UPON CONSOLE
