      *  corra - LCG 02 SEP 26
      *  Trazado de FONDOLED.TXT: EMP(6) FECHA(8) PERIODO(6) TIPO(1
      *  A/D) APORTACION(13 con 2 dec) MATCH(13 con 2 dec)
      *  Renglon R de FONDOLED.TXT: la reversa de corrida de PRG01138
      *  contrarresta la aportacion A del cheque anulado y, como la
      *  distribucion, resta del saldo - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 FON-TIPO               PIC X.
               88 FON-APORTACION-E   VALUE 'A'.
               88 FON-DISTRIBUCION   VALUE 'D'.
               88 FON-REVERSA        VALUE 'R'.
           05 FON-APORTACION         PIC 9(11)V99.
           05 FON-MATCH              PIC 9(11)V99.
      *    Saldos por empleado en una pasada, al estilo de la tabla
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                NOT AT END
                    IF FON-DISTRIBUCION OR FON-REVERSA
                        COMPUTE WS-MOVIMIENTO = 0
                            - FON-APORTACION - FON-MATCH
                    ELSE
                                ' PERIODO=' FON-PERIODO
                                ' IMPORTE=' WS-ED-APORTE
                                UPON CONSOLE
                            IF FON-DISTRIBUCION OR FON-REVERSA
                                SUBTRACT FON-APORTACION
                                    FROM WS-MOVIMIENTO
                                SUBTRACT FON-MATCH
