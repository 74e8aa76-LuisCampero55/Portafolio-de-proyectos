      *  finiquito puede negarse mientras haya saldo - LCG 02 SEP 26
      *  Trazado de PRESTMOV.TXT: EMP(6) FECHA(8) PERIODO(6)
      *  ABONO(13 con 2 dec) SALDO(13 con 2 dec)
      *  PRESTMOV.TXT lleva al final el tipo de renglon (espacio abono,
      *  R reversa de abono que asienta la reversa de corrida de
      *  PRG01138); el estado de cuenta resta las reversas del total
      *  abonado - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-MOVIMIENTOS.
       01 REG-MOVIMIENTO             PIC X(47).
       FD  F-ESTADO.
       01 REG-ESTADO                 PIC X(110).
       WORKING-STORAGE SECTION.
           05 MOV-PERIODO            PIC 9(6).
           05 MOV-ABONO              PIC 9(11)V99.
           05 MOV-SALDO              PIC 9(11)V99.
           05 MOV-TIPO               PIC X.
               88 MOV-REVERSA        VALUE 'R'.
       01 WS-FIN-MOVS                PIC X VALUE 'N'.
           88 FIN-MOVS               VALUE 'Y'.
       01 WS-TOT-ABONADO             PIC 9(11)V99 VALUE ZEROS.
                    MOVE 'Y' TO WS-FIN-MOVS
                NOT AT END
                    IF MOV-EMP = PRE-EMP-ID
                        MOVE MOV-ABONO TO WS-ED-ABONO
                        MOVE MOV-SALDO TO WS-ED-SALDO
                        MOVE SPACES TO WS-LINEA-EDO
      *                La reversa de una corrida regresa el abono
                        IF MOV-REVERSA
                            SUBTRACT MOV-ABONO FROM WS-TOT-ABONADO
                            STRING 'FECHA=' MOV-FECHA
                                ' PERIODO=' MOV-PERIODO
                                ' REVERSA=' WS-ED-ABONO
                                ' SALDO=' WS-ED-SALDO
                                DELIMITED BY SIZE
                                INTO WS-LINEA-EDO
                        ELSE
                            ADD MOV-ABONO TO WS-TOT-ABONADO
                            STRING 'FECHA=' MOV-FECHA
                                ' PERIODO=' MOV-PERIODO
                                ' ABONO=' WS-ED-ABONO
                                ' SALDO=' WS-ED-SALDO
                                DELIMITED BY SIZE
                                INTO WS-LINEA-EDO
                        END-IF
                        MOVE WS-LINEA-EDO TO REG-ESTADO
                        WRITE REG-ESTADO
                    END-IF
                MOVE ZEROS TO MOV-PERIODO
                MOVE PRE-SALDO TO MOV-ABONO
                MOVE ZEROS TO MOV-SALDO
                MOVE SPACE TO MOV-TIPO
                OPEN EXTEND F-MOVIMIENTOS
                IF WS-STATUS-MOVIMIENTOS = '35'
                    OPEN OUTPUT F-MOVIMIENTOS
