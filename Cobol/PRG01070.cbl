      *  PRG01002) y mandando a AJUSTEXC.TXT los registros que no se
      *  pudieron actualizar (desborde del campo o error de
      *  regrabado) - LCG 02 SEP 26
      *  Ajuste por merito (tipo M): toma el salario propuesto a cada
      *  empleado en MERITPRO.TXT (propuesta de PRG01141 segun su
      *  calificacion y su posicion en la banda, ya topada al techo)
      *  por la misma previa y el mismo commit; quien no trae propuesta
      *  no entra y si el salario cambio despues de proponer se rechaza
      *  a AJUSTEXC.TXT - LCG 15 OCT 26
      *  El commit toma un numero de lote (fecha y hora de la corrida)
      *  que sale en AJUSTREV.TXT y en consola, y deja en AJUSTLOT.TXT
      *  un renglon por empleado ajustado (LOTE(14) EMP(6) EFECTIVA(8)
      *  TIPO(1)) para las cartas de cambio de salario de PRG01159 -
      *  LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOVHIST ASSIGN TO "MOVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVHIST.
           SELECT F-PROPUESTA ASSIGN TO "MERITPRO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROPUESTA.
           SELECT F-LOTE ASSIGN TO "AJUSTLOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOTE.
       DATA DIVISION.
       FILE SECTION.
       FD  F-EMPLEADOS.
       01 REG-EXCEPCION              PIC X(120).
       FD  F-MOVHIST.
       01 REG-MOVHIST                PIC X(72).
       FD  F-PROPUESTA.
       COPY MERITPRO.
       FD  F-LOTE.
       01 REG-LOTE                   PIC X(29).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-MOVHIST          PIC XX VALUE '00'.
       01 WS-STATUS-PROPUESTA        PIC XX VALUE '00'.
       01 WS-STATUS-LOTE             PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-MODO                    PIC X VALUE 'P'.
           05 WS-AJU-TIPO            PIC X VALUE 'P'.
               88 AJUSTE-PORCENTAJE  VALUE 'P'.
               88 AJUSTE-IMPORTE     VALUE 'I'.
               88 AJUSTE-MERITO      VALUE 'M'.
           05 WS-AJU-PCT-ENT         PIC 99 VALUE ZEROS.
           05 WS-AJU-PCT-DEC         PIC 99 VALUE ZEROS.
           05 WS-AJU-PORCENTAJE      PIC 99V99 VALUE ZEROS.
           05 WS-SALARIO-NUEVO       PIC 9(9)V99 VALUE ZEROS.
           05 WS-DESBORDE            PIC X VALUE 'N'.
               88 SALARIO-DESBORDA   VALUE 'S'.
      *    Propuesta individual de incrementos por merito de
      *    PRG01141, en orden de empleado
       01 WS-TABLA-MERITO.
           05 WS-MER-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-MER-ENT OCCURS 2000 TIMES.
               10 WS-MER-EMP         PIC 9(6).
               10 WS-MER-ACTUAL      PIC 9(7)V99.
               10 WS-MER-NUEVO       PIC 9(7)V99.
       01 WS-MER-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-MER-HALLADO             PIC 9(4) VALUE ZEROS.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-CONTADORES.
           02 MOV-ANTES              PIC X(20).
           02 MOV-DESPUES            PIC X(20).
           02 MOV-EFECTIVA           PIC 9(8).
      *    Indice del lote del commit en AJUSTLOT.TXT: un renglon por
      *    empleado ajustado, para que las cartas de cambio de salario
      *    de PRG01159 tomen de MOVHIST.TXT justo los de este lote
       01 WS-REG-LOTE.
           02 AJL-LOTE.
               03 AJL-LOTE-FECHA     PIC 9(8).
               03 AJL-LOTE-HORA      PIC 9(6).
           02 AJL-EMP                PIC 9(6).
           02 AJL-EFECTIVA           PIC 9(8).
           02 AJL-TIPO               PIC X.
       01 DiaEfe                     PIC 99 VALUE ZEROS.
       01 MesEfe                     PIC 99 VALUE ZEROS.
       01 AnhoEfe                    PIC 9999 VALUE ZEROS.
            DISPLAY 'Salario hasta, pesos (0 = sin techo): '
                UPON CONSOLE
            ACCEPT WS-SEL-SAL-HASTA FROM CONSOLE
            DISPLAY 'Ajuste por: (P)orcentaje, (I)mporte fijo, '
                '(M)erito segun la propuesta MERITPRO.TXT: '
                UPON CONSOLE
            ACCEPT WS-AJU-TIPO FROM CONSOLE
            IF AJUSTE-MERITO
                PERFORM 015-CARGAR-PROPUESTA
                   THRU
                   015-CARGAR-PROPUESTA-SAL
                IF WS-MER-NUM = ZEROS
                    DISPLAY 'Sin propuesta de merito en MERITPRO.TXT; '
                        'corra la propuesta de PRG01141' UPON CONSOLE
                    GOBACK
                END-IF
            ELSE
            IF AJUSTE-IMPORTE
                DISPLAY 'Importe del ajuste, pesos: ' UPON CONSOLE
                ACCEPT WS-AJU-PESOS FROM CONSOLE
                COMPUTE WS-AJU-PORCENTAJE = WS-AJU-PCT-ENT
                    + (WS-AJU-PCT-DEC / 100)
            END-IF
            END-IF
            IF MODO-COMMIT
                DISPLAY 'Dia efectivo del ajuste: ' UPON CONSOLE
                ACCEPT DiaEfe FROM CONSOLE
                END-IF
            END-IF
            IF MODO-COMMIT
                CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
                MOVE WS-FECHA-SIS TO AJL-LOTE-FECHA
                MOVE WS-HORA-SIS(1:6) TO AJL-LOTE-HORA
                MOVE WS-AJU-TIPO TO AJL-TIPO
                MOVE WS-EFECTIVA TO AJL-EFECTIVA
                OPEN I-O F-EMPLEADOS
            ELSE
                OPEN INPUT F-EMPLEADOS
                MOVE 'AJUSTE MASIVO DE SALARIOS (PREVIA)'
                    TO REG-REVISION
            END-IF
            IF AJUSTE-MERITO
                MOVE 'POR MERITO' TO REG-REVISION(38:10)
            END-IF
            IF MODO-COMMIT
                MOVE 'LOTE' TO REG-REVISION(50:4)
                MOVE AJL-LOTE TO REG-REVISION(55:14)
            END-IF
            WRITE REG-REVISION
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 020-PROCESAR-EMPLEADO
            DISPLAY WS-LINEA-REP UPON CONSOLE
            DISPLAY 'Revision en AJUSTREV.TXT, rechazos en '
                'AJUSTEXC.TXT' UPON CONSOLE
            IF MODO-COMMIT
                DISPLAY 'Lote del ajuste (para las cartas): '
                    AJL-LOTE UPON CONSOLE
            END-IF
            GOBACK.

       015-CARGAR-PROPUESTA.
      *    La propuesta ya viene topada al techo de la banda; aqui
      *    solo se carga para buscar a cada empleado seleccionado
            MOVE ZEROS TO WS-MER-NUM
            OPEN INPUT F-PROPUESTA
            IF WS-STATUS-PROPUESTA NOT = '00'
                GO TO 015-CARGAR-PROPUESTA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-PROPUESTA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-MER-NUM < 2000
                            ADD 1 TO WS-MER-NUM
                            MOVE MPR-EMP TO WS-MER-EMP(WS-MER-NUM)
                            MOVE MPR-SALARIO-ACTUAL
                                TO WS-MER-ACTUAL(WS-MER-NUM)
                            MOVE MPR-SALARIO-NUEVO
                                TO WS-MER-NUEVO(WS-MER-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-PROPUESTA
            MOVE 'N' TO WS-FIN-ARCHIVO.
       015-CARGAR-PROPUESTA-SAL.
            EXIT.

       020-PROCESAR-EMPLEADO.
            READ F-EMPLEADOS NEXT RECORD
                AT END
                AND REG-SALARIO > WS-SEL-SAL-HASTA
                GO TO 030-FILTRAR-Y-AJUSTAR-SAL
            END-IF
      *    En el ajuste por merito solo entra quien trae propuesta
            IF AJUSTE-MERITO
                MOVE ZEROS TO WS-MER-HALLADO
                PERFORM VARYING WS-MER-IDX FROM 1 BY 1
                    UNTIL WS-MER-IDX > WS-MER-NUM
                    OR WS-MER-HALLADO > ZEROS
                    IF WS-MER-EMP(WS-MER-IDX) = EMP-ID-REG
                        MOVE WS-MER-IDX TO WS-MER-HALLADO
                    END-IF
                END-PERFORM
                IF WS-MER-HALLADO = ZEROS
                    GO TO 030-FILTRAR-Y-AJUSTAR-SAL
                END-IF
            END-IF
            ADD 1 TO WS-TOT-SELECC
            MOVE 'N' TO WS-DESBORDE
      *    Si el salario cambio despues de la propuesta el incremento
      *    ya no corresponde; se rechaza para volver a proponer
            IF AJUSTE-MERITO
                AND WS-MER-ACTUAL(WS-MER-HALLADO) NOT = REG-SALARIO
                ADD 1 TO WS-TOT-RECHAZADOS
                MOVE SPACES TO WS-LINEA-REP
                STRING 'EMP=' EMP-ID-REG
                    ' MOTIVO=EL SALARIO CAMBIO DESPUES DE LA PROPUESTA'
                    ' DE MERITO'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                MOVE WS-LINEA-REP TO REG-EXCEPCION
                WRITE REG-EXCEPCION
                GO TO 030-FILTRAR-Y-AJUSTAR-SAL
            END-IF
            IF AJUSTE-MERITO
                MOVE WS-MER-NUEVO(WS-MER-HALLADO) TO WS-SALARIO-NUEVO
            ELSE
            IF AJUSTE-IMPORTE
                COMPUTE WS-SALARIO-NUEVO = REG-SALARIO
                    + WS-AJU-IMPORTE
                COMPUTE WS-SALARIO-NUEVO ROUNDED = REG-SALARIO
                    * (1 + (WS-AJU-PORCENTAJE / 100))
            END-IF
            END-IF
            IF WS-SALARIO-NUEVO > 9999999.99
                MOVE 'S' TO WS-DESBORDE
            END-IF
            END-IF
            MOVE WS-REG-MOVHIST TO REG-MOVHIST
            WRITE REG-MOVHIST
            CLOSE F-MOVHIST
            MOVE EMP-ID-REG TO AJL-EMP
            OPEN EXTEND F-LOTE
            IF WS-STATUS-LOTE = '35'
                OPEN OUTPUT F-LOTE
            END-IF
            MOVE WS-REG-LOTE TO REG-LOTE
            WRITE REG-LOTE
            CLOSE F-LOTE.
       040-GRABAR-MOVIMIENTO-SAL.
            EXIT.

