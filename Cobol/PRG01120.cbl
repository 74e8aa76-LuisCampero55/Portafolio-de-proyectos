       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01120.
      *  Faltas injustificadas (FALTAS.TXT): captura por empleado y
      *  dia con las listas que mandan los supervisores, validada con
      *  la rutina compartida PRG01121 (fecha valida, no feriado, no
      *  repetida, fuera de incapacidades y de vacaciones aprobadas o
      *  tomadas) y firmada con el operador de OPSESION.TXT; listado
      *  individual y reporte mensual de ausentismo (AUSENT.TXT) que
      *  marca a quien llega al limite de 7 faltas en el mes que
      *  reconoce el IMSS y a quien junta 4 o mas faltas en 30 dias,
      *  para revision de juridico; el lote de PRG01019 descuenta las
      *  faltas del periodo a quincenales y mensuales - LCG 15 OCT 26
      *  Trazado del renglon: EMP(6) FECHA(8 AAAAMMDD) CAPTURA(8)
      *  OPERADOR(8) ORIGEN(1: C captura, R reloj checador) NOTA(29)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FALTAS ASSIGN TO "FALTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FALTAS.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
           SELECT F-REPORTE ASSIGN TO "AUSENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-FALTAS.
       01 REG-FALTA                  PIC X(60).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       WORKING-STORAGE SECTION.
       COPY DIASXMES.
       01 WS-STATUS-FALTAS           PIC XX VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-EMPLEADOS-ABIERTO       PIC X VALUE 'N'.
           88 EMPLEADOS-ABIERTO      VALUE 'S'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'C'.
           88 OPCION-CAPTURA         VALUE 'C'.
           88 OPCION-LISTAR          VALUE 'L'.
           88 OPCION-REPORTE         VALUE 'R'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-RENGLON-FALTA.
           05 FAL-EMP                PIC 9(6).
           05 FAL-FECHA              PIC 9(8).
           05 FAL-CAPTURA            PIC 9(8).
           05 FAL-OPERADOR           PIC X(8).
           05 FAL-ORIGEN             PIC X.
           05 FAL-NOTA               PIC X(29).
       01 EmpId                      PIC 9(6) VALUE ZEROS.
       01 DiaFalta                   PIC 99 VALUE ZEROS.
       01 MesFalta                   PIC 99 VALUE ZEROS.
       01 AnhoFalta                  PIC 9999 VALUE ZEROS.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 WS-OPERADOR                PIC X(8) VALUE 'CONSOLA'.
       01 WS-FALTA-OK                PIC X VALUE 'N'.
           88 FALTA-ACEPTADA         VALUE 'S'.
       01 WS-FALTA-MOTIVO            PIC X(30) VALUE SPACES.
       01 WS-TOT-LISTADAS            PIC 9(4) VALUE ZEROS.
      *    Reporte mensual: faltas del mes y de los 29 dias previos
      *    (para la ventana de 30 dias), y acumulado por empleado
       01 WS-MES-REPORTE             PIC 9(6) VALUE ZEROS.
       01 WS-MES-REP-R REDEFINES WS-MES-REPORTE.
           05 WS-MR-ANHO             PIC 9999.
           05 WS-MR-MES              PIC 99.
       01 WS-FECHA-TOPE              PIC 9(8) VALUE ZEROS.
       01 WS-ABS-MES                 PIC 9(8) VALUE ZEROS.
       01 WS-ABS-DESDE               PIC 9(8) VALUE ZEROS.
       01 WS-TABLA-FALTAS.
           05 WS-TF-NUM              PIC 9(4) VALUE ZEROS.
           05 WS-TF-ENT OCCURS 3000 TIMES.
               10 WS-TF-EMP          PIC 9(6).
               10 WS-TF-FECHA        PIC 9(8).
               10 WS-TF-ABS          PIC 9(8).
       01 WS-TABLA-EMP.
           05 WS-TE-NUM              PIC 9(4) VALUE ZEROS.
           05 WS-TE-ENT OCCURS 1000 TIMES.
               10 WS-TE-EMP          PIC 9(6).
               10 WS-TE-MES          PIC 999.
               10 WS-TE-VENTANA      PIC 999.
       01 WS-IDX                     PIC 9(4) VALUE ZEROS.
       01 WS-IDX2                    PIC 9(4) VALUE ZEROS.
       01 WS-IDX-EMP                 PIC 9(4) VALUE ZEROS.
       01 WS-CUENTA-VENTANA          PIC 999 VALUE ZEROS.
       01 WS-TABLA-LLENA             PIC X VALUE 'N'.
           88 TABLA-LLENA            VALUE 'S'.
       01 WS-TOT-LIMITE-IMSS         PIC 9(4) VALUE ZEROS.
       01 WS-TOT-VENTANA             PIC 9(4) VALUE ZEROS.
       01 WS-MARCA                   PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-REP              PIC X(30) VALUE SPACES.
       01 WS-DEPTO-REP               PIC X(4) VALUE SPACES.
       01 WS-LINEA-REP               PIC X(132) VALUE SPACES.
       01 WS-FECHA-DESGLOSE.
           05 WS-FD-ANHO             PIC 9999.
           05 WS-FD-MES              PIC 99.
           05 WS-FD-DIA              PIC 99.
       01 WS-FECHA-NUM REDEFINES WS-FECHA-DESGLOSE
                                     PIC 9(8).
       01 WS-CALC-ABS.
      *    Campos de apoyo para el dia absoluto (mismo metodo que
      *    070-DIAS-ABSOLUTOS de PRG01105)
           05 WS-CA-ANO              PIC 9(4).
           05 WS-CA-MES              PIC 99.
           05 WS-CA-DIA              PIC 99.
           05 WS-CA-BIS              PIC X.
               88 CA-ANO-BISIESTO    VALUE 'Y'.
           05 WS-ANO-PREV            PIC 9(4).
           05 WS-BIS-Q4              PIC 9(4).
           05 WS-BIS-Q100            PIC 9(4).
           05 WS-BIS-Q400            PIC 9(4).
           05 WS-BIS-DIAS            PIC 9(6).
           05 WS-CA-RESULT           PIC 9(8).
           05 WS-RES-COC             PIC 9(6).
           05 WS-RES-4               PIC 9(4).

       PROCEDURE DIVISION.
       010-INICIO.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            PERFORM 012-OPERADOR-FIRMADO
               THRU
               012-OPERADOR-FIRMADO-SAL
            PERFORM 015-SESION
               THRU
               015-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       012-OPERADOR-FIRMADO.
            MOVE 'CONSOLA' TO WS-OPERADOR
            OPEN INPUT F-OPSESION
            IF WS-STATUS-OPSESION = '00'
                READ F-OPSESION INTO WS-OPERADOR
                    AT END
                        MOVE 'CONSOLA' TO WS-OPERADOR
                END-READ
                CLOSE F-OPSESION
            END-IF.
       012-OPERADOR-FIRMADO-SAL.
            EXIT.

       015-SESION.
            DISPLAY 'Faltas: (C)apturar, (L)istar por empleado, '
                '(R)eporte mensual de ausentismo: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-LISTAR
                    PERFORM 030-LISTAR
                       THRU
                       030-LISTAR-SAL
                WHEN OPCION-REPORTE
                    PERFORM 040-REPORTE-MENSUAL
                       THRU
                       040-REPORTE-MENSUAL-SAL
                WHEN OTHER
                    PERFORM 020-CAPTURAR
                       THRU
                       020-CAPTURAR-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       015-SESION-SAL.
            EXIT.

       020-CAPTURAR.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT FAL-EMP FROM CONSOLE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro de '
                    'personal' UPON CONSOLE
                GO TO 020-CAPTURAR-SAL
            END-IF
            MOVE FAL-EMP TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    DISPLAY 'Error: no existe ese empleado'
                        UPON CONSOLE
                    CLOSE F-EMPLEADOS
                    GO TO 020-CAPTURAR-SAL
            END-READ
            CLOSE F-EMPLEADOS
            IF EMP-BAJA
                DISPLAY 'Error: el empleado esta dado de baja'
                    UPON CONSOLE
                GO TO 020-CAPTURAR-SAL
            END-IF
            DISPLAY 'Dia de la falta: ' UPON CONSOLE
            ACCEPT DiaFalta FROM CONSOLE
            DISPLAY 'Mes de la falta: ' UPON CONSOLE
            ACCEPT MesFalta FROM CONSOLE
            DISPLAY 'Anho de la falta: ' UPON CONSOLE
            ACCEPT AnhoFalta FROM CONSOLE
            COMPUTE FAL-FECHA = (AnhoFalta * 10000)
                + (MesFalta * 100) + DiaFalta
            IF FAL-FECHA > WS-FECHA-SIS
                DISPLAY 'Error: no se capturan faltas futuras'
                    UPON CONSOLE
                GO TO 020-CAPTURAR-SAL
            END-IF
            CALL 'PRG01121' USING FAL-EMP FAL-FECHA WS-FALTA-OK
                WS-FALTA-MOTIVO
            IF NOT FALTA-ACEPTADA
                DISPLAY 'Falta rechazada: ' WS-FALTA-MOTIVO
                    UPON CONSOLE
                GO TO 020-CAPTURAR-SAL
            END-IF
            DISPLAY 'Nota (opcional): ' UPON CONSOLE
            ACCEPT FAL-NOTA FROM CONSOLE
            MOVE WS-FECHA-SIS TO FAL-CAPTURA
            MOVE WS-OPERADOR TO FAL-OPERADOR
            MOVE 'C' TO FAL-ORIGEN
            OPEN EXTEND F-FALTAS
            IF WS-STATUS-FALTAS = '35'
                OPEN OUTPUT F-FALTAS
            END-IF
            MOVE WS-RENGLON-FALTA TO REG-FALTA
            WRITE REG-FALTA
            CLOSE F-FALTAS
            DISPLAY 'Falta registrada: ' FAL-EMP ' ' FAL-FECHA
                UPON CONSOLE.
       020-CAPTURAR-SAL.
            EXIT.

       030-LISTAR.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            MOVE ZEROS TO WS-TOT-LISTADAS
            OPEN INPUT F-FALTAS
            IF WS-STATUS-FALTAS NOT = '00'
                DISPLAY 'Sin faltas (FALTAS.TXT)' UPON CONSOLE
                GO TO 030-LISTAR-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-FALTAS INTO WS-RENGLON-FALTA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF FAL-EMP = EmpId
                            ADD 1 TO WS-TOT-LISTADAS
                            DISPLAY 'FECHA=' FAL-FECHA
                                ' CAPTURA=' FAL-CAPTURA
                                ' POR=' FAL-OPERADOR
                                ' ORIGEN=' FAL-ORIGEN
                                ' ' FAL-NOTA UPON CONSOLE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-FALTAS
            DISPLAY 'Faltas del empleado: ' WS-TOT-LISTADAS
                UPON CONSOLE.
       030-LISTAR-SAL.
            EXIT.

       040-REPORTE-MENSUAL.
            DISPLAY 'Mes del reporte (AAAAMM): ' UPON CONSOLE
            ACCEPT WS-MES-REPORTE FROM CONSOLE
            IF WS-MR-MES < 1 OR WS-MR-MES > 12
                DISPLAY 'Error: mes invalido' UPON CONSOLE
                GO TO 040-REPORTE-MENSUAL-SAL
            END-IF
            MOVE WS-MR-ANHO TO WS-CA-ANO
            MOVE WS-MR-MES TO WS-CA-MES
            MOVE 1 TO WS-CA-DIA
            PERFORM 070-DIAS-ABSOLUTOS
               THRU
               070-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-MES
            COMPUTE WS-ABS-DESDE = WS-ABS-MES - 29
            COMPUTE WS-FECHA-TOPE = (WS-MES-REPORTE * 100) + 31
            MOVE ZEROS TO WS-TF-NUM
            MOVE ZEROS TO WS-TE-NUM
            MOVE ZEROS TO WS-TOT-LIMITE-IMSS
            MOVE ZEROS TO WS-TOT-VENTANA
            MOVE 'N' TO WS-TABLA-LLENA
            OPEN INPUT F-FALTAS
            IF WS-STATUS-FALTAS NOT = '00'
                DISPLAY 'Sin faltas (FALTAS.TXT)' UPON CONSOLE
                GO TO 040-REPORTE-MENSUAL-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 045-CARGAR-FALTA
               THRU
               045-CARGAR-FALTA-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-FALTAS
            IF TABLA-LLENA
                DISPLAY 'AVISO: demasiadas faltas en el periodo; el '
                    'reporte considera las primeras ' WS-TF-NUM
                    UPON CONSOLE
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-TF-NUM
                IF WS-TF-FECHA(WS-IDX)(1:6) = WS-MES-REPORTE
                    PERFORM 050-CONTAR-VENTANA
                       THRU
                       050-CONTAR-VENTANA-SAL
                END-IF
            END-PERFORM
            OPEN INPUT F-EMPLEADOS
            MOVE 'N' TO WS-EMPLEADOS-ABIERTO
            IF EMP-OK
                MOVE 'S' TO WS-EMPLEADOS-ABIERTO
            END-IF
            OPEN OUTPUT F-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'REPORTE DE AUSENTISMO (FALTAS INJUSTIFICADAS), '
                'MES ' WS-MES-REPORTE
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'EMPLEADO NOMBRE                         DEPTO '
                'MES  30 DIAS  REVISION'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-TE-NUM
                PERFORM 060-RENGLON-EMPLEADO
                   THRU
                   060-RENGLON-EMPLEADO-SAL
            END-PERFORM
            MOVE SPACES TO WS-LINEA-REP
            STRING 'EMPLEADOS CON FALTAS: ' WS-TE-NUM
                '  LIMITE IMSS 7 DIAS: ' WS-TOT-LIMITE-IMSS
                '  4 O MAS EN 30 DIAS: ' WS-TOT-VENTANA
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            DISPLAY WS-LINEA-REP UPON CONSOLE
            CLOSE F-REPORTE
            IF EMPLEADOS-ABIERTO
                CLOSE F-EMPLEADOS
            END-IF
            DISPLAY 'Reporte en AUSENT.TXT' UPON CONSOLE.
       040-REPORTE-MENSUAL-SAL.
            EXIT.

       045-CARGAR-FALTA.
      *    Solo las faltas entre 29 dias antes del mes y su fin
            READ F-FALTAS INTO WS-RENGLON-FALTA
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 045-CARGAR-FALTA-SAL
            END-READ
            IF FAL-FECHA > WS-FECHA-TOPE
                GO TO 045-CARGAR-FALTA-SAL
            END-IF
            MOVE FAL-FECHA TO WS-FECHA-NUM
            IF WS-FD-MES < 1 OR WS-FD-MES > 12
                GO TO 045-CARGAR-FALTA-SAL
            END-IF
            MOVE WS-FD-ANHO TO WS-CA-ANO
            MOVE WS-FD-MES TO WS-CA-MES
            MOVE WS-FD-DIA TO WS-CA-DIA
            PERFORM 070-DIAS-ABSOLUTOS
               THRU
               070-DIAS-ABSOLUTOS-SAL
            IF WS-CA-RESULT < WS-ABS-DESDE
                GO TO 045-CARGAR-FALTA-SAL
            END-IF
            IF WS-TF-NUM NOT < 3000
                MOVE 'S' TO WS-TABLA-LLENA
                GO TO 045-CARGAR-FALTA-SAL
            END-IF
            ADD 1 TO WS-TF-NUM
            MOVE FAL-EMP TO WS-TF-EMP(WS-TF-NUM)
            MOVE FAL-FECHA TO WS-TF-FECHA(WS-TF-NUM)
            MOVE WS-CA-RESULT TO WS-TF-ABS(WS-TF-NUM).
       045-CARGAR-FALTA-SAL.
            EXIT.

       050-CONTAR-VENTANA.
      *    Falta del mes: suma al empleado y cuenta sus faltas en los
      *    30 dias que terminan ese dia; se guarda la ventana mayor
            MOVE ZEROS TO WS-IDX-EMP
            PERFORM VARYING WS-IDX2 FROM 1 BY 1
                UNTIL WS-IDX2 > WS-TE-NUM
                OR WS-IDX-EMP > ZEROS
                IF WS-TE-EMP(WS-IDX2) = WS-TF-EMP(WS-IDX)
                    MOVE WS-IDX2 TO WS-IDX-EMP
                END-IF
            END-PERFORM
            IF WS-IDX-EMP = ZEROS
                IF WS-TE-NUM NOT < 1000
                    GO TO 050-CONTAR-VENTANA-SAL
                END-IF
                ADD 1 TO WS-TE-NUM
                MOVE WS-TE-NUM TO WS-IDX-EMP
                MOVE WS-TF-EMP(WS-IDX) TO WS-TE-EMP(WS-IDX-EMP)
                MOVE ZEROS TO WS-TE-MES(WS-IDX-EMP)
                MOVE ZEROS TO WS-TE-VENTANA(WS-IDX-EMP)
            END-IF
            ADD 1 TO WS-TE-MES(WS-IDX-EMP)
            MOVE ZEROS TO WS-CUENTA-VENTANA
            PERFORM VARYING WS-IDX2 FROM 1 BY 1
                UNTIL WS-IDX2 > WS-TF-NUM
                IF WS-TF-EMP(WS-IDX2) = WS-TF-EMP(WS-IDX)
                    AND WS-TF-ABS(WS-IDX2) NOT > WS-TF-ABS(WS-IDX)
                    AND WS-TF-ABS(WS-IDX2) + 29
                        NOT < WS-TF-ABS(WS-IDX)
                    ADD 1 TO WS-CUENTA-VENTANA
                END-IF
            END-PERFORM
            IF WS-CUENTA-VENTANA > WS-TE-VENTANA(WS-IDX-EMP)
                MOVE WS-CUENTA-VENTANA TO WS-TE-VENTANA(WS-IDX-EMP)
            END-IF.
       050-CONTAR-VENTANA-SAL.
            EXIT.

       060-RENGLON-EMPLEADO.
            MOVE SPACES TO WS-NOMBRE-REP
            MOVE SPACES TO WS-DEPTO-REP
            IF EMPLEADOS-ABIERTO
                MOVE WS-TE-EMP(WS-IDX) TO EMP-ID-REG
                READ F-EMPLEADOS
                    INVALID KEY
                        MOVE '(NO EXISTE EN EL MAESTRO)'
                            TO WS-NOMBRE-REP
                    NOT INVALID KEY
                        STRING REG-APE-PATERNO DELIMITED BY SPACE
                            ' ' DELIMITED BY SIZE
                            REG-NOMBRE DELIMITED BY SPACE
                            INTO WS-NOMBRE-REP
                        MOVE REG-DEPTO TO WS-DEPTO-REP
                END-READ
            END-IF
            MOVE SPACES TO WS-MARCA
            IF WS-TE-MES(WS-IDX) NOT < 7
                ADD 1 TO WS-TOT-LIMITE-IMSS
                MOVE 'LIMITE IMSS 7 DIAS' TO WS-MARCA
            END-IF
            IF WS-TE-VENTANA(WS-IDX) NOT < 4
                ADD 1 TO WS-TOT-VENTANA
                IF WS-MARCA = SPACES
                    MOVE '4+ EN 30 DIAS' TO WS-MARCA
                ELSE
                    MOVE 'LIMITE IMSS 7 DIAS / 4+ EN 30 DIAS'
                        TO WS-MARCA
                END-IF
            END-IF
            MOVE SPACES TO WS-LINEA-REP
            STRING WS-TE-EMP(WS-IDX) '   ' WS-NOMBRE-REP ' '
                WS-DEPTO-REP '  ' WS-TE-MES(WS-IDX) '  '
                WS-TE-VENTANA(WS-IDX) '      ' WS-MARCA
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            IF WS-MARCA NOT = SPACES
                DISPLAY WS-LINEA-REP UPON CONSOLE
            END-IF.
       060-RENGLON-EMPLEADO-SAL.
            EXIT.

       070-DIAS-ABSOLUTOS.
      *    Dia absoluto desde el año 0000 (regla gregoriana completa
      *    4/100/400), igual que en PRG01105
            DIVIDE WS-CA-ANO BY 4 GIVING WS-RES-COC
                REMAINDER WS-RES-4
            IF WS-RES-4 = 0
                DIVIDE WS-CA-ANO BY 100 GIVING WS-RES-COC
                    REMAINDER WS-RES-4
                IF WS-RES-4 = 0
                    DIVIDE WS-CA-ANO BY 400 GIVING WS-RES-COC
                        REMAINDER WS-RES-4
                    IF WS-RES-4 = 0
                        MOVE 'Y' TO WS-CA-BIS
                    ELSE
                        MOVE 'N' TO WS-CA-BIS
                    END-IF
                ELSE
                    MOVE 'Y' TO WS-CA-BIS
                END-IF
            ELSE
                MOVE 'N' TO WS-CA-BIS
            END-IF
            COMPUTE WS-ANO-PREV = WS-CA-ANO - 1
            DIVIDE WS-ANO-PREV BY 4 GIVING WS-BIS-Q4
            DIVIDE WS-ANO-PREV BY 100 GIVING WS-BIS-Q100
            DIVIDE WS-ANO-PREV BY 400 GIVING WS-BIS-Q400
            COMPUTE WS-BIS-DIAS =
                WS-BIS-Q4 - WS-BIS-Q100 + WS-BIS-Q400
            IF CA-ANO-BISIESTO
                COMPUTE WS-CA-RESULT = (WS-CA-ANO - 1) * 365
                    + WS-BIS-DIAS + ACU2(WS-CA-MES) + WS-CA-DIA
            ELSE
                COMPUTE WS-CA-RESULT = (WS-CA-ANO - 1) * 365
                    + WS-BIS-DIAS + ACU1(WS-CA-MES) + WS-CA-DIA
            END-IF.
       070-DIAS-ABSOLUTOS-SAL.
            EXIT.

       END PROGRAM PRG01120.
