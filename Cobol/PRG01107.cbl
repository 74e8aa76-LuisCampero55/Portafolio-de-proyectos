       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01107.
      *  Salario diario integrado (SDI) por empleado: para cada
      *  empleado activo parte del salario diario derivado de
      *  REG-SALARIO y REG-FRECUENCIA (regla de PRG01041: semanal/7,
      *  quincenal/15, mensual/30), le aplica el factor de
      *  integracion de los 15 dias de aguinaldo mas los dias de
      *  vacaciones de la tabla LFT de PRG01042 con su 25% de prima
      *  (antiguedad puenteada por PRG01094) y le suma las
      *  percepciones variables del bimestre anterior tomadas de
      *  REGCHEQ.DAT (lo pagado en cheques de nomina no cancelados
      *  por encima del salario del periodo, entre los dias
      *  naturales del bimestre); el resultado se asienta fechado
      *  en la historia SDIHIST.TXT, que la rutina compartida
      *  PRG01108 consulta para los demas programas, y se imprime el
      *  reporte SDIREP.TXT - LCG 15 OCT 26
      *  Trazado de SDIHIST.TXT: EMP(6) FECHA(8 AAAAMMDD) DIARIO(9
      *  con 2 dec) FACTOR(5 con 4 dec) FIJO(9 con 2 dec)
      *  VARIABLE(9 con 2 dec) SDI(9 con 2 dec) OPERADOR(8)
      *  Los cheques de aguinaldo, prima vacacional y PTU (concepto del
      *  complemento CHQFISC.DAT) y los retenidos en doble firma ya no
      *  suman a la parte variable del SDI - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-REGISTRO ASSIGN TO "REGCHEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS WS-STATUS-REGISTRO.
           SELECT F-CHQFISC ASSIGN TO "CHQFISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFS-NUMERO
               FILE STATUS IS WS-STATUS-CHQFISC.
           SELECT F-HISTORIA ASSIGN TO "SDIHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORIA.
           SELECT F-REPORTE ASSIGN TO "SDIREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
       DATA DIVISION.
       FILE SECTION.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-CHQFISC.
       COPY CHQFISC.
       FD  F-HISTORIA.
       01 REG-HISTORIA               PIC X(63).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       WORKING-STORAGE SECTION.
       COPY DIASXMES.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-CHQFISC          PIC XX VALUE '00'.
           88 FISCAL-OK              VALUE '00'.
       01 WS-FISCAL-ABIERTO          PIC X VALUE 'N'.
           88 FISCAL-ABIERTO         VALUE 'S'.
       01 WS-STATUS-HISTORIA         PIC XX VALUE '00'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-FIN-EMPLEADOS           PIC X VALUE 'N'.
           88 FIN-EMPLEADOS          VALUE 'Y'.
       01 WS-FIN-REGISTRO            PIC X VALUE 'N'.
           88 FIN-REGISTRO           VALUE 'Y'.
       01 WS-OPCION                  PIC X VALUE 'C'.
           88 OPCION-CALCULO         VALUE 'C'.
           88 OPCION-CONSULTA        VALUE 'I'.
       01 WS-OPERADOR                PIC X(8) VALUE 'CONSOLA'.
       01 WS-FECHA-CALCULO           PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-CALC-R REDEFINES WS-FECHA-CALCULO.
           05 WS-CAL-ANHO            PIC 9(4).
           05 WS-CAL-MES             PIC 99.
           05 WS-CAL-DIA             PIC 99.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 EmpId                      PIC 9(6) VALUE ZEROS.
      *    Bimestre IMSS anterior a la fecha de calculo
       01 WS-BIMESTRE.
           05 WS-BIM-NUM             PIC 9 VALUE ZEROS.
           05 WS-BIM-ANHO            PIC 9(4) VALUE ZEROS.
           05 WS-BIM-MES             PIC 99 VALUE ZEROS.
           05 WS-BIM-INICIO          PIC 9(8) VALUE ZEROS.
           05 WS-BIM-FIN             PIC 9(8) VALUE ZEROS.
           05 WS-BIM-DIAS            PIC 999 VALUE ZEROS.
           05 WS-ABS-INICIO          PIC 9(8) VALUE ZEROS.
           05 WS-ABS-SIGUIENTE       PIC 9(8) VALUE ZEROS.
       01 WS-CALC-ABS.
      *    Campos de apoyo para el dia absoluto (mismo metodo que
      *    030-DIAS-ABSOLUTOS de PRG01010)
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
      *    Variables del bimestre por empleado, al estilo de la tabla
      *    de acumulados de PRG01064
       01 WS-TABLA-VAR.
           05 WS-VAR-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-VAR-ENT OCCURS 2000 TIMES.
               10 WS-VAR-T-ID        PIC 9(6).
               10 WS-VAR-T-IMPORTE   PIC 9(13)V99.
       01 WS-IDX                     PIC 9(4) VALUE ZEROS.
       01 WS-ENCONTRADO              PIC X VALUE 'N'.
           88 EMP-ENCONTRADO         VALUE 'Y'.
       01 WS-CALCULO.
           05 WS-SALARIO-DIARIO      PIC 9(7)V99 VALUE ZEROS.
           05 WS-EXCEDENTE           PIC S9(13)V99 VALUE ZEROS.
           05 WS-ANTIGUEDAD          PIC 999 VALUE ZEROS.
           05 WS-ANHOS-PUENTE        PIC 999 VALUE ZEROS.
           05 WS-BLOQUES             PIC 999 VALUE ZEROS.
           05 WS-DIAS-VAC            PIC 999 VALUE ZEROS.
           05 WS-FACTOR              PIC 9V9999 VALUE ZEROS.
           05 WS-PARTE-FIJA          PIC 9(7)V99 VALUE ZEROS.
           05 WS-PARTE-VARIABLE      PIC 9(7)V99 VALUE ZEROS.
           05 WS-SDI                 PIC 9(7)V99 VALUE ZEROS.
       01 WS-REG-HISTORIA.
           05 SDI-EMP                PIC 9(6).
           05 SDI-FECHA              PIC 9(8).
           05 SDI-DIARIO             PIC 9(7)V99.
           05 SDI-FACTOR             PIC 9V9999.
           05 SDI-FIJO               PIC 9(7)V99.
           05 SDI-VARIABLE           PIC 9(7)V99.
           05 SDI-INTEGRADO          PIC 9(7)V99.
           05 SDI-OPERADOR           PIC X(8).
       01 WS-CONSULTA.
           05 WS-SDI-VIGENTE         PIC 9(7)V99 VALUE ZEROS.
           05 WS-SDI-HAY             PIC X VALUE 'N'.
               88 SDI-ENCONTRADO     VALUE 'S'.
       01 WS-CONTADORES.
           05 WS-TOT-EMPLEADOS       PIC 9(6) VALUE ZEROS.
           05 WS-TOT-CON-VARIABLE    PIC 9(6) VALUE ZEROS.
           05 WS-TOT-SDI             PIC 9(11)V99 VALUE ZEROS.
       01 WS-EDITADOS.
           05 WS-ED-DIARIO           PIC Z(6)9.99.
           05 WS-ED-FACTOR           PIC 9.9999.
           05 WS-ED-FIJO             PIC Z(6)9.99.
           05 WS-ED-VARIABLE         PIC Z(6)9.99.
           05 WS-ED-SDI              PIC Z(6)9.99.
           05 WS-ED-TOTAL            PIC Z(10)9.99.
       01 WS-LINEA-REP               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Salario diario integrado: (C)alcular y '
                'reportar, consulta (I)ndividual: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            IF OPCION-CONSULTA
                PERFORM 070-CONSULTA-INDIVIDUAL
                   THRU
                   070-CONSULTA-INDIVIDUAL-SAL
                GOBACK
            END-IF
            PERFORM 015-FECHA-CALCULO
               THRU
               015-FECHA-CALCULO-SAL
            IF FECHA-INVALIDA
                GOBACK
            END-IF
            PERFORM 018-LEER-OPERADOR
               THRU
               018-LEER-OPERADOR-SAL
            PERFORM 020-DEFINIR-BIMESTRE
               THRU
               020-DEFINIR-BIMESTRE-SAL
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro, '
                    'status ' WS-STATUS-EMPLEADOS UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 030-ACUMULAR-VARIABLES
               THRU
               030-ACUMULAR-VARIABLES-SAL
            OPEN EXTEND F-HISTORIA
            IF WS-STATUS-HISTORIA = '35'
                OPEN OUTPUT F-HISTORIA
            END-IF
            OPEN OUTPUT F-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'SALARIO DIARIO INTEGRADO AL ' WS-FECHA-CALCULO
                '  VARIABLES DEL BIMESTRE ' WS-BIM-INICIO
                ' A ' WS-BIM-FIN ' (' WS-BIM-DIAS ' DIAS)'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'EMPLEADO NOMBRE                 DIARIO  FACTOR'
                TO WS-LINEA-REP
            MOVE '       FIJO   VARIABLE        SDI'
                TO WS-LINEA-REP(49:)
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'N' TO WS-FIN-EMPLEADOS
            MOVE LOW-VALUES TO EMP-ID-REG
            START F-EMPLEADOS KEY IS NOT LESS THAN EMP-ID-REG
                INVALID KEY
                    MOVE 'Y' TO WS-FIN-EMPLEADOS
            END-START
            PERFORM 040-PROCESAR-EMPLEADO
               THRU
               040-PROCESAR-EMPLEADO-SAL
               UNTIL FIN-EMPLEADOS
            MOVE WS-TOT-SDI TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'EMPLEADOS=' WS-TOT-EMPLEADOS
                ' CON VARIABLES=' WS-TOT-CON-VARIABLE
                ' SUMA DE SDI=' WS-ED-TOTAL
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            CLOSE F-REPORTE
            CLOSE F-HISTORIA
            CLOSE F-EMPLEADOS
            DISPLAY WS-LINEA-REP UPON CONSOLE
            DISPLAY 'Historia en SDIHIST.TXT; reporte en SDIREP.TXT'
                UPON CONSOLE
            GOBACK.

       015-FECHA-CALCULO.
            MOVE 'S' TO WS-FECHA-VALIDA
            DISPLAY 'Fecha de calculo AAAAMMDD (vacia = hoy): '
                UPON CONSOLE
            ACCEPT WS-FECHA-CALCULO FROM CONSOLE
            IF WS-FECHA-CALCULO = ZEROS
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CALCULO
            END-IF
            CALL 'PRG01013' USING WS-CAL-DIA WS-CAL-MES WS-CAL-ANHO
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Error: fecha invalida' UPON CONSOLE
            END-IF.
       015-FECHA-CALCULO-SAL.
            EXIT.

       018-LEER-OPERADOR.
            OPEN INPUT F-OPSESION
            IF WS-STATUS-OPSESION = '00'
                READ F-OPSESION
                    NOT AT END
                        IF REG-OPSESION NOT = SPACES
                            MOVE REG-OPSESION TO WS-OPERADOR
                        END-IF
                END-READ
                CLOSE F-OPSESION
            END-IF.
       018-LEER-OPERADOR-SAL.
            EXIT.

       020-DEFINIR-BIMESTRE.
      *    Bimestres IMSS: ene-feb, mar-abr, ... nov-dic; el
      *    anterior al de la fecha de calculo da las variables
            COMPUTE WS-BIM-NUM = (WS-CAL-MES + 1) / 2
            IF WS-BIM-NUM = 1
                COMPUTE WS-BIM-ANHO = WS-CAL-ANHO - 1
                MOVE 11 TO WS-BIM-MES
            ELSE
                MOVE WS-CAL-ANHO TO WS-BIM-ANHO
                COMPUTE WS-BIM-MES = (WS-BIM-NUM * 2) - 3
            END-IF
            MOVE WS-BIM-ANHO TO WS-CA-ANO
            MOVE WS-BIM-MES TO WS-CA-MES
            MOVE 1 TO WS-CA-DIA
            PERFORM 060-DIAS-ABSOLUTOS
               THRU
               060-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-INICIO
            COMPUTE WS-BIM-INICIO = (WS-BIM-ANHO * 10000)
                + (WS-BIM-MES * 100) + 1
      *    Primer dia del bimestre siguiente para contar los dias
            IF WS-BIM-MES = 11
                COMPUTE WS-CA-ANO = WS-BIM-ANHO + 1
                MOVE 1 TO WS-CA-MES
            ELSE
                MOVE WS-BIM-ANHO TO WS-CA-ANO
                COMPUTE WS-CA-MES = WS-BIM-MES + 2
            END-IF
            MOVE 1 TO WS-CA-DIA
            PERFORM 060-DIAS-ABSOLUTOS
               THRU
               060-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-SIGUIENTE
            COMPUTE WS-BIM-DIAS = WS-ABS-SIGUIENTE - WS-ABS-INICIO
      *    Ultimo dia del bimestre: los dias de su segundo mes
            MOVE WS-BIM-ANHO TO WS-CA-ANO
            COMPUTE WS-CA-MES = WS-BIM-MES + 1
            MOVE 1 TO WS-CA-DIA
            PERFORM 060-DIAS-ABSOLUTOS
               THRU
               060-DIAS-ABSOLUTOS-SAL
            COMPUTE WS-BIM-FIN = (WS-BIM-ANHO * 10000)
                + ((WS-BIM-MES + 1) * 100)
                + (WS-ABS-SIGUIENTE - WS-CA-RESULT).
       020-DEFINIR-BIMESTRE-SAL.
            EXIT.

       030-ACUMULAR-VARIABLES.
      *    Lo pagado en el bimestre por encima del salario del
      *    periodo es percepcion variable; los cheques clase B
      *    (pension alimenticia) no son percepcion del empleado y los
      *    retenidos en doble firma aun no son pago
            OPEN INPUT F-REGISTRO
            IF NOT REGISTRO-OK
                DISPLAY 'AVISO: sin registro de cheques, el SDI va '
                    'sin parte variable' UPON CONSOLE
                GO TO 030-ACUMULAR-VARIABLES-SAL
            END-IF
            OPEN INPUT F-CHQFISC
            MOVE 'N' TO WS-FISCAL-ABIERTO
            IF FISCAL-OK
                MOVE 'S' TO WS-FISCAL-ABIERTO
            END-IF
            MOVE 'N' TO WS-FIN-REGISTRO
            PERFORM UNTIL FIN-REGISTRO
                READ F-REGISTRO NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-REGISTRO
                    NOT AT END
                        IF CHQ-FECHA NOT < WS-BIM-INICIO
                            AND CHQ-FECHA NOT > WS-BIM-FIN
                            AND NOT CHQ-CANCELADO
                            AND NOT CHQ-PENDIENTE
                            AND NOT CHQ-PAGO-PENSION
                            PERFORM 035-ACUMULAR-CHEQUE
                               THRU
                               035-ACUMULAR-CHEQUE-SAL
                        END-IF
                END-READ
            END-PERFORM
            IF FISCAL-ABIERTO
                CLOSE F-CHQFISC
            END-IF
            CLOSE F-REGISTRO.
       030-ACUMULAR-VARIABLES-SAL.
            EXIT.

       035-ACUMULAR-CHEQUE.
      *    Aguinaldo y prima vacacional ya van en el factor de
      *    integracion y la PTU no integra: esos cheques no aportan
      *    variable
            IF FISCAL-ABIERTO
                MOVE CHQ-NUMERO TO CFS-NUMERO
                READ F-CHQFISC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CFS-AGUINALDO OR CFS-PRIMA-VAC OR CFS-PTU
                            GO TO 035-ACUMULAR-CHEQUE-SAL
                        END-IF
                END-READ
            END-IF
            MOVE CHQ-EMP-ID TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    GO TO 035-ACUMULAR-CHEQUE-SAL
            END-READ
            COMPUTE WS-EXCEDENTE = CHQ-BRUTO - REG-SALARIO
            IF WS-EXCEDENTE NOT > ZEROS
                GO TO 035-ACUMULAR-CHEQUE-SAL
            END-IF
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-VAR-NUM OR EMP-ENCONTRADO
                IF WS-VAR-T-ID(WS-IDX) = CHQ-EMP-ID
                    MOVE 'Y' TO WS-ENCONTRADO
                    ADD WS-EXCEDENTE TO WS-VAR-T-IMPORTE(WS-IDX)
                END-IF
            END-PERFORM
            IF NOT EMP-ENCONTRADO
                IF WS-VAR-NUM < 2000
                    ADD 1 TO WS-VAR-NUM
                    MOVE CHQ-EMP-ID TO WS-VAR-T-ID(WS-VAR-NUM)
                    MOVE WS-EXCEDENTE TO WS-VAR-T-IMPORTE(WS-VAR-NUM)
                ELSE
                    DISPLAY 'AVISO: mas de 2000 empleados con '
                        'variables, corrida incompleta' UPON CONSOLE
                END-IF
            END-IF.
       035-ACUMULAR-CHEQUE-SAL.
            EXIT.

       040-PROCESAR-EMPLEADO.
            READ F-EMPLEADOS NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-EMPLEADOS
                    GO TO 040-PROCESAR-EMPLEADO-SAL
            END-READ
            IF EMP-BAJA OR REG-ING-ANHO = ZEROS
                GO TO 040-PROCESAR-EMPLEADO-SAL
            END-IF
            PERFORM 050-CALCULAR-SDI
               THRU
               050-CALCULAR-SDI-SAL
            ADD 1 TO WS-TOT-EMPLEADOS
            ADD WS-SDI TO WS-TOT-SDI
            IF WS-PARTE-VARIABLE > ZEROS
                ADD 1 TO WS-TOT-CON-VARIABLE
            END-IF
            MOVE EMP-ID-REG TO SDI-EMP
            MOVE WS-FECHA-CALCULO TO SDI-FECHA
            MOVE WS-SALARIO-DIARIO TO SDI-DIARIO
            MOVE WS-FACTOR TO SDI-FACTOR
            MOVE WS-PARTE-FIJA TO SDI-FIJO
            MOVE WS-PARTE-VARIABLE TO SDI-VARIABLE
            MOVE WS-SDI TO SDI-INTEGRADO
            MOVE WS-OPERADOR TO SDI-OPERADOR
            MOVE WS-REG-HISTORIA TO REG-HISTORIA
            WRITE REG-HISTORIA
            MOVE WS-SALARIO-DIARIO TO WS-ED-DIARIO
            MOVE WS-FACTOR TO WS-ED-FACTOR
            MOVE WS-PARTE-FIJA TO WS-ED-FIJO
            MOVE WS-PARTE-VARIABLE TO WS-ED-VARIABLE
            MOVE WS-SDI TO WS-ED-SDI
            MOVE SPACES TO WS-LINEA-REP
            STRING EMP-ID-REG '   ' REG-APE-PATERNO(1:10) ' '
                REG-NOMBRE(1:10) ' ' WS-ED-DIARIO ' ' WS-ED-FACTOR
                ' ' WS-ED-FIJO ' ' WS-ED-VARIABLE ' ' WS-ED-SDI
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       040-PROCESAR-EMPLEADO-SAL.
            EXIT.

       050-CALCULAR-SDI.
      *    Salario diario por frecuencia, como PRG01041
            EVALUATE TRUE
                WHEN FREC-SEMANAL
                    COMPUTE WS-SALARIO-DIARIO = REG-SALARIO / 7
                WHEN FREC-MENSUAL
                    COMPUTE WS-SALARIO-DIARIO = REG-SALARIO / 30
                WHEN OTHER
                    COMPUTE WS-SALARIO-DIARIO = REG-SALARIO / 15
            END-EVALUATE
      *    Antiguedad a la fecha de calculo con el servicio previo
      *    puenteado, y dias de vacaciones por la tabla de PRG01042
            COMPUTE WS-ANTIGUEDAD = WS-CAL-ANHO - REG-ING-ANHO
            IF WS-CAL-MES < REG-ING-MES
                OR (WS-CAL-MES = REG-ING-MES
                    AND WS-CAL-DIA < REG-ING-DIA)
                SUBTRACT 1 FROM WS-ANTIGUEDAD
            END-IF
            CALL 'PRG01094' USING EMP-ID-REG WS-ANHOS-PUENTE
            ADD WS-ANHOS-PUENTE TO WS-ANTIGUEDAD
            EVALUATE TRUE
                WHEN WS-ANTIGUEDAD < 1
                    MOVE 12 TO WS-DIAS-VAC
                WHEN WS-ANTIGUEDAD < 5
                    COMPUTE WS-DIAS-VAC = 12 + (2 * WS-ANTIGUEDAD)
                WHEN OTHER
                    COMPUTE WS-BLOQUES = (WS-ANTIGUEDAD - 5) / 5
                    COMPUTE WS-DIAS-VAC = 20 + (2 * (WS-BLOQUES + 1))
            END-EVALUATE
      *    Factor de integracion: 15 dias de aguinaldo mas la prima
      *    vacacional del 25% sobre los dias de vacaciones, al año
            COMPUTE WS-FACTOR ROUNDED = 1
                + ((15 + (WS-DIAS-VAC * 25 / 100)) / 365)
            COMPUTE WS-PARTE-FIJA ROUNDED =
                WS-SALARIO-DIARIO * WS-FACTOR
      *    Variables del bimestre anterior entre sus dias naturales
            MOVE ZEROS TO WS-PARTE-VARIABLE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-VAR-NUM
                IF WS-VAR-T-ID(WS-IDX) = EMP-ID-REG
                    AND WS-BIM-DIAS > ZEROS
                    COMPUTE WS-PARTE-VARIABLE ROUNDED =
                        WS-VAR-T-IMPORTE(WS-IDX) / WS-BIM-DIAS
                END-IF
            END-PERFORM
            COMPUTE WS-SDI = WS-PARTE-FIJA + WS-PARTE-VARIABLE.
       050-CALCULAR-SDI-SAL.
            EXIT.

       060-DIAS-ABSOLUTOS.
      *    Dia absoluto desde el año 0000 (regla gregoriana completa
      *    4/100/400), igual que en PRG01010
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
       060-DIAS-ABSOLUTOS-SAL.
            EXIT.

       070-CONSULTA-INDIVIDUAL.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CALCULO
            CALL 'PRG01108' USING EmpId WS-FECHA-CALCULO
                WS-SDI-VIGENTE WS-SDI-HAY
            IF SDI-ENCONTRADO
                MOVE WS-SDI-VIGENTE TO WS-ED-SDI
                DISPLAY 'SDI vigente del empleado ' EmpId ': '
                    WS-ED-SDI UPON CONSOLE
            ELSE
                DISPLAY 'El empleado ' EmpId ' no tiene SDI '
                    'calculado; corra el calculo' UPON CONSOLE
            END-IF.
       070-CONSULTA-INDIVIDUAL-SAL.
            EXIT.

       END PROGRAM PRG01107.
