       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01136.
      *  Proyeccion del costo de la nomina a doce meses, para la
      *  temporada de presupuesto: a partir del maestro activo
      *  (salario, frecuencia y fecha de ingreso de EMPLEADOS.DAT)
      *  proyecta mes por mes el sueldo mensual (salario del periodo
      *  llevado al mes como en PRG01085: semanal por 30/7, quincenal
      *  por 2, mensual tal cual), las percepciones recurrentes
      *  vigentes de RECURR.TXT (solo las de tipo P del catalogo
      *  CONCEPTO.TXT de PRG01102), el aguinaldo de diciembre con la
      *  regla de PRG01041 (15 dias prorrateados por los dias del
      *  año), la prima vacacional del 25 pct en el mes de cada
      *  aniversario (dias de la tabla LFT de PRG01042 con la
      *  antiguedad puenteada de PRG01094), la PTU estimada de mayo
      *  repartida a la manera de PRG01085 y la recuperacion de los
      *  prestamos de PRESTMAE.DAT hasta que se liquidan; admite un
      *  aumento planeado (porcentaje y mes desde el que aplica);
      *  reporte por compañia, departamento y mes en PROYNOM.TXT y,
      *  a pedido, los cubos CUBOPRY1.TXT (ene-jun) y CUBOPRY2.TXT
      *  (jul-dic) con el acomodo de PRG01099 (fila del mapa
      *  CUBODEPT.TXT, columna el mes del semestre, medida 1
      *  plantilla, 2 masa salarial en miles) mas la medida 3 del
      *  costo total proyectado en miles, para cotejarlos contra los
      *  cubos reales CUBONOM1/CUBONOM2 con la opcion de totales de
      *  PRG01012 - LCG 15 OCT 26
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
           SELECT F-PRESTAMOS ASSIGN TO "PRESTMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRE-EMP-ID
               FILE STATUS IS WS-STATUS-PRESTAMOS.
           SELECT F-CONCEPTOS ASSIGN TO "CONCEPTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONCEPTOS.
           SELECT F-RECURRENTES ASSIGN TO "RECURR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RECURRENTES.
           SELECT F-MAPA ASSIGN TO "CUBODEPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MAPA.
           SELECT F-CUBO ASSIGN DYNAMIC WS-ARCH-CUBO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CUBO.
           SELECT F-REPORTE ASSIGN TO "PROYNOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-PRESTAMOS.
       COPY PRESTMAE.
       FD  F-CONCEPTOS.
       01 REG-CONCEPTO               PIC X(35).
       FD  F-RECURRENTES.
       01 REG-RECURRENTE             PIC X(40).
       FD  F-MAPA.
       01 REG-MAPA                   PIC X(7).
       FD  F-CUBO.
       01 REG-CUBO                   PIC X(40).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-PRESTAMOS        PIC XX VALUE '00'.
           88 PRESTAMOS-OK           VALUE '00'.
       01 WS-STATUS-CONCEPTOS        PIC XX VALUE '00'.
       01 WS-STATUS-RECURRENTES      PIC XX VALUE '00'.
       01 WS-STATUS-MAPA             PIC XX VALUE '00'.
       01 WS-STATUS-CUBO             PIC XX VALUE '00'.
       01 WS-ARCH-CUBO               PIC X(100) VALUE SPACES.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-HAY-PRESTAMOS           PIC X VALUE 'N'.
           88 HAY-PRESTAMOS          VALUE 'S'.
       01 WS-ESCRIBIR-CUBO           PIC X VALUE 'N'.
           88 ESCRIBIR-CUBO          VALUE 'S'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-SIS-R REDEFINES WS-FECHA-SIS.
           05 WS-SIS-ANHO            PIC 9(4).
           05 WS-SIS-MES             PIC 99.
           05 WS-SIS-DIA             PIC 99.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
      *    Parametros de la proyeccion
       01 WS-PRIMER-MES              PIC 9(6) VALUE ZEROS.
       01 WS-PRIMER-MES-R REDEFINES WS-PRIMER-MES.
           05 WS-PRI-ANHO            PIC 9(4).
           05 WS-PRI-MM              PIC 99.
       01 WS-COMPANIA-PRY            PIC 99 VALUE ZEROS.
       01 WS-AUM-ENT                 PIC 99 VALUE ZEROS.
       01 WS-AUM-DEC                 PIC 99 VALUE ZEROS.
       01 WS-AUM-PCT                 PIC 99V99 VALUE ZEROS.
       01 WS-AUM-MES                 PIC 9(6) VALUE ZEROS.
       01 WS-AUM-MES-R REDEFINES WS-AUM-MES.
           05 WS-AUM-ANHO            PIC 9(4).
           05 WS-AUM-MM              PIC 99.
       01 WS-PTU-ESTIMADA.
           05 WS-PTU-PESOS           PIC 9(11) VALUE ZEROS.
           05 WS-PTU-CENT            PIC 99 VALUE ZEROS.
       01 WS-PTU-MONTO               PIC 9(13)V99 VALUE ZEROS.
       01 WS-PTU-ANHO-BASE           PIC 9999 VALUE ZEROS.
      *    Los doce meses de la ventana
       01 WS-TABLA-MESES.
           05 WS-MES-ENT OCCURS 12 TIMES.
               10 WS-MES-T-NUM       PIC 9(6).
               10 WS-MES-T-R REDEFINES WS-MES-T-NUM.
                   15 WS-MES-T-ANHO  PIC 9(4).
                   15 WS-MES-T-MM    PIC 99.
       01 WS-M                       PIC 99 VALUE ZEROS.
       01 WS-MES-CALC.
           05 WS-CALC-ANHO           PIC 9(4) VALUE ZEROS.
           05 WS-CALC-MM             PIC 99 VALUE ZEROS.
      *    Catalogo de percepciones y recurrentes vigentes
       01 WS-RENGLON-CON.
           05 WS-CON-CODIGO          PIC X(4).
           05 WS-CON-TIPO            PIC X.
           05 WS-CON-DESCRIPCION     PIC X(30).
       01 WS-TABLA-PERCEP.
           05 WS-PER-NUM             PIC 9(3) VALUE ZEROS.
           05 WS-PER-CODIGO          PIC X(4) OCCURS 200 TIMES.
       01 WS-RENGLON-REC.
           05 WS-REC-EMP             PIC 9(6).
           05 WS-REC-CODIGO          PIC X(4).
           05 WS-REC-MODO            PIC X.
               88 REC-MODO-PCT       VALUE 'P'.
           05 WS-REC-VALOR           PIC 9(11)V99.
           05 WS-REC-INICIO          PIC 9(8).
           05 WS-REC-FIN             PIC 9(8).
       01 WS-TABLA-RECURR.
           05 WS-RCU-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-RCU-ENT OCCURS 3000 TIMES.
               10 WS-RCU-T-EMP       PIC 9(6).
               10 WS-RCU-T-MODO      PIC X.
               10 WS-RCU-T-VALOR     PIC 9(11)V99.
               10 WS-RCU-T-INICIO    PIC 9(8).
               10 WS-RCU-T-FIN       PIC 9(8).
       01 WS-RCU-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-ES-PERCEPCION           PIC X VALUE 'N'.
           88 ES-PERCEPCION          VALUE 'S'.
      *    Empleados activos de la compañia pedida
       01 WS-TABLA-EMP.
           05 WS-EMP-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-EMP-ENT OCCURS 2000 TIMES.
               10 WS-EMP-T-ID        PIC 9(6).
               10 WS-EMP-T-SALARIO   PIC 9(7)V99.
               10 WS-EMP-T-FREC      PIC X.
               10 WS-EMP-T-INGRESO   PIC 9(8).
               10 WS-EMP-T-ING-R REDEFINES WS-EMP-T-INGRESO.
                   15 WS-EMP-T-ING-ANHO   PIC 9(4).
                   15 WS-EMP-T-ING-MES    PIC 99.
                   15 WS-EMP-T-ING-DIA    PIC 99.
               10 WS-EMP-T-ING-R2 REDEFINES WS-EMP-T-INGRESO.
                   15 WS-EMP-T-ING-AAAAMM PIC 9(6).
                   15 FILLER              PIC 99.
               10 WS-EMP-T-PUENTE    PIC 999.
               10 WS-EMP-T-FILA      PIC 9(3).
               10 WS-EMP-T-DIAS      PIC 9(3).
               10 WS-EMP-T-DEVENGADO PIC 9(11)V99.
               10 WS-EMP-T-PTU       PIC 9(11)V99.
       01 WS-IDX                     PIC 9(4) VALUE ZEROS.
       01 WS-TOT-FUERA               PIC 9(4) VALUE ZEROS.
      *    Proyeccion por compañia y departamento, mes por mes
       01 WS-TABLA-FILAS.
           05 WS-FIL-NUM             PIC 9(3) VALUE ZEROS.
           05 WS-FIL-ENT OCCURS 200 TIMES.
               10 WS-FIL-T-COMPANIA  PIC 99.
               10 WS-FIL-T-DEPTO     PIC X(4).
               10 WS-FIL-T-MES OCCURS 12 TIMES.
                   15 WS-FIL-PLANTILLA   PIC 9(5).
                   15 WS-FIL-MASA        PIC 9(11)V99.
                   15 WS-FIL-SUELDO      PIC 9(11)V99.
                   15 WS-FIL-RECURR      PIC 9(11)V99.
                   15 WS-FIL-AGUINALDO   PIC 9(11)V99.
                   15 WS-FIL-PRIMA       PIC 9(11)V99.
                   15 WS-FIL-PTU         PIC 9(11)V99.
                   15 WS-FIL-PRESTAMO    PIC 9(11)V99.
       01 WS-FIL                     PIC 9(3) VALUE ZEROS.
       01 WS-FIL-HALLADA             PIC 9(3) VALUE ZEROS.
      *    Calculo por empleado y mes
       01 WS-CALCULO.
           05 WS-PERIODO-AUM         PIC 9(9)V99 VALUE ZEROS.
           05 WS-MENSUAL             PIC 9(11)V99 VALUE ZEROS.
           05 WS-DIARIO              PIC 9(9)V99 VALUE ZEROS.
           05 WS-FACTOR              PIC 9V9999 VALUE ZEROS.
           05 WS-IMPORTE             PIC 9(11)V99 VALUE ZEROS.
           05 WS-MES-INICIO          PIC 9(8) VALUE ZEROS.
           05 WS-MES-FIN             PIC 9(8) VALUE ZEROS.
           05 WS-ANTIGUEDAD          PIC 999 VALUE ZEROS.
           05 WS-BLOQUES             PIC 999 VALUE ZEROS.
           05 WS-DERECHO             PIC 999 VALUE ZEROS.
           05 WS-DIAS-TRABAJADOS     PIC 9(5) VALUE ZEROS.
           05 WS-DIAS-DEL-ANHO       PIC 999 VALUE ZEROS.
           05 WS-PREST-SALDO         PIC 9(11)V99 VALUE ZEROS.
           05 WS-PREST-PAGO          PIC 9(11)V99 VALUE ZEROS.
       01 WS-ANHOS-PUENTE            PIC 999 VALUE ZEROS.
      *    Reparto de la PTU estimada
       01 WS-PTU-CALC.
           05 WS-PTU-TOT-DIAS        PIC 9(9) VALUE ZEROS.
           05 WS-PTU-TOT-DEVENGADO   PIC 9(13)V99 VALUE ZEROS.
           05 WS-PTU-MITAD           PIC 9(13)V99 VALUE ZEROS.
           05 WS-PTU-TOPE            PIC 9(11)V99 VALUE ZEROS.
       COPY DIASXMES.
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
       01 WS-ABS-INICIO              PIC 9(8) VALUE ZEROS.
       01 WS-ABS-FIN                 PIC 9(8) VALUE ZEROS.
      *    Totales del mes para el pie del reporte
       01 WS-TABLA-TOTALES.
           05 WS-TOT-MES OCCURS 12 TIMES.
               10 WS-TOT-PLANTILLA   PIC 9(6).
               10 WS-TOT-SUELDO      PIC 9(13)V99.
               10 WS-TOT-RECURR      PIC 9(13)V99.
               10 WS-TOT-AGUINALDO   PIC 9(13)V99.
               10 WS-TOT-PRIMA       PIC 9(13)V99.
               10 WS-TOT-PTU         PIC 9(13)V99.
               10 WS-TOT-PRESTAMO    PIC 9(13)V99.
       01 WS-COSTO                   PIC 9(13)V99 VALUE ZEROS.
       01 WS-GRAN-TOTAL              PIC 9(13)V99 VALUE ZEROS.
       01 WS-EDITADOS.
           05 WS-ED-PLANTILLA        PIC ZZZZZ9.
           05 WS-ED-SUELDO           PIC Z(10)9.99.
           05 WS-ED-RECURR           PIC Z(10)9.99.
           05 WS-ED-AGUINALDO        PIC Z(10)9.99.
           05 WS-ED-PRIMA            PIC Z(10)9.99.
           05 WS-ED-PTU              PIC Z(10)9.99.
           05 WS-ED-COSTO            PIC Z(10)9.99.
           05 WS-ED-PRESTAMO         PIC Z(10)9.99.
           05 WS-ED-PCT              PIC Z9.99.
       01 WS-LINEA-REP               PIC X(150) VALUE SPACES.
      *    Mapa de departamentos a filas del cubo (CUBODEPT.TXT)
       01 WS-RENGLON-MAPA.
           05 WS-MAP-DEPTO           PIC X(4).
           05 FILLER                 PIC X.
           05 WS-MAP-FILA            PIC 99.
       01 WS-TABLA-MAPA.
           05 WS-MAPA-NUM            PIC 99 VALUE ZEROS.
           05 WS-MAPA-ENT OCCURS 10 TIMES.
               10 WS-MAPA-T-DEPTO    PIC X(4).
               10 WS-MAPA-T-FILA     PIC 99.
       01 WS-MAPA-IDX                PIC 99 VALUE ZEROS.
       01 WS-FILA-CUBO               PIC 99 VALUE ZEROS.
       01 WS-TOT-SIN-MAPA            PIC 9(4) VALUE ZEROS.
      *    Acumulado del cubo por fila y mes del calendario
       01 WS-ACUMULADO-CUBO.
           05 WS-ACU-FILA OCCURS 10 TIMES.
               10 WS-ACU-MES OCCURS 12 TIMES.
                   15 WS-ACU-PLANTILLA  PIC 9(6).
                   15 WS-ACU-MASA       PIC 9(13)V99.
                   15 WS-ACU-COSTO      PIC 9(13)V99.
       01 WS-SEMESTRE                PIC 9 VALUE ZEROS.
       01 WS-MES-CAL                 PIC 99 VALUE ZEROS.
       01 WS-MILES                   PIC 9(8) VALUE ZEROS.
      *    Cubo en el formato de PRG01012
       01 TABLA.
           02 FILAS           OCCURS 10 TIMES.
               10 COLUMNAS    OCCURS 10 TIMES.
                   15 PROFUNDIDAD   OCCURS 10 TIMES.
                       20 VAL-FON PIC 9(4) VALUE ZEROS.
       01 WS-DIMENSIONES.
           05 WS-DIM-FILAS    PIC 99 VALUE 10.
           05 WS-DIM-COLS     PIC 99 VALUE 6.
           05 WS-DIM-PROF     PIC 99 VALUE 3.
       01 INDICES.
           05 IND1            PIC 99 VALUE ZEROS.
           05 IND2            PIC 99 VALUE ZEROS.
           05 IND3            PIC 99 VALUE ZEROS.
       01 WS-ENCABEZADO.
           05 WS-ENC-MARCA                  PIC X(3) VALUE 'DIM'.
           05 WS-ENC-FILAS                  PIC 99.
           05 WS-ENC-COLS                   PIC 99.
           05 WS-ENC-PROF                   PIC 99.
       01 WS-FILA-LINEA                     PIC X(40).
       01 WS-FILA-ED REDEFINES WS-FILA-LINEA.
           05 WS-COL-ED       PIC 9(4) OCCURS 10 TIMES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Proyeccion del costo de nomina a doce meses'
                UPON CONSOLE
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            PERFORM 020-PARAMETROS
               THRU
               020-PARAMETROS-SAL
            IF WS-PRIMER-MES = ZEROS
                GOBACK
            END-IF
            PERFORM 030-CARGAR-RECURRENTES
               THRU
               030-CARGAR-RECURRENTES-SAL
            PERFORM 040-CARGAR-EMPLEADOS
               THRU
               040-CARGAR-EMPLEADOS-SAL
            IF WS-EMP-NUM = ZEROS
                DISPLAY 'Sin empleados activos que proyectar'
                    UPON CONSOLE
                GOBACK
            END-IF
            IF WS-PTU-MONTO > ZEROS
                PERFORM 045-REPARTIR-PTU
                   THRU
                   045-REPARTIR-PTU-SAL
            END-IF
            PERFORM 050-PROYECTAR
               THRU
               050-PROYECTAR-SAL
            PERFORM 070-ESCRIBIR-REPORTE
               THRU
               070-ESCRIBIR-REPORTE-SAL
            IF ESCRIBIR-CUBO
                PERFORM 080-ESCRIBIR-CUBOS
                   THRU
                   080-ESCRIBIR-CUBOS-SAL
            END-IF
            GOBACK.

       020-PARAMETROS.
            DISPLAY 'Primer mes de la proyeccion (AAAAMM, ceros = el '
                'mes siguiente): ' UPON CONSOLE
            ACCEPT WS-PRIMER-MES FROM CONSOLE
            IF WS-PRIMER-MES = ZEROS
                MOVE WS-SIS-ANHO TO WS-PRI-ANHO
                COMPUTE WS-PRI-MM = WS-SIS-MES + 1
                IF WS-PRI-MM > 12
                    MOVE 01 TO WS-PRI-MM
                    ADD 1 TO WS-PRI-ANHO
                END-IF
            END-IF
            IF WS-PRI-MM < 1 OR WS-PRI-MM > 12
                DISPLAY 'Error: mes invalido' UPON CONSOLE
                MOVE ZEROS TO WS-PRIMER-MES
                GO TO 020-PARAMETROS-SAL
            END-IF
            MOVE WS-PRI-ANHO TO WS-CALC-ANHO
            MOVE WS-PRI-MM TO WS-CALC-MM
            PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                MOVE WS-CALC-ANHO TO WS-MES-T-ANHO(WS-M)
                MOVE WS-CALC-MM TO WS-MES-T-MM(WS-M)
                ADD 1 TO WS-CALC-MM
                IF WS-CALC-MM > 12
                    MOVE 01 TO WS-CALC-MM
                    ADD 1 TO WS-CALC-ANHO
                END-IF
            END-PERFORM
            DISPLAY 'Compañia (00 = todas): ' UPON CONSOLE
            ACCEPT WS-COMPANIA-PRY FROM CONSOLE
            DISPLAY 'Aumento planeado en porcentaje, enteros (00 = '
                'sin aumento): ' UPON CONSOLE
            ACCEPT WS-AUM-ENT FROM CONSOLE
            DISPLAY 'Aumento planeado, decimales: ' UPON CONSOLE
            ACCEPT WS-AUM-DEC FROM CONSOLE
            COMPUTE WS-AUM-PCT = WS-AUM-ENT + (WS-AUM-DEC / 100)
            MOVE ZEROS TO WS-AUM-MES
            IF WS-AUM-PCT > ZEROS
                DISPLAY 'Mes desde el que aplica el aumento (AAAAMM): '
                    UPON CONSOLE
                ACCEPT WS-AUM-MES FROM CONSOLE
                IF WS-AUM-MM < 1 OR WS-AUM-MM > 12
                    DISPLAY 'Mes del aumento invalido; se aplica '
                        'desde el primer mes' UPON CONSOLE
                    MOVE WS-PRIMER-MES TO WS-AUM-MES
                END-IF
            END-IF
            DISPLAY 'PTU estimada a repartir en mayo, pesos (ceros = '
                'sin PTU): ' UPON CONSOLE
            ACCEPT WS-PTU-PESOS FROM CONSOLE
            DISPLAY 'PTU estimada, centavos: ' UPON CONSOLE
            ACCEPT WS-PTU-CENT FROM CONSOLE
            COMPUTE WS-PTU-MONTO = WS-PTU-PESOS + (WS-PTU-CENT / 100)
            DISPLAY '¿Escribir los cubos de la proyeccion? (S/N): '
                UPON CONSOLE
            ACCEPT WS-ESCRIBIR-CUBO FROM CONSOLE.
       020-PARAMETROS-SAL.
            EXIT.

       030-CARGAR-RECURRENTES.
      *    Solo las percepciones suman al costo; la deduccion
      *    recurrente sale del neto del empleado
            MOVE ZEROS TO WS-PER-NUM
            MOVE ZEROS TO WS-RCU-NUM
            OPEN INPUT F-CONCEPTOS
            IF WS-STATUS-CONCEPTOS NOT = '00'
                GO TO 030-CARGAR-RECURRENTES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CONCEPTOS INTO WS-RENGLON-CON
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-CON-TIPO = 'P' AND WS-PER-NUM < 200
                            ADD 1 TO WS-PER-NUM
                            MOVE WS-CON-CODIGO
                                TO WS-PER-CODIGO(WS-PER-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CONCEPTOS
            IF WS-PER-NUM = ZEROS
                GO TO 030-CARGAR-RECURRENTES-SAL
            END-IF
            OPEN INPUT F-RECURRENTES
            IF WS-STATUS-RECURRENTES NOT = '00'
                GO TO 030-CARGAR-RECURRENTES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 035-GUARDAR-RECURRENTE
               THRU
               035-GUARDAR-RECURRENTE-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-RECURRENTES.
       030-CARGAR-RECURRENTES-SAL.
            EXIT.

       035-GUARDAR-RECURRENTE.
            READ F-RECURRENTES INTO WS-RENGLON-REC
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 035-GUARDAR-RECURRENTE-SAL
            END-READ
            MOVE 'N' TO WS-ES-PERCEPCION
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-PER-NUM OR ES-PERCEPCION
                IF WS-PER-CODIGO(WS-IDX) = WS-REC-CODIGO
                    MOVE 'S' TO WS-ES-PERCEPCION
                END-IF
            END-PERFORM
            IF NOT ES-PERCEPCION OR WS-RCU-NUM NOT < 3000
                GO TO 035-GUARDAR-RECURRENTE-SAL
            END-IF
            ADD 1 TO WS-RCU-NUM
            MOVE WS-REC-EMP TO WS-RCU-T-EMP(WS-RCU-NUM)
            MOVE WS-REC-MODO TO WS-RCU-T-MODO(WS-RCU-NUM)
            MOVE WS-REC-VALOR TO WS-RCU-T-VALOR(WS-RCU-NUM)
            MOVE WS-REC-INICIO TO WS-RCU-T-INICIO(WS-RCU-NUM)
            MOVE WS-REC-FIN TO WS-RCU-T-FIN(WS-RCU-NUM).
       035-GUARDAR-RECURRENTE-SAL.
            EXIT.

       040-CARGAR-EMPLEADOS.
            MOVE ZEROS TO WS-EMP-NUM
            MOVE ZEROS TO WS-FIL-NUM
            MOVE ZEROS TO WS-TOT-FUERA
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro, status '
                    WS-STATUS-EMPLEADOS UPON CONSOLE
                GO TO 040-CARGAR-EMPLEADOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 042-GUARDAR-EMPLEADO
               THRU
               042-GUARDAR-EMPLEADO-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-EMPLEADOS
            IF WS-TOT-FUERA > ZEROS
                DISPLAY 'AVISO: ' WS-TOT-FUERA ' empleados no caben '
                    'en las tablas y quedan fuera' UPON CONSOLE
            END-IF.
       040-CARGAR-EMPLEADOS-SAL.
            EXIT.

       042-GUARDAR-EMPLEADO.
            READ F-EMPLEADOS NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 042-GUARDAR-EMPLEADO-SAL
            END-READ
            IF EMP-BAJA OR REG-ING-ANHO = ZEROS
                GO TO 042-GUARDAR-EMPLEADO-SAL
            END-IF
            IF REG-COMPANIA NOT NUMERIC OR REG-COMPANIA = ZEROS
                MOVE 01 TO REG-COMPANIA
            END-IF
            IF WS-COMPANIA-PRY NOT = ZEROS
                AND REG-COMPANIA NOT = WS-COMPANIA-PRY
                GO TO 042-GUARDAR-EMPLEADO-SAL
            END-IF
            PERFORM 044-BUSCAR-FILA
               THRU
               044-BUSCAR-FILA-SAL
            IF WS-FIL-HALLADA = ZEROS OR WS-EMP-NUM NOT < 2000
                ADD 1 TO WS-TOT-FUERA
                GO TO 042-GUARDAR-EMPLEADO-SAL
            END-IF
            ADD 1 TO WS-EMP-NUM
            MOVE EMP-ID-REG TO WS-EMP-T-ID(WS-EMP-NUM)
            MOVE REG-SALARIO TO WS-EMP-T-SALARIO(WS-EMP-NUM)
            MOVE REG-FRECUENCIA TO WS-EMP-T-FREC(WS-EMP-NUM)
            COMPUTE WS-EMP-T-INGRESO(WS-EMP-NUM) =
                (REG-ING-ANHO * 10000) + (REG-ING-MES * 100)
                + REG-ING-DIA
            MOVE WS-FIL-HALLADA TO WS-EMP-T-FILA(WS-EMP-NUM)
            MOVE ZEROS TO WS-EMP-T-DIAS(WS-EMP-NUM)
            MOVE ZEROS TO WS-EMP-T-DEVENGADO(WS-EMP-NUM)
            MOVE ZEROS TO WS-EMP-T-PTU(WS-EMP-NUM)
      *    Servicio previo puenteado por reingreso, para los dias de
      *    vacaciones de la tabla
            CALL 'PRG01094' USING EMP-ID-REG WS-ANHOS-PUENTE
            MOVE WS-ANHOS-PUENTE TO WS-EMP-T-PUENTE(WS-EMP-NUM).
       042-GUARDAR-EMPLEADO-SAL.
            EXIT.

       044-BUSCAR-FILA.
      *    Renglon de la compañia y departamento; lo agrega si no
      *    esta
            MOVE ZEROS TO WS-FIL-HALLADA
            PERFORM VARYING WS-FIL FROM 1 BY 1
                UNTIL WS-FIL > WS-FIL-NUM OR WS-FIL-HALLADA > ZEROS
                IF WS-FIL-T-COMPANIA(WS-FIL) = REG-COMPANIA
                    AND WS-FIL-T-DEPTO(WS-FIL) = REG-DEPTO
                    MOVE WS-FIL TO WS-FIL-HALLADA
                END-IF
            END-PERFORM
            IF WS-FIL-HALLADA > ZEROS OR WS-FIL-NUM NOT < 200
                GO TO 044-BUSCAR-FILA-SAL
            END-IF
            ADD 1 TO WS-FIL-NUM
            MOVE WS-FIL-NUM TO WS-FIL-HALLADA
            MOVE REG-COMPANIA TO WS-FIL-T-COMPANIA(WS-FIL-HALLADA)
            MOVE REG-DEPTO TO WS-FIL-T-DEPTO(WS-FIL-HALLADA)
            PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                MOVE ZEROS TO WS-FIL-T-MES(WS-FIL-HALLADA, WS-M)
            END-PERFORM.
       044-BUSCAR-FILA-SAL.
            EXIT.

       045-REPARTIR-PTU.
      *    La PTU de mayo se reparte sobre el año anterior, como en
      *    PRG01085: la mitad por los dias trabajados y la mitad por
      *    el salario devengado (aqui el mensual de hoy por los dias
      *    del año), topada a tres meses de salario
            MOVE ZEROS TO WS-PTU-ANHO-BASE
            PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                IF WS-MES-T-MM(WS-M) = 5
                    COMPUTE WS-PTU-ANHO-BASE = WS-MES-T-ANHO(WS-M) - 1
                END-IF
            END-PERFORM
            MOVE WS-PTU-ANHO-BASE TO WS-CA-ANO
            MOVE 12 TO WS-CA-MES
            MOVE 31 TO WS-CA-DIA
            PERFORM 090-DIAS-ABSOLUTOS
               THRU
               090-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-FIN
            IF CA-ANO-BISIESTO
                MOVE 366 TO WS-DIAS-DEL-ANHO
            ELSE
                MOVE 365 TO WS-DIAS-DEL-ANHO
            END-IF
            MOVE ZEROS TO WS-PTU-CALC
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-EMP-NUM
                PERFORM 046-BASE-PTU
                   THRU
                   046-BASE-PTU-SAL
            END-PERFORM
            IF WS-PTU-TOT-DIAS = ZEROS
                DISPLAY 'AVISO: nadie trabajo en ' WS-PTU-ANHO-BASE
                    '; la PTU no se proyecta' UPON CONSOLE
                GO TO 045-REPARTIR-PTU-SAL
            END-IF
            COMPUTE WS-PTU-MITAD = WS-PTU-MONTO / 2
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-EMP-NUM
                PERFORM 047-PTU-EMPLEADO
                   THRU
                   047-PTU-EMPLEADO-SAL
            END-PERFORM.
       045-REPARTIR-PTU-SAL.
            EXIT.

       046-BASE-PTU.
            IF WS-EMP-T-ING-ANHO(WS-IDX) > WS-PTU-ANHO-BASE
                GO TO 046-BASE-PTU-SAL
            END-IF
            IF WS-EMP-T-ING-ANHO(WS-IDX) = WS-PTU-ANHO-BASE
                MOVE WS-EMP-T-ING-ANHO(WS-IDX) TO WS-CA-ANO
                MOVE WS-EMP-T-ING-MES(WS-IDX) TO WS-CA-MES
                MOVE WS-EMP-T-ING-DIA(WS-IDX) TO WS-CA-DIA
            ELSE
                MOVE WS-PTU-ANHO-BASE TO WS-CA-ANO
                MOVE 01 TO WS-CA-MES
                MOVE 01 TO WS-CA-DIA
            END-IF
            PERFORM 090-DIAS-ABSOLUTOS
               THRU
               090-DIAS-ABSOLUTOS-SAL
            COMPUTE WS-EMP-T-DIAS(WS-IDX) = WS-ABS-FIN - WS-CA-RESULT
                + 1
            MOVE WS-EMP-T-SALARIO(WS-IDX) TO WS-PERIODO-AUM
            PERFORM 058-MENSUAL-Y-DIARIO
               THRU
               058-MENSUAL-Y-DIARIO-SAL
            COMPUTE WS-EMP-T-DEVENGADO(WS-IDX) ROUNDED = WS-MENSUAL
                * 12 * WS-EMP-T-DIAS(WS-IDX) / WS-DIAS-DEL-ANHO
            ADD WS-EMP-T-DIAS(WS-IDX) TO WS-PTU-TOT-DIAS
            ADD WS-EMP-T-DEVENGADO(WS-IDX) TO WS-PTU-TOT-DEVENGADO.
       046-BASE-PTU-SAL.
            EXIT.

       047-PTU-EMPLEADO.
            IF WS-EMP-T-DIAS(WS-IDX) = ZEROS
                GO TO 047-PTU-EMPLEADO-SAL
            END-IF
            COMPUTE WS-EMP-T-PTU(WS-IDX) ROUNDED = WS-PTU-MITAD
                * WS-EMP-T-DIAS(WS-IDX) / WS-PTU-TOT-DIAS
            IF WS-PTU-TOT-DEVENGADO > ZEROS
                COMPUTE WS-EMP-T-PTU(WS-IDX) ROUNDED =
                    WS-EMP-T-PTU(WS-IDX) + (WS-PTU-MITAD
                    * WS-EMP-T-DEVENGADO(WS-IDX)
                    / WS-PTU-TOT-DEVENGADO)
            END-IF
            MOVE WS-EMP-T-SALARIO(WS-IDX) TO WS-PERIODO-AUM
            PERFORM 058-MENSUAL-Y-DIARIO
               THRU
               058-MENSUAL-Y-DIARIO-SAL
            COMPUTE WS-PTU-TOPE = WS-MENSUAL * 3
            IF WS-EMP-T-PTU(WS-IDX) > WS-PTU-TOPE
                MOVE WS-PTU-TOPE TO WS-EMP-T-PTU(WS-IDX)
            END-IF.
       047-PTU-EMPLEADO-SAL.
            EXIT.

       050-PROYECTAR.
            MOVE 'N' TO WS-HAY-PRESTAMOS
            OPEN INPUT F-PRESTAMOS
            IF PRESTAMOS-OK
                MOVE 'S' TO WS-HAY-PRESTAMOS
            END-IF
            PERFORM 052-PROYECTAR-EMPLEADO
               THRU
               052-PROYECTAR-EMPLEADO-SAL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EMP-NUM
            IF HAY-PRESTAMOS
                CLOSE F-PRESTAMOS
            END-IF.
       050-PROYECTAR-SAL.
            EXIT.

       052-PROYECTAR-EMPLEADO.
      *    Saldo del prestamo vigente; se va abonando mes a mes con
      *    el pago fijo de cada cheque hasta liquidarse
            MOVE ZEROS TO WS-PREST-SALDO
            MOVE ZEROS TO WS-PREST-PAGO
            IF HAY-PRESTAMOS
                MOVE WS-EMP-T-ID(WS-IDX) TO PRE-EMP-ID
                READ F-PRESTAMOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PRE-ACTIVO
                            MOVE PRE-SALDO TO WS-PREST-SALDO
                            MOVE PRE-PAGO-FIJO TO WS-PREST-PAGO
                        END-IF
                END-READ
            END-IF
            MOVE WS-EMP-T-FILA(WS-IDX) TO WS-FIL
            PERFORM 055-PROYECTAR-MES
               THRU
               055-PROYECTAR-MES-SAL
               VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > 12.
       052-PROYECTAR-EMPLEADO-SAL.
            EXIT.

       055-PROYECTAR-MES.
            IF WS-EMP-T-ING-AAAAMM(WS-IDX) > WS-MES-T-NUM(WS-M)
                GO TO 055-PROYECTAR-MES-SAL
            END-IF
            IF WS-AUM-PCT > ZEROS
                AND WS-MES-T-NUM(WS-M) NOT < WS-AUM-MES
                COMPUTE WS-PERIODO-AUM ROUNDED =
                    WS-EMP-T-SALARIO(WS-IDX) * (100 + WS-AUM-PCT)
                    / 100
            ELSE
                MOVE WS-EMP-T-SALARIO(WS-IDX) TO WS-PERIODO-AUM
            END-IF
            PERFORM 058-MENSUAL-Y-DIARIO
               THRU
               058-MENSUAL-Y-DIARIO-SAL
            ADD 1 TO WS-FIL-PLANTILLA(WS-FIL, WS-M)
            ADD WS-PERIODO-AUM TO WS-FIL-MASA(WS-FIL, WS-M)
            ADD WS-MENSUAL TO WS-FIL-SUELDO(WS-FIL, WS-M)
      *    Percepciones recurrentes vigentes en algun dia del mes
            COMPUTE WS-MES-INICIO = (WS-MES-T-NUM(WS-M) * 100) + 1
            COMPUTE WS-MES-FIN = (WS-MES-T-NUM(WS-M) * 100) + 31
            PERFORM VARYING WS-RCU-IDX FROM 1 BY 1
                UNTIL WS-RCU-IDX > WS-RCU-NUM
                IF WS-RCU-T-EMP(WS-RCU-IDX) = WS-EMP-T-ID(WS-IDX)
                    AND WS-RCU-T-INICIO(WS-RCU-IDX) NOT > WS-MES-FIN
                    AND WS-RCU-T-FIN(WS-RCU-IDX) NOT < WS-MES-INICIO
                    IF WS-RCU-T-MODO(WS-RCU-IDX) = 'P'
                        COMPUTE WS-IMPORTE ROUNDED = WS-MENSUAL
                            * WS-RCU-T-VALOR(WS-RCU-IDX) / 100
                    ELSE
                        COMPUTE WS-IMPORTE ROUNDED =
                            WS-RCU-T-VALOR(WS-RCU-IDX) * WS-FACTOR
                    END-IF
                    ADD WS-IMPORTE TO WS-FIL-RECURR(WS-FIL, WS-M)
                END-IF
            END-PERFORM
            IF WS-MES-T-MM(WS-M) = 12
                PERFORM 060-AGUINALDO
                   THRU
                   060-AGUINALDO-SAL
            END-IF
            IF WS-MES-T-MM(WS-M) = WS-EMP-T-ING-MES(WS-IDX)
                AND WS-MES-T-ANHO(WS-M) >
                    WS-EMP-T-ING-ANHO(WS-IDX)
                PERFORM 065-PRIMA-VACACIONAL
                   THRU
                   065-PRIMA-VACACIONAL-SAL
            END-IF
            IF WS-MES-T-MM(WS-M) = 5
                ADD WS-EMP-T-PTU(WS-IDX) TO WS-FIL-PTU(WS-FIL, WS-M)
            END-IF
            IF WS-PREST-SALDO > ZEROS
                COMPUTE WS-IMPORTE ROUNDED = WS-PREST-PAGO * WS-FACTOR
                IF WS-IMPORTE > WS-PREST-SALDO
                    MOVE WS-PREST-SALDO TO WS-IMPORTE
                END-IF
                SUBTRACT WS-IMPORTE FROM WS-PREST-SALDO
                ADD WS-IMPORTE TO WS-FIL-PRESTAMO(WS-FIL, WS-M)
            END-IF.
       055-PROYECTAR-MES-SAL.
            EXIT.

       058-MENSUAL-Y-DIARIO.
      *    Del salario del periodo al mes (como PRG01085), al dia
      *    (como PRG01041) y cheques por mes para los importes que
      *    van por cheque
            EVALUATE WS-EMP-T-FREC(WS-IDX)
                WHEN 'S'
                    COMPUTE WS-MENSUAL ROUNDED = WS-PERIODO-AUM
                        * 30 / 7
                    COMPUTE WS-DIARIO = WS-PERIODO-AUM / 7
                    COMPUTE WS-FACTOR ROUNDED = 30 / 7
                WHEN 'M'
                    MOVE WS-PERIODO-AUM TO WS-MENSUAL
                    COMPUTE WS-DIARIO = WS-PERIODO-AUM / 30
                    MOVE 1 TO WS-FACTOR
                WHEN OTHER
                    COMPUTE WS-MENSUAL = WS-PERIODO-AUM * 2
                    COMPUTE WS-DIARIO = WS-PERIODO-AUM / 15
                    MOVE 2 TO WS-FACTOR
            END-EVALUATE.
       058-MENSUAL-Y-DIARIO-SAL.
            EXIT.

       060-AGUINALDO.
      *    Regla de PRG01041: 15 dias de salario diario prorrateados
      *    por los dias trabajados del año al 31 de diciembre
            MOVE WS-MES-T-ANHO(WS-M) TO WS-CA-ANO
            MOVE 12 TO WS-CA-MES
            MOVE 31 TO WS-CA-DIA
            PERFORM 090-DIAS-ABSOLUTOS
               THRU
               090-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-FIN
            IF CA-ANO-BISIESTO
                MOVE 366 TO WS-DIAS-DEL-ANHO
            ELSE
                MOVE 365 TO WS-DIAS-DEL-ANHO
            END-IF
            IF WS-EMP-T-ING-ANHO(WS-IDX) = WS-MES-T-ANHO(WS-M)
                MOVE WS-EMP-T-ING-MES(WS-IDX) TO WS-CA-MES
                MOVE WS-EMP-T-ING-DIA(WS-IDX) TO WS-CA-DIA
            ELSE
                MOVE 01 TO WS-CA-MES
                MOVE 01 TO WS-CA-DIA
            END-IF
            PERFORM 090-DIAS-ABSOLUTOS
               THRU
               090-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-INICIO
            COMPUTE WS-DIAS-TRABAJADOS = WS-ABS-FIN - WS-ABS-INICIO
                + 1
            COMPUTE WS-IMPORTE ROUNDED = 15 * WS-DIARIO
                * WS-DIAS-TRABAJADOS / WS-DIAS-DEL-ANHO
            ADD WS-IMPORTE TO WS-FIL-AGUINALDO(WS-FIL, WS-M).
       060-AGUINALDO-SAL.
            EXIT.

       065-PRIMA-VACACIONAL.
      *    En el mes del aniversario: años cumplidos mas el servicio
      *    puenteado, dias por la tabla LFT de PRG01042 y prima del
      *    25 pct sobre ellos
            COMPUTE WS-ANTIGUEDAD = WS-MES-T-ANHO(WS-M)
                - WS-EMP-T-ING-ANHO(WS-IDX)
                + WS-EMP-T-PUENTE(WS-IDX)
            EVALUATE TRUE
                WHEN WS-ANTIGUEDAD < 1
                    MOVE 12 TO WS-DERECHO
                WHEN WS-ANTIGUEDAD < 5
                    COMPUTE WS-DERECHO = 12 + (2 * WS-ANTIGUEDAD)
                WHEN OTHER
                    COMPUTE WS-BLOQUES = (WS-ANTIGUEDAD - 5) / 5
                    COMPUTE WS-DERECHO = 20 + (2 * (WS-BLOQUES + 1))
            END-EVALUATE
            COMPUTE WS-IMPORTE ROUNDED = WS-DERECHO * WS-DIARIO
                * 25 / 100
            ADD WS-IMPORTE TO WS-FIL-PRIMA(WS-FIL, WS-M).
       065-PRIMA-VACACIONAL-SAL.
            EXIT.

       070-ESCRIBIR-REPORTE.
            OPEN OUTPUT F-REPORTE
            PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                MOVE ZEROS TO WS-TOT-MES(WS-M)
            END-PERFORM
            MOVE ZEROS TO WS-GRAN-TOTAL
            MOVE WS-AUM-PCT TO WS-ED-PCT
            MOVE SPACES TO WS-LINEA-REP
            STRING 'PROYECCION DEL COSTO DE NOMINA DE '
                WS-MES-T-NUM(1) ' A ' WS-MES-T-NUM(12)
                ', COMPAÑIA ' WS-COMPANIA-PRY ' (00 = TODAS), '
                'AUMENTO ' WS-ED-PCT ' PCT DESDE ' WS-AUM-MES
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'CIA DEPTO MES    PLANT         SUELDO    RECURRENTES'
                TO WS-LINEA-REP
            MOVE '      AGUINALDO      PRIMA VAC            PTU'
                TO WS-LINEA-REP(54:)
            MOVE '    COSTO TOTAL   RECUP PREST' TO WS-LINEA-REP(99:)
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING WS-FIL FROM 1 BY 1
                UNTIL WS-FIL > WS-FIL-NUM
                PERFORM 075-RENGLON-FILA
                   THRU
                   075-RENGLON-FILA-SAL
                   VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > 12
            END-PERFORM
            MOVE 'TOTALES POR MES' TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM 077-RENGLON-TOTAL
               THRU
               077-RENGLON-TOTAL-SAL
               VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > 12
            MOVE WS-GRAN-TOTAL TO WS-ED-COSTO
            MOVE SPACES TO WS-LINEA-REP
            STRING 'COSTO TOTAL PROYECTADO DE LOS DOCE MESES: '
                WS-ED-COSTO
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            CLOSE F-REPORTE
            DISPLAY 'Empleados proyectados: ' WS-EMP-NUM
                ' costo de doce meses: ' WS-ED-COSTO UPON CONSOLE
            DISPLAY 'Proyeccion en PROYNOM.TXT' UPON CONSOLE.
       070-ESCRIBIR-REPORTE-SAL.
            EXIT.

       075-RENGLON-FILA.
            COMPUTE WS-COSTO = WS-FIL-SUELDO(WS-FIL, WS-M)
                + WS-FIL-RECURR(WS-FIL, WS-M)
                + WS-FIL-AGUINALDO(WS-FIL, WS-M)
                + WS-FIL-PRIMA(WS-FIL, WS-M)
                + WS-FIL-PTU(WS-FIL, WS-M)
            ADD WS-FIL-PLANTILLA(WS-FIL, WS-M)
                TO WS-TOT-PLANTILLA(WS-M)
            ADD WS-FIL-SUELDO(WS-FIL, WS-M) TO WS-TOT-SUELDO(WS-M)
            ADD WS-FIL-RECURR(WS-FIL, WS-M) TO WS-TOT-RECURR(WS-M)
            ADD WS-FIL-AGUINALDO(WS-FIL, WS-M)
                TO WS-TOT-AGUINALDO(WS-M)
            ADD WS-FIL-PRIMA(WS-FIL, WS-M) TO WS-TOT-PRIMA(WS-M)
            ADD WS-FIL-PTU(WS-FIL, WS-M) TO WS-TOT-PTU(WS-M)
            ADD WS-FIL-PRESTAMO(WS-FIL, WS-M)
                TO WS-TOT-PRESTAMO(WS-M)
            MOVE WS-FIL-PLANTILLA(WS-FIL, WS-M) TO WS-ED-PLANTILLA
            MOVE WS-FIL-SUELDO(WS-FIL, WS-M) TO WS-ED-SUELDO
            MOVE WS-FIL-RECURR(WS-FIL, WS-M) TO WS-ED-RECURR
            MOVE WS-FIL-AGUINALDO(WS-FIL, WS-M) TO WS-ED-AGUINALDO
            MOVE WS-FIL-PRIMA(WS-FIL, WS-M) TO WS-ED-PRIMA
            MOVE WS-FIL-PTU(WS-FIL, WS-M) TO WS-ED-PTU
            MOVE WS-COSTO TO WS-ED-COSTO
            MOVE WS-FIL-PRESTAMO(WS-FIL, WS-M) TO WS-ED-PRESTAMO
            MOVE SPACES TO WS-LINEA-REP
            STRING WS-FIL-T-COMPANIA(WS-FIL) '  '
                WS-FIL-T-DEPTO(WS-FIL) '  ' WS-MES-T-NUM(WS-M)
                WS-ED-PLANTILLA ' ' WS-ED-SUELDO ' ' WS-ED-RECURR
                ' ' WS-ED-AGUINALDO ' ' WS-ED-PRIMA ' ' WS-ED-PTU
                ' ' WS-ED-COSTO ' ' WS-ED-PRESTAMO
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       075-RENGLON-FILA-SAL.
            EXIT.

       077-RENGLON-TOTAL.
            COMPUTE WS-COSTO = WS-TOT-SUELDO(WS-M)
                + WS-TOT-RECURR(WS-M) + WS-TOT-AGUINALDO(WS-M)
                + WS-TOT-PRIMA(WS-M) + WS-TOT-PTU(WS-M)
            ADD WS-COSTO TO WS-GRAN-TOTAL
            MOVE WS-TOT-PLANTILLA(WS-M) TO WS-ED-PLANTILLA
            MOVE WS-TOT-SUELDO(WS-M) TO WS-ED-SUELDO
            MOVE WS-TOT-RECURR(WS-M) TO WS-ED-RECURR
            MOVE WS-TOT-AGUINALDO(WS-M) TO WS-ED-AGUINALDO
            MOVE WS-TOT-PRIMA(WS-M) TO WS-ED-PRIMA
            MOVE WS-TOT-PTU(WS-M) TO WS-ED-PTU
            MOVE WS-COSTO TO WS-ED-COSTO
            MOVE WS-TOT-PRESTAMO(WS-M) TO WS-ED-PRESTAMO
            MOVE SPACES TO WS-LINEA-REP
            STRING 'TOTAL     ' WS-MES-T-NUM(WS-M)
                WS-ED-PLANTILLA ' ' WS-ED-SUELDO ' ' WS-ED-RECURR
                ' ' WS-ED-AGUINALDO ' ' WS-ED-PRIMA ' ' WS-ED-PTU
                ' ' WS-ED-COSTO ' ' WS-ED-PRESTAMO
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       077-RENGLON-TOTAL-SAL.
            EXIT.

       080-ESCRIBIR-CUBOS.
      *    Los doce meses consecutivos caen cada uno en una columna
      *    distinta de los dos cubos semestrales
            PERFORM 082-CARGAR-MAPA
               THRU
               082-CARGAR-MAPA-SAL
            IF WS-MAPA-NUM = ZEROS
                DISPLAY 'Sin mapa de departamentos (CUBODEPT.TXT); '
                    'los cubos no se escriben' UPON CONSOLE
                GO TO 080-ESCRIBIR-CUBOS-SAL
            END-IF
            INITIALIZE WS-ACUMULADO-CUBO
            MOVE ZEROS TO WS-TOT-SIN-MAPA
            PERFORM VARYING WS-FIL FROM 1 BY 1
                UNTIL WS-FIL > WS-FIL-NUM
                PERFORM 084-ACUMULAR-FILA
                   THRU
                   084-ACUMULAR-FILA-SAL
            END-PERFORM
            PERFORM 086-GUARDAR-CUBO
               THRU
               086-GUARDAR-CUBO-SAL
               VARYING WS-SEMESTRE FROM 1 BY 1
               UNTIL WS-SEMESTRE > 2
            DISPLAY 'Cubos en CUBOPRY1.TXT y CUBOPRY2.TXT'
                UPON CONSOLE
            IF WS-TOT-SIN-MAPA > ZEROS
                DISPLAY 'AVISO: ' WS-TOT-SIN-MAPA ' departamentos '
                    'sin mapear quedaron fuera de los cubos'
                    UPON CONSOLE
            END-IF.
       080-ESCRIBIR-CUBOS-SAL.
            EXIT.

       082-CARGAR-MAPA.
            MOVE ZEROS TO WS-MAPA-NUM
            OPEN INPUT F-MAPA
            IF WS-STATUS-MAPA NOT = '00'
                GO TO 082-CARGAR-MAPA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-MAPA INTO WS-RENGLON-MAPA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-MAPA-NUM < 10
                            ADD 1 TO WS-MAPA-NUM
                            MOVE WS-MAP-DEPTO
                                TO WS-MAPA-T-DEPTO(WS-MAPA-NUM)
                            MOVE WS-MAP-FILA
                                TO WS-MAPA-T-FILA(WS-MAPA-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-MAPA.
       082-CARGAR-MAPA-SAL.
            EXIT.

       084-ACUMULAR-FILA.
      *    Igual que PRG01099, el departamento decide la fila sin
      *    importar la compañia
            MOVE ZEROS TO WS-FILA-CUBO
            PERFORM VARYING WS-MAPA-IDX FROM 1 BY 1
                UNTIL WS-MAPA-IDX > WS-MAPA-NUM OR WS-FILA-CUBO > ZEROS
                IF WS-MAPA-T-DEPTO(WS-MAPA-IDX) = WS-FIL-T-DEPTO(WS-FIL)
                    MOVE WS-MAPA-T-FILA(WS-MAPA-IDX) TO WS-FILA-CUBO
                END-IF
            END-PERFORM
            IF WS-FILA-CUBO = ZEROS
                ADD 1 TO WS-TOT-SIN-MAPA
                GO TO 084-ACUMULAR-FILA-SAL
            END-IF
            PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                MOVE WS-MES-T-MM(WS-M) TO WS-MES-CAL
                COMPUTE WS-COSTO = WS-FIL-SUELDO(WS-FIL, WS-M)
                    + WS-FIL-RECURR(WS-FIL, WS-M)
                    + WS-FIL-AGUINALDO(WS-FIL, WS-M)
                    + WS-FIL-PRIMA(WS-FIL, WS-M)
                    + WS-FIL-PTU(WS-FIL, WS-M)
                ADD WS-FIL-PLANTILLA(WS-FIL, WS-M)
                    TO WS-ACU-PLANTILLA(WS-FILA-CUBO, WS-MES-CAL)
                ADD WS-FIL-MASA(WS-FIL, WS-M)
                    TO WS-ACU-MASA(WS-FILA-CUBO, WS-MES-CAL)
                ADD WS-COSTO
                    TO WS-ACU-COSTO(WS-FILA-CUBO, WS-MES-CAL)
            END-PERFORM.
       084-ACUMULAR-FILA-SAL.
            EXIT.

       086-GUARDAR-CUBO.
      *    Medidas 1 plantilla y 2 masa salarial en miles, como el
      *    cubo real de PRG01099, y 3 costo total en miles; la celda
      *    se topa al 9999
            IF WS-SEMESTRE = 1
                MOVE 'CUBOPRY1.TXT' TO WS-ARCH-CUBO
            ELSE
                MOVE 'CUBOPRY2.TXT' TO WS-ARCH-CUBO
            END-IF
            INITIALIZE TABLA
            PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 10
                PERFORM VARYING IND2 FROM 1 BY 1 UNTIL IND2 > 6
                    COMPUTE WS-MES-CAL = ((WS-SEMESTRE - 1) * 6)
                        + IND2
                    MOVE WS-ACU-PLANTILLA(IND1, WS-MES-CAL)
                        TO WS-MILES
                    PERFORM 088-TOPAR-CELDA
                       THRU
                       088-TOPAR-CELDA-SAL
                    MOVE WS-MILES TO PROFUNDIDAD(IND1, IND2, 1)
                    COMPUTE WS-MILES ROUNDED =
                        WS-ACU-MASA(IND1, WS-MES-CAL) / 1000
                    PERFORM 088-TOPAR-CELDA
                       THRU
                       088-TOPAR-CELDA-SAL
                    MOVE WS-MILES TO PROFUNDIDAD(IND1, IND2, 2)
                    COMPUTE WS-MILES ROUNDED =
                        WS-ACU-COSTO(IND1, WS-MES-CAL) / 1000
                    PERFORM 088-TOPAR-CELDA
                       THRU
                       088-TOPAR-CELDA-SAL
                    MOVE WS-MILES TO PROFUNDIDAD(IND1, IND2, 3)
                END-PERFORM
            END-PERFORM
            OPEN OUTPUT F-CUBO
            MOVE 'DIM' TO WS-ENC-MARCA
            MOVE WS-DIM-FILAS TO WS-ENC-FILAS
            MOVE WS-DIM-COLS TO WS-ENC-COLS
            MOVE WS-DIM-PROF TO WS-ENC-PROF
            MOVE WS-ENCABEZADO TO REG-CUBO
            WRITE REG-CUBO
            PERFORM VARYING IND1 FROM 1 BY 1
                UNTIL IND1 > WS-DIM-FILAS
                PERFORM VARYING IND2 FROM 1 BY 1
                    UNTIL IND2 > WS-DIM-COLS
                    MOVE SPACES TO WS-FILA-LINEA
                    PERFORM VARYING IND3 FROM 1 BY 1
                        UNTIL IND3 > WS-DIM-PROF
                        MOVE PROFUNDIDAD(IND1, IND2, IND3)
                            TO WS-COL-ED(IND3)
                    END-PERFORM
                    MOVE WS-FILA-LINEA TO REG-CUBO
                    WRITE REG-CUBO
                END-PERFORM
            END-PERFORM
            CLOSE F-CUBO.
       086-GUARDAR-CUBO-SAL.
            EXIT.

       088-TOPAR-CELDA.
            IF WS-MILES > 9999
                DISPLAY 'AVISO: celda topada en la fila ' IND1
                    ' columna ' IND2 ' de ' WS-ARCH-CUBO(1:12)
                    UPON CONSOLE
                MOVE 9999 TO WS-MILES
            END-IF.
       088-TOPAR-CELDA-SAL.
            EXIT.

       090-DIAS-ABSOLUTOS.
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
       090-DIAS-ABSOLUTOS-SAL.
            EXIT.

       END PROGRAM PRG01136.
