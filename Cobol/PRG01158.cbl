       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01158.
      *  Cortes y comparativo anual de los cubos de personal: extrae
      *  cualquier corte de dos dimensiones de un cubo persistido en
      *  el formato de PRG01012 (encabezado DIM y un renglon de
      *  celdas 9(4) por fila y columna) fijando la fila, la columna
      *  o la profundidad, y lo guarda como archivo de tabla de
      *  PRG01011 con su encabezado DIM, de modo que la resta y el
      *  reporte de diferencias de PRG01049 trabajan sobre el; el
      *  corte anual junta los dos semestres del alimentador PRG01099
      *  (CUBONOM1.TXT ene-jun y CUBONOM2.TXT jul-dic) en una tabla
      *  de departamento (fila del mapa CUBODEPT.TXT) por mes (1-12)
      *  para una medida (1 = plantilla, 2 = masa salarial en miles);
      *  como PRG01099 reescribe los cubos de semestre cada año, el
      *  corte anual se saca al cierre y se guarda con el año en el
      *  nombre (p.ej. PLANT2025.TXT); el comparativo toma la tabla
      *  del año anterior y la del actual y reporta en CUBOCOMP.TXT
      *  el cambio absoluto y porcentual por departamento y mes,
      *  marcando con * los que se mueven mas que el umbral y como
      *  NUEVO lo que aparece sin base el año anterior, con el total
      *  anual de cada departamento - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CUBO ASSIGN DYNAMIC WS-ARCH-CUBO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CUBO.
           SELECT F-TABLA ASSIGN DYNAMIC WS-ARCH-TABLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TABLA.
           SELECT F-MAPA ASSIGN TO "CUBODEPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MAPA.
           SELECT F-REPORTE ASSIGN TO "CUBOCOMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CUBO.
       01 REG-CUBO                   PIC X(40).
       FD  F-TABLA.
       01 REG-TABLA                  PIC X(80).
       FD  F-MAPA.
       01 REG-MAPA                   PIC X(7).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CUBO             PIC XX VALUE '00'.
       01 WS-STATUS-TABLA            PIC XX VALUE '00'.
       01 WS-STATUS-MAPA             PIC XX VALUE '00'.
       01 WS-STATUS-REPORTE          PIC XX VALUE '00'.
       01 WS-ARCH-CUBO               PIC X(100) VALUE SPACES.
       01 WS-ARCH-TABLA              PIC X(100) VALUE SPACES.
       01 WS-ARCH-ANTERIOR           PIC X(100) VALUE SPACES.
       01 WS-ARCH-ACTUAL             PIC X(100) VALUE SPACES.
       01 WS-OPCION                  PIC X VALUE 'E'.
           88 OPCION-EXTRAER         VALUE 'E'.
           88 OPCION-ANUAL           VALUE 'A'.
           88 OPCION-COMPARATIVO     VALUE 'C'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-EOF-CUBO                PIC X VALUE 'N'.
           88 FIN-CUBO               VALUE 'Y'.
       01 WS-EOF-TABLA               PIC X VALUE 'N'.
           88 FIN-TABLA              VALUE 'Y'.
       01 WS-CARGA                   PIC X VALUE 'N'.
           88 CARGA-OK               VALUE 'S'.
      *    Dimension que se fija para el corte y su posicion
       01 WS-FIJA                    PIC X VALUE 'P'.
           88 FIJA-FILA              VALUE 'F'.
           88 FIJA-COLUMNA           VALUE 'C'.
           88 FIJA-PROFUNDIDAD       VALUE 'P'.
       01 WS-POSICION                PIC 99 VALUE ZEROS.
       01 WS-MEDIDA                  PIC 9 VALUE 1.
       01 WS-DESPLAZA                PIC 99 VALUE ZEROS.
      *    Cubo en memoria, mismas dimensiones maximas que PRG01012
       01 TABLA.
           02 FILAS           OCCURS 10 TIMES.
               10 COLUMNAS    OCCURS 10 TIMES.
                   15 PROFUNDIDAD   OCCURS 10 TIMES.
                       20 VAL-FON PIC 9(4) VALUE ZEROS.
       01 WS-DIMENSIONES.
           05 WS-DIM-FILAS    PIC 99 VALUE ZEROS.
           05 WS-DIM-COLS     PIC 99 VALUE ZEROS.
           05 WS-DIM-PROF     PIC 99 VALUE ZEROS.
           05 WS-R-FILAS      PIC 99 VALUE ZEROS.
           05 WS-R-COLS       PIC 99 VALUE ZEROS.
           05 WS-L-FILAS      PIC 99 VALUE ZEROS.
           05 WS-L-COLS       PIC 99 VALUE ZEROS.
           05 WS-A-FILAS      PIC 99 VALUE ZEROS.
           05 WS-A-COLS       PIC 99 VALUE ZEROS.
       01 INDICES.
           05 IND1            PIC 99 VALUE ZEROS.
           05 IND2            PIC 99 VALUE ZEROS.
           05 IND3            PIC 99 VALUE ZEROS.
      *    Tablas de dos dimensiones del formato de PRG01011 (hasta
      *    20x20): R es el corte o la tabla recien cargada, A el año
      *    anterior del comparativo
       01 TABLA-R.
           02 FILAS-R         OCCURS 20 TIMES.
               10 COLS-R      OCCURS 20 TIMES.
                   15 VAL-R   PIC 9(4).
       01 TABLA-A.
           02 FILAS-A         OCCURS 20 TIMES.
               10 COLS-A      OCCURS 20 TIMES.
                   15 VAL-A   PIC 9(4).
       01 WS-ENC-CUBO.
           05 WS-ENC-C-MARCA         PIC X(3).
           05 WS-ENC-C-FILAS         PIC 99.
           05 WS-ENC-C-COLS          PIC 99.
           05 WS-ENC-C-PROF          PIC 99.
       01 WS-ENCABEZADO.
           05 WS-ENC-MARCA           PIC X(3) VALUE 'DIM'.
           05 WS-ENC-FILAS           PIC 99.
           05 WS-ENC-COLS            PIC 99.
       01 WS-CUBO-LINEA              PIC X(40).
       01 WS-CUBO-ED REDEFINES WS-CUBO-LINEA.
           05 WS-CEL-ED              PIC 9(4) OCCURS 10 TIMES.
       01 WS-FILA-LINEA              PIC X(80).
       01 WS-FILA-ED REDEFINES WS-FILA-LINEA.
           05 WS-COL-ED              PIC 9(4) OCCURS 20.
      *    Mapa de departamentos del alimentador para rotular filas
       01 WS-RENGLON-MAPA.
           05 WS-MAP-DEPTO           PIC X(4).
           05 FILLER                 PIC X.
           05 WS-MAP-FILA            PIC 99.
       01 WS-TABLA-MAPA.
           05 WS-MAPA-NUM            PIC 99 VALUE ZEROS.
           05 WS-MAPA-ENT OCCURS 10 TIMES.
               10 WS-MAPA-T-DEPTO    PIC X(4).
               10 WS-MAPA-T-FILA     PIC 99.
       01 WS-IDX                     PIC 99 VALUE ZEROS.
       01 WS-DEPTO-FILA              PIC X(4) VALUE SPACES.
      *    Comparativo
       01 WS-COMPARA.
           05 WS-UMBRAL-TXT          PIC X(10) VALUE SPACES.
           05 WS-UMBRAL              PIC 9(3)V99 VALUE 10.
           05 WS-CAMBIO              PIC S9(5) VALUE ZEROS.
           05 WS-PCT                 PIC S9(5)V99 VALUE ZEROS.
           05 WS-PCT-ABS             PIC 9(5)V99 VALUE ZEROS.
           05 WS-MARCA               PIC X(5) VALUE SPACES.
           05 WS-TOT-ANT             PIC 9(6) VALUE ZEROS.
           05 WS-TOT-ACT             PIC 9(6) VALUE ZEROS.
           05 WS-TOT-CAMBIO          PIC S9(7) VALUE ZEROS.
           05 WS-GRAN-ANT            PIC 9(7) VALUE ZEROS.
           05 WS-GRAN-ACT            PIC 9(7) VALUE ZEROS.
           05 WS-TOT-MARCADOS        PIC 9(4) VALUE ZEROS.
           05 WS-ETIQUETA-COL        PIC X(3) VALUE 'MES'.
       01 WS-EDICION.
           05 WS-ANT-ED              PIC Z(6)9.
           05 WS-ACT-ED              PIC Z(6)9.
           05 WS-CAMBIO-ED           PIC -(7)9.
           05 WS-PCT-ED              PIC -(5)9.99.
           05 WS-UMBRAL-ED           PIC ZZ9.99.
       01 WS-LINEA-REP               PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            PERFORM 015-SESION
               THRU
               015-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       015-SESION.
            DISPLAY 'Cubos de personal: (E)xtraer un corte, corte '
                '(A)nual depto x mes, (C)omparativo anual: '
                UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-ANUAL
                    PERFORM 030-CORTE-ANUAL
                       THRU
                       030-CORTE-ANUAL-SAL
                WHEN OPCION-COMPARATIVO
                    PERFORM 050-COMPARATIVO
                       THRU
                       050-COMPARATIVO-SAL
                WHEN OTHER
                    PERFORM 020-EXTRAER-CORTE
                       THRU
                       020-EXTRAER-CORTE-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       015-SESION-SAL.
            EXIT.

       020-EXTRAER-CORTE.
      *    Fijar la profundidad da fila x columna (departamento x mes
      *    del semestre para una medida), fijar la columna da fila x
      *    profundidad (departamento x medida de un mes) y fijar la
      *    fila da columna x profundidad (mes x medida de un depto)
            DISPLAY 'Archivo del cubo (p.ej. CUBONOM1.TXT): '
                UPON CONSOLE
            ACCEPT WS-ARCH-CUBO FROM CONSOLE
            PERFORM 060-CARGAR-CUBO
               THRU
               060-CARGAR-CUBO-SAL
            IF NOT CARGA-OK
                DISPLAY 'Error: no se pudo cargar el cubo '
                    WS-ARCH-CUBO UPON CONSOLE
                GO TO 020-EXTRAER-CORTE-SAL
            END-IF
            DISPLAY 'Cubo de ' WS-DIM-FILAS ' filas x ' WS-DIM-COLS
                ' columnas x ' WS-DIM-PROF ' de profundidad'
                UPON CONSOLE
            DISPLAY 'Dimension fija: (F)ila, (C)olumna o '
                '(P)rofundidad: ' UPON CONSOLE
            ACCEPT WS-FIJA FROM CONSOLE
            IF NOT FIJA-FILA AND NOT FIJA-COLUMNA
                MOVE 'P' TO WS-FIJA
            END-IF
            DISPLAY 'Posicion fija: ' UPON CONSOLE
            ACCEPT WS-POSICION FROM CONSOLE
            IF WS-POSICION NOT NUMERIC OR WS-POSICION < 1
                OR (FIJA-FILA AND WS-POSICION > WS-DIM-FILAS)
                OR (FIJA-COLUMNA AND WS-POSICION > WS-DIM-COLS)
                OR (FIJA-PROFUNDIDAD AND WS-POSICION > WS-DIM-PROF)
                DISPLAY 'Posicion fuera de las dimensiones del cubo'
                    UPON CONSOLE
                GO TO 020-EXTRAER-CORTE-SAL
            END-IF
            EVALUATE TRUE
                WHEN FIJA-FILA
                    MOVE WS-DIM-COLS TO WS-R-FILAS
                    MOVE WS-DIM-PROF TO WS-R-COLS
                WHEN FIJA-COLUMNA
                    MOVE WS-DIM-FILAS TO WS-R-FILAS
                    MOVE WS-DIM-PROF TO WS-R-COLS
                WHEN OTHER
                    MOVE WS-DIM-FILAS TO WS-R-FILAS
                    MOVE WS-DIM-COLS TO WS-R-COLS
            END-EVALUATE
            PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > WS-R-FILAS
                PERFORM VARYING IND2 FROM 1 BY 1
                    UNTIL IND2 > WS-R-COLS
                    EVALUATE TRUE
                        WHEN FIJA-FILA
                            MOVE PROFUNDIDAD(WS-POSICION, IND1, IND2)
                                TO VAL-R(IND1, IND2)
                        WHEN FIJA-COLUMNA
                            MOVE PROFUNDIDAD(IND1, WS-POSICION, IND2)
                                TO VAL-R(IND1, IND2)
                        WHEN OTHER
                            MOVE PROFUNDIDAD(IND1, IND2, WS-POSICION)
                                TO VAL-R(IND1, IND2)
                    END-EVALUATE
                END-PERFORM
            END-PERFORM
            PERFORM 070-GUARDAR-TABLA
               THRU
               070-GUARDAR-TABLA-SAL.
       020-EXTRAER-CORTE-SAL.
            EXIT.

       030-CORTE-ANUAL.
      *    Departamento (fila) por mes (1-12) de una medida: el primer
      *    semestre llena las columnas 1-6 y el segundo las 7-12; el
      *    semestre que aun no tiene cubo queda en ceros con aviso
            DISPLAY 'Medida: (1) plantilla, (2) masa salarial en '
                'miles: ' UPON CONSOLE
            ACCEPT WS-MEDIDA FROM CONSOLE
            IF WS-MEDIDA NOT = 2
                MOVE 1 TO WS-MEDIDA
            END-IF
            MOVE 10 TO WS-R-FILAS
            MOVE 12 TO WS-R-COLS
            PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 20
                PERFORM VARYING IND2 FROM 1 BY 1 UNTIL IND2 > 20
                    MOVE ZEROS TO VAL-R(IND1, IND2)
                END-PERFORM
            END-PERFORM
            MOVE 'CUBONOM1.TXT' TO WS-ARCH-CUBO
            MOVE ZEROS TO WS-DESPLAZA
            PERFORM 035-SEMESTRE-AL-CORTE
               THRU
               035-SEMESTRE-AL-CORTE-SAL
            MOVE 'CUBONOM2.TXT' TO WS-ARCH-CUBO
            MOVE 6 TO WS-DESPLAZA
            PERFORM 035-SEMESTRE-AL-CORTE
               THRU
               035-SEMESTRE-AL-CORTE-SAL
            PERFORM 070-GUARDAR-TABLA
               THRU
               070-GUARDAR-TABLA-SAL.
       030-CORTE-ANUAL-SAL.
            EXIT.

       035-SEMESTRE-AL-CORTE.
            PERFORM 060-CARGAR-CUBO
               THRU
               060-CARGAR-CUBO-SAL
            IF NOT CARGA-OK
                DISPLAY 'AVISO: sin cubo ' WS-ARCH-CUBO(1:12)
                    '; sus meses quedan en ceros' UPON CONSOLE
                GO TO 035-SEMESTRE-AL-CORTE-SAL
            END-IF
            IF WS-MEDIDA > WS-DIM-PROF
                DISPLAY 'AVISO: ' WS-ARCH-CUBO(1:12) ' no trae la '
                    'medida ' WS-MEDIDA UPON CONSOLE
                GO TO 035-SEMESTRE-AL-CORTE-SAL
            END-IF
            IF WS-DIM-COLS > 6
                MOVE 6 TO WS-DIM-COLS
            END-IF
            PERFORM VARYING IND1 FROM 1 BY 1
                UNTIL IND1 > WS-DIM-FILAS
                PERFORM VARYING IND2 FROM 1 BY 1
                    UNTIL IND2 > WS-DIM-COLS
                    COMPUTE IND3 = IND2 + WS-DESPLAZA
                    MOVE PROFUNDIDAD(IND1, IND2, WS-MEDIDA)
                        TO VAL-R(IND1, IND3)
                END-PERFORM
            END-PERFORM.
       035-SEMESTRE-AL-CORTE-SAL.
            EXIT.

       050-COMPARATIVO.
            DISPLAY 'Tabla del año anterior (archivo): ' UPON CONSOLE
            ACCEPT WS-ARCH-ANTERIOR FROM CONSOLE
            DISPLAY 'Tabla del año actual (archivo): ' UPON CONSOLE
            ACCEPT WS-ARCH-ACTUAL FROM CONSOLE
            DISPLAY 'Umbral de cambio en % (Enter: 10): '
                UPON CONSOLE
            MOVE SPACES TO WS-UMBRAL-TXT
            ACCEPT WS-UMBRAL-TXT FROM CONSOLE
            MOVE 10 TO WS-UMBRAL
            IF WS-UMBRAL-TXT NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-UMBRAL-TXT) = ZEROS
                COMPUTE WS-UMBRAL = FUNCTION NUMVAL(WS-UMBRAL-TXT)
                    ON SIZE ERROR
                        MOVE 10 TO WS-UMBRAL
                END-COMPUTE
            END-IF
            MOVE WS-ARCH-ANTERIOR TO WS-ARCH-TABLA
            PERFORM 065-CARGAR-TABLA
               THRU
               065-CARGAR-TABLA-SAL
            IF NOT CARGA-OK
                GO TO 050-COMPARATIVO-SAL
            END-IF
            MOVE TABLA-R TO TABLA-A
            MOVE WS-L-FILAS TO WS-A-FILAS
            MOVE WS-L-COLS TO WS-A-COLS
            MOVE WS-ARCH-ACTUAL TO WS-ARCH-TABLA
            PERFORM 065-CARGAR-TABLA
               THRU
               065-CARGAR-TABLA-SAL
            IF NOT CARGA-OK
                GO TO 050-COMPARATIVO-SAL
            END-IF
            IF WS-A-FILAS NOT = WS-L-FILAS
                OR WS-A-COLS NOT = WS-L-COLS
                DISPLAY 'Error: las tablas no tienen las mismas '
                    'dimensiones' UPON CONSOLE
                GO TO 050-COMPARATIVO-SAL
            END-IF
            IF WS-L-COLS = 12
                MOVE 'MES' TO WS-ETIQUETA-COL
            ELSE
                MOVE 'COL' TO WS-ETIQUETA-COL
            END-IF
            PERFORM 075-CARGAR-MAPA
               THRU
               075-CARGAR-MAPA-SAL
            OPEN OUTPUT F-REPORTE
            MOVE WS-UMBRAL TO WS-UMBRAL-ED
            MOVE SPACES TO WS-LINEA-REP
            STRING 'COMPARATIVO ANUAL  ANTERIOR: '
                WS-ARCH-ANTERIOR(1:20)
                ' ACTUAL: ' WS-ARCH-ACTUAL(1:20) ' UMBRAL: '
                WS-UMBRAL-ED '%'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'DEPTO FILA ' WS-ETIQUETA-COL '   ANTERIOR   ACTUAL'
                '   CAMBIO      %     MARCA'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE ZEROS TO WS-GRAN-ANT
            MOVE ZEROS TO WS-GRAN-ACT
            MOVE ZEROS TO WS-TOT-MARCADOS
            PERFORM 055-COMPARAR-FILA
               THRU
               055-COMPARAR-FILA-SAL
               VARYING IND1 FROM 1 BY 1 UNTIL IND1 > WS-L-FILAS
            MOVE WS-GRAN-ANT TO WS-ANT-ED
            MOVE WS-GRAN-ACT TO WS-ACT-ED
            COMPUTE WS-TOT-CAMBIO = WS-GRAN-ACT - WS-GRAN-ANT
            MOVE WS-TOT-CAMBIO TO WS-CAMBIO-ED
            MOVE SPACES TO WS-LINEA-REP
            STRING 'TOTAL GENERAL ' WS-ANT-ED '  ' WS-ACT-ED ' '
                WS-CAMBIO-ED
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'MOVIMIENTOS FUERA DEL UMBRAL: ' WS-TOT-MARCADOS
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            CLOSE F-REPORTE
            DISPLAY WS-LINEA-REP UPON CONSOLE
            DISPLAY 'Reporte en CUBOCOMP.TXT' UPON CONSOLE.
       050-COMPARATIVO-SAL.
            EXIT.

       055-COMPARAR-FILA.
      *    Un renglon por mes con movimiento o con cifras y el total
      *    anual del departamento; las filas en ceros ambos años se
      *    omiten
            MOVE '----' TO WS-DEPTO-FILA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-MAPA-NUM
                IF WS-MAPA-T-FILA(WS-IDX) = IND1
                    AND WS-DEPTO-FILA = '----'
                    MOVE WS-MAPA-T-DEPTO(WS-IDX) TO WS-DEPTO-FILA
                END-IF
            END-PERFORM
            MOVE ZEROS TO WS-TOT-ANT
            MOVE ZEROS TO WS-TOT-ACT
            PERFORM VARYING IND2 FROM 1 BY 1 UNTIL IND2 > WS-L-COLS
                ADD VAL-A(IND1, IND2) TO WS-TOT-ANT
                ADD VAL-R(IND1, IND2) TO WS-TOT-ACT
            END-PERFORM
            IF WS-TOT-ANT = ZEROS AND WS-TOT-ACT = ZEROS
                GO TO 055-COMPARAR-FILA-SAL
            END-IF
            PERFORM VARYING IND2 FROM 1 BY 1 UNTIL IND2 > WS-L-COLS
                IF VAL-A(IND1, IND2) NOT = ZEROS
                    OR VAL-R(IND1, IND2) NOT = ZEROS
                    COMPUTE WS-CAMBIO = VAL-R(IND1, IND2)
                        - VAL-A(IND1, IND2)
                    PERFORM 080-CALCULAR-PCT
                       THRU
                       080-CALCULAR-PCT-SAL
                    MOVE VAL-A(IND1, IND2) TO WS-ANT-ED
                    MOVE VAL-R(IND1, IND2) TO WS-ACT-ED
                    MOVE WS-CAMBIO TO WS-CAMBIO-ED
                    MOVE SPACES TO WS-LINEA-REP
                    STRING WS-DEPTO-FILA '  ' IND1 '  ' IND2 '  '
                        WS-ANT-ED '  ' WS-ACT-ED ' ' WS-CAMBIO-ED ' '
                        WS-PCT-ED '  ' WS-MARCA
                        DELIMITED BY SIZE
                        INTO WS-LINEA-REP
                    PERFORM 090-ESCRIBIR
                       THRU
                       090-ESCRIBIR-SAL
                END-IF
            END-PERFORM
            MOVE WS-TOT-ANT TO WS-ANT-ED
            MOVE WS-TOT-ACT TO WS-ACT-ED
            COMPUTE WS-TOT-CAMBIO = WS-TOT-ACT - WS-TOT-ANT
            MOVE WS-TOT-CAMBIO TO WS-CAMBIO-ED
            MOVE ZEROS TO WS-PCT-ED
            MOVE SPACES TO WS-MARCA
            IF WS-TOT-ANT = ZEROS
                MOVE 'NUEVO' TO WS-MARCA
            ELSE
                COMPUTE WS-PCT ROUNDED =
                    (WS-TOT-CAMBIO * 100) / WS-TOT-ANT
                    ON SIZE ERROR
                        MOVE 99999.99 TO WS-PCT
                END-COMPUTE
                MOVE WS-PCT TO WS-PCT-ED
                IF WS-PCT > WS-UMBRAL OR WS-PCT < ZEROS - WS-UMBRAL
                    MOVE '*' TO WS-MARCA
                END-IF
            END-IF
            MOVE SPACES TO WS-LINEA-REP
            STRING WS-DEPTO-FILA '  ' IND1 '  TOT '
                WS-ANT-ED '  ' WS-ACT-ED ' ' WS-CAMBIO-ED ' '
                WS-PCT-ED '  ' WS-MARCA
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            ADD WS-TOT-ANT TO WS-GRAN-ANT
            ADD WS-TOT-ACT TO WS-GRAN-ACT.
       055-COMPARAR-FILA-SAL.
            EXIT.

       060-CARGAR-CUBO.
      *    Mismo formato DIM de PRG01012 y PRG01099
            MOVE 'N' TO WS-CARGA
            MOVE ZEROS TO WS-DIM-FILAS
            MOVE ZEROS TO WS-DIM-COLS
            MOVE ZEROS TO WS-DIM-PROF
            PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 10
                PERFORM VARYING IND2 FROM 1 BY 1 UNTIL IND2 > 10
                    PERFORM VARYING IND3 FROM 1 BY 1
                        UNTIL IND3 > 10
                        MOVE ZEROS TO PROFUNDIDAD(IND1, IND2, IND3)
                    END-PERFORM
                END-PERFORM
            END-PERFORM
            OPEN INPUT F-CUBO
            IF WS-STATUS-CUBO NOT = '00'
                GO TO 060-CARGAR-CUBO-SAL
            END-IF
            MOVE 'N' TO WS-EOF-CUBO
            READ F-CUBO INTO WS-ENC-CUBO
                AT END
                    MOVE 'Y' TO WS-EOF-CUBO
            END-READ
            IF FIN-CUBO OR WS-ENC-C-MARCA NOT = 'DIM'
                OR WS-ENC-C-FILAS NOT NUMERIC
                OR WS-ENC-C-COLS NOT NUMERIC
                OR WS-ENC-C-PROF NOT NUMERIC
                OR WS-ENC-C-FILAS < 1 OR WS-ENC-C-FILAS > 10
                OR WS-ENC-C-COLS < 1 OR WS-ENC-C-COLS > 10
                OR WS-ENC-C-PROF < 1 OR WS-ENC-C-PROF > 10
                DISPLAY 'Error: ' WS-ARCH-CUBO(1:20) ' no trae un '
                    'encabezado DIM valido' UPON CONSOLE
                CLOSE F-CUBO
                GO TO 060-CARGAR-CUBO-SAL
            END-IF
            MOVE WS-ENC-C-FILAS TO WS-DIM-FILAS
            MOVE WS-ENC-C-COLS TO WS-DIM-COLS
            MOVE WS-ENC-C-PROF TO WS-DIM-PROF
            MOVE 1 TO IND1
            PERFORM UNTIL FIN-CUBO OR IND1 > WS-DIM-FILAS
                MOVE 1 TO IND2
                PERFORM UNTIL FIN-CUBO OR IND2 > WS-DIM-COLS
                    READ F-CUBO INTO WS-CUBO-LINEA
                        AT END
                            MOVE 'Y' TO WS-EOF-CUBO
                        NOT AT END
                            PERFORM VARYING IND3 FROM 1 BY 1
                                UNTIL IND3 > WS-DIM-PROF
                                MOVE WS-CEL-ED(IND3) TO
                                    PROFUNDIDAD(IND1, IND2, IND3)
                            END-PERFORM
                            ADD 1 TO IND2
                    END-READ
                END-PERFORM
                ADD 1 TO IND1
            END-PERFORM
            CLOSE F-CUBO
            MOVE 'S' TO WS-CARGA.
       060-CARGAR-CUBO-SAL.
            EXIT.

       065-CARGAR-TABLA.
      *    Carga un archivo de tabla de PRG01011 en TABLA-R y deja
      *    las dimensiones leidas en WS-L-FILAS/WS-L-COLS
            MOVE 'N' TO WS-CARGA
            PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 20
                PERFORM VARYING IND2 FROM 1 BY 1 UNTIL IND2 > 20
                    MOVE ZEROS TO VAL-R(IND1, IND2)
                END-PERFORM
            END-PERFORM
            OPEN INPUT F-TABLA
            IF WS-STATUS-TABLA NOT = '00'
                DISPLAY 'Error: no se pudo abrir ' WS-ARCH-TABLA
                    UPON CONSOLE
                GO TO 065-CARGAR-TABLA-SAL
            END-IF
            MOVE 'N' TO WS-EOF-TABLA
            READ F-TABLA INTO WS-ENCABEZADO
                AT END
                    MOVE 'Y' TO WS-EOF-TABLA
            END-READ
            IF FIN-TABLA OR WS-ENC-MARCA NOT = 'DIM'
                OR WS-ENC-FILAS NOT NUMERIC
                OR WS-ENC-COLS NOT NUMERIC
                OR WS-ENC-FILAS < 1 OR WS-ENC-FILAS > 20
                OR WS-ENC-COLS < 1 OR WS-ENC-COLS > 20
                DISPLAY 'Error: el archivo no trae encabezado DIM'
                    UPON CONSOLE
                CLOSE F-TABLA
                GO TO 065-CARGAR-TABLA-SAL
            END-IF
            MOVE WS-ENC-FILAS TO WS-L-FILAS
            MOVE WS-ENC-COLS TO WS-L-COLS
            MOVE 1 TO IND1
            PERFORM UNTIL FIN-TABLA OR IND1 > WS-L-FILAS
                READ F-TABLA INTO WS-FILA-LINEA
                    AT END
                        MOVE 'Y' TO WS-EOF-TABLA
                    NOT AT END
                        PERFORM VARYING IND2 FROM 1 BY 1
                            UNTIL IND2 > WS-L-COLS
                            MOVE WS-COL-ED(IND2) TO VAL-R(IND1, IND2)
                        END-PERFORM
                        ADD 1 TO IND1
                END-READ
            END-PERFORM
            CLOSE F-TABLA
            MOVE 'S' TO WS-CARGA.
       065-CARGAR-TABLA-SAL.
            EXIT.

       070-GUARDAR-TABLA.
      *    Mismo trazado que la opcion 3 de PRG01011
            DISPLAY 'Archivo para la tabla del corte: ' UPON CONSOLE
            ACCEPT WS-ARCH-TABLA FROM CONSOLE
            OPEN OUTPUT F-TABLA
            IF WS-STATUS-TABLA NOT = '00'
                DISPLAY 'Error: no se pudo crear ' WS-ARCH-TABLA
                    UPON CONSOLE
                GO TO 070-GUARDAR-TABLA-SAL
            END-IF
            MOVE 'DIM' TO WS-ENC-MARCA
            MOVE WS-R-FILAS TO WS-ENC-FILAS
            MOVE WS-R-COLS TO WS-ENC-COLS
            MOVE SPACES TO REG-TABLA
            MOVE WS-ENCABEZADO TO REG-TABLA(1:7)
            WRITE REG-TABLA
            PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > WS-R-FILAS
                MOVE SPACES TO WS-FILA-LINEA
                PERFORM VARYING IND2 FROM 1 BY 1
                    UNTIL IND2 > WS-R-COLS
                    MOVE VAL-R(IND1, IND2) TO WS-COL-ED(IND2)
                END-PERFORM
                MOVE WS-FILA-LINEA TO REG-TABLA
                WRITE REG-TABLA
            END-PERFORM
            CLOSE F-TABLA
            DISPLAY 'Corte de ' WS-R-FILAS ' x ' WS-R-COLS
                ' guardado en ' WS-ARCH-TABLA UPON CONSOLE.
       070-GUARDAR-TABLA-SAL.
            EXIT.

       075-CARGAR-MAPA.
            MOVE ZEROS TO WS-MAPA-NUM
            MOVE 'N' TO WS-FIN-ARCHIVO
            OPEN INPUT F-MAPA
            IF WS-STATUS-MAPA NOT = '00'
                GO TO 075-CARGAR-MAPA-SAL
            END-IF
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
       075-CARGAR-MAPA-SAL.
            EXIT.

       080-CALCULAR-PCT.
      *    Cambio porcentual contra el año anterior; sin base el
      *    movimiento es NUEVO y cuenta como fuera del umbral
            MOVE SPACES TO WS-MARCA
            MOVE ZEROS TO WS-PCT
            IF VAL-A(IND1, IND2) = ZEROS
                MOVE ZEROS TO WS-PCT-ED
                MOVE 'NUEVO' TO WS-MARCA
                ADD 1 TO WS-TOT-MARCADOS
                GO TO 080-CALCULAR-PCT-SAL
            END-IF
            COMPUTE WS-PCT ROUNDED =
                (WS-CAMBIO * 100) / VAL-A(IND1, IND2)
                ON SIZE ERROR
                    MOVE 99999.99 TO WS-PCT
            END-COMPUTE
            MOVE WS-PCT TO WS-PCT-ED
            IF WS-PCT < ZEROS
                COMPUTE WS-PCT-ABS = ZEROS - WS-PCT
            ELSE
                MOVE WS-PCT TO WS-PCT-ABS
            END-IF
            IF WS-PCT-ABS > WS-UMBRAL
                MOVE '*' TO WS-MARCA
                ADD 1 TO WS-TOT-MARCADOS
            END-IF.
       080-CALCULAR-PCT-SAL.
            EXIT.

       090-ESCRIBIR.
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       090-ESCRIBIR-SAL.
            EXIT.

       END PROGRAM PRG01158.
