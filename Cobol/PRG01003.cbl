      *  PRG01058 (un renglon por respuesta, en el orden de los
      *  prompts) y el lote corre desatendido; sin archivo se
      *  pregunta en consola como siempre - LCG 22 AGO 26
      *  Modo E de estadistica descriptiva sobre un archivo de cifras
      *  con el trazado del operando del lote (entero o decimal):
      *  conteo, suma, media, mediana, moda, minimo, maximo, rango,
      *  varianza y desviacion poblacionales, cuartiles e histograma de
      *  cubetas configurables, asentados en CALCLOG.TXT; la
      *  verificacion V cuenta aparte esos renglones - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SALIDA-LOTE ASSIGN DYNAMIC WS-ARCH-SALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SALIDA.
           SELECT WK-ESTADISTICA ASSIGN TO "WKEST.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  F-BITACORA.
       01 REG-ENTRADA-LOTE         PIC X(28).
       FD  F-SALIDA-LOTE.
       01 REG-SALIDA-LOTE          PIC X(80).
       SD  WK-ESTADISTICA.
       01 REG-ESTADISTICA.
           05 EST-VALOR             PIC S9(13)V99.
       WORKING-STORAGE SECTION.
           01 A            PIC S9(13).
           01 B            PIC S9(13).
               88 MODO-INTERACTIVO  VALUE 'I'.
               88 MODO-LOTE         VALUE 'L'.
               88 MODO-VERIFICACION VALUE 'V'.
               88 MODO-ESTADISTICA  VALUE 'E'.
           02 WS-ARCH-ENTRADA       PIC X(100) VALUE SPACES.
           02 WS-ARCH-SALIDA        PIC X(100) VALUE SPACES.
           02 WS-STATUS-ENTRADA     PIC XX VALUE '00'.
           05 WS-TOT-DESBORDADOS    PIC 9(6) VALUE ZEROS.
           05 WS-VER-COMP-ALT       PIC X(18) VALUE SPACES.
           05 WS-VER-X2             PIC S9(14)V99 VALUE ZEROS.
           05 WS-TOT-ESTADISTICA    PIC 9(6) VALUE ZEROS.
       01 WS-ESTADISTICA.
      *    Estadistica descriptiva sobre un archivo de cifras con el
      *    trazado del primer operando del lote (signo separado y 13
      *    digitos; en modo decimal los dos ultimos son centavos)
           05 WS-EST-ENTRADA        PIC X(100) VALUE SPACES.
           05 WS-EST-ERROR          PIC X VALUE 'N'.
               88 EST-SIN-ARCHIVO   VALUE 'S'.
           05 WS-EST-N              PIC 9(7) VALUE ZEROS.
           05 WS-EST-RECHAZADOS     PIC 9(7) VALUE ZEROS.
           05 WS-EST-POS            PIC 9(7) VALUE ZEROS.
           05 WS-EST-VALOR          PIC S9(13)V99 VALUE ZEROS.
           05 WS-EST-SUMA           PIC S9(18)V99 VALUE ZEROS.
           05 WS-EST-MEDIA          PIC S9(13)V9(4) VALUE ZEROS.
           05 WS-EST-MIN            PIC S9(13)V99 VALUE ZEROS.
           05 WS-EST-MAX            PIC S9(13)V99 VALUE ZEROS.
           05 WS-EST-RANGO          PIC S9(14)V99 VALUE ZEROS.
           05 WS-EST-DESV-ACUM      PIC S9(27)V9(4) VALUE ZEROS.
           05 WS-EST-VARIANZA       PIC S9(27)V9(4) VALUE ZEROS.
           05 WS-EST-DESVIACION     PIC S9(14)V9(4) VALUE ZEROS.
           05 WS-EST-DESBORDE       PIC X VALUE 'N'.
               88 EST-DESBORDADA    VALUE 'S'.
      *    Moda por corridas de valores iguales en el orden del SORT
           05 WS-EST-ANTERIOR       PIC S9(13)V99 VALUE ZEROS.
           05 WS-EST-CORRIDA        PIC 9(7) VALUE ZEROS.
           05 WS-EST-MODA           PIC S9(13)V99 VALUE ZEROS.
           05 WS-EST-MODA-VECES     PIC 9(7) VALUE ZEROS.
           05 WS-EST-MODA-EMPATES   PIC 9(7) VALUE ZEROS.
      *    Cuartiles por interpolacion entre las posiciones
      *    1 + (n - 1) * k / 4 del orden (k = 1, 2, 3; Q2 = mediana)
           05 WS-EST-K              PIC 9 VALUE ZEROS.
           05 WS-EST-H              PIC 9(7)V9(4) VALUE ZEROS.
           05 WS-EST-CUARTIL OCCURS 3 TIMES.
               10 WS-EST-Q-POS      PIC 9(7).
               10 WS-EST-Q-FRAC     PIC V9(4).
               10 WS-EST-Q-BAJO     PIC S9(13)V99.
               10 WS-EST-Q-ALTO     PIC S9(13)V99.
               10 WS-EST-Q-VALOR    PIC S9(13)V99.
      *    Histograma: cubetas de igual ancho desde el minimo; con
      *    ancho dado la ultima cubeta junta todo lo que sobra
           05 WS-EST-CUBETAS        PIC 99 VALUE 10.
           05 WS-EST-ANCHO          PIC S9(13)V99 VALUE ZEROS.
           05 WS-EST-ANCHO-DADO     PIC X VALUE 'N'.
               88 ANCHO-DADO        VALUE 'S'.
           05 WS-EST-CUBETA         PIC 9(9) VALUE ZEROS.
           05 WS-EST-CUENTA         PIC 9(7) OCCURS 20 TIMES.
           05 WS-EST-CUENTA-MAX     PIC 9(7) VALUE ZEROS.
           05 WS-EST-IDX            PIC 99 VALUE ZEROS.
           05 WS-EST-BARRA          PIC X(25) VALUE SPACES.
           05 WS-EST-LARGO          PIC 99 VALUE ZEROS.
           05 WS-EST-DESDE          PIC S9(14)V99 VALUE ZEROS.
           05 WS-EST-HASTA          PIC S9(14)V99 VALUE ZEROS.
           05 WS-EST-TEXTO          PIC X(76) VALUE SPACES.
           05 WS-EST-ED1            PIC -(14)9.99.
           05 WS-EST-ED2            PIC -(14)9.99.
           05 WS-EST-ED3            PIC -(14)9.99.
           05 WS-EST-CONT-ED        PIC Z(6)9.
           05 WS-EST-CONT-ED2       PIC Z(6)9.
           05 WS-EST-CORTO1         PIC -(13)9.99.
           05 WS-EST-CORTO2         PIC -(13)9.99.
           05 WS-EST-VAR-ED         PIC -(26)9.99.
       01 WS-JOB-PROGRAMA           PIC X(8) VALUE 'PRG01003'.
       01 WS-JOB-EVENTO             PIC X VALUE 'I'.
       01 WS-JOB-REGISTROS          PIC 9(6) VALUE ZEROS.
                   080-VERIFICAR-BITACORA-SAL
                GOBACK
            END-IF
            IF MODO-ESTADISTICA
                PERFORM 090-ESTADISTICA
                   THRU
                   090-ESTADISTICA-SAL
                GOBACK
            END-IF
            IF MODO-LOTE
                PERFORM 060-PROCESO-LOTE
            ELSE
            IF CON-PARAMETROS
                MOVE WS-PAR-VALOR(1:1) TO WS-MODO
            ELSE
                DISPLAY 'Modo: (I)nteractivo, por (L)ote, '
                    '(V)erificar la bitacora o (E)stadistica de un '
                    'archivo de cifras: ' UPON CONSOLE
                ACCEPT WS-MODO FROM CONSOLE
            END-IF
            IF NOT MODO-LOTE AND NOT MODO-VERIFICACION
                AND NOT MODO-ESTADISTICA
                MOVE 'I' TO WS-MODO
            END-IF.
       005-SELECCIONAR-MODO-SAL.
            DISPLAY 'Renglones mal formados: ' WS-TOT-MALFORMADOS
                UPON CONSOLE
            DISPLAY 'Renglones desbordados (no verificables): '
                WS-TOT-DESBORDADOS UPON CONSOLE
            DISPLAY 'Renglones de estadistica (no re-ejecutables): '
                WS-TOT-ESTADISTICA UPON CONSOLE.
       080-VERIFICAR-BITACORA-SAL.
            EXIT.

                    GO TO 085-VERIFICAR-RENGLON-SAL
            END-READ
            ADD 1 TO WS-TOT-LEIDOS
      *    Los renglones del modo estadistica resumen un archivo de
      *    entrada que la bitacora no guarda; se cuentan aparte
            IF WS-VER-LINEA(19:11) = 'ESTADISTICA'
                ADD 1 TO WS-TOT-ESTADISTICA
                GO TO 085-VERIFICAR-RENGLON-SAL
            END-IF
            MOVE 'N' TO WS-VER-MALO
            MOVE 'N' TO WS-VER-ES-DECIMAL
            MOVE SPACES TO WS-VER-OPER
       021-REGISTRAR-BITACORA-DEC-SAL.
            EXIT.

       090-ESTADISTICA.
      *    Conteo, suma, media, mediana, moda, extremos, rango,
      *    varianza y desviacion (poblacionales), cuartiles e
      *    histograma de un archivo de cifras, ordenado con el SORT
      *    de WKEST.TMP; los resultados van a CALCLOG.TXT
            PERFORM 004-TOMAR-PARAMETRO
               THRU
               004-TOMAR-PARAMETRO-SAL
            IF CON-PARAMETROS
                MOVE WS-PAR-VALOR TO WS-EST-ENTRADA
            ELSE
                DISPLAY 'Archivo de cifras (una por renglon, signo y '
                    '13 digitos como el operando A del lote): '
                    UPON CONSOLE
                ACCEPT WS-EST-ENTRADA FROM CONSOLE
            END-IF
            MOVE WS-EST-ENTRADA TO WS-ARCH-ENTRADA
            PERFORM 004-TOMAR-PARAMETRO
               THRU
               004-TOMAR-PARAMETRO-SAL
            IF CON-PARAMETROS
                MOVE WS-PAR-VALOR(1:1) TO WS-MODO-ARIT
            ELSE
                DISPLAY 'Cifras (E)nteras o (D)ecimal/moneda con los '
                    'dos ultimos digitos como centavos: ' UPON CONSOLE
                ACCEPT WS-MODO-ARIT FROM CONSOLE
            END-IF
            IF NOT MODO-DECIMAL
                MOVE 'E' TO WS-MODO-ARIT
            END-IF
            PERFORM 004-TOMAR-PARAMETRO
               THRU
               004-TOMAR-PARAMETRO-SAL
            IF NOT CON-PARAMETROS
                DISPLAY 'Cubetas del histograma 1-20 (Enter: 10): '
                    UPON CONSOLE
                MOVE SPACES TO WS-PAR-VALOR
                ACCEPT WS-PAR-VALOR FROM CONSOLE
            END-IF
            MOVE 10 TO WS-EST-CUBETAS
            IF WS-PAR-VALOR NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-PAR-VALOR) = ZEROS
                IF FUNCTION NUMVAL(WS-PAR-VALOR) >= 1
                    AND FUNCTION NUMVAL(WS-PAR-VALOR) <= 20
                    COMPUTE WS-EST-CUBETAS =
                        FUNCTION NUMVAL(WS-PAR-VALOR)
                END-IF
            END-IF
            PERFORM 004-TOMAR-PARAMETRO
               THRU
               004-TOMAR-PARAMETRO-SAL
            IF NOT CON-PARAMETROS
                DISPLAY 'Ancho de cubeta, p.ej. 2500.00 (Enter: el '
                    'rango entre el numero de cubetas): ' UPON CONSOLE
                MOVE SPACES TO WS-PAR-VALOR
                ACCEPT WS-PAR-VALOR FROM CONSOLE
            END-IF
            MOVE ZEROS TO WS-EST-ANCHO
            IF WS-PAR-VALOR NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-PAR-VALOR) = ZEROS
                COMPUTE WS-EST-ANCHO = FUNCTION NUMVAL(WS-PAR-VALOR)
                    ON SIZE ERROR
                        MOVE ZEROS TO WS-EST-ANCHO
                END-COMPUTE
            END-IF
            MOVE 'N' TO WS-EST-ANCHO-DADO
            IF WS-EST-ANCHO > ZEROS
                MOVE 'S' TO WS-EST-ANCHO-DADO
            ELSE
                MOVE ZEROS TO WS-EST-ANCHO
            END-IF
            MOVE 'I' TO WS-JOB-EVENTO
            MOVE ZEROS TO WS-JOB-REGISTROS
            CALL 'PRG01056' USING WS-JOB-PROGRAMA WS-JOB-EVENTO
                WS-JOB-REGISTROS WS-JOB-ESTADO
            MOVE 'N' TO WS-EST-ERROR
            MOVE ZEROS TO WS-EST-N
            MOVE ZEROS TO WS-EST-RECHAZADOS
            MOVE ZEROS TO WS-EST-SUMA
            MOVE ZEROS TO WS-EST-DESV-ACUM
            MOVE 'N' TO WS-EST-DESBORDE
            MOVE ZEROS TO WS-RENGLON-LOTE
            SORT WK-ESTADISTICA
                ON ASCENDING KEY EST-VALOR
                INPUT PROCEDURE 091-LEER-CIFRAS
                    THRU 091-LEER-CIFRAS-SAL
                OUTPUT PROCEDURE 093-RECORRER-ORDEN
                    THRU 093-RECORRER-ORDEN-SAL
            MOVE 'F' TO WS-JOB-EVENTO
            MOVE 'C' TO WS-JOB-ESTADO
            IF EST-SIN-ARCHIVO
                MOVE 'E' TO WS-JOB-ESTADO
            END-IF
            MOVE WS-RENGLON-LOTE TO WS-JOB-REGISTROS
            CALL 'PRG01056' USING WS-JOB-PROGRAMA WS-JOB-EVENTO
                WS-JOB-REGISTROS WS-JOB-ESTADO
            IF EST-SIN-ARCHIVO
                GO TO 090-ESTADISTICA-SAL
            END-IF
            PERFORM 095-CALCULAR-RESULTADOS
               THRU
               095-CALCULAR-RESULTADOS-SAL
            PERFORM 096-REPORTAR-ESTADISTICA
               THRU
               096-REPORTAR-ESTADISTICA-SAL.
       090-ESTADISTICA-SAL.
            EXIT.

       091-LEER-CIFRAS.
            OPEN INPUT F-ENTRADA-LOTE
            IF WS-STATUS-ENTRADA NOT = '00'
                MOVE 'S' TO WS-EST-ERROR
                DISPLAY 'No abre el archivo de cifras, status '
                    WS-STATUS-ENTRADA UPON CONSOLE
                GO TO 091-LEER-CIFRAS-SAL
            END-IF
            MOVE 'N' TO WS-EOF-LOTE
            PERFORM UNTIL FIN-LOTE
                MOVE SPACES TO WS-PAR-LOTE
                READ F-ENTRADA-LOTE INTO WS-PAR-LOTE
                    AT END
                        MOVE 'Y' TO WS-EOF-LOTE
                    NOT AT END
                        ADD 1 TO WS-RENGLON-LOTE
                        PERFORM 092-VALIDAR-CIFRA
                           THRU
                           092-VALIDAR-CIFRA-SAL
                END-READ
            END-PERFORM
            CLOSE F-ENTRADA-LOTE.
       091-LEER-CIFRAS-SAL.
            EXIT.

       092-VALIDAR-CIFRA.
      *    Misma forma que el operando del lote: signo + o - y 13
      *    digitos; lo que no la cumple se rechaza y se informa
            IF WS-A-ED NOT NUMERIC
                ADD 1 TO WS-EST-RECHAZADOS
                DISPLAY 'RENGLON ' WS-RENGLON-LOTE ' RECHAZADO: '
                    WS-PAR-LOTE(1:14) UPON CONSOLE
                GO TO 092-VALIDAR-CIFRA-SAL
            END-IF
            IF MODO-DECIMAL
                COMPUTE WS-EST-VALOR = WS-A-ED / 100
            ELSE
                MOVE WS-A-ED TO WS-EST-VALOR
            END-IF
            ADD 1 TO WS-EST-N
            IF WS-EST-N = 1 OR WS-EST-VALOR < WS-EST-MIN
                MOVE WS-EST-VALOR TO WS-EST-MIN
            END-IF
            IF WS-EST-N = 1 OR WS-EST-VALOR > WS-EST-MAX
                MOVE WS-EST-VALOR TO WS-EST-MAX
            END-IF
            ADD WS-EST-VALOR TO WS-EST-SUMA
                ON SIZE ERROR
                    MOVE 'S' TO WS-EST-DESBORDE
            END-ADD
            MOVE WS-EST-VALOR TO EST-VALOR
            RELEASE REG-ESTADISTICA.
       092-VALIDAR-CIFRA-SAL.
            EXIT.

       093-RECORRER-ORDEN.
      *    Con el conteo, la suma y los extremos de la entrada se
      *    fijan la media, las posiciones de los cuartiles y el ancho
      *    de las cubetas antes de recorrer el orden
            IF WS-EST-N = ZEROS
                GO TO 093-RECORRER-ORDEN-SAL
            END-IF
            COMPUTE WS-EST-MEDIA ROUNDED = WS-EST-SUMA / WS-EST-N
            PERFORM VARYING WS-EST-K FROM 1 BY 1 UNTIL WS-EST-K > 3
                COMPUTE WS-EST-H =
                    ((WS-EST-N * WS-EST-K) - WS-EST-K) / 4
                MOVE WS-EST-H TO WS-EST-Q-POS(WS-EST-K)
                COMPUTE WS-EST-Q-FRAC(WS-EST-K) =
                    WS-EST-H - WS-EST-Q-POS(WS-EST-K)
                ADD 1 TO WS-EST-Q-POS(WS-EST-K)
                MOVE ZEROS TO WS-EST-Q-BAJO(WS-EST-K)
                MOVE ZEROS TO WS-EST-Q-ALTO(WS-EST-K)
            END-PERFORM
            IF NOT ANCHO-DADO
                COMPUTE WS-EST-ANCHO =
                    (WS-EST-MAX - WS-EST-MIN) / WS-EST-CUBETAS
                IF WS-EST-ANCHO = ZEROS AND WS-EST-MAX > WS-EST-MIN
                    MOVE 0.01 TO WS-EST-ANCHO
                END-IF
            END-IF
            PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                UNTIL WS-EST-IDX > 20
                MOVE ZEROS TO WS-EST-CUENTA(WS-EST-IDX)
            END-PERFORM
            MOVE ZEROS TO WS-EST-POS
            MOVE ZEROS TO WS-EST-CORRIDA
            MOVE ZEROS TO WS-EST-MODA-VECES
            MOVE ZEROS TO WS-EST-MODA-EMPATES
            MOVE 'N' TO WS-EOF-LOTE
            PERFORM UNTIL FIN-LOTE
                RETURN WK-ESTADISTICA
                    AT END
                        MOVE 'Y' TO WS-EOF-LOTE
                    NOT AT END
                        PERFORM 094-TOMAR-VALOR
                           THRU
                           094-TOMAR-VALOR-SAL
                END-RETURN
            END-PERFORM.
       093-RECORRER-ORDEN-SAL.
            EXIT.

       094-TOMAR-VALOR.
            ADD 1 TO WS-EST-POS
            MOVE EST-VALOR TO WS-EST-VALOR
      *    Moda: la corrida mas larga de valores iguales (la menor
      *    si hay empate)
            IF WS-EST-POS = 1 OR WS-EST-VALOR NOT = WS-EST-ANTERIOR
                MOVE 1 TO WS-EST-CORRIDA
            ELSE
                ADD 1 TO WS-EST-CORRIDA
            END-IF
            MOVE WS-EST-VALOR TO WS-EST-ANTERIOR
            IF WS-EST-CORRIDA > WS-EST-MODA-VECES
                MOVE WS-EST-VALOR TO WS-EST-MODA
                MOVE WS-EST-CORRIDA TO WS-EST-MODA-VECES
                MOVE 1 TO WS-EST-MODA-EMPATES
            ELSE
                IF WS-EST-CORRIDA = WS-EST-MODA-VECES
                    ADD 1 TO WS-EST-MODA-EMPATES
                END-IF
            END-IF
            PERFORM VARYING WS-EST-K FROM 1 BY 1 UNTIL WS-EST-K > 3
                IF WS-EST-POS = WS-EST-Q-POS(WS-EST-K)
                    MOVE WS-EST-VALOR TO WS-EST-Q-BAJO(WS-EST-K)
                    MOVE WS-EST-VALOR TO WS-EST-Q-ALTO(WS-EST-K)
                END-IF
                IF WS-EST-POS = WS-EST-Q-POS(WS-EST-K) + 1
                    MOVE WS-EST-VALOR TO WS-EST-Q-ALTO(WS-EST-K)
                END-IF
            END-PERFORM
            COMPUTE WS-EST-DESV-ACUM = WS-EST-DESV-ACUM
                + ((WS-EST-VALOR - WS-EST-MEDIA)
                    * (WS-EST-VALOR - WS-EST-MEDIA))
                ON SIZE ERROR
                    MOVE 'S' TO WS-EST-DESBORDE
            END-COMPUTE
            MOVE 1 TO WS-EST-CUBETA
            IF WS-EST-ANCHO > ZEROS
                COMPUTE WS-EST-CUBETA =
                    ((WS-EST-VALOR - WS-EST-MIN) / WS-EST-ANCHO) + 1
                    ON SIZE ERROR
                        MOVE WS-EST-CUBETAS TO WS-EST-CUBETA
                END-COMPUTE
            END-IF
            IF WS-EST-CUBETA > WS-EST-CUBETAS
                MOVE WS-EST-CUBETAS TO WS-EST-CUBETA
            END-IF
            ADD 1 TO WS-EST-CUENTA(WS-EST-CUBETA).
       094-TOMAR-VALOR-SAL.
            EXIT.

       095-CALCULAR-RESULTADOS.
            IF WS-EST-N = ZEROS
                GO TO 095-CALCULAR-RESULTADOS-SAL
            END-IF
            COMPUTE WS-EST-RANGO = WS-EST-MAX - WS-EST-MIN
            COMPUTE WS-EST-VARIANZA ROUNDED =
                WS-EST-DESV-ACUM / WS-EST-N
            COMPUTE WS-EST-DESVIACION ROUNDED =
                FUNCTION SQRT(WS-EST-VARIANZA)
                ON SIZE ERROR
                    MOVE 'S' TO WS-EST-DESBORDE
            END-COMPUTE
            PERFORM VARYING WS-EST-K FROM 1 BY 1 UNTIL WS-EST-K > 3
                COMPUTE WS-EST-Q-VALOR(WS-EST-K) ROUNDED =
                    WS-EST-Q-BAJO(WS-EST-K) + (WS-EST-Q-FRAC(WS-EST-K)
                    * (WS-EST-Q-ALTO(WS-EST-K)
                        - WS-EST-Q-BAJO(WS-EST-K)))
            END-PERFORM
            MOVE ZEROS TO WS-EST-CUENTA-MAX
            PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                UNTIL WS-EST-IDX > WS-EST-CUBETAS
                IF WS-EST-CUENTA(WS-EST-IDX) > WS-EST-CUENTA-MAX
                    MOVE WS-EST-CUENTA(WS-EST-IDX)
                        TO WS-EST-CUENTA-MAX
                END-IF
            END-PERFORM.
       095-CALCULAR-RESULTADOS-SAL.
            EXIT.

       096-REPORTAR-ESTADISTICA.
            OPEN EXTEND F-BITACORA
            IF WS-STATUS-BITACORA = '35'
                OPEN OUTPUT F-BITACORA
            END-IF
            MOVE 'ESTADISTICA' TO WS-OPERACION
            MOVE WS-EST-N TO WS-EST-CONT-ED
            MOVE WS-EST-RECHAZADOS TO WS-EST-CONT-ED2
            MOVE SPACES TO WS-EST-TEXTO
            STRING 'N=' WS-EST-CONT-ED ' RECHAZADOS=' WS-EST-CONT-ED2
                ' MODO=' WS-MODO-ARIT ' ARCHIVO=' WS-EST-ENTRADA
                DELIMITED BY SIZE
                INTO WS-EST-TEXTO
            PERFORM 098-ASENTAR-ESTADISTICA
               THRU
               098-ASENTAR-ESTADISTICA-SAL
            IF WS-EST-N = ZEROS
                MOVE 'SIN CIFRAS VALIDAS EN EL ARCHIVO' TO WS-EST-TEXTO
                PERFORM 098-ASENTAR-ESTADISTICA
                   THRU
                   098-ASENTAR-ESTADISTICA-SAL
                GO TO 096-CERRAR-BITACORA
            END-IF
            MOVE WS-EST-SUMA TO WS-EST-ED1
            COMPUTE WS-EST-ED2 ROUNDED = WS-EST-MEDIA
            STRING 'SUMA=' WS-EST-ED1 ' MEDIA=' WS-EST-ED2
                DELIMITED BY SIZE
                INTO WS-EST-TEXTO
            PERFORM 098-ASENTAR-ESTADISTICA
               THRU
               098-ASENTAR-ESTADISTICA-SAL
            MOVE WS-EST-Q-VALOR(2) TO WS-EST-ED1
            STRING 'MEDIANA=' WS-EST-ED1
                DELIMITED BY SIZE
                INTO WS-EST-TEXTO
            PERFORM 098-ASENTAR-ESTADISTICA
               THRU
               098-ASENTAR-ESTADISTICA-SAL
            IF WS-EST-MODA-VECES < 2
                MOVE 'MODA=NINGUNA (NINGUN VALOR SE REPITE)'
                    TO WS-EST-TEXTO
            ELSE
                MOVE WS-EST-MODA TO WS-EST-ED1
                MOVE WS-EST-MODA-VECES TO WS-EST-CONT-ED
                MOVE WS-EST-MODA-EMPATES TO WS-EST-CONT-ED2
                STRING 'MODA=' WS-EST-ED1 ' VECES=' WS-EST-CONT-ED
                    ' VALORES EMPATADOS=' WS-EST-CONT-ED2
                    DELIMITED BY SIZE
                    INTO WS-EST-TEXTO
            END-IF
            PERFORM 098-ASENTAR-ESTADISTICA
               THRU
               098-ASENTAR-ESTADISTICA-SAL
            MOVE WS-EST-MIN TO WS-EST-ED1
            MOVE WS-EST-MAX TO WS-EST-ED2
            MOVE WS-EST-RANGO TO WS-EST-ED3
            STRING 'MIN=' WS-EST-ED1 ' MAX=' WS-EST-ED2 ' RANGO='
                WS-EST-ED3
                DELIMITED BY SIZE
                INTO WS-EST-TEXTO
            PERFORM 098-ASENTAR-ESTADISTICA
               THRU
               098-ASENTAR-ESTADISTICA-SAL
            IF EST-DESBORDADA
                MOVE 'VARIANZA=DESBORDADA DESV.EST=DESBORDADA'
                    TO WS-EST-TEXTO
            ELSE
                COMPUTE WS-EST-VAR-ED ROUNDED = WS-EST-VARIANZA
                COMPUTE WS-EST-ED1 ROUNDED = WS-EST-DESVIACION
                STRING 'VARIANZA=' WS-EST-VAR-ED ' DESV.EST='
                    WS-EST-ED1
                    DELIMITED BY SIZE
                    INTO WS-EST-TEXTO
            END-IF
            PERFORM 098-ASENTAR-ESTADISTICA
               THRU
               098-ASENTAR-ESTADISTICA-SAL
            MOVE WS-EST-Q-VALOR(1) TO WS-EST-ED1
            MOVE WS-EST-Q-VALOR(2) TO WS-EST-ED2
            MOVE WS-EST-Q-VALOR(3) TO WS-EST-ED3
            STRING 'Q1=' WS-EST-ED1 ' Q2=' WS-EST-ED2 ' Q3='
                WS-EST-ED3
                DELIMITED BY SIZE
                INTO WS-EST-TEXTO
            PERFORM 098-ASENTAR-ESTADISTICA
               THRU
               098-ASENTAR-ESTADISTICA-SAL
            MOVE WS-EST-ANCHO TO WS-EST-ED1
            MOVE WS-EST-CUBETAS TO WS-EST-CONT-ED
            STRING 'HISTOGRAMA CUBETAS=' WS-EST-CONT-ED ' ANCHO='
                WS-EST-ED1
                DELIMITED BY SIZE
                INTO WS-EST-TEXTO
            PERFORM 098-ASENTAR-ESTADISTICA
               THRU
               098-ASENTAR-ESTADISTICA-SAL
            PERFORM 097-RENGLON-HISTOGRAMA
               THRU
               097-RENGLON-HISTOGRAMA-SAL
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-EST-CUBETAS.
       096-CERRAR-BITACORA.
            CLOSE F-BITACORA.
       096-REPORTAR-ESTADISTICA-SAL.
            EXIT.

       097-RENGLON-HISTOGRAMA.
      *    Barra de asteriscos proporcional a la cubeta mas llena
            COMPUTE WS-EST-DESDE = WS-EST-MIN
                + (WS-EST-ANCHO * WS-EST-IDX) - WS-EST-ANCHO
            COMPUTE WS-EST-HASTA = WS-EST-DESDE + WS-EST-ANCHO
            IF WS-EST-IDX = WS-EST-CUBETAS AND NOT ANCHO-DADO
                MOVE WS-EST-MAX TO WS-EST-HASTA
            END-IF
            MOVE ZEROS TO WS-EST-LARGO
            IF WS-EST-CUENTA-MAX > ZEROS
                COMPUTE WS-EST-LARGO =
                    (WS-EST-CUENTA(WS-EST-IDX) * 25) / WS-EST-CUENTA-MAX
            END-IF
            IF WS-EST-LARGO = ZEROS AND WS-EST-CUENTA(WS-EST-IDX) > 0
                MOVE 1 TO WS-EST-LARGO
            END-IF
            MOVE SPACES TO WS-EST-BARRA
            IF WS-EST-LARGO > ZEROS
                MOVE ALL '*' TO WS-EST-BARRA(1:WS-EST-LARGO)
            END-IF
            MOVE WS-EST-DESDE TO WS-EST-CORTO1
            MOVE WS-EST-HASTA TO WS-EST-CORTO2
            MOVE WS-EST-CUENTA(WS-EST-IDX) TO WS-EST-CONT-ED
            IF WS-EST-IDX = WS-EST-CUBETAS AND ANCHO-DADO
                STRING WS-EST-IDX ' ' WS-EST-CORTO1 ' Y MAS            '
                    ' ' WS-EST-CONT-ED ' ' WS-EST-BARRA
                    DELIMITED BY SIZE
                    INTO WS-EST-TEXTO
            ELSE
                STRING WS-EST-IDX ' ' WS-EST-CORTO1 ' A' WS-EST-CORTO2
                    ' ' WS-EST-CONT-ED ' ' WS-EST-BARRA
                    DELIMITED BY SIZE
                    INTO WS-EST-TEXTO
            END-IF
            PERFORM 098-ASENTAR-ESTADISTICA
               THRU
               098-ASENTAR-ESTADISTICA-SAL.
       097-RENGLON-HISTOGRAMA-SAL.
            EXIT.

       098-ASENTAR-ESTADISTICA.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            MOVE SPACES TO WS-LINEA-BITACORA
            STRING WS-FECHA-SIS '-' WS-HORA-SIS ' ' WS-OPERACION
                ' ' WS-EST-TEXTO
                DELIMITED BY SIZE
                INTO WS-LINEA-BITACORA
            MOVE WS-LINEA-BITACORA TO REG-BITACORA
            WRITE REG-BITACORA
            DISPLAY WS-EST-TEXTO UPON CONSOLE
            MOVE SPACES TO WS-EST-TEXTO.
       098-ASENTAR-ESTADISTICA-SAL.
            EXIT.

       004-TOMAR-PARAMETRO.
      *    Siguiente renglon del archivo de parametros; HAY queda en
