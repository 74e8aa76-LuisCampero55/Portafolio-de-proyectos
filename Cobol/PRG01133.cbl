       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01133.
      *  Distribucion porcentual de la mano de obra por empleado: al
      *  que reparte su tiempo entre areas se le registra, con fecha
      *  de vigencia, la lista de centros de costo y el porcentaje de
      *  cada uno, que debe sumar cien (DISTCC.TXT; se agregan
      *  renglones y a igual vigencia gana la ultima captura; cada
      *  registro queda en TABAUD.TXT via PRG01095); los centros se
      *  validan contra los DEP-CENTRO-COSTO de DEPTOS.DAT; la
      *  terminacion asienta un renglon en cero que regresa al
      *  empleado al centro de su departamento; la consulta muestra
      *  la distribucion vigente a una fecha (rutina PRG01134, la
      *  misma que usan la poliza PRG01063 y el costo por
      *  departamento PRG01091) y la historia del empleado - LCG 15
      *  OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DISTCC ASSIGN TO "DISTCC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DISTCC.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPTOS.
       DATA DIVISION.
       FILE SECTION.
       FD  F-DISTCC.
       01 REG-DISTCC                 PIC X(43).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       WORKING-STORAGE SECTION.
       01 WS-STATUS-DISTCC           PIC XX VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'C'.
           88 OPCION-REGISTRAR       VALUE 'R'.
           88 OPCION-TERMINAR        VALUE 'T'.
           88 OPCION-CONSULTAR       VALUE 'C'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-EMP-EXISTE              PIC X VALUE 'N'.
           88 EMP-EXISTE             VALUE 'S'.
       01 WS-CC-EXISTE               PIC X VALUE 'N'.
           88 CC-EXISTE              VALUE 'S'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 WS-CAPTURA.
           05 WS-DIA-CAP             PIC 99 VALUE ZEROS.
           05 WS-MES-CAP             PIC 99 VALUE ZEROS.
           05 WS-ANHO-CAP            PIC 9999 VALUE ZEROS.
           05 WS-FECHA-CAP           PIC 9(8) VALUE ZEROS.
           05 WS-CAP-CENTRO          PIC X(8) VALUE SPACES.
           05 WS-CAP-PCT-ENT         PIC 9(3) VALUE ZEROS.
           05 WS-CAP-PCT-DEC         PIC 99 VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-EMP-BUSCADO             PIC 9(6) VALUE ZEROS.
       01 WS-RENGLON-DIS.
           05 DIS-EMP                PIC 9(6).
           05 DIS-VIGENCIA           PIC 9(8).
           05 DIS-CAPTURA            PIC 9(16).
           05 DIS-CENTRO             PIC X(8).
           05 DIS-PCT                PIC 9(3)V99.
      *    Distribucion capturada o consultada (misma forma que
      *    regresa PRG01134)
       01 WS-DISTRIBUCION.
           05 WS-DIS-NUM             PIC 99 VALUE ZEROS.
           05 WS-DIS-ENT OCCURS 10 TIMES.
               10 WS-DIS-CENTRO      PIC X(8).
               10 WS-DIS-PCT         PIC 9(3)V99.
       01 WS-DIS-IDX                 PIC 99 VALUE ZEROS.
       01 WS-SUMA-PCT                PIC 9(5)V99 VALUE ZEROS.
       01 WS-REPETIDO                PIC X VALUE 'N'.
           88 CENTRO-REPETIDO        VALUE 'S'.
       01 WS-TERMINA-CAPTURA         PIC X VALUE 'N'.
           88 TERMINA-CAPTURA        VALUE 'S'.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'DISTCC.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
       01 WS-ED-PCT                  PIC ZZ9.99.
       01 WS-ED-SUMA                 PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       010-INICIO.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       020-SESION.
            DISPLAY 'Distribucion de mano de obra: (R)egistrar, '
                '(T)erminar, (C)onsultar: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-REGISTRAR
                    PERFORM 030-REGISTRAR
                       THRU
                       030-REGISTRAR-SAL
                WHEN OPCION-TERMINAR
                    PERFORM 040-TERMINAR
                       THRU
                       040-TERMINAR-SAL
                WHEN OTHER
                    PERFORM 050-CONSULTAR
                       THRU
                       050-CONSULTAR-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-REGISTRAR.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT WS-EMP-BUSCADO FROM CONSOLE
            PERFORM 092-LEER-EMPLEADO
               THRU
               092-LEER-EMPLEADO-SAL
            IF NOT EMP-EXISTE
                GO TO 030-REGISTRAR-SAL
            END-IF
            IF EMP-BAJA
                DISPLAY 'Error: el empleado esta dado de baja'
                    UPON CONSOLE
                GO TO 030-REGISTRAR-SAL
            END-IF
            DISPLAY REG-NOMBRE ' ' REG-APE-PATERNO ' '
                REG-APE-MATERNO ' depto ' REG-DEPTO UPON CONSOLE
            DISPLAY 'Fecha de vigencia de la distribucion:'
                UPON CONSOLE
            PERFORM 070-CAPTURAR-FECHA
               THRU
               070-CAPTURAR-FECHA-SAL
            IF FECHA-INVALIDA
                DISPLAY 'Fecha invalida' UPON CONSOLE
                GO TO 030-REGISTRAR-SAL
            END-IF
            MOVE ZEROS TO WS-DIS-NUM
            MOVE ZEROS TO WS-SUMA-PCT
            MOVE 'N' TO WS-TERMINA-CAPTURA
            DISPLAY 'Centros de costo y porcentaje (hasta 10; centro '
                'en blanco para terminar)' UPON CONSOLE
            PERFORM 035-CAPTURAR-CENTRO
               THRU
               035-CAPTURAR-CENTRO-SAL
               UNTIL TERMINA-CAPTURA OR WS-DIS-NUM NOT < 10
            IF WS-DIS-NUM < 2
                DISPLAY 'Error: la distribucion necesita al menos dos '
                    'centros; con uno solo el costo va al centro del '
                    'departamento' UPON CONSOLE
                GO TO 030-REGISTRAR-SAL
            END-IF
            IF WS-SUMA-PCT NOT = 100
                MOVE WS-SUMA-PCT TO WS-ED-SUMA
                DISPLAY 'Error: los porcentajes suman ' WS-ED-SUMA
                    ' y deben sumar 100; no se registra' UPON CONSOLE
                GO TO 030-REGISTRAR-SAL
            END-IF
            PERFORM 060-MOSTRAR-DISTRIBUCION
               THRU
               060-MOSTRAR-DISTRIBUCION-SAL
            DISPLAY '¿Confirma la distribucion a partir del '
                WS-FECHA-CAP '? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 030-REGISTRAR-SAL
            END-IF
            MOVE WS-EMP-BUSCADO TO DIS-EMP
            MOVE WS-FECHA-CAP TO DIS-VIGENCIA
            COMPUTE DIS-CAPTURA = (WS-FECHA-SIS * 100000000)
                + WS-HORA-SIS
            PERFORM 075-ABRIR-DISTCC
               THRU
               075-ABRIR-DISTCC-SAL
            PERFORM VARYING WS-DIS-IDX FROM 1 BY 1
                UNTIL WS-DIS-IDX > WS-DIS-NUM
                MOVE WS-DIS-CENTRO(WS-DIS-IDX) TO DIS-CENTRO
                MOVE WS-DIS-PCT(WS-DIS-IDX) TO DIS-PCT
                MOVE WS-RENGLON-DIS TO REG-DISTCC
                WRITE REG-DISTCC
            END-PERFORM
            CLOSE F-DISTCC
            MOVE 'ALTA' TO WS-TAB-OPERACION
            MOVE SPACES TO WS-TAB-ANTES
            MOVE SPACES TO WS-TAB-DESPUES
            STRING 'EMP ' DIS-EMP ' VIG ' DIS-VIGENCIA ' CENTROS '
                WS-DIS-NUM
                DELIMITED BY SIZE
                INTO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Distribucion registrada' UPON CONSOLE.
       030-REGISTRAR-SAL.
            EXIT.

       035-CAPTURAR-CENTRO.
            MOVE SPACES TO WS-CAP-CENTRO
            DISPLAY '  Centro de costo: ' UPON CONSOLE
            ACCEPT WS-CAP-CENTRO FROM CONSOLE
            IF WS-CAP-CENTRO = SPACES
                MOVE 'S' TO WS-TERMINA-CAPTURA
                GO TO 035-CAPTURAR-CENTRO-SAL
            END-IF
            PERFORM 080-VALIDAR-CENTRO
               THRU
               080-VALIDAR-CENTRO-SAL
            IF NOT CC-EXISTE
                DISPLAY '  Error: centro de costo sin departamento en '
                    'el catalogo' UPON CONSOLE
                GO TO 035-CAPTURAR-CENTRO-SAL
            END-IF
            MOVE 'N' TO WS-REPETIDO
            PERFORM VARYING WS-DIS-IDX FROM 1 BY 1
                UNTIL WS-DIS-IDX > WS-DIS-NUM
                IF WS-DIS-CENTRO(WS-DIS-IDX) = WS-CAP-CENTRO
                    MOVE 'S' TO WS-REPETIDO
                END-IF
            END-PERFORM
            IF CENTRO-REPETIDO
                DISPLAY '  Error: centro ya capturado' UPON CONSOLE
                GO TO 035-CAPTURAR-CENTRO-SAL
            END-IF
            DISPLAY '  Porcentaje, enteros: ' UPON CONSOLE
            ACCEPT WS-CAP-PCT-ENT FROM CONSOLE
            DISPLAY '  Porcentaje, decimales: ' UPON CONSOLE
            ACCEPT WS-CAP-PCT-DEC FROM CONSOLE
            IF (WS-CAP-PCT-ENT = ZEROS AND WS-CAP-PCT-DEC = ZEROS)
                OR WS-CAP-PCT-ENT > 99
                DISPLAY '  Error: porcentaje fuera de rango'
                    UPON CONSOLE
                GO TO 035-CAPTURAR-CENTRO-SAL
            END-IF
            ADD 1 TO WS-DIS-NUM
            MOVE WS-CAP-CENTRO TO WS-DIS-CENTRO(WS-DIS-NUM)
            COMPUTE WS-DIS-PCT(WS-DIS-NUM) = WS-CAP-PCT-ENT
                + (WS-CAP-PCT-DEC / 100)
            ADD WS-DIS-PCT(WS-DIS-NUM) TO WS-SUMA-PCT
            MOVE WS-SUMA-PCT TO WS-ED-SUMA
            DISPLAY '  Acumulado: ' WS-ED-SUMA UPON CONSOLE.
       035-CAPTURAR-CENTRO-SAL.
            EXIT.

       040-TERMINAR.
      *    Un solo renglon en cero: desde esa vigencia el costo
      *    regresa al centro del departamento
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT WS-EMP-BUSCADO FROM CONSOLE
            PERFORM 092-LEER-EMPLEADO
               THRU
               092-LEER-EMPLEADO-SAL
            IF NOT EMP-EXISTE
                GO TO 040-TERMINAR-SAL
            END-IF
            DISPLAY REG-NOMBRE ' ' REG-APE-PATERNO ' '
                REG-APE-MATERNO ' depto ' REG-DEPTO UPON CONSOLE
            DISPLAY 'Fecha a partir de la cual se termina la '
                'distribucion:' UPON CONSOLE
            PERFORM 070-CAPTURAR-FECHA
               THRU
               070-CAPTURAR-FECHA-SAL
            IF FECHA-INVALIDA
                DISPLAY 'Fecha invalida' UPON CONSOLE
                GO TO 040-TERMINAR-SAL
            END-IF
            CALL 'PRG01134' USING WS-EMP-BUSCADO WS-FECHA-CAP
                WS-DISTRIBUCION
            IF WS-DIS-NUM = ZEROS
                DISPLAY 'El empleado no tiene distribucion vigente a '
                    'esa fecha' UPON CONSOLE
                GO TO 040-TERMINAR-SAL
            END-IF
            PERFORM 060-MOSTRAR-DISTRIBUCION
               THRU
               060-MOSTRAR-DISTRIBUCION-SAL
            DISPLAY '¿Confirma la terminacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 040-TERMINAR-SAL
            END-IF
            MOVE WS-EMP-BUSCADO TO DIS-EMP
            MOVE WS-FECHA-CAP TO DIS-VIGENCIA
            COMPUTE DIS-CAPTURA = (WS-FECHA-SIS * 100000000)
                + WS-HORA-SIS
            MOVE SPACES TO DIS-CENTRO
            MOVE ZEROS TO DIS-PCT
            PERFORM 075-ABRIR-DISTCC
               THRU
               075-ABRIR-DISTCC-SAL
            MOVE WS-RENGLON-DIS TO REG-DISTCC
            WRITE REG-DISTCC
            CLOSE F-DISTCC
            MOVE 'BAJA' TO WS-TAB-OPERACION
            MOVE SPACES TO WS-TAB-ANTES
            MOVE SPACES TO WS-TAB-DESPUES
            STRING 'EMP ' DIS-EMP ' VIG ' DIS-VIGENCIA ' CENTROS '
                WS-DIS-NUM
                DELIMITED BY SIZE
                INTO WS-TAB-ANTES
            STRING 'EMP ' DIS-EMP ' VIG ' DIS-VIGENCIA ' TERMINADA'
                DELIMITED BY SIZE
                INTO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Distribucion terminada' UPON CONSOLE.
       040-TERMINAR-SAL.
            EXIT.

       050-CONSULTAR.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT WS-EMP-BUSCADO FROM CONSOLE
            DISPLAY 'Fecha de consulta (dia en ceros = hoy):'
                UPON CONSOLE
            PERFORM 070-CAPTURAR-FECHA
               THRU
               070-CAPTURAR-FECHA-SAL
            IF WS-DIA-CAP = ZEROS
                MOVE WS-FECHA-SIS TO WS-FECHA-CAP
            ELSE
                IF FECHA-INVALIDA
                    DISPLAY 'Fecha invalida' UPON CONSOLE
                    GO TO 050-CONSULTAR-SAL
                END-IF
            END-IF
            CALL 'PRG01134' USING WS-EMP-BUSCADO WS-FECHA-CAP
                WS-DISTRIBUCION
            IF WS-DIS-NUM = ZEROS
                DISPLAY 'Sin distribucion vigente al ' WS-FECHA-CAP
                    '; el costo va al centro del departamento'
                    UPON CONSOLE
            ELSE
                DISPLAY 'Distribucion vigente al ' WS-FECHA-CAP ':'
                    UPON CONSOLE
                PERFORM 060-MOSTRAR-DISTRIBUCION
                   THRU
                   060-MOSTRAR-DISTRIBUCION-SAL
            END-IF
            DISPLAY 'Historia (vigencia, captura, centro, pct):'
                UPON CONSOLE
            OPEN INPUT F-DISTCC
            IF WS-STATUS-DISTCC NOT = '00'
                GO TO 050-CONSULTAR-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-DISTCC INTO WS-RENGLON-DIS
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF DIS-EMP = WS-EMP-BUSCADO
                            MOVE DIS-PCT TO WS-ED-PCT
                            DISPLAY '  ' DIS-VIGENCIA ' ' DIS-CAPTURA
                                ' ' DIS-CENTRO ' ' WS-ED-PCT
                                UPON CONSOLE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-DISTCC.
       050-CONSULTAR-SAL.
            EXIT.

       060-MOSTRAR-DISTRIBUCION.
            PERFORM VARYING WS-DIS-IDX FROM 1 BY 1
                UNTIL WS-DIS-IDX > WS-DIS-NUM
                MOVE WS-DIS-PCT(WS-DIS-IDX) TO WS-ED-PCT
                DISPLAY '  Centro ' WS-DIS-CENTRO(WS-DIS-IDX) ' '
                    WS-ED-PCT ' %' UPON CONSOLE
            END-PERFORM.
       060-MOSTRAR-DISTRIBUCION-SAL.
            EXIT.

       070-CAPTURAR-FECHA.
            DISPLAY '  Dia: ' UPON CONSOLE
            ACCEPT WS-DIA-CAP FROM CONSOLE
            DISPLAY '  Mes: ' UPON CONSOLE
            ACCEPT WS-MES-CAP FROM CONSOLE
            DISPLAY '  Anho: ' UPON CONSOLE
            ACCEPT WS-ANHO-CAP FROM CONSOLE
            CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP WS-ANHO-CAP
                WS-FECHA-VALIDA
            COMPUTE WS-FECHA-CAP = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP.
       070-CAPTURAR-FECHA-SAL.
            EXIT.

       075-ABRIR-DISTCC.
            OPEN EXTEND F-DISTCC
            IF WS-STATUS-DISTCC = '35'
                OPEN OUTPUT F-DISTCC
            END-IF.
       075-ABRIR-DISTCC-SAL.
            EXIT.

       080-VALIDAR-CENTRO.
      *    El centro debe ser el de algun departamento del catalogo
            MOVE 'N' TO WS-CC-EXISTE
            OPEN INPUT F-DEPTOS
            IF NOT DEP-OK
                DISPLAY '  Aviso: no se pudo abrir DEPTOS.DAT; se '
                    'acepta el centro sin validar' UPON CONSOLE
                MOVE 'S' TO WS-CC-EXISTE
                GO TO 080-VALIDAR-CENTRO-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO OR CC-EXISTE
                READ F-DEPTOS NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF DEP-CENTRO-COSTO = WS-CAP-CENTRO
                            MOVE 'S' TO WS-CC-EXISTE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-DEPTOS.
       080-VALIDAR-CENTRO-SAL.
            EXIT.

       092-LEER-EMPLEADO.
            MOVE 'N' TO WS-EMP-EXISTE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro'
                    UPON CONSOLE
                GO TO 092-LEER-EMPLEADO-SAL
            END-IF
            MOVE WS-EMP-BUSCADO TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    DISPLAY 'Error: empleado no existe' UPON CONSOLE
                NOT INVALID KEY
                    MOVE 'S' TO WS-EMP-EXISTE
            END-READ
            CLOSE F-EMPLEADOS.
       092-LEER-EMPLEADO-SAL.
            EXIT.

       END PROGRAM PRG01133.
