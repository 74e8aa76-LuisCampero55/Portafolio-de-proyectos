       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01144.
      *  Calendario de ausencias del mes por departamento: un renglon
      *  por empleado que estuvo contratado en el mes y una columna
      *  por dia, con la clave de lo que tiene ese dia: V vacaciones
      *  tomadas (VACTOM.TXT de PRG01042 o solicitud posteada de
      *  VACSOL.DAT), A vacaciones aprobadas por tomar, P solicitud
      *  pendiente de PRG01066, E/R/M incapacidad por enfermedad
      *  general, riesgo de trabajo o maternidad (INCAPAC.TXT de
      *  PRG01104), F feriado (PRG01044) y / sabado o domingo (dia de
      *  la semana como en PRG01009); los rangos son de dias de
      *  calendario desde la fecha de inicio, con las mismas reglas
      *  que PRG01121, y la incapacidad gana sobre las vacaciones;
      *  al pie de cada departamento van por dia las personas fuera
      *  y las que estarian fuera si se aprueban las pendientes, para
      *  ver los huecos de cobertura antes de autorizar; se ordena
      *  por departamento con el SORT de PRG01142 y se puede pedir un
      *  solo departamento; salida en CALAUSEN.TXT - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPTOS.
           SELECT F-SOLICITUDES ASSIGN TO "VACSOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSL-LLAVE
               FILE STATUS IS WS-STATUS-SOLICITUDES.
           SELECT F-TOMADOS ASSIGN TO "VACTOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TOMADOS.
           SELECT F-INCAPACIDADES ASSIGN TO "INCAPAC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INCAPACIDADES.
           SELECT WK-ORDEN-AUS ASSIGN TO "WKAUS.TMP".
           SELECT F-REPORTE ASSIGN TO "CALAUSEN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       FD  F-SOLICITUDES.
       01 REG-SOLICITUD.
           02 VSL-LLAVE.
               03 VSL-EMP          PIC 9(6).
               03 VSL-INICIO       PIC 9(8).
           02 VSL-DIAS             PIC 999.
           02 VSL-ESTADO           PIC X.
               88 VSL-PENDIENTE    VALUE 'P'.
               88 VSL-APROBADA     VALUE 'A'.
               88 VSL-DENEGADA     VALUE 'D'.
               88 VSL-TOMADA       VALUE 'T'.
           02 VSL-DEPTO            PIC X(4).
           02 VSL-SOLICITADA       PIC 9(8).
           02 VSL-RESUELVE         PIC X(8).
       FD  F-TOMADOS.
       01 REG-TOMADO                 PIC X(18).
       FD  F-INCAPACIDADES.
       01 REG-INCAPACIDAD            PIC X(28).
       SD  WK-ORDEN-AUS.
       01 REG-ORDEN-AUS.
           02 ORD-DEPTO              PIC X(4).
           02 ORD-EMP-ID             PIC 9(6).
           02 ORD-NOMBRE             PIC X(20).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       WORKING-STORAGE SECTION.
       COPY DIASXMES.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
       01 WS-STATUS-SOLICITUDES      PIC XX VALUE '00'.
           88 SOL-OK                 VALUE '00'.
       01 WS-STATUS-TOMADOS          PIC XX VALUE '00'.
       01 WS-STATUS-INCAPACIDADES    PIC XX VALUE '00'.
       01 WS-HAY-CATALOGO            PIC X VALUE 'N'.
           88 HAY-CATALOGO           VALUE 'S'.
       01 WS-HAY-SOLICITUDES         PIC X VALUE 'N'.
           88 HAY-SOLICITUDES        VALUE 'S'.
       01 WS-FIN-EMPLEADOS           PIC X VALUE 'N'.
           88 FIN-EMPLEADOS          VALUE 'Y'.
       01 WS-FIN-ORDEN               PIC X VALUE 'N'.
           88 FIN-ORDEN              VALUE 'Y'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 MesRep                     PIC 99 VALUE ZEROS.
       01 AnhoRep                    PIC 9999 VALUE ZEROS.
       01 DeptoRep                   PIC X(4) VALUE SPACES.
       01 WS-DIA                     PIC 99 VALUE ZEROS.
       01 WS-ULTIMO-DIA              PIC 99 VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-ES-FERIADO              PIC X VALUE 'N'.
           88 DIA-ES-FERIADO         VALUE 'S'.
       01 WS-INI-MES                 PIC 9(8) VALUE ZEROS.
       01 WS-FIN-MES                 PIC 9(8) VALUE ZEROS.
       01 WS-ABS-INI-MES             PIC 9(8) VALUE ZEROS.
       01 WS-ABS-FIN-MES             PIC 9(8) VALUE ZEROS.
      *    Tipo de cada dia del mes: F feriado, / fin de semana,
      *    espacio dia habil; y la inicial del dia de la semana
       01 WS-DIAS-MES.
           05 WS-TIPO-DIA            PIC X OCCURS 31 TIMES.
       01 WS-INICIALES-MES.
           05 WS-INICIAL-DIA         PIC X OCCURS 31 TIMES.
      *    Dia de la semana por congruencia de Zeller (PRG01009):
      *    0 sabado, 1 domingo, 2 lunes ... 6 viernes
       01 WS-ZELLER.
           05 WS-Z-MES               PIC 99.
           05 WS-Z-ANO               PIC 9(4).
           05 WS-Z-SIGLO             PIC 99.
           05 WS-Z-ANOSIGLO          PIC 99.
           05 WS-Z-T1                PIC 9(4).
           05 WS-Z-T2                PIC 9(4).
           05 WS-Z-T3                PIC 9(4).
           05 WS-Z-SUMA              PIC 9(6).
           05 WS-Z-COC               PIC 9(4).
           05 WS-Z-DIA-SEM           PIC 9.
       01 WS-NOMBRES-DIA             PIC X(7) VALUE 'SDLMMJV'.
      *    Vacaciones tomadas e incapacidades que pueden tocar el mes
       01 WS-REG-TOMADO.
           05 TOM-EMP                PIC 9(6).
           05 TOM-DIAS               PIC 999.
           05 TOM-FECHA              PIC 9(8).
           05 TOM-PAGADA             PIC X.
       01 WS-RENGLON-INC.
           05 WS-INC-EMP             PIC 9(6).
           05 WS-INC-FOLIO           PIC X(10).
           05 WS-INC-TIPO            PIC X.
           05 WS-INC-INICIO          PIC 9(8).
           05 WS-INC-DIAS            PIC 999.
       01 WS-TABLA-AUS.
           05 WS-AUS-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-AUS-ENT OCCURS 5000 TIMES.
               10 WS-AUS-EMP         PIC 9(6).
               10 WS-AUS-INICIO      PIC 9(8).
               10 WS-AUS-DIAS        PIC 999.
               10 WS-AUS-CLAVE       PIC X.
       01 WS-AUS-NUEVO.
           05 WS-NVO-EMP             PIC 9(6).
           05 WS-NVO-INICIO          PIC 9(8).
           05 WS-NVO-DIAS            PIC 999.
           05 WS-NVO-CLAVE           PIC X.
       01 WS-AUS-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-AUS-LLENA               PIC X VALUE 'N'.
           88 AUS-LLENA              VALUE 'S'.
      *    Rango que se esta marcando en el renglon del empleado
       01 WS-FECHA-DESGLOSE.
           05 WS-FD-ANHO             PIC 9999.
           05 WS-FD-MES              PIC 99.
           05 WS-FD-DIA              PIC 99.
       01 WS-FECHA-NUM REDEFINES WS-FECHA-DESGLOSE
                                     PIC 9(8).
       01 WS-RANGO-DIAS              PIC 999 VALUE ZEROS.
       01 WS-RANGO-CLAVE             PIC X VALUE SPACE.
       01 WS-ABS-INICIO              PIC 9(8) VALUE ZEROS.
       01 WS-ABS-FIN                 PIC 9(8) VALUE ZEROS.
       01 WS-ABS-DIA                 PIC 9(8) VALUE ZEROS.
       01 WS-CELDAS.
           05 WS-CELDA               PIC X OCCURS 31 TIMES.
               88 CELDA-INCAPACIDAD  VALUE 'E' 'R' 'M'.
               88 CELDA-FUERA        VALUE 'V' 'A' 'E' 'R' 'M'.
               88 CELDA-PENDIENTE    VALUE 'P'.
       01 WS-DIAS-FUERA              PIC 99 VALUE ZEROS.
      *    Totales por dia del departamento
       01 WS-CORTE-DEPTO             PIC X(4) VALUE SPACES.
       01 WS-PRIMERO                 PIC X VALUE 'S'.
           88 ES-PRIMERO             VALUE 'S'.
       01 WS-TOTALES-DIA.
           05 WS-TOT-FUERA           PIC 999 OCCURS 31 TIMES.
           05 WS-TOT-CON-PEND        PIC 999 OCCURS 31 TIMES.
       01 WS-TOT-EMPLEADOS-DEP       PIC 9(4) VALUE ZEROS.
       01 WS-TOT-EMPLEADOS           PIC 9(5) VALUE ZEROS.
       01 WS-TOT-DEPTOS              PIC 9(4) VALUE ZEROS.
       01 WS-POS                     PIC 999 VALUE ZEROS.
       01 WS-DIA-ED                  PIC Z9.
       01 WS-TOT-ED                  PIC ZZ9.
       01 WS-DIAS-ED                 PIC Z9.
       01 WS-NOMBRE-DEPTO            PIC X(30) VALUE SPACES.
       01 WS-LINEA                   PIC X(132) VALUE SPACES.
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
            DISPLAY 'Calendario de ausencias del mes' UPON CONSOLE
            DISPLAY 'Mes (1-12): ' UPON CONSOLE
            ACCEPT MesRep FROM CONSOLE
            DISPLAY 'Anho: ' UPON CONSOLE
            ACCEPT AnhoRep FROM CONSOLE
            MOVE 01 TO WS-DIA
            CALL 'PRG01013' USING WS-DIA MesRep AnhoRep
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Mes o anho invalido' UPON CONSOLE
                GOBACK
            END-IF
            DISPLAY 'Departamento (en blanco = todos): ' UPON CONSOLE
            ACCEPT DeptoRep FROM CONSOLE
            PERFORM 012-ARMAR-MES
               THRU
               012-ARMAR-MES-SAL
            PERFORM 015-CARGAR-AUSENCIAS
               THRU
               015-CARGAR-AUSENCIAS-SAL
            SORT WK-ORDEN-AUS
                ON ASCENDING KEY ORD-DEPTO
                ON ASCENDING KEY ORD-EMP-ID
                INPUT PROCEDURE 020-SELECCIONAR-EMPLEADOS
                    THRU 020-SELECCIONAR-EMPLEADOS-SAL
                OUTPUT PROCEDURE 030-ESCRIBIR-REPORTE
                    THRU 030-ESCRIBIR-REPORTE-SAL
            DISPLAY 'Departamentos: ' WS-TOT-DEPTOS
                '  Empleados: ' WS-TOT-EMPLEADOS UPON CONSOLE
            DISPLAY 'Calendario en CALAUSEN.TXT' UPON CONSOLE
            GOBACK.

       012-ARMAR-MES.
      *    Ultimo dia del mes: el mayor dia valido de 31 hacia abajo
            MOVE 31 TO WS-ULTIMO-DIA
            CALL 'PRG01013' USING WS-ULTIMO-DIA MesRep AnhoRep
                WS-FECHA-VALIDA
            PERFORM UNTIL NOT FECHA-INVALIDA OR WS-ULTIMO-DIA < 29
                SUBTRACT 1 FROM WS-ULTIMO-DIA
                CALL 'PRG01013' USING WS-ULTIMO-DIA MesRep AnhoRep
                    WS-FECHA-VALIDA
            END-PERFORM
            COMPUTE WS-INI-MES = (AnhoRep * 10000) + (MesRep * 100)
                + 1
            COMPUTE WS-FIN-MES = (AnhoRep * 10000) + (MesRep * 100)
                + WS-ULTIMO-DIA
            MOVE AnhoRep TO WS-CA-ANO
            MOVE MesRep TO WS-CA-MES
            MOVE 01 TO WS-CA-DIA
            PERFORM 090-DIAS-ABSOLUTOS
               THRU
               090-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-INI-MES
            COMPUTE WS-ABS-FIN-MES = WS-ABS-INI-MES + WS-ULTIMO-DIA
                - 1
      *    Dia de la semana del primero; los demas se recorren de uno
      *    en uno
            IF MesRep < 3
                COMPUTE WS-Z-MES = MesRep + 12
                COMPUTE WS-Z-ANO = AnhoRep - 1
            ELSE
                MOVE MesRep TO WS-Z-MES
                MOVE AnhoRep TO WS-Z-ANO
            END-IF
            DIVIDE WS-Z-ANO BY 100 GIVING WS-Z-SIGLO
            COMPUTE WS-Z-ANOSIGLO = WS-Z-ANO - (WS-Z-SIGLO * 100)
            COMPUTE WS-Z-T1 = (13 * (WS-Z-MES + 1)) / 5
            COMPUTE WS-Z-T2 = WS-Z-ANOSIGLO / 4
            COMPUTE WS-Z-T3 = WS-Z-SIGLO / 4
            COMPUTE WS-Z-SUMA = 1 + WS-Z-T1 + WS-Z-ANOSIGLO
                + WS-Z-T2 + WS-Z-T3 + (5 * WS-Z-SIGLO)
            DIVIDE WS-Z-SUMA BY 7 GIVING WS-Z-COC
                REMAINDER WS-Z-DIA-SEM
            MOVE SPACES TO WS-DIAS-MES
            MOVE SPACES TO WS-INICIALES-MES
            PERFORM VARYING WS-DIA FROM 1 BY 1
                UNTIL WS-DIA > WS-ULTIMO-DIA
                MOVE WS-NOMBRES-DIA(WS-Z-DIA-SEM + 1:1)
                    TO WS-INICIAL-DIA(WS-DIA)
                IF WS-Z-DIA-SEM < 2
                    MOVE '/' TO WS-TIPO-DIA(WS-DIA)
                END-IF
                MOVE 'N' TO WS-ES-FERIADO
                CALL 'PRG01044' USING WS-DIA MesRep AnhoRep
                    WS-ES-FERIADO
                IF DIA-ES-FERIADO
                    MOVE 'F' TO WS-TIPO-DIA(WS-DIA)
                END-IF
                IF WS-Z-DIA-SEM = 6
                    MOVE ZERO TO WS-Z-DIA-SEM
                ELSE
                    ADD 1 TO WS-Z-DIA-SEM
                END-IF
            END-PERFORM.
       012-ARMAR-MES-SAL.
            EXIT.

       015-CARGAR-AUSENCIAS.
      *    Solo interesan los rangos que empiezan a mas tardar el
      *    ultimo dia del mes; si terminan antes del mes, el marcado
      *    los descarta
            MOVE ZEROS TO WS-AUS-NUM
            OPEN INPUT F-TOMADOS
            IF WS-STATUS-TOMADOS = '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-TOMADOS INTO WS-REG-TOMADO
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            IF TOM-FECHA NOT > WS-FIN-MES
                                AND TOM-DIAS > ZEROS
                                MOVE TOM-EMP TO WS-NVO-EMP
                                MOVE TOM-FECHA TO WS-NVO-INICIO
                                MOVE TOM-DIAS TO WS-NVO-DIAS
                                MOVE 'V' TO WS-NVO-CLAVE
                                PERFORM 017-AGREGAR-AUSENCIA
                                   THRU
                                   017-AGREGAR-AUSENCIA-SAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-TOMADOS
            END-IF
            OPEN INPUT F-INCAPACIDADES
            IF WS-STATUS-INCAPACIDADES = '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-INCAPACIDADES INTO WS-RENGLON-INC
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            IF WS-INC-INICIO NOT > WS-FIN-MES
                                AND WS-INC-DIAS > ZEROS
                                MOVE WS-INC-EMP TO WS-NVO-EMP
                                MOVE WS-INC-INICIO TO WS-NVO-INICIO
                                MOVE WS-INC-DIAS TO WS-NVO-DIAS
                                MOVE WS-INC-TIPO TO WS-NVO-CLAVE
                                IF WS-INC-TIPO NOT = 'R'
                                    AND WS-INC-TIPO NOT = 'M'
                                    MOVE 'E' TO WS-NVO-CLAVE
                                END-IF
                                PERFORM 017-AGREGAR-AUSENCIA
                                   THRU
                                   017-AGREGAR-AUSENCIA-SAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-INCAPACIDADES
            END-IF.
       015-CARGAR-AUSENCIAS-SAL.
            EXIT.

       017-AGREGAR-AUSENCIA.
            IF WS-AUS-NUM NOT < 5000
                IF NOT AUS-LLENA
                    DISPLAY 'Aviso: mas de 5000 rangos de ausencia, '
                        'se omite el resto' UPON CONSOLE
                    MOVE 'S' TO WS-AUS-LLENA
                END-IF
                GO TO 017-AGREGAR-AUSENCIA-SAL
            END-IF
            ADD 1 TO WS-AUS-NUM
            MOVE WS-AUS-NUEVO TO WS-AUS-ENT(WS-AUS-NUM).
       017-AGREGAR-AUSENCIA-SAL.
            EXIT.

       020-SELECCIONAR-EMPLEADOS.
      *    Entran los que estuvieron contratados algun dia del mes
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Aviso: no se pudo abrir el maestro, status '
                    WS-STATUS-EMPLEADOS UPON CONSOLE
                GO TO 020-SELECCIONAR-EMPLEADOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-EMPLEADOS
            PERFORM UNTIL FIN-EMPLEADOS
                READ F-EMPLEADOS NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-EMPLEADOS
                    NOT AT END
                        PERFORM 025-LIBERAR-EMPLEADO
                           THRU
                           025-LIBERAR-EMPLEADO-SAL
                END-READ
            END-PERFORM
            CLOSE F-EMPLEADOS.
       020-SELECCIONAR-EMPLEADOS-SAL.
            EXIT.

       025-LIBERAR-EMPLEADO.
            IF DeptoRep NOT = SPACES AND REG-DEPTO NOT = DeptoRep
                GO TO 025-LIBERAR-EMPLEADO-SAL
            END-IF
            COMPUTE WS-FECHA-NUM = (REG-ING-ANHO * 10000)
                + (REG-ING-MES * 100) + REG-ING-DIA
            IF WS-FECHA-NUM > WS-FIN-MES
                GO TO 025-LIBERAR-EMPLEADO-SAL
            END-IF
            IF EMP-BAJA
                COMPUTE WS-FECHA-NUM = (REG-BAJA-ANHO * 10000)
                    + (REG-BAJA-MES * 100) + REG-BAJA-DIA
                IF WS-FECHA-NUM < WS-INI-MES
                    GO TO 025-LIBERAR-EMPLEADO-SAL
                END-IF
            END-IF
            MOVE REG-DEPTO TO ORD-DEPTO
            MOVE EMP-ID-REG TO ORD-EMP-ID
            MOVE SPACES TO ORD-NOMBRE
            STRING REG-APE-PATERNO DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                REG-NOMBRE DELIMITED BY '  '
                INTO ORD-NOMBRE
            RELEASE REG-ORDEN-AUS.
       025-LIBERAR-EMPLEADO-SAL.
            EXIT.

       030-ESCRIBIR-REPORTE.
            OPEN OUTPUT F-REPORTE
            MOVE 'N' TO WS-HAY-CATALOGO
            OPEN INPUT F-DEPTOS
            IF DEP-OK
                MOVE 'S' TO WS-HAY-CATALOGO
            END-IF
            MOVE 'N' TO WS-HAY-SOLICITUDES
            OPEN INPUT F-SOLICITUDES
            IF SOL-OK
                MOVE 'S' TO WS-HAY-SOLICITUDES
            END-IF
            MOVE SPACES TO WS-LINEA
            STRING 'CALENDARIO DE AUSENCIAS DEL MES ' MesRep '/'
                AnhoRep
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA
            STRING 'CLAVES: V VACACIONES TOMADAS  A VACACIONES '
                'APROBADAS  P SOLICITUD PENDIENTE  E ENFERMEDAD '
                'GENERAL  R RIESGO DE TRABAJO  M MATERNIDAD'
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE '        F FERIADO  / SABADO O DOMINGO'
                TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'S' TO WS-PRIMERO
            MOVE 'N' TO WS-FIN-ORDEN
            PERFORM UNTIL FIN-ORDEN
                RETURN WK-ORDEN-AUS
                    AT END
                        MOVE 'Y' TO WS-FIN-ORDEN
                    NOT AT END
                        PERFORM 035-DETALLE
                           THRU
                           035-DETALLE-SAL
                END-RETURN
            END-PERFORM
            IF NOT ES-PRIMERO
                PERFORM 045-TOTALES-DEPTO
                   THRU
                   045-TOTALES-DEPTO-SAL
            END-IF
            IF HAY-SOLICITUDES
                CLOSE F-SOLICITUDES
            END-IF
            IF HAY-CATALOGO
                CLOSE F-DEPTOS
            END-IF
            CLOSE F-REPORTE.
       030-ESCRIBIR-REPORTE-SAL.
            EXIT.

       035-DETALLE.
            IF NOT ES-PRIMERO AND ORD-DEPTO NOT = WS-CORTE-DEPTO
                PERFORM 045-TOTALES-DEPTO
                   THRU
                   045-TOTALES-DEPTO-SAL
            END-IF
            IF ES-PRIMERO OR ORD-DEPTO NOT = WS-CORTE-DEPTO
                PERFORM 040-ENCABEZADO-DEPTO
                   THRU
                   040-ENCABEZADO-DEPTO-SAL
            END-IF
            MOVE 'N' TO WS-PRIMERO
            MOVE ORD-DEPTO TO WS-CORTE-DEPTO
            ADD 1 TO WS-TOT-EMPLEADOS-DEP
            ADD 1 TO WS-TOT-EMPLEADOS
      *    Se marca de menor a mayor prioridad: pendiente, aprobada,
      *    tomada e incapacidad
            MOVE SPACES TO WS-CELDAS
            IF HAY-SOLICITUDES
                PERFORM 050-MARCAR-SOLICITUDES
                   THRU
                   050-MARCAR-SOLICITUDES-SAL
            END-IF
            PERFORM VARYING WS-AUS-IDX FROM 1 BY 1
                UNTIL WS-AUS-IDX > WS-AUS-NUM
                IF WS-AUS-EMP(WS-AUS-IDX) = ORD-EMP-ID
                    AND WS-AUS-CLAVE(WS-AUS-IDX) = 'V'
                    MOVE WS-AUS-INICIO(WS-AUS-IDX) TO WS-FECHA-NUM
                    MOVE WS-AUS-DIAS(WS-AUS-IDX) TO WS-RANGO-DIAS
                    MOVE 'V' TO WS-RANGO-CLAVE
                    PERFORM 055-MARCAR-RANGO
                       THRU
                       055-MARCAR-RANGO-SAL
                END-IF
            END-PERFORM
            PERFORM VARYING WS-AUS-IDX FROM 1 BY 1
                UNTIL WS-AUS-IDX > WS-AUS-NUM
                IF WS-AUS-EMP(WS-AUS-IDX) = ORD-EMP-ID
                    AND WS-AUS-CLAVE(WS-AUS-IDX) NOT = 'V'
                    MOVE WS-AUS-INICIO(WS-AUS-IDX) TO WS-FECHA-NUM
                    MOVE WS-AUS-DIAS(WS-AUS-IDX) TO WS-RANGO-DIAS
                    MOVE WS-AUS-CLAVE(WS-AUS-IDX) TO WS-RANGO-CLAVE
                    PERFORM 055-MARCAR-RANGO
                       THRU
                       055-MARCAR-RANGO-SAL
                END-IF
            END-PERFORM
      *    Renglon del empleado; los dias sin ausencia muestran el
      *    tipo de dia
            MOVE SPACES TO WS-LINEA
            MOVE ORD-EMP-ID TO WS-LINEA(1:6)
            MOVE ORD-NOMBRE TO WS-LINEA(8:20)
            MOVE ZEROS TO WS-DIAS-FUERA
            PERFORM VARYING WS-DIA FROM 1 BY 1
                UNTIL WS-DIA > WS-ULTIMO-DIA
                COMPUTE WS-POS = 28 + (WS-DIA * 3)
                IF WS-CELDA(WS-DIA) = SPACE
                    MOVE WS-TIPO-DIA(WS-DIA) TO WS-LINEA(WS-POS:1)
                ELSE
                    MOVE WS-CELDA(WS-DIA) TO WS-LINEA(WS-POS:1)
                END-IF
                IF CELDA-FUERA(WS-DIA)
                    ADD 1 TO WS-TOT-FUERA(WS-DIA)
                    ADD 1 TO WS-TOT-CON-PEND(WS-DIA)
                    ADD 1 TO WS-DIAS-FUERA
                END-IF
                IF CELDA-PENDIENTE(WS-DIA)
                    ADD 1 TO WS-TOT-CON-PEND(WS-DIA)
                END-IF
            END-PERFORM
            MOVE WS-DIAS-FUERA TO WS-DIAS-ED
            MOVE WS-DIAS-ED TO WS-LINEA(124:2)
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE.
       035-DETALLE-SAL.
            EXIT.

       040-ENCABEZADO-DEPTO.
            ADD 1 TO WS-TOT-DEPTOS
            MOVE ZEROS TO WS-TOT-EMPLEADOS-DEP
            PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
                MOVE ZEROS TO WS-TOT-FUERA(WS-DIA)
                MOVE ZEROS TO WS-TOT-CON-PEND(WS-DIA)
            END-PERFORM
            MOVE SPACES TO WS-NOMBRE-DEPTO
            IF HAY-CATALOGO
                MOVE ORD-DEPTO TO DEP-CODIGO
                READ F-DEPTOS
                    NOT INVALID KEY
                        MOVE DEP-DESCRIPCION TO WS-NOMBRE-DEPTO
                END-READ
            END-IF
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA
            STRING 'DEPARTAMENTO ' ORD-DEPTO ' ' WS-NOMBRE-DEPTO
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
      *    Dos renglones de encabezado: inicial del dia de la semana
      *    y numero de dia
            MOVE SPACES TO WS-LINEA
            PERFORM VARYING WS-DIA FROM 1 BY 1
                UNTIL WS-DIA > WS-ULTIMO-DIA
                COMPUTE WS-POS = 28 + (WS-DIA * 3)
                MOVE WS-INICIAL-DIA(WS-DIA) TO WS-LINEA(WS-POS:1)
            END-PERFORM
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA
            MOVE 'EMPLEA NOMBRE' TO WS-LINEA(1:13)
            PERFORM VARYING WS-DIA FROM 1 BY 1
                UNTIL WS-DIA > WS-ULTIMO-DIA
                COMPUTE WS-POS = 27 + (WS-DIA * 3)
                MOVE WS-DIA TO WS-DIA-ED
                MOVE WS-DIA-ED TO WS-LINEA(WS-POS:2)
            END-PERFORM
            MOVE 'FUERA' TO WS-LINEA(122:5)
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE.
       040-ENCABEZADO-DEPTO-SAL.
            EXIT.

       045-TOTALES-DEPTO.
      *    Personas fuera por dia, y las que estarian fuera si se
      *    aprueban las solicitudes pendientes
            MOVE SPACES TO WS-LINEA
            STRING 'FUERA (' WS-TOT-EMPLEADOS-DEP ' EMPL.)'
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM VARYING WS-DIA FROM 1 BY 1
                UNTIL WS-DIA > WS-ULTIMO-DIA
                COMPUTE WS-POS = 26 + (WS-DIA * 3)
                MOVE WS-TOT-FUERA(WS-DIA) TO WS-TOT-ED
                MOVE WS-TOT-ED TO WS-LINEA(WS-POS:3)
            END-PERFORM
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA
            MOVE 'CON PENDIENTES' TO WS-LINEA(1:14)
            PERFORM VARYING WS-DIA FROM 1 BY 1
                UNTIL WS-DIA > WS-ULTIMO-DIA
                COMPUTE WS-POS = 26 + (WS-DIA * 3)
                MOVE WS-TOT-CON-PEND(WS-DIA) TO WS-TOT-ED
                MOVE WS-TOT-ED TO WS-LINEA(WS-POS:3)
            END-PERFORM
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE.
       045-TOTALES-DEPTO-SAL.
            EXIT.

       050-MARCAR-SOLICITUDES.
      *    Solicitudes del empleado que empiezan a mas tardar el fin
      *    del mes; las posteadas (T) ya vienen en VACTOM.TXT pero se
      *    marcan igual por si el posteo no ha corrido
            MOVE ORD-EMP-ID TO VSL-EMP
            MOVE ZEROS TO VSL-INICIO
            MOVE 'N' TO WS-FIN-ARCHIVO
            START F-SOLICITUDES KEY IS NOT < VSL-LLAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIN-ARCHIVO
            END-START
            PERFORM UNTIL FIN-ARCHIVO
                READ F-SOLICITUDES NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF VSL-EMP NOT = ORD-EMP-ID
                            OR VSL-INICIO > WS-FIN-MES
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        ELSE
                            MOVE SPACE TO WS-RANGO-CLAVE
                            IF VSL-PENDIENTE
                                MOVE 'P' TO WS-RANGO-CLAVE
                            END-IF
                            IF VSL-APROBADA
                                MOVE 'A' TO WS-RANGO-CLAVE
                            END-IF
                            IF VSL-TOMADA
                                MOVE 'V' TO WS-RANGO-CLAVE
                            END-IF
                            IF WS-RANGO-CLAVE NOT = SPACE
                                MOVE VSL-INICIO TO WS-FECHA-NUM
                                MOVE VSL-DIAS TO WS-RANGO-DIAS
                                PERFORM 055-MARCAR-RANGO
                                   THRU
                                   055-MARCAR-RANGO-SAL
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
       050-MARCAR-SOLICITUDES-SAL.
            EXIT.

       055-MARCAR-RANGO.
      *    El rango va de la fecha en WS-FECHA-NUM por WS-RANGO-DIAS
      *    dias de calendario, contando el dia de inicio; no pisa una
      *    incapacidad ya marcada
            IF WS-RANGO-DIAS = ZEROS
                GO TO 055-MARCAR-RANGO-SAL
            END-IF
            MOVE WS-FD-ANHO TO WS-CA-ANO
            MOVE WS-FD-MES TO WS-CA-MES
            MOVE WS-FD-DIA TO WS-CA-DIA
            IF WS-CA-MES < 1 OR WS-CA-MES > 12
                GO TO 055-MARCAR-RANGO-SAL
            END-IF
            PERFORM 090-DIAS-ABSOLUTOS
               THRU
               090-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-INICIO
            COMPUTE WS-ABS-FIN = WS-ABS-INICIO + WS-RANGO-DIAS - 1
            IF WS-ABS-FIN < WS-ABS-INI-MES
                OR WS-ABS-INICIO > WS-ABS-FIN-MES
                GO TO 055-MARCAR-RANGO-SAL
            END-IF
            PERFORM VARYING WS-DIA FROM 1 BY 1
                UNTIL WS-DIA > WS-ULTIMO-DIA
                COMPUTE WS-ABS-DIA = WS-ABS-INI-MES + WS-DIA - 1
                IF WS-ABS-DIA NOT < WS-ABS-INICIO
                    AND WS-ABS-DIA NOT > WS-ABS-FIN
                    AND NOT CELDA-INCAPACIDAD(WS-DIA)
                    MOVE WS-RANGO-CLAVE TO WS-CELDA(WS-DIA)
                END-IF
            END-PERFORM.
       055-MARCAR-RANGO-SAL.
            EXIT.

       090-DIAS-ABSOLUTOS.
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
       090-DIAS-ABSOLUTOS-SAL.
            EXIT.

       END PROGRAM PRG01144.
