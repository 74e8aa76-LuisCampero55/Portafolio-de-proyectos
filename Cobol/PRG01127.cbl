       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01127.
      *  Capacitacion y adiestramiento (STPS): catalogo de cursos
      *  (CURSOS.TXT, se agrega un renglon y gana el ultimo de cada
      *  clave, auditado en TABAUD.TXT via PRG01095) con nombre, area
      *  tematica del catalogo de la STPS (1000 a 9000), horas,
      *  instructor o agente capacitador y su registro ante la STPS;
      *  registro de asistencia por empleado (CAPACIT.TXT) validado
      *  contra EMPLEADOS.DAT y el catalogo, sin repetir empleado,
      *  curso y fecha de inicio, firmado con el operador de
      *  OPSESION.TXT; constancia DC-3 en imagen de impresion
      *  (DC3.TXT) por cada curso acreditado con el nombre, CURP y
      *  puesto del maestro y la razon social y registro patronal de
      *  COMPANIA.TXT; lista anual DC-4 (DC4.TXT) de las constancias
      *  del año ordenada por departamento con el mismo SORT del
      *  directorio (PRG01033) y resumen por departamento de
      *  constancias, trabajadores y horas - LCG 15 OCT 26
      *  Trazado de CURSOS.TXT: CLAVE(8) NOMBRE(40) AREA(4) HORAS(3)
      *  INSTRUCTOR(30) REGISTRO-STPS(15); de CAPACIT.TXT: EMP(6)
      *  CURSO(8) INICIO(8) FIN(8) RESULTADO(1: A acreditado, N no
      *  acreditado) CAPTURA(8) OPERADOR(8)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CURSOS ASSIGN TO "CURSOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CURSOS.
           SELECT F-ASISTENCIAS ASSIGN TO "CAPACIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ASISTENCIAS.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPTOS.
           SELECT F-COMPANIAS ASSIGN TO "COMPANIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPANIAS.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
           SELECT F-DC3 ASSIGN TO "DC3.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WK-ORDEN-DC4 ASSIGN TO "WKDC4.TMP".
           SELECT F-DC4 ASSIGN TO "DC4.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CURSOS.
       01 REG-CURSO                  PIC X(100).
       FD  F-ASISTENCIAS.
       01 REG-ASISTENCIA             PIC X(60).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       FD  F-COMPANIAS.
       01 REG-COMPANIA-TXT           PIC X(60).
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       FD  F-DC3.
       01 REG-DC3                    PIC X(100).
       SD  WK-ORDEN-DC4.
       01 REG-ORDEN-DC4.
           02 ORD-DEPTO              PIC X(4).
           02 ORD-EMP-ID             PIC 9(6).
           02 ORD-FIN                PIC 9(8).
           02 ORD-NOMBRE             PIC X(41).
           02 ORD-CURP               PIC X(18).
           02 ORD-CURSO              PIC X(8).
           02 ORD-HORAS              PIC 999.
       FD  F-DC4.
       01 REG-DC4                    PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CURSOS           PIC XX VALUE '00'.
       01 WS-STATUS-ASISTENCIAS      PIC XX VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-EMPLEADOS-ABIERTO       PIC X VALUE 'N'.
           88 EMPLEADOS-ABIERTO      VALUE 'S'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
       01 WS-DEPTOS-ABIERTO          PIC X VALUE 'N'.
           88 DEPTOS-ABIERTO         VALUE 'S'.
       01 WS-STATUS-COMPANIAS        PIC XX VALUE '00'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'L'.
           88 OPCION-CURSO           VALUE 'C'.
           88 OPCION-REGISTRAR       VALUE 'R'.
           88 OPCION-DC3             VALUE 'D'.
           88 OPCION-DC4             VALUE 'A'.
           88 OPCION-CATALOGO        VALUE 'V'.
           88 OPCION-LISTAR          VALUE 'L'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FIN-ORDEN               PIC X VALUE 'N'.
           88 FIN-ORDEN              VALUE 'Y'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 WS-OPERADOR                PIC X(8) VALUE 'CONSOLA'.
       01 WS-RENGLON-CURSO.
           05 CUR-CLAVE              PIC X(8).
           05 CUR-NOMBRE             PIC X(40).
           05 CUR-AREA               PIC 9(4).
               88 CUR-AREA-VALIDA    VALUE 1000 2000 3000 4000 5000
                                           6000 7000 8000 9000.
           05 CUR-HORAS              PIC 999.
           05 CUR-INSTRUCTOR         PIC X(30).
           05 CUR-REGISTRO           PIC X(15).
       01 WS-RENGLON-ASIST.
           05 ASI-EMP                PIC 9(6).
           05 ASI-CURSO              PIC X(8).
           05 ASI-INICIO             PIC 9(8).
           05 ASI-FIN                PIC 9(8).
           05 ASI-RESULTADO          PIC X.
               88 ASI-ACREDITADO     VALUE 'A'.
               88 ASI-RESULTADO-VALIDO VALUE 'A' 'N'.
           05 ASI-CAPTURA            PIC 9(8).
           05 ASI-OPERADOR           PIC X(8).
           05 FILLER                 PIC X(13).
       01 WS-ASI-FIN-R REDEFINES WS-RENGLON-ASIST.
           05 FILLER                 PIC X(22).
           05 WS-ASI-FIN-ANHO        PIC 9999.
           05 FILLER                 PIC X(34).
      *    Catalogo en memoria: gana el ultimo renglon de cada clave
       01 WS-TABLA-CURSOS.
           05 WS-CUR-NUM             PIC 999 VALUE ZEROS.
           05 WS-CUR-ENT OCCURS 300 TIMES.
               10 WS-CUR-T-RENGLON   PIC X(100).
       01 WS-CUR-IDX                 PIC 999 VALUE ZEROS.
       01 WS-CUR-HALLADO             PIC 999 VALUE ZEROS.
       01 WS-CLAVE-BUSCADA           PIC X(8) VALUE SPACES.
       01 WS-RENGLON-COM.
           05 WS-COM-NUMERO          PIC 99.
           05 WS-COM-NOMBRE          PIC X(40).
           05 WS-COM-REGPAT          PIC X(11).
           05 WS-COM-PRIMA-RT        PIC 9(2)V9(5).
       01 WS-EMP-COMPANIA            PIC 99 VALUE 01.
       01 WS-NOMBRE-COM              PIC X(40) VALUE SPACES.
       01 WS-REGPAT-COM              PIC X(11) VALUE SPACES.
       01 WS-EMP-CAP                 PIC 9(6) VALUE ZEROS.
       01 WS-CURSO-CAP               PIC X(8) VALUE SPACES.
       01 WS-CAPTURA-FECHA.
           05 WS-DIA-CAP             PIC 99 VALUE ZEROS.
           05 WS-MES-CAP             PIC 99 VALUE ZEROS.
           05 WS-ANHO-CAP            PIC 9999 VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-FECHA-CAP-NUM           PIC 9(8) VALUE ZEROS.
       01 WS-DUPLICADO               PIC X VALUE 'N'.
           88 ES-DUPLICADO           VALUE 'S'.
       01 WS-ANHO-DC4                PIC 9999 VALUE ZEROS.
       01 WS-NOMBRE-EMP              PIC X(41) VALUE SPACES.
       01 WS-NOMBRE-DEPTO            PIC X(30) VALUE SPACES.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'CURSOS.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
       01 WS-LINEA                   PIC X(132) VALUE SPACES.
       01 WS-FECHA-ED.
           05 WS-FED-DIA             PIC 99.
           05 FILLER                 PIC X VALUE '/'.
           05 WS-FED-MES             PIC 99.
           05 FILLER                 PIC X VALUE '/'.
           05 WS-FED-ANHO            PIC 9999.
       01 WS-FECHA-DESGLOSE.
           05 WS-FD-ANHO             PIC 9999.
           05 WS-FD-MES              PIC 99.
           05 WS-FD-DIA              PIC 99.
       01 WS-FECHA-NUM REDEFINES WS-FECHA-DESGLOSE
                                     PIC 9(8).
       01 WS-INICIO-ED               PIC X(10) VALUE SPACES.
       01 WS-FIN-ED                  PIC X(10) VALUE SPACES.
      *    Cortes de la lista DC-4
       01 WS-CORTE.
           05 WS-DEPTO-ANT           PIC X(4) VALUE SPACES.
           05 WS-EMP-ANT             PIC 9(6) VALUE ZEROS.
           05 WS-HAY-DEPTO           PIC X VALUE 'N'.
               88 HAY-DEPTO          VALUE 'S'.
       01 WS-TOTALES-DEPTO.
           05 WS-DEP-CONSTANCIAS     PIC 9(6) VALUE ZEROS.
           05 WS-DEP-TRABAJADORES    PIC 9(6) VALUE ZEROS.
           05 WS-DEP-HORAS           PIC 9(7) VALUE ZEROS.
       01 WS-TOTALES.
           05 WS-TOT-CONSTANCIAS     PIC 9(6) VALUE ZEROS.
           05 WS-TOT-TRABAJADORES    PIC 9(6) VALUE ZEROS.
           05 WS-TOT-HORAS           PIC 9(7) VALUE ZEROS.
           05 WS-TOT-DEPTOS          PIC 9(4) VALUE ZEROS.
           05 WS-TOT-LISTADOS        PIC 9(4) VALUE ZEROS.
       01 WS-ED-HORAS                PIC ZZZZZZ9.
       01 WS-ED-CUENTA               PIC ZZZZZ9.

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
            DISPLAY 'Capacitacion: (C)urso al catalogo, (V)er '
                'catalogo, (R)egistrar asistencia, (L)istar por '
                'empleado, (D)C-3 constancias, (A)nual DC-4: '
                UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            PERFORM 080-CARGAR-CATALOGO
               THRU
               080-CARGAR-CATALOGO-SAL
            EVALUATE TRUE
                WHEN OPCION-CURSO
                    PERFORM 020-AGREGAR-CURSO
                       THRU
                       020-AGREGAR-CURSO-SAL
                WHEN OPCION-CATALOGO
                    PERFORM 070-LISTAR-CATALOGO
                       THRU
                       070-LISTAR-CATALOGO-SAL
                WHEN OPCION-REGISTRAR
                    PERFORM 030-REGISTRAR-ASISTENCIA
                       THRU
                       030-REGISTRAR-ASISTENCIA-SAL
                WHEN OPCION-DC3
                    PERFORM 050-CONSTANCIAS-DC3
                       THRU
                       050-CONSTANCIAS-DC3-SAL
                WHEN OPCION-DC4
                    PERFORM 060-LISTA-DC4
                       THRU
                       060-LISTA-DC4-SAL
                WHEN OTHER
                    PERFORM 040-LISTAR-EMPLEADO
                       THRU
                       040-LISTAR-EMPLEADO-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       015-SESION-SAL.
            EXIT.

       020-AGREGAR-CURSO.
      *    Un curso ya catalogado se corrige agregandolo otra vez
            DISPLAY 'Clave del curso (8): ' UPON CONSOLE
            ACCEPT CUR-CLAVE FROM CONSOLE
            IF CUR-CLAVE = SPACES
                DISPLAY 'Error: clave en blanco' UPON CONSOLE
                GO TO 020-AGREGAR-CURSO-SAL
            END-IF
            MOVE CUR-CLAVE TO WS-CLAVE-BUSCADA
            PERFORM 085-BUSCAR-CURSO
               THRU
               085-BUSCAR-CURSO-SAL
            MOVE SPACES TO WS-TAB-ANTES
            MOVE 'ALTA' TO WS-TAB-OPERACION
            IF WS-CUR-HALLADO > ZEROS
                MOVE WS-CUR-T-RENGLON(WS-CUR-HALLADO) TO WS-TAB-ANTES
                MOVE 'CAMBIO' TO WS-TAB-OPERACION
                MOVE WS-CLAVE-BUSCADA TO CUR-CLAVE
            END-IF
            DISPLAY 'Nombre del curso: ' UPON CONSOLE
            ACCEPT CUR-NOMBRE FROM CONSOLE
            DISPLAY 'Area tematica STPS (1000 produccion, 2000 '
                'servicios, 3000 administracion, 4000 '
                'comercializacion, 5000 mantenimiento, 6000 '
                'seguridad, 7000 desarrollo personal, 8000 '
                'tecnologias de informacion, 9000 participacion '
                'social): ' UPON CONSOLE
            ACCEPT CUR-AREA FROM CONSOLE
            IF NOT CUR-AREA-VALIDA
                DISPLAY 'Error: area tematica invalida' UPON CONSOLE
                GO TO 020-AGREGAR-CURSO-SAL
            END-IF
            DISPLAY 'Duracion en horas: ' UPON CONSOLE
            ACCEPT CUR-HORAS FROM CONSOLE
            IF CUR-HORAS = ZEROS
                DISPLAY 'Error: duracion en cero' UPON CONSOLE
                GO TO 020-AGREGAR-CURSO-SAL
            END-IF
            DISPLAY 'Instructor o agente capacitador: ' UPON CONSOLE
            ACCEPT CUR-INSTRUCTOR FROM CONSOLE
            DISPLAY 'Registro STPS del agente externo (vacio = '
                'instructor interno): ' UPON CONSOLE
            ACCEPT CUR-REGISTRO FROM CONSOLE
            IF CUR-INSTRUCTOR = SPACES
                DISPLAY 'Error: falta el instructor o agente'
                    UPON CONSOLE
                GO TO 020-AGREGAR-CURSO-SAL
            END-IF
            OPEN EXTEND F-CURSOS
            IF WS-STATUS-CURSOS = '35'
                OPEN OUTPUT F-CURSOS
            END-IF
            MOVE WS-RENGLON-CURSO TO REG-CURSO
            WRITE REG-CURSO
            CLOSE F-CURSOS
            MOVE 'CURSOS.TXT' TO WS-TAB-ARCHIVO
            MOVE WS-RENGLON-CURSO TO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Curso registrado: ' CUR-CLAVE UPON CONSOLE.
       020-AGREGAR-CURSO-SAL.
            EXIT.

       030-REGISTRAR-ASISTENCIA.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT WS-EMP-CAP FROM CONSOLE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro de '
                    'personal' UPON CONSOLE
                GO TO 030-REGISTRAR-ASISTENCIA-SAL
            END-IF
            MOVE WS-EMP-CAP TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    DISPLAY 'Error: no existe ese empleado'
                        UPON CONSOLE
                    CLOSE F-EMPLEADOS
                    GO TO 030-REGISTRAR-ASISTENCIA-SAL
            END-READ
            CLOSE F-EMPLEADOS
            IF EMP-BAJA
                DISPLAY 'Error: el empleado esta dado de baja'
                    UPON CONSOLE
                GO TO 030-REGISTRAR-ASISTENCIA-SAL
            END-IF
            DISPLAY 'Clave del curso: ' UPON CONSOLE
            ACCEPT WS-CURSO-CAP FROM CONSOLE
            MOVE WS-CURSO-CAP TO WS-CLAVE-BUSCADA
            PERFORM 085-BUSCAR-CURSO
               THRU
               085-BUSCAR-CURSO-SAL
            IF WS-CUR-HALLADO = ZEROS
                DISPLAY 'Error: el curso no esta en el catalogo'
                    UPON CONSOLE
                GO TO 030-REGISTRAR-ASISTENCIA-SAL
            END-IF
            MOVE WS-CUR-T-RENGLON(WS-CUR-HALLADO) TO WS-RENGLON-CURSO
            DISPLAY 'Curso: ' CUR-NOMBRE ' ' CUR-HORAS ' horas'
                UPON CONSOLE
            DISPLAY 'Inicio del curso' UPON CONSOLE
            PERFORM 035-CAPTURAR-FECHA
               THRU
               035-CAPTURAR-FECHA-SAL
            IF FECHA-INVALIDA
                GO TO 030-REGISTRAR-ASISTENCIA-SAL
            END-IF
            MOVE WS-FECHA-CAP-NUM TO ASI-INICIO
            DISPLAY 'Fin del curso' UPON CONSOLE
            PERFORM 035-CAPTURAR-FECHA
               THRU
               035-CAPTURAR-FECHA-SAL
            IF FECHA-INVALIDA
                GO TO 030-REGISTRAR-ASISTENCIA-SAL
            END-IF
            MOVE WS-FECHA-CAP-NUM TO ASI-FIN
            IF ASI-FIN < ASI-INICIO
                DISPLAY 'Error: el fin es anterior al inicio'
                    UPON CONSOLE
                GO TO 030-REGISTRAR-ASISTENCIA-SAL
            END-IF
            DISPLAY 'Resultado (A acreditado, N no acreditado): '
                UPON CONSOLE
            ACCEPT ASI-RESULTADO FROM CONSOLE
            IF NOT ASI-RESULTADO-VALIDO
                DISPLAY 'Error: resultado invalido' UPON CONSOLE
                GO TO 030-REGISTRAR-ASISTENCIA-SAL
            END-IF
            IF ASI-ACREDITADO AND ASI-FIN > WS-FECHA-SIS
                DISPLAY 'Error: no se acredita un curso que no ha '
                    'terminado' UPON CONSOLE
                GO TO 030-REGISTRAR-ASISTENCIA-SAL
            END-IF
            MOVE WS-EMP-CAP TO ASI-EMP
            MOVE WS-CURSO-CAP TO ASI-CURSO
            MOVE WS-FECHA-SIS TO ASI-CAPTURA
            MOVE WS-OPERADOR TO ASI-OPERADOR
            PERFORM 037-REVISAR-DUPLICADO
               THRU
               037-REVISAR-DUPLICADO-SAL
            IF ES-DUPLICADO
                DISPLAY 'Error: ya esta registrado ese curso con esa '
                    'fecha de inicio para el empleado' UPON CONSOLE
                GO TO 030-REGISTRAR-ASISTENCIA-SAL
            END-IF
            OPEN EXTEND F-ASISTENCIAS
            IF WS-STATUS-ASISTENCIAS = '35'
                OPEN OUTPUT F-ASISTENCIAS
            END-IF
            MOVE WS-RENGLON-ASIST TO REG-ASISTENCIA
            WRITE REG-ASISTENCIA
            CLOSE F-ASISTENCIAS
            DISPLAY 'Asistencia registrada' UPON CONSOLE.
       030-REGISTRAR-ASISTENCIA-SAL.
            EXIT.

       035-CAPTURAR-FECHA.
            DISPLAY '  Dia: ' UPON CONSOLE
            ACCEPT WS-DIA-CAP FROM CONSOLE
            DISPLAY '  Mes: ' UPON CONSOLE
            ACCEPT WS-MES-CAP FROM CONSOLE
            DISPLAY '  Anho: ' UPON CONSOLE
            ACCEPT WS-ANHO-CAP FROM CONSOLE
            CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP WS-ANHO-CAP
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Error: fecha invalida' UPON CONSOLE
                GO TO 035-CAPTURAR-FECHA-SAL
            END-IF
            COMPUTE WS-FECHA-CAP-NUM = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP.
       035-CAPTURAR-FECHA-SAL.
            EXIT.

       037-REVISAR-DUPLICADO.
      *    Mismo empleado, curso e inicio ya registrados; el renglon
      *    capturado se conserva en WS-LINEA mientras se recorre
            MOVE 'N' TO WS-DUPLICADO
            MOVE WS-RENGLON-ASIST TO WS-LINEA
            OPEN INPUT F-ASISTENCIAS
            IF WS-STATUS-ASISTENCIAS = '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO OR ES-DUPLICADO
                    READ F-ASISTENCIAS INTO WS-RENGLON-ASIST
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            IF ASI-EMP = WS-EMP-CAP
                                AND ASI-CURSO = WS-CURSO-CAP
                                AND ASI-INICIO = WS-LINEA(15:8)
                                MOVE 'S' TO WS-DUPLICADO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-ASISTENCIAS
            END-IF
            MOVE WS-LINEA(1:60) TO WS-RENGLON-ASIST.
       037-REVISAR-DUPLICADO-SAL.
            EXIT.

       040-LISTAR-EMPLEADO.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT WS-EMP-CAP FROM CONSOLE
            MOVE ZEROS TO WS-TOT-LISTADOS
            OPEN INPUT F-ASISTENCIAS
            IF WS-STATUS-ASISTENCIAS NOT = '00'
                DISPLAY 'Sin registros de capacitacion' UPON CONSOLE
                GO TO 040-LISTAR-EMPLEADO-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-ASISTENCIAS INTO WS-RENGLON-ASIST
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF ASI-EMP = WS-EMP-CAP
                            ADD 1 TO WS-TOT-LISTADOS
                            MOVE ASI-CURSO TO WS-CLAVE-BUSCADA
                            PERFORM 085-BUSCAR-CURSO
                               THRU
                               085-BUSCAR-CURSO-SAL
                            MOVE SPACES TO CUR-NOMBRE
                            IF WS-CUR-HALLADO > ZEROS
                                MOVE WS-CUR-T-RENGLON(WS-CUR-HALLADO)
                                    TO WS-RENGLON-CURSO
                            END-IF
                            DISPLAY ASI-CURSO ' ' CUR-NOMBRE
                                ' ' ASI-INICIO '-' ASI-FIN
                                ' RESULTADO=' ASI-RESULTADO
                                UPON CONSOLE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-ASISTENCIAS
            DISPLAY 'Cursos del empleado: ' WS-TOT-LISTADOS
                UPON CONSOLE.
       040-LISTAR-EMPLEADO-SAL.
            EXIT.

       050-CONSTANCIAS-DC3.
      *    Una constancia por curso acreditado; clave vacia = todos
      *    los acreditados del empleado
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT WS-EMP-CAP FROM CONSOLE
            DISPLAY 'Clave del curso (vacio = todos los '
                'acreditados): ' UPON CONSOLE
            ACCEPT WS-CURSO-CAP FROM CONSOLE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro de '
                    'personal' UPON CONSOLE
                GO TO 050-CONSTANCIAS-DC3-SAL
            END-IF
            MOVE WS-EMP-CAP TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    DISPLAY 'Error: no existe ese empleado'
                        UPON CONSOLE
                    CLOSE F-EMPLEADOS
                    GO TO 050-CONSTANCIAS-DC3-SAL
            END-READ
            CLOSE F-EMPLEADOS
            PERFORM 090-BUSCAR-COMPANIA
               THRU
               090-BUSCAR-COMPANIA-SAL
            MOVE ZEROS TO WS-TOT-CONSTANCIAS
            OPEN INPUT F-ASISTENCIAS
            IF WS-STATUS-ASISTENCIAS NOT = '00'
                DISPLAY 'Sin registros de capacitacion' UPON CONSOLE
                GO TO 050-CONSTANCIAS-DC3-SAL
            END-IF
            OPEN OUTPUT F-DC3
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-ASISTENCIAS INTO WS-RENGLON-ASIST
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF ASI-EMP = WS-EMP-CAP AND ASI-ACREDITADO
                            AND (WS-CURSO-CAP = SPACES
                                OR ASI-CURSO = WS-CURSO-CAP)
                            PERFORM 055-ESCRIBIR-DC3
                               THRU
                               055-ESCRIBIR-DC3-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-ASISTENCIAS
            CLOSE F-DC3
            DISPLAY 'Constancias DC-3 en DC3.TXT: ' WS-TOT-CONSTANCIAS
                UPON CONSOLE.
       050-CONSTANCIAS-DC3-SAL.
            EXIT.

       055-ESCRIBIR-DC3.
            MOVE ASI-CURSO TO WS-CLAVE-BUSCADA
            PERFORM 085-BUSCAR-CURSO
               THRU
               085-BUSCAR-CURSO-SAL
            IF WS-CUR-HALLADO = ZEROS
                DISPLAY 'AVISO: el curso ' ASI-CURSO ' ya no esta en '
                    'el catalogo; no se emite su constancia'
                    UPON CONSOLE
                GO TO 055-ESCRIBIR-DC3-SAL
            END-IF
            MOVE WS-CUR-T-RENGLON(WS-CUR-HALLADO) TO WS-RENGLON-CURSO
            MOVE ASI-INICIO TO WS-FECHA-NUM
            MOVE WS-FD-DIA TO WS-FED-DIA
            MOVE WS-FD-MES TO WS-FED-MES
            MOVE WS-FD-ANHO TO WS-FED-ANHO
            MOVE WS-FECHA-ED TO WS-INICIO-ED
            MOVE ASI-FIN TO WS-FECHA-NUM
            MOVE WS-FD-DIA TO WS-FED-DIA
            MOVE WS-FD-MES TO WS-FED-MES
            MOVE WS-FD-ANHO TO WS-FED-ANHO
            MOVE WS-FECHA-ED TO WS-FIN-ED
            MOVE ALL '=' TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO WS-LINEA
            STRING 'FORMATO DC-3  CONSTANCIA DE COMPETENCIAS O DE '
                'HABILIDADES LABORALES'
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC3
            WRITE REG-DC3
            MOVE ALL '=' TO REG-DC3
            WRITE REG-DC3
            MOVE 'DATOS DEL TRABAJADOR' TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO WS-LINEA
            STRING '  NOMBRE: ' REG-APE-PATERNO ' ' REG-APE-MATERNO
                ' ' REG-NOMBRE
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO WS-LINEA
            STRING '  CURP: ' REG-CURP '   EMPLEADO: ' EMP-ID-REG
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO WS-LINEA
            STRING '  PUESTO: ' REG-PUESTO
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC3
            WRITE REG-DC3
            MOVE 'DATOS DE LA EMPRESA' TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO WS-LINEA
            STRING '  RAZON SOCIAL: ' WS-NOMBRE-COM
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO WS-LINEA
            STRING '  REGISTRO PATRONAL IMSS: ' WS-REGPAT-COM
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC3
            WRITE REG-DC3
            MOVE 'DATOS DEL PROGRAMA DE CAPACITACION' TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO WS-LINEA
            STRING '  CURSO: ' CUR-CLAVE ' ' CUR-NOMBRE
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO WS-LINEA
            STRING '  DURACION: ' CUR-HORAS ' HORAS   PERIODO: '
                WS-INICIO-ED ' AL ' WS-FIN-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO WS-LINEA
            STRING '  AREA TEMATICA: ' CUR-AREA
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO WS-LINEA
            IF CUR-REGISTRO = SPACES
                STRING '  INSTRUCTOR INTERNO: ' CUR-INSTRUCTOR
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            ELSE
                STRING '  AGENTE CAPACITADOR: ' CUR-INSTRUCTOR
                    ' REGISTRO STPS: ' CUR-REGISTRO
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            END-IF
            MOVE WS-LINEA TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO WS-LINEA
            STRING '  ______________________    ______________________'
                '    ______________________'
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC3
            WRITE REG-DC3
            MOVE SPACES TO WS-LINEA
            STRING '  INSTRUCTOR O AGENTE       PATRON O REPRESENTANTE'
                '    REPRESENTANTE TRAB.'
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC3
            WRITE REG-DC3
            MOVE ALL '=' TO REG-DC3
            WRITE REG-DC3
            ADD 1 TO WS-TOT-CONSTANCIAS.
       055-ESCRIBIR-DC3-SAL.
            EXIT.

       060-LISTA-DC4.
            DISPLAY 'Año de la lista DC-4 (AAAA): ' UPON CONSOLE
            ACCEPT WS-ANHO-DC4 FROM CONSOLE
            IF WS-ANHO-DC4 < 1900
                DISPLAY 'Error: año invalido' UPON CONSOLE
                GO TO 060-LISTA-DC4-SAL
            END-IF
            INITIALIZE WS-TOTALES
            SORT WK-ORDEN-DC4
                ON ASCENDING KEY ORD-DEPTO
                ON ASCENDING KEY ORD-EMP-ID
                ON ASCENDING KEY ORD-FIN
                INPUT PROCEDURE 062-SELECCIONAR-CONSTANCIAS
                    THRU 062-SELECCIONAR-CONSTANCIAS-SAL
                OUTPUT PROCEDURE 065-ESCRIBIR-DC4
                    THRU 065-ESCRIBIR-DC4-SAL
            DISPLAY 'Constancias del año: ' WS-TOT-CONSTANCIAS
                ' trabajadores: ' WS-TOT-TRABAJADORES
                ' departamentos: ' WS-TOT-DEPTOS UPON CONSOLE
            DISPLAY 'Lista DC-4 en DC4.TXT' UPON CONSOLE.
       060-LISTA-DC4-SAL.
            EXIT.

       062-SELECCIONAR-CONSTANCIAS.
      *    Cursos acreditados cuyo fin cae en el año; el
      *    departamento y la CURP salen del maestro al dia
            OPEN INPUT F-ASISTENCIAS
            IF WS-STATUS-ASISTENCIAS NOT = '00'
                GO TO 062-SELECCIONAR-CONSTANCIAS-SAL
            END-IF
            OPEN INPUT F-EMPLEADOS
            MOVE 'N' TO WS-EMPLEADOS-ABIERTO
            IF EMP-OK
                MOVE 'S' TO WS-EMPLEADOS-ABIERTO
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-ASISTENCIAS INTO WS-RENGLON-ASIST
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF ASI-ACREDITADO
                            AND WS-ASI-FIN-ANHO = WS-ANHO-DC4
                            PERFORM 063-LIBERAR-CONSTANCIA
                               THRU
                               063-LIBERAR-CONSTANCIA-SAL
                        END-IF
                END-READ
            END-PERFORM
            IF EMPLEADOS-ABIERTO
                CLOSE F-EMPLEADOS
            END-IF
            CLOSE F-ASISTENCIAS.
       062-SELECCIONAR-CONSTANCIAS-SAL.
            EXIT.

       063-LIBERAR-CONSTANCIA.
            MOVE SPACES TO REG-ORDEN-DC4
            MOVE ASI-EMP TO ORD-EMP-ID
            MOVE ASI-FIN TO ORD-FIN
            MOVE ASI-CURSO TO ORD-CURSO
            MOVE ZEROS TO ORD-HORAS
            MOVE ASI-CURSO TO WS-CLAVE-BUSCADA
            PERFORM 085-BUSCAR-CURSO
               THRU
               085-BUSCAR-CURSO-SAL
            IF WS-CUR-HALLADO > ZEROS
                MOVE WS-CUR-T-RENGLON(WS-CUR-HALLADO)
                    TO WS-RENGLON-CURSO
                MOVE CUR-HORAS TO ORD-HORAS
            END-IF
            MOVE 'SIN EMPLEADO EN EL MAESTRO' TO ORD-NOMBRE
            IF EMPLEADOS-ABIERTO
                MOVE ASI-EMP TO EMP-ID-REG
                READ F-EMPLEADOS
                    NOT INVALID KEY
                        MOVE REG-DEPTO TO ORD-DEPTO
                        MOVE REG-CURP TO ORD-CURP
                        MOVE SPACES TO ORD-NOMBRE
                        STRING REG-APE-PATERNO DELIMITED BY '  '
                            ' ' DELIMITED BY SIZE
                            REG-NOMBRE DELIMITED BY '  '
                            INTO ORD-NOMBRE
                END-READ
            END-IF
            RELEASE REG-ORDEN-DC4.
       063-LIBERAR-CONSTANCIA-SAL.
            EXIT.

       065-ESCRIBIR-DC4.
            OPEN OUTPUT F-DC4
            OPEN INPUT F-DEPTOS
            MOVE 'N' TO WS-DEPTOS-ABIERTO
            IF DEP-OK
                MOVE 'S' TO WS-DEPTOS-ABIERTO
            END-IF
            MOVE SPACES TO WS-LINEA
            STRING 'FORMATO DC-4  LISTA DE CONSTANCIAS DE COMPETENCIAS '
                'O DE HABILIDADES LABORALES   AÑO ' WS-ANHO-DC4
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC4
            WRITE REG-DC4
            MOVE 'N' TO WS-HAY-DEPTO
            MOVE 'N' TO WS-FIN-ORDEN
            PERFORM UNTIL FIN-ORDEN
                RETURN WK-ORDEN-DC4
                    AT END
                        MOVE 'Y' TO WS-FIN-ORDEN
                    NOT AT END
                        IF HAY-DEPTO AND ORD-DEPTO NOT = WS-DEPTO-ANT
                            PERFORM 067-TOTAL-DEPTO
                               THRU
                               067-TOTAL-DEPTO-SAL
                        END-IF
                        IF NOT HAY-DEPTO
                            PERFORM 066-ENCABEZADO-DEPTO
                               THRU
                               066-ENCABEZADO-DEPTO-SAL
                        END-IF
                        IF ORD-EMP-ID NOT = WS-EMP-ANT
                            ADD 1 TO WS-DEP-TRABAJADORES
                            MOVE ORD-EMP-ID TO WS-EMP-ANT
                        END-IF
                        ADD 1 TO WS-DEP-CONSTANCIAS
                        ADD ORD-HORAS TO WS-DEP-HORAS
                        MOVE SPACES TO WS-LINEA
                        STRING '  EMP=' ORD-EMP-ID ' ' ORD-NOMBRE
                            ' CURP=' ORD-CURP ' CURSO=' ORD-CURSO
                            ' FIN=' ORD-FIN ' HORAS=' ORD-HORAS
                            DELIMITED BY SIZE
                            INTO WS-LINEA
                        MOVE WS-LINEA TO REG-DC4
                        WRITE REG-DC4
                END-RETURN
            END-PERFORM
            IF HAY-DEPTO
                PERFORM 067-TOTAL-DEPTO
                   THRU
                   067-TOTAL-DEPTO-SAL
            END-IF
            MOVE WS-TOT-HORAS TO WS-ED-HORAS
            MOVE SPACES TO WS-LINEA
            STRING 'TOTAL DE LA EMPRESA: CONSTANCIAS '
                WS-TOT-CONSTANCIAS ' TRABAJADORES '
                WS-TOT-TRABAJADORES ' HORAS ' WS-ED-HORAS
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC4
            WRITE REG-DC4
            IF DEPTOS-ABIERTO
                CLOSE F-DEPTOS
            END-IF
            CLOSE F-DC4.
       065-ESCRIBIR-DC4-SAL.
            EXIT.

       066-ENCABEZADO-DEPTO.
            MOVE 'S' TO WS-HAY-DEPTO
            MOVE ORD-DEPTO TO WS-DEPTO-ANT
            MOVE ZEROS TO WS-EMP-ANT
            INITIALIZE WS-TOTALES-DEPTO
            ADD 1 TO WS-TOT-DEPTOS
            MOVE 'SIN DESCRIPCION' TO WS-NOMBRE-DEPTO
            IF DEPTOS-ABIERTO
                MOVE ORD-DEPTO TO DEP-CODIGO
                READ F-DEPTOS
                    NOT INVALID KEY
                        MOVE DEP-DESCRIPCION TO WS-NOMBRE-DEPTO
                END-READ
            END-IF
            MOVE SPACES TO REG-DC4
            WRITE REG-DC4
            MOVE SPACES TO WS-LINEA
            STRING 'DEPARTAMENTO ' ORD-DEPTO ' ' WS-NOMBRE-DEPTO
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC4
            WRITE REG-DC4.
       066-ENCABEZADO-DEPTO-SAL.
            EXIT.

       067-TOTAL-DEPTO.
            MOVE WS-DEP-HORAS TO WS-ED-HORAS
            MOVE SPACES TO WS-LINEA
            STRING '  RESUMEN DEPTO ' WS-DEPTO-ANT ': CONSTANCIAS '
                WS-DEP-CONSTANCIAS ' TRABAJADORES '
                WS-DEP-TRABAJADORES ' HORAS ' WS-ED-HORAS
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-DC4
            WRITE REG-DC4
            ADD WS-DEP-CONSTANCIAS TO WS-TOT-CONSTANCIAS
            ADD WS-DEP-TRABAJADORES TO WS-TOT-TRABAJADORES
            ADD WS-DEP-HORAS TO WS-TOT-HORAS
            MOVE 'N' TO WS-HAY-DEPTO.
       067-TOTAL-DEPTO-SAL.
            EXIT.

       070-LISTAR-CATALOGO.
            PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                UNTIL WS-CUR-IDX > WS-CUR-NUM
                MOVE WS-CUR-T-RENGLON(WS-CUR-IDX) TO WS-RENGLON-CURSO
                DISPLAY CUR-CLAVE ' ' CUR-NOMBRE ' AREA=' CUR-AREA
                    ' HORAS=' CUR-HORAS ' ' CUR-INSTRUCTOR ' '
                    CUR-REGISTRO UPON CONSOLE
            END-PERFORM
            DISPLAY 'Cursos en el catalogo: ' WS-CUR-NUM
                UPON CONSOLE.
       070-LISTAR-CATALOGO-SAL.
            EXIT.

       080-CARGAR-CATALOGO.
            MOVE ZEROS TO WS-CUR-NUM
            OPEN INPUT F-CURSOS
            IF WS-STATUS-CURSOS NOT = '00'
                GO TO 080-CARGAR-CATALOGO-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CURSOS INTO WS-RENGLON-CURSO
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        MOVE CUR-CLAVE TO WS-CLAVE-BUSCADA
                        PERFORM 085-BUSCAR-CURSO
                           THRU
                           085-BUSCAR-CURSO-SAL
                        IF WS-CUR-HALLADO > ZEROS
                            MOVE WS-RENGLON-CURSO
                                TO WS-CUR-T-RENGLON(WS-CUR-HALLADO)
                        ELSE
                            IF WS-CUR-NUM < 300
                                ADD 1 TO WS-CUR-NUM
                                MOVE WS-RENGLON-CURSO
                                    TO WS-CUR-T-RENGLON(WS-CUR-NUM)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CURSOS.
       080-CARGAR-CATALOGO-SAL.
            EXIT.

       085-BUSCAR-CURSO.
            MOVE ZEROS TO WS-CUR-HALLADO
            PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                UNTIL WS-CUR-IDX > WS-CUR-NUM
                OR WS-CUR-HALLADO > ZEROS
                IF WS-CUR-T-RENGLON(WS-CUR-IDX)(1:8)
                    = WS-CLAVE-BUSCADA
                    MOVE WS-CUR-IDX TO WS-CUR-HALLADO
                END-IF
            END-PERFORM.
       085-BUSCAR-CURSO-SAL.
            EXIT.

       090-BUSCAR-COMPANIA.
      *    Compañia del empleado (0 o espacios = 01); gana el ultimo
      *    renglon de COMPANIA.TXT
            IF REG-COMPANIA NUMERIC AND REG-COMPANIA > ZEROS
                MOVE REG-COMPANIA TO WS-EMP-COMPANIA
            ELSE
                MOVE 01 TO WS-EMP-COMPANIA
            END-IF
            MOVE SPACES TO WS-NOMBRE-COM
            MOVE SPACES TO WS-REGPAT-COM
            OPEN INPUT F-COMPANIAS
            IF WS-STATUS-COMPANIAS NOT = '00'
                GO TO 090-BUSCAR-COMPANIA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-COMPANIAS INTO WS-RENGLON-COM
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-COM-NUMERO = WS-EMP-COMPANIA
                            MOVE WS-COM-NOMBRE TO WS-NOMBRE-COM
                            MOVE WS-COM-REGPAT TO WS-REGPAT-COM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-COMPANIAS.
       090-BUSCAR-COMPANIA-SAL.
            EXIT.

       END PROGRAM PRG01127.
