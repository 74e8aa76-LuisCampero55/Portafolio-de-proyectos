       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01142.
      *  Compa-ratio y equidad salarial: los empleados activos se
      *  ordenan por compañia, departamento, grado y numero con el
      *  mismo SORT del organigrama (PRG01123); a cada uno se le
      *  calcula el compa-ratio (salario entre el punto medio de la
      *  banda de su grado y escalon, rutina compartida PRG01100) y
      *  se marca el que esta abajo del minimo o arriba del maximo;
      *  cada grado del departamento cierra con su compa-ratio
      *  promedio; la seccion de equidad compara por grado y escalon
      *  el salario y el compa-ratio promedio de hombres y mujeres
      *  (sexo de la posicion 11 de REG-CURP) y resalta las brechas
      *  que rebasan el porcentaje que se captura al correr
      *  (revisiones de NOM-035 e igualdad salarial); salida en
      *  CMPRATIO.TXT - LCG 15 OCT 26
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
           SELECT F-COMPANIAS ASSIGN TO "COMPANIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPANIAS.
           SELECT WK-ORDEN-CMP ASSIGN TO "WKCMP.TMP".
           SELECT F-REPORTE ASSIGN TO "CMPRATIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       FD  F-COMPANIAS.
       01 REG-COMPANIA-TXT           PIC X(60).
       SD  WK-ORDEN-CMP.
       01 REG-ORDEN-CMP.
           02 ORD-COMPANIA           PIC 99.
           02 ORD-DEPTO              PIC X(4).
           02 ORD-GRADO              PIC 9.
           02 ORD-EMP-ID             PIC 9(6).
           02 ORD-NOMBRE             PIC X(30).
           02 ORD-ESCALON            PIC 9.
           02 ORD-SEXO               PIC X.
           02 ORD-SALARIO            PIC 9(7)V99.
           02 ORD-MEDIO              PIC 9(7)V99.
           02 ORD-COMPA              PIC 9(3)V99.
           02 ORD-MARCA              PIC X.
               88 ORD-SIN-BANDA      VALUE 'X'.
               88 ORD-BAJO-MINIMO    VALUE 'B'.
               88 ORD-SOBRE-MAXIMO   VALUE 'A'.
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
       01 WS-STATUS-COMPANIAS        PIC XX VALUE '00'.
       01 WS-HAY-CATALOGO            PIC X VALUE 'N'.
           88 HAY-CATALOGO           VALUE 'S'.
       01 WS-FIN-EMPLEADOS           PIC X VALUE 'N'.
           88 FIN-EMPLEADOS          VALUE 'Y'.
       01 WS-FIN-ORDEN               PIC X VALUE 'N'.
           88 FIN-ORDEN              VALUE 'Y'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-RENGLON-COM.
           05 WS-COM-NUMERO          PIC 99.
           05 WS-COM-NOMBRE          PIC X(40).
           05 WS-COM-REGPAT          PIC X(11).
           05 WS-COM-PRIMA-RT        PIC 9(2)V9(5).
       01 WS-TABLA-COM.
           05 WS-COM-NUM             PIC 99 VALUE ZEROS.
           05 WS-COM-ENT OCCURS 20 TIMES.
               10 WS-COM-T-NUMERO    PIC 99.
               10 WS-COM-T-NOMBRE    PIC X(40).
       01 WS-IDX                     PIC 99 VALUE ZEROS.
       01 WS-ENCONTRADO              PIC X VALUE 'N'.
           88 FILA-ENCONTRADA        VALUE 'Y'.
      *    Brecha tolerada entre hombres y mujeres, en porcentaje
       01 WS-UMBRAL                  PIC 99V99 VALUE 5.
       01 WS-UMBRAL-ENT              PIC 99 VALUE ZEROS.
      *    Banda salarial (rutina compartida PRG01100)
       01 Grado                      PIC 9 VALUE ZERO.
       01 Escalon                    PIC 9 VALUE ZERO.
       01 WS-BND-SALARIO             PIC 9(7)V99 VALUE ZEROS.
       01 WS-BND-PISO                PIC 9(7)V99 VALUE ZEROS.
       01 WS-BND-TECHO               PIC 9(7)V99 VALUE ZEROS.
       01 WS-BND-RESULTADO           PIC X VALUE 'X'.
           88 BANDA-SIN-DEFINIR      VALUE 'X'.
      *    Cortes del reporte
       01 WS-CORTE.
           05 WS-CRT-COMPANIA        PIC 99 VALUE ZEROS.
           05 WS-CRT-DEPTO           PIC X(4) VALUE SPACES.
           05 WS-CRT-GRADO           PIC 9 VALUE ZERO.
           05 WS-CRT-PRIMERO         PIC X VALUE 'S'.
               88 CRT-PRIMERO        VALUE 'S'.
       01 WS-ACUM-GRADO.
           05 WS-GRD-EMPLEADOS       PIC 9(5) VALUE ZEROS.
           05 WS-GRD-CON-BANDA       PIC 9(5) VALUE ZEROS.
           05 WS-GRD-SUMA-COMPA      PIC 9(9)V99 VALUE ZEROS.
       01 WS-PROMEDIO-COMPA          PIC 9(3)V99 VALUE ZEROS.
      *    Equidad: acumulados por grado, escalon y sexo (1 hombre,
      *    2 mujer, 3 sin dato en la CURP)
       01 WS-EQUIDAD.
           05 WS-EQ-GRADO OCCURS 5 TIMES.
               10 WS-EQ-ESCALON OCCURS 5 TIMES.
                   15 WS-EQ-SEXO OCCURS 3 TIMES.
                       20 WS-EQ-NUM          PIC 9(5).
                       20 WS-EQ-SUMA-SAL     PIC 9(11)V99.
                       20 WS-EQ-SUMA-COMPA   PIC 9(9)V99.
       01 WS-SEXO-IDX                PIC 9 VALUE ZERO.
       01 WS-G                       PIC 9 VALUE ZERO.
       01 WS-E                       PIC 9 VALUE ZERO.
       01 WS-PROM-SAL-H              PIC 9(7)V99 VALUE ZEROS.
       01 WS-PROM-SAL-M              PIC 9(7)V99 VALUE ZEROS.
       01 WS-PROM-CMP-H              PIC 9(3)V99 VALUE ZEROS.
       01 WS-PROM-CMP-M              PIC 9(3)V99 VALUE ZEROS.
       01 WS-BRECHA-SAL              PIC S9(3)V99 VALUE ZEROS.
       01 WS-BRECHA-CMP              PIC S9(3)V99 VALUE ZEROS.
       01 WS-BRECHA-ABS              PIC 9(3)V99 VALUE ZEROS.
       01 WS-RESALTA                 PIC X VALUE 'N'.
           88 RESALTA-BRECHA         VALUE 'S'.
      *    Edicion
       01 WS-SALARIO-ED              PIC Z(6)9.99.
       01 WS-MEDIO-ED                PIC Z(6)9.99.
       01 WS-COMPA-ED                PIC ZZ9.99.
       01 WS-SAL-H-ED                PIC Z(6)9.99.
       01 WS-SAL-M-ED                PIC Z(6)9.99.
       01 WS-CMP-H-ED                PIC ZZ9.99.
       01 WS-CMP-M-ED                PIC ZZ9.99.
       01 WS-BRECHA-SAL-ED           PIC -ZZ9.99.
       01 WS-BRECHA-CMP-ED           PIC -ZZ9.99.
       01 WS-UMBRAL-ED               PIC Z9.99.
       01 WS-MARCA-TEXTO             PIC X(15) VALUE SPACES.
       01 WS-NOMBRE-COM              PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-DEPTO            PIC X(30) VALUE SPACES.
       01 WS-LINEA                   PIC X(132) VALUE SPACES.
       01 WS-TOTALES.
           05 WS-TOT-ACTIVOS         PIC 9(6) VALUE ZEROS.
           05 WS-TOT-SIN-BANDA       PIC 9(6) VALUE ZEROS.
           05 WS-TOT-BAJO-MINIMO     PIC 9(6) VALUE ZEROS.
           05 WS-TOT-SOBRE-MAXIMO    PIC 9(6) VALUE ZEROS.
           05 WS-TOT-BRECHAS         PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Brecha maxima tolerada entre hombres y mujeres, '
                'porcentaje entero (0 = 5%): ' UPON CONSOLE
            ACCEPT WS-UMBRAL-ENT FROM CONSOLE
            IF WS-UMBRAL-ENT > ZEROS
                MOVE WS-UMBRAL-ENT TO WS-UMBRAL
            END-IF
            MOVE ZEROS TO WS-EQUIDAD
            PERFORM 015-CARGAR-COMPANIAS
               THRU
               015-CARGAR-COMPANIAS-SAL
            SORT WK-ORDEN-CMP
                ON ASCENDING KEY ORD-COMPANIA
                ON ASCENDING KEY ORD-DEPTO
                ON ASCENDING KEY ORD-GRADO
                ON ASCENDING KEY ORD-EMP-ID
                INPUT PROCEDURE 020-SELECCIONAR-ACTIVOS
                    THRU 020-SELECCIONAR-ACTIVOS-SAL
                OUTPUT PROCEDURE 030-ESCRIBIR-REPORTE
                    THRU 030-ESCRIBIR-REPORTE-SAL
            DISPLAY 'Activos: ' WS-TOT-ACTIVOS
                '  Bajo minimo: ' WS-TOT-BAJO-MINIMO
                '  Sobre maximo: ' WS-TOT-SOBRE-MAXIMO
                '  Sin banda: ' WS-TOT-SIN-BANDA UPON CONSOLE
            DISPLAY 'Brechas de equidad sobre el umbral: '
                WS-TOT-BRECHAS UPON CONSOLE
            DISPLAY 'Reporte en CMPRATIO.TXT' UPON CONSOLE
            GOBACK.

       015-CARGAR-COMPANIAS.
      *    Gana el ultimo renglon de cada compañia
            MOVE ZEROS TO WS-COM-NUM
            OPEN INPUT F-COMPANIAS
            IF WS-STATUS-COMPANIAS NOT = '00'
                GO TO 015-CARGAR-COMPANIAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-COMPANIAS INTO WS-RENGLON-COM
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        MOVE 'N' TO WS-ENCONTRADO
                        PERFORM VARYING WS-IDX FROM 1 BY 1
                            UNTIL WS-IDX > WS-COM-NUM
                            OR FILA-ENCONTRADA
                            IF WS-COM-T-NUMERO(WS-IDX) = WS-COM-NUMERO
                                MOVE WS-COM-NOMBRE
                                    TO WS-COM-T-NOMBRE(WS-IDX)
                                MOVE 'Y' TO WS-ENCONTRADO
                            END-IF
                        END-PERFORM
                        IF NOT FILA-ENCONTRADA AND WS-COM-NUM < 20
                            ADD 1 TO WS-COM-NUM
                            MOVE WS-COM-NUMERO
                                TO WS-COM-T-NUMERO(WS-COM-NUM)
                            MOVE WS-COM-NOMBRE
                                TO WS-COM-T-NOMBRE(WS-COM-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-COMPANIAS.
       015-CARGAR-COMPANIAS-SAL.
            EXIT.

       020-SELECCIONAR-ACTIVOS.
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Aviso: no se pudo abrir el maestro, status '
                    WS-STATUS-EMPLEADOS UPON CONSOLE
                GO TO 020-SELECCIONAR-ACTIVOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-EMPLEADOS
            PERFORM UNTIL FIN-EMPLEADOS
                READ F-EMPLEADOS NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-EMPLEADOS
                    NOT AT END
                        IF NOT EMP-BAJA
                            PERFORM 025-LIBERAR-EMPLEADO
                               THRU
                               025-LIBERAR-EMPLEADO-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-EMPLEADOS.
       020-SELECCIONAR-ACTIVOS-SAL.
            EXIT.

       025-LIBERAR-EMPLEADO.
            ADD 1 TO WS-TOT-ACTIVOS
            IF REG-COMPANIA NUMERIC AND REG-COMPANIA > ZEROS
                MOVE REG-COMPANIA TO ORD-COMPANIA
            ELSE
                MOVE 01 TO ORD-COMPANIA
            END-IF
            MOVE REG-DEPTO TO ORD-DEPTO
            MOVE EMP-ID-REG TO ORD-EMP-ID
            MOVE SPACES TO ORD-NOMBRE
            STRING REG-APE-PATERNO DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                REG-NOMBRE DELIMITED BY '  '
                INTO ORD-NOMBRE
            MOVE REG-GRADO TO ORD-GRADO
            MOVE REG-ESCALON TO ORD-ESCALON
            MOVE REG-SALARIO TO ORD-SALARIO
      *    Sexo de la CURP (posicion 11): H hombre, M mujer; lo demas
      *    queda sin dato y no entra a la comparacion
            EVALUATE REG-CURP(11:1)
                WHEN 'H'
                    MOVE 'H' TO ORD-SEXO
                    MOVE 1 TO WS-SEXO-IDX
                WHEN 'M'
                    MOVE 'M' TO ORD-SEXO
                    MOVE 2 TO WS-SEXO-IDX
                WHEN OTHER
                    MOVE '?' TO ORD-SEXO
                    MOVE 3 TO WS-SEXO-IDX
            END-EVALUATE
            MOVE ZEROS TO ORD-MEDIO
            MOVE ZEROS TO ORD-COMPA
            MOVE SPACE TO ORD-MARCA
            MOVE REG-GRADO TO Grado
            MOVE REG-ESCALON TO Escalon
            MOVE REG-SALARIO TO WS-BND-SALARIO
            CALL 'PRG01100' USING Grado Escalon WS-BND-SALARIO
                WS-BND-PISO WS-BND-TECHO WS-BND-RESULTADO
            IF BANDA-SIN-DEFINIR
                MOVE 'X' TO ORD-MARCA
                ADD 1 TO WS-TOT-SIN-BANDA
                RELEASE REG-ORDEN-CMP
                GO TO 025-LIBERAR-EMPLEADO-SAL
            END-IF
            COMPUTE ORD-MEDIO ROUNDED = (WS-BND-PISO + WS-BND-TECHO)
                / 2
            COMPUTE ORD-COMPA ROUNDED = REG-SALARIO * 100 / ORD-MEDIO
                ON SIZE ERROR
                    MOVE 999.99 TO ORD-COMPA
            END-COMPUTE
            IF REG-SALARIO < WS-BND-PISO
                MOVE 'B' TO ORD-MARCA
                ADD 1 TO WS-TOT-BAJO-MINIMO
            END-IF
            IF REG-SALARIO > WS-BND-TECHO
                MOVE 'A' TO ORD-MARCA
                ADD 1 TO WS-TOT-SOBRE-MAXIMO
            END-IF
            IF Grado > 5 OR Escalon > 5
                RELEASE REG-ORDEN-CMP
                GO TO 025-LIBERAR-EMPLEADO-SAL
            END-IF
            ADD 1 TO WS-EQ-NUM(Grado Escalon WS-SEXO-IDX)
            ADD REG-SALARIO TO WS-EQ-SUMA-SAL(Grado Escalon WS-SEXO-IDX)
            ADD ORD-COMPA TO WS-EQ-SUMA-COMPA(Grado Escalon WS-SEXO-IDX)
            RELEASE REG-ORDEN-CMP.
       025-LIBERAR-EMPLEADO-SAL.
            EXIT.

       030-ESCRIBIR-REPORTE.
            OPEN OUTPUT F-REPORTE
            MOVE 'N' TO WS-HAY-CATALOGO
            OPEN INPUT F-DEPTOS
            IF DEP-OK
                MOVE 'S' TO WS-HAY-CATALOGO
            END-IF
            MOVE 'COMPA-RATIO POR COMPAÑIA, DEPARTAMENTO Y GRADO (SALAR
      -         'IO ENTRE EL PUNTO MEDIO DE LA BANDA X 100)'
                TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'S' TO WS-CRT-PRIMERO
            MOVE 'N' TO WS-FIN-ORDEN
            PERFORM UNTIL FIN-ORDEN
                RETURN WK-ORDEN-CMP
                    AT END
                        MOVE 'Y' TO WS-FIN-ORDEN
                    NOT AT END
                        PERFORM 035-DETALLE
                           THRU
                           035-DETALLE-SAL
                END-RETURN
            END-PERFORM
            IF NOT CRT-PRIMERO
                PERFORM 040-CIERRE-GRADO
                   THRU
                   040-CIERRE-GRADO-SAL
            END-IF
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA
            STRING 'ACTIVOS: ' WS-TOT-ACTIVOS
                '  BAJO MINIMO: ' WS-TOT-BAJO-MINIMO
                '  SOBRE MAXIMO: ' WS-TOT-SOBRE-MAXIMO
                '  SIN BANDA: ' WS-TOT-SIN-BANDA
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM 050-EQUIDAD
               THRU
               050-EQUIDAD-SAL
            IF HAY-CATALOGO
                CLOSE F-DEPTOS
            END-IF
            CLOSE F-REPORTE.
       030-ESCRIBIR-REPORTE-SAL.
            EXIT.

       035-DETALLE.
            IF NOT CRT-PRIMERO
                AND (ORD-COMPANIA NOT = WS-CRT-COMPANIA
                OR ORD-DEPTO NOT = WS-CRT-DEPTO
                OR ORD-GRADO NOT = WS-CRT-GRADO)
                PERFORM 040-CIERRE-GRADO
                   THRU
                   040-CIERRE-GRADO-SAL
            END-IF
            IF CRT-PRIMERO
                OR ORD-COMPANIA NOT = WS-CRT-COMPANIA
                OR ORD-DEPTO NOT = WS-CRT-DEPTO
                PERFORM 045-ENCABEZADO-DEPTO
                   THRU
                   045-ENCABEZADO-DEPTO-SAL
            END-IF
            MOVE 'N' TO WS-CRT-PRIMERO
            MOVE ORD-COMPANIA TO WS-CRT-COMPANIA
            MOVE ORD-DEPTO TO WS-CRT-DEPTO
            MOVE ORD-GRADO TO WS-CRT-GRADO
            ADD 1 TO WS-GRD-EMPLEADOS
            EVALUATE TRUE
                WHEN ORD-SIN-BANDA
                    MOVE 'SIN BANDA' TO WS-MARCA-TEXTO
                WHEN ORD-BAJO-MINIMO
                    MOVE '** BAJO MINIMO' TO WS-MARCA-TEXTO
                WHEN ORD-SOBRE-MAXIMO
                    MOVE '** SOBRE MAXIMO' TO WS-MARCA-TEXTO
                WHEN OTHER
                    MOVE SPACES TO WS-MARCA-TEXTO
            END-EVALUATE
            IF NOT ORD-SIN-BANDA
                ADD 1 TO WS-GRD-CON-BANDA
                ADD ORD-COMPA TO WS-GRD-SUMA-COMPA
            END-IF
            MOVE ORD-SALARIO TO WS-SALARIO-ED
            MOVE ORD-MEDIO TO WS-MEDIO-ED
            MOVE ORD-COMPA TO WS-COMPA-ED
            MOVE SPACES TO WS-LINEA
            STRING '  ' ORD-EMP-ID ' ' ORD-NOMBRE ' ' ORD-GRADO '/'
                ORD-ESCALON '  ' ORD-SEXO '  ' WS-SALARIO-ED ' '
                WS-MEDIO-ED '  ' WS-COMPA-ED '  ' WS-MARCA-TEXTO
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE.
       035-DETALLE-SAL.
            EXIT.

       040-CIERRE-GRADO.
            MOVE ZEROS TO WS-PROMEDIO-COMPA
            IF WS-GRD-CON-BANDA > ZEROS
                COMPUTE WS-PROMEDIO-COMPA ROUNDED =
                    WS-GRD-SUMA-COMPA / WS-GRD-CON-BANDA
            END-IF
            MOVE WS-PROMEDIO-COMPA TO WS-COMPA-ED
            MOVE SPACES TO WS-LINEA
            STRING '  GRADO ' WS-CRT-GRADO ': ' WS-GRD-EMPLEADOS
                ' EMPLEADOS, COMPA-RATIO PROMEDIO ' WS-COMPA-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE ZEROS TO WS-ACUM-GRADO.
       040-CIERRE-GRADO-SAL.
            EXIT.

       045-ENCABEZADO-DEPTO.
            MOVE SPACES TO WS-NOMBRE-COM
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-COM-NUM
                IF WS-COM-T-NUMERO(WS-IDX) = ORD-COMPANIA
                    MOVE WS-COM-T-NOMBRE(WS-IDX) TO WS-NOMBRE-COM
                END-IF
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
            STRING 'COMPAÑIA ' ORD-COMPANIA ' ' WS-NOMBRE-COM
                '  DEPARTAMENTO ' ORD-DEPTO ' ' WS-NOMBRE-DEPTO
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE '  EMPLEADO NOMBRE                         GR/ES  SEXO
      -         '   SALARIO  PUNTO MEDIO  COMPA'
                TO REG-REPORTE
            WRITE REG-REPORTE.
       045-ENCABEZADO-DEPTO-SAL.
            EXIT.

       050-EQUIDAD.
      *    Brecha = (promedio de hombres - promedio de mujeres) entre
      *    el de hombres, en porcentaje; positiva cuando las mujeres
      *    ganan menos; solo grados y escalones con ambos sexos
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-UMBRAL TO WS-UMBRAL-ED
            MOVE SPACES TO WS-LINEA
            STRING 'EQUIDAD SALARIAL POR GRADO Y ESCALON (TODAS LAS '
                'COMPAÑIAS), BRECHA TOLERADA ' WS-UMBRAL-ED '%'
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'GR/ES  HOMBRES  SAL PROM H  COMPA H  MUJERES  SAL PR
      -         'OM M  COMPA M  BRECHA SAL  BRECHA CMP'
                TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 5
                PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 5
                    IF WS-EQ-NUM(WS-G WS-E 1) > ZEROS
                        OR WS-EQ-NUM(WS-G WS-E 2) > ZEROS
                        PERFORM 055-RENGLON-EQUIDAD
                           THRU
                           055-RENGLON-EQUIDAD-SAL
                    END-IF
                END-PERFORM
            END-PERFORM
            MOVE SPACES TO WS-LINEA
            STRING 'GRADOS/ESCALONES CON BRECHA SOBRE EL UMBRAL: '
                WS-TOT-BRECHAS
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE.
       050-EQUIDAD-SAL.
            EXIT.

       055-RENGLON-EQUIDAD.
            MOVE ZEROS TO WS-PROM-SAL-H
            MOVE ZEROS TO WS-PROM-SAL-M
            MOVE ZEROS TO WS-PROM-CMP-H
            MOVE ZEROS TO WS-PROM-CMP-M
            MOVE ZEROS TO WS-BRECHA-SAL
            MOVE ZEROS TO WS-BRECHA-CMP
            MOVE 'N' TO WS-RESALTA
            IF WS-EQ-NUM(WS-G WS-E 1) > ZEROS
                COMPUTE WS-PROM-SAL-H ROUNDED =
                    WS-EQ-SUMA-SAL(WS-G WS-E 1)
                    / WS-EQ-NUM(WS-G WS-E 1)
                COMPUTE WS-PROM-CMP-H ROUNDED =
                    WS-EQ-SUMA-COMPA(WS-G WS-E 1)
                    / WS-EQ-NUM(WS-G WS-E 1)
            END-IF
            IF WS-EQ-NUM(WS-G WS-E 2) > ZEROS
                COMPUTE WS-PROM-SAL-M ROUNDED =
                    WS-EQ-SUMA-SAL(WS-G WS-E 2)
                    / WS-EQ-NUM(WS-G WS-E 2)
                COMPUTE WS-PROM-CMP-M ROUNDED =
                    WS-EQ-SUMA-COMPA(WS-G WS-E 2)
                    / WS-EQ-NUM(WS-G WS-E 2)
            END-IF
            IF WS-EQ-NUM(WS-G WS-E 1) > ZEROS
                AND WS-EQ-NUM(WS-G WS-E 2) > ZEROS
                AND WS-PROM-SAL-H > ZEROS
                AND WS-PROM-CMP-H > ZEROS
                COMPUTE WS-BRECHA-SAL ROUNDED =
                    (WS-PROM-SAL-H - WS-PROM-SAL-M) * 100
                    / WS-PROM-SAL-H
                    ON SIZE ERROR
                        MOVE -999.99 TO WS-BRECHA-SAL
                END-COMPUTE
                COMPUTE WS-BRECHA-CMP ROUNDED =
                    (WS-PROM-CMP-H - WS-PROM-CMP-M) * 100
                    / WS-PROM-CMP-H
                    ON SIZE ERROR
                        MOVE -999.99 TO WS-BRECHA-CMP
                END-COMPUTE
                MOVE WS-BRECHA-SAL TO WS-BRECHA-ABS
                IF WS-BRECHA-ABS > WS-UMBRAL
                    MOVE 'S' TO WS-RESALTA
                END-IF
                MOVE WS-BRECHA-CMP TO WS-BRECHA-ABS
                IF WS-BRECHA-ABS > WS-UMBRAL
                    MOVE 'S' TO WS-RESALTA
                END-IF
            END-IF
            MOVE WS-PROM-SAL-H TO WS-SAL-H-ED
            MOVE WS-PROM-SAL-M TO WS-SAL-M-ED
            MOVE WS-PROM-CMP-H TO WS-CMP-H-ED
            MOVE WS-PROM-CMP-M TO WS-CMP-M-ED
            MOVE WS-BRECHA-SAL TO WS-BRECHA-SAL-ED
            MOVE WS-BRECHA-CMP TO WS-BRECHA-CMP-ED
            MOVE SPACES TO WS-LINEA
            STRING WS-G '/' WS-E '    ' WS-EQ-NUM(WS-G WS-E 1) ' '
                WS-SAL-H-ED '  ' WS-CMP-H-ED '   '
                WS-EQ-NUM(WS-G WS-E 2) ' ' WS-SAL-M-ED '  '
                WS-CMP-M-ED '    ' WS-BRECHA-SAL-ED '     '
                WS-BRECHA-CMP-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            IF WS-EQ-NUM(WS-G WS-E 1) = ZEROS
                OR WS-EQ-NUM(WS-G WS-E 2) = ZEROS
                MOVE 'SIN COMPARATIVO' TO WS-LINEA(100:15)
            END-IF
            IF RESALTA-BRECHA
                ADD 1 TO WS-TOT-BRECHAS
                MOVE '** BRECHA' TO WS-LINEA(100:9)
            END-IF
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE.
       055-RENGLON-EQUIDAD-SAL.
            EXIT.

       END PROGRAM PRG01142.
