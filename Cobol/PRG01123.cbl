       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01123.
      *  Organigrama por compañia y departamento: los empleados activos
      *  se ordenan por compañia, departamento y numero con el mismo
      *  SORT del directorio (PRG01033); cada departamento se carga en
      *  una tabla y se imprime la cadena de mando con sangria de dos
      *  espacios por nivel a partir de los que no tienen jefe o cuyo
      *  jefe esta en otro departamento (se anota a quien reportan);
      *  el jefe directo es CMP-JEFE de EMPCOMP (PRG01111); los que no
      *  llegan a ningun jefe raiz (cadena circular) se listan al final
      *  del departamento; nombre de la compañia de COMPANIA.TXT
      *  (PRG01086) y del departamento de DEPTOS.DAT; salida en
      *  ORGANIG.TXT - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-COMPLEMENTO ASSIGN TO "EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-STATUS-COMPLEMENTO.
           SELECT F-DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPTOS.
           SELECT F-COMPANIAS ASSIGN TO "COMPANIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPANIAS.
           SELECT WK-ORDEN-ORG ASSIGN TO "WKORG.TMP".
           SELECT F-ORGANIGRAMA ASSIGN TO "ORGANIG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-COMPLEMENTO.
       COPY EMPCOMP.
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       FD  F-COMPANIAS.
       01 REG-COMPANIA-TXT           PIC X(60).
       SD  WK-ORDEN-ORG.
       01 REG-ORDEN-ORG.
           02 ORD-COMPANIA           PIC 99.
           02 ORD-DEPTO              PIC X(4).
           02 ORD-EMP-ID             PIC 9(6).
           02 ORD-NOMBRE             PIC X(41).
           02 ORD-PUESTO             PIC X(20).
           02 ORD-JEFE               PIC 9(6).
       FD  F-ORGANIGRAMA.
       01 REG-ORGANIGRAMA            PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-EMPLEADOS-ABIERTO       PIC X VALUE 'N'.
           88 EMPLEADOS-ABIERTO      VALUE 'S'.
       01 WS-STATUS-COMPLEMENTO      PIC XX VALUE '00'.
           88 CMP-OK                 VALUE '00'.
       01 WS-COMPLEMENTO-ABIERTO     PIC X VALUE 'N'.
           88 COMPLEMENTO-ABIERTO    VALUE 'S'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
       01 WS-DEPTOS-ABIERTO          PIC X VALUE 'N'.
           88 DEPTOS-ABIERTO         VALUE 'S'.
       01 WS-STATUS-COMPANIAS        PIC XX VALUE '00'.
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
      *    Departamento en curso: una fila por empleado activo
       01 WS-GRUPO.
           05 WS-GRP-COMPANIA        PIC 99 VALUE ZEROS.
           05 WS-GRP-DEPTO           PIC X(4) VALUE SPACES.
           05 WS-GRP-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-GRP-ENT OCCURS 1000 TIMES.
               10 WS-GRP-EMP         PIC 9(6).
               10 WS-GRP-NOMBRE      PIC X(41).
               10 WS-GRP-PUESTO      PIC X(20).
               10 WS-GRP-JEFE        PIC 9(6).
               10 WS-GRP-IMPRESO     PIC X.
                   88 GRP-IMPRESO    VALUE 'S'.
       01 WS-GRP-LLENO               PIC X VALUE 'N'.
           88 GRUPO-LLENO            VALUE 'S'.
      *    Pila del recorrido: indice en el grupo y nivel de sangria
       01 WS-PILA.
           05 WS-PILA-TOPE           PIC 9(4) VALUE ZEROS.
           05 WS-PILA-ENT OCCURS 1000 TIMES.
               10 WS-PILA-IDX        PIC 9(4).
               10 WS-PILA-NIVEL      PIC 9(4).
       01 WS-I                       PIC 9(4) VALUE ZEROS.
       01 WS-J                       PIC 9(4) VALUE ZEROS.
       01 WS-ACTUAL                  PIC 9(4) VALUE ZEROS.
       01 WS-NIVEL                   PIC 9(4) VALUE ZEROS.
       01 WS-SANGRIA                 PIC 9(4) VALUE ZEROS.
       01 WS-JEFE-EN-GRUPO           PIC X VALUE 'N'.
           88 JEFE-EN-GRUPO          VALUE 'S'.
       01 WS-HAY-CIRCULARES          PIC X VALUE 'N'.
           88 HAY-CIRCULARES         VALUE 'S'.
       01 WS-NOMBRE-COM              PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-DEPTO            PIC X(30) VALUE SPACES.
       01 WS-DEPTO-JEFE              PIC X(4) VALUE SPACES.
       01 WS-DETALLE                 PIC X(80) VALUE SPACES.
       01 WS-LINEA-ORG               PIC X(132) VALUE SPACES.
       01 WS-TOT-LISTADOS            PIC 9(6) VALUE ZEROS.
       01 WS-TOT-CIRCULARES          PIC 9(6) VALUE ZEROS.
       01 WS-TOT-DEPTOS              PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
            PERFORM 015-CARGAR-COMPANIAS
               THRU
               015-CARGAR-COMPANIAS-SAL
            SORT WK-ORDEN-ORG
                ON ASCENDING KEY ORD-COMPANIA
                ON ASCENDING KEY ORD-DEPTO
                ON ASCENDING KEY ORD-EMP-ID
                INPUT PROCEDURE 020-SELECCIONAR-ACTIVOS
                    THRU 020-SELECCIONAR-ACTIVOS-SAL
                OUTPUT PROCEDURE 030-ESCRIBIR-ORGANIGRAMA
                    THRU 030-ESCRIBIR-ORGANIGRAMA-SAL
            DISPLAY 'Departamentos: ' WS-TOT-DEPTOS
                ' empleados en el organigrama: ' WS-TOT-LISTADOS
                UPON CONSOLE
            IF WS-TOT-CIRCULARES > ZEROS
                DISPLAY 'Aviso: ' WS-TOT-CIRCULARES
                    ' empleados sin ruta a un jefe raiz (cadena '
                    'circular)' UPON CONSOLE
            END-IF
            DISPLAY 'Organigrama en ORGANIG.TXT' UPON CONSOLE
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
            OPEN INPUT F-COMPLEMENTO
            MOVE 'N' TO WS-COMPLEMENTO-ABIERTO
            IF CMP-OK
                MOVE 'S' TO WS-COMPLEMENTO-ABIERTO
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
            IF COMPLEMENTO-ABIERTO
                CLOSE F-COMPLEMENTO
            END-IF
            CLOSE F-EMPLEADOS.
       020-SELECCIONAR-ACTIVOS-SAL.
            EXIT.

       025-LIBERAR-EMPLEADO.
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
            MOVE REG-PUESTO TO ORD-PUESTO
      *    Sin complemento o con el trazado anterior: sin jefe
            MOVE ZEROS TO ORD-JEFE
            IF COMPLEMENTO-ABIERTO
                MOVE EMP-ID-REG TO CMP-EMP-ID
                READ F-COMPLEMENTO
                    NOT INVALID KEY
                        IF CMP-JEFE NUMERIC
                            MOVE CMP-JEFE TO ORD-JEFE
                        END-IF
                END-READ
            END-IF
            RELEASE REG-ORDEN-ORG.
       025-LIBERAR-EMPLEADO-SAL.
            EXIT.

       030-ESCRIBIR-ORGANIGRAMA.
      *    El maestro se vuelve a abrir para ubicar el departamento de
      *    los jefes que estan fuera del grupo
            OPEN OUTPUT F-ORGANIGRAMA
            OPEN INPUT F-EMPLEADOS
            MOVE 'N' TO WS-EMPLEADOS-ABIERTO
            IF EMP-OK
                MOVE 'S' TO WS-EMPLEADOS-ABIERTO
            END-IF
            OPEN INPUT F-DEPTOS
            MOVE 'N' TO WS-DEPTOS-ABIERTO
            IF DEP-OK
                MOVE 'S' TO WS-DEPTOS-ABIERTO
            END-IF
            MOVE SPACES TO WS-LINEA-ORG
            STRING 'ORGANIGRAMA POR COMPAÑIA Y DEPARTAMENTO '
                '(CADENA DE MANDO POR JEFE DIRECTO)'
                DELIMITED BY SIZE
                INTO WS-LINEA-ORG
            MOVE WS-LINEA-ORG TO REG-ORGANIGRAMA
            WRITE REG-ORGANIGRAMA
            MOVE ZEROS TO WS-GRP-NUM
            MOVE 'N' TO WS-FIN-ORDEN
            PERFORM UNTIL FIN-ORDEN
                RETURN WK-ORDEN-ORG
                    AT END
                        MOVE 'Y' TO WS-FIN-ORDEN
                    NOT AT END
                        IF WS-GRP-NUM > ZEROS
                            AND (ORD-COMPANIA NOT = WS-GRP-COMPANIA
                            OR ORD-DEPTO NOT = WS-GRP-DEPTO)
                            PERFORM 040-IMPRIMIR-GRUPO
                               THRU
                               040-IMPRIMIR-GRUPO-SAL
                        END-IF
                        PERFORM 035-AGREGAR-AL-GRUPO
                           THRU
                           035-AGREGAR-AL-GRUPO-SAL
                END-RETURN
            END-PERFORM
            IF WS-GRP-NUM > ZEROS
                PERFORM 040-IMPRIMIR-GRUPO
                   THRU
                   040-IMPRIMIR-GRUPO-SAL
            END-IF
            MOVE SPACES TO WS-LINEA-ORG
            STRING 'TOTAL DE EMPLEADOS EN EL ORGANIGRAMA: '
                WS-TOT-LISTADOS
                DELIMITED BY SIZE
                INTO WS-LINEA-ORG
            MOVE WS-LINEA-ORG TO REG-ORGANIGRAMA
            WRITE REG-ORGANIGRAMA
            IF DEPTOS-ABIERTO
                CLOSE F-DEPTOS
            END-IF
            IF EMPLEADOS-ABIERTO
                CLOSE F-EMPLEADOS
            END-IF
            CLOSE F-ORGANIGRAMA.
       030-ESCRIBIR-ORGANIGRAMA-SAL.
            EXIT.

       035-AGREGAR-AL-GRUPO.
            IF WS-GRP-NUM = ZEROS
                MOVE ORD-COMPANIA TO WS-GRP-COMPANIA
                MOVE ORD-DEPTO TO WS-GRP-DEPTO
                MOVE 'N' TO WS-GRP-LLENO
            END-IF
            IF WS-GRP-NUM NOT < 1000
                IF NOT GRUPO-LLENO
                    DISPLAY 'Aviso: departamento ' WS-GRP-DEPTO
                        ' con mas de 1000 empleados, se omite el '
                        'resto' UPON CONSOLE
                    MOVE 'S' TO WS-GRP-LLENO
                END-IF
                GO TO 035-AGREGAR-AL-GRUPO-SAL
            END-IF
            ADD 1 TO WS-GRP-NUM
            MOVE ORD-EMP-ID TO WS-GRP-EMP(WS-GRP-NUM)
            MOVE ORD-NOMBRE TO WS-GRP-NOMBRE(WS-GRP-NUM)
            MOVE ORD-PUESTO TO WS-GRP-PUESTO(WS-GRP-NUM)
            MOVE ORD-JEFE TO WS-GRP-JEFE(WS-GRP-NUM)
            MOVE 'N' TO WS-GRP-IMPRESO(WS-GRP-NUM).
       035-AGREGAR-AL-GRUPO-SAL.
            EXIT.

       040-IMPRIMIR-GRUPO.
            ADD 1 TO WS-TOT-DEPTOS
            PERFORM 045-ENCABEZADO-GRUPO
               THRU
               045-ENCABEZADO-GRUPO-SAL
      *    Raices: sin jefe o con el jefe fuera del departamento; cada
      *    una se recorre completa antes de pasar a la siguiente
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GRP-NUM
                MOVE 'N' TO WS-JEFE-EN-GRUPO
                IF WS-GRP-JEFE(WS-I) > ZEROS
                    PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J > WS-GRP-NUM OR JEFE-EN-GRUPO
                        IF WS-GRP-EMP(WS-J) = WS-GRP-JEFE(WS-I)
                            MOVE 'S' TO WS-JEFE-EN-GRUPO
                        END-IF
                    END-PERFORM
                END-IF
                IF NOT JEFE-EN-GRUPO AND NOT GRP-IMPRESO(WS-I)
                    PERFORM 050-RECORRER-RAIZ
                       THRU
                       050-RECORRER-RAIZ-SAL
                END-IF
            END-PERFORM
      *    Lo que no se alcanzo desde una raiz forma un ciclo
            MOVE 'N' TO WS-HAY-CIRCULARES
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GRP-NUM
                IF NOT GRP-IMPRESO(WS-I)
                    IF NOT HAY-CIRCULARES
                        MOVE 'S' TO WS-HAY-CIRCULARES
                        MOVE '  SIN RUTA A UN JEFE RAIZ (CIRCULAR):'
                            TO REG-ORGANIGRAMA
                        WRITE REG-ORGANIGRAMA
                    END-IF
                    MOVE SPACES TO WS-LINEA-ORG
                    STRING '    EMP=' WS-GRP-EMP(WS-I) ' '
                        WS-GRP-NOMBRE(WS-I) ' ' WS-GRP-PUESTO(WS-I)
                        ' JEFE=' WS-GRP-JEFE(WS-I)
                        DELIMITED BY SIZE
                        INTO WS-LINEA-ORG
                    MOVE WS-LINEA-ORG TO REG-ORGANIGRAMA
                    WRITE REG-ORGANIGRAMA
                    MOVE 'S' TO WS-GRP-IMPRESO(WS-I)
                    ADD 1 TO WS-TOT-LISTADOS
                    ADD 1 TO WS-TOT-CIRCULARES
                END-IF
            END-PERFORM
            MOVE SPACES TO REG-ORGANIGRAMA
            WRITE REG-ORGANIGRAMA
            MOVE ZEROS TO WS-GRP-NUM.
       040-IMPRIMIR-GRUPO-SAL.
            EXIT.

       045-ENCABEZADO-GRUPO.
            MOVE SPACES TO WS-NOMBRE-COM
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-COM-NUM
                IF WS-COM-T-NUMERO(WS-IDX) = WS-GRP-COMPANIA
                    MOVE WS-COM-T-NOMBRE(WS-IDX) TO WS-NOMBRE-COM
                END-IF
            END-PERFORM
            MOVE 'SIN DESCRIPCION' TO WS-NOMBRE-DEPTO
            IF DEPTOS-ABIERTO
                MOVE WS-GRP-DEPTO TO DEP-CODIGO
                READ F-DEPTOS
                    NOT INVALID KEY
                        MOVE DEP-DESCRIPCION TO WS-NOMBRE-DEPTO
                END-READ
            END-IF
            MOVE SPACES TO WS-LINEA-ORG
            STRING 'COMPAÑIA ' WS-GRP-COMPANIA ' ' WS-NOMBRE-COM
                '  DEPARTAMENTO ' WS-GRP-DEPTO ' ' WS-NOMBRE-DEPTO
                DELIMITED BY SIZE
                INTO WS-LINEA-ORG
            MOVE WS-LINEA-ORG TO REG-ORGANIGRAMA
            WRITE REG-ORGANIGRAMA.
       045-ENCABEZADO-GRUPO-SAL.
            EXIT.

       050-RECORRER-RAIZ.
      *    Recorrido en profundidad con pila: al sacar un empleado se
      *    imprime y se meten sus subordinados en orden inverso para
      *    que salgan por numero de empleado
            MOVE 1 TO WS-PILA-TOPE
            MOVE WS-I TO WS-PILA-IDX(1)
            MOVE ZEROS TO WS-PILA-NIVEL(1)
            PERFORM UNTIL WS-PILA-TOPE = ZEROS
                MOVE WS-PILA-IDX(WS-PILA-TOPE) TO WS-ACTUAL
                MOVE WS-PILA-NIVEL(WS-PILA-TOPE) TO WS-NIVEL
                SUBTRACT 1 FROM WS-PILA-TOPE
                IF NOT GRP-IMPRESO(WS-ACTUAL)
                    PERFORM 055-IMPRIMIR-EMPLEADO
                       THRU
                       055-IMPRIMIR-EMPLEADO-SAL
                    PERFORM VARYING WS-J FROM WS-GRP-NUM BY -1
                        UNTIL WS-J < 1
                        IF WS-GRP-JEFE(WS-J) = WS-GRP-EMP(WS-ACTUAL)
                            AND NOT GRP-IMPRESO(WS-J)
                            AND WS-PILA-TOPE < 1000
                            ADD 1 TO WS-PILA-TOPE
                            MOVE WS-J TO WS-PILA-IDX(WS-PILA-TOPE)
                            COMPUTE WS-PILA-NIVEL(WS-PILA-TOPE) =
                                WS-NIVEL + 1
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
       050-RECORRER-RAIZ-SAL.
            EXIT.

       055-IMPRIMIR-EMPLEADO.
            MOVE SPACES TO WS-DETALLE
            STRING 'EMP=' WS-GRP-EMP(WS-ACTUAL) ' '
                WS-GRP-NOMBRE(WS-ACTUAL) ' ' WS-GRP-PUESTO(WS-ACTUAL)
                DELIMITED BY SIZE
                INTO WS-DETALLE
      *    La sangria se limita para que el renglon quepa
            IF WS-NIVEL > 24
                MOVE 24 TO WS-NIVEL
            END-IF
            COMPUTE WS-SANGRIA = 2 + (WS-NIVEL * 2)
            MOVE SPACES TO WS-LINEA-ORG
            MOVE WS-DETALLE TO WS-LINEA-ORG(WS-SANGRIA + 1:80)
            MOVE 'S' TO WS-GRP-IMPRESO(WS-ACTUAL)
            ADD 1 TO WS-TOT-LISTADOS
      *    Raiz cuyo jefe esta en otro departamento
            IF WS-NIVEL = ZEROS AND WS-GRP-JEFE(WS-ACTUAL) > ZEROS
                MOVE SPACES TO WS-DEPTO-JEFE
                IF EMPLEADOS-ABIERTO
                    MOVE WS-GRP-JEFE(WS-ACTUAL) TO EMP-ID-REG
                    READ F-EMPLEADOS
                        NOT INVALID KEY
                            MOVE REG-DEPTO TO WS-DEPTO-JEFE
                    END-READ
                END-IF
                STRING ' (REPORTA A EMP=' WS-GRP-JEFE(WS-ACTUAL)
                    ' DEPTO ' WS-DEPTO-JEFE ')'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-ORG(84:)
            END-IF
            MOVE WS-LINEA-ORG TO REG-ORGANIGRAMA
            WRITE REG-ORGANIGRAMA.
       055-IMPRIMIR-EMPLEADO-SAL.
            EXIT.

       END PROGRAM PRG01123.
