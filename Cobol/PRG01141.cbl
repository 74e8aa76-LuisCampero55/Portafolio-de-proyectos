       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01141.
      *  Evaluacion de desempeño y propuesta de incrementos por
      *  merito: la captura deja por empleado y año la calificacion
      *  (1 a 5), el evaluador (numero de empleado) y la fecha de la
      *  evaluacion en EVALDES.DAT, con auditoria EVALUA via
      *  PRG01017; la lista del año sale en EVALLIS.TXT; la
      *  propuesta toma la matriz de merito MERITO.TXT (rejilla de
      *  PRG01011 con encabezado DIM: fila = calificacion, columna =
      *  posicion del salario dentro de la banda de PRG01100 partida
      *  en tantos tramos como columnas, celdas en centesimas de
      *  porcentaje), calcula el incremento individual de cada
      *  activo calificado, lo topa al techo de su banda y deja la
      *  propuesta en MERITPRO.TXT para la previa y el commit del
      *  ajuste masivo PRG01070 (tipo M); el detalle con los
      *  excluidos y el motivo sale en MERITREV.TXT - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EVALDES ASSIGN TO "EVALDES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVA-LLAVE
               FILE STATUS IS WS-STATUS-EVALDES.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-MATRIZ ASSIGN TO "MERITO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MATRIZ.
           SELECT F-PROPUESTA ASSIGN TO "MERITPRO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REVISION ASSIGN TO "MERITREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-LISTA ASSIGN TO "EVALLIS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-EVALDES.
       COPY EVALDES.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-MATRIZ.
       01 REG-MATRIZ                 PIC X(80).
       FD  F-PROPUESTA.
       COPY MERITPRO.
       FD  F-REVISION.
       01 REG-REVISION               PIC X(132).
       FD  F-LISTA.
       01 REG-LISTA                  PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EVALDES          PIC XX VALUE '00'.
           88 EVALDES-OK             VALUE '00'.
           88 EVALDES-NO-EXISTE      VALUE '35'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-MATRIZ           PIC XX VALUE '00'.
       01 WS-HAY-MAESTRO             PIC X VALUE 'N'.
           88 HAY-MAESTRO            VALUE 'S'.
       01 WS-OPCION                  PIC X VALUE 'L'.
           88 OPCION-CAPTURAR        VALUE 'C'.
           88 OPCION-LISTAR          VALUE 'L'.
           88 OPCION-PROPUESTA       VALUE 'P'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 Operador                   PIC X(8) VALUE SPACES.
       01 EmpId                      PIC 9(6) VALUE ZEROS.
       01 AnhoEval                   PIC 9999 VALUE ZEROS.
       01 Calificacion               PIC 9 VALUE ZERO.
           88 CALIF-VALIDA           VALUE 1 THRU 5.
       01 Evaluador                  PIC 9(6) VALUE ZEROS.
       01 DiaEva                     PIC 99 VALUE ZEROS.
       01 MesEva                     PIC 99 VALUE ZEROS.
       01 AnhoEva                    PIC 9999 VALUE ZEROS.
       01 WS-FECHA-EVAL              PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-NOMBRE-EMP              PIC X(20) VALUE SPACES.
       01 WS-REEMPLAZA               PIC X VALUE 'N'.
           88 REEMPLAZA-EVAL         VALUE 'S'.
      *    Auditoria (rutina compartida PRG01017)
       01 WS-AUD-OPERACION           PIC X(6) VALUE 'EVALUA'.
       01 WS-AUD-CAMPO               PIC X(20) VALUE SPACES.
       01 WS-AUD-ANTES               PIC X(20) VALUE SPACES.
       01 WS-AUD-DESPUES             PIC X(20) VALUE SPACES.
      *    Matriz de merito MERITO.TXT (rejilla de PRG01011)
       01 WS-ENCABEZADO.
           05 WS-ENC-MARCA           PIC X(3).
           05 WS-ENC-FILAS           PIC 99.
           05 WS-ENC-COLS            PIC 99.
       01 WS-FILA-LINEA              PIC X(80).
       01 WS-FILA-ED REDEFINES WS-FILA-LINEA.
           05 WS-COL-ED              PIC 9(4) OCCURS 20.
       01 WS-MATRIZ.
           05 WS-MAT-FILA OCCURS 5 TIMES.
               10 WS-MAT-CELDA       PIC 9(4) OCCURS 20 TIMES.
       01 WS-MAT-COLS                PIC 99 VALUE ZEROS.
       01 WS-MAT-FILAS-LEIDAS        PIC 99 VALUE ZEROS.
       01 WS-MATRIZ-OK               PIC X VALUE 'N'.
           88 MATRIZ-CARGADA         VALUE 'S'.
       01 WS-COL-IDX                 PIC 99 VALUE ZEROS.
      *    Banda salarial (rutina compartida PRG01100)
       01 Grado                      PIC 9 VALUE ZERO.
       01 Escalon                    PIC 9 VALUE ZERO.
       01 WS-BND-SALARIO             PIC 9(7)V99 VALUE ZEROS.
       01 WS-BND-PISO                PIC 9(7)V99 VALUE ZEROS.
       01 WS-BND-TECHO               PIC 9(7)V99 VALUE ZEROS.
       01 WS-BND-RESULTADO           PIC X VALUE 'X'.
           88 BANDA-SIN-DEFINIR      VALUE 'X'.
      *    Calculo del incremento
       01 WS-POSICION                PIC 99 VALUE ZEROS.
       01 WS-PORCENTAJE              PIC 99V99 VALUE ZEROS.
       01 WS-SALARIO-NUEVO           PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOPADO                  PIC X VALUE 'N'.
           88 TOPADO-AL-TECHO        VALUE 'S'.
       01 WS-MOTIVO                  PIC X(30) VALUE SPACES.
       01 WS-SALARIO-ED              PIC 9(7).99.
       01 WS-NUEVO-ED                PIC 9(7).99.
       01 WS-PCT-ED                  PIC Z9.99.
       01 WS-ACUM-PROPUESTA.
           05 WS-TOT-ACTIVOS         PIC 9(6) VALUE ZEROS.
           05 WS-TOT-PROPUESTOS      PIC 9(6) VALUE ZEROS.
           05 WS-TOT-TOPADOS         PIC 9(6) VALUE ZEROS.
           05 WS-TOT-EXCLUIDOS       PIC 9(6) VALUE ZEROS.
           05 WS-TOT-LISTADOS        PIC 9(6) VALUE ZEROS.
       01 WS-IMP-ACTUAL              PIC 9(11)V99 VALUE ZEROS.
       01 WS-IMP-PROPUESTO           PIC 9(11)V99 VALUE ZEROS.
       01 WS-IMP-ED                  PIC Z(10)9.99.
       01 WS-IMP-ED2                 PIC Z(10)9.99.
       01 WS-LINEA                   PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            DISPLAY 'Clave del operador: ' UPON CONSOLE
            ACCEPT Operador FROM CONSOLE
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       020-SESION.
            DISPLAY 'Desempeño: (C)apturar calificacion, (L)istar '
                'el año, (P)ropuesta de incrementos por merito: '
                UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-CAPTURAR
                    PERFORM 030-CAPTURAR
                       THRU
                       030-CAPTURAR-SAL
                WHEN OPCION-PROPUESTA
                    PERFORM 060-PROPUESTA
                       THRU
                       060-PROPUESTA-SAL
                WHEN OTHER
                    PERFORM 040-LISTAR
                       THRU
                       040-LISTAR-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-CAPTURAR.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            DISPLAY 'Año evaluado: ' UPON CONSOLE
            ACCEPT AnhoEval FROM CONSOLE
            IF AnhoEval = ZEROS OR AnhoEval > WS-FECHA-SIS(1:4)
                DISPLAY 'Año evaluado invalido' UPON CONSOLE
                GO TO 030-CAPTURAR-SAL
            END-IF
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir EMPLEADOS.DAT, '
                    'status ' WS-STATUS-EMPLEADOS UPON CONSOLE
                GO TO 030-CAPTURAR-SAL
            END-IF
      *    El evaluador tambien debe existir en el maestro y no puede
      *    ser el propio empleado
            DISPLAY 'Numero de empleado del evaluador: ' UPON CONSOLE
            ACCEPT Evaluador FROM CONSOLE
            IF Evaluador = EmpId
                DISPLAY 'El empleado no puede evaluarse a si mismo'
                    UPON CONSOLE
                CLOSE F-EMPLEADOS
                GO TO 030-CAPTURAR-SAL
            END-IF
            MOVE Evaluador TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    MOVE ZEROS TO EMP-ID-REG
            END-READ
            IF EMP-ID-REG = ZEROS
                DISPLAY 'Evaluador inexistente' UPON CONSOLE
                CLOSE F-EMPLEADOS
                GO TO 030-CAPTURAR-SAL
            END-IF
            MOVE EmpId TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    MOVE ZEROS TO EMP-ID-REG
            END-READ
            CLOSE F-EMPLEADOS
            IF EMP-ID-REG = ZEROS
                DISPLAY 'Empleado inexistente' UPON CONSOLE
                GO TO 030-CAPTURAR-SAL
            END-IF
            DISPLAY 'Empleado: ' REG-NOMBRE ' ' REG-APE-PATERNO
                UPON CONSOLE
            DISPLAY 'Calificacion (1 a 5): ' UPON CONSOLE
            ACCEPT Calificacion FROM CONSOLE
            IF NOT CALIF-VALIDA
                DISPLAY 'La calificacion va de 1 a 5' UPON CONSOLE
                GO TO 030-CAPTURAR-SAL
            END-IF
            DISPLAY 'Dia de la evaluacion: ' UPON CONSOLE
            ACCEPT DiaEva FROM CONSOLE
            DISPLAY 'Mes de la evaluacion: ' UPON CONSOLE
            ACCEPT MesEva FROM CONSOLE
            DISPLAY 'Anho de la evaluacion: ' UPON CONSOLE
            ACCEPT AnhoEva FROM CONSOLE
            CALL 'PRG01013' USING DiaEva MesEva AnhoEva
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Fecha de evaluacion invalida' UPON CONSOLE
                GO TO 030-CAPTURAR-SAL
            END-IF
            COMPUTE WS-FECHA-EVAL = (AnhoEva * 10000)
                + (MesEva * 100) + DiaEva
            IF WS-FECHA-EVAL > WS-FECHA-SIS
                OR AnhoEva < AnhoEval
                DISPLAY 'La evaluacion no puede ser futura ni anterior '
                    'al año evaluado' UPON CONSOLE
                GO TO 030-CAPTURAR-SAL
            END-IF
            PERFORM 036-GRABAR-EVALUACION
               THRU
               036-GRABAR-EVALUACION-SAL.
       030-CAPTURAR-SAL.
            EXIT.

       036-GRABAR-EVALUACION.
      *    Una calificacion por empleado y año: si ya hay una se
      *    reemplaza a peticion del operador
            PERFORM 080-ABRIR-EVALDES
               THRU
               080-ABRIR-EVALDES-SAL
            IF NOT EVALDES-OK
                GO TO 036-GRABAR-EVALUACION-SAL
            END-IF
            MOVE EmpId TO EVA-EMP
            MOVE AnhoEval TO EVA-ANHO
            MOVE 'N' TO WS-REEMPLAZA
            MOVE SPACES TO WS-AUD-ANTES
            READ F-EVALDES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'Ya hay calificacion ' EVA-CALIFICACION
                        ' del evaluador ' EVA-EVALUADOR ' para ese '
                        'año' UPON CONSOLE
                    DISPLAY '¿La reemplaza? (S/N): ' UPON CONSOLE
                    ACCEPT WS-CONFIRMA FROM CONSOLE
                    IF NOT CONFIRMA-SI
                        DISPLAY 'Se conserva la calificacion anterior'
                            UPON CONSOLE
                        CLOSE F-EVALDES
                        GO TO 036-GRABAR-EVALUACION-SAL
                    END-IF
                    MOVE 'S' TO WS-REEMPLAZA
                    MOVE EVA-CALIFICACION TO WS-AUD-ANTES
            END-READ
            MOVE Calificacion TO EVA-CALIFICACION
            MOVE Evaluador TO EVA-EVALUADOR
            MOVE WS-FECHA-EVAL TO EVA-FECHA
            MOVE WS-FECHA-SIS TO EVA-CAPTURA
            MOVE Operador TO EVA-OPERADOR
            IF REEMPLAZA-EVAL
                REWRITE REG-EVALDES
                    INVALID KEY
                        DISPLAY 'Error: no se pudo regrabar la '
                            'evaluacion, status ' WS-STATUS-EVALDES
                            UPON CONSOLE
                END-REWRITE
            ELSE
                WRITE REG-EVALDES
                    INVALID KEY
                        DISPLAY 'Error: no se pudo grabar la '
                            'evaluacion, status ' WS-STATUS-EVALDES
                            UPON CONSOLE
                END-WRITE
            END-IF
            IF EVALDES-OK
                MOVE SPACES TO WS-AUD-CAMPO
                STRING 'CALIFICACION ' AnhoEval
                    DELIMITED BY SIZE
                    INTO WS-AUD-CAMPO
                MOVE SPACES TO WS-AUD-DESPUES
                STRING Calificacion ' EVALUADOR ' Evaluador
                    DELIMITED BY SIZE
                    INTO WS-AUD-DESPUES
                CALL 'PRG01017' USING EmpId WS-AUD-OPERACION
                    WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
                DISPLAY 'Calificacion registrada' UPON CONSOLE
            END-IF
            CLOSE F-EVALDES.
       036-GRABAR-EVALUACION-SAL.
            EXIT.

       040-LISTAR.
      *    Calificaciones del año en orden de empleado
            DISPLAY 'Año a listar: ' UPON CONSOLE
            ACCEPT AnhoEval FROM CONSOLE
            PERFORM 080-ABRIR-EVALDES
               THRU
               080-ABRIR-EVALDES-SAL
            IF NOT EVALDES-OK
                GO TO 040-LISTAR-SAL
            END-IF
            MOVE 'N' TO WS-HAY-MAESTRO
            OPEN INPUT F-EMPLEADOS
            IF EMP-OK
                MOVE 'S' TO WS-HAY-MAESTRO
            END-IF
            OPEN OUTPUT F-LISTA
            MOVE SPACES TO WS-LINEA
            STRING 'EVALUACIONES DE DESEMPEÑO DEL AÑO ' AnhoEval
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-LISTA
            WRITE REG-LISTA
            MOVE 'EMPLEADO APELLIDO             CALIF EVALUADOR FECHA
      -         '    CAPTURO'
                TO REG-LISTA
            WRITE REG-LISTA
            MOVE ZEROS TO WS-TOT-LISTADOS
            MOVE LOW-VALUES TO EVA-LLAVE
            START F-EVALDES KEY IS NOT LESS THAN EVA-LLAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                NOT INVALID KEY
                    MOVE 'N' TO WS-FIN-ARCHIVO
            END-START
            PERFORM 042-LISTAR-RENGLON
               THRU
               042-LISTAR-RENGLON-SAL
               UNTIL FIN-ARCHIVO
            MOVE SPACES TO WS-LINEA
            STRING 'EMPLEADOS CALIFICADOS: ' WS-TOT-LISTADOS
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-LISTA
            WRITE REG-LISTA
            CLOSE F-LISTA
            CLOSE F-EVALDES
            IF HAY-MAESTRO
                CLOSE F-EMPLEADOS
            END-IF
            DISPLAY 'Calificaciones listadas en EVALLIS.TXT: '
                WS-TOT-LISTADOS UPON CONSOLE.
       040-LISTAR-SAL.
            EXIT.

       042-LISTAR-RENGLON.
            READ F-EVALDES NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 042-LISTAR-RENGLON-SAL
            END-READ
            IF EVA-ANHO NOT = AnhoEval
                GO TO 042-LISTAR-RENGLON-SAL
            END-IF
            MOVE SPACES TO WS-NOMBRE-EMP
            IF HAY-MAESTRO
                MOVE EVA-EMP TO EMP-ID-REG
                READ F-EMPLEADOS
                    INVALID KEY
                        MOVE '(INEXISTENTE)' TO WS-NOMBRE-EMP
                    NOT INVALID KEY
                        MOVE REG-APE-PATERNO TO WS-NOMBRE-EMP
                END-READ
            END-IF
            MOVE SPACES TO WS-LINEA
            STRING EVA-EMP '   ' WS-NOMBRE-EMP ' ' EVA-CALIFICACION
                '     ' EVA-EVALUADOR '    ' EVA-FECHA ' '
                EVA-OPERADOR
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-LISTA
            WRITE REG-LISTA
            ADD 1 TO WS-TOT-LISTADOS.
       042-LISTAR-RENGLON-SAL.
            EXIT.

       060-PROPUESTA.
      *    Recorre los activos; cada uno con calificacion del año y
      *    banda definida recibe el porcentaje de la matriz segun su
      *    calificacion y su posicion en la banda
            DISPLAY 'Año de las calificaciones a usar: ' UPON CONSOLE
            ACCEPT AnhoEval FROM CONSOLE
            PERFORM 070-CARGAR-MATRIZ
               THRU
               070-CARGAR-MATRIZ-SAL
            IF NOT MATRIZ-CARGADA
                GO TO 060-PROPUESTA-SAL
            END-IF
            PERFORM 080-ABRIR-EVALDES
               THRU
               080-ABRIR-EVALDES-SAL
            IF NOT EVALDES-OK
                GO TO 060-PROPUESTA-SAL
            END-IF
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir EMPLEADOS.DAT, '
                    'status ' WS-STATUS-EMPLEADOS UPON CONSOLE
                CLOSE F-EVALDES
                GO TO 060-PROPUESTA-SAL
            END-IF
            OPEN OUTPUT F-PROPUESTA
            OPEN OUTPUT F-REVISION
            MOVE ZEROS TO WS-ACUM-PROPUESTA
            MOVE ZEROS TO WS-IMP-ACTUAL
            MOVE ZEROS TO WS-IMP-PROPUESTO
            MOVE SPACES TO WS-LINEA
            STRING 'PROPUESTA DE INCREMENTOS POR MERITO, '
                'CALIFICACIONES ' AnhoEval ', AL ' WS-FECHA-SIS
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REVISION
            WRITE REG-REVISION
            MOVE 'EMPLEADO APELLIDO             CALIF POS   PCT  SALA
      -         'RIO ACT  PROPUESTO  NOTA'
                TO REG-REVISION
            WRITE REG-REVISION
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 062-PROPONER-EMPLEADO
               THRU
               062-PROPONER-EMPLEADO-SAL
               UNTIL FIN-ARCHIVO
            MOVE SPACES TO REG-REVISION
            WRITE REG-REVISION
            MOVE SPACES TO WS-LINEA
            STRING 'ACTIVOS: ' WS-TOT-ACTIVOS
                '  PROPUESTOS: ' WS-TOT-PROPUESTOS
                '  TOPADOS AL TECHO: ' WS-TOT-TOPADOS
                '  EXCLUIDOS: ' WS-TOT-EXCLUIDOS
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REVISION
            WRITE REG-REVISION
            MOVE WS-IMP-ACTUAL TO WS-IMP-ED
            MOVE WS-IMP-PROPUESTO TO WS-IMP-ED2
            MOVE SPACES TO WS-LINEA
            STRING 'NOMINA BASE DE LOS PROPUESTOS ANTES: ' WS-IMP-ED
                '  DESPUES: ' WS-IMP-ED2
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REVISION
            WRITE REG-REVISION
            CLOSE F-PROPUESTA
            CLOSE F-REVISION
            CLOSE F-EMPLEADOS
            CLOSE F-EVALDES
            DISPLAY 'Propuestos: ' WS-TOT-PROPUESTOS
                '  Topados: ' WS-TOT-TOPADOS
                '  Excluidos: ' WS-TOT-EXCLUIDOS UPON CONSOLE
            DISPLAY 'Detalle en MERITREV.TXT; la propuesta queda en '
                'MERITPRO.TXT para el ajuste masivo (tipo M)'
                UPON CONSOLE.
       060-PROPUESTA-SAL.
            EXIT.

       062-PROPONER-EMPLEADO.
            READ F-EMPLEADOS NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 062-PROPONER-EMPLEADO-SAL
            END-READ
            IF EMP-BAJA
                GO TO 062-PROPONER-EMPLEADO-SAL
            END-IF
            ADD 1 TO WS-TOT-ACTIVOS
            MOVE SPACES TO WS-MOTIVO
            MOVE ZERO TO Calificacion
            MOVE ZEROS TO WS-POSICION
            MOVE ZEROS TO WS-PORCENTAJE
            MOVE REG-SALARIO TO WS-SALARIO-NUEVO
            MOVE 'N' TO WS-TOPADO
            MOVE EMP-ID-REG TO EVA-EMP
            MOVE AnhoEval TO EVA-ANHO
            READ F-EVALDES
                INVALID KEY
                    MOVE 'SIN CALIFICACION DEL AÑO' TO WS-MOTIVO
                NOT INVALID KEY
                    MOVE EVA-CALIFICACION TO Calificacion
            END-READ
            IF WS-MOTIVO = SPACES AND NOT CALIF-VALIDA
                MOVE 'CALIFICACION INVALIDA' TO WS-MOTIVO
            END-IF
            IF WS-MOTIVO = SPACES
                PERFORM 064-CALCULAR-INCREMENTO
                   THRU
                   064-CALCULAR-INCREMENTO-SAL
            END-IF
            IF WS-MOTIVO NOT = SPACES
                ADD 1 TO WS-TOT-EXCLUIDOS
                MOVE ZEROS TO WS-SALARIO-NUEVO
                PERFORM 066-RENGLON-REVISION
                   THRU
                   066-RENGLON-REVISION-SAL
                GO TO 062-PROPONER-EMPLEADO-SAL
            END-IF
            MOVE SPACES TO REG-MERITPRO
            MOVE EMP-ID-REG TO MPR-EMP
            MOVE AnhoEval TO MPR-ANHO
            MOVE Calificacion TO MPR-CALIFICACION
            MOVE WS-POSICION TO MPR-POSICION
            MOVE WS-PORCENTAJE TO MPR-PORCENTAJE
            MOVE REG-SALARIO TO MPR-SALARIO-ACTUAL
            MOVE WS-SALARIO-NUEVO TO MPR-SALARIO-NUEVO
            MOVE WS-TOPADO TO MPR-TOPADO
            WRITE REG-MERITPRO
            ADD 1 TO WS-TOT-PROPUESTOS
            ADD REG-SALARIO TO WS-IMP-ACTUAL
            ADD WS-SALARIO-NUEVO TO WS-IMP-PROPUESTO
            IF TOPADO-AL-TECHO
                ADD 1 TO WS-TOT-TOPADOS
                MOVE 'TOPADO AL TECHO DE LA BANDA' TO WS-MOTIVO
            END-IF
            PERFORM 066-RENGLON-REVISION
               THRU
               066-RENGLON-REVISION-SAL.
       062-PROPONER-EMPLEADO-SAL.
            EXIT.

       064-CALCULAR-INCREMENTO.
      *    Posicion en la banda: tramo del salario entre el piso y el
      *    techo, con tantos tramos como columnas tiene la matriz;
      *    abajo del piso cuenta como el primer tramo y en el techo o
      *    arriba como el ultimo
            MOVE REG-GRADO TO Grado
            MOVE REG-ESCALON TO Escalon
            MOVE REG-SALARIO TO WS-BND-SALARIO
            CALL 'PRG01100' USING Grado Escalon WS-BND-SALARIO
                WS-BND-PISO WS-BND-TECHO WS-BND-RESULTADO
            IF BANDA-SIN-DEFINIR OR WS-BND-TECHO NOT > WS-BND-PISO
                MOVE 'SIN BANDA DEFINIDA' TO WS-MOTIVO
                GO TO 064-CALCULAR-INCREMENTO-SAL
            END-IF
            IF REG-SALARIO NOT < WS-BND-TECHO
                MOVE 'YA ESTA EN EL TECHO DE LA BANDA' TO WS-MOTIVO
                GO TO 064-CALCULAR-INCREMENTO-SAL
            END-IF
            IF REG-SALARIO < WS-BND-PISO
                MOVE 1 TO WS-POSICION
            ELSE
                COMPUTE WS-POSICION = 1 + ((REG-SALARIO - WS-BND-PISO)
                    * WS-MAT-COLS / (WS-BND-TECHO - WS-BND-PISO))
                IF WS-POSICION > WS-MAT-COLS
                    MOVE WS-MAT-COLS TO WS-POSICION
                END-IF
            END-IF
            COMPUTE WS-PORCENTAJE =
                WS-MAT-CELDA(Calificacion WS-POSICION) / 100
            IF WS-PORCENTAJE = ZEROS
                MOVE 'LA MATRIZ NO DA INCREMENTO' TO WS-MOTIVO
                GO TO 064-CALCULAR-INCREMENTO-SAL
            END-IF
            COMPUTE WS-SALARIO-NUEVO ROUNDED = REG-SALARIO
                * (1 + (WS-PORCENTAJE / 100))
            IF WS-SALARIO-NUEVO > WS-BND-TECHO
                MOVE WS-BND-TECHO TO WS-SALARIO-NUEVO
                MOVE 'S' TO WS-TOPADO
            END-IF.
       064-CALCULAR-INCREMENTO-SAL.
            EXIT.

       066-RENGLON-REVISION.
            MOVE REG-SALARIO TO WS-SALARIO-ED
            MOVE WS-SALARIO-NUEVO TO WS-NUEVO-ED
            MOVE WS-PORCENTAJE TO WS-PCT-ED
            MOVE SPACES TO WS-LINEA
            STRING EMP-ID-REG '   ' REG-APE-PATERNO ' ' Calificacion
                '     ' WS-POSICION '  ' WS-PCT-ED ' ' WS-SALARIO-ED
                ' ' WS-NUEVO-ED ' ' WS-MOTIVO
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REVISION
            WRITE REG-REVISION.
       066-RENGLON-REVISION-SAL.
            EXIT.

       070-CARGAR-MATRIZ.
      *    Rejilla persistida por PRG01011: encabezado DIM y una fila
      *    por calificacion (al menos 5), celdas en centesimas de
      *    porcentaje (0350 = 3.50%)
            MOVE 'N' TO WS-MATRIZ-OK
            MOVE ZEROS TO WS-MATRIZ
            OPEN INPUT F-MATRIZ
            IF WS-STATUS-MATRIZ NOT = '00'
                DISPLAY 'Error: no se pudo abrir la matriz de merito '
                    'MERITO.TXT, status ' WS-STATUS-MATRIZ
                    UPON CONSOLE
                GO TO 070-CARGAR-MATRIZ-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            READ F-MATRIZ INTO WS-ENCABEZADO
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
            END-READ
            IF FIN-ARCHIVO OR WS-ENC-MARCA NOT = 'DIM'
                OR WS-ENC-FILAS < 5
                OR WS-ENC-COLS < 1 OR WS-ENC-COLS > 20
                DISPLAY 'Error: MERITO.TXT debe traer encabezado DIM '
                    'con 5 filas (calificaciones) y de 1 a 20 '
                    'columnas' UPON CONSOLE
                CLOSE F-MATRIZ
                GO TO 070-CARGAR-MATRIZ-SAL
            END-IF
            MOVE WS-ENC-COLS TO WS-MAT-COLS
            MOVE ZEROS TO WS-MAT-FILAS-LEIDAS
            PERFORM UNTIL FIN-ARCHIVO OR WS-MAT-FILAS-LEIDAS = 5
                READ F-MATRIZ INTO WS-FILA-LINEA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        ADD 1 TO WS-MAT-FILAS-LEIDAS
                        PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                            UNTIL WS-COL-IDX > WS-MAT-COLS
                            MOVE WS-COL-ED(WS-COL-IDX)
                                TO WS-MAT-CELDA(WS-MAT-FILAS-LEIDAS
                                    WS-COL-IDX)
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE F-MATRIZ
            IF WS-MAT-FILAS-LEIDAS < 5
                DISPLAY 'Error: MERITO.TXT trae menos de 5 filas'
                    UPON CONSOLE
                GO TO 070-CARGAR-MATRIZ-SAL
            END-IF
            MOVE 'S' TO WS-MATRIZ-OK.
       070-CARGAR-MATRIZ-SAL.
            EXIT.

       080-ABRIR-EVALDES.
            OPEN I-O F-EVALDES
            IF EVALDES-NO-EXISTE
                OPEN OUTPUT F-EVALDES
                CLOSE F-EVALDES
                OPEN I-O F-EVALDES
            END-IF
            IF NOT EVALDES-OK
                DISPLAY 'Error: no se pudo abrir EVALDES.DAT, status '
                    WS-STATUS-EVALDES UPON CONSOLE
            END-IF.
       080-ABRIR-EVALDES-SAL.
            EXIT.

       END PROGRAM PRG01141.
