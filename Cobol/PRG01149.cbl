       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01149.
      *  Rutina compartida de enmascarado de datos sensibles segun el
      *  nivel del operador, llamable por CALL desde expedientes,
      *  consultas, reportes y extracciones: el operador firmado se
      *  toma de OPSESION.TXT y su nivel de OPERADOR.DAT (sin archivo
      *  de operadores se firma CONSOLA con nivel supervisor); la
      *  politica por nivel se lee de MASCARA.TXT, un renglon por
      *  nivel con la bandera de vista completa de claves (RFC, CURP,
      *  CLABE), de salario e importes y de domicilio; sin archivo,
      *  nivel 1 todo enmascarado y niveles 2 y 3 vista completa.
      *  Las claves se dejan con sus ultimos 4 caracteres, salario y
      *  domicilio se ocultan completos; toda vista sin enmascarar se
      *  anota en la bitacora de consultas - LCG 15 OCT 26
      *  Tipo: C clave, S salario o importe, D domicilio, E extraccion
      *  (pide vista completa de las tres clases; el dato no se toca),
      *  I reinicia operador y politica. Visible: S dato completo,
      *  N enmascarado o extraccion no autorizada
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUS-OPERADORES.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
           SELECT F-MASCARA ASSIGN TO "MASCARA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MASCARA.
       DATA DIVISION.
       FILE SECTION.
       FD  F-OPERADORES.
       COPY OPERCAT.
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       FD  F-MASCARA.
       01 REG-MASCARA.
           05 MSC-NIVEL              PIC 9.
           05 MSC-CLAVES             PIC X.
           05 MSC-SALARIO            PIC X.
           05 MSC-DOMICILIO          PIC X.
       WORKING-STORAGE SECTION.
       01 WS-STATUS-OPERADORES       PIC XX VALUE '00'.
           88 OPE-OK                 VALUE '00'.
           88 OPE-SIN-ARCHIVO        VALUE '35'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-STATUS-MASCARA          PIC XX VALUE '00'.
       01 WS-FIN-MASCARA             PIC X VALUE 'N'.
           88 FIN-MASCARA            VALUE 'Y'.
       01 WS-CARGADA                 PIC X VALUE 'N'.
           88 POLITICA-CARGADA       VALUE 'S'.
       01 WS-OPERADOR                PIC X(8) VALUE 'CONSOLA'.
       01 WS-NIVEL-OPERADOR          PIC 9 VALUE ZERO.
      *  Politica por nivel 1 a 3; el nivel 0 (operador no registrado
      *  o catalogo dañado) siempre ve enmascarado
       01 WS-POLITICA.
           05 WS-POL-NIVEL OCCURS 3 TIMES.
               10 WS-POL-CLAVES      PIC X.
               10 WS-POL-SALARIO     PIC X.
               10 WS-POL-DOMICILIO   PIC X.
       01 WS-VISTA-COMPLETA          PIC X VALUE 'N'.
           88 VISTA-COMPLETA         VALUE 'S'.
       01 WS-LARGO                   PIC 99 VALUE ZEROS.
       01 WS-IDX                     PIC 99 VALUE ZEROS.
       01 WS-ULTIMA-VISTA.
           05 WS-ULT-PROGRAMA        PIC X(8) VALUE SPACES.
           05 WS-ULT-EMP             PIC 9(6) VALUE ZEROS.
           05 WS-ULT-TIPO            PIC X VALUE SPACE.
       01 WS-QRY-OPERACION           PIC X(10) VALUE 'DATOSENS'.
       01 WS-QRY-PARAMETROS          PIC X(40) VALUE SPACES.
       01 WS-QRY-RESULTADO           PIC X(40) VALUE SPACES.
       01 WS-QRY-CLASE               PIC X(9) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-PROGRAMA                PIC X(8).
       01 LK-EMP                     PIC 9(6).
       01 LK-TIPO                    PIC X.
           88 TIPO-CLAVE             VALUE 'C'.
           88 TIPO-SALARIO           VALUE 'S'.
           88 TIPO-DOMICILIO         VALUE 'D'.
           88 TIPO-EXTRACCION        VALUE 'E'.
           88 TIPO-REINICIO          VALUE 'I'.
       01 LK-DATO                    PIC X(40).
       01 LK-VISIBLE                 PIC X.
       PROCEDURE DIVISION USING LK-PROGRAMA LK-EMP LK-TIPO LK-DATO
               LK-VISIBLE.
       010-INICIO.
            IF TIPO-REINICIO
                MOVE 'N' TO WS-CARGADA
                MOVE SPACES TO WS-ULTIMA-VISTA
                MOVE ZEROS TO WS-ULT-EMP
            END-IF
            IF NOT POLITICA-CARGADA
                PERFORM 020-NIVEL-DEL-OPERADOR
                   THRU
                   020-NIVEL-DEL-OPERADOR-SAL
                PERFORM 030-CARGAR-POLITICA
                   THRU
                   030-CARGAR-POLITICA-SAL
                MOVE 'S' TO WS-CARGADA
            END-IF
            MOVE 'N' TO LK-VISIBLE
            IF TIPO-REINICIO
                GOBACK
            END-IF
            PERFORM 040-DECIDIR-VISTA
               THRU
               040-DECIDIR-VISTA-SAL
            IF VISTA-COMPLETA
                MOVE 'S' TO LK-VISIBLE
                PERFORM 060-ANOTAR-VISTA
                   THRU
                   060-ANOTAR-VISTA-SAL
                GOBACK
            END-IF
            IF NOT TIPO-EXTRACCION
                PERFORM 050-ENMASCARAR
                   THRU
                   050-ENMASCARAR-SAL
            END-IF
            GOBACK.

       020-NIVEL-DEL-OPERADOR.
            MOVE 'CONSOLA' TO WS-OPERADOR
            MOVE ZEROS TO WS-NIVEL-OPERADOR
            OPEN INPUT F-OPSESION
            IF WS-STATUS-OPSESION = '00'
                READ F-OPSESION INTO WS-OPERADOR
                    AT END
                        MOVE 'CONSOLA' TO WS-OPERADOR
                END-READ
                CLOSE F-OPSESION
            END-IF
            OPEN INPUT F-OPERADORES
            IF OPE-SIN-ARCHIVO
      *        Sin archivo de operadores se firma CONSOLA con nivel
      *        supervisor, igual que el arranque de PRG01014
                MOVE 3 TO WS-NIVEL-OPERADOR
                GO TO 020-NIVEL-DEL-OPERADOR-SAL
            END-IF
            IF NOT OPE-OK
                MOVE ZEROS TO WS-NIVEL-OPERADOR
                GO TO 020-NIVEL-DEL-OPERADOR-SAL
            END-IF
            MOVE WS-OPERADOR TO OPE-ID
            READ F-OPERADORES
                INVALID KEY
                    MOVE ZEROS TO WS-NIVEL-OPERADOR
                NOT INVALID KEY
                    MOVE OPE-NIVEL TO WS-NIVEL-OPERADOR
            END-READ
            CLOSE F-OPERADORES.
       020-NIVEL-DEL-OPERADOR-SAL.
            EXIT.

       030-CARGAR-POLITICA.
            MOVE 'NNN' TO WS-POL-NIVEL(1)
            MOVE 'SSS' TO WS-POL-NIVEL(2)
            MOVE 'SSS' TO WS-POL-NIVEL(3)
            OPEN INPUT F-MASCARA
            IF WS-STATUS-MASCARA NOT = '00'
                GO TO 030-CARGAR-POLITICA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-MASCARA
            PERFORM UNTIL FIN-MASCARA
                READ F-MASCARA
                    AT END
                        MOVE 'Y' TO WS-FIN-MASCARA
                    NOT AT END
                        IF MSC-NIVEL > ZERO AND MSC-NIVEL < 4
                            MOVE MSC-CLAVES
                                TO WS-POL-CLAVES(MSC-NIVEL)
                            MOVE MSC-SALARIO
                                TO WS-POL-SALARIO(MSC-NIVEL)
                            MOVE MSC-DOMICILIO
                                TO WS-POL-DOMICILIO(MSC-NIVEL)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-MASCARA.
       030-CARGAR-POLITICA-SAL.
            EXIT.

       040-DECIDIR-VISTA.
            MOVE 'N' TO WS-VISTA-COMPLETA
            IF WS-NIVEL-OPERADOR = ZERO OR WS-NIVEL-OPERADOR > 3
                GO TO 040-DECIDIR-VISTA-SAL
            END-IF
            EVALUATE TRUE
                WHEN TIPO-CLAVE
                    MOVE WS-POL-CLAVES(WS-NIVEL-OPERADOR)
                        TO WS-VISTA-COMPLETA
                    MOVE 'CLAVE' TO WS-QRY-CLASE
                WHEN TIPO-SALARIO
                    MOVE WS-POL-SALARIO(WS-NIVEL-OPERADOR)
                        TO WS-VISTA-COMPLETA
                    MOVE 'SALARIO' TO WS-QRY-CLASE
                WHEN TIPO-DOMICILIO
                    MOVE WS-POL-DOMICILIO(WS-NIVEL-OPERADOR)
                        TO WS-VISTA-COMPLETA
                    MOVE 'DOMICILIO' TO WS-QRY-CLASE
                WHEN TIPO-EXTRACCION
                    IF WS-POL-NIVEL(WS-NIVEL-OPERADOR) = 'SSS'
                        MOVE 'S' TO WS-VISTA-COMPLETA
                    END-IF
                    MOVE 'EXTRACCION' TO WS-QRY-CLASE
                WHEN OTHER
                    MOVE 'N' TO WS-VISTA-COMPLETA
            END-EVALUATE.
       040-DECIDIR-VISTA-SAL.
            EXIT.

       050-ENMASCARAR.
      *    Las claves conservan sus ultimos 4 caracteres no blancos;
      *    salario y domicilio se cubren completos, respetando los
      *    espacios para no mover el formato del renglon
            MOVE ZEROS TO WS-LARGO
            PERFORM VARYING WS-IDX FROM 40 BY -1
                    UNTIL WS-IDX < 1 OR WS-LARGO > ZERO
                IF LK-DATO(WS-IDX:1) NOT = SPACE
                    MOVE WS-IDX TO WS-LARGO
                END-IF
            END-PERFORM
            IF TIPO-CLAVE
                SUBTRACT 4 FROM WS-LARGO
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-LARGO
                IF LK-DATO(WS-IDX:1) NOT = SPACE
                    MOVE '*' TO LK-DATO(WS-IDX:1)
                END-IF
            END-PERFORM.
       050-ENMASCARAR-SAL.
            EXIT.

       060-ANOTAR-VISTA.
      *    Una sola anotacion por empleado y clase de dato mientras el
      *    programa siga recorriendo el mismo renglon o expediente
            IF LK-PROGRAMA = WS-ULT-PROGRAMA
                    AND LK-EMP = WS-ULT-EMP
                    AND LK-TIPO = WS-ULT-TIPO
                GO TO 060-ANOTAR-VISTA-SAL
            END-IF
            MOVE LK-PROGRAMA TO WS-ULT-PROGRAMA
            MOVE LK-EMP TO WS-ULT-EMP
            MOVE LK-TIPO TO WS-ULT-TIPO
            MOVE SPACES TO WS-QRY-PARAMETROS
            IF TIPO-EXTRACCION
                STRING 'ARCHIVO SIN ENMASCARAR' DELIMITED BY SIZE
                    INTO WS-QRY-PARAMETROS
            ELSE
                STRING 'EMP=' LK-EMP ' DATO=' WS-QRY-CLASE
                    DELIMITED BY SIZE
                    INTO WS-QRY-PARAMETROS
            END-IF
            MOVE SPACES TO WS-QRY-RESULTADO
            STRING 'VISTA COMPLETA NIVEL ' WS-NIVEL-OPERADOR
                DELIMITED BY SIZE
                INTO WS-QRY-RESULTADO
            CALL 'PRG01020' USING LK-PROGRAMA WS-QRY-OPERACION
                WS-QRY-PARAMETROS WS-QRY-RESULTADO.
       060-ANOTAR-VISTA-SAL.
            EXIT.

       END PROGRAM PRG01149.
