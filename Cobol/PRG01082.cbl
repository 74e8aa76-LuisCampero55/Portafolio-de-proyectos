      *  departamento o por codigo postal y deja la lista en
      *  CORREO.TXT para las constancias y los envios - LCG
      *  02 SEP 26
      *  La consulta, el domicilio actual de la correccion y la lista
      *  CORREO.TXT muestran el domicilio por el enmascarado por nivel
      *  de operador de PRG01149 - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 WS-FIL-CP              PIC X(5) VALUE SPACES.
       01 WS-TOT-EXTRAIDOS           PIC 9(6) VALUE ZEROS.
       01 WS-LINEA-CORREO            PIC X(160) VALUE SPACES.
       01 WS-MSK-PROGRAMA            PIC X(8) VALUE 'PRG01082'.
       01 WS-MSK-TIPO                PIC X VALUE 'D'.
       01 WS-MSK-DATO                PIC X(40) VALUE SPACES.
       01 WS-MSK-VISIBLE             PIC X VALUE 'N'.
           88 MSK-VISIBLE            VALUE 'S'.
       01 WS-MSK-AVISO               PIC X VALUE 'N'.
           88 MSK-AVISADO            VALUE 'S'.
      *  Copia del domicilio para pantalla y extraccion, completa u
      *  oculta segun el nivel del operador
       01 WS-DOM-VISTA.
           05 WS-VIS-CALLE           PIC X(40).
           05 WS-VIS-MUNICIPIO       PIC X(20).
           05 WS-VIS-ESTADO          PIC X(20).
           05 WS-VIS-CP              PIC X(5).
           05 WS-VIS-TELEFONO        PIC X(10).
           05 WS-VIS-CORREO          PIC X(40).

       PROCEDURE DIVISION.
       010-INICIO.
            MOVE 'I' TO WS-MSK-TIPO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EmpId WS-MSK-TIPO
                WS-MSK-DATO WS-MSK-VISIBLE
            MOVE 'D' TO WS-MSK-TIPO
            OPEN I-O F-DOMICILIOS
            IF DOM-NO-EXISTE
                OPEN OUTPUT F-DOMICILIOS
                    MOVE EmpId TO DOM-EMP-ID
                NOT INVALID KEY
                    MOVE 'S' TO WS-EXISTIA
                    PERFORM 080-VISTA-DOMICILIO
                       THRU
                       080-VISTA-DOMICILIO-SAL
                    DISPLAY 'Domicilio actual: ' WS-VIS-CALLE ' '
                        WS-VIS-MUNICIPIO ' ' WS-VIS-ESTADO ' CP='
                        WS-VIS-CP UPON CONSOLE
            END-READ
            MOVE DOM-CP TO WS-AUD-ANTES
            DISPLAY 'Calle y numero: ' UPON CONSOLE
                    DISPLAY 'El empleado no tiene domicilio '
                        'capturado' UPON CONSOLE
                NOT INVALID KEY
                    PERFORM 080-VISTA-DOMICILIO
                       THRU
                       080-VISTA-DOMICILIO-SAL
                    DISPLAY 'EMP=' DOM-EMP-ID UPON CONSOLE
                    DISPLAY WS-VIS-CALLE UPON CONSOLE
                    DISPLAY WS-VIS-MUNICIPIO ' ' WS-VIS-ESTADO ' CP='
                        WS-VIS-CP UPON CONSOLE
                    DISPLAY 'TEL=' WS-VIS-TELEFONO ' CORREO='
                        WS-VIS-CORREO UPON CONSOLE
            END-READ.
       050-CONSULTAR-SAL.
            EXIT.
            MOVE 'LISTA DE CORRESPONDENCIA' TO REG-CORREO
            WRITE REG-CORREO
            MOVE ZEROS TO WS-TOT-EXTRAIDOS
            MOVE 'N' TO WS-MSK-AVISO
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 070-EXTRAER-EMPLEADO
               THRU
                            GO TO 070-EXTRAER-EMPLEADO-SAL
                        END-IF
                        ADD 1 TO WS-TOT-EXTRAIDOS
                        PERFORM 080-VISTA-DOMICILIO
                           THRU
                           080-VISTA-DOMICILIO-SAL
                        IF NOT MSK-VISIBLE AND NOT MSK-AVISADO
                            DISPLAY 'Aviso: el nivel del operador no '
                                've domicilios; la lista sale '
                                'enmascarada' UPON CONSOLE
                            MOVE 'S' TO WS-MSK-AVISO
                        END-IF
                        MOVE SPACES TO WS-LINEA-CORREO
                        STRING EMP-ID-REG ' ' REG-NOMBRE ' '
                            REG-APE-PATERNO ' ' REG-APE-MATERNO
                            ' / ' WS-VIS-CALLE ' ' WS-VIS-MUNICIPIO
                            ' ' WS-VIS-ESTADO ' CP=' WS-VIS-CP
                            DELIMITED BY SIZE
                            INTO WS-LINEA-CORREO
                        MOVE WS-LINEA-CORREO TO REG-CORREO
       070-EXTRAER-EMPLEADO-SAL.
            EXIT.

       080-VISTA-DOMICILIO.
      *    Cada parte del domicilio pasa por PRG01149; la vista
      *    completa queda anotada una vez por empleado
            MOVE DOM-CALLE TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA DOM-EMP-ID
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO TO WS-VIS-CALLE
            MOVE DOM-MUNICIPIO TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA DOM-EMP-ID
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:20) TO WS-VIS-MUNICIPIO
            MOVE DOM-ESTADO TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA DOM-EMP-ID
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:20) TO WS-VIS-ESTADO
            MOVE DOM-CP TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA DOM-EMP-ID
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:5) TO WS-VIS-CP
            MOVE DOM-TELEFONO TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA DOM-EMP-ID
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:10) TO WS-VIS-TELEFONO
            MOVE DOM-CORREO TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA DOM-EMP-ID
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO TO WS-VIS-CORREO.
       080-VISTA-DOMICILIO-SAL.
            EXIT.

       END PROGRAM PRG01082.
