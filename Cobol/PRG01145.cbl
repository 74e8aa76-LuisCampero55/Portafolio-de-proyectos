       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01145.
      *  Constancia laboral con folio: por numero de empleado arma la
      *  carta que confirma la relacion de trabajo (nombre, RFC, CURP,
      *  fecha de ingreso, antiguedad con el servicio puenteado de
      *  PRG01094, puesto, departamento de DEPTOS.DAT y compañia de
      *  COMPANIA.TXT), con el salario mensual opcional en numero y
      *  en letra (PRG01018, salario diario como en PRG01041 por
      *  30); cada carta toma el siguiente folio de FOLIOLAB.TXT (mismo
      *  manejo que 070-TOMAR-FOLIO de PRG01019) y deja su renglon en
      *  la bitacora CONSLAB.TXT con quien la pidio, el operador
      *  firmado (OPSESION.TXT), fecha y hora y si se revelo el
      *  salario; la opcion (V)erificar busca un folio en la bitacora
      *  para contestar a un banco que llama a confirmarlo; la carta
      *  sale en CARTALAB.TXT - LCG 15 OCT 26
      *  Trazado de CONSLAB.TXT: FOLIO(8) EMP(6) FECHA(8) HORA(6)
      *  OPERADOR(8) SALARIO(1 S/N) MENSUAL(9 con 2 decimales)
      *  SOLICITANTE(30)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
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
           SELECT F-FOLIO ASSIGN TO "FOLIOLAB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FOLIO.
           SELECT F-BITACORA ASSIGN TO "CONSLAB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT F-CARTA ASSIGN TO "CARTALAB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       FD  F-COMPANIAS.
       01 REG-COMPANIA-TXT           PIC X(60).
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       FD  F-FOLIO.
       01 REG-FOLIO                  PIC 9(8).
       FD  F-BITACORA.
       01 REG-BITACORA               PIC X(76).
       FD  F-CARTA.
       01 REG-CARTA                  PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
       01 WS-STATUS-COMPANIAS        PIC XX VALUE '00'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-STATUS-FOLIO            PIC XX VALUE '00'.
       01 WS-STATUS-BITACORA         PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-OPCION                  PIC X VALUE 'G'.
           88 OPCION-GENERAR         VALUE 'G'.
           88 OPCION-VERIFICAR       VALUE 'V'.
       01 EmpId                      PIC 9(6) VALUE ZEROS.
       01 WS-SOLICITANTE             PIC X(30) VALUE SPACES.
       01 WS-INCLUYE-SALARIO         PIC X VALUE 'N'.
           88 INCLUYE-SALARIO        VALUE 'S'.
       01 WS-OPERADOR                PIC X(8) VALUE 'CONSOLA'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-SIS-R REDEFINES WS-FECHA-SIS.
           05 WS-ANO-SIS             PIC 9(4).
           05 WS-MES-SIS             PIC 99.
           05 WS-DIA-SIS             PIC 99.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 WS-FOLIO-ACTUAL            PIC 9(8) VALUE ZEROS.
       01 WS-FOLIO-BUSCADO           PIC 9(8) VALUE ZEROS.
       01 WS-FOLIO-HALLADO           PIC X VALUE 'N'.
           88 FOLIO-HALLADO          VALUE 'S'.
       01 WS-ANTIGUEDAD              PIC 999 VALUE ZEROS.
       01 WS-ANHOS-PUENTE            PIC 999 VALUE ZEROS.
       01 WS-ANTIGUEDAD-ED           PIC ZZ9.
       01 WS-BLANCOS-ANT             PIC 9 VALUE ZERO.
       01 WS-BLANCOS-SAL             PIC 99 VALUE ZEROS.
       01 WS-SALARIO-DIARIO          PIC 9(9)V99 VALUE ZEROS.
       01 WS-SALARIO-MENSUAL         PIC 9(7)V99 VALUE ZEROS.
       01 WS-MENSUAL-ED              PIC Z,ZZZ,ZZ9.99.
      *    Cantidad en letra con la rutina compartida PRG01018
       01 WS-LETRA.
           05 WS-LET-PESOS           PIC 9(13) VALUE ZEROS.
           05 WS-LET-CENT            PIC 99 VALUE ZEROS.
           05 WS-LET-MONEDA          PIC X(3) VALUE 'MXN'.
           05 WS-LET-TEXTO           PIC X(200) VALUE SPACES.
           05 WS-LET-IDIOMA          PIC X(2) VALUE 'ES'.
       01 WS-NOMBRE-COMPLETO         PIC X(62) VALUE SPACES.
       01 WS-NOMBRE-DEPTO            PIC X(30) VALUE SPACES.
       01 WS-NOMBRE-COM              PIC X(40) VALUE SPACES.
       01 WS-COMPANIA-EMP            PIC 99 VALUE ZEROS.
       01 WS-RENGLON-COM.
           05 WS-COM-NUMERO          PIC 99.
           05 WS-COM-NOMBRE          PIC X(40).
           05 WS-COM-REGPAT          PIC X(11).
           05 WS-COM-PRIMA-RT        PIC 9(2)V9(5).
       01 WS-MES-NOMBRES.
           05 FILLER                 PIC X(10) VALUE 'ENERO'.
           05 FILLER                 PIC X(10) VALUE 'FEBRERO'.
           05 FILLER                 PIC X(10) VALUE 'MARZO'.
           05 FILLER                 PIC X(10) VALUE 'ABRIL'.
           05 FILLER                 PIC X(10) VALUE 'MAYO'.
           05 FILLER                 PIC X(10) VALUE 'JUNIO'.
           05 FILLER                 PIC X(10) VALUE 'JULIO'.
           05 FILLER                 PIC X(10) VALUE 'AGOSTO'.
           05 FILLER                 PIC X(10) VALUE 'SEPTIEMBRE'.
           05 FILLER                 PIC X(10) VALUE 'OCTUBRE'.
           05 FILLER                 PIC X(10) VALUE 'NOVIEMBRE'.
           05 FILLER                 PIC X(10) VALUE 'DICIEMBRE'.
       01 WS-MES-TABLA REDEFINES WS-MES-NOMBRES.
           05 WS-MES-NOMBRE          PIC X(10) OCCURS 12.
      *    Fechas largas de la carta (DD DE MES DE AAAA)
       01 WS-FECHA-HOY-TXT           PIC X(24) VALUE SPACES.
       01 WS-FECHA-ING-TXT           PIC X(24) VALUE SPACES.
       01 WS-FECHA-BAJA-TXT          PIC X(24) VALUE SPACES.
       01 WS-FL-DIA                  PIC 99 VALUE ZEROS.
       01 WS-FL-MES                  PIC 99 VALUE ZEROS.
       01 WS-FL-ANHO                 PIC 9999 VALUE ZEROS.
       01 WS-FL-TEXTO                PIC X(24) VALUE SPACES.
      *    Parrafo de la carta y su corte en renglones de hasta 90
       01 WS-PARRAFO                 PIC X(600) VALUE SPACES.
       01 WS-PAR-PUNTERO             PIC 999 VALUE 1.
       01 WS-PAR-LARGO               PIC 999 VALUE ZEROS.
       01 WS-PAR-POS                 PIC 999 VALUE ZEROS.
       01 WS-PAR-RESTO               PIC 999 VALUE ZEROS.
       01 WS-PAR-CORTE               PIC 999 VALUE ZEROS.
       01 WS-PAR-IDX                 PIC 999 VALUE ZEROS.
       01 WS-LINEA                   PIC X(100) VALUE SPACES.
      *    Renglon de la bitacora CONSLAB.TXT
       01 WS-REG-BITACORA.
           05 BIT-FOLIO              PIC 9(8).
           05 BIT-EMP                PIC 9(6).
           05 BIT-FECHA              PIC 9(8).
           05 BIT-HORA               PIC 9(6).
           05 BIT-OPERADOR           PIC X(8).
           05 BIT-SALARIO            PIC X.
               88 BIT-CON-SALARIO    VALUE 'S'.
           05 BIT-MENSUAL            PIC 9(7)V99.
           05 BIT-SOLICITANTE        PIC X(30).

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Constancia laboral: (G)enerar, (V)erificar folio: '
                UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-GENERAR
                    PERFORM 020-GENERAR
                       THRU
                       020-GENERAR-SAL
                WHEN OPCION-VERIFICAR
                    PERFORM 060-VERIFICAR
                       THRU
                       060-VERIFICAR-SAL
                WHEN OTHER
                    DISPLAY 'Opcion invalida' UPON CONSOLE
            END-EVALUATE
            GOBACK.

       020-GENERAR.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro, status '
                    WS-STATUS-EMPLEADOS UPON CONSOLE
                GO TO 020-GENERAR-SAL
            END-IF
            MOVE EmpId TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    DISPLAY 'Error: no existe el empleado ' EmpId
                        UPON CONSOLE
                    CLOSE F-EMPLEADOS
                    GO TO 020-GENERAR-SAL
            END-READ
            CLOSE F-EMPLEADOS
            DISPLAY 'Empleado: ' REG-NOMBRE ' ' REG-APE-PATERNO ' '
                REG-APE-MATERNO UPON CONSOLE
            DISPLAY 'Solicitada por (banco, embajada, arrendador o '
                'el interesado): ' UPON CONSOLE
            ACCEPT WS-SOLICITANTE FROM CONSOLE
            IF WS-SOLICITANTE = SPACES
                MOVE 'EL INTERESADO' TO WS-SOLICITANTE
            END-IF
            DISPLAY 'Incluir el salario (S/N): ' UPON CONSOLE
            ACCEPT WS-INCLUYE-SALARIO FROM CONSOLE
            IF WS-INCLUYE-SALARIO NOT = 'S'
                MOVE 'N' TO WS-INCLUYE-SALARIO
            END-IF
            PERFORM 025-DATOS-CARTA
               THRU
               025-DATOS-CARTA-SAL
            PERFORM 070-TOMAR-FOLIO
               THRU
               070-TOMAR-FOLIO-SAL
            PERFORM 040-ESCRIBIR-CARTA
               THRU
               040-ESCRIBIR-CARTA-SAL
            PERFORM 050-REGISTRAR-BITACORA
               THRU
               050-REGISTRAR-BITACORA-SAL
            DISPLAY 'Constancia folio ' WS-FOLIO-ACTUAL
                ' en CARTALAB.TXT' UPON CONSOLE.
       020-GENERAR-SAL.
            EXIT.

       025-DATOS-CARTA.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            PERFORM 027-OPERADOR-FIRMADO
               THRU
               027-OPERADOR-FIRMADO-SAL
            MOVE SPACES TO WS-NOMBRE-COMPLETO
            STRING REG-NOMBRE DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                REG-APE-PATERNO DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                REG-APE-MATERNO DELIMITED BY '  '
                INTO WS-NOMBRE-COMPLETO
      *    Antiguedad en años cumplidos con el servicio puenteado por
      *    reingreso, como PRG01090; la de una baja se cuenta a su
      *    fecha de baja
            IF EMP-BAJA
                COMPUTE WS-ANTIGUEDAD = REG-BAJA-ANHO - REG-ING-ANHO
                IF REG-BAJA-MES < REG-ING-MES
                    OR (REG-BAJA-MES = REG-ING-MES
                        AND REG-BAJA-DIA < REG-ING-DIA)
                    SUBTRACT 1 FROM WS-ANTIGUEDAD
                END-IF
            ELSE
                COMPUTE WS-ANTIGUEDAD = WS-ANO-SIS - REG-ING-ANHO
                IF WS-MES-SIS < REG-ING-MES
                    OR (WS-MES-SIS = REG-ING-MES
                        AND WS-DIA-SIS < REG-ING-DIA)
                    SUBTRACT 1 FROM WS-ANTIGUEDAD
                END-IF
            END-IF
            CALL 'PRG01094' USING EMP-ID-REG WS-ANHOS-PUENTE
            ADD WS-ANHOS-PUENTE TO WS-ANTIGUEDAD
            MOVE WS-ANTIGUEDAD TO WS-ANTIGUEDAD-ED
            MOVE ZERO TO WS-BLANCOS-ANT
            INSPECT WS-ANTIGUEDAD-ED TALLYING WS-BLANCOS-ANT
                FOR LEADING SPACES
            MOVE WS-DIA-SIS TO WS-FL-DIA
            MOVE WS-MES-SIS TO WS-FL-MES
            MOVE WS-ANO-SIS TO WS-FL-ANHO
            PERFORM 080-FECHA-LARGA
               THRU
               080-FECHA-LARGA-SAL
            MOVE WS-FL-TEXTO TO WS-FECHA-HOY-TXT
            MOVE REG-ING-DIA TO WS-FL-DIA
            MOVE REG-ING-MES TO WS-FL-MES
            MOVE REG-ING-ANHO TO WS-FL-ANHO
            PERFORM 080-FECHA-LARGA
               THRU
               080-FECHA-LARGA-SAL
            MOVE WS-FL-TEXTO TO WS-FECHA-ING-TXT
            MOVE SPACES TO WS-FECHA-BAJA-TXT
            IF EMP-BAJA
                MOVE REG-BAJA-DIA TO WS-FL-DIA
                MOVE REG-BAJA-MES TO WS-FL-MES
                MOVE REG-BAJA-ANHO TO WS-FL-ANHO
                PERFORM 080-FECHA-LARGA
                   THRU
                   080-FECHA-LARGA-SAL
                MOVE WS-FL-TEXTO TO WS-FECHA-BAJA-TXT
            END-IF
      *    Departamento y compañia del expediente
            MOVE REG-DEPTO TO WS-NOMBRE-DEPTO
            OPEN INPUT F-DEPTOS
            IF DEP-OK
                MOVE REG-DEPTO TO DEP-CODIGO
                READ F-DEPTOS
                    NOT INVALID KEY
                        MOVE DEP-DESCRIPCION TO WS-NOMBRE-DEPTO
                END-READ
                CLOSE F-DEPTOS
            END-IF
            IF REG-COMPANIA NUMERIC AND REG-COMPANIA > ZEROS
                MOVE REG-COMPANIA TO WS-COMPANIA-EMP
            ELSE
                MOVE 01 TO WS-COMPANIA-EMP
            END-IF
            PERFORM 030-NOMBRE-COMPANIA
               THRU
               030-NOMBRE-COMPANIA-SAL
      *    Salario mensual: diario segun la frecuencia (PRG01041) por
      *    30 dias
            MOVE ZEROS TO WS-SALARIO-MENSUAL
            IF INCLUYE-SALARIO
                EVALUATE TRUE
                    WHEN FREC-SEMANAL
                        COMPUTE WS-SALARIO-DIARIO = REG-SALARIO / 7
                    WHEN FREC-MENSUAL
                        COMPUTE WS-SALARIO-DIARIO = REG-SALARIO / 30
                    WHEN OTHER
                        COMPUTE WS-SALARIO-DIARIO = REG-SALARIO / 15
                END-EVALUATE
                IF FREC-MENSUAL
                    MOVE REG-SALARIO TO WS-SALARIO-MENSUAL
                ELSE
                    COMPUTE WS-SALARIO-MENSUAL ROUNDED =
                        WS-SALARIO-DIARIO * 30
                END-IF
                MOVE WS-SALARIO-MENSUAL TO WS-MENSUAL-ED
                MOVE ZEROS TO WS-BLANCOS-SAL
                INSPECT WS-MENSUAL-ED TALLYING WS-BLANCOS-SAL
                    FOR LEADING SPACES
                MOVE WS-SALARIO-MENSUAL TO WS-LET-PESOS
                COMPUTE WS-LET-CENT =
                    (WS-SALARIO-MENSUAL - WS-LET-PESOS) * 100
                MOVE SPACES TO WS-LET-TEXTO
                CALL 'PRG01018' USING WS-LET-PESOS WS-LET-CENT
                    WS-LET-MONEDA WS-LET-TEXTO WS-LET-IDIOMA
            END-IF.
       025-DATOS-CARTA-SAL.
            EXIT.

       027-OPERADOR-FIRMADO.
      *    Operador firmado en la sesion, como PRG01066
            MOVE 'CONSOLA' TO WS-OPERADOR
            OPEN INPUT F-OPSESION
            IF WS-STATUS-OPSESION = '00'
                READ F-OPSESION INTO WS-OPERADOR
                    AT END
                        MOVE 'CONSOLA' TO WS-OPERADOR
                END-READ
                CLOSE F-OPSESION
            END-IF.
       027-OPERADOR-FIRMADO-SAL.
            EXIT.

       030-NOMBRE-COMPANIA.
      *    Gana el ultimo renglon de la compañia en COMPANIA.TXT
            MOVE SPACES TO WS-NOMBRE-COM
            OPEN INPUT F-COMPANIAS
            IF WS-STATUS-COMPANIAS NOT = '00'
                GO TO 030-NOMBRE-COMPANIA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-COMPANIAS INTO WS-RENGLON-COM
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-COM-NUMERO = WS-COMPANIA-EMP
                            MOVE WS-COM-NOMBRE TO WS-NOMBRE-COM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-COMPANIAS.
       030-NOMBRE-COMPANIA-SAL.
            EXIT.

       040-ESCRIBIR-CARTA.
            OPEN OUTPUT F-CARTA
            MOVE SPACES TO WS-LINEA
            STRING WS-NOMBRE-COM DELIMITED BY '  '
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO WS-LINEA
            STRING 'CONSTANCIA LABORAL FOLIO ' WS-FOLIO-ACTUAL
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO WS-LINEA
            STRING 'A ' WS-FECHA-HOY-TXT
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO REG-CARTA
            WRITE REG-CARTA
            MOVE 'A QUIEN CORRESPONDA:' TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO REG-CARTA
            WRITE REG-CARTA
      *    Cuerpo: relacion de trabajo vigente o terminada
            MOVE SPACES TO WS-PARRAFO
            MOVE 1 TO WS-PAR-PUNTERO
            IF EMP-BAJA
                STRING 'POR MEDIO DE LA PRESENTE SE HACE CONSTAR QUE '
                    'EL (LA) C. ' DELIMITED BY SIZE
                    WS-NOMBRE-COMPLETO DELIMITED BY '  '
                    ', CON RFC ' DELIMITED BY SIZE
                    REG-RFC DELIMITED BY SPACE
                    ' Y CURP ' DELIMITED BY SIZE
                    REG-CURP DELIMITED BY SPACE
                    ', LABORO EN ESTA EMPRESA DEL ' DELIMITED BY SIZE
                    WS-FECHA-ING-TXT DELIMITED BY '  '
                    ' AL ' DELIMITED BY SIZE
                    WS-FECHA-BAJA-TXT DELIMITED BY '  '
                    ', CON UNA ANTIGUEDAD DE ' DELIMITED BY SIZE
                    WS-ANTIGUEDAD-ED(WS-BLANCOS-ANT + 1:)
                        DELIMITED BY SIZE
                    ' AÑOS, Y SU ULTIMO PUESTO FUE ' DELIMITED BY SIZE
                    REG-PUESTO DELIMITED BY '  '
                    ' EN EL DEPARTAMENTO ' DELIMITED BY SIZE
                    WS-NOMBRE-DEPTO DELIMITED BY '  '
                    '.' DELIMITED BY SIZE
                    INTO WS-PARRAFO
                    WITH POINTER WS-PAR-PUNTERO
            ELSE
                STRING 'POR MEDIO DE LA PRESENTE SE HACE CONSTAR QUE '
                    'EL (LA) C. ' DELIMITED BY SIZE
                    WS-NOMBRE-COMPLETO DELIMITED BY '  '
                    ', CON RFC ' DELIMITED BY SIZE
                    REG-RFC DELIMITED BY SPACE
                    ' Y CURP ' DELIMITED BY SIZE
                    REG-CURP DELIMITED BY SPACE
                    ', LABORA EN ESTA EMPRESA DESDE EL '
                        DELIMITED BY SIZE
                    WS-FECHA-ING-TXT DELIMITED BY '  '
                    ', CON UNA ANTIGUEDAD DE ' DELIMITED BY SIZE
                    WS-ANTIGUEDAD-ED(WS-BLANCOS-ANT + 1:)
                        DELIMITED BY SIZE
                    ' AÑOS, Y ACTUALMENTE OCUPA EL PUESTO DE '
                        DELIMITED BY SIZE
                    REG-PUESTO DELIMITED BY '  '
                    ' EN EL DEPARTAMENTO ' DELIMITED BY SIZE
                    WS-NOMBRE-DEPTO DELIMITED BY '  '
                    '.' DELIMITED BY SIZE
                    INTO WS-PARRAFO
                    WITH POINTER WS-PAR-PUNTERO
            END-IF
            PERFORM 045-EMITIR-PARRAFO
               THRU
               045-EMITIR-PARRAFO-SAL
            IF INCLUYE-SALARIO
                MOVE SPACES TO WS-PARRAFO
                MOVE 1 TO WS-PAR-PUNTERO
                IF EMP-BAJA
                    STRING 'SU ULTIMO SALARIO MENSUAL FUE DE $'
                        DELIMITED BY SIZE
                        INTO WS-PARRAFO
                        WITH POINTER WS-PAR-PUNTERO
                ELSE
                    STRING 'PERCIBE UN SALARIO MENSUAL DE $'
                        DELIMITED BY SIZE
                        INTO WS-PARRAFO
                        WITH POINTER WS-PAR-PUNTERO
                END-IF
                STRING WS-MENSUAL-ED(WS-BLANCOS-SAL + 1:)
                    DELIMITED BY SIZE
                    ' (' DELIMITED BY SIZE
                    WS-LET-TEXTO DELIMITED BY '  '
                    ').' DELIMITED BY SIZE
                    INTO WS-PARRAFO
                    WITH POINTER WS-PAR-PUNTERO
                PERFORM 045-EMITIR-PARRAFO
                   THRU
                   045-EMITIR-PARRAFO-SAL
            END-IF
            MOVE SPACES TO WS-PARRAFO
            MOVE 1 TO WS-PAR-PUNTERO
            STRING 'SE EXTIENDE LA PRESENTE A SOLICITUD DE '
                DELIMITED BY SIZE
                WS-SOLICITANTE DELIMITED BY '  '
                ' PARA LOS FINES QUE CONVENGAN. PARA VERIFICAR ESTA '
                'CONSTANCIA COMUNIQUESE A RECURSOS HUMANOS E INDIQUE '
                'EL FOLIO ' DELIMITED BY SIZE
                WS-FOLIO-ACTUAL DELIMITED BY SIZE
                '.' DELIMITED BY SIZE
                INTO WS-PARRAFO
                WITH POINTER WS-PAR-PUNTERO
            PERFORM 045-EMITIR-PARRAFO
               THRU
               045-EMITIR-PARRAFO-SAL
            MOVE SPACES TO REG-CARTA
            WRITE REG-CARTA
            MOVE 'ATENTAMENTE' TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO REG-CARTA
            WRITE REG-CARTA
            WRITE REG-CARTA
            MOVE '______________________________' TO REG-CARTA
            WRITE REG-CARTA
            MOVE 'RECURSOS HUMANOS' TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO WS-LINEA
            STRING 'ELABORO: ' WS-OPERADOR
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CARTA
            WRITE REG-CARTA
            CLOSE F-CARTA.
       040-ESCRIBIR-CARTA-SAL.
            EXIT.

       045-EMITIR-PARRAFO.
      *    Corta WS-PARRAFO en renglones de hasta 90 posiciones en el
      *    ultimo espacio antes del limite (como 067-PARTIR-LETRA de
      *    PRG01019) y deja un renglon en blanco al final
            COMPUTE WS-PAR-LARGO = WS-PAR-PUNTERO - 1
            MOVE 1 TO WS-PAR-POS
            PERFORM UNTIL WS-PAR-POS > WS-PAR-LARGO
                COMPUTE WS-PAR-RESTO = WS-PAR-LARGO - WS-PAR-POS + 1
                IF WS-PAR-RESTO NOT > 90
                    MOVE WS-PARRAFO(WS-PAR-POS:WS-PAR-RESTO)
                        TO REG-CARTA
                    WRITE REG-CARTA
                    COMPUTE WS-PAR-POS = WS-PAR-LARGO + 1
                ELSE
                    MOVE ZEROS TO WS-PAR-CORTE
                    PERFORM VARYING WS-PAR-IDX FROM 90 BY -1
                        UNTIL WS-PAR-IDX < 1 OR WS-PAR-CORTE > 0
                        IF WS-PARRAFO(WS-PAR-POS + WS-PAR-IDX:1)
                            = SPACE
                            MOVE WS-PAR-IDX TO WS-PAR-CORTE
                        END-IF
                    END-PERFORM
                    IF WS-PAR-CORTE = ZEROS
                        MOVE 90 TO WS-PAR-CORTE
                    END-IF
                    MOVE WS-PARRAFO(WS-PAR-POS:WS-PAR-CORTE)
                        TO REG-CARTA
                    WRITE REG-CARTA
                    ADD WS-PAR-CORTE TO WS-PAR-POS
                    IF WS-PARRAFO(WS-PAR-POS:1) = SPACE
                        ADD 1 TO WS-PAR-POS
                    END-IF
                END-IF
            END-PERFORM
            MOVE SPACES TO REG-CARTA
            WRITE REG-CARTA.
       045-EMITIR-PARRAFO-SAL.
            EXIT.

       050-REGISTRAR-BITACORA.
            MOVE WS-FOLIO-ACTUAL TO BIT-FOLIO
            MOVE EMP-ID-REG TO BIT-EMP
            MOVE WS-FECHA-SIS TO BIT-FECHA
            MOVE WS-HORA-SIS(1:6) TO BIT-HORA
            MOVE WS-OPERADOR TO BIT-OPERADOR
            MOVE WS-INCLUYE-SALARIO TO BIT-SALARIO
            MOVE WS-SALARIO-MENSUAL TO BIT-MENSUAL
            MOVE WS-SOLICITANTE TO BIT-SOLICITANTE
            OPEN EXTEND F-BITACORA
            IF WS-STATUS-BITACORA = '35'
                OPEN OUTPUT F-BITACORA
            END-IF
            MOVE WS-REG-BITACORA TO REG-BITACORA
            WRITE REG-BITACORA
            CLOSE F-BITACORA.
       050-REGISTRAR-BITACORA-SAL.
            EXIT.

       060-VERIFICAR.
      *    Contesta la llamada de verificacion: folio, empleado, fecha
      *    de expedicion y, si se revelo, el salario que dice la carta
            DISPLAY 'Folio a verificar: ' UPON CONSOLE
            ACCEPT WS-FOLIO-BUSCADO FROM CONSOLE
            MOVE 'N' TO WS-FOLIO-HALLADO
            OPEN INPUT F-BITACORA
            IF WS-STATUS-BITACORA NOT = '00'
                DISPLAY 'No hay constancias expedidas' UPON CONSOLE
                GO TO 060-VERIFICAR-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO OR FOLIO-HALLADO
                READ F-BITACORA INTO WS-REG-BITACORA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF BIT-FOLIO = WS-FOLIO-BUSCADO
                            MOVE 'S' TO WS-FOLIO-HALLADO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-BITACORA
            IF NOT FOLIO-HALLADO
                DISPLAY 'El folio ' WS-FOLIO-BUSCADO
                    ' NO corresponde a una constancia expedida'
                    UPON CONSOLE
                GO TO 060-VERIFICAR-SAL
            END-IF
            MOVE SPACES TO WS-NOMBRE-COMPLETO
            OPEN INPUT F-EMPLEADOS
            IF EMP-OK
                MOVE BIT-EMP TO EMP-ID-REG
                READ F-EMPLEADOS
                    NOT INVALID KEY
                        STRING REG-NOMBRE DELIMITED BY '  '
                            ' ' DELIMITED BY SIZE
                            REG-APE-PATERNO DELIMITED BY '  '
                            ' ' DELIMITED BY SIZE
                            REG-APE-MATERNO DELIMITED BY '  '
                            INTO WS-NOMBRE-COMPLETO
                END-READ
                CLOSE F-EMPLEADOS
            END-IF
            DISPLAY 'Folio ' BIT-FOLIO ' expedido el ' BIT-FECHA
                ' a las ' BIT-HORA ' por ' BIT-OPERADOR UPON CONSOLE
            DISPLAY 'Empleado ' BIT-EMP ' ' WS-NOMBRE-COMPLETO
                UPON CONSOLE
            DISPLAY 'Solicitada por: ' BIT-SOLICITANTE UPON CONSOLE
            IF BIT-CON-SALARIO
                MOVE BIT-MENSUAL TO WS-MENSUAL-ED
                DISPLAY 'Salario mensual declarado: ' WS-MENSUAL-ED
                    UPON CONSOLE
            ELSE
                DISPLAY 'La constancia no declara salario'
                    UPON CONSOLE
            END-IF.
       060-VERIFICAR-SAL.
            EXIT.

       070-TOMAR-FOLIO.
      *    Serie consecutiva: lee el ultimo folio usado, lo avanza y
      *    lo regraba de inmediato para que una caida no repita folio
            MOVE ZEROS TO WS-FOLIO-ACTUAL
            OPEN INPUT F-FOLIO
            IF WS-STATUS-FOLIO = '00'
                READ F-FOLIO
                    AT END
                        MOVE ZEROS TO WS-FOLIO-ACTUAL
                    NOT AT END
                        MOVE REG-FOLIO TO WS-FOLIO-ACTUAL
                END-READ
                CLOSE F-FOLIO
            END-IF
            ADD 1 TO WS-FOLIO-ACTUAL
            OPEN OUTPUT F-FOLIO
            MOVE WS-FOLIO-ACTUAL TO REG-FOLIO
            WRITE REG-FOLIO
            CLOSE F-FOLIO.
       070-TOMAR-FOLIO-SAL.
            EXIT.

       080-FECHA-LARGA.
      *    WS-FL-DIA/MES/ANHO a DD DE MES DE AAAA
            MOVE SPACES TO WS-FL-TEXTO
            IF WS-FL-MES < 1 OR WS-FL-MES > 12
                GO TO 080-FECHA-LARGA-SAL
            END-IF
            STRING WS-FL-DIA DELIMITED BY SIZE
                ' DE ' DELIMITED BY SIZE
                WS-MES-NOMBRE(WS-FL-MES) DELIMITED BY SPACE
                ' DE ' DELIMITED BY SIZE
                WS-FL-ANHO DELIMITED BY SIZE
                INTO WS-FL-TEXTO.
       080-FECHA-LARGA-SAL.
            EXIT.

       END PROGRAM PRG01145.
