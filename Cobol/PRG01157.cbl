       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01157.
      *  Cierre anual con lista de control: lleva por compañia y año
      *  la lista de los pasos de fin de año (aguinaldo PRG01041,
      *  distribucion del fondo de ahorro PRG01071, cierre de los
      *  periodos PRG01079, constancias PRG01064, version de la tabla
      *  de deducciones del año siguiente PRG01037, feriados PRG01101
      *  y calendarios PRG01046 del año siguiente y archivado del
      *  registro PRG01081) en la bitacora CIERREAN.TXT, donde el
      *  ultimo renglon del paso manda como en PERCIER.TXT, asi que
      *  el cierre se puede llevar en varios dias y retomar donde se
      *  quedo; antes de correr un paso revisa que sus predecesores
      *  esten completos u omitidos y sus condiciones en los propios
      *  archivos, lo llama como el calendarizador PRG01059 (falla
      *  si no carga o regresa codigo distinto de cero) y al
      *  regresar busca en los archivos la evidencia de que el paso
      *  se hizo: sin evidencia queda ejecutado y la opcion de
      *  verificar lo completa despues (p.ej. cuando el lote de
      *  PRG01019 ya emitio los cheques de AGUINPAG.TXT); solo los
      *  pasos opcionales se pueden omitir, con motivo, y el año solo
      *  lo cierra un operador nivel 3 cuando todos los obligatorios
      *  estan completos y su evidencia se vuelve a encontrar en los
      *  archivos; el cierre queda en la auditoria de tablas via
      *  PRG01095 - LCG 15 OCT 26
      *  Trazado del renglon: COMPANIA(2) ANHO(4) PASO(2, 00 es el
      *  año) ESTADO(1 I iniciado, C completo, E ejecutado sin
      *  evidencia, F fallido, O omitido, X año cerrado) OPERADOR(8)
      *  FECHA(8) HORA(8) NOTA(40)
      *  Los pasos de periodos, tablas, feriados, calendarios y fondo
      *  son del sistema entero; la compañia filtra la evidencia de
      *  los cheques (aguinaldo y archivado)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CIERRE ASSIGN TO "CIERREAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CIERRE.
           SELECT F-REGISTRO ASSIGN TO "REGCHEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS WS-STATUS-REGISTRO.
           SELECT F-CHQFISC ASSIGN TO "CHQFISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFS-NUMERO
               FILE STATUS IS WS-STATUS-CHQFISC.
           SELECT F-FONDOLED ASSIGN TO "FONDOLED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FONDOLED.
           SELECT F-CALENDARIO ASSIGN TO "PERIODOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALENDARIO.
           SELECT F-PERCIER ASSIGN TO "PERCIER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERCIER.
           SELECT F-CONSTANCIAS ASSIGN TO "CONSTANC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONSTANCIAS.
           SELECT F-VERSIONES ASSIGN TO "DEDUCVER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VERSIONES.
           SELECT F-FERIADOS ASSIGN TO "FERIADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIADOS.
           SELECT F-OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUS-OPERADORES.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CIERRE.
       01 REG-CIERRE                 PIC X(73).
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-CHQFISC.
       COPY CHQFISC.
       FD  F-FONDOLED.
       01 REG-FONDOLED               PIC X(47).
       FD  F-CALENDARIO.
       01 REG-CALENDARIO             PIC X(31).
       FD  F-PERCIER.
       01 REG-PERCIER                PIC X(54).
       FD  F-CONSTANCIAS.
       01 REG-CONSTANCIA             PIC X(120).
       FD  F-VERSIONES.
       01 REG-VERSION                PIC X(52).
       FD  F-FERIADOS.
       01 REG-FERIADO                PIC X(39).
       FD  F-OPERADORES.
       COPY OPERCAT.
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CIERRE           PIC XX VALUE '00'.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-CHQFISC          PIC XX VALUE '00'.
           88 FISCAL-OK              VALUE '00'.
       01 WS-STATUS-FONDOLED         PIC XX VALUE '00'.
       01 WS-STATUS-CALENDARIO       PIC XX VALUE '00'.
       01 WS-STATUS-PERCIER          PIC XX VALUE '00'.
       01 WS-STATUS-CONSTANCIAS      PIC XX VALUE '00'.
       01 WS-STATUS-VERSIONES        PIC XX VALUE '00'.
       01 WS-STATUS-FERIADOS         PIC XX VALUE '00'.
       01 WS-STATUS-OPERADORES      PIC XX VALUE '00'.
           88 OPE-OK                 VALUE '00'.
           88 OPE-SIN-ARCHIVO        VALUE '35'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'L'.
           88 OPCION-EJECUTAR        VALUE 'E'.
           88 OPCION-VERIFICAR       VALUE 'V'.
           88 OPCION-OMITIR          VALUE 'O'.
           88 OPCION-CERRAR          VALUE 'C'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-OPERADOR                PIC X(8) VALUE 'CONSOLA'.
       01 WS-NIVEL-OPERADOR          PIC 9 VALUE ZEROS.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-FECHA-DES REDEFINES WS-FECHA-HORA.
           05 WS-FD-ANHO             PIC 9(4).
           05 WS-FD-MES              PIC 99.
           05 FILLER                 PIC X(10).
       01 WS-COMPANIA                PIC 99 VALUE ZEROS.
       01 WS-ANHO                    PIC 9(4) VALUE ZEROS.
       01 WS-ANHO-SIGUIENTE          PIC 9(4) VALUE ZEROS.
       01 WS-FECHA-DESDE             PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-HASTA             PIC 9(8) VALUE ZEROS.
       01 WS-COMPANIA-CHQ            PIC 99 VALUE ZEROS.
      *    Pasos del cierre: numero, programa, obligatorio (S/N), dos
      *    predecesores (00 sin predecesor) y descripcion
       01 WS-PASOS-DEF.
           05 FILLER                 PIC X(45) VALUE
               '01PRG01041S0000AGUINALDO DEL ANHO            '.
           05 FILLER                 PIC X(45) VALUE
               '02PRG01071N0000DISTRIBUCION FONDO DE AHORRO  '.
           05 FILLER                 PIC X(45) VALUE
               '03PRG01079S0102CIERRE DE PERIODOS DEL ANHO   '.
           05 FILLER                 PIC X(45) VALUE
               '04PRG01064S0300CONSTANCIAS ANUALES           '.
           05 FILLER                 PIC X(45) VALUE
               '05PRG01037S0000DEDUCCIONES DEL ANHO SIGUIENTE'.
           05 FILLER                 PIC X(45) VALUE
               '06PRG01101S0000FERIADOS DEL ANHO SIGUIENTE   '.
           05 FILLER                 PIC X(45) VALUE
               '07PRG01046S0600CALENDARIOS ANHO SIGUIENTE    '.
           05 FILLER                 PIC X(45) VALUE
               '08PRG01081S0403ARCHIVO DEL REGISTRO          '.
       01 WS-PASOS-TABLA REDEFINES WS-PASOS-DEF.
           05 WS-PA-ENT OCCURS 8 TIMES.
               10 WS-PA-PASO         PIC 99.
               10 WS-PA-PROGRAMA     PIC X(8).
               10 WS-PA-OBLIGATORIO  PIC X.
               10 WS-PA-DEPENDE      PIC 99 OCCURS 2 TIMES.
               10 WS-PA-DESCRIPCION  PIC X(30).
       01 WS-PASOS-NUM               PIC 99 VALUE 8.
      *    Estado vigente de cada paso segun CIERREAN.TXT
       01 WS-ESTADOS-TABLA.
           05 WS-ES-ENT OCCURS 8 TIMES.
               10 WS-ES-ESTADO       PIC X.
               10 WS-ES-OPERADOR     PIC X(8).
               10 WS-ES-FECHA        PIC 9(8).
               10 WS-ES-NOTA         PIC X(40).
       01 WS-ANHO-CERRADO            PIC X VALUE 'N'.
           88 ANHO-CERRADO           VALUE 'S'.
       01 WS-CERRO-OPERADOR          PIC X(8) VALUE SPACES.
       01 WS-CERRO-FECHA             PIC 9(8) VALUE ZEROS.
       01 WS-REG-CIE.
           05 CIE-COMPANIA           PIC 99.
           05 CIE-ANHO               PIC 9(4).
           05 CIE-PASO               PIC 99.
           05 CIE-ESTADO             PIC X.
           05 CIE-OPERADOR           PIC X(8).
           05 CIE-FECHA              PIC 9(8).
           05 CIE-HORA               PIC 9(8).
           05 CIE-NOTA               PIC X(40).
       01 WS-PX                      PIC 99 VALUE ZEROS.
       01 WS-DX                      PIC 9 VALUE ZEROS.
       01 WS-DEP                     PIC 99 VALUE ZEROS.
       01 WS-AS-PASO                 PIC 99 VALUE ZEROS.
       01 WS-AS-ESTADO               PIC X VALUE SPACE.
       01 WS-NOTA                    PIC X(40) VALUE SPACES.
       01 WS-MOTIVO                  PIC X(30) VALUE SPACES.
       01 WS-ESTADO-ED               PIC X(12) VALUE SPACES.
       01 WS-PRE-OK                  PIC X VALUE 'S'.
           88 PRE-CUMPLE             VALUE 'S'.
       01 WS-EVIDENCIA               PIC X VALUE 'N'.
           88 HAY-EVIDENCIA          VALUE 'S'.
       01 WS-FALTANTES               PIC 99 VALUE ZEROS.
       01 WS-CONTADOR                PIC 9(7) VALUE ZEROS.
       01 WS-CONTADOR2               PIC 9(7) VALUE ZEROS.
       01 WS-ED-CONTADOR             PIC Z(6)9.
       01 WS-ED-CONTADOR2            PIC Z(6)9.
       01 WS-RC-ED                   PIC -(4)9.
      *    Renglones de los archivos de evidencia
       01 WS-REN-FONDO.
           05 WS-FON-EMP             PIC 9(6).
           05 WS-FON-FECHA           PIC 9(8).
           05 WS-FON-PERIODO         PIC 9(6).
           05 WS-FON-TIPO            PIC X.
           05 FILLER                 PIC X(26).
       01 WS-REN-CALENDARIO.
           05 WS-CAL-ANHO            PIC 9(4).
           05 WS-CAL-NUMERO          PIC 99.
           05 WS-CAL-INICIO          PIC 9(8).
           05 WS-CAL-FIN             PIC 9(8).
           05 WS-CAL-PAGO            PIC 9(8).
           05 WS-CAL-FRECUENCIA      PIC X.
       01 WS-REN-PERCIER.
           05 WS-PCR-PERIODO.
               10 WS-PCR-ANHO        PIC 9(4).
               10 WS-PCR-NUMERO      PIC 99.
           05 WS-PCR-ESTADO          PIC X.
           05 WS-PCR-OPERADOR        PIC X(8).
           05 WS-PCR-FECHA           PIC 9(8).
           05 WS-PCR-MOTIVO          PIC X(30).
           05 WS-PCR-FRECUENCIA      PIC X.
       01 WS-REN-VERSION.
           05 WS-VER-VIGENCIA        PIC 9(8).
           05 WS-VER-PAYLOAD         PIC X(44).
       01 WS-REN-FERIADO.
           05 WS-FER-TIPO            PIC X.
           05 WS-FER-ANHO            PIC 9999.
           05 WS-FER-MES             PIC 99.
           05 WS-FER-DIA             PIC 99.
           05 WS-FER-DESCRIPCION     PIC X(30).
       01 WS-CONSTANCIA-CLAVE        PIC X(21) VALUE SPACES.
      *    Periodos del año y su ultimo estado en PERCIER.TXT
       01 WS-TABLA-PERIODOS.
           05 WS-PE-NUM              PIC 9(3) VALUE ZEROS.
           05 WS-PE-ENT OCCURS 120 TIMES.
               10 WS-PE-NUMERO       PIC 99.
               10 WS-PE-FRECUENCIA   PIC X.
               10 WS-PE-ESTADO       PIC X.
       01 WS-PE-IDX                  PIC 9(3) VALUE ZEROS.
      *    Frecuencias con calendario (posiciones S, Q y M)
       01 WS-FREC-ACTUAL             PIC X(3) VALUE SPACES.
       01 WS-FREC-SIGUIENTE          PIC X(3) VALUE SPACES.
       01 WS-FREC-POS                PIC 9 VALUE ZEROS.
       01 WS-FREC-LETRAS             PIC X(3) VALUE 'SQM'.
       01 WS-FREC-ROW                PIC X VALUE 'Q'.
      *    Auditoria del cierre del año
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'CIERREAN.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'CIERRE'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            PERFORM 045-OPERADOR-FIRMADO
               THRU
               045-OPERADOR-FIRMADO-SAL
            PERFORM 020-PARAMETROS
               THRU
               020-PARAMETROS-SAL
            PERFORM 015-SESION
               THRU
               015-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       015-SESION.
            PERFORM 030-CARGAR-ESTADO
               THRU
               030-CARGAR-ESTADO-SAL
            PERFORM 060-MOSTRAR-LISTA
               THRU
               060-MOSTRAR-LISTA-SAL
            DISPLAY 'Cierre anual: (E)jecutar paso, (V)erificar '
                'contra archivos, (O)mitir paso opcional, (C)errar '
                'el año: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-EJECUTAR
                    PERFORM 040-EJECUTAR-PASO
                       THRU
                       040-EJECUTAR-PASO-SAL
                WHEN OPCION-VERIFICAR
                    PERFORM 070-VERIFICAR-PASOS
                       THRU
                       070-VERIFICAR-PASOS-SAL
                WHEN OPCION-OMITIR
                    PERFORM 075-OMITIR-PASO
                       THRU
                       075-OMITIR-PASO-SAL
                WHEN OPCION-CERRAR
                    PERFORM 080-CERRAR-ANHO
                       THRU
                       080-CERRAR-ANHO-SAL
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       015-SESION-SAL.
            EXIT.

       020-PARAMETROS.
      *    Por omision el año en curso desde julio, antes el anterior
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            MOVE WS-FD-ANHO TO WS-ANHO
            IF WS-FD-MES < 7
                SUBTRACT 1 FROM WS-ANHO
            END-IF
            DISPLAY 'Compañia (Enter: 01): ' UPON CONSOLE
            ACCEPT WS-COMPANIA FROM CONSOLE
            IF WS-COMPANIA NOT NUMERIC OR WS-COMPANIA = ZEROS
                MOVE 1 TO WS-COMPANIA
            END-IF
            DISPLAY 'Año a cerrar AAAA (Enter: ' WS-ANHO '): '
                UPON CONSOLE
            ACCEPT WS-ANHO-SIGUIENTE FROM CONSOLE
            IF WS-ANHO-SIGUIENTE NUMERIC
                AND WS-ANHO-SIGUIENTE > 1900
                MOVE WS-ANHO-SIGUIENTE TO WS-ANHO
            END-IF
            COMPUTE WS-ANHO-SIGUIENTE = WS-ANHO + 1
            COMPUTE WS-FECHA-DESDE = (WS-ANHO * 10000) + 101
            COMPUTE WS-FECHA-HASTA = (WS-ANHO * 10000) + 1231.
       020-PARAMETROS-SAL.
            EXIT.

       030-CARGAR-ESTADO.
      *    El ultimo renglon de cada paso de la compañia y el año
      *    manda; sin renglones el paso esta pendiente
            PERFORM VARYING WS-PX FROM 1 BY 1
                UNTIL WS-PX > WS-PASOS-NUM
                MOVE 'P' TO WS-ES-ESTADO(WS-PX)
                MOVE SPACES TO WS-ES-OPERADOR(WS-PX)
                MOVE ZEROS TO WS-ES-FECHA(WS-PX)
                MOVE SPACES TO WS-ES-NOTA(WS-PX)
            END-PERFORM
            MOVE 'N' TO WS-ANHO-CERRADO
            OPEN INPUT F-CIERRE
            IF WS-STATUS-CIERRE NOT = '00'
                GO TO 030-CARGAR-ESTADO-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CIERRE INTO WS-REG-CIE
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 035-APLICAR-RENGLON
                           THRU
                           035-APLICAR-RENGLON-SAL
                END-READ
            END-PERFORM
            CLOSE F-CIERRE.
       030-CARGAR-ESTADO-SAL.
            EXIT.

       035-APLICAR-RENGLON.
            IF CIE-COMPANIA NOT = WS-COMPANIA
                OR CIE-ANHO NOT = WS-ANHO
                OR CIE-PASO NOT NUMERIC
                GO TO 035-APLICAR-RENGLON-SAL
            END-IF
            IF CIE-PASO = ZEROS
                IF CIE-ESTADO = 'X'
                    MOVE 'S' TO WS-ANHO-CERRADO
                    MOVE CIE-OPERADOR TO WS-CERRO-OPERADOR
                    MOVE CIE-FECHA TO WS-CERRO-FECHA
                END-IF
                GO TO 035-APLICAR-RENGLON-SAL
            END-IF
            IF CIE-PASO > WS-PASOS-NUM
                GO TO 035-APLICAR-RENGLON-SAL
            END-IF
            MOVE CIE-ESTADO TO WS-ES-ESTADO(CIE-PASO)
            MOVE CIE-OPERADOR TO WS-ES-OPERADOR(CIE-PASO)
            MOVE CIE-FECHA TO WS-ES-FECHA(CIE-PASO)
            MOVE CIE-NOTA TO WS-ES-NOTA(CIE-PASO).
       035-APLICAR-RENGLON-SAL.
            EXIT.

       040-EJECUTAR-PASO.
            IF ANHO-CERRADO
                DISPLAY 'El año ' WS-ANHO ' ya esta cerrado'
                    UPON CONSOLE
                GO TO 040-EJECUTAR-PASO-SAL
            END-IF
            IF WS-NIVEL-OPERADOR < 2
                DISPLAY 'Los pasos del cierre requieren nivel 2 '
                    '(firmado: ' WS-OPERADOR ')' UPON CONSOLE
                GO TO 040-EJECUTAR-PASO-SAL
            END-IF
            DISPLAY 'Paso a ejecutar (01-08): ' UPON CONSOLE
            ACCEPT WS-PX FROM CONSOLE
            IF WS-PX NOT NUMERIC OR WS-PX = ZEROS
                OR WS-PX > WS-PASOS-NUM
                DISPLAY 'Paso invalido' UPON CONSOLE
                GO TO 040-EJECUTAR-PASO-SAL
            END-IF
            IF WS-ES-ESTADO(WS-PX) = 'C'
                DISPLAY 'El paso ya esta completo; ¿correrlo de '
                    'nuevo? (S/N): ' UPON CONSOLE
                ACCEPT WS-CONFIRMA FROM CONSOLE
                IF WS-CONFIRMA NOT = 'S'
                    GO TO 040-EJECUTAR-PASO-SAL
                END-IF
            END-IF
            PERFORM 050-PRECONDICIONES
               THRU
               050-PRECONDICIONES-SAL
            IF NOT PRE-CUMPLE
                DISPLAY 'No se corre el paso ' WS-PX ': ' WS-NOTA
                    UPON CONSOLE
                GO TO 040-EJECUTAR-PASO-SAL
            END-IF
      *    El renglon de inicio deja constancia aunque el paso no
      *    regrese (se retoma verificando en otra sesion)
            MOVE WS-PX TO WS-AS-PASO
            MOVE 'I' TO WS-AS-ESTADO
            MOVE SPACES TO WS-NOTA
            STRING 'INICIADO ' WS-PA-PROGRAMA(WS-PX)
                DELIMITED BY SIZE
                INTO WS-NOTA
            PERFORM 090-ASENTAR
               THRU
               090-ASENTAR-SAL
            DISPLAY 'Corriendo paso ' WS-PX ': '
                WS-PA-PROGRAMA(WS-PX) ' ' WS-PA-DESCRIPCION(WS-PX)
                UPON CONSOLE
            DISPLAY '  (conteste sus preguntas para el año ' WS-ANHO
                ' o ' WS-ANHO-SIGUIENTE ' segun el paso)' UPON CONSOLE
            MOVE 'C' TO WS-AS-ESTADO
            MOVE ZERO TO RETURN-CODE
            CALL WS-PA-PROGRAMA(WS-PX)
                ON EXCEPTION
                    MOVE 'F' TO WS-AS-ESTADO
                    MOVE 'NO SE PUDO CARGAR EL PROGRAMA' TO WS-NOTA
            END-CALL
            IF WS-AS-ESTADO = 'C' AND RETURN-CODE NOT = ZERO
                MOVE 'F' TO WS-AS-ESTADO
                MOVE RETURN-CODE TO WS-RC-ED
                MOVE SPACES TO WS-NOTA
                STRING 'TERMINO CON CODIGO DE RETORNO ' WS-RC-ED
                    DELIMITED BY SIZE
                    INTO WS-NOTA
                MOVE ZERO TO RETURN-CODE
            END-IF
            IF WS-AS-ESTADO = 'C'
                PERFORM 200-EVIDENCIA
                   THRU
                   200-EVIDENCIA-SAL
                IF NOT HAY-EVIDENCIA
                    MOVE 'E' TO WS-AS-ESTADO
                END-IF
            END-IF
            PERFORM 090-ASENTAR
               THRU
               090-ASENTAR-SAL
            PERFORM 065-DESCRIBIR-ESTADO
               THRU
               065-DESCRIBIR-ESTADO-SAL
            DISPLAY 'Paso ' WS-PX ' ' WS-ESTADO-ED ': ' WS-NOTA
                UPON CONSOLE.
       040-EJECUTAR-PASO-SAL.
            EXIT.

       045-OPERADOR-FIRMADO.
            MOVE 'CONSOLA' TO WS-OPERADOR
            MOVE 3 TO WS-NIVEL-OPERADOR
            OPEN INPUT F-OPSESION
            IF WS-STATUS-OPSESION = '00'
                READ F-OPSESION INTO WS-OPERADOR
                    AT END
                        MOVE 'CONSOLA' TO WS-OPERADOR
                END-READ
                CLOSE F-OPSESION
            END-IF
            OPEN INPUT F-OPERADORES
            IF OPE-OK
                MOVE WS-OPERADOR TO OPE-ID
                READ F-OPERADORES
                    INVALID KEY
                        MOVE ZEROS TO WS-NIVEL-OPERADOR
                    NOT INVALID KEY
                        MOVE OPE-NIVEL TO WS-NIVEL-OPERADOR
                END-READ
                CLOSE F-OPERADORES
            ELSE
                IF NOT OPE-SIN-ARCHIVO
      *            Archivo dañado o con trazado anterior: sin nivel
                    DISPLAY 'Error: OPERADOR.DAT no abre, status '
                        WS-STATUS-OPERADORES UPON CONSOLE
                    MOVE ZEROS TO WS-NIVEL-OPERADOR
                END-IF
            END-IF.
       045-OPERADOR-FIRMADO-SAL.
            EXIT.

       050-PRECONDICIONES.
      *    Predecesores completos u omitidos, y las condiciones del
      *    paso en sus archivos
            MOVE 'S' TO WS-PRE-OK
            MOVE SPACES TO WS-NOTA
            PERFORM VARYING WS-DX FROM 1 BY 1
                UNTIL WS-DX > 2 OR NOT PRE-CUMPLE
                MOVE WS-PA-DEPENDE(WS-PX, WS-DX) TO WS-DEP
                IF WS-DEP > ZEROS
                    IF WS-ES-ESTADO(WS-DEP) NOT = 'C'
                        AND WS-ES-ESTADO(WS-DEP) NOT = 'O'
                        MOVE 'N' TO WS-PRE-OK
                        STRING 'FALTA COMPLETAR U OMITIR EL PASO '
                            WS-DEP
                            DELIMITED BY SIZE
                            INTO WS-NOTA
                    END-IF
                END-IF
            END-PERFORM
            IF NOT PRE-CUMPLE
                GO TO 050-PRECONDICIONES-SAL
            END-IF
            EVALUATE WS-PX
                WHEN 2
      *            Sin libro del fondo no hay nada que distribuir
                    OPEN INPUT F-FONDOLED
                    IF WS-STATUS-FONDOLED = '00'
                        CLOSE F-FONDOLED
                    ELSE
                        MOVE 'N' TO WS-PRE-OK
                        MOVE 'SIN FONDOLED.TXT; OMITA EL PASO'
                            TO WS-NOTA
                    END-IF
                WHEN 3
                    PERFORM 235-CARGAR-PERIODOS
                       THRU
                       235-CARGAR-PERIODOS-SAL
                    IF WS-PE-NUM = ZEROS
                        MOVE 'N' TO WS-PRE-OK
                        MOVE 'SIN CALENDARIO DEL ANHO EN PERIODOS.TXT'
                            TO WS-NOTA
                    END-IF
                WHEN 7
                    PERFORM 275-FRECUENCIAS
                       THRU
                       275-FRECUENCIAS-SAL
                    IF WS-FREC-ACTUAL = SPACES
                        MOVE 'N' TO WS-PRE-OK
                        MOVE 'SIN CALENDARIO DEL ANHO EN PERIODOS.TXT'
                            TO WS-NOTA
                    END-IF
                WHEN 8
                    OPEN INPUT F-REGISTRO
                    IF REGISTRO-OK
                        CLOSE F-REGISTRO
                    ELSE
                        MOVE 'N' TO WS-PRE-OK
                        MOVE 'REGCHEQ.DAT NO ABRE' TO WS-NOTA
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       050-PRECONDICIONES-SAL.
            EXIT.

       060-MOSTRAR-LISTA.
            DISPLAY ' -- CIERRE ANUAL COMPAÑIA ' WS-COMPANIA ' AÑO '
                WS-ANHO ' --' UPON CONSOLE
            PERFORM VARYING WS-PX FROM 1 BY 1
                UNTIL WS-PX > WS-PASOS-NUM
                PERFORM 065-DESCRIBIR-ESTADO
                   THRU
                   065-DESCRIBIR-ESTADO-SAL
                IF WS-PA-OBLIGATORIO(WS-PX) = 'S'
                    MOVE 'OBLIG' TO WS-MOTIVO
                ELSE
                    MOVE 'OPC' TO WS-MOTIVO
                END-IF
                DISPLAY ' ' WS-PX ' ' WS-PA-PROGRAMA(WS-PX) ' '
                    WS-MOTIVO(1:5) ' ' WS-PA-DESCRIPCION(WS-PX) ' '
                    WS-ESTADO-ED UPON CONSOLE
                IF WS-ES-ESTADO(WS-PX) NOT = 'P'
                    DISPLAY '      ' WS-ES-OPERADOR(WS-PX) ' '
                        WS-ES-FECHA(WS-PX) ' ' WS-ES-NOTA(WS-PX)
                        UPON CONSOLE
                END-IF
            END-PERFORM
            IF ANHO-CERRADO
                DISPLAY ' AÑO CERRADO por ' WS-CERRO-OPERADOR ' el '
                    WS-CERRO-FECHA UPON CONSOLE
            END-IF.
       060-MOSTRAR-LISTA-SAL.
            EXIT.

       065-DESCRIBIR-ESTADO.
            EVALUATE WS-ES-ESTADO(WS-PX)
                WHEN 'I'
                    MOVE 'INICIADO' TO WS-ESTADO-ED
                WHEN 'C'
                    MOVE 'COMPLETO' TO WS-ESTADO-ED
                WHEN 'E'
                    MOVE 'SIN EVIDENCIA' TO WS-ESTADO-ED
                WHEN 'F'
                    MOVE 'FALLIDO' TO WS-ESTADO-ED
                WHEN 'O'
                    MOVE 'OMITIDO' TO WS-ESTADO-ED
                WHEN OTHER
                    MOVE 'PENDIENTE' TO WS-ESTADO-ED
            END-EVALUATE.
       065-DESCRIBIR-ESTADO-SAL.
            EXIT.

       070-VERIFICAR-PASOS.
      *    Completa los pasos cuya evidencia ya esta en los archivos
      *    (corridos despues del regreso o fuera de este programa) y
      *    avisa de los completos que ya no la tienen
            IF ANHO-CERRADO
                DISPLAY 'El año ' WS-ANHO ' ya esta cerrado'
                    UPON CONSOLE
                GO TO 070-VERIFICAR-PASOS-SAL
            END-IF
            PERFORM 072-VERIFICAR-UNO
               THRU
               072-VERIFICAR-UNO-SAL
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PASOS-NUM.
       070-VERIFICAR-PASOS-SAL.
            EXIT.

       072-VERIFICAR-UNO.
            IF WS-ES-ESTADO(WS-PX) = 'O'
                GO TO 072-VERIFICAR-UNO-SAL
            END-IF
            PERFORM 200-EVIDENCIA
               THRU
               200-EVIDENCIA-SAL
            IF HAY-EVIDENCIA
                IF WS-ES-ESTADO(WS-PX) NOT = 'C'
                    MOVE WS-PX TO WS-AS-PASO
                    MOVE 'C' TO WS-AS-ESTADO
                    PERFORM 090-ASENTAR
                       THRU
                       090-ASENTAR-SAL
                END-IF
                DISPLAY 'Paso ' WS-PX ' COMPLETO: ' WS-NOTA
                    UPON CONSOLE
            ELSE
                IF WS-ES-ESTADO(WS-PX) = 'C'
                    DISPLAY 'Paso ' WS-PX ' AVISO, completo pero sin '
                        'evidencia actual: ' WS-NOTA UPON CONSOLE
                ELSE
                    DISPLAY 'Paso ' WS-PX ' pendiente: ' WS-NOTA
                        UPON CONSOLE
                END-IF
            END-IF.
       072-VERIFICAR-UNO-SAL.
            EXIT.

       075-OMITIR-PASO.
            IF ANHO-CERRADO
                DISPLAY 'El año ' WS-ANHO ' ya esta cerrado'
                    UPON CONSOLE
                GO TO 075-OMITIR-PASO-SAL
            END-IF
            IF WS-NIVEL-OPERADOR < 2
                DISPLAY 'Omitir un paso requiere nivel 2 (firmado: '
                    WS-OPERADOR ')' UPON CONSOLE
                GO TO 075-OMITIR-PASO-SAL
            END-IF
            DISPLAY 'Paso a omitir: ' UPON CONSOLE
            ACCEPT WS-PX FROM CONSOLE
            IF WS-PX NOT NUMERIC OR WS-PX = ZEROS
                OR WS-PX > WS-PASOS-NUM
                DISPLAY 'Paso invalido' UPON CONSOLE
                GO TO 075-OMITIR-PASO-SAL
            END-IF
            IF WS-PA-OBLIGATORIO(WS-PX) = 'S'
                DISPLAY 'El paso ' WS-PX ' es obligatorio y no se '
                    'puede omitir' UPON CONSOLE
                GO TO 075-OMITIR-PASO-SAL
            END-IF
            IF WS-ES-ESTADO(WS-PX) = 'C'
                DISPLAY 'El paso ya esta completo' UPON CONSOLE
                GO TO 075-OMITIR-PASO-SAL
            END-IF
            DISPLAY 'Motivo de la omision: ' UPON CONSOLE
            ACCEPT WS-MOTIVO FROM CONSOLE
            IF WS-MOTIVO = SPACES
                DISPLAY 'El motivo es obligatorio' UPON CONSOLE
                GO TO 075-OMITIR-PASO-SAL
            END-IF
            MOVE WS-PX TO WS-AS-PASO
            MOVE 'O' TO WS-AS-ESTADO
            MOVE SPACES TO WS-NOTA
            STRING 'OMITIDO: ' WS-MOTIVO
                DELIMITED BY SIZE
                INTO WS-NOTA
            PERFORM 090-ASENTAR
               THRU
               090-ASENTAR-SAL
            DISPLAY 'Paso ' WS-PX ' omitido' UPON CONSOLE.
       075-OMITIR-PASO-SAL.
            EXIT.

       080-CERRAR-ANHO.
            IF ANHO-CERRADO
                DISPLAY 'El año ' WS-ANHO ' ya esta cerrado'
                    UPON CONSOLE
                GO TO 080-CERRAR-ANHO-SAL
            END-IF
            IF WS-NIVEL-OPERADOR < 3
                DISPLAY 'Solo un operador nivel 3 puede cerrar el año '
                    '(firmado: ' WS-OPERADOR ')' UPON CONSOLE
                GO TO 080-CERRAR-ANHO-SAL
            END-IF
      *    Cada obligatorio debe estar completo y su evidencia debe
      *    seguir en los archivos (un periodo reabierto, p.ej.,
      *    impide el cierre)
            MOVE ZEROS TO WS-FALTANTES
            PERFORM 085-REVISAR-OBLIGATORIO
               THRU
               085-REVISAR-OBLIGATORIO-SAL
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PASOS-NUM
            IF WS-FALTANTES > ZEROS
                DISPLAY 'El año NO se cierra: ' WS-FALTANTES
                    ' paso(s) obligatorio(s) sin completar'
                    UPON CONSOLE
                GO TO 080-CERRAR-ANHO-SAL
            END-IF
            DISPLAY 'Todos los pasos obligatorios completos; '
                '¿cerrar el año ' WS-ANHO '? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF WS-CONFIRMA NOT = 'S'
                GO TO 080-CERRAR-ANHO-SAL
            END-IF
            MOVE ZEROS TO WS-AS-PASO
            MOVE 'X' TO WS-AS-ESTADO
            MOVE 'AÑO CERRADO' TO WS-NOTA
            PERFORM 090-ASENTAR
               THRU
               090-ASENTAR-SAL
            MOVE SPACES TO WS-TAB-ANTES
            STRING 'CIA=' WS-COMPANIA ' ANHO=' WS-ANHO ' ABIERTO'
                DELIMITED BY SIZE
                INTO WS-TAB-ANTES
            MOVE SPACES TO WS-TAB-DESPUES
            STRING 'CIA=' WS-COMPANIA ' ANHO=' WS-ANHO ' CERRADO'
                DELIMITED BY SIZE
                INTO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Año ' WS-ANHO ' de la compañia ' WS-COMPANIA
                ' CERRADO' UPON CONSOLE.
       080-CERRAR-ANHO-SAL.
            EXIT.

       085-REVISAR-OBLIGATORIO.
            IF WS-PA-OBLIGATORIO(WS-PX) NOT = 'S'
                GO TO 085-REVISAR-OBLIGATORIO-SAL
            END-IF
            IF WS-ES-ESTADO(WS-PX) NOT = 'C'
                ADD 1 TO WS-FALTANTES
                PERFORM 065-DESCRIBIR-ESTADO
                   THRU
                   065-DESCRIBIR-ESTADO-SAL
                DISPLAY '  Paso ' WS-PX ' ' WS-PA-DESCRIPCION(WS-PX)
                    ' ' WS-ESTADO-ED UPON CONSOLE
                GO TO 085-REVISAR-OBLIGATORIO-SAL
            END-IF
            PERFORM 200-EVIDENCIA
               THRU
               200-EVIDENCIA-SAL
            IF NOT HAY-EVIDENCIA
                ADD 1 TO WS-FALTANTES
                DISPLAY '  Paso ' WS-PX ' ' WS-PA-DESCRIPCION(WS-PX)
                    ' sin evidencia: ' WS-NOTA UPON CONSOLE
            END-IF.
       085-REVISAR-OBLIGATORIO-SAL.
            EXIT.

       090-ASENTAR.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            MOVE WS-COMPANIA TO CIE-COMPANIA
            MOVE WS-ANHO TO CIE-ANHO
            MOVE WS-AS-PASO TO CIE-PASO
            MOVE WS-AS-ESTADO TO CIE-ESTADO
            MOVE WS-OPERADOR TO CIE-OPERADOR
            MOVE WS-FECHA-SIS TO CIE-FECHA
            MOVE WS-HORA-SIS TO CIE-HORA
            MOVE WS-NOTA TO CIE-NOTA
            OPEN EXTEND F-CIERRE
            IF WS-STATUS-CIERRE = '35'
                OPEN OUTPUT F-CIERRE
            END-IF
            MOVE WS-REG-CIE TO REG-CIERRE
            WRITE REG-CIERRE
            CLOSE F-CIERRE
            IF WS-AS-PASO = ZEROS
                MOVE 'S' TO WS-ANHO-CERRADO
            ELSE
                MOVE WS-AS-ESTADO TO WS-ES-ESTADO(WS-AS-PASO)
                MOVE WS-OPERADOR TO WS-ES-OPERADOR(WS-AS-PASO)
                MOVE WS-FECHA-SIS TO WS-ES-FECHA(WS-AS-PASO)
                MOVE WS-NOTA TO WS-ES-NOTA(WS-AS-PASO)
            END-IF.
       090-ASENTAR-SAL.
            EXIT.

       200-EVIDENCIA.
      *    Busca en los archivos la prueba de que el paso WS-PX se
      *    hizo para el año; deja el resultado y una nota
            MOVE 'N' TO WS-EVIDENCIA
            MOVE SPACES TO WS-NOTA
            MOVE ZEROS TO WS-CONTADOR
            MOVE ZEROS TO WS-CONTADOR2
            EVALUATE WS-PX
                WHEN 1
                    PERFORM 210-EV-AGUINALDO
                       THRU
                       210-EV-AGUINALDO-SAL
                WHEN 2
                    PERFORM 220-EV-FONDO
                       THRU
                       220-EV-FONDO-SAL
                WHEN 3
                    PERFORM 230-EV-PERIODOS
                       THRU
                       230-EV-PERIODOS-SAL
                WHEN 4
                    PERFORM 240-EV-CONSTANCIAS
                       THRU
                       240-EV-CONSTANCIAS-SAL
                WHEN 5
                    PERFORM 250-EV-DEDUCCIONES
                       THRU
                       250-EV-DEDUCCIONES-SAL
                WHEN 6
                    PERFORM 260-EV-FERIADOS
                       THRU
                       260-EV-FERIADOS-SAL
                WHEN 7
                    PERFORM 270-EV-CALENDARIOS
                       THRU
                       270-EV-CALENDARIOS-SAL
                WHEN 8
                    PERFORM 280-EV-ARCHIVO
                       THRU
                       280-EV-ARCHIVO-SAL
            END-EVALUATE.
       200-EVIDENCIA-SAL.
            EXIT.

       210-EV-AGUINALDO.
      *    Cheques vivos de la compañia del año con concepto A en su
      *    complemento fiscal (los emite el lote de AGUINPAG.TXT)
            OPEN INPUT F-REGISTRO
            IF NOT REGISTRO-OK
                MOVE 'REGCHEQ.DAT NO ABRE' TO WS-NOTA
                GO TO 210-EV-AGUINALDO-SAL
            END-IF
            OPEN INPUT F-CHQFISC
            IF NOT FISCAL-OK
                CLOSE F-REGISTRO
                MOVE 'SIN COMPLEMENTO FISCAL CHQFISC.DAT' TO WS-NOTA
                GO TO 210-EV-AGUINALDO-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGISTRO NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 215-CHEQUE-AGUINALDO
                           THRU
                           215-CHEQUE-AGUINALDO-SAL
                END-READ
            END-PERFORM
            CLOSE F-REGISTRO
            CLOSE F-CHQFISC
            MOVE WS-CONTADOR TO WS-ED-CONTADOR
            IF WS-CONTADOR > ZEROS
                MOVE 'S' TO WS-EVIDENCIA
                STRING 'CHEQUES DE AGUINALDO EMITIDOS='
                    WS-ED-CONTADOR
                    DELIMITED BY SIZE
                    INTO WS-NOTA
            ELSE
                MOVE 'SIN CHEQUES DE AGUINALDO; CORRA AGUINPAG.TXT'
                    TO WS-NOTA
            END-IF.
       210-EV-AGUINALDO-SAL.
            EXIT.

       215-CHEQUE-AGUINALDO.
            IF CHQ-FECHA < WS-FECHA-DESDE OR CHQ-FECHA > WS-FECHA-HASTA
                OR CHQ-CANCELADO OR CHQ-PENDIENTE
                GO TO 215-CHEQUE-AGUINALDO-SAL
            END-IF
            MOVE 1 TO WS-COMPANIA-CHQ
            IF CHQ-COMPANIA NUMERIC AND CHQ-COMPANIA > ZEROS
                MOVE CHQ-COMPANIA TO WS-COMPANIA-CHQ
            END-IF
            IF WS-COMPANIA-CHQ NOT = WS-COMPANIA
                GO TO 215-CHEQUE-AGUINALDO-SAL
            END-IF
            MOVE CHQ-NUMERO TO CFS-NUMERO
            READ F-CHQFISC
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CFS-AGUINALDO
                        ADD 1 TO WS-CONTADOR
                    END-IF
            END-READ.
       215-CHEQUE-AGUINALDO-SAL.
            EXIT.

       220-EV-FONDO.
      *    Renglones D de la distribucion asentados de diciembre del
      *    año en adelante
            OPEN INPUT F-FONDOLED
            IF WS-STATUS-FONDOLED NOT = '00'
                MOVE 'SIN LIBRO DEL FONDO FONDOLED.TXT' TO WS-NOTA
                GO TO 220-EV-FONDO-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-FONDOLED INTO WS-REN-FONDO
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-FON-TIPO = 'D'
                            AND WS-FON-FECHA NUMERIC
                            AND WS-FON-FECHA NOT <
                                (WS-ANHO * 10000) + 1201
                            ADD 1 TO WS-CONTADOR
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-FONDOLED
            MOVE WS-CONTADOR TO WS-ED-CONTADOR
            IF WS-CONTADOR > ZEROS
                MOVE 'S' TO WS-EVIDENCIA
                STRING 'DISTRIBUCIONES ASENTADAS=' WS-ED-CONTADOR
                    DELIMITED BY SIZE
                    INTO WS-NOTA
            ELSE
                MOVE 'SIN DISTRIBUCION D EN FONDOLED.TXT' TO WS-NOTA
            END-IF.
       220-EV-FONDO-SAL.
            EXIT.

       230-EV-PERIODOS.
      *    Todo periodo del calendario del año, de cada frecuencia,
      *    con ultimo estado C en PERCIER.TXT
            PERFORM 235-CARGAR-PERIODOS
               THRU
               235-CARGAR-PERIODOS-SAL
            IF WS-PE-NUM = ZEROS
                MOVE 'SIN CALENDARIO DEL ANHO EN PERIODOS.TXT'
                    TO WS-NOTA
                GO TO 230-EV-PERIODOS-SAL
            END-IF
            OPEN INPUT F-PERCIER
            IF WS-STATUS-PERCIER = '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    MOVE SPACES TO WS-REN-PERCIER
                    READ F-PERCIER INTO WS-REN-PERCIER
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            PERFORM 237-ESTADO-PERIODO
                               THRU
                               237-ESTADO-PERIODO-SAL
                    END-READ
                END-PERFORM
                CLOSE F-PERCIER
            END-IF
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                UNTIL WS-PE-IDX > WS-PE-NUM
                IF WS-PE-ESTADO(WS-PE-IDX) = 'C'
                    ADD 1 TO WS-CONTADOR
                END-IF
            END-PERFORM
            MOVE WS-CONTADOR TO WS-ED-CONTADOR
            MOVE WS-PE-NUM TO WS-ED-CONTADOR2
            STRING 'PERIODOS CERRADOS ' WS-ED-CONTADOR ' DE '
                WS-ED-CONTADOR2
                DELIMITED BY SIZE
                INTO WS-NOTA
            IF WS-CONTADOR = WS-PE-NUM
                MOVE 'S' TO WS-EVIDENCIA
            END-IF.
       230-EV-PERIODOS-SAL.
            EXIT.

       235-CARGAR-PERIODOS.
      *    Los renglones viejos sin frecuencia son quincenales
            MOVE ZEROS TO WS-PE-NUM
            OPEN INPUT F-CALENDARIO
            IF WS-STATUS-CALENDARIO NOT = '00'
                GO TO 235-CARGAR-PERIODOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                MOVE SPACES TO WS-REN-CALENDARIO
                READ F-CALENDARIO INTO WS-REN-CALENDARIO
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-CAL-ANHO = WS-ANHO AND WS-PE-NUM < 120
                            ADD 1 TO WS-PE-NUM
                            MOVE WS-CAL-NUMERO
                                TO WS-PE-NUMERO(WS-PE-NUM)
                            MOVE WS-CAL-FRECUENCIA
                                TO WS-PE-FRECUENCIA(WS-PE-NUM)
                            IF WS-CAL-FRECUENCIA = SPACE
                                MOVE 'Q' TO WS-PE-FRECUENCIA(WS-PE-NUM)
                            END-IF
                            MOVE 'A' TO WS-PE-ESTADO(WS-PE-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CALENDARIO.
       235-CARGAR-PERIODOS-SAL.
            EXIT.

       237-ESTADO-PERIODO.
            IF WS-PCR-ANHO NOT = WS-ANHO
                GO TO 237-ESTADO-PERIODO-SAL
            END-IF
            MOVE WS-PCR-FRECUENCIA TO WS-FREC-ROW
            IF WS-FREC-ROW = SPACE
                MOVE 'Q' TO WS-FREC-ROW
            END-IF
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                UNTIL WS-PE-IDX > WS-PE-NUM
                IF WS-PE-NUMERO(WS-PE-IDX) = WS-PCR-NUMERO
                    AND WS-PE-FRECUENCIA(WS-PE-IDX) = WS-FREC-ROW
                    MOVE WS-PCR-ESTADO TO WS-PE-ESTADO(WS-PE-IDX)
                END-IF
            END-PERFORM.
       237-ESTADO-PERIODO-SAL.
            EXIT.

       240-EV-CONSTANCIAS.
            OPEN INPUT F-CONSTANCIAS
            IF WS-STATUS-CONSTANCIAS NOT = '00'
                MOVE 'SIN CONSTANCIAS EN CONSTANC.TXT' TO WS-NOTA
                GO TO 240-EV-CONSTANCIAS-SAL
            END-IF
            MOVE SPACES TO WS-CONSTANCIA-CLAVE
            STRING 'CONSTANCIA ANUAL ' WS-ANHO
                DELIMITED BY SIZE
                INTO WS-CONSTANCIA-CLAVE
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CONSTANCIAS
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF REG-CONSTANCIA(1:21) = WS-CONSTANCIA-CLAVE
                            ADD 1 TO WS-CONTADOR
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CONSTANCIAS
            MOVE WS-CONTADOR TO WS-ED-CONTADOR
            IF WS-CONTADOR > ZEROS
                MOVE 'S' TO WS-EVIDENCIA
                STRING 'CONSTANCIAS DEL ANHO=' WS-ED-CONTADOR
                    DELIMITED BY SIZE
                    INTO WS-NOTA
            ELSE
                MOVE 'CONSTANC.TXT NO ES DEL ANHO' TO WS-NOTA
            END-IF.
       240-EV-CONSTANCIAS-SAL.
            EXIT.

       250-EV-DEDUCCIONES.
      *    Una version de la tabla con vigencia en el año siguiente
            OPEN INPUT F-VERSIONES
            IF WS-STATUS-VERSIONES NOT = '00'
                MOVE 'SIN TABLA VERSIONADA DEDUCVER.TXT' TO WS-NOTA
                GO TO 250-EV-DEDUCCIONES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-VERSIONES INTO WS-REN-VERSION
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-VER-VIGENCIA NUMERIC
                            AND WS-VER-VIGENCIA(1:4) =
                                WS-ANHO-SIGUIENTE
                            ADD 1 TO WS-CONTADOR
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-VERSIONES
            MOVE WS-CONTADOR TO WS-ED-CONTADOR
            IF WS-CONTADOR > ZEROS
                MOVE 'S' TO WS-EVIDENCIA
                STRING 'RENGLONES CON VIGENCIA ' WS-ANHO-SIGUIENTE
                    '=' WS-ED-CONTADOR
                    DELIMITED BY SIZE
                    INTO WS-NOTA
            ELSE
                STRING 'SIN VERSION CON VIGENCIA ' WS-ANHO-SIGUIENTE
                    DELIMITED BY SIZE
                    INTO WS-NOTA
            END-IF.
       250-EV-DEDUCCIONES-SAL.
            EXIT.

       260-EV-FERIADOS.
      *    Feriados de un solo año (tipo U) del año siguiente
            OPEN INPUT F-FERIADOS
            IF WS-STATUS-FERIADOS NOT = '00'
                MOVE 'SIN CALENDARIO FERIADOS.TXT' TO WS-NOTA
                GO TO 260-EV-FERIADOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-FERIADOS INTO WS-REN-FERIADO
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-FER-TIPO = 'U'
                            AND WS-FER-ANHO = WS-ANHO-SIGUIENTE
                            ADD 1 TO WS-CONTADOR
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-FERIADOS
            MOVE WS-CONTADOR TO WS-ED-CONTADOR
            IF WS-CONTADOR > ZEROS
                MOVE 'S' TO WS-EVIDENCIA
                STRING 'FERIADOS DE ' WS-ANHO-SIGUIENTE '='
                    WS-ED-CONTADOR
                    DELIMITED BY SIZE
                    INTO WS-NOTA
            ELSE
                STRING 'SIN FERIADOS MOVILES DE ' WS-ANHO-SIGUIENTE
                    DELIMITED BY SIZE
                    INTO WS-NOTA
            END-IF.
       260-EV-FERIADOS-SAL.
            EXIT.

       270-EV-CALENDARIOS.
      *    Cada frecuencia con calendario en el año debe tenerlo
      *    tambien en el siguiente
            PERFORM 275-FRECUENCIAS
               THRU
               275-FRECUENCIAS-SAL
            IF WS-FREC-SIGUIENTE = SPACES
                STRING 'SIN CALENDARIO ' WS-ANHO-SIGUIENTE
                    ' EN PERIODOS.TXT'
                    DELIMITED BY SIZE
                    INTO WS-NOTA
                GO TO 270-EV-CALENDARIOS-SAL
            END-IF
            MOVE 'S' TO WS-EVIDENCIA
            PERFORM VARYING WS-FREC-POS FROM 1 BY 1
                UNTIL WS-FREC-POS > 3
                IF WS-FREC-ACTUAL(WS-FREC-POS:1) NOT = SPACE
                    AND WS-FREC-SIGUIENTE(WS-FREC-POS:1) = SPACE
                    MOVE 'N' TO WS-EVIDENCIA
                END-IF
            END-PERFORM
            IF HAY-EVIDENCIA
                STRING 'CALENDARIOS ' WS-ANHO-SIGUIENTE ': '
                    WS-FREC-SIGUIENTE
                    DELIMITED BY SIZE
                    INTO WS-NOTA
            ELSE
                STRING 'FRECUENCIAS ' WS-ANHO ': ' WS-FREC-ACTUAL
                    ' Y ' WS-ANHO-SIGUIENTE ': ' WS-FREC-SIGUIENTE
                    DELIMITED BY SIZE
                    INTO WS-NOTA
            END-IF.
       270-EV-CALENDARIOS-SAL.
            EXIT.

       275-FRECUENCIAS.
            MOVE SPACES TO WS-FREC-ACTUAL
            MOVE SPACES TO WS-FREC-SIGUIENTE
            OPEN INPUT F-CALENDARIO
            IF WS-STATUS-CALENDARIO NOT = '00'
                GO TO 275-FRECUENCIAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                MOVE SPACES TO WS-REN-CALENDARIO
                READ F-CALENDARIO INTO WS-REN-CALENDARIO
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 277-MARCAR-FRECUENCIA
                           THRU
                           277-MARCAR-FRECUENCIA-SAL
                END-READ
            END-PERFORM
            CLOSE F-CALENDARIO.
       275-FRECUENCIAS-SAL.
            EXIT.

       277-MARCAR-FRECUENCIA.
            MOVE WS-CAL-FRECUENCIA TO WS-FREC-ROW
            IF WS-FREC-ROW = SPACE
                MOVE 'Q' TO WS-FREC-ROW
            END-IF
            PERFORM VARYING WS-FREC-POS FROM 1 BY 1
                UNTIL WS-FREC-POS > 3
                IF WS-FREC-LETRAS(WS-FREC-POS:1) = WS-FREC-ROW
                    IF WS-CAL-ANHO = WS-ANHO
                        MOVE WS-FREC-ROW
                            TO WS-FREC-ACTUAL(WS-FREC-POS:1)
                    END-IF
                    IF WS-CAL-ANHO = WS-ANHO-SIGUIENTE
                        MOVE WS-FREC-ROW
                            TO WS-FREC-SIGUIENTE(WS-FREC-POS:1)
                    END-IF
                END-IF
            END-PERFORM.
       277-MARCAR-FRECUENCIA-SAL.
            EXIT.

       280-EV-ARCHIVO.
      *    No deben quedar en REGCHEQ.DAT cobrados ni cancelados de la
      *    compañia con fecha del año o anterior
            OPEN INPUT F-REGISTRO
            IF NOT REGISTRO-OK
                MOVE 'REGCHEQ.DAT NO ABRE' TO WS-NOTA
                GO TO 280-EV-ARCHIVO-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGISTRO NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 285-CHEQUE-ARCHIVABLE
                           THRU
                           285-CHEQUE-ARCHIVABLE-SAL
                END-READ
            END-PERFORM
            CLOSE F-REGISTRO
            MOVE WS-CONTADOR TO WS-ED-CONTADOR
            STRING 'COBRADOS/CANCELADOS SIN ARCHIVAR=' WS-ED-CONTADOR
                DELIMITED BY SIZE
                INTO WS-NOTA
            IF WS-CONTADOR = ZEROS
                MOVE 'S' TO WS-EVIDENCIA
            END-IF.
       280-EV-ARCHIVO-SAL.
            EXIT.

       285-CHEQUE-ARCHIVABLE.
            IF CHQ-FECHA > WS-FECHA-HASTA
                GO TO 285-CHEQUE-ARCHIVABLE-SAL
            END-IF
            IF NOT CHQ-COBRADO AND NOT CHQ-CANCELADO
                GO TO 285-CHEQUE-ARCHIVABLE-SAL
            END-IF
            MOVE 1 TO WS-COMPANIA-CHQ
            IF CHQ-COMPANIA NUMERIC AND CHQ-COMPANIA > ZEROS
                MOVE CHQ-COMPANIA TO WS-COMPANIA-CHQ
            END-IF
            IF WS-COMPANIA-CHQ = WS-COMPANIA
                ADD 1 TO WS-CONTADOR
            END-IF.
       285-CHEQUE-ARCHIVABLE-SAL.
            EXIT.

       END PROGRAM PRG01157.
