       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01124.
      *  Contratos de trabajo (CONTRATO.DAT, trazado en el copybook
      *  CONTRATO): historia por empleado con tipo (I tiempo
      *  indeterminado, D tiempo determinado, P periodo de prueba, C
      *  capacitacion inicial), inicio, fin y numero de renovaciones;
      *  alta de contrato validando que el empleado este activo, que
      *  no empiece antes del ingreso ni se encime con el anterior,
      *  que despues de un indeterminado no haya otro, y que prueba y
      *  capacitacion no se den en forma sucesiva a otro contrato
      *  (LFT art. 39-D) ni pasen de 180 dias (avisa arriba de 30 la
      *  prueba y de 90 la capacitacion); renovacion del determinado
      *  vigente o vencido como contrato nuevo a partir del dia
      *  siguiente al fin con el contador mas uno; historia del
      *  empleado y lista de vencimientos a 15 dias o ya vencidos sin
      *  renovacion; cada alta y renovacion se audita via PRG01017
      *  con el operador de OPSESION.TXT; los avisos de vencimiento a
      *  la cola de alertas los encola PRG01126 al firmarse el
      *  operador y el lote de PRG01019 avisa del pago a quien ya no
      *  tiene contrato (PRG01125) - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONTRATOS ASSIGN TO "CONTRATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-LLAVE
               FILE STATUS IS WS-STATUS-CONTRATOS.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CONTRATOS.
       COPY CONTRATO.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       WORKING-STORAGE SECTION.
       COPY DIASXMES.
       01 WS-STATUS-CONTRATOS        PIC XX VALUE '00'.
           88 CON-OK                 VALUE '00'.
           88 CON-NO-EXISTE          VALUE '35'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-EMPLEADOS-ABIERTO       PIC X VALUE 'N'.
           88 EMPLEADOS-ABIERTO      VALUE 'S'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'H'.
           88 OPCION-ALTA            VALUE 'A'.
           88 OPCION-RENOVAR         VALUE 'R'.
           88 OPCION-HISTORIA        VALUE 'H'.
           88 OPCION-VENCIMIENTOS    VALUE 'V'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 WS-OPERADOR                PIC X(8) VALUE 'CONSOLA'.
       01 WS-EMP-CAP                 PIC 9(6) VALUE ZEROS.
       01 WS-EMP-VALIDO              PIC X VALUE 'N'.
           88 EMP-VALIDO             VALUE 'S'.
       01 WS-INGRESO-NUM             PIC 9(8) VALUE ZEROS.
       01 WS-TIPO-CAP                PIC X VALUE SPACE.
           88 TIPO-CAP-VALIDO        VALUE 'I' 'D' 'P' 'C'.
           88 TIPO-CAP-INDETERMINADO VALUE 'I'.
           88 TIPO-CAP-PRUEBA        VALUE 'P'.
           88 TIPO-CAP-CAPACITACION  VALUE 'C'.
       01 WS-CAPTURA-FECHA.
           05 WS-DIA-CAP             PIC 99 VALUE ZEROS.
           05 WS-MES-CAP             PIC 99 VALUE ZEROS.
           05 WS-ANHO-CAP            PIC 9999 VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-FECHA-CAP-NUM           PIC 9(8) VALUE ZEROS.
       01 WS-INICIO-NUM              PIC 9(8) VALUE ZEROS.
       01 WS-FIN-NUM                 PIC 9(8) VALUE ZEROS.
       01 WS-DURACION                PIC S9(8) VALUE ZEROS.
       01 WS-RENOV-NUEVA             PIC 99 VALUE ZEROS.
      *    Ultimo contrato del empleado (consecutivo mas alto)
       01 WS-ULTIMO.
           05 WS-ULT-HAY             PIC X VALUE 'N'.
               88 ULT-HAY            VALUE 'S'.
           05 WS-ULT-EMP             PIC 9(6) VALUE ZEROS.
           05 WS-ULT-SEQ             PIC 999 VALUE ZEROS.
           05 WS-ULT-TIPO            PIC X VALUE SPACE.
           05 WS-ULT-INICIO          PIC 9(8) VALUE ZEROS.
           05 WS-ULT-FIN             PIC 9(8) VALUE ZEROS.
           05 WS-ULT-RENOV           PIC 99 VALUE ZEROS.
       01 WS-AUD-OPERACION           PIC X(6) VALUE SPACES.
       01 WS-AUD-CAMPO               PIC X(20) VALUE 'CONTRATO'.
       01 WS-AUD-ANTES               PIC X(20) VALUE SPACES.
       01 WS-AUD-DESPUES             PIC X(20) VALUE SPACES.
       01 WS-TOT-LISTADOS            PIC 9(4) VALUE ZEROS.
       01 WS-DIAS-AVISO              PIC 99 VALUE 15.
       01 WS-MARCA                   PIC X(24) VALUE SPACES.
       01 WS-FECHA-DESGLOSE.
           05 WS-FD-ANHO             PIC 9999.
           05 WS-FD-MES              PIC 99.
           05 WS-FD-DIA              PIC 99.
       01 WS-FECHA-NUM REDEFINES WS-FECHA-DESGLOSE
                                     PIC 9(8).
       01 WS-ABS-UNO                 PIC 9(8) VALUE ZEROS.
       01 WS-ABS-DOS                 PIC 9(8) VALUE ZEROS.
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
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            PERFORM 012-OPERADOR-FIRMADO
               THRU
               012-OPERADOR-FIRMADO-SAL
            OPEN I-O F-CONTRATOS
            IF CON-NO-EXISTE
                OPEN OUTPUT F-CONTRATOS
                CLOSE F-CONTRATOS
                OPEN I-O F-CONTRATOS
            END-IF
            IF NOT CON-OK
                DISPLAY 'Error: no se pudo abrir CONTRATO.DAT, '
                    'status ' WS-STATUS-CONTRATOS UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 015-SESION
               THRU
               015-SESION-SAL
               UNTIL NOT CONTINUA-SI
            CLOSE F-CONTRATOS
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
            DISPLAY 'Contratos: (A)lta, (R)enovar, (H)istoria del '
                'empleado, (V)encimientos: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM 020-ALTA
                       THRU
                       020-ALTA-SAL
                WHEN OPCION-RENOVAR
                    PERFORM 040-RENOVAR
                       THRU
                       040-RENOVAR-SAL
                WHEN OPCION-VENCIMIENTOS
                    PERFORM 060-VENCIMIENTOS
                       THRU
                       060-VENCIMIENTOS-SAL
                WHEN OTHER
                    PERFORM 050-HISTORIA
                       THRU
                       050-HISTORIA-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       015-SESION-SAL.
            EXIT.

       020-ALTA.
            PERFORM 025-LEER-EMPLEADO
               THRU
               025-LEER-EMPLEADO-SAL
            IF NOT EMP-VALIDO
                GO TO 020-ALTA-SAL
            END-IF
            PERFORM 030-ULTIMO-CONTRATO
               THRU
               030-ULTIMO-CONTRATO-SAL
            IF ULT-HAY AND WS-ULT-TIPO = 'I'
                DISPLAY 'Error: el empleado ya tiene contrato por '
                    'tiempo indeterminado desde ' WS-ULT-INICIO
                    UPON CONSOLE
                GO TO 020-ALTA-SAL
            END-IF
            DISPLAY 'Tipo (I indeterminado, D determinado, P periodo '
                'de prueba, C capacitacion inicial): ' UPON CONSOLE
            ACCEPT WS-TIPO-CAP FROM CONSOLE
            IF NOT TIPO-CAP-VALIDO
                DISPLAY 'Error: tipo de contrato invalido'
                    UPON CONSOLE
                GO TO 020-ALTA-SAL
            END-IF
            IF (TIPO-CAP-PRUEBA OR TIPO-CAP-CAPACITACION) AND ULT-HAY
                DISPLAY 'Error: prueba y capacitacion inicial no se '
                    'dan en forma sucesiva a otro contrato'
                    UPON CONSOLE
                GO TO 020-ALTA-SAL
            END-IF
            DISPLAY 'Inicio del contrato' UPON CONSOLE
            PERFORM 035-CAPTURAR-FECHA
               THRU
               035-CAPTURAR-FECHA-SAL
            IF FECHA-INVALIDA
                GO TO 020-ALTA-SAL
            END-IF
            MOVE WS-FECHA-CAP-NUM TO WS-INICIO-NUM
            IF WS-INICIO-NUM < WS-INGRESO-NUM
                DISPLAY 'Error: el contrato no puede empezar antes '
                    'del ingreso (' WS-INGRESO-NUM ')' UPON CONSOLE
                GO TO 020-ALTA-SAL
            END-IF
            IF ULT-HAY AND WS-INICIO-NUM NOT > WS-ULT-FIN
                DISPLAY 'Error: se encima con el contrato anterior '
                    '(fin ' WS-ULT-FIN ')' UPON CONSOLE
                GO TO 020-ALTA-SAL
            END-IF
            MOVE ZEROS TO WS-FIN-NUM
            IF NOT TIPO-CAP-INDETERMINADO
                DISPLAY 'Fin del contrato' UPON CONSOLE
                PERFORM 035-CAPTURAR-FECHA
                   THRU
                   035-CAPTURAR-FECHA-SAL
                IF FECHA-INVALIDA
                    GO TO 020-ALTA-SAL
                END-IF
                MOVE WS-FECHA-CAP-NUM TO WS-FIN-NUM
                IF WS-FIN-NUM < WS-INICIO-NUM
                    DISPLAY 'Error: el fin es anterior al inicio'
                        UPON CONSOLE
                    GO TO 020-ALTA-SAL
                END-IF
            END-IF
            IF TIPO-CAP-PRUEBA OR TIPO-CAP-CAPACITACION
                PERFORM 037-DURACION
                   THRU
                   037-DURACION-SAL
                IF WS-DURACION > 180
                    DISPLAY 'Error: prueba y capacitacion inicial no '
                        'pasan de 180 dias (' WS-DURACION ')'
                        UPON CONSOLE
                    GO TO 020-ALTA-SAL
                END-IF
                IF TIPO-CAP-PRUEBA AND WS-DURACION > 30
                    DISPLAY 'AVISO: periodo de prueba de mas de 30 '
                        'dias; solo procede para direccion, gerencia '
                        'o trabajo tecnico o profesional' UPON CONSOLE
                END-IF
                IF TIPO-CAP-CAPACITACION AND WS-DURACION > 90
                    DISPLAY 'AVISO: capacitacion inicial de mas de 90 '
                        'dias; solo procede para direccion, gerencia '
                        'o trabajo tecnico o profesional' UPON CONSOLE
                END-IF
            END-IF
            DISPLAY 'Contrato EMP=' WS-EMP-CAP ' TIPO=' WS-TIPO-CAP
                ' INICIO=' WS-INICIO-NUM ' FIN=' WS-FIN-NUM
                UPON CONSOLE
            DISPLAY '¿Confirma el registro? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 020-ALTA-SAL
            END-IF
            MOVE ZEROS TO WS-RENOV-NUEVA
            MOVE 'ALTA' TO WS-AUD-OPERACION
            PERFORM 045-GRABAR-CONTRATO
               THRU
               045-GRABAR-CONTRATO-SAL.
       020-ALTA-SAL.
            EXIT.

       025-LEER-EMPLEADO.
            MOVE 'N' TO WS-EMP-VALIDO
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT WS-EMP-CAP FROM CONSOLE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro de '
                    'personal' UPON CONSOLE
                GO TO 025-LEER-EMPLEADO-SAL
            END-IF
            MOVE WS-EMP-CAP TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    DISPLAY 'Error: no existe ese empleado'
                        UPON CONSOLE
                    CLOSE F-EMPLEADOS
                    GO TO 025-LEER-EMPLEADO-SAL
            END-READ
            CLOSE F-EMPLEADOS
            IF EMP-BAJA
                DISPLAY 'Error: el empleado esta dado de baja'
                    UPON CONSOLE
                GO TO 025-LEER-EMPLEADO-SAL
            END-IF
            COMPUTE WS-INGRESO-NUM = (REG-ING-ANHO * 10000)
                + (REG-ING-MES * 100) + REG-ING-DIA
            MOVE 'S' TO WS-EMP-VALIDO.
       025-LEER-EMPLEADO-SAL.
            EXIT.

       030-ULTIMO-CONTRATO.
      *    El consecutivo mas alto del empleado manda
            MOVE 'N' TO WS-ULT-HAY
            MOVE WS-EMP-CAP TO WS-ULT-EMP
            MOVE ZEROS TO WS-ULT-SEQ
            MOVE ZEROS TO WS-ULT-FIN
            MOVE 'N' TO WS-FIN-ARCHIVO
            MOVE WS-EMP-CAP TO CON-EMP
            MOVE ZEROS TO CON-SEQ
            START F-CONTRATOS KEY IS NOT < CON-LLAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIN-ARCHIVO
            END-START
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CONTRATOS NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF CON-EMP NOT = WS-EMP-CAP
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        ELSE
                            MOVE 'S' TO WS-ULT-HAY
                            MOVE CON-SEQ TO WS-ULT-SEQ
                            MOVE CON-TIPO TO WS-ULT-TIPO
                            MOVE CON-INICIO TO WS-ULT-INICIO
                            MOVE CON-FIN TO WS-ULT-FIN
                            MOVE CON-RENOVACIONES TO WS-ULT-RENOV
                        END-IF
                END-READ
            END-PERFORM.
       030-ULTIMO-CONTRATO-SAL.
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

       037-DURACION.
      *    Dias de calendario del contrato, contando inicio y fin
            MOVE WS-INICIO-NUM TO WS-FECHA-NUM
            PERFORM 070-A-ABSOLUTO
               THRU
               070-A-ABSOLUTO-SAL
            MOVE WS-CA-RESULT TO WS-ABS-UNO
            MOVE WS-FIN-NUM TO WS-FECHA-NUM
            PERFORM 070-A-ABSOLUTO
               THRU
               070-A-ABSOLUTO-SAL
            MOVE WS-CA-RESULT TO WS-ABS-DOS
            COMPUTE WS-DURACION = WS-ABS-DOS - WS-ABS-UNO + 1.
       037-DURACION-SAL.
            EXIT.

       040-RENOVAR.
      *    Solo se renueva el determinado; la renovacion empieza el
      *    dia siguiente al fin del anterior aunque este ya haya
      *    vencido, y lleva el contador mas uno
            PERFORM 025-LEER-EMPLEADO
               THRU
               025-LEER-EMPLEADO-SAL
            IF NOT EMP-VALIDO
                GO TO 040-RENOVAR-SAL
            END-IF
            PERFORM 030-ULTIMO-CONTRATO
               THRU
               030-ULTIMO-CONTRATO-SAL
            IF NOT ULT-HAY
                DISPLAY 'Error: el empleado no tiene contratos; use '
                    '(A)lta' UPON CONSOLE
                GO TO 040-RENOVAR-SAL
            END-IF
            IF WS-ULT-TIPO NOT = 'D'
                DISPLAY 'Error: solo se renueva el contrato por tiempo '
                    'determinado (ultimo: tipo ' WS-ULT-TIPO
                    '); al terminar la prueba o la capacitacion se da '
                    'de (A)lta el contrato que sigue' UPON CONSOLE
                GO TO 040-RENOVAR-SAL
            END-IF
            MOVE WS-ULT-FIN TO WS-FECHA-NUM
            PERFORM 047-DIA-SIGUIENTE
               THRU
               047-DIA-SIGUIENTE-SAL
            MOVE WS-FECHA-NUM TO WS-INICIO-NUM
            IF WS-ULT-FIN < WS-FECHA-SIS
                DISPLAY 'AVISO: el contrato anterior vencio el '
                    WS-ULT-FIN '; la renovacion cubre desde '
                    WS-INICIO-NUM UPON CONSOLE
            END-IF
            DISPLAY 'Fin de la renovacion' UPON CONSOLE
            PERFORM 035-CAPTURAR-FECHA
               THRU
               035-CAPTURAR-FECHA-SAL
            IF FECHA-INVALIDA
                GO TO 040-RENOVAR-SAL
            END-IF
            MOVE WS-FECHA-CAP-NUM TO WS-FIN-NUM
            IF WS-FIN-NUM < WS-INICIO-NUM
                DISPLAY 'Error: el fin es anterior al inicio ('
                    WS-INICIO-NUM ')' UPON CONSOLE
                GO TO 040-RENOVAR-SAL
            END-IF
            COMPUTE WS-RENOV-NUEVA = WS-ULT-RENOV + 1
            DISPLAY 'Renovacion ' WS-RENOV-NUEVA ' EMP=' WS-EMP-CAP
                ' INICIO=' WS-INICIO-NUM ' FIN=' WS-FIN-NUM
                UPON CONSOLE
            DISPLAY '¿Confirma el registro? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 040-RENOVAR-SAL
            END-IF
            MOVE 'D' TO WS-TIPO-CAP
            MOVE 'RENUEV' TO WS-AUD-OPERACION
            PERFORM 045-GRABAR-CONTRATO
               THRU
               045-GRABAR-CONTRATO-SAL.
       040-RENOVAR-SAL.
            EXIT.

       045-GRABAR-CONTRATO.
            MOVE WS-EMP-CAP TO CON-EMP
            COMPUTE CON-SEQ = WS-ULT-SEQ + 1
            MOVE WS-TIPO-CAP TO CON-TIPO
            MOVE WS-INICIO-NUM TO CON-INICIO
            MOVE WS-FIN-NUM TO CON-FIN
            MOVE WS-RENOV-NUEVA TO CON-RENOVACIONES
            MOVE ZEROS TO CON-ALERTADO
            MOVE WS-FECHA-SIS TO CON-CAPTURA
            MOVE WS-OPERADOR TO CON-OPERADOR
            WRITE REG-CONTRATO
                INVALID KEY
                    DISPLAY 'Error: no se pudo grabar el contrato, '
                        'status ' WS-STATUS-CONTRATOS UPON CONSOLE
                    GO TO 045-GRABAR-CONTRATO-SAL
            END-WRITE
            MOVE SPACES TO WS-AUD-ANTES
            IF ULT-HAY
                STRING WS-ULT-TIPO ' ' WS-ULT-FIN
                    DELIMITED BY SIZE
                    INTO WS-AUD-ANTES
            END-IF
            MOVE SPACES TO WS-AUD-DESPUES
            STRING CON-TIPO ' ' CON-FIN ' R' CON-RENOVACIONES
                DELIMITED BY SIZE
                INTO WS-AUD-DESPUES
            CALL 'PRG01017' USING CON-EMP WS-AUD-OPERACION
                WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
            DISPLAY 'Contrato registrado, consecutivo ' CON-SEQ
                UPON CONSOLE.
       045-GRABAR-CONTRATO-SAL.
            EXIT.

       047-DIA-SIGUIENTE.
      *    Avanza un dia de calendario validando con PRG01013, sin
      *    repetir aqui las reglas de fin de mes
            ADD 1 TO WS-FD-DIA
            CALL 'PRG01013' USING WS-FD-DIA WS-FD-MES WS-FD-ANHO
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                MOVE 1 TO WS-FD-DIA
                ADD 1 TO WS-FD-MES
                IF WS-FD-MES > 12
                    MOVE 1 TO WS-FD-MES
                    ADD 1 TO WS-FD-ANHO
                END-IF
                MOVE 'S' TO WS-FECHA-VALIDA
            END-IF.
       047-DIA-SIGUIENTE-SAL.
            EXIT.

       050-HISTORIA.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT WS-EMP-CAP FROM CONSOLE
            MOVE ZEROS TO WS-TOT-LISTADOS
            MOVE 'N' TO WS-FIN-ARCHIVO
            MOVE WS-EMP-CAP TO CON-EMP
            MOVE ZEROS TO CON-SEQ
            START F-CONTRATOS KEY IS NOT < CON-LLAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIN-ARCHIVO
            END-START
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CONTRATOS NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF CON-EMP NOT = WS-EMP-CAP
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        ELSE
                            ADD 1 TO WS-TOT-LISTADOS
                            DISPLAY 'SEQ=' CON-SEQ ' TIPO=' CON-TIPO
                                ' INICIO=' CON-INICIO ' FIN=' CON-FIN
                                ' RENOV=' CON-RENOVACIONES
                                ' AVISO=' CON-ALERTADO
                                ' CAPTURO=' CON-OPERADOR UPON CONSOLE
                        END-IF
                END-READ
            END-PERFORM
            DISPLAY 'Contratos del empleado: ' WS-TOT-LISTADOS
                UPON CONSOLE.
       050-HISTORIA-SAL.
            EXIT.

       060-VENCIMIENTOS.
      *    Ultimo contrato de cada empleado activo que vence dentro de
      *    los proximos 15 dias o ya vencio sin renovacion
            MOVE ZEROS TO WS-TOT-LISTADOS
            MOVE WS-FECHA-SIS TO WS-FECHA-NUM
            PERFORM 070-A-ABSOLUTO
               THRU
               070-A-ABSOLUTO-SAL
            MOVE WS-CA-RESULT TO WS-ABS-UNO
            OPEN INPUT F-EMPLEADOS
            MOVE 'N' TO WS-EMPLEADOS-ABIERTO
            IF EMP-OK
                MOVE 'S' TO WS-EMPLEADOS-ABIERTO
            END-IF
            MOVE 'N' TO WS-ULT-HAY
            MOVE 'N' TO WS-FIN-ARCHIVO
            MOVE LOW-VALUES TO CON-LLAVE
            START F-CONTRATOS KEY IS NOT < CON-LLAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIN-ARCHIVO
            END-START
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CONTRATOS NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF ULT-HAY AND CON-EMP NOT = WS-ULT-EMP
                            PERFORM 065-REVISAR-VENCIMIENTO
                               THRU
                               065-REVISAR-VENCIMIENTO-SAL
                        END-IF
                        MOVE 'S' TO WS-ULT-HAY
                        MOVE CON-EMP TO WS-ULT-EMP
                        MOVE CON-SEQ TO WS-ULT-SEQ
                        MOVE CON-TIPO TO WS-ULT-TIPO
                        MOVE CON-INICIO TO WS-ULT-INICIO
                        MOVE CON-FIN TO WS-ULT-FIN
                        MOVE CON-RENOVACIONES TO WS-ULT-RENOV
                END-READ
            END-PERFORM
            IF ULT-HAY
                PERFORM 065-REVISAR-VENCIMIENTO
                   THRU
                   065-REVISAR-VENCIMIENTO-SAL
            END-IF
            IF EMPLEADOS-ABIERTO
                CLOSE F-EMPLEADOS
            END-IF
            DISPLAY 'Contratos por vencer o vencidos: '
                WS-TOT-LISTADOS UPON CONSOLE.
       060-VENCIMIENTOS-SAL.
            EXIT.

       065-REVISAR-VENCIMIENTO.
            IF WS-ULT-TIPO = 'I' OR WS-ULT-FIN = ZEROS
                GO TO 065-REVISAR-VENCIMIENTO-SAL
            END-IF
            MOVE WS-ULT-FIN TO WS-FECHA-NUM
            PERFORM 070-A-ABSOLUTO
               THRU
               070-A-ABSOLUTO-SAL
            MOVE WS-CA-RESULT TO WS-ABS-DOS
            COMPUTE WS-DURACION = WS-ABS-DOS - WS-ABS-UNO
            IF WS-DURACION > WS-DIAS-AVISO
                GO TO 065-REVISAR-VENCIMIENTO-SAL
            END-IF
            IF EMPLEADOS-ABIERTO
                MOVE WS-ULT-EMP TO EMP-ID-REG
                READ F-EMPLEADOS
                    INVALID KEY
                        GO TO 065-REVISAR-VENCIMIENTO-SAL
                END-READ
                IF EMP-BAJA
                    GO TO 065-REVISAR-VENCIMIENTO-SAL
                END-IF
            END-IF
            IF WS-DURACION < 0
                MOVE 'VENCIDO SIN RENOVACION' TO WS-MARCA
            ELSE
                MOVE 'POR VENCER' TO WS-MARCA
            END-IF
            ADD 1 TO WS-TOT-LISTADOS
            DISPLAY 'EMP=' WS-ULT-EMP ' TIPO=' WS-ULT-TIPO
                ' FIN=' WS-ULT-FIN ' RENOV=' WS-ULT-RENOV ' '
                WS-MARCA UPON CONSOLE.
       065-REVISAR-VENCIMIENTO-SAL.
            EXIT.

       070-A-ABSOLUTO.
      *    Fecha AAAAMMDD de WS-FECHA-NUM a dia absoluto
            MOVE WS-FD-ANHO TO WS-CA-ANO
            MOVE WS-FD-MES TO WS-CA-MES
            MOVE WS-FD-DIA TO WS-CA-DIA
            IF WS-CA-MES < 1 OR WS-CA-MES > 12
                MOVE ZEROS TO WS-CA-RESULT
                GO TO 070-A-ABSOLUTO-SAL
            END-IF
            PERFORM 075-DIAS-ABSOLUTOS
               THRU
               075-DIAS-ABSOLUTOS-SAL.
       070-A-ABSOLUTO-SAL.
            EXIT.

       075-DIAS-ABSOLUTOS.
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
       075-DIAS-ABSOLUTOS-SAL.
            EXIT.

       END PROGRAM PRG01124.
