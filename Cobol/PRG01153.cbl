       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01153.
      *  Verificacion de la cadena de las bitacoras de auditoria
      *  (AUDIT.TXT y TABAUD.TXT), en el espiritu de PRG01080: por
      *  cada bitacora recorre en orden los historicos que dejo
      *  PRG01052 (tomados del manifiesto ARCHMAN.TXT, con su conteo
      *  de renglones) y despues la bitacora actual, recalcula con
      *  PRG01152 el hash de cada renglon sobre el anterior y
      *  reporta en CADREP.TXT el primer eslabon roto, los renglones
      *  alterados, los saltos de secuencia (renglones quitados o
      *  metidos), los historicos que faltan o no cuadran con el
      *  manifiesto, las fechas y horas fuera de orden y el recorte
      *  del final contra el ultimo eslabon de CADENA.TXT; los
      *  renglones de antes de la cadena (sin sello) solo se cuentan;
      *  codigo de retorno 8 cuando hay hallazgos para que la cadena
      *  nocturna de PRG01059 marque el paso fallido - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BITACORA ASSIGN DYNAMIC WS-ARCH-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT F-MANIFIESTO ASSIGN TO "ARCHMAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MANIFIESTO.
           SELECT F-CADENA ASSIGN TO "CADENA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CADENA.
           SELECT F-REPORTE ASSIGN TO "CADREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-BITACORA.
       01 REG-BITACORA               PIC X(250).
       FD  F-MANIFIESTO.
       01 REG-MANIFIESTO             PIC X(120).
       FD  F-CADENA.
       01 REG-CADENA                 PIC X(32).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-BITACORA         PIC XX VALUE '00'.
       01 WS-STATUS-MANIFIESTO       PIC XX VALUE '00'.
       01 WS-STATUS-CADENA           PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-ARCH-BITACORA           PIC X(100) VALUE SPACES.
      *    Bitacoras encadenadas y el largo del renglon antes del
      *    sello (SEC= y H= van despues de esa columna)
       01 WS-BITACORAS.
           05 FILLER                 PIC X(12) VALUE 'AUDIT.TXT'.
           05 FILLER                 PIC 9(3) VALUE 132.
           05 FILLER                 PIC X(12) VALUE 'TABAUD.TXT'.
           05 FILLER                 PIC 9(3) VALUE 152.
       01 WS-BITACORAS-T REDEFINES WS-BITACORAS.
           05 WS-BIT-ENT OCCURS 2 TIMES.
               10 WS-BIT-NOMBRE      PIC X(12).
               10 WS-BIT-LARGO       PIC 9(3).
       01 WS-BIT-IDX                 PIC 9 VALUE ZEROS.
       01 WS-LARGO                   PIC 9(3) VALUE ZEROS.
      *    Archivos de la bitacora en orden: historicos del
      *    manifiesto y al final la actual (conteo en blanco)
       01 WS-TABLA-ARCH.
           05 WS-ARC-NUM             PIC 9(3) VALUE ZEROS.
           05 WS-ARC-ENT OCCURS 300 TIMES.
               10 WS-ARC-NOMBRE      PIC X(22).
               10 WS-ARC-RENGLONES   PIC X(6).
               10 WS-ARC-TIPO        PIC X.
                   88 ARC-HISTORICO  VALUE 'H'.
                   88 ARC-ACTUAL     VALUE 'A'.
       01 WS-ARC-IDX                 PIC 9(3) VALUE ZEROS.
       01 WS-MANIFIESTO-REN.
           05 FILLER                 PIC X(33).
           05 WS-MAN-BITACORA        PIC X(12).
           05 FILLER                 PIC X(9).
           05 WS-MAN-ARCHIVO         PIC X(22).
           05 FILLER                 PIC X(11).
           05 WS-MAN-RENGLONES       PIC X(6).
           05 FILLER                 PIC X(27).
       01 WS-REG-CADENA.
           05 WS-CAD-BITACORA        PIC X(12).
           05 WS-CAD-SECUENCIA       PIC 9(8).
           05 WS-CAD-HASH            PIC 9(12).
       01 WS-RENGLON                 PIC X(250) VALUE SPACES.
       01 WS-REN-FECHA-HORA.
           05 WS-REN-FECHA           PIC X(8).
           05 WS-REN-HORA            PIC X(8).
       01 WS-REN-SELLO.
           05 WS-REN-MARCA           PIC X(5).
           05 WS-REN-SECUENCIA       PIC X(8).
           05 WS-REN-MARCA-H         PIC X(3).
           05 WS-REN-HASH            PIC X(12).
       01 WS-REN-SECUENCIA-N         PIC 9(8) VALUE ZEROS.
       01 WS-REN-HASH-N              PIC 9(12) VALUE ZEROS.
      *    Estado de la verificacion de la bitacora en curso
       01 WS-VERIFICACION.
           05 WS-VER-INICIADA        PIC X VALUE 'N'.
               88 CADENA-INICIADA    VALUE 'S'.
           05 WS-VER-SEC-ESPERADA    PIC 9(8) VALUE ZEROS.
           05 WS-VER-SEC-ULTIMA      PIC 9(8) VALUE ZEROS.
           05 WS-VER-HASH-ANT        PIC 9(12) VALUE ZEROS.
           05 WS-VER-FH-ANT          PIC X(16) VALUE SPACES.
           05 WS-VER-RENGLONES       PIC 9(8) VALUE ZEROS.
           05 WS-VER-SELLADOS        PIC 9(8) VALUE ZEROS.
           05 WS-VER-PREVIOS         PIC 9(8) VALUE ZEROS.
           05 WS-VER-HALLAZGOS       PIC 9(6) VALUE ZEROS.
           05 WS-VER-PRIMERO         PIC X(116) VALUE SPACES.
       01 WS-REN-ARCHIVO             PIC 9(6) VALUE ZEROS.
       01 WS-RENGLONES-MAN           PIC 9(6) VALUE ZEROS.
       01 WS-RENGLONES-LEIDOS        PIC 9(6) VALUE ZEROS.
       01 WS-CAD-LLAMADA.
           05 WS-CLL-MODO            PIC X VALUE 'C'.
           05 WS-CLL-BITACORA        PIC X(12) VALUE SPACES.
           05 WS-CLL-RENGLON         PIC X(152) VALUE SPACES.
           05 WS-CLL-SECUENCIA       PIC 9(8) VALUE ZEROS.
           05 WS-CLL-HASH-ANT        PIC 9(12) VALUE ZEROS.
           05 WS-CLL-HASH            PIC 9(12) VALUE ZEROS.
       01 WS-CAD-HALLADA             PIC X VALUE 'N'.
           88 CADENA-HALLADA         VALUE 'S'.
       01 WS-TOT-HALLAZGOS           PIC 9(6) VALUE ZEROS.
       01 WS-HALLAZGO                PIC X(90) VALUE SPACES.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-JOB.
           05 WS-JOB-PROGRAMA        PIC X(8) VALUE 'PRG01153'.
           05 WS-JOB-EVENTO          PIC X VALUE 'I'.
           05 WS-JOB-REGISTROS       PIC 9(6) VALUE ZEROS.
           05 WS-JOB-ESTADO          PIC X VALUE 'C'.
       01 WS-LINEA-REP               PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Verificacion de la cadena de auditoria'
                UPON CONSOLE
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            MOVE 'I' TO WS-JOB-EVENTO
            MOVE ZEROS TO WS-JOB-REGISTROS
            CALL 'PRG01056' USING WS-JOB-PROGRAMA WS-JOB-EVENTO
                WS-JOB-REGISTROS WS-JOB-ESTADO
            OPEN OUTPUT F-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'VERIFICACION DE LA CADENA DE AUDITORIA AL '
                WS-FECHA-SIS ' ' WS-HORA-SIS
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM 020-VERIFICAR-BITACORA
               THRU
               020-VERIFICAR-BITACORA-SAL
               VARYING WS-BIT-IDX FROM 1 BY 1 UNTIL WS-BIT-IDX > 2
            MOVE SPACES TO WS-LINEA-REP
            STRING 'HALLAZGOS: ' WS-TOT-HALLAZGOS
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            CLOSE F-REPORTE
            DISPLAY WS-LINEA-REP UPON CONSOLE
            DISPLAY 'Reporte en CADREP.TXT' UPON CONSOLE
            MOVE 'F' TO WS-JOB-EVENTO
            MOVE 'C' TO WS-JOB-ESTADO
            IF WS-TOT-HALLAZGOS > ZEROS
      *        Codigo de retorno distinto de cero: el calendarizador
      *        PRG01059 lo toma como paso fallido, y el estado E deja
      *        la alerta para la primera firma del dia
                MOVE 'E' TO WS-JOB-ESTADO
            END-IF
            CALL 'PRG01056' USING WS-JOB-PROGRAMA WS-JOB-EVENTO
                WS-JOB-REGISTROS WS-JOB-ESTADO
            IF WS-TOT-HALLAZGOS > ZEROS
                MOVE 8 TO RETURN-CODE
            END-IF
            GOBACK.

       020-VERIFICAR-BITACORA.
            MOVE WS-BIT-LARGO(WS-BIT-IDX) TO WS-LARGO
            MOVE 'N' TO WS-VER-INICIADA
            MOVE ZEROS TO WS-VER-SEC-ESPERADA
            MOVE ZEROS TO WS-VER-SEC-ULTIMA
            MOVE ZEROS TO WS-VER-HASH-ANT
            MOVE SPACES TO WS-VER-FH-ANT
            MOVE ZEROS TO WS-VER-RENGLONES
            MOVE ZEROS TO WS-VER-SELLADOS
            MOVE ZEROS TO WS-VER-PREVIOS
            MOVE ZEROS TO WS-VER-HALLAZGOS
            MOVE 'NINGUNO' TO WS-VER-PRIMERO
            MOVE SPACES TO WS-LINEA-REP
            PERFORM 090-EMITIR
               THRU
               090-EMITIR-SAL
            STRING 'BITACORA ' WS-BIT-NOMBRE(WS-BIT-IDX)
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            PERFORM 090-EMITIR
               THRU
               090-EMITIR-SAL
            PERFORM 030-CARGAR-ARCHIVOS
               THRU
               030-CARGAR-ARCHIVOS-SAL
            PERFORM 040-REVISAR-ARCHIVO
               THRU
               040-REVISAR-ARCHIVO-SAL
               VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > WS-ARC-NUM
            PERFORM 060-COMPARAR-CADENA
               THRU
               060-COMPARAR-CADENA-SAL
            MOVE SPACES TO WS-LINEA-REP
            STRING '  RENGLONES ' WS-VER-RENGLONES
                ' SELLADOS ' WS-VER-SELLADOS
                ' ANTERIORES A LA CADENA ' WS-VER-PREVIOS
                ' ULTIMA SEC ' WS-VER-SEC-ULTIMA
                ' HALLAZGOS ' WS-VER-HALLAZGOS
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            PERFORM 090-EMITIR
               THRU
               090-EMITIR-SAL
            MOVE SPACES TO WS-LINEA-REP
            MOVE '  PRIMER ESLABON ROTO:' TO WS-LINEA-REP
            PERFORM 090-EMITIR
               THRU
               090-EMITIR-SAL
            STRING '    ' WS-VER-PRIMERO
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            PERFORM 090-EMITIR
               THRU
               090-EMITIR-SAL
            DISPLAY WS-BIT-NOMBRE(WS-BIT-IDX) ': '
                WS-VER-HALLAZGOS ' hallazgo(s)' UPON CONSOLE
            ADD WS-VER-RENGLONES TO WS-JOB-REGISTROS.
       020-VERIFICAR-BITACORA-SAL.
            EXIT.

       030-CARGAR-ARCHIVOS.
      *    Historicos de la bitacora en el orden del manifiesto y al
      *    final la bitacora actual
            MOVE ZEROS TO WS-ARC-NUM
            OPEN INPUT F-MANIFIESTO
            IF WS-STATUS-MANIFIESTO NOT = '00'
                GO TO 035-AGREGAR-ACTUAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-MANIFIESTO INTO WS-MANIFIESTO-REN
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-MAN-BITACORA = WS-BIT-NOMBRE(WS-BIT-IDX)
                            AND WS-ARC-NUM < 299
                            ADD 1 TO WS-ARC-NUM
                            MOVE WS-MAN-ARCHIVO
                                TO WS-ARC-NOMBRE(WS-ARC-NUM)
                            MOVE WS-MAN-RENGLONES
                                TO WS-ARC-RENGLONES(WS-ARC-NUM)
                            MOVE 'H' TO WS-ARC-TIPO(WS-ARC-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-MANIFIESTO.
       035-AGREGAR-ACTUAL.
            ADD 1 TO WS-ARC-NUM
            MOVE WS-BIT-NOMBRE(WS-BIT-IDX) TO WS-ARC-NOMBRE(WS-ARC-NUM)
            MOVE SPACES TO WS-ARC-RENGLONES(WS-ARC-NUM)
            MOVE 'A' TO WS-ARC-TIPO(WS-ARC-NUM).
       030-CARGAR-ARCHIVOS-SAL.
            EXIT.

       040-REVISAR-ARCHIVO.
            MOVE WS-ARC-NOMBRE(WS-ARC-IDX) TO WS-ARCH-BITACORA
            MOVE ZEROS TO WS-REN-ARCHIVO
            OPEN INPUT F-BITACORA
            IF WS-STATUS-BITACORA NOT = '00'
      *        Sin bitacora actual no hay nada que revisar; un
      *        historico del manifiesto que no abre son renglones
      *        perdidos
                IF ARC-HISTORICO(WS-ARC-IDX)
                    MOVE SPACES TO WS-HALLAZGO
                    STRING 'HISTORICO DEL MANIFIESTO NO SE PUDO '
                        'ABRIR, STATUS ' WS-STATUS-BITACORA
                        DELIMITED BY SIZE
                        INTO WS-HALLAZGO
                    PERFORM 080-ANOTAR-HALLAZGO
                       THRU
                       080-ANOTAR-HALLAZGO-SAL
                END-IF
                GO TO 040-REVISAR-ARCHIVO-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-BITACORA INTO WS-RENGLON
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 045-REVISAR-RENGLON
                           THRU
                           045-REVISAR-RENGLON-SAL
                END-READ
            END-PERFORM
            CLOSE F-BITACORA
            IF ARC-ACTUAL(WS-ARC-IDX)
                GO TO 040-REVISAR-ARCHIVO-SAL
            END-IF
            IF WS-ARC-RENGLONES(WS-ARC-IDX) NUMERIC
                MOVE WS-ARC-RENGLONES(WS-ARC-IDX) TO WS-RENGLONES-MAN
                MOVE WS-REN-ARCHIVO TO WS-RENGLONES-LEIDOS
                MOVE ZEROS TO WS-REN-ARCHIVO
                IF WS-RENGLONES-MAN NOT = WS-RENGLONES-LEIDOS
                    MOVE SPACES TO WS-HALLAZGO
                    STRING 'TIENE ' WS-RENGLONES-LEIDOS
                        ' RENGLONES Y EL MANIFIESTO DICE '
                        WS-RENGLONES-MAN
                        DELIMITED BY SIZE
                        INTO WS-HALLAZGO
                    PERFORM 080-ANOTAR-HALLAZGO
                       THRU
                       080-ANOTAR-HALLAZGO-SAL
                END-IF
            END-IF.
       040-REVISAR-ARCHIVO-SAL.
            EXIT.

       045-REVISAR-RENGLON.
            ADD 1 TO WS-REN-ARCHIVO
            ADD 1 TO WS-VER-RENGLONES
      *    Fecha (1-8) y hora (10-17) nunca van hacia atras
            MOVE WS-RENGLON(1:8) TO WS-REN-FECHA
            MOVE WS-RENGLON(10:8) TO WS-REN-HORA
            IF WS-REN-FECHA NUMERIC AND WS-REN-HORA NUMERIC
                IF WS-VER-FH-ANT NOT = SPACES
                    AND WS-REN-FECHA-HORA < WS-VER-FH-ANT
                    MOVE SPACES TO WS-HALLAZGO
                    STRING 'FECHA Y HORA FUERA DE SECUENCIA: '
                        WS-REN-FECHA ' ' WS-REN-HORA ' DESPUES DE '
                        WS-VER-FH-ANT(1:8) ' ' WS-VER-FH-ANT(9:8)
                        DELIMITED BY SIZE
                        INTO WS-HALLAZGO
                    PERFORM 080-ANOTAR-HALLAZGO
                       THRU
                       080-ANOTAR-HALLAZGO-SAL
                END-IF
                MOVE WS-REN-FECHA-HORA TO WS-VER-FH-ANT
            END-IF
            MOVE WS-RENGLON(WS-LARGO + 1:28) TO WS-REN-SELLO
            IF WS-REN-MARCA NOT = ' SEC='
      *        Renglones de antes de la cadena solo se cuentan; uno
      *        sin sello ya iniciada la cadena fue metido a mano
                IF NOT CADENA-INICIADA
                    ADD 1 TO WS-VER-PREVIOS
                ELSE
                    MOVE 'RENGLON SIN SELLO DENTRO DE LA CADENA'
                        TO WS-HALLAZGO
                    PERFORM 080-ANOTAR-HALLAZGO
                       THRU
                       080-ANOTAR-HALLAZGO-SAL
                END-IF
                GO TO 045-REVISAR-RENGLON-SAL
            END-IF
            ADD 1 TO WS-VER-SELLADOS
            IF WS-REN-SECUENCIA NOT NUMERIC
                OR WS-REN-HASH NOT NUMERIC
                OR WS-REN-MARCA-H NOT = ' H='
                MOVE 'SELLO ILEGIBLE' TO WS-HALLAZGO
                PERFORM 080-ANOTAR-HALLAZGO
                   THRU
                   080-ANOTAR-HALLAZGO-SAL
                GO TO 045-REVISAR-RENGLON-SAL
            END-IF
            MOVE WS-REN-SECUENCIA TO WS-REN-SECUENCIA-N
            MOVE WS-REN-HASH TO WS-REN-HASH-N
            IF NOT CADENA-INICIADA
                MOVE 'S' TO WS-VER-INICIADA
                IF WS-REN-SECUENCIA-N NOT = 1
      *            Faltan los primeros eslabones: no hay con que
      *            comprobar este, la revision sigue desde aqui
                    MOVE SPACES TO WS-HALLAZGO
                    STRING 'LA CADENA ARRANCA EN SEC='
                        WS-REN-SECUENCIA ' Y NO EN 1: FALTAN '
                        'RENGLONES'
                        DELIMITED BY SIZE
                        INTO WS-HALLAZGO
                    PERFORM 080-ANOTAR-HALLAZGO
                       THRU
                       080-ANOTAR-HALLAZGO-SAL
                    GO TO 048-AVANZAR-CADENA
                END-IF
                MOVE 1 TO WS-VER-SEC-ESPERADA
                MOVE ZEROS TO WS-VER-HASH-ANT
            END-IF
            IF WS-REN-SECUENCIA-N NOT = WS-VER-SEC-ESPERADA
                MOVE SPACES TO WS-HALLAZGO
                STRING 'SECUENCIA ROTA: SE ESPERABA SEC='
                    WS-VER-SEC-ESPERADA ' Y VIENE SEC='
                    WS-REN-SECUENCIA ' (QUITADOS O METIDOS)'
                    DELIMITED BY SIZE
                    INTO WS-HALLAZGO
                PERFORM 080-ANOTAR-HALLAZGO
                   THRU
                   080-ANOTAR-HALLAZGO-SAL
                GO TO 048-AVANZAR-CADENA
            END-IF
            MOVE WS-BIT-NOMBRE(WS-BIT-IDX) TO WS-CLL-BITACORA
            MOVE SPACES TO WS-CLL-RENGLON
            MOVE WS-RENGLON(1:WS-LARGO) TO WS-CLL-RENGLON
            MOVE WS-REN-SECUENCIA-N TO WS-CLL-SECUENCIA
            MOVE WS-VER-HASH-ANT TO WS-CLL-HASH-ANT
            CALL 'PRG01152' USING WS-CLL-MODO WS-CLL-BITACORA
                WS-CLL-RENGLON WS-CLL-SECUENCIA WS-CLL-HASH-ANT
                WS-CLL-HASH
            IF WS-CLL-HASH NOT = WS-REN-HASH-N
                MOVE SPACES TO WS-HALLAZGO
                STRING 'ESLABON ROTO EN SEC=' WS-REN-SECUENCIA
                    ': RENGLON O SELLO ALTERADO'
                    DELIMITED BY SIZE
                    INTO WS-HALLAZGO
                PERFORM 080-ANOTAR-HALLAZGO
                   THRU
                   080-ANOTAR-HALLAZGO-SAL
            END-IF.
       048-AVANZAR-CADENA.
      *    Tras un hallazgo la revision se vuelve a anclar en el
      *    renglon leido para no arrastrar el mismo corte
            MOVE WS-REN-SECUENCIA-N TO WS-VER-SEC-ULTIMA
            COMPUTE WS-VER-SEC-ESPERADA = WS-REN-SECUENCIA-N + 1
            MOVE WS-REN-HASH-N TO WS-VER-HASH-ANT.
       045-REVISAR-RENGLON-SAL.
            EXIT.

       060-COMPARAR-CADENA.
      *    El ultimo eslabon de la bitacora debe ser el que guardo
      *    PRG01152 en CADENA.TXT; si no, recortaron el final
            MOVE 'N' TO WS-CAD-HALLADA
            OPEN INPUT F-CADENA
            IF WS-STATUS-CADENA = '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO OR CADENA-HALLADA
                    READ F-CADENA INTO WS-REG-CADENA
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            IF WS-CAD-BITACORA
                                = WS-BIT-NOMBRE(WS-BIT-IDX)
                                MOVE 'S' TO WS-CAD-HALLADA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-CADENA
            END-IF
            MOVE WS-BIT-NOMBRE(WS-BIT-IDX) TO WS-ARCH-BITACORA
            MOVE ZEROS TO WS-REN-ARCHIVO
            IF NOT CADENA-HALLADA
                IF CADENA-INICIADA
                    MOVE SPACES TO WS-HALLAZGO
                    STRING 'LA BITACORA TIENE SELLOS Y CADENA.TXT NO '
                        'TIENE SU ULTIMO ESLABON'
                        DELIMITED BY SIZE
                        INTO WS-HALLAZGO
                    PERFORM 080-ANOTAR-HALLAZGO
                       THRU
                       080-ANOTAR-HALLAZGO-SAL
                END-IF
                GO TO 060-COMPARAR-CADENA-SAL
            END-IF
            MOVE SPACES TO WS-HALLAZGO
            EVALUATE TRUE
                WHEN NOT CADENA-INICIADA
                    STRING 'NO HAY RENGLONES SELLADOS Y CADENA.TXT '
                        'VA EN SEC=' WS-CAD-SECUENCIA
                        DELIMITED BY SIZE
                        INTO WS-HALLAZGO
                WHEN WS-VER-SEC-ULTIMA < WS-CAD-SECUENCIA
                    STRING 'FINAL RECORTADO: ULTIMA SEC='
                        WS-VER-SEC-ULTIMA ' Y CADENA.TXT VA EN SEC='
                        WS-CAD-SECUENCIA
                        DELIMITED BY SIZE
                        INTO WS-HALLAZGO
                WHEN WS-VER-SEC-ULTIMA > WS-CAD-SECUENCIA
                    STRING 'RENGLONES DESPUES DEL ULTIMO ESLABON: '
                        'ULTIMA SEC=' WS-VER-SEC-ULTIMA
                        ' Y CADENA.TXT VA EN SEC=' WS-CAD-SECUENCIA
                        DELIMITED BY SIZE
                        INTO WS-HALLAZGO
                WHEN WS-VER-HASH-ANT NOT = WS-CAD-HASH
                    STRING 'EL ULTIMO RENGLON NO ES EL ESLABON DE '
                        'CADENA.TXT (SEC=' WS-CAD-SECUENCIA ')'
                        DELIMITED BY SIZE
                        INTO WS-HALLAZGO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-HALLAZGO NOT = SPACES
                PERFORM 080-ANOTAR-HALLAZGO
                   THRU
                   080-ANOTAR-HALLAZGO-SAL
            END-IF.
       060-COMPARAR-CADENA-SAL.
            EXIT.

       080-ANOTAR-HALLAZGO.
      *    El primero de cada bitacora queda como el primer eslabon
      *    roto del resumen
            ADD 1 TO WS-TOT-HALLAZGOS
            ADD 1 TO WS-VER-HALLAZGOS
            MOVE SPACES TO WS-LINEA-REP
            IF WS-REN-ARCHIVO > ZEROS
                STRING '  ' WS-ARCH-BITACORA(1:16) ' RENGLON '
                    WS-REN-ARCHIVO ' ' WS-HALLAZGO
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
            ELSE
                STRING '  ' WS-ARCH-BITACORA(1:16) ' ' WS-HALLAZGO
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
            END-IF
            IF WS-VER-HALLAZGOS = 1
                MOVE WS-LINEA-REP(3:) TO WS-VER-PRIMERO
            END-IF
            PERFORM 090-EMITIR
               THRU
               090-EMITIR-SAL.
       080-ANOTAR-HALLAZGO-SAL.
            EXIT.

       090-EMITIR.
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP.
       090-EMITIR-SAL.
            EXIT.

       END PROGRAM PRG01153.
