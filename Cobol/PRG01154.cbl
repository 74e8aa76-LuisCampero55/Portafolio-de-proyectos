       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01154.
      *  Recertificacion trimestral de accesos de operadores: lista
      *  cada operador de OPERADOR.DAT con su nivel, su ultima firma
      *  buena y sus intentos fallidos del periodo (tomados de
      *  SEGLOG.TXT) y las areas del menu que uso en el periodo
      *  (eventos AREA-x que asienta PRG01014); bloquea solo las
      *  cuentas sin firma en mas de los dias que da el supervisor
      *  (sin firma nunca, cuenta desde que se fijo la contraseña);
      *  despues el supervisor captura por operador conservar, bajar
      *  de nivel o revocar, con las reglas de PRG01051: solo un
      *  operador nivel 3, nunca sobre su propia cuenta, nivel nuevo
      *  valido y menor al actual, revocacion confirmada; cada cambio
      *  queda en TABAUD.TXT via PRG01095 como en PRG01051 y cada
      *  bloqueo y decision en SEGLOG.TXT; la corrida emite la
      *  constancia RECERT.TXT con renglones de firma para entregar
      *  a los auditores - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUS-OPERADORES.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
           SELECT F-SEGLOG ASSIGN TO "SEGLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEGLOG.
           SELECT F-CONSTANCIA ASSIGN TO "RECERT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-OPERADORES.
       COPY OPERCAT.
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       FD  F-SEGLOG.
       01 REG-SEGLOG                 PIC X(80).
       FD  F-CONSTANCIA.
       01 REG-CONSTANCIA             PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-OPERADORES       PIC XX VALUE '00'.
           88 OPE-OK                 VALUE '00'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-STATUS-SEGLOG           PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-DECISION                PIC X VALUE SPACE.
           88 DECIDE-CONSERVAR       VALUE 'C'.
           88 DECIDE-BAJAR           VALUE 'B'.
           88 DECIDE-REVOCAR         VALUE 'R'.
       01 Nivel                      PIC 9 VALUE ZEROS.
           88 NIVEL-VALIDO           VALUE 1 THRU 3.
       01 WS-OPERADOR-FIRMADO        PIC X(8) VALUE 'CONSOLA'.
       01 WS-NIVEL-FIRMADO           PIC 9 VALUE ZEROS.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-FECHA-DES REDEFINES WS-FECHA-HORA.
           05 WS-FD-ANO              PIC 9(4).
           05 WS-FD-MES              PIC 99.
           05 WS-FD-DIA              PIC 99.
           05 FILLER                 PIC X(8).
       01 WS-PARAMETROS.
           05 WS-INICIO-X            PIC X(8) VALUE SPACES.
           05 WS-FECHA-INICIO        PIC 9(8) VALUE ZEROS.
           05 WS-DIAS-INACTIVO       PIC 9(3) VALUE 90.
       01 WS-INICIO-DES.
           05 WS-INI-ANO             PIC 9(4).
           05 WS-INI-MES             PIC 99.
           05 WS-INI-DIA             PIC 99.
       01 WS-INICIO-N REDEFINES WS-INICIO-DES PIC 9(8).
      *    Operadores del archivo con lo recogido de SEGLOG.TXT;
      *    areas en el orden del menu principal: P N F C T B
       01 WS-TABLA-OPE.
           05 WS-OT-NUM              PIC 9(3) VALUE ZEROS.
           05 WS-OT-ENT OCCURS 200 TIMES.
               10 WS-OT-ID           PIC X(8).
               10 WS-OT-NOMBRE       PIC X(30).
               10 WS-OT-NIVEL        PIC 9.
               10 WS-OT-NIVEL-NVO    PIC 9.
               10 WS-OT-BLOQUEADO    PIC X.
               10 WS-OT-FECHA-CLAVE  PIC 9(8).
               10 WS-OT-ULT-FECHA    PIC 9(8).
               10 WS-OT-ULT-HORA     PIC 9(8).
               10 WS-OT-FALLAS       PIC 9(4).
               10 WS-OT-AREAS        PIC X(6).
               10 WS-OT-DIAS         PIC 9(6).
               10 WS-OT-AUTO         PIC X.
                   88 OT-BLOQUEO-AUTO VALUE 'S'.
               10 WS-OT-DECISION     PIC X.
               10 WS-OT-NOTA         PIC X(20).
       01 WS-OT-IDX                  PIC 9(3) VALUE ZEROS.
       01 WS-OT-HALLADO              PIC 9(3) VALUE ZEROS.
       01 WS-OPE-BUSCADO             PIC X(8) VALUE SPACES.
       01 WS-AREA-POS                PIC 9 VALUE ZEROS.
       01 WS-REN-SEGLOG.
           05 WS-SEG-FECHA           PIC X(8).
           05 FILLER                 PIC X.
           05 WS-SEG-HORA            PIC X(8).
           05 FILLER                 PIC X(10).
           05 WS-SEG-OPERADOR        PIC X(8).
           05 FILLER                 PIC X(8).
           05 WS-SEG-EVENTO          PIC X(12).
           05 FILLER                 PIC X(25).
       01 WS-SEG-FECHA-N             PIC 9(8) VALUE ZEROS.
       01 WS-SEG-CLAVE               PIC X(8) VALUE SPACES.
       01 WS-EVENTO-SEG              PIC X(12) VALUE SPACES.
       01 WS-LINEA-SEG               PIC X(80) VALUE SPACES.
      *    Auditoria de tablas (PRG01095), mismo renglon que PRG01051
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'OPERADOR.DAT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE SPACES.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
       COPY DIASXMES.
       01 WS-CALC-ABS.
      *    Campos de apoyo para el dia absoluto (mismo metodo que
      *    030-DIAS-ABSOLUTOS de PRG01010)
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
       01 WS-CA-FECHA                PIC 9(8) VALUE ZEROS.
       01 WS-ABS-HOY                 PIC 9(8) VALUE ZEROS.
       01 WS-TOTALES.
           05 WS-TOT-BLOQ-AUTO       PIC 9(3) VALUE ZEROS.
           05 WS-TOT-CONSERVADOS     PIC 9(3) VALUE ZEROS.
           05 WS-TOT-BAJADOS         PIC 9(3) VALUE ZEROS.
           05 WS-TOT-REVOCADOS       PIC 9(3) VALUE ZEROS.
           05 WS-TOT-PENDIENTES      PIC 9(3) VALUE ZEROS.
       01 WS-ULT-FIRMA-ED            PIC X(17) VALUE SPACES.
       01 WS-LINEA                   PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Recertificacion de accesos de operadores'
                UPON CONSOLE
            OPEN I-O F-OPERADORES
            IF NOT OPE-OK
                DISPLAY 'Error: OPERADOR.DAT no abre, status '
                    WS-STATUS-OPERADORES ': no hay operadores que '
                    'recertificar' UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 015-NIVEL-FIRMADO
               THRU
               015-NIVEL-FIRMADO-SAL
            IF WS-NIVEL-FIRMADO < 3
                DISPLAY 'Solo un operador nivel 3 puede recertificar '
                    'accesos' UPON CONSOLE
                CLOSE F-OPERADORES
                GOBACK
            END-IF
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
      *    Periodo por omision: los tres meses anteriores a hoy
            COMPUTE WS-INI-ANO = WS-FD-ANO
            MOVE WS-FD-DIA TO WS-INI-DIA
            IF WS-FD-MES > 3
                COMPUTE WS-INI-MES = WS-FD-MES - 3
            ELSE
                COMPUTE WS-INI-MES = WS-FD-MES + 9
                SUBTRACT 1 FROM WS-INI-ANO
            END-IF
            IF WS-INI-DIA > 28
                MOVE 28 TO WS-INI-DIA
            END-IF
            MOVE WS-INICIO-N TO WS-FECHA-INICIO
            DISPLAY 'Inicio del periodo revisado AAAAMMDD (Enter: '
                WS-FECHA-INICIO '): ' UPON CONSOLE
            ACCEPT WS-INICIO-X FROM CONSOLE
            IF WS-INICIO-X NUMERIC AND WS-INICIO-X NOT > WS-FECHA-SIS
                MOVE WS-INICIO-X TO WS-FECHA-INICIO
            END-IF
            DISPLAY 'Dias sin firma para bloquear la cuenta (90 por '
                'omision): ' UPON CONSOLE
            ACCEPT WS-DIAS-INACTIVO FROM CONSOLE
            IF WS-DIAS-INACTIVO NOT NUMERIC
                OR WS-DIAS-INACTIVO = ZEROS
                MOVE 90 TO WS-DIAS-INACTIVO
            END-IF
            MOVE WS-FECHA-SIS TO WS-CA-FECHA
            PERFORM 070-DIAS-ABSOLUTOS
               THRU
               070-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-HOY
            PERFORM 020-CARGAR-OPERADORES
               THRU
               020-CARGAR-OPERADORES-SAL
            PERFORM 030-LEER-SEGLOG
               THRU
               030-LEER-SEGLOG-SAL
            PERFORM 040-BLOQUEAR-INACTIVO
               THRU
               040-BLOQUEAR-INACTIVO-SAL
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-NUM
            IF WS-TOT-BLOQ-AUTO > ZEROS
                DISPLAY WS-TOT-BLOQ-AUTO ' cuenta(s) bloqueada(s) por '
                    'no firmar en mas de ' WS-DIAS-INACTIVO ' dias'
                    UPON CONSOLE
            END-IF
            PERFORM 050-DECIDIR-OPERADOR
               THRU
               050-DECIDIR-OPERADOR-SAL
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-NUM
            CLOSE F-OPERADORES
            PERFORM 060-CONSTANCIA
               THRU
               060-CONSTANCIA-SAL
            DISPLAY 'Conservados ' WS-TOT-CONSERVADOS ' bajados '
                WS-TOT-BAJADOS ' revocados ' WS-TOT-REVOCADOS
                ' pendientes ' WS-TOT-PENDIENTES UPON CONSOLE
            DISPLAY 'Constancia en RECERT.TXT' UPON CONSOLE
            GOBACK.

       015-NIVEL-FIRMADO.
      *    Mismo criterio que 065-NIVEL-FIRMADO de PRG01051 con
      *    archivo existente: la clave firmada se busca en el y
      *    CONSOLA o una clave desconocida quedan en nivel cero
            MOVE 'CONSOLA' TO WS-OPERADOR-FIRMADO
            MOVE ZEROS TO WS-NIVEL-FIRMADO
            OPEN INPUT F-OPSESION
            IF WS-STATUS-OPSESION = '00'
                READ F-OPSESION INTO WS-OPERADOR-FIRMADO
                    AT END
                        MOVE 'CONSOLA' TO WS-OPERADOR-FIRMADO
                END-READ
                CLOSE F-OPSESION
            END-IF
            IF WS-OPERADOR-FIRMADO NOT = 'CONSOLA'
                MOVE WS-OPERADOR-FIRMADO TO OPE-ID
                READ F-OPERADORES
                    INVALID KEY
                        MOVE ZEROS TO WS-NIVEL-FIRMADO
                    NOT INVALID KEY
                        IF NOT OPE-ESTA-BLOQUEADO
                            MOVE OPE-NIVEL TO WS-NIVEL-FIRMADO
                        END-IF
                END-READ
            END-IF.
       015-NIVEL-FIRMADO-SAL.
            EXIT.

       020-CARGAR-OPERADORES.
            MOVE ZEROS TO WS-OT-NUM
            MOVE 'N' TO WS-FIN-ARCHIVO
            MOVE SPACES TO OPE-ID
            START F-OPERADORES KEY IS NOT < OPE-ID
                INVALID KEY
                    MOVE 'Y' TO WS-FIN-ARCHIVO
            END-START
            PERFORM UNTIL FIN-ARCHIVO
                READ F-OPERADORES NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-OT-NUM < 200
                            ADD 1 TO WS-OT-NUM
                            PERFORM 022-CARGAR-RENGLON
                               THRU
                               022-CARGAR-RENGLON-SAL
                        ELSE
                            DISPLAY 'Aviso: mas de 200 operadores, '
                                OPE-ID ' queda fuera' UPON CONSOLE
                        END-IF
                END-READ
            END-PERFORM.
       020-CARGAR-OPERADORES-SAL.
            EXIT.

       022-CARGAR-RENGLON.
            MOVE OPE-ID TO WS-OT-ID(WS-OT-NUM)
            MOVE OPE-NOMBRE TO WS-OT-NOMBRE(WS-OT-NUM)
            MOVE OPE-NIVEL TO WS-OT-NIVEL(WS-OT-NUM)
            MOVE OPE-NIVEL TO WS-OT-NIVEL-NVO(WS-OT-NUM)
            MOVE OPE-BLOQUEADO TO WS-OT-BLOQUEADO(WS-OT-NUM)
            MOVE ZEROS TO WS-OT-FECHA-CLAVE(WS-OT-NUM)
            IF OPE-FECHA-CLAVE NUMERIC
                MOVE OPE-FECHA-CLAVE TO WS-OT-FECHA-CLAVE(WS-OT-NUM)
            END-IF
            MOVE ZEROS TO WS-OT-ULT-FECHA(WS-OT-NUM)
            MOVE ZEROS TO WS-OT-ULT-HORA(WS-OT-NUM)
            MOVE ZEROS TO WS-OT-FALLAS(WS-OT-NUM)
            MOVE '......' TO WS-OT-AREAS(WS-OT-NUM)
            MOVE ZEROS TO WS-OT-DIAS(WS-OT-NUM)
            MOVE 'N' TO WS-OT-AUTO(WS-OT-NUM)
            MOVE SPACE TO WS-OT-DECISION(WS-OT-NUM)
            MOVE SPACES TO WS-OT-NOTA(WS-OT-NUM).
       022-CARGAR-RENGLON-SAL.
            EXIT.

       030-LEER-SEGLOG.
      *    Una sola pasada: la ultima firma buena se toma de toda la
      *    bitacora; fallas y areas solo dentro del periodo
            OPEN INPUT F-SEGLOG
            IF WS-STATUS-SEGLOG NOT = '00'
                DISPLAY 'Aviso: sin SEGLOG.TXT no hay firmas que '
                    'revisar' UPON CONSOLE
                GO TO 030-LEER-SEGLOG-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-SEGLOG INTO WS-REN-SEGLOG
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 032-RENGLON-SEGLOG
                           THRU
                           032-RENGLON-SEGLOG-SAL
                END-READ
            END-PERFORM
            CLOSE F-SEGLOG.
       030-LEER-SEGLOG-SAL.
            EXIT.

       032-RENGLON-SEGLOG.
            IF WS-SEG-FECHA NOT NUMERIC
                GO TO 032-RENGLON-SEGLOG-SAL
            END-IF
            MOVE WS-SEG-FECHA TO WS-SEG-FECHA-N
            MOVE WS-SEG-OPERADOR TO WS-OPE-BUSCADO
            PERFORM 080-BUSCAR-OPERADOR
               THRU
               080-BUSCAR-OPERADOR-SAL
            IF WS-OT-HALLADO = ZEROS
                GO TO 032-RENGLON-SEGLOG-SAL
            END-IF
            IF WS-SEG-EVENTO = 'FIRMA'
                MOVE WS-SEG-FECHA-N TO WS-OT-ULT-FECHA(WS-OT-HALLADO)
                IF WS-SEG-HORA NUMERIC
                    MOVE WS-SEG-HORA TO WS-OT-ULT-HORA(WS-OT-HALLADO)
                END-IF
                GO TO 032-RENGLON-SEGLOG-SAL
            END-IF
            IF WS-SEG-FECHA-N < WS-FECHA-INICIO
                GO TO 032-RENGLON-SEGLOG-SAL
            END-IF
            IF WS-SEG-EVENTO = 'FALLA' OR WS-SEG-EVENTO = 'BLOQUEO'
                ADD 1 TO WS-OT-FALLAS(WS-OT-HALLADO)
                GO TO 032-RENGLON-SEGLOG-SAL
            END-IF
            IF WS-SEG-EVENTO(1:5) NOT = 'AREA-'
                GO TO 032-RENGLON-SEGLOG-SAL
            END-IF
            EVALUATE WS-SEG-EVENTO(6:1)
                WHEN 'P'
                    MOVE 1 TO WS-AREA-POS
                WHEN 'N'
                    MOVE 2 TO WS-AREA-POS
                WHEN 'F'
                    MOVE 3 TO WS-AREA-POS
                WHEN 'C'
                    MOVE 4 TO WS-AREA-POS
                WHEN 'T'
                    MOVE 5 TO WS-AREA-POS
                WHEN 'B'
                    MOVE 6 TO WS-AREA-POS
                WHEN OTHER
                    GO TO 032-RENGLON-SEGLOG-SAL
            END-EVALUATE
            MOVE WS-SEG-EVENTO(6:1)
                TO WS-OT-AREAS(WS-OT-HALLADO)(WS-AREA-POS:1).
       032-RENGLON-SEGLOG-SAL.
            EXIT.

       040-BLOQUEAR-INACTIVO.
      *    Dias desde la ultima firma buena; quien nunca ha firmado
      *    cuenta desde que se fijo su contraseña, y sin ninguna de
      *    las dos fechas se toma como inactivo
            IF WS-OT-ULT-FECHA(WS-OT-IDX) > ZEROS
                MOVE WS-OT-ULT-FECHA(WS-OT-IDX) TO WS-CA-FECHA
            ELSE
                MOVE WS-OT-FECHA-CLAVE(WS-OT-IDX) TO WS-CA-FECHA
            END-IF
            IF WS-CA-FECHA = ZEROS
                MOVE 999999 TO WS-OT-DIAS(WS-OT-IDX)
            ELSE
                PERFORM 070-DIAS-ABSOLUTOS
                   THRU
                   070-DIAS-ABSOLUTOS-SAL
                IF WS-ABS-HOY > WS-CA-RESULT
                    COMPUTE WS-OT-DIAS(WS-OT-IDX) =
                        WS-ABS-HOY - WS-CA-RESULT
                END-IF
            END-IF
            IF WS-OT-DIAS(WS-OT-IDX) NOT > WS-DIAS-INACTIVO
                OR WS-OT-BLOQUEADO(WS-OT-IDX) = 'B'
                OR WS-OT-ID(WS-OT-IDX) = WS-OPERADOR-FIRMADO
                GO TO 040-BLOQUEAR-INACTIVO-SAL
            END-IF
            MOVE WS-OT-ID(WS-OT-IDX) TO OPE-ID
            READ F-OPERADORES
                INVALID KEY
                    GO TO 040-BLOQUEAR-INACTIVO-SAL
            END-READ
            MOVE 'B' TO OPE-BLOQUEADO
            REWRITE REG-OPERADOR
                INVALID KEY
                    GO TO 040-BLOQUEAR-INACTIVO-SAL
            END-REWRITE
            MOVE 'B' TO WS-OT-BLOQUEADO(WS-OT-IDX)
            MOVE 'S' TO WS-OT-AUTO(WS-OT-IDX)
            ADD 1 TO WS-TOT-BLOQ-AUTO
            MOVE WS-OT-ID(WS-OT-IDX) TO WS-SEG-CLAVE
            MOVE 'BLOQ-INACT' TO WS-EVENTO-SEG
            PERFORM 090-BITACORA-SEGURIDAD
               THRU
               090-BITACORA-SEGURIDAD-SAL.
       040-BLOQUEAR-INACTIVO-SAL.
            EXIT.

       050-DECIDIR-OPERADOR.
            PERFORM 065-FORMATEAR-FIRMA
               THRU
               065-FORMATEAR-FIRMA-SAL
            DISPLAY ' ' UPON CONSOLE
            DISPLAY WS-OT-ID(WS-OT-IDX) ' ' WS-OT-NOMBRE(WS-OT-IDX)
                ' NIVEL=' WS-OT-NIVEL(WS-OT-IDX)
                ' BLOQ=' WS-OT-BLOQUEADO(WS-OT-IDX) UPON CONSOLE
            DISPLAY '  ULTIMA FIRMA ' WS-ULT-FIRMA-ED
                ' FALLAS ' WS-OT-FALLAS(WS-OT-IDX)
                ' AREAS ' WS-OT-AREAS(WS-OT-IDX) UPON CONSOLE
            IF OT-BLOQUEO-AUTO(WS-OT-IDX)
                DISPLAY '  BLOQUEADO EN ESTA CORRIDA POR INACTIVIDAD'
                    UPON CONSOLE
            END-IF
      *    Regla de PRG01051: nadie decide sobre su propia cuenta
            IF WS-OT-ID(WS-OT-IDX) = WS-OPERADOR-FIRMADO
                MOVE 'P' TO WS-OT-DECISION(WS-OT-IDX)
                MOVE 'PROPIA: OTRO NIVEL 3' TO WS-OT-NOTA(WS-OT-IDX)
                ADD 1 TO WS-TOT-PENDIENTES
                DISPLAY '  Su propia cuenta la recertifica otro '
                    'supervisor' UPON CONSOLE
                GO TO 050-DECIDIR-OPERADOR-SAL
            END-IF
            DISPLAY '  (C)onservar, (B)ajar nivel, (R)evocar, '
                'otra tecla pendiente: ' UPON CONSOLE
            ACCEPT WS-DECISION FROM CONSOLE
            EVALUATE TRUE
                WHEN DECIDE-CONSERVAR
                    MOVE 'C' TO WS-OT-DECISION(WS-OT-IDX)
                    ADD 1 TO WS-TOT-CONSERVADOS
                    MOVE 'RECERT-CONS' TO WS-EVENTO-SEG
                WHEN DECIDE-BAJAR
                    PERFORM 052-BAJAR-NIVEL
                       THRU
                       052-BAJAR-NIVEL-SAL
                WHEN DECIDE-REVOCAR
                    PERFORM 054-REVOCAR
                       THRU
                       054-REVOCAR-SAL
                WHEN OTHER
                    MOVE 'P' TO WS-OT-DECISION(WS-OT-IDX)
                    MOVE 'SIN DECISION' TO WS-OT-NOTA(WS-OT-IDX)
                    ADD 1 TO WS-TOT-PENDIENTES
            END-EVALUATE
            IF WS-OT-DECISION(WS-OT-IDX) = 'P'
                GO TO 050-DECIDIR-OPERADOR-SAL
            END-IF
            MOVE WS-OT-ID(WS-OT-IDX) TO WS-SEG-CLAVE
            PERFORM 090-BITACORA-SEGURIDAD
               THRU
               090-BITACORA-SEGURIDAD-SAL.
       050-DECIDIR-OPERADOR-SAL.
            EXIT.

       052-BAJAR-NIVEL.
            DISPLAY '  Nuevo nivel (menor a ' WS-OT-NIVEL(WS-OT-IDX)
                '): ' UPON CONSOLE
            ACCEPT Nivel FROM CONSOLE
            IF NOT NIVEL-VALIDO
                OR Nivel NOT < WS-OT-NIVEL(WS-OT-IDX)
                DISPLAY '  Nivel invalido, queda pendiente'
                    UPON CONSOLE
                MOVE 'P' TO WS-OT-DECISION(WS-OT-IDX)
                MOVE 'NIVEL INVALIDO' TO WS-OT-NOTA(WS-OT-IDX)
                ADD 1 TO WS-TOT-PENDIENTES
                GO TO 052-BAJAR-NIVEL-SAL
            END-IF
            MOVE WS-OT-ID(WS-OT-IDX) TO OPE-ID
            READ F-OPERADORES
                INVALID KEY
                    MOVE 'P' TO WS-OT-DECISION(WS-OT-IDX)
                    MOVE 'NO SE RELEYO' TO WS-OT-NOTA(WS-OT-IDX)
                    ADD 1 TO WS-TOT-PENDIENTES
                    GO TO 052-BAJAR-NIVEL-SAL
            END-READ
            MOVE SPACES TO WS-TAB-ANTES
            STRING OPE-ID ' ' OPE-NOMBRE(1:30) ' N=' OPE-NIVEL
                DELIMITED BY SIZE
                INTO WS-TAB-ANTES
            MOVE Nivel TO OPE-NIVEL
            REWRITE REG-OPERADOR
            MOVE 'CAMBIO' TO WS-TAB-OPERACION
            MOVE SPACES TO WS-TAB-DESPUES
            STRING OPE-ID ' ' OPE-NOMBRE(1:30) ' N=' OPE-NIVEL
                DELIMITED BY SIZE
                INTO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            MOVE 'B' TO WS-OT-DECISION(WS-OT-IDX)
            MOVE Nivel TO WS-OT-NIVEL-NVO(WS-OT-IDX)
            ADD 1 TO WS-TOT-BAJADOS
            MOVE SPACES TO WS-EVENTO-SEG
            STRING 'RECERT-NIV' Nivel
                DELIMITED BY SIZE
                INTO WS-EVENTO-SEG.
       052-BAJAR-NIVEL-SAL.
            EXIT.

       054-REVOCAR.
            DISPLAY '  ¿Confirma la revocacion de '
                WS-OT-ID(WS-OT-IDX) '? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                MOVE 'P' TO WS-OT-DECISION(WS-OT-IDX)
                MOVE 'REVOCACION CANCELADA' TO WS-OT-NOTA(WS-OT-IDX)
                ADD 1 TO WS-TOT-PENDIENTES
                GO TO 054-REVOCAR-SAL
            END-IF
            MOVE WS-OT-ID(WS-OT-IDX) TO OPE-ID
            READ F-OPERADORES
                INVALID KEY
                    MOVE 'P' TO WS-OT-DECISION(WS-OT-IDX)
                    MOVE 'NO SE RELEYO' TO WS-OT-NOTA(WS-OT-IDX)
                    ADD 1 TO WS-TOT-PENDIENTES
                    GO TO 054-REVOCAR-SAL
            END-READ
            MOVE SPACES TO WS-TAB-ANTES
            STRING OPE-ID ' ' OPE-NOMBRE(1:30) ' N=' OPE-NIVEL
                DELIMITED BY SIZE
                INTO WS-TAB-ANTES
            DELETE F-OPERADORES
            MOVE 'BAJA' TO WS-TAB-OPERACION
            MOVE SPACES TO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            MOVE 'R' TO WS-OT-DECISION(WS-OT-IDX)
            ADD 1 TO WS-TOT-REVOCADOS
            MOVE 'RECERT-REVO' TO WS-EVENTO-SEG.
       054-REVOCAR-SAL.
            EXIT.

       060-CONSTANCIA.
            OPEN OUTPUT F-CONSTANCIA
            MOVE SPACES TO WS-LINEA
            STRING 'RECERTIFICACION DE ACCESOS DE OPERADORES AL '
                WS-FECHA-SIS ' ' WS-HORA-SIS
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 095-EMITIR
               THRU
               095-EMITIR-SAL
            STRING 'PERIODO DEL ' WS-FECHA-INICIO ' AL ' WS-FECHA-SIS
                '; BLOQUEO AUTOMATICO CON MAS DE ' WS-DIAS-INACTIVO
                ' DIAS SIN FIRMA; SUPERVISOR ' WS-OPERADOR-FIRMADO
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 095-EMITIR
               THRU
               095-EMITIR-SAL
            MOVE 'AREAS: P PERSONAL, N NOMINA, F FECHAS, C CALCULADO'
                TO WS-LINEA
            MOVE 'RAS, T TABLAS, B BITACORAS; . SIN USO'
                TO WS-LINEA(51:)
            PERFORM 095-EMITIR
               THRU
               095-EMITIR-SAL
            PERFORM 095-EMITIR
               THRU
               095-EMITIR-SAL
            MOVE 'CLAVE    NOMBRE               NIV ULTIMA FIRMA     '
                TO WS-LINEA
            MOVE 'FALL AREAS  BLOQ DICTAMEN         NOTA'
                TO WS-LINEA(54:)
            PERFORM 095-EMITIR
               THRU
               095-EMITIR-SAL
            PERFORM 062-RENGLON-OPERADOR
               THRU
               062-RENGLON-OPERADOR-SAL
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-NUM
            PERFORM 095-EMITIR
               THRU
               095-EMITIR-SAL
            STRING 'OPERADORES ' WS-OT-NUM
                ' BLOQUEADOS POR INACTIVIDAD ' WS-TOT-BLOQ-AUTO
                ' CONSERVADOS ' WS-TOT-CONSERVADOS
                ' BAJADOS ' WS-TOT-BAJADOS
                ' REVOCADOS ' WS-TOT-REVOCADOS
                ' PENDIENTES ' WS-TOT-PENDIENTES
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 095-EMITIR
               THRU
               095-EMITIR-SAL
            PERFORM 095-EMITIR
               THRU
               095-EMITIR-SAL
            PERFORM 095-EMITIR
               THRU
               095-EMITIR-SAL
            MOVE '______________________________' TO WS-LINEA
            MOVE '______________________________' TO WS-LINEA(37:30)
            PERFORM 095-EMITIR
               THRU
               095-EMITIR-SAL
            STRING 'RECERTIFICO: ' WS-OPERADOR-FIRMADO
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE 'VO. BO. AUDITORIA' TO WS-LINEA(37:30)
            PERFORM 095-EMITIR
               THRU
               095-EMITIR-SAL
            CLOSE F-CONSTANCIA.
       060-CONSTANCIA-SAL.
            EXIT.

       062-RENGLON-OPERADOR.
            PERFORM 065-FORMATEAR-FIRMA
               THRU
               065-FORMATEAR-FIRMA-SAL
            MOVE WS-OT-ID(WS-OT-IDX) TO WS-LINEA(1:8)
            MOVE WS-OT-NOMBRE(WS-OT-IDX)(1:20) TO WS-LINEA(10:20)
            MOVE WS-OT-NIVEL(WS-OT-IDX) TO WS-LINEA(31:1)
            MOVE WS-ULT-FIRMA-ED TO WS-LINEA(35:17)
            MOVE WS-OT-FALLAS(WS-OT-IDX) TO WS-LINEA(54:4)
            MOVE WS-OT-AREAS(WS-OT-IDX) TO WS-LINEA(59:6)
            MOVE WS-OT-BLOQUEADO(WS-OT-IDX) TO WS-LINEA(66:1)
            IF OT-BLOQUEO-AUTO(WS-OT-IDX)
                MOVE '*' TO WS-LINEA(67:1)
            END-IF
            EVALUATE WS-OT-DECISION(WS-OT-IDX)
                WHEN 'C'
                    MOVE 'CONSERVAR' TO WS-LINEA(71:16)
                WHEN 'B'
                    MOVE 'BAJAR A NIVEL' TO WS-LINEA(71:16)
                    MOVE WS-OT-NIVEL-NVO(WS-OT-IDX) TO WS-LINEA(85:1)
                WHEN 'R'
                    MOVE 'REVOCAR' TO WS-LINEA(71:16)
                WHEN OTHER
                    MOVE 'PENDIENTE' TO WS-LINEA(71:16)
            END-EVALUATE
            MOVE WS-OT-NOTA(WS-OT-IDX) TO WS-LINEA(88:20)
            PERFORM 095-EMITIR
               THRU
               095-EMITIR-SAL.
       062-RENGLON-OPERADOR-SAL.
            EXIT.

       065-FORMATEAR-FIRMA.
            IF WS-OT-ULT-FECHA(WS-OT-IDX) = ZEROS
                MOVE 'NUNCA' TO WS-ULT-FIRMA-ED
            ELSE
                MOVE SPACES TO WS-ULT-FIRMA-ED
                STRING WS-OT-ULT-FECHA(WS-OT-IDX) ' '
                    WS-OT-ULT-HORA(WS-OT-IDX)
                    DELIMITED BY SIZE
                    INTO WS-ULT-FIRMA-ED
            END-IF.
       065-FORMATEAR-FIRMA-SAL.
            EXIT.

       070-DIAS-ABSOLUTOS.
      *    Dia absoluto desde el año 0000 (regla gregoriana completa
      *    4/100/400), igual que en PRG01010; toma WS-CA-FECHA
            MOVE WS-CA-FECHA(1:4) TO WS-CA-ANO
            MOVE WS-CA-FECHA(5:2) TO WS-CA-MES
            MOVE WS-CA-FECHA(7:2) TO WS-CA-DIA
            IF WS-CA-MES < 1 OR WS-CA-MES > 12
                MOVE 1 TO WS-CA-MES
            END-IF
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
       070-DIAS-ABSOLUTOS-SAL.
            EXIT.

       080-BUSCAR-OPERADOR.
            MOVE ZEROS TO WS-OT-HALLADO
            PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                UNTIL WS-OT-IDX > WS-OT-NUM
                OR WS-OT-HALLADO > ZEROS
                IF WS-OT-ID(WS-OT-IDX) = WS-OPE-BUSCADO
                    MOVE WS-OT-IDX TO WS-OT-HALLADO
                END-IF
            END-PERFORM.
       080-BUSCAR-OPERADOR-SAL.
            EXIT.

       090-BITACORA-SEGURIDAD.
      *    Mismo renglon que 090-BITACORA-SEGURIDAD de PRG01051
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            OPEN EXTEND F-SEGLOG
            IF WS-STATUS-SEGLOG = '35'
                OPEN OUTPUT F-SEGLOG
            END-IF
            MOVE SPACES TO WS-LINEA-SEG
            STRING WS-FECHA-SIS ' ' WS-HORA-SIS
                ' OPERADOR=' WS-SEG-CLAVE
                ' EVENTO=' WS-EVENTO-SEG
                ' POR=' WS-OPERADOR-FIRMADO
                DELIMITED BY SIZE
                INTO WS-LINEA-SEG
            MOVE WS-LINEA-SEG TO REG-SEGLOG
            WRITE REG-SEGLOG
            CLOSE F-SEGLOG.
       090-BITACORA-SEGURIDAD-SAL.
            EXIT.

       095-EMITIR.
            MOVE WS-LINEA TO REG-CONSTANCIA
            WRITE REG-CONSTANCIA
            MOVE SPACES TO WS-LINEA.
       095-EMITIR-SAL.
            EXIT.

       END PROGRAM PRG01154.
