      *  pasa las aprobadas cuya fecha ya llego a VACTOM.TXT (estado
      *  T) para que PRG01042 las descuente como siempre - LCG
      *  02 SEP 26
      *  Ruta de autorizacion por cadena de mando: la solicitud
      *  pendiente se turna al jefe directo (CMP-JEFE de EMPCOMP) y, si
      *  esta de vacaciones, incapacitado, de baja o sin operador, al
      *  siguiente hacia arriba; solo resuelve el operador ligado a ese
      *  jefe o a uno disponible mas arriba (CMP-OPERADOR), y sin jefe
      *  disponible queda la regla del nivel 3; nueva opcion (B)andeja
      *  con las pendientes turnadas al operador firmado - LCG 15 OCT
      *  26
      *  El estado del jefe se lee con bandera de archivo abierto; un
      *  jefe sin maestro ya no apaga la lectura de los demas - LCG 15
      *  OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUS-OPERADORES.
           SELECT F-COMPLEMENTO ASSIGN TO "EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-STATUS-COMPLEMENTO.
           SELECT F-INCAPACIDADES ASSIGN TO "INCAPAC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INCAPACIDADES.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
       01 REG-TOMADO               PIC X(18).
       FD  F-OPERADORES.
       COPY OPERCAT.
       FD  F-COMPLEMENTO.
       COPY EMPCOMP.
       FD  F-INCAPACIDADES.
       01 REG-INCAPACIDAD          PIC X(28).
       FD  F-OPSESION.
       01 REG-OPSESION             PIC X(8).
       WORKING-STORAGE SECTION.
           88 SOL-NO-EXISTE          VALUE '35'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-EMPLEADOS-ABIERTO       PIC X VALUE 'N'.
           88 EMPLEADOS-ABIERTO      VALUE 'S'.
       01 WS-STATUS-TOMADOS          PIC XX VALUE '00'.
       01 WS-STATUS-OPERADORES       PIC XX VALUE '00'.
           88 OPE-OK                 VALUE '00'.
           88 OPE-SIN-ARCHIVO        VALUE '35'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-STATUS-COMPLEMENTO      PIC XX VALUE '00'.
           88 CMP-OK                 VALUE '00'.
       01 WS-STATUS-INCAPACIDADES    PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'S'.
           88 OPCION-SOLICITAR       VALUE 'S'.
           88 OPCION-AUTORIZAR       VALUE 'A'.
           88 OPCION-BANDEJA         VALUE 'B'.
           88 OPCION-POSTEAR         VALUE 'P'.
           88 OPCION-LISTAR          VALUE 'L'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           05 WS-TOT-POSTEADAS       PIC 9(4) VALUE ZEROS.
           05 WS-TOT-LISTADAS        PIC 9(4) VALUE ZEROS.
       01 WS-ANHOS-PUENTE            PIC 999 VALUE ZEROS.
      *    Ruta de autorizacion: cadena de jefes hacia arriba desde el
      *    solicitante (CMP-JEFE de EMPCOMP); se turna al primero que
      *    esta activo, tiene operador y no esta ausente hoy
       01 WS-RUTA.
           05 WS-RUTA-EMP            PIC 9(6) VALUE ZEROS.
           05 WS-RUTA-JEFE           PIC 9(6) VALUE ZEROS.
           05 WS-RUTA-NUM            PIC 99 VALUE ZEROS.
           05 WS-RUTA-IDX            PIC 99 VALUE ZEROS.
           05 WS-RUTA-K              PIC 99 VALUE ZEROS.
           05 WS-RUTA-FIN            PIC X VALUE 'N'.
               88 RUTA-FIN           VALUE 'S'.
           05 WS-RUTA-ENT OCCURS 20 TIMES.
               10 WS-CAD-EMP         PIC 9(6).
               10 WS-CAD-OPER        PIC X(8).
               10 WS-CAD-ESTADO      PIC X.
                   88 CAD-DISPONIBLE VALUE 'D'.
                   88 CAD-AUSENTE    VALUE 'A'.
                   88 CAD-BAJA       VALUE 'B'.
                   88 CAD-SIN-OPERADOR VALUE 'S'.
       01 WS-FIRMA-VALIDA            PIC X VALUE 'N'.
           88 FIRMA-VALIDA           VALUE 'S'.
      *    Pendientes de la bandeja: se juntan antes de armar las
      *    rutas porque la revision de ausencias mueve VACSOL
       01 WS-PENDIENTES.
           05 WS-PEN-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-PEN-IDX             PIC 9(4) VALUE ZEROS.
           05 WS-PEN-ENT OCCURS 500 TIMES.
               10 WS-PEN-EMP         PIC 9(6).
               10 WS-PEN-INICIO      PIC 9(8).
               10 WS-PEN-DIAS        PIC 999.
               10 WS-PEN-DEPTO       PIC X(4).
       01 WS-TOT-BANDEJA             PIC 9(4) VALUE ZEROS.
       01 WS-RENGLON-INC.
           05 WS-INC-EMP             PIC 9(6).
           05 WS-INC-FOLIO           PIC X(10).
           05 WS-INC-TIPO            PIC X.
           05 WS-INC-INICIO          PIC 9(8).
           05 WS-INC-DIAS            PIC 999.
       01 WS-FECHA-DESGLOSE.
           05 WS-FD-ANHO             PIC 9999.
           05 WS-FD-MES              PIC 99.
           05 WS-FD-DIA              PIC 99.
       01 WS-FECHA-NUM REDEFINES WS-FECHA-DESGLOSE
                                     PIC 9(8).
       01 WS-ABS-HOY                 PIC 9(8) VALUE ZEROS.
       01 WS-ABS-INICIO              PIC 9(8) VALUE ZEROS.
       01 WS-ABS-FIN                 PIC 9(8) VALUE ZEROS.
       01 WS-RANGO-DIAS              PIC 999 VALUE ZEROS.
       01 WS-DENTRO                  PIC X VALUE 'N'.
           88 DIA-DENTRO             VALUE 'S'.
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
       COPY DIASXMES.

       PROCEDURE DIVISION.
       010-INICIO.
            MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DIA-SIS
            COMPUTE WS-HOY-NUM = (WS-ANO-SIS * 10000)
                + (WS-MES-SIS * 100) + WS-DIA-SIS
            MOVE WS-ANO-SIS TO WS-CA-ANO
            MOVE WS-MES-SIS TO WS-CA-MES
            MOVE WS-DIA-SIS TO WS-CA-DIA
            PERFORM 088-DIAS-ABSOLUTOS
               THRU
               088-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-HOY
            OPEN I-O F-SOLICITUDES
            IF SOL-NO-EXISTE
                OPEN OUTPUT F-SOLICITUDES

       015-SESION.
            DISPLAY 'Vacaciones: (S)olicitar, (A)utorizar, '
                '(B)andeja del jefe, (P)ostear vencidas, (L)istar: '
                UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-AUTORIZAR
                    PERFORM 040-AUTORIZAR
                       THRU
                       040-AUTORIZAR-SAL
                WHEN OPCION-BANDEJA
                    PERFORM 050-BANDEJA
                       THRU
                       050-BANDEJA-SAL
                WHEN OPCION-POSTEAR
                    PERFORM 060-POSTEAR-VENCIDAS
                       THRU
                NOT INVALID KEY
                    DISPLAY 'Solicitud registrada en estado P '
                        '(pendiente de autorizacion)' UPON CONSOLE
                    PERFORM 078-MOSTRAR-RUTA
                       THRU
                       078-MOSTRAR-RUTA-SAL
            END-WRITE.
       020-SOLICITAR-SAL.
            EXIT.
            EXIT.

       040-AUTORIZAR.
      *    Resuelve el jefe al que esta turnada la solicitud o uno
      *    disponible mas arriba en su cadena; sin jefe disponible
      *    queda la regla anterior del operador nivel 3
            PERFORM 045-NIVEL-DEL-OPERADOR
               THRU
               045-NIVEL-DEL-OPERADOR-SAL
            DISPLAY 'Empleado de la solicitud: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            DISPLAY 'Fecha de inicio (AAAAMMDD): ' UPON CONSOLE
                    VSL-ESTADO ')' UPON CONSOLE
                GO TO 040-AUTORIZAR-SAL
            END-IF
            MOVE EmpId TO WS-RUTA-EMP
            PERFORM 080-ARMAR-RUTA
               THRU
               080-ARMAR-RUTA-SAL
      *    La revision de ausencias recorre VACSOL: se vuelve a leer
      *    la solicitud antes de resolverla
            MOVE EmpId TO VSL-EMP
            MOVE WS-INICIO-NUM TO VSL-INICIO
            READ F-SOLICITUDES
                INVALID KEY
                    DISPLAY 'No existe esa solicitud' UPON CONSOLE
                    GO TO 040-AUTORIZAR-SAL
            END-READ
            IF WS-RUTA-IDX > ZEROS
                MOVE 'N' TO WS-FIRMA-VALIDA
                PERFORM VARYING WS-RUTA-K FROM WS-RUTA-IDX BY 1
                    UNTIL WS-RUTA-K > WS-RUTA-NUM
                    IF CAD-DISPONIBLE(WS-RUTA-K)
                        AND WS-CAD-OPER(WS-RUTA-K) = WS-OPERADOR
                        MOVE 'S' TO WS-FIRMA-VALIDA
                    END-IF
                END-PERFORM
                IF NOT FIRMA-VALIDA
                    DISPLAY 'La solicitud esta turnada al jefe EMP='
                        WS-CAD-EMP(WS-RUTA-IDX) ' operador '
                        WS-CAD-OPER(WS-RUTA-IDX) ' (firmado: '
                        WS-OPERADOR ')' UPON CONSOLE
                    GO TO 040-AUTORIZAR-SAL
                END-IF
            ELSE
                DISPLAY 'Sin jefe disponible en la cadena de mando: '
                    'la resuelve un operador nivel 3' UPON CONSOLE
                IF WS-NIVEL-OPERADOR < 3
                    DISPLAY 'Solo un operador nivel 3 puede autorizar '
                        'solicitudes (firmado: ' WS-OPERADOR ')'
                        UPON CONSOLE
                    GO TO 040-AUTORIZAR-SAL
                END-IF
            END-IF
            DISPLAY 'Solicitud: EMP=' VSL-EMP ' INICIO=' VSL-INICIO
                ' DIAS=' VSL-DIAS ' DEPTO=' VSL-DEPTO UPON CONSOLE
            DISPLAY '¿(A)probar o (D)enegar?: ' UPON CONSOLE
       045-NIVEL-DEL-OPERADOR-SAL.
            EXIT.

       050-BANDEJA.
      *    Pendientes turnadas al operador firmado; un nivel 3 ve
      *    ademas las que no tienen jefe disponible
            PERFORM 045-NIVEL-DEL-OPERADOR
               THRU
               045-NIVEL-DEL-OPERADOR-SAL
            MOVE ZEROS TO WS-PEN-NUM
            MOVE ZEROS TO WS-TOT-BANDEJA
            MOVE 'N' TO WS-FIN-ARCHIVO
            MOVE ZEROS TO VSL-EMP
            MOVE ZEROS TO VSL-INICIO
            START F-SOLICITUDES KEY IS NOT < VSL-LLAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIN-ARCHIVO
            END-START
            PERFORM UNTIL FIN-ARCHIVO
                READ F-SOLICITUDES NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF VSL-PENDIENTE AND WS-PEN-NUM < 500
                            ADD 1 TO WS-PEN-NUM
                            MOVE VSL-EMP TO WS-PEN-EMP(WS-PEN-NUM)
                            MOVE VSL-INICIO
                                TO WS-PEN-INICIO(WS-PEN-NUM)
                            MOVE VSL-DIAS TO WS-PEN-DIAS(WS-PEN-NUM)
                            MOVE VSL-DEPTO TO WS-PEN-DEPTO(WS-PEN-NUM)
                        END-IF
                END-READ
            END-PERFORM
            DISPLAY 'Bandeja del operador ' WS-OPERADOR UPON CONSOLE
            PERFORM VARYING WS-PEN-IDX FROM 1 BY 1
                UNTIL WS-PEN-IDX > WS-PEN-NUM
                MOVE WS-PEN-EMP(WS-PEN-IDX) TO WS-RUTA-EMP
                PERFORM 080-ARMAR-RUTA
                   THRU
                   080-ARMAR-RUTA-SAL
                IF WS-RUTA-IDX > ZEROS
                    IF WS-CAD-OPER(WS-RUTA-IDX) = WS-OPERADOR
                        ADD 1 TO WS-TOT-BANDEJA
                        DISPLAY 'EMP=' WS-PEN-EMP(WS-PEN-IDX)
                            ' INICIO=' WS-PEN-INICIO(WS-PEN-IDX)
                            ' DIAS=' WS-PEN-DIAS(WS-PEN-IDX)
                            ' DEPTO=' WS-PEN-DEPTO(WS-PEN-IDX)
                            UPON CONSOLE
                    END-IF
                ELSE
                    IF WS-NIVEL-OPERADOR NOT < 3
                        ADD 1 TO WS-TOT-BANDEJA
                        DISPLAY 'EMP=' WS-PEN-EMP(WS-PEN-IDX)
                            ' INICIO=' WS-PEN-INICIO(WS-PEN-IDX)
                            ' DIAS=' WS-PEN-DIAS(WS-PEN-IDX)
                            ' DEPTO=' WS-PEN-DEPTO(WS-PEN-IDX)
                            ' SIN JEFE DISPONIBLE' UPON CONSOLE
                    END-IF
                END-IF
            END-PERFORM
            DISPLAY 'Solicitudes por resolver: ' WS-TOT-BANDEJA
                UPON CONSOLE.
       050-BANDEJA-SAL.
            EXIT.

       060-POSTEAR-VENCIDAS.
      *    Las aprobadas cuya fecha de inicio ya llego pasan a
      *    VACTOM.TXT como dias tomados y quedan en estado T
       070-LISTAR-SOLICITUDES-SAL.
            EXIT.

       078-MOSTRAR-RUTA.
      *    Aviso al capturar: a quien queda turnada la solicitud y
      *    que jefes se saltaron
            MOVE VSL-EMP TO WS-RUTA-EMP
            PERFORM 080-ARMAR-RUTA
               THRU
               080-ARMAR-RUTA-SAL
            PERFORM VARYING WS-RUTA-K FROM 1 BY 1
                UNTIL WS-RUTA-K > WS-RUTA-NUM
                OR WS-RUTA-K = WS-RUTA-IDX
                EVALUATE TRUE
                    WHEN CAD-AUSENTE(WS-RUTA-K)
                        DISPLAY 'Se escala: el jefe EMP='
                            WS-CAD-EMP(WS-RUTA-K)
                            ' esta ausente hoy' UPON CONSOLE
                    WHEN CAD-BAJA(WS-RUTA-K)
                        DISPLAY 'Se escala: el jefe EMP='
                            WS-CAD-EMP(WS-RUTA-K)
                            ' esta dado de baja' UPON CONSOLE
                    WHEN OTHER
                        DISPLAY 'Se escala: el jefe EMP='
                            WS-CAD-EMP(WS-RUTA-K)
                            ' no tiene operador' UPON CONSOLE
                END-EVALUATE
            END-PERFORM
            IF WS-RUTA-IDX > ZEROS
                DISPLAY 'Turnada al jefe EMP=' WS-CAD-EMP(WS-RUTA-IDX)
                    ' operador ' WS-CAD-OPER(WS-RUTA-IDX) UPON CONSOLE
            ELSE
                DISPLAY 'Sin jefe disponible en la cadena de mando: '
                    'la resuelve un operador nivel 3' UPON CONSOLE
            END-IF.
       078-MOSTRAR-RUTA-SAL.
            EXIT.

       080-ARMAR-RUTA.
      *    Sube por CMP-JEFE desde WS-RUTA-EMP hasta 20 niveles; se
      *    corta al no haber jefe, al volver a un empleado ya visto o
      *    si el complemento no existe
            MOVE ZEROS TO WS-RUTA-NUM
            MOVE ZEROS TO WS-RUTA-IDX
            OPEN INPUT F-COMPLEMENTO
            IF NOT CMP-OK
                GO TO 080-ARMAR-RUTA-SAL
            END-IF
            OPEN INPUT F-EMPLEADOS
            MOVE 'N' TO WS-EMPLEADOS-ABIERTO
            IF EMP-OK
                MOVE 'S' TO WS-EMPLEADOS-ABIERTO
            END-IF
            MOVE WS-RUTA-EMP TO CMP-EMP-ID
            READ F-COMPLEMENTO
                INVALID KEY
                    MOVE SPACES TO REG-EMPCOMP
            END-READ
            MOVE 'N' TO WS-RUTA-FIN
            PERFORM UNTIL RUTA-FIN
                IF CMP-JEFE NOT NUMERIC OR CMP-JEFE = ZEROS
                    OR CMP-JEFE = WS-RUTA-EMP OR WS-RUTA-NUM NOT < 20
                    MOVE 'S' TO WS-RUTA-FIN
                ELSE
                    PERFORM VARYING WS-RUTA-K FROM 1 BY 1
                        UNTIL WS-RUTA-K > WS-RUTA-NUM
                        IF WS-CAD-EMP(WS-RUTA-K) = CMP-JEFE
                            MOVE 'S' TO WS-RUTA-FIN
                        END-IF
                    END-PERFORM
                END-IF
                IF NOT RUTA-FIN
                    ADD 1 TO WS-RUTA-NUM
                    MOVE CMP-JEFE TO WS-RUTA-JEFE
                    MOVE WS-RUTA-JEFE TO WS-CAD-EMP(WS-RUTA-NUM)
                    MOVE WS-RUTA-JEFE TO CMP-EMP-ID
                    READ F-COMPLEMENTO
                        INVALID KEY
                            MOVE SPACES TO REG-EMPCOMP
                    END-READ
                    MOVE CMP-OPERADOR TO WS-CAD-OPER(WS-RUTA-NUM)
                    PERFORM 082-ESTADO-DEL-JEFE
                       THRU
                       082-ESTADO-DEL-JEFE-SAL
                    IF CAD-DISPONIBLE(WS-RUTA-NUM)
                        AND WS-RUTA-IDX = ZEROS
                        MOVE WS-RUTA-NUM TO WS-RUTA-IDX
                    END-IF
                END-IF
            END-PERFORM
            IF EMPLEADOS-ABIERTO
                CLOSE F-EMPLEADOS
            END-IF
            CLOSE F-COMPLEMENTO.
       080-ARMAR-RUTA-SAL.
            EXIT.

       082-ESTADO-DEL-JEFE.
            MOVE 'D' TO WS-CAD-ESTADO(WS-RUTA-NUM)
            IF EMPLEADOS-ABIERTO
                MOVE WS-RUTA-JEFE TO EMP-ID-REG
                READ F-EMPLEADOS
                    INVALID KEY
                        MOVE 'B' TO WS-CAD-ESTADO(WS-RUTA-NUM)
                    NOT INVALID KEY
                        IF EMP-BAJA
                            MOVE 'B' TO WS-CAD-ESTADO(WS-RUTA-NUM)
                        END-IF
                END-READ
            END-IF
            IF CAD-BAJA(WS-RUTA-NUM)
                GO TO 082-ESTADO-DEL-JEFE-SAL
            END-IF
            IF WS-CAD-OPER(WS-RUTA-NUM) = SPACES
                MOVE 'S' TO WS-CAD-ESTADO(WS-RUTA-NUM)
                GO TO 082-ESTADO-DEL-JEFE-SAL
            END-IF
            PERFORM 084-REVISAR-AUSENCIA
               THRU
               084-REVISAR-AUSENCIA-SAL
            IF DIA-DENTRO
                MOVE 'A' TO WS-CAD-ESTADO(WS-RUTA-NUM)
            END-IF.
       082-ESTADO-DEL-JEFE-SAL.
            EXIT.

       084-REVISAR-AUSENCIA.
      *    Ausente hoy: vacaciones aprobadas o tomadas (VACSOL y
      *    VACTOM.TXT) o incapacidad (INCAPAC.TXT) que cubren la
      *    fecha, con las mismas reglas que PRG01121
            MOVE 'N' TO WS-DENTRO
            MOVE 'N' TO WS-FIN-ARCHIVO
            MOVE WS-RUTA-JEFE TO VSL-EMP
            MOVE ZEROS TO VSL-INICIO
            START F-SOLICITUDES KEY IS NOT < VSL-LLAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIN-ARCHIVO
            END-START
            PERFORM UNTIL FIN-ARCHIVO OR DIA-DENTRO
                READ F-SOLICITUDES NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF VSL-EMP NOT = WS-RUTA-JEFE
                            OR VSL-INICIO > WS-HOY-NUM
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        ELSE
                            IF VSL-APROBADA OR VSL-TOMADA
                                MOVE VSL-INICIO TO WS-FECHA-NUM
                                MOVE VSL-DIAS TO WS-RANGO-DIAS
                                PERFORM 086-DENTRO-DEL-RANGO
                                   THRU
                                   086-DENTRO-DEL-RANGO-SAL
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF DIA-DENTRO
                GO TO 084-REVISAR-AUSENCIA-SAL
            END-IF
            OPEN INPUT F-TOMADOS
            IF WS-STATUS-TOMADOS = '00'
                MOVE 'N' TO WS-FIN-TOMADOS
                PERFORM UNTIL FIN-TOMADOS OR DIA-DENTRO
                    READ F-TOMADOS INTO WS-REG-TOMADO
                        AT END
                            MOVE 'Y' TO WS-FIN-TOMADOS
                        NOT AT END
                            IF TOM-EMP = WS-RUTA-JEFE
                                AND TOM-FECHA NOT > WS-HOY-NUM
                                MOVE TOM-FECHA TO WS-FECHA-NUM
                                MOVE TOM-DIAS TO WS-RANGO-DIAS
                                PERFORM 086-DENTRO-DEL-RANGO
                                   THRU
                                   086-DENTRO-DEL-RANGO-SAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-TOMADOS
            END-IF
            IF DIA-DENTRO
                GO TO 084-REVISAR-AUSENCIA-SAL
            END-IF
            OPEN INPUT F-INCAPACIDADES
            IF WS-STATUS-INCAPACIDADES = '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO OR DIA-DENTRO
                    READ F-INCAPACIDADES INTO WS-RENGLON-INC
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            IF WS-INC-EMP = WS-RUTA-JEFE
                                AND WS-INC-INICIO NOT > WS-HOY-NUM
                                MOVE WS-INC-INICIO TO WS-FECHA-NUM
                                MOVE WS-INC-DIAS TO WS-RANGO-DIAS
                                PERFORM 086-DENTRO-DEL-RANGO
                                   THRU
                                   086-DENTRO-DEL-RANGO-SAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-INCAPACIDADES
            END-IF.
       084-REVISAR-AUSENCIA-SAL.
            EXIT.

       086-DENTRO-DEL-RANGO.
      *    El rango va de la fecha en WS-FECHA-NUM por WS-RANGO-DIAS
      *    dias de calendario, contando el dia de inicio
            MOVE 'N' TO WS-DENTRO
            IF WS-RANGO-DIAS = ZEROS
                GO TO 086-DENTRO-DEL-RANGO-SAL
            END-IF
            MOVE WS-FD-ANHO TO WS-CA-ANO
            MOVE WS-FD-MES TO WS-CA-MES
            MOVE WS-FD-DIA TO WS-CA-DIA
            IF WS-CA-MES < 1 OR WS-CA-MES > 12
                GO TO 086-DENTRO-DEL-RANGO-SAL
            END-IF
            PERFORM 088-DIAS-ABSOLUTOS
               THRU
               088-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-INICIO
            COMPUTE WS-ABS-FIN = WS-ABS-INICIO + WS-RANGO-DIAS - 1
            IF WS-ABS-HOY NOT < WS-ABS-INICIO
                AND WS-ABS-HOY NOT > WS-ABS-FIN
                MOVE 'S' TO WS-DENTRO
            END-IF.
       086-DENTRO-DEL-RANGO-SAL.
            EXIT.

       088-DIAS-ABSOLUTOS.
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
       088-DIAS-ABSOLUTOS-SAL.
            EXIT.

       END PROGRAM PRG01066.
