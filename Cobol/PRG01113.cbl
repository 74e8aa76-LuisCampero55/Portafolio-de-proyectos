       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01113.
      *  Maestro de creditos de vivienda INFONAVIT (INFCRED.DAT,
      *  copybook INFCRED): registro del aviso de retencion con el
      *  numero de credito, tipo de descuento (P porcentaje del SBC,
      *  F cuota fija mensual, V veces salario minimo), valor y
      *  fecha de inicio; registro del aviso de suspension con su
      *  fecha, a partir de la cual PRG01019 deja de descontar; un
      *  aviso de retencion nuevo (reinicio o cambio de credito)
      *  sustituye al anterior; consulta con lo retenido segun la
      *  pista INFOMOV.TXT, listado general y la tabla de salario
      *  minimo diario por vigencia (INFOVSM.TXT) para los creditos
      *  en VSM; los avisos quedan en la auditoria de expedientes via
      *  PRG01017 y la tabla en TABAUD.TXT via PRG01095 - LCG 15 OCT 26
      *  Trazado de INFOMOV.TXT: EMP(6) FECHA(8) PERIODO(6)
      *  CREDITO(10) DESCUENTO(13 con 2 dec); de INFOVSM.TXT:
      *  VIGENCIA(8 AAAAMMDD) VALOR(6 con 2 dec)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INFCRED ASSIGN TO "INFCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INF-EMP-ID
               FILE STATUS IS WS-STATUS-INFCRED.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-INFOMOV ASSIGN TO "INFOMOV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFOMOV.
           SELECT F-INFOVSM ASSIGN TO "INFOVSM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFOVSM.
       DATA DIVISION.
       FILE SECTION.
       FD  F-INFCRED.
       COPY INFCRED.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-INFOMOV.
       01 REG-INFOMOV                PIC X(43).
       FD  F-INFOVSM.
       01 REG-INFOVSM                PIC X(14).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-INFCRED          PIC XX VALUE '00'.
           88 INFCRED-OK             VALUE '00'.
           88 INFCRED-NO-EXISTE      VALUE '35'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-INFOMOV          PIC XX VALUE '00'.
       01 WS-STATUS-INFOVSM          PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'C'.
           88 OPCION-RETENCION       VALUE 'A'.
           88 OPCION-SUSPENSION      VALUE 'S'.
           88 OPCION-CONSULTA        VALUE 'C'.
           88 OPCION-LISTAR          VALUE 'L'.
           88 OPCION-VSM             VALUE 'V'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-EXISTIA                 PIC X VALUE 'N'.
           88 CREDITO-EXISTIA        VALUE 'S'.
       01 EmpId                      PIC 9(6) VALUE ZEROS.
       01 WS-CAPTURA.
           05 WS-CAP-CREDITO         PIC X(10) VALUE SPACES.
           05 WS-CAP-TIPO            PIC X VALUE SPACE.
               88 CAP-TIPO-VALIDO    VALUE 'P' 'F' 'V'.
           05 WS-CAP-ENTERO          PIC 9(5) VALUE ZEROS.
           05 WS-CAP-DECIMAL         PIC 9(4) VALUE ZEROS.
           05 WS-DIA-CAP             PIC 99 VALUE ZEROS.
           05 WS-MES-CAP             PIC 99 VALUE ZEROS.
           05 WS-ANHO-CAP            PIC 9999 VALUE ZEROS.
           05 WS-FECHA-CAP           PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-REG-INFOMOV.
           05 IMV-EMP                PIC 9(6).
           05 IMV-FECHA              PIC 9(8).
           05 IMV-PERIODO            PIC 9(6).
           05 IMV-CREDITO            PIC X(10).
           05 IMV-DESCUENTO          PIC 9(11)V99.
       01 WS-RENGLON-VSM.
           05 WS-VSM-VIGENCIA        PIC 9(8).
           05 WS-VSM-VALOR           PIC 9(4)V99.
       01 WS-VSM-PESOS               PIC 9(4) VALUE ZEROS.
       01 WS-VSM-CENT                PIC 99 VALUE ZEROS.
       01 WS-TOT-RETENIDO            PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-LISTADOS            PIC 9(6) VALUE ZEROS.
       01 WS-AUD-OPERACION           PIC X(6) VALUE SPACES.
       01 WS-AUD-CAMPO               PIC X(20)
           VALUE 'CREDITO-INFONAVIT'.
       01 WS-AUD-ANTES               PIC X(20) VALUE SPACES.
       01 WS-AUD-DESPUES             PIC X(20) VALUE SPACES.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'INFOVSM.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
       01 WS-EDITADOS.
           05 WS-ED-VALOR            PIC ZZZZ9.9999.
           05 WS-ED-RETENIDO         PIC Z(10)9.99.
           05 WS-ED-DESCUENTO        PIC Z(10)9.99.
           05 WS-ED-VSM              PIC ZZZ9.99.

       PROCEDURE DIVISION.
       010-INICIO.
            OPEN I-O F-INFCRED
            IF INFCRED-NO-EXISTE
                OPEN OUTPUT F-INFCRED
                CLOSE F-INFCRED
                OPEN I-O F-INFCRED
            END-IF
            IF NOT INFCRED-OK
                DISPLAY 'Error: no se pudo abrir el maestro de '
                    'creditos INFONAVIT, status ' WS-STATUS-INFCRED
                    UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            CLOSE F-INFCRED
            GOBACK.

       020-SESION.
            DISPLAY 'INFONAVIT: (A)viso de retencion, aviso de '
                '(S)uspension, (C)onsulta, (L)istar, salario '
                'minimo (V): ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-RETENCION
                    PERFORM 030-AVISO-RETENCION
                       THRU
                       030-AVISO-RETENCION-SAL
                WHEN OPCION-SUSPENSION
                    PERFORM 040-AVISO-SUSPENSION
                       THRU
                       040-AVISO-SUSPENSION-SAL
                WHEN OPCION-LISTAR
                    PERFORM 060-LISTAR-CREDITOS
                       THRU
                       060-LISTAR-CREDITOS-SAL
                WHEN OPCION-VSM
                    PERFORM 070-SALARIO-MINIMO
                       THRU
                       070-SALARIO-MINIMO-SAL
                WHEN OTHER
                    PERFORM 050-CONSULTAR-CREDITO
                       THRU
                       050-CONSULTAR-CREDITO-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-AVISO-RETENCION.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro de '
                    'personal, status ' WS-STATUS-EMPLEADOS
                    UPON CONSOLE
                GO TO 030-AVISO-RETENCION-SAL
            END-IF
            MOVE EmpId TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    DISPLAY 'Error: no existe ese empleado'
                        UPON CONSOLE
                    CLOSE F-EMPLEADOS
                    GO TO 030-AVISO-RETENCION-SAL
            END-READ
            CLOSE F-EMPLEADOS
            IF EMP-BAJA
                DISPLAY 'Error: el empleado esta dado de baja'
                    UPON CONSOLE
                GO TO 030-AVISO-RETENCION-SAL
            END-IF
            MOVE 'N' TO WS-EXISTIA
            MOVE SPACES TO WS-AUD-ANTES
            MOVE EmpId TO INF-EMP-ID
            READ F-INFCRED
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WS-EXISTIA
                    MOVE INF-CREDITO TO WS-AUD-ANTES
                    IF INF-ACTIVO
                        DISPLAY 'El empleado ya tiene el credito '
                            INF-CREDITO ' en retencion' UPON CONSOLE
                        DISPLAY '¿Sustituirlo con el aviso nuevo? '
                            '(S/N): ' UPON CONSOLE
                        ACCEPT WS-CONFIRMA FROM CONSOLE
                        IF NOT CONFIRMA-SI
                            GO TO 030-AVISO-RETENCION-SAL
                        END-IF
                    END-IF
            END-READ
            DISPLAY 'Numero de credito (10): ' UPON CONSOLE
            ACCEPT WS-CAP-CREDITO FROM CONSOLE
            IF WS-CAP-CREDITO = SPACES
                DISPLAY 'Error: falta el numero de credito'
                    UPON CONSOLE
                GO TO 030-AVISO-RETENCION-SAL
            END-IF
            DISPLAY 'Tipo de descuento (P porcentaje, F cuota fija '
                'mensual, V veces salario minimo): ' UPON CONSOLE
            ACCEPT WS-CAP-TIPO FROM CONSOLE
            IF NOT CAP-TIPO-VALIDO
                DISPLAY 'Error: tipo de descuento invalido'
                    UPON CONSOLE
                GO TO 030-AVISO-RETENCION-SAL
            END-IF
            EVALUATE WS-CAP-TIPO
                WHEN 'P'
                    DISPLAY 'Porcentaje, parte entera: ' UPON CONSOLE
                WHEN 'F'
                    DISPLAY 'Cuota mensual, pesos: ' UPON CONSOLE
                WHEN OTHER
                    DISPLAY 'Factor VSM, parte entera: ' UPON CONSOLE
            END-EVALUATE
            ACCEPT WS-CAP-ENTERO FROM CONSOLE
            DISPLAY 'Diezmilesimas (0-9999): ' UPON CONSOLE
            ACCEPT WS-CAP-DECIMAL FROM CONSOLE
            DISPLAY 'Dia de inicio del descuento: ' UPON CONSOLE
            ACCEPT WS-DIA-CAP FROM CONSOLE
            DISPLAY 'Mes de inicio del descuento: ' UPON CONSOLE
            ACCEPT WS-MES-CAP FROM CONSOLE
            DISPLAY 'Anho de inicio del descuento: ' UPON CONSOLE
            ACCEPT WS-ANHO-CAP FROM CONSOLE
            CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP WS-ANHO-CAP
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Error: fecha de inicio invalida'
                    UPON CONSOLE
                GO TO 030-AVISO-RETENCION-SAL
            END-IF
            COMPUTE WS-FECHA-CAP = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            MOVE SPACES TO REG-INFCRED
            MOVE EmpId TO INF-EMP-ID
            MOVE WS-CAP-CREDITO TO INF-CREDITO
            MOVE WS-CAP-TIPO TO INF-TIPO
            COMPUTE INF-VALOR = WS-CAP-ENTERO
                + (WS-CAP-DECIMAL / 10000)
            MOVE WS-FECHA-CAP TO INF-FECHA-INICIO
            MOVE ZEROS TO INF-FECHA-SUSP
            MOVE 'A' TO INF-ESTADO
            MOVE WS-FECHA-SIS TO INF-FECHA-AVISO
            MOVE ZEROS TO INF-RETENIDO
            IF CREDITO-EXISTIA
                REWRITE REG-INFCRED
                MOVE 'CAMBIO' TO WS-AUD-OPERACION
            ELSE
                WRITE REG-INFCRED
                MOVE 'ALTA' TO WS-AUD-OPERACION
            END-IF
            MOVE SPACES TO WS-AUD-DESPUES
            STRING INF-CREDITO ' ' INF-TIPO ' RETENCION'
                DELIMITED BY SIZE
                INTO WS-AUD-DESPUES
            CALL 'PRG01017' USING INF-EMP-ID WS-AUD-OPERACION
                WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
            DISPLAY 'Aviso de retencion registrado; se descuenta '
                'desde ' INF-FECHA-INICIO UPON CONSOLE.
       030-AVISO-RETENCION-SAL.
            EXIT.

       040-AVISO-SUSPENSION.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            MOVE EmpId TO INF-EMP-ID
            READ F-INFCRED
                INVALID KEY
                    DISPLAY 'Error: el empleado no tiene credito '
                        'INFONAVIT registrado' UPON CONSOLE
                    GO TO 040-AVISO-SUSPENSION-SAL
            END-READ
            IF NOT INF-ACTIVO
                DISPLAY 'Error: el credito ' INF-CREDITO
                    ' ya esta suspendido' UPON CONSOLE
                GO TO 040-AVISO-SUSPENSION-SAL
            END-IF
            DISPLAY 'Dia de suspension: ' UPON CONSOLE
            ACCEPT WS-DIA-CAP FROM CONSOLE
            DISPLAY 'Mes de suspension: ' UPON CONSOLE
            ACCEPT WS-MES-CAP FROM CONSOLE
            DISPLAY 'Anho de suspension: ' UPON CONSOLE
            ACCEPT WS-ANHO-CAP FROM CONSOLE
            CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP WS-ANHO-CAP
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Error: fecha de suspension invalida'
                    UPON CONSOLE
                GO TO 040-AVISO-SUSPENSION-SAL
            END-IF
            COMPUTE WS-FECHA-CAP = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP
            IF WS-FECHA-CAP < INF-FECHA-INICIO
                DISPLAY 'Error: la suspension es anterior al inicio '
                    INF-FECHA-INICIO UPON CONSOLE
                GO TO 040-AVISO-SUSPENSION-SAL
            END-IF
            MOVE WS-FECHA-CAP TO INF-FECHA-SUSP
            MOVE 'S' TO INF-ESTADO
            REWRITE REG-INFCRED
            MOVE INF-CREDITO TO WS-AUD-ANTES
            MOVE 'CAMBIO' TO WS-AUD-OPERACION
            MOVE SPACES TO WS-AUD-DESPUES
            STRING INF-CREDITO ' SUSPENDIDO'
                DELIMITED BY SIZE
                INTO WS-AUD-DESPUES
            CALL 'PRG01017' USING INF-EMP-ID WS-AUD-OPERACION
                WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
            DISPLAY 'Aviso de suspension registrado; no se descuenta '
                'desde ' INF-FECHA-SUSP UPON CONSOLE.
       040-AVISO-SUSPENSION-SAL.
            EXIT.

       050-CONSULTAR-CREDITO.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            MOVE EmpId TO INF-EMP-ID
            READ F-INFCRED
                INVALID KEY
                    DISPLAY 'El empleado no tiene credito INFONAVIT '
                        'registrado' UPON CONSOLE
                    GO TO 050-CONSULTAR-CREDITO-SAL
            END-READ
            MOVE INF-VALOR TO WS-ED-VALOR
            MOVE INF-RETENIDO TO WS-ED-RETENIDO
            DISPLAY 'CREDITO=' INF-CREDITO ' TIPO=' INF-TIPO
                ' VALOR=' WS-ED-VALOR ' ESTADO=' INF-ESTADO
                UPON CONSOLE
            DISPLAY 'INICIO=' INF-FECHA-INICIO ' SUSPENSION='
                INF-FECHA-SUSP ' RETENIDO=' WS-ED-RETENIDO
                UPON CONSOLE
            MOVE ZEROS TO WS-TOT-RETENIDO
            OPEN INPUT F-INFOMOV
            IF WS-STATUS-INFOMOV NOT = '00'
                GO TO 050-CONSULTAR-CREDITO-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-INFOMOV INTO WS-REG-INFOMOV
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF IMV-EMP = EmpId
                            AND IMV-CREDITO = INF-CREDITO
                            ADD IMV-DESCUENTO TO WS-TOT-RETENIDO
                            MOVE IMV-DESCUENTO TO WS-ED-DESCUENTO
                            DISPLAY '  ' IMV-FECHA ' PERIODO '
                                IMV-PERIODO ' ' WS-ED-DESCUENTO
                                UPON CONSOLE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-INFOMOV
            MOVE WS-TOT-RETENIDO TO WS-ED-RETENIDO
            DISPLAY 'Total retenido segun la pista: ' WS-ED-RETENIDO
                UPON CONSOLE.
       050-CONSULTAR-CREDITO-SAL.
            EXIT.

       060-LISTAR-CREDITOS.
            MOVE ZEROS TO WS-TOT-LISTADOS
            MOVE LOW-VALUES TO INF-EMP-ID
            START F-INFCRED KEY IS NOT LESS THAN INF-EMP-ID
                INVALID KEY
                    DISPLAY 'No hay creditos registrados' UPON CONSOLE
                    GO TO 060-LISTAR-CREDITOS-SAL
            END-START
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-INFCRED NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        ADD 1 TO WS-TOT-LISTADOS
                        MOVE INF-VALOR TO WS-ED-VALOR
                        MOVE INF-RETENIDO TO WS-ED-RETENIDO
                        DISPLAY INF-EMP-ID ' ' INF-CREDITO ' '
                            INF-TIPO ' ' WS-ED-VALOR ' '
                            INF-FECHA-INICIO ' ' INF-FECHA-SUSP ' '
                            INF-ESTADO ' ' WS-ED-RETENIDO
                            UPON CONSOLE
                END-READ
            END-PERFORM
            DISPLAY 'Creditos listados: ' WS-TOT-LISTADOS
                UPON CONSOLE.
       060-LISTAR-CREDITOS-SAL.
            EXIT.

       070-SALARIO-MINIMO.
      *    Las vigencias no se modifican: se agrega una nueva y la
      *    lista muestra todas
            OPEN INPUT F-INFOVSM
            IF WS-STATUS-INFOVSM = '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-INFOVSM INTO WS-RENGLON-VSM
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            MOVE WS-VSM-VALOR TO WS-ED-VSM
                            DISPLAY WS-VSM-VIGENCIA ' ' WS-ED-VSM
                                UPON CONSOLE
                    END-READ
                END-PERFORM
                CLOSE F-INFOVSM
            END-IF
            DISPLAY '¿Agregar una vigencia nueva? (S/N): '
                UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 070-SALARIO-MINIMO-SAL
            END-IF
            DISPLAY 'Dia de vigencia: ' UPON CONSOLE
            ACCEPT WS-DIA-CAP FROM CONSOLE
            DISPLAY 'Mes de vigencia: ' UPON CONSOLE
            ACCEPT WS-MES-CAP FROM CONSOLE
            DISPLAY 'Anho de vigencia: ' UPON CONSOLE
            ACCEPT WS-ANHO-CAP FROM CONSOLE
            CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP WS-ANHO-CAP
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Fecha invalida' UPON CONSOLE
                GO TO 070-SALARIO-MINIMO-SAL
            END-IF
            COMPUTE WS-VSM-VIGENCIA = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP
            DISPLAY 'Salario minimo diario, pesos: ' UPON CONSOLE
            ACCEPT WS-VSM-PESOS FROM CONSOLE
            DISPLAY 'Salario minimo diario, centavos: ' UPON CONSOLE
            ACCEPT WS-VSM-CENT FROM CONSOLE
            COMPUTE WS-VSM-VALOR = WS-VSM-PESOS + (WS-VSM-CENT / 100)
            OPEN EXTEND F-INFOVSM
            IF WS-STATUS-INFOVSM = '35'
                OPEN OUTPUT F-INFOVSM
            END-IF
            MOVE WS-RENGLON-VSM TO REG-INFOVSM
            WRITE REG-INFOVSM
            CLOSE F-INFOVSM
            MOVE SPACES TO WS-TAB-ANTES
            MOVE WS-RENGLON-VSM TO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Vigencia registrada: ' WS-VSM-VIGENCIA
                UPON CONSOLE.
       070-SALARIO-MINIMO-SAL.
            EXIT.

       END PROGRAM PRG01113.
