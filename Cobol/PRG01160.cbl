       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01160.
      *  Afiliacion sindical (SINDAFIL.DAT, copybook SINDAFIL): alta
      *  del empleado en el sindicato del contrato colectivo con su
      *  seccion y fecha de ingreso; separacion con su fecha, a
      *  partir de la cual PRG01019 deja de retener la cuota; un alta
      *  nueva (reingreso o cambio de sindicato) sustituye a la
      *  anterior; consulta con lo retenido segun la pista
      *  SINDMOV.TXT, listado general y la tabla de cuotas por
      *  sindicato y vigencia (SINDCUOT.TXT) con el porcentaje sobre
      *  el salario y el nombre del sindicato; los movimientos quedan
      *  en la auditoria de expedientes via PRG01017 y la tabla en
      *  TABAUD.TXT via PRG01095 - LCG 15 OCT 26
      *  Trazado de SINDMOV.TXT: EMP(6) FECHA(8) PERIODO(6)
      *  SINDICATO(6) SECCION(6) CUOTA(13 con 2 dec); de SINDCUOT.TXT:
      *  SINDICATO(6) VIGENCIA(8 AAAAMMDD) PORCENTAJE(6 con 4 dec)
      *  NOMBRE(40)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SINDAFIL ASSIGN TO "SINDAFIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-EMP-ID
               FILE STATUS IS WS-STATUS-SINDAFIL.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-SINDMOV ASSIGN TO "SINDMOV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SINDMOV.
           SELECT F-SINDCUOT ASSIGN TO "SINDCUOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SINDCUOT.
       DATA DIVISION.
       FILE SECTION.
       FD  F-SINDAFIL.
       COPY SINDAFIL.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-SINDMOV.
       01 REG-SINDMOV                PIC X(45).
       FD  F-SINDCUOT.
       01 REG-SINDCUOT               PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-SINDAFIL         PIC XX VALUE '00'.
           88 SINDAFIL-OK            VALUE '00'.
           88 SINDAFIL-NO-EXISTE     VALUE '35'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-SINDMOV          PIC XX VALUE '00'.
       01 WS-STATUS-SINDCUOT         PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'C'.
           88 OPCION-ALTA            VALUE 'A'.
           88 OPCION-SEPARACION      VALUE 'S'.
           88 OPCION-CONSULTA        VALUE 'C'.
           88 OPCION-LISTAR          VALUE 'L'.
           88 OPCION-CUOTAS          VALUE 'T'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-EXISTIA                 PIC X VALUE 'N'.
           88 AFILIACION-EXISTIA     VALUE 'S'.
       01 EmpId                      PIC 9(6) VALUE ZEROS.
       01 WS-CAPTURA.
           05 WS-CAP-SINDICATO       PIC X(6) VALUE SPACES.
           05 WS-CAP-SECCION         PIC X(6) VALUE SPACES.
           05 WS-CAP-ENTERO          PIC 99 VALUE ZEROS.
           05 WS-CAP-DECIMAL         PIC 9(4) VALUE ZEROS.
           05 WS-CAP-NOMBRE          PIC X(40) VALUE SPACES.
           05 WS-DIA-CAP             PIC 99 VALUE ZEROS.
           05 WS-MES-CAP             PIC 99 VALUE ZEROS.
           05 WS-ANHO-CAP            PIC 9999 VALUE ZEROS.
           05 WS-FECHA-CAP           PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-REG-SINDMOV.
           05 SMV-EMP                PIC 9(6).
           05 SMV-FECHA              PIC 9(8).
           05 SMV-PERIODO            PIC 9(6).
           05 SMV-SINDICATO          PIC X(6).
           05 SMV-SECCION            PIC X(6).
           05 SMV-CUOTA              PIC 9(11)V99.
       01 WS-RENGLON-SCU.
           05 SCU-SINDICATO          PIC X(6).
           05 SCU-VIGENCIA           PIC 9(8).
           05 SCU-PORCENTAJE         PIC 9(2)V9(4).
           05 SCU-NOMBRE             PIC X(40).
       01 WS-CUOTA-VIGENTE           PIC X VALUE 'N'.
           88 HAY-CUOTA-VIGENTE      VALUE 'S'.
       01 WS-TOT-RETENIDO            PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-LISTADOS            PIC 9(6) VALUE ZEROS.
       01 WS-AUD-OPERACION           PIC X(6) VALUE SPACES.
       01 WS-AUD-CAMPO               PIC X(20)
           VALUE 'AFILIACION-SINDICAL'.
       01 WS-AUD-ANTES               PIC X(20) VALUE SPACES.
       01 WS-AUD-DESPUES             PIC X(20) VALUE SPACES.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'SINDCUOT.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
       01 WS-EDITADOS.
           05 WS-ED-RETENIDO         PIC Z(10)9.99.
           05 WS-ED-CUOTA            PIC Z(10)9.99.
           05 WS-ED-PORCENTAJE       PIC Z9.9999.

       PROCEDURE DIVISION.
       010-INICIO.
            OPEN I-O F-SINDAFIL
            IF SINDAFIL-NO-EXISTE
                OPEN OUTPUT F-SINDAFIL
                CLOSE F-SINDAFIL
                OPEN I-O F-SINDAFIL
            END-IF
            IF NOT SINDAFIL-OK
                DISPLAY 'Error: no se pudo abrir la afiliacion '
                    'sindical, status ' WS-STATUS-SINDAFIL
                    UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            CLOSE F-SINDAFIL
            GOBACK.

       020-SESION.
            DISPLAY 'Afiliacion sindical: (A)lta, (S)eparacion, '
                '(C)onsulta, (L)istar, (T)abla de cuotas: '
                UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM 030-ALTA-AFILIADO
                       THRU
                       030-ALTA-AFILIADO-SAL
                WHEN OPCION-SEPARACION
                    PERFORM 040-SEPARAR-AFILIADO
                       THRU
                       040-SEPARAR-AFILIADO-SAL
                WHEN OPCION-LISTAR
                    PERFORM 060-LISTAR-AFILIADOS
                       THRU
                       060-LISTAR-AFILIADOS-SAL
                WHEN OPCION-CUOTAS
                    PERFORM 070-TABLA-CUOTAS
                       THRU
                       070-TABLA-CUOTAS-SAL
                WHEN OTHER
                    PERFORM 050-CONSULTAR-AFILIADO
                       THRU
                       050-CONSULTAR-AFILIADO-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-ALTA-AFILIADO.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro de '
                    'personal, status ' WS-STATUS-EMPLEADOS
                    UPON CONSOLE
                GO TO 030-ALTA-AFILIADO-SAL
            END-IF
            MOVE EmpId TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    DISPLAY 'Error: no existe ese empleado'
                        UPON CONSOLE
                    CLOSE F-EMPLEADOS
                    GO TO 030-ALTA-AFILIADO-SAL
            END-READ
            CLOSE F-EMPLEADOS
            IF EMP-BAJA
                DISPLAY 'Error: el empleado esta dado de baja'
                    UPON CONSOLE
                GO TO 030-ALTA-AFILIADO-SAL
            END-IF
            MOVE 'N' TO WS-EXISTIA
            MOVE SPACES TO WS-AUD-ANTES
            MOVE EmpId TO SIN-EMP-ID
            READ F-SINDAFIL
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WS-EXISTIA
                    STRING SIN-SINDICATO ' ' SIN-SECCION
                        DELIMITED BY SIZE
                        INTO WS-AUD-ANTES
                    IF SIN-AFILIADO
                        DISPLAY 'El empleado ya esta afiliado al '
                            'sindicato ' SIN-SINDICATO ' seccion '
                            SIN-SECCION UPON CONSOLE
                        DISPLAY '¿Sustituir con la afiliacion '
                            'nueva? (S/N): ' UPON CONSOLE
                        ACCEPT WS-CONFIRMA FROM CONSOLE
                        IF NOT CONFIRMA-SI
                            GO TO 030-ALTA-AFILIADO-SAL
                        END-IF
                    END-IF
            END-READ
            DISPLAY 'Clave del sindicato (6): ' UPON CONSOLE
            ACCEPT WS-CAP-SINDICATO FROM CONSOLE
            IF WS-CAP-SINDICATO = SPACES
                DISPLAY 'Error: falta la clave del sindicato'
                    UPON CONSOLE
                GO TO 030-ALTA-AFILIADO-SAL
            END-IF
            PERFORM 075-BUSCAR-CUOTA
               THRU
               075-BUSCAR-CUOTA-SAL
            IF NOT HAY-CUOTA-VIGENTE
                DISPLAY 'Aviso: el sindicato no tiene cuota en '
                    'SINDCUOT.TXT; no se retendra hasta capturarla'
                    UPON CONSOLE
            END-IF
            DISPLAY 'Seccion (6): ' UPON CONSOLE
            ACCEPT WS-CAP-SECCION FROM CONSOLE
            DISPLAY 'Dia de ingreso al sindicato: ' UPON CONSOLE
            ACCEPT WS-DIA-CAP FROM CONSOLE
            DISPLAY 'Mes de ingreso al sindicato: ' UPON CONSOLE
            ACCEPT WS-MES-CAP FROM CONSOLE
            DISPLAY 'Anho de ingreso al sindicato: ' UPON CONSOLE
            ACCEPT WS-ANHO-CAP FROM CONSOLE
            CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP WS-ANHO-CAP
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Error: fecha de ingreso invalida'
                    UPON CONSOLE
                GO TO 030-ALTA-AFILIADO-SAL
            END-IF
            COMPUTE WS-FECHA-CAP = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            MOVE SPACES TO REG-SINDAFIL
            MOVE EmpId TO SIN-EMP-ID
            MOVE WS-CAP-SINDICATO TO SIN-SINDICATO
            MOVE WS-CAP-SECCION TO SIN-SECCION
            MOVE WS-FECHA-CAP TO SIN-FECHA-ALTA
            MOVE ZEROS TO SIN-FECHA-BAJA
            MOVE 'A' TO SIN-ESTADO
            MOVE WS-FECHA-SIS TO SIN-FECHA-AVISO
            MOVE ZEROS TO SIN-RETENIDO
            IF AFILIACION-EXISTIA
                REWRITE REG-SINDAFIL
                MOVE 'CAMBIO' TO WS-AUD-OPERACION
            ELSE
                WRITE REG-SINDAFIL
                MOVE 'ALTA' TO WS-AUD-OPERACION
            END-IF
            MOVE SPACES TO WS-AUD-DESPUES
            STRING SIN-SINDICATO ' ' SIN-SECCION ' ALTA'
                DELIMITED BY SIZE
                INTO WS-AUD-DESPUES
            CALL 'PRG01017' USING SIN-EMP-ID WS-AUD-OPERACION
                WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
            DISPLAY 'Afiliacion registrada; la cuota se retiene '
                'desde ' SIN-FECHA-ALTA UPON CONSOLE.
       030-ALTA-AFILIADO-SAL.
            EXIT.

       040-SEPARAR-AFILIADO.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            MOVE EmpId TO SIN-EMP-ID
            READ F-SINDAFIL
                INVALID KEY
                    DISPLAY 'Error: el empleado no tiene afiliacion '
                        'sindical registrada' UPON CONSOLE
                    GO TO 040-SEPARAR-AFILIADO-SAL
            END-READ
            IF NOT SIN-AFILIADO
                DISPLAY 'Error: el empleado ya esta separado del '
                    'sindicato ' SIN-SINDICATO UPON CONSOLE
                GO TO 040-SEPARAR-AFILIADO-SAL
            END-IF
            DISPLAY 'Dia de separacion: ' UPON CONSOLE
            ACCEPT WS-DIA-CAP FROM CONSOLE
            DISPLAY 'Mes de separacion: ' UPON CONSOLE
            ACCEPT WS-MES-CAP FROM CONSOLE
            DISPLAY 'Anho de separacion: ' UPON CONSOLE
            ACCEPT WS-ANHO-CAP FROM CONSOLE
            CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP WS-ANHO-CAP
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Error: fecha de separacion invalida'
                    UPON CONSOLE
                GO TO 040-SEPARAR-AFILIADO-SAL
            END-IF
            COMPUTE WS-FECHA-CAP = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP
            IF WS-FECHA-CAP < SIN-FECHA-ALTA
                DISPLAY 'Error: la separacion es anterior al ingreso '
                    SIN-FECHA-ALTA UPON CONSOLE
                GO TO 040-SEPARAR-AFILIADO-SAL
            END-IF
            MOVE WS-FECHA-CAP TO SIN-FECHA-BAJA
            MOVE 'B' TO SIN-ESTADO
            REWRITE REG-SINDAFIL
            MOVE SPACES TO WS-AUD-ANTES
            STRING SIN-SINDICATO ' ' SIN-SECCION
                DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            MOVE 'CAMBIO' TO WS-AUD-OPERACION
            MOVE SPACES TO WS-AUD-DESPUES
            STRING SIN-SINDICATO ' SEPARADO'
                DELIMITED BY SIZE
                INTO WS-AUD-DESPUES
            CALL 'PRG01017' USING SIN-EMP-ID WS-AUD-OPERACION
                WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
            DISPLAY 'Separacion registrada; no se retiene cuota '
                'desde ' SIN-FECHA-BAJA UPON CONSOLE.
       040-SEPARAR-AFILIADO-SAL.
            EXIT.

       050-CONSULTAR-AFILIADO.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            MOVE EmpId TO SIN-EMP-ID
            READ F-SINDAFIL
                INVALID KEY
                    DISPLAY 'El empleado no tiene afiliacion sindical '
                        'registrada' UPON CONSOLE
                    GO TO 050-CONSULTAR-AFILIADO-SAL
            END-READ
            MOVE SIN-RETENIDO TO WS-ED-RETENIDO
            DISPLAY 'SINDICATO=' SIN-SINDICATO ' SECCION='
                SIN-SECCION ' ESTADO=' SIN-ESTADO UPON CONSOLE
            DISPLAY 'INGRESO=' SIN-FECHA-ALTA ' SEPARACION='
                SIN-FECHA-BAJA ' RETENIDO=' WS-ED-RETENIDO
                UPON CONSOLE
            MOVE ZEROS TO WS-TOT-RETENIDO
            OPEN INPUT F-SINDMOV
            IF WS-STATUS-SINDMOV NOT = '00'
                GO TO 050-CONSULTAR-AFILIADO-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-SINDMOV INTO WS-REG-SINDMOV
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF SMV-EMP = EmpId
                            AND SMV-SINDICATO = SIN-SINDICATO
                            ADD SMV-CUOTA TO WS-TOT-RETENIDO
                            MOVE SMV-CUOTA TO WS-ED-CUOTA
                            DISPLAY '  ' SMV-FECHA ' PERIODO '
                                SMV-PERIODO ' ' WS-ED-CUOTA
                                UPON CONSOLE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-SINDMOV
            MOVE WS-TOT-RETENIDO TO WS-ED-RETENIDO
            DISPLAY 'Total retenido segun la pista: ' WS-ED-RETENIDO
                UPON CONSOLE.
       050-CONSULTAR-AFILIADO-SAL.
            EXIT.

       060-LISTAR-AFILIADOS.
            MOVE ZEROS TO WS-TOT-LISTADOS
            MOVE LOW-VALUES TO SIN-EMP-ID
            START F-SINDAFIL KEY IS NOT LESS THAN SIN-EMP-ID
                INVALID KEY
                    DISPLAY 'No hay afiliados registrados'
                        UPON CONSOLE
                    GO TO 060-LISTAR-AFILIADOS-SAL
            END-START
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-SINDAFIL NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        ADD 1 TO WS-TOT-LISTADOS
                        MOVE SIN-RETENIDO TO WS-ED-RETENIDO
                        DISPLAY SIN-EMP-ID ' ' SIN-SINDICATO ' '
                            SIN-SECCION ' ' SIN-FECHA-ALTA ' '
                            SIN-FECHA-BAJA ' ' SIN-ESTADO ' '
                            WS-ED-RETENIDO UPON CONSOLE
                END-READ
            END-PERFORM
            DISPLAY 'Afiliados listados: ' WS-TOT-LISTADOS
                UPON CONSOLE.
       060-LISTAR-AFILIADOS-SAL.
            EXIT.

       070-TABLA-CUOTAS.
      *    Las vigencias no se modifican: se agrega una nueva y la
      *    lista muestra todas
            OPEN INPUT F-SINDCUOT
            IF WS-STATUS-SINDCUOT = '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-SINDCUOT INTO WS-RENGLON-SCU
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            MOVE SCU-PORCENTAJE TO WS-ED-PORCENTAJE
                            DISPLAY SCU-SINDICATO ' ' SCU-VIGENCIA ' '
                                WS-ED-PORCENTAJE '% ' SCU-NOMBRE
                                UPON CONSOLE
                    END-READ
                END-PERFORM
                CLOSE F-SINDCUOT
            END-IF
            DISPLAY '¿Agregar una vigencia nueva? (S/N): '
                UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 070-TABLA-CUOTAS-SAL
            END-IF
            DISPLAY 'Clave del sindicato (6): ' UPON CONSOLE
            ACCEPT WS-CAP-SINDICATO FROM CONSOLE
            IF WS-CAP-SINDICATO = SPACES
                DISPLAY 'Error: falta la clave del sindicato'
                    UPON CONSOLE
                GO TO 070-TABLA-CUOTAS-SAL
            END-IF
            DISPLAY 'Nombre del sindicato: ' UPON CONSOLE
            ACCEPT WS-CAP-NOMBRE FROM CONSOLE
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
                GO TO 070-TABLA-CUOTAS-SAL
            END-IF
            DISPLAY 'Cuota sobre el salario, porcentaje entero: '
                UPON CONSOLE
            ACCEPT WS-CAP-ENTERO FROM CONSOLE
            DISPLAY 'Diezmilesimas (0-9999): ' UPON CONSOLE
            ACCEPT WS-CAP-DECIMAL FROM CONSOLE
            MOVE WS-CAP-SINDICATO TO SCU-SINDICATO
            COMPUTE SCU-VIGENCIA = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP
            COMPUTE SCU-PORCENTAJE = WS-CAP-ENTERO
                + (WS-CAP-DECIMAL / 10000)
            MOVE WS-CAP-NOMBRE TO SCU-NOMBRE
            IF SCU-PORCENTAJE = ZEROS OR SCU-PORCENTAJE > 10
                DISPLAY 'Error: la cuota debe ser mayor a cero y no '
                    'mayor al 10%' UPON CONSOLE
                GO TO 070-TABLA-CUOTAS-SAL
            END-IF
            OPEN EXTEND F-SINDCUOT
            IF WS-STATUS-SINDCUOT = '35'
                OPEN OUTPUT F-SINDCUOT
            END-IF
            MOVE WS-RENGLON-SCU TO REG-SINDCUOT
            WRITE REG-SINDCUOT
            CLOSE F-SINDCUOT
            MOVE SPACES TO WS-TAB-ANTES
            MOVE WS-RENGLON-SCU TO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Vigencia registrada: ' SCU-SINDICATO ' '
                SCU-VIGENCIA UPON CONSOLE.
       070-TABLA-CUOTAS-SAL.
            EXIT.

       075-BUSCAR-CUOTA.
      *    Solo avisa: basta con que el sindicato tenga algun renglon
            MOVE 'N' TO WS-CUOTA-VIGENTE
            OPEN INPUT F-SINDCUOT
            IF WS-STATUS-SINDCUOT NOT = '00'
                GO TO 075-BUSCAR-CUOTA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-SINDCUOT INTO WS-RENGLON-SCU
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF SCU-SINDICATO = WS-CAP-SINDICATO
                            MOVE 'S' TO WS-CUOTA-VIGENTE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-SINDCUOT.
       075-BUSCAR-CUOTA-SAL.
            EXIT.

       END PROGRAM PRG01160.
