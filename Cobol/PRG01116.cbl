       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01116.
      *  Tabla de indicadores economicos por vigencia (INDICAD.TXT):
      *  UMA diaria, salario minimo general y salario minimo de la
      *  zona libre de la frontera norte; las vigencias no se
      *  modifican, se agrega una nueva (a igual vigencia gana la
      *  ultima capturada) y cada alta queda en TABAUD.TXT via
      *  PRG01095; la consulta por fecha es la rutina compartida
      *  PRG01117; el barrido de salario minimo lista a SMBAJO.TXT
      *  los empleados activos cuyo salario diario (salario del
      *  periodo entre 7, 15 o 30 dias segun la frecuencia) queda
      *  abajo del minimo vigente a la fecha dada, el de la frontera
      *  si su zona en EMPCOMP es F, con el salario minimo del
      *  periodo y el techo por frecuencia para alimentar el ajuste
      *  masivo de PRG01070 antes de la primera corrida de enero -
      *  LCG 15 OCT 26
      *  Trazado de INDICAD.TXT: VIGENCIA(8 AAAAMMDD) UMA(7 con 2
      *  dec) SM-GENERAL(7 con 2 dec) SM-FRONTERA(7 con 2 dec)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INDICAD ASSIGN TO "INDICAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INDICAD.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-COMPLEMENTO ASSIGN TO "EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-STATUS-COMPLEMENTO.
           SELECT F-REPORTE ASSIGN TO "SMBAJO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-INDICAD.
       01 REG-INDICAD                PIC X(29).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-COMPLEMENTO.
       COPY EMPCOMP.
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-INDICAD          PIC XX VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-COMPLEMENTO      PIC XX VALUE '00'.
           88 CMP-OK                 VALUE '00'.
       01 WS-COMPLEMENTO-ABIERTO     PIC X VALUE 'N'.
           88 COMPLEMENTO-ABIERTO    VALUE 'S'.
       01 WS-OPCION                  PIC X VALUE 'L'.
           88 OPCION-ALTA            VALUE 'A'.
           88 OPCION-LISTAR          VALUE 'L'.
           88 OPCION-BARRIDO         VALUE 'B'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-CAPTURA.
           05 WS-DIA-CAP             PIC 99 VALUE ZEROS.
           05 WS-MES-CAP             PIC 99 VALUE ZEROS.
           05 WS-ANHO-CAP            PIC 9999 VALUE ZEROS.
           05 WS-FECHA-CAP           PIC 9(8) VALUE ZEROS.
           05 WS-CAP-PESOS           PIC 9(5) VALUE ZEROS.
           05 WS-CAP-CENT            PIC 99 VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-RENGLON-IND.
           05 IND-VIGENCIA           PIC 9(8).
           05 IND-UMA                PIC 9(5)V99.
           05 IND-SM-GENERAL         PIC 9(5)V99.
           05 IND-SM-FRONTERA        PIC 9(5)V99.
       01 WS-INDICADORES.
           05 WS-UMA                 PIC 9(5)V99 VALUE ZEROS.
           05 WS-SM-GENERAL          PIC 9(5)V99 VALUE ZEROS.
           05 WS-SM-FRONTERA         PIC 9(5)V99 VALUE ZEROS.
           05 WS-HAY-INDICADOR       PIC X VALUE 'N'.
               88 HAY-INDICADOR      VALUE 'S'.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'INDICAD.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
       01 WS-BARRIDO.
           05 WS-DIAS-PERIODO        PIC 99 VALUE ZEROS.
           05 WS-SAL-DIARIO          PIC 9(7)V99 VALUE ZEROS.
           05 WS-SAL-MINIMO          PIC 9(5)V99 VALUE ZEROS.
           05 WS-SAL-PERIODO-MIN     PIC 9(7)V99 VALUE ZEROS.
           05 WS-ZONA                PIC X VALUE 'G'.
               88 ZONA-FRONTERA      VALUE 'F'.
      *    Por frecuencia S, Q, M: empleados abajo del minimo y el
      *    salario mas alto entre ellos (techo de la seleccion de
      *    PRG01070)
       01 WS-TABLA-FREC.
           05 WS-FRE-ENT OCCURS 3 TIMES.
               10 WS-FRE-CLAVE       PIC X.
               10 WS-FRE-CUANTOS     PIC 9(6).
               10 WS-FRE-TECHO       PIC 9(7)V99.
       01 WS-IDX                     PIC 9 VALUE ZEROS.
       01 WS-TOT-REVISADOS           PIC 9(6) VALUE ZEROS.
       01 WS-TOT-ABAJO               PIC 9(6) VALUE ZEROS.
       01 WS-EDITADOS.
           05 WS-ED-UMA              PIC ZZZZ9.99.
           05 WS-ED-SM-GENERAL       PIC ZZZZ9.99.
           05 WS-ED-SM-FRONTERA      PIC ZZZZ9.99.
           05 WS-ED-SALARIO          PIC Z(6)9.99.
           05 WS-ED-DIARIO           PIC Z(6)9.99.
           05 WS-ED-MINIMO           PIC ZZZZ9.99.
           05 WS-ED-PERIODO-MIN      PIC Z(6)9.99.
           05 WS-ED-TECHO            PIC Z(6)9.99.
       01 WS-LINEA-REP               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       020-SESION.
            DISPLAY 'Indicadores: (A)gregar vigencia, (L)istar, '
                '(B)arrido de salario minimo: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM 040-AGREGAR-VIGENCIA
                       THRU
                       040-AGREGAR-VIGENCIA-SAL
                WHEN OPCION-BARRIDO
                    PERFORM 050-BARRIDO
                       THRU
                       050-BARRIDO-SAL
                WHEN OTHER
                    PERFORM 030-LISTAR
                       THRU
                       030-LISTAR-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-LISTAR.
            OPEN INPUT F-INDICAD
            IF WS-STATUS-INDICAD NOT = '00'
                DISPLAY 'No hay vigencias registradas en INDICAD.TXT'
                    UPON CONSOLE
                GO TO 030-LISTAR-SAL
            END-IF
            DISPLAY 'VIGENCIA      UMA  SM GRAL  SM FRONT'
                UPON CONSOLE
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-INDICAD INTO WS-RENGLON-IND
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        MOVE IND-UMA TO WS-ED-UMA
                        MOVE IND-SM-GENERAL TO WS-ED-SM-GENERAL
                        MOVE IND-SM-FRONTERA TO WS-ED-SM-FRONTERA
                        DISPLAY IND-VIGENCIA ' ' WS-ED-UMA ' '
                            WS-ED-SM-GENERAL ' ' WS-ED-SM-FRONTERA
                            UPON CONSOLE
                END-READ
            END-PERFORM
            CLOSE F-INDICAD.
       030-LISTAR-SAL.
            EXIT.

       040-AGREGAR-VIGENCIA.
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
                GO TO 040-AGREGAR-VIGENCIA-SAL
            END-IF
            COMPUTE IND-VIGENCIA = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP
      *    Lo vigente hasta ese dia sirve de antes para la auditoria
            CALL 'PRG01117' USING IND-VIGENCIA WS-UMA WS-SM-GENERAL
                WS-SM-FRONTERA WS-HAY-INDICADOR
            DISPLAY 'UMA diaria, pesos: ' UPON CONSOLE
            ACCEPT WS-CAP-PESOS FROM CONSOLE
            DISPLAY 'UMA diaria, centavos: ' UPON CONSOLE
            ACCEPT WS-CAP-CENT FROM CONSOLE
            COMPUTE IND-UMA = WS-CAP-PESOS + (WS-CAP-CENT / 100)
            DISPLAY 'Salario minimo general, pesos: ' UPON CONSOLE
            ACCEPT WS-CAP-PESOS FROM CONSOLE
            DISPLAY 'Salario minimo general, centavos: '
                UPON CONSOLE
            ACCEPT WS-CAP-CENT FROM CONSOLE
            COMPUTE IND-SM-GENERAL = WS-CAP-PESOS
                + (WS-CAP-CENT / 100)
            DISPLAY 'Salario minimo frontera norte, pesos: '
                UPON CONSOLE
            ACCEPT WS-CAP-PESOS FROM CONSOLE
            DISPLAY 'Salario minimo frontera norte, centavos: '
                UPON CONSOLE
            ACCEPT WS-CAP-CENT FROM CONSOLE
            COMPUTE IND-SM-FRONTERA = WS-CAP-PESOS
                + (WS-CAP-CENT / 100)
            IF IND-UMA = ZEROS OR IND-SM-GENERAL = ZEROS
                DISPLAY 'Error: la UMA y el salario minimo general '
                    'son obligatorios' UPON CONSOLE
                GO TO 040-AGREGAR-VIGENCIA-SAL
            END-IF
            IF IND-SM-FRONTERA = ZEROS
                MOVE IND-SM-GENERAL TO IND-SM-FRONTERA
            END-IF
            MOVE IND-UMA TO WS-ED-UMA
            MOVE IND-SM-GENERAL TO WS-ED-SM-GENERAL
            MOVE IND-SM-FRONTERA TO WS-ED-SM-FRONTERA
            DISPLAY 'Vigencia ' IND-VIGENCIA ' UMA=' WS-ED-UMA
                ' SM GENERAL=' WS-ED-SM-GENERAL
                ' SM FRONTERA=' WS-ED-SM-FRONTERA UPON CONSOLE
            DISPLAY '¿Confirma el registro? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 040-AGREGAR-VIGENCIA-SAL
            END-IF
            OPEN EXTEND F-INDICAD
            IF WS-STATUS-INDICAD = '35'
                OPEN OUTPUT F-INDICAD
            END-IF
            MOVE WS-RENGLON-IND TO REG-INDICAD
            WRITE REG-INDICAD
            CLOSE F-INDICAD
            MOVE SPACES TO WS-TAB-ANTES
            IF HAY-INDICADOR
                STRING 'UMA ' WS-UMA ' SMG ' WS-SM-GENERAL
                    ' SMF ' WS-SM-FRONTERA
                    DELIMITED BY SIZE
                    INTO WS-TAB-ANTES
            END-IF
            MOVE WS-RENGLON-IND TO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Vigencia registrada: ' IND-VIGENCIA
                UPON CONSOLE.
       040-AGREGAR-VIGENCIA-SAL.
            EXIT.

       050-BARRIDO.
      *    Se corre con la fecha en que entra el minimo nuevo, antes
      *    de la primera corrida de enero
            DISPLAY 'Dia de aplicacion del salario minimo: '
                UPON CONSOLE
            ACCEPT WS-DIA-CAP FROM CONSOLE
            DISPLAY 'Mes de aplicacion: ' UPON CONSOLE
            ACCEPT WS-MES-CAP FROM CONSOLE
            DISPLAY 'Anho de aplicacion: ' UPON CONSOLE
            ACCEPT WS-ANHO-CAP FROM CONSOLE
            CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP WS-ANHO-CAP
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Fecha invalida' UPON CONSOLE
                GO TO 050-BARRIDO-SAL
            END-IF
            COMPUTE WS-FECHA-CAP = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP
            CALL 'PRG01117' USING WS-FECHA-CAP WS-UMA WS-SM-GENERAL
                WS-SM-FRONTERA WS-HAY-INDICADOR
            IF NOT HAY-INDICADOR
                DISPLAY 'Error: no hay salario minimo vigente a esa '
                    'fecha en INDICAD.TXT' UPON CONSOLE
                GO TO 050-BARRIDO-SAL
            END-IF
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro'
                    UPON CONSOLE
                GO TO 050-BARRIDO-SAL
            END-IF
      *    Sin expediente complementario todos quedan en zona general
            OPEN INPUT F-COMPLEMENTO
            MOVE 'N' TO WS-COMPLEMENTO-ABIERTO
            IF CMP-OK
                MOVE 'S' TO WS-COMPLEMENTO-ABIERTO
            END-IF
            MOVE 'S' TO WS-FRE-CLAVE(1)
            MOVE 'Q' TO WS-FRE-CLAVE(2)
            MOVE 'M' TO WS-FRE-CLAVE(3)
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
                MOVE ZEROS TO WS-FRE-CUANTOS(WS-IDX)
                MOVE ZEROS TO WS-FRE-TECHO(WS-IDX)
            END-PERFORM
            MOVE ZEROS TO WS-TOT-REVISADOS
            MOVE ZEROS TO WS-TOT-ABAJO
            OPEN OUTPUT F-REPORTE
            MOVE WS-SM-GENERAL TO WS-ED-SM-GENERAL
            MOVE WS-SM-FRONTERA TO WS-ED-SM-FRONTERA
            MOVE SPACES TO WS-LINEA-REP
            STRING 'EMPLEADOS ABAJO DEL SALARIO MINIMO AL '
                WS-FECHA-CAP '  GENERAL ' WS-ED-SM-GENERAL
                '  FRONTERA NORTE ' WS-ED-SM-FRONTERA
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'EMPLEO NOMBRE               DEPTO F Z '
                '  SALARIO ACT     DIARIO   MINIMO  SALARIO MINIMO'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 060-REVISAR-EMPLEADO
               THRU
               060-REVISAR-EMPLEADO-SAL
               UNTIL FIN-ARCHIVO
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
                IF WS-FRE-CUANTOS(WS-IDX) > ZEROS
                    MOVE WS-FRE-TECHO(WS-IDX) TO WS-ED-TECHO
                    MOVE SPACES TO WS-LINEA-REP
                    STRING 'PARA PRG01070: FRECUENCIA '
                        WS-FRE-CLAVE(WS-IDX) '  EMPLEADOS '
                        WS-FRE-CUANTOS(WS-IDX)
                        '  SALARIO HASTA ' WS-ED-TECHO
                        DELIMITED BY SIZE
                        INTO WS-LINEA-REP
                    MOVE WS-LINEA-REP TO REG-REPORTE
                    WRITE REG-REPORTE
                END-IF
            END-PERFORM
            MOVE SPACES TO WS-LINEA-REP
            STRING 'ACTIVOS REVISADOS: ' WS-TOT-REVISADOS
                '  ABAJO DEL MINIMO: ' WS-TOT-ABAJO
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            CLOSE F-REPORTE
            CLOSE F-EMPLEADOS
            IF COMPLEMENTO-ABIERTO
                CLOSE F-COMPLEMENTO
            END-IF
            DISPLAY 'Abajo del minimo: ' WS-TOT-ABAJO
                '; lista en SMBAJO.TXT' UPON CONSOLE.
       050-BARRIDO-SAL.
            EXIT.

       060-REVISAR-EMPLEADO.
            READ F-EMPLEADOS NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 060-REVISAR-EMPLEADO-SAL
            END-READ
            IF NOT EMP-ACTIVO
                GO TO 060-REVISAR-EMPLEADO-SAL
            END-IF
            ADD 1 TO WS-TOT-REVISADOS
            EVALUATE TRUE
                WHEN FREC-SEMANAL
                    MOVE 7 TO WS-DIAS-PERIODO
                    MOVE 1 TO WS-IDX
                WHEN FREC-MENSUAL
                    MOVE 30 TO WS-DIAS-PERIODO
                    MOVE 3 TO WS-IDX
                WHEN OTHER
                    MOVE 15 TO WS-DIAS-PERIODO
                    MOVE 2 TO WS-IDX
            END-EVALUATE
            MOVE 'G' TO WS-ZONA
            IF COMPLEMENTO-ABIERTO
                MOVE EMP-ID-REG TO CMP-EMP-ID
                READ F-COMPLEMENTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CMP-ZONA-FRONTERA
                            MOVE 'F' TO WS-ZONA
                        END-IF
                END-READ
            END-IF
            IF ZONA-FRONTERA
                MOVE WS-SM-FRONTERA TO WS-SAL-MINIMO
            ELSE
                MOVE WS-SM-GENERAL TO WS-SAL-MINIMO
            END-IF
            COMPUTE WS-SAL-DIARIO = REG-SALARIO / WS-DIAS-PERIODO
            IF WS-SAL-DIARIO NOT < WS-SAL-MINIMO
                GO TO 060-REVISAR-EMPLEADO-SAL
            END-IF
            ADD 1 TO WS-TOT-ABAJO
            ADD 1 TO WS-FRE-CUANTOS(WS-IDX)
            IF REG-SALARIO > WS-FRE-TECHO(WS-IDX)
                MOVE REG-SALARIO TO WS-FRE-TECHO(WS-IDX)
            END-IF
            COMPUTE WS-SAL-PERIODO-MIN ROUNDED = WS-SAL-MINIMO
                * WS-DIAS-PERIODO
            MOVE REG-SALARIO TO WS-ED-SALARIO
            MOVE WS-SAL-DIARIO TO WS-ED-DIARIO
            MOVE WS-SAL-MINIMO TO WS-ED-MINIMO
            MOVE WS-SAL-PERIODO-MIN TO WS-ED-PERIODO-MIN
            MOVE SPACES TO WS-LINEA-REP
            STRING EMP-ID-REG ' ' REG-APE-PATERNO ' ' REG-DEPTO ' '
                REG-FRECUENCIA ' ' WS-ZONA ' ' WS-ED-SALARIO ' '
                WS-ED-DIARIO ' ' WS-ED-MINIMO ' ' WS-ED-PERIODO-MIN
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       060-REVISAR-EMPLEADO-SAL.
            EXIT.

       END PROGRAM PRG01116.
