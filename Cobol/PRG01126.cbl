       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01126.
      *  Vencimientos de contrato a la cola de alertas: al firmarse el
      *  operador (PRG01014, antes de mostrar las pendientes) se
      *  recorre CONTRATO.DAT y del ultimo contrato de cada empleado
      *  activo que no sea por tiempo indeterminado, cuyo fin caiga
      *  dentro de los proximos 15 dias o ya haya pasado sin
      *  renovacion, se encola una alerta en ALERTAS.TXT (mismo
      *  trazado y mismo encolado que PRG01056); el contrato queda
      *  marcado con la fecha del aviso para no repetirlo en cada
      *  firma; la renovacion (PRG01124) es un contrato nuevo sin
      *  marca; regresa cuantas alertas encolo - LCG 15 OCT 26
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
           SELECT F-ALERTAS ASSIGN TO "ALERTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALERTAS.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CONTRATOS.
       COPY CONTRATO.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-ALERTAS.
       01 REG-ALERTA                 PIC X(93).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CONTRATOS        PIC XX VALUE '00'.
           88 CON-OK                 VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-EMPLEADOS-ABIERTO       PIC X VALUE 'N'.
           88 EMPLEADOS-ABIERTO      VALUE 'S'.
       01 WS-STATUS-ALERTAS          PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 WS-REG-ALERTA.
           05 ALR-FECHA              PIC 9(8).
           05 ALR-HORA               PIC 9(8).
           05 ALR-ORIGEN             PIC X(8).
           05 ALR-MENSAJE            PIC X(60).
           05 ALR-ESTADO             PIC X.
           05 ALR-RECONOCE           PIC X(8).
      *    Ultimo contrato leido del empleado en curso
       01 WS-ULTIMO.
           05 WS-ULT-HAY             PIC X VALUE 'N'.
               88 ULT-HAY            VALUE 'S'.
           05 WS-ULT-LLAVE.
               10 WS-ULT-EMP         PIC 9(6).
               10 WS-ULT-SEQ         PIC 999.
           05 WS-ULT-TIPO            PIC X.
           05 WS-ULT-FIN             PIC 9(8).
           05 WS-ULT-ALERTADO        PIC 9(8).
      *    Contratos por avisar: se juntan en la primera vuelta y se
      *    marcan en la segunda
       01 WS-AVISOS.
           05 WS-AVI-NUM             PIC 999 VALUE ZEROS.
           05 WS-AVI-IDX             PIC 999 VALUE ZEROS.
           05 WS-AVI-ENT OCCURS 200 TIMES.
               10 WS-AVI-LLAVE       PIC X(9).
       01 WS-FECHA-DESGLOSE.
           05 WS-FD-ANHO             PIC 9999.
           05 WS-FD-MES              PIC 99.
           05 WS-FD-DIA              PIC 99.
       01 WS-FECHA-NUM REDEFINES WS-FECHA-DESGLOSE
                                     PIC 9(8).
       01 WS-ABS-HOY                 PIC 9(8) VALUE ZEROS.
       01 WS-ABS-FIN                 PIC 9(8) VALUE ZEROS.
       01 WS-DIAS-FALTAN             PIC S9(8) VALUE ZEROS.
       01 WS-DIAS-AVISO              PIC 99 VALUE 15.
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
       LINKAGE SECTION.
       01 LK-ENCOLADAS               PIC 999.
       PROCEDURE DIVISION USING LK-ENCOLADAS.
       010-INICIO.
            MOVE ZEROS TO LK-ENCOLADAS
            MOVE ZEROS TO WS-AVI-NUM
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            MOVE WS-FECHA-SIS TO WS-FECHA-NUM
            PERFORM 060-A-ABSOLUTO
               THRU
               060-A-ABSOLUTO-SAL
            MOVE WS-CA-RESULT TO WS-ABS-HOY
            OPEN I-O F-CONTRATOS
            IF NOT CON-OK
                GOBACK
            END-IF
            OPEN INPUT F-EMPLEADOS
            MOVE 'N' TO WS-EMPLEADOS-ABIERTO
            IF EMP-OK
                MOVE 'S' TO WS-EMPLEADOS-ABIERTO
            END-IF
            PERFORM 020-BUSCAR-VENCIMIENTOS
               THRU
               020-BUSCAR-VENCIMIENTOS-SAL
            PERFORM 040-ENCOLAR-AVISOS
               THRU
               040-ENCOLAR-AVISOS-SAL
            IF EMPLEADOS-ABIERTO
                CLOSE F-EMPLEADOS
            END-IF
            CLOSE F-CONTRATOS
            GOBACK.

       020-BUSCAR-VENCIMIENTOS.
      *    Los contratos vienen agrupados por empleado en orden de
      *    consecutivo: al cambiar de empleado se evalua el ultimo
            MOVE 'N' TO WS-ULT-HAY
            MOVE 'N' TO WS-FIN-ARCHIVO
            MOVE LOW-VALUES TO CON-LLAVE
            START F-CONTRATOS KEY IS NOT < CON-LLAVE
                INVALID KEY
                    GO TO 020-BUSCAR-VENCIMIENTOS-SAL
            END-START
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CONTRATOS NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF ULT-HAY AND CON-EMP NOT = WS-ULT-EMP
                            PERFORM 030-EVALUAR-ULTIMO
                               THRU
                               030-EVALUAR-ULTIMO-SAL
                        END-IF
                        MOVE 'S' TO WS-ULT-HAY
                        MOVE CON-LLAVE TO WS-ULT-LLAVE
                        MOVE CON-TIPO TO WS-ULT-TIPO
                        MOVE CON-FIN TO WS-ULT-FIN
                        MOVE CON-ALERTADO TO WS-ULT-ALERTADO
                END-READ
            END-PERFORM
            IF ULT-HAY
                PERFORM 030-EVALUAR-ULTIMO
                   THRU
                   030-EVALUAR-ULTIMO-SAL
            END-IF.
       020-BUSCAR-VENCIMIENTOS-SAL.
            EXIT.

       030-EVALUAR-ULTIMO.
            IF WS-ULT-TIPO = 'I' OR WS-ULT-FIN = ZEROS
                OR WS-ULT-ALERTADO NOT = ZEROS
                GO TO 030-EVALUAR-ULTIMO-SAL
            END-IF
            MOVE WS-ULT-FIN TO WS-FECHA-NUM
            PERFORM 060-A-ABSOLUTO
               THRU
               060-A-ABSOLUTO-SAL
            MOVE WS-CA-RESULT TO WS-ABS-FIN
            COMPUTE WS-DIAS-FALTAN = WS-ABS-FIN - WS-ABS-HOY
            IF WS-DIAS-FALTAN > WS-DIAS-AVISO
                GO TO 030-EVALUAR-ULTIMO-SAL
            END-IF
      *    Solo empleados activos
            IF EMPLEADOS-ABIERTO
                MOVE WS-ULT-EMP TO EMP-ID-REG
                READ F-EMPLEADOS
                    INVALID KEY
                        GO TO 030-EVALUAR-ULTIMO-SAL
                END-READ
                IF EMP-BAJA
                    GO TO 030-EVALUAR-ULTIMO-SAL
                END-IF
            END-IF
            IF WS-AVI-NUM < 200
                ADD 1 TO WS-AVI-NUM
                MOVE WS-ULT-LLAVE TO WS-AVI-LLAVE(WS-AVI-NUM)
            END-IF.
       030-EVALUAR-ULTIMO-SAL.
            EXIT.

       040-ENCOLAR-AVISOS.
            IF WS-AVI-NUM = ZEROS
                GO TO 040-ENCOLAR-AVISOS-SAL
            END-IF
            OPEN EXTEND F-ALERTAS
            IF WS-STATUS-ALERTAS = '35'
                OPEN OUTPUT F-ALERTAS
            END-IF
            PERFORM VARYING WS-AVI-IDX FROM 1 BY 1
                UNTIL WS-AVI-IDX > WS-AVI-NUM
                MOVE WS-AVI-LLAVE(WS-AVI-IDX) TO CON-LLAVE
                READ F-CONTRATOS
                    NOT INVALID KEY
                        PERFORM 045-ENCOLAR-UNO
                           THRU
                           045-ENCOLAR-UNO-SAL
                END-READ
            END-PERFORM
            CLOSE F-ALERTAS.
       040-ENCOLAR-AVISOS-SAL.
            EXIT.

       045-ENCOLAR-UNO.
            MOVE WS-FECHA-SIS TO ALR-FECHA
            MOVE WS-HORA-SIS TO ALR-HORA
            MOVE 'PRG01126' TO ALR-ORIGEN
            MOVE SPACES TO ALR-MENSAJE
            IF CON-FIN < WS-FECHA-SIS
                STRING 'CONTRATO EMP ' CON-EMP ' TIPO ' CON-TIPO
                    ' VENCIO ' CON-FIN ' SIN RENOVACION'
                    DELIMITED BY SIZE
                    INTO ALR-MENSAJE
            ELSE
                STRING 'CONTRATO EMP ' CON-EMP ' TIPO ' CON-TIPO
                    ' VENCE ' CON-FIN ' SIN RENOVACION'
                    DELIMITED BY SIZE
                    INTO ALR-MENSAJE
            END-IF
            MOVE 'P' TO ALR-ESTADO
            MOVE SPACES TO ALR-RECONOCE
            MOVE WS-REG-ALERTA TO REG-ALERTA
            WRITE REG-ALERTA
            MOVE WS-FECHA-SIS TO CON-ALERTADO
            REWRITE REG-CONTRATO
            ADD 1 TO LK-ENCOLADAS.
       045-ENCOLAR-UNO-SAL.
            EXIT.

       060-A-ABSOLUTO.
      *    Fecha AAAAMMDD de WS-FECHA-NUM a dia absoluto
            MOVE WS-FD-ANHO TO WS-CA-ANO
            MOVE WS-FD-MES TO WS-CA-MES
            MOVE WS-FD-DIA TO WS-CA-DIA
            IF WS-CA-MES < 1 OR WS-CA-MES > 12
                MOVE ZEROS TO WS-CA-RESULT
                GO TO 060-A-ABSOLUTO-SAL
            END-IF
            PERFORM 070-DIAS-ABSOLUTOS
               THRU
               070-DIAS-ABSOLUTOS-SAL.
       060-A-ABSOLUTO-SAL.
            EXIT.

       070-DIAS-ABSOLUTOS.
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
       070-DIAS-ABSOLUTOS-SAL.
            EXIT.

       END PROGRAM PRG01126.
