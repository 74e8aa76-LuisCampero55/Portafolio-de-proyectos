       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01121.
      *  Rutina compartida de validacion de faltas injustificadas: el
      *  dia debe ser fecha valida (PRG01013), no feriado (PRG01044),
      *  no estar ya capturado como falta del empleado en FALTAS.TXT
      *  y no caer dentro de una incapacidad (INCAPAC.TXT de
      *  PRG01104), de una solicitud de vacaciones aprobada o tomada
      *  (VACSOL.DAT de PRG01066) ni de dias tomados (VACTOM.TXT de
      *  PRG01042); los rangos son de dias de calendario desde la
      *  fecha de inicio, como el aviso de feriados de PRG01066;
      *  regresa S/N y el motivo del rechazo - LCG 15 OCT 26
      *  Trazado de FALTAS.TXT: EMP(6) FECHA(8 AAAAMMDD) CAPTURA(8)
      *  OPERADOR(8) ORIGEN(1: C captura, R reloj checador) NOTA(29)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FALTAS ASSIGN TO "FALTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FALTAS.
           SELECT F-INCAPACIDADES ASSIGN TO "INCAPAC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INCAPACIDADES.
           SELECT F-SOLICITUDES ASSIGN TO "VACSOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSL-LLAVE
               FILE STATUS IS WS-STATUS-SOLICITUDES.
           SELECT F-TOMADOS ASSIGN TO "VACTOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TOMADOS.
       DATA DIVISION.
       FILE SECTION.
       FD  F-FALTAS.
       01 REG-FALTA                  PIC X(60).
       FD  F-INCAPACIDADES.
       01 REG-INCAPACIDAD            PIC X(28).
       FD  F-SOLICITUDES.
       01 REG-SOLICITUD.
           02 VSL-LLAVE.
               03 VSL-EMP          PIC 9(6).
               03 VSL-INICIO       PIC 9(8).
           02 VSL-DIAS             PIC 999.
           02 VSL-ESTADO           PIC X.
               88 VSL-PENDIENTE    VALUE 'P'.
               88 VSL-APROBADA     VALUE 'A'.
               88 VSL-DENEGADA     VALUE 'D'.
               88 VSL-TOMADA       VALUE 'T'.
           02 VSL-DEPTO            PIC X(4).
           02 VSL-SOLICITADA       PIC 9(8).
           02 VSL-RESUELVE         PIC X(8).
       FD  F-TOMADOS.
       01 REG-TOMADO                 PIC X(18).
       WORKING-STORAGE SECTION.
       COPY DIASXMES.
       01 WS-STATUS-FALTAS           PIC XX VALUE '00'.
       01 WS-STATUS-INCAPACIDADES    PIC XX VALUE '00'.
       01 WS-STATUS-SOLICITUDES      PIC XX VALUE '00'.
       01 WS-STATUS-TOMADOS          PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-RENGLON-FALTA.
           05 FAL-EMP                PIC 9(6).
           05 FAL-FECHA              PIC 9(8).
           05 FAL-CAPTURA            PIC 9(8).
           05 FAL-OPERADOR           PIC X(8).
           05 FAL-ORIGEN             PIC X.
           05 FAL-NOTA               PIC X(29).
       01 WS-RENGLON-INC.
           05 WS-INC-EMP             PIC 9(6).
           05 WS-INC-FOLIO           PIC X(10).
           05 WS-INC-TIPO            PIC X.
           05 WS-INC-INICIO          PIC 9(8).
           05 WS-INC-DIAS            PIC 999.
       01 WS-REG-TOMADO.
           05 TOM-EMP                PIC 9(6).
           05 TOM-DIAS               PIC 999.
           05 TOM-FECHA              PIC 9(8).
           05 TOM-PAGADA             PIC X.
       01 WS-FECHA-DESGLOSE.
           05 WS-FD-ANHO             PIC 9999.
           05 WS-FD-MES              PIC 99.
           05 WS-FD-DIA              PIC 99.
       01 WS-FECHA-NUM REDEFINES WS-FECHA-DESGLOSE
                                     PIC 9(8).
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-ES-FERIADO              PIC X VALUE 'N'.
           88 DIA-ES-FERIADO         VALUE 'S'.
       01 WS-ABS-FALTA               PIC 9(8) VALUE ZEROS.
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
       LINKAGE SECTION.
       01 LK-EMP                     PIC 9(6).
       01 LK-FECHA                   PIC 9(8).
       01 LK-RESULTADO               PIC X.
       01 LK-MOTIVO                  PIC X(30).
       PROCEDURE DIVISION USING LK-EMP LK-FECHA LK-RESULTADO
           LK-MOTIVO.
       010-INICIO.
            MOVE 'N' TO LK-RESULTADO
            MOVE SPACES TO LK-MOTIVO
            MOVE LK-FECHA TO WS-FECHA-NUM
            MOVE 'S' TO WS-FECHA-VALIDA
            CALL 'PRG01013' USING WS-FD-DIA WS-FD-MES WS-FD-ANHO
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                MOVE 'FECHA INVALIDA' TO LK-MOTIVO
                GOBACK
            END-IF
            MOVE 'N' TO WS-ES-FERIADO
            CALL 'PRG01044' USING WS-FD-DIA WS-FD-MES WS-FD-ANHO
                WS-ES-FERIADO
            IF DIA-ES-FERIADO
                MOVE 'DIA FERIADO' TO LK-MOTIVO
                GOBACK
            END-IF
            MOVE WS-FD-ANHO TO WS-CA-ANO
            MOVE WS-FD-MES TO WS-CA-MES
            MOVE WS-FD-DIA TO WS-CA-DIA
            PERFORM 070-DIAS-ABSOLUTOS
               THRU
               070-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-FALTA
            PERFORM 020-REVISAR-DUPLICADA
               THRU
               020-REVISAR-DUPLICADA-SAL
            IF LK-MOTIVO NOT = SPACES
                GOBACK
            END-IF
            PERFORM 030-REVISAR-INCAPACIDAD
               THRU
               030-REVISAR-INCAPACIDAD-SAL
            IF LK-MOTIVO NOT = SPACES
                GOBACK
            END-IF
            PERFORM 040-REVISAR-SOLICITUDES
               THRU
               040-REVISAR-SOLICITUDES-SAL
            IF LK-MOTIVO NOT = SPACES
                GOBACK
            END-IF
            PERFORM 050-REVISAR-TOMADOS
               THRU
               050-REVISAR-TOMADOS-SAL
            IF LK-MOTIVO NOT = SPACES
                GOBACK
            END-IF
            MOVE 'S' TO LK-RESULTADO
            GOBACK.

       020-REVISAR-DUPLICADA.
            OPEN INPUT F-FALTAS
            IF WS-STATUS-FALTAS NOT = '00'
                GO TO 020-REVISAR-DUPLICADA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-FALTAS INTO WS-RENGLON-FALTA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF FAL-EMP = LK-EMP
                            AND FAL-FECHA = LK-FECHA
                            MOVE 'FALTA YA CAPTURADA' TO LK-MOTIVO
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-FALTAS.
       020-REVISAR-DUPLICADA-SAL.
            EXIT.

       030-REVISAR-INCAPACIDAD.
            OPEN INPUT F-INCAPACIDADES
            IF WS-STATUS-INCAPACIDADES NOT = '00'
                GO TO 030-REVISAR-INCAPACIDAD-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-INCAPACIDADES INTO WS-RENGLON-INC
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-INC-EMP = LK-EMP
                            AND WS-INC-INICIO NOT > LK-FECHA
                            MOVE WS-INC-INICIO TO WS-FECHA-NUM
                            MOVE WS-INC-DIAS TO WS-RANGO-DIAS
                            PERFORM 060-DENTRO-DEL-RANGO
                               THRU
                               060-DENTRO-DEL-RANGO-SAL
                            IF DIA-DENTRO
                                MOVE 'DENTRO DE INCAPACIDAD'
                                    TO LK-MOTIVO
                                MOVE 'Y' TO WS-FIN-ARCHIVO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-INCAPACIDADES.
       030-REVISAR-INCAPACIDAD-SAL.
            EXIT.

       040-REVISAR-SOLICITUDES.
      *    Solo cuentan las aprobadas y las ya tomadas; pendientes y
      *    negadas no amparan el dia
            OPEN INPUT F-SOLICITUDES
            IF WS-STATUS-SOLICITUDES NOT = '00'
                GO TO 040-REVISAR-SOLICITUDES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            MOVE LK-EMP TO VSL-EMP
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
                        IF VSL-EMP NOT = LK-EMP
                            OR VSL-INICIO > LK-FECHA
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        ELSE
                            IF VSL-APROBADA OR VSL-TOMADA
                                MOVE VSL-INICIO TO WS-FECHA-NUM
                                MOVE VSL-DIAS TO WS-RANGO-DIAS
                                PERFORM 060-DENTRO-DEL-RANGO
                                   THRU
                                   060-DENTRO-DEL-RANGO-SAL
                                IF DIA-DENTRO
                                    MOVE 'DENTRO DE VACACIONES'
                                        TO LK-MOTIVO
                                    MOVE 'Y' TO WS-FIN-ARCHIVO
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-SOLICITUDES.
       040-REVISAR-SOLICITUDES-SAL.
            EXIT.

       050-REVISAR-TOMADOS.
            OPEN INPUT F-TOMADOS
            IF WS-STATUS-TOMADOS NOT = '00'
                GO TO 050-REVISAR-TOMADOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-TOMADOS INTO WS-REG-TOMADO
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF TOM-EMP = LK-EMP
                            AND TOM-FECHA NOT > LK-FECHA
                            MOVE TOM-FECHA TO WS-FECHA-NUM
                            MOVE TOM-DIAS TO WS-RANGO-DIAS
                            PERFORM 060-DENTRO-DEL-RANGO
                               THRU
                               060-DENTRO-DEL-RANGO-SAL
                            IF DIA-DENTRO
                                MOVE 'DENTRO DE VACACIONES'
                                    TO LK-MOTIVO
                                MOVE 'Y' TO WS-FIN-ARCHIVO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-TOMADOS.
       050-REVISAR-TOMADOS-SAL.
            EXIT.

       060-DENTRO-DEL-RANGO.
      *    El rango va de la fecha en WS-FECHA-NUM por WS-RANGO-DIAS
      *    dias de calendario, contando el dia de inicio
            MOVE 'N' TO WS-DENTRO
            IF WS-RANGO-DIAS = ZEROS
                GO TO 060-DENTRO-DEL-RANGO-SAL
            END-IF
            MOVE WS-FD-ANHO TO WS-CA-ANO
            MOVE WS-FD-MES TO WS-CA-MES
            MOVE WS-FD-DIA TO WS-CA-DIA
            IF WS-CA-MES < 1 OR WS-CA-MES > 12
                GO TO 060-DENTRO-DEL-RANGO-SAL
            END-IF
            PERFORM 070-DIAS-ABSOLUTOS
               THRU
               070-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-INICIO
            COMPUTE WS-ABS-FIN = WS-ABS-INICIO + WS-RANGO-DIAS - 1
            IF WS-ABS-FALTA NOT < WS-ABS-INICIO
                AND WS-ABS-FALTA NOT > WS-ABS-FIN
                MOVE 'S' TO WS-DENTRO
            END-IF.
       060-DENTRO-DEL-RANGO-SAL.
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

       END PROGRAM PRG01121.
