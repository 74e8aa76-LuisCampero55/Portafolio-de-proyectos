       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01114.
      *  Entero bimestral INFONAVIT por credito: para el bimestre
      *  elegido (año y bimestre 1-6) suma por credito el descuento
      *  asentado en el complemento fiscal (CFS-INFONAVIT de
      *  CHQFISC.DAT) de los cheques no cancelados de REGCHEQ.DAT
      *  con fecha en el bimestre, que es lo efectivamente retenido
      *  y lo que se entera, y lo concilia contra la pista de
      *  descuentos INFOMOV.TXT que deja PRG01019; la diferencia
      *  (cheque cancelado despues del descuento, por ejemplo) se
      *  marca en el renglon, igual que los creditos vigentes en el
      *  bimestre (maestro INFCRED.DAT de PRG01113) a los que no se
      *  les retuvo nada; el reporte sale a INFOREM.TXT con el NSS
      *  del expediente complementario (EMPCOMP.DAT) - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT F-INFCRED ASSIGN TO "INFCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INF-EMP-ID
               FILE STATUS IS WS-STATUS-INFCRED.
           SELECT F-COMPLEMENTO ASSIGN TO "EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-STATUS-COMPLEMENTO.
           SELECT F-INFOMOV ASSIGN TO "INFOMOV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFOMOV.
           SELECT F-REPORTE ASSIGN TO "INFOREM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-CHQFISC.
       COPY CHQFISC.
       FD  F-INFCRED.
       COPY INFCRED.
       FD  F-COMPLEMENTO.
       COPY EMPCOMP.
       FD  F-INFOMOV.
       01 REG-INFOMOV                PIC X(43).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-CHQFISC          PIC XX VALUE '00'.
           88 CHQFISC-OK             VALUE '00'.
       01 WS-STATUS-INFCRED          PIC XX VALUE '00'.
           88 INFCRED-OK             VALUE '00'.
       01 WS-STATUS-COMPLEMENTO      PIC XX VALUE '00'.
           88 CMP-OK                 VALUE '00'.
       01 WS-COMPLEMENTO-ABIERTO     PIC X VALUE 'N'.
           88 COMPLEMENTO-ABIERTO    VALUE 'S'.
       01 WS-STATUS-INFOMOV          PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-ANHO-SEL                PIC 9(4) VALUE ZEROS.
       01 WS-BIMESTRE-SEL            PIC 9 VALUE ZEROS.
       01 WS-FECHA-DESDE             PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-HASTA             PIC 9(8) VALUE ZEROS.
       01 WS-REG-INFOMOV.
           05 IMV-EMP                PIC 9(6).
           05 IMV-FECHA              PIC 9(8).
           05 IMV-PERIODO            PIC 9(6).
           05 IMV-CREDITO            PIC X(10).
           05 IMV-DESCUENTO          PIC 9(11)V99.
      *    Creditos del bimestre con lo retenido en cheques y lo
      *    asentado en la pista, al estilo de la tabla por empleado
      *    de PRG01065
       01 WS-TABLA-CRED.
           05 WS-CRE-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-CRE-ENT OCCURS 3000 TIMES.
               10 WS-CRE-T-EMP       PIC 9(6).
               10 WS-CRE-T-CREDITO   PIC X(10).
               10 WS-CRE-T-TIPO      PIC X.
               10 WS-CRE-T-VIGENTE   PIC X.
               10 WS-CRE-T-CHEQUES   PIC 9(11)V99.
               10 WS-CRE-T-PISTA     PIC 9(11)V99.
               10 WS-CRE-T-NUM-CHQ   PIC 999.
       01 WS-IDX                     PIC 9(4) VALUE ZEROS.
       01 WS-ENCONTRADO              PIC X VALUE 'N'.
           88 CRE-ENCONTRADO         VALUE 'Y'.
       01 WS-BUSCA-EMP               PIC 9(6) VALUE ZEROS.
       01 WS-BUSCA-CREDITO           PIC X(10) VALUE SPACES.
       01 WS-DIFERENCIA              PIC S9(11)V99 VALUE ZEROS.
       01 WS-OBSERVACION             PIC X(24) VALUE SPACES.
       01 WS-NSS                     PIC X(11) VALUE SPACES.
       01 WS-TOTALES.
           05 WS-TOT-CHEQUES         PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-PISTA           PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-DIFERENCIAS     PIC 9(4) VALUE ZEROS.
           05 WS-TOT-SIN-RETENCION   PIC 9(4) VALUE ZEROS.
       01 WS-EDITADOS.
           05 WS-ED-CHEQUES          PIC Z(10)9.99.
           05 WS-ED-PISTA            PIC Z(10)9.99.
           05 WS-ED-DIFERENCIA       PIC -(10)9.99.
           05 WS-ED-TOTAL            PIC Z(12)9.99.
       01 WS-LINEA-REP               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Entero bimestral INFONAVIT' UPON CONSOLE
            DISPLAY 'Año (AAAA): ' UPON CONSOLE
            ACCEPT WS-ANHO-SEL FROM CONSOLE
            DISPLAY 'Bimestre (1-6): ' UPON CONSOLE
            ACCEPT WS-BIMESTRE-SEL FROM CONSOLE
            IF WS-BIMESTRE-SEL < 1 OR WS-BIMESTRE-SEL > 6
                DISPLAY 'Error: bimestre invalido' UPON CONSOLE
                GOBACK
            END-IF
      *    Del dia 1 del primer mes al 31 del segundo (como tope de
      *    comparacion sirve para cualquier mes)
            COMPUTE WS-FECHA-DESDE = (WS-ANHO-SEL * 10000)
                + (((WS-BIMESTRE-SEL * 2) - 1) * 100) + 1
            COMPUTE WS-FECHA-HASTA = (WS-ANHO-SEL * 10000)
                + ((WS-BIMESTRE-SEL * 2) * 100) + 31
            PERFORM 020-CARGAR-CREDITOS
               THRU
               020-CARGAR-CREDITOS-SAL
            PERFORM 030-ACUMULAR-CHEQUES
               THRU
               030-ACUMULAR-CHEQUES-SAL
            PERFORM 040-ACUMULAR-PISTA
               THRU
               040-ACUMULAR-PISTA-SAL
            IF WS-CRE-NUM = ZEROS
                DISPLAY 'No hay creditos INFONAVIT en el bimestre'
                    UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 050-ESCRIBIR-REPORTE
               THRU
               050-ESCRIBIR-REPORTE-SAL
            MOVE WS-TOT-CHEQUES TO WS-ED-TOTAL
            DISPLAY 'Total a enterar: ' WS-ED-TOTAL UPON CONSOLE
            DISPLAY 'Creditos con diferencia contra la pista: '
                WS-TOT-DIFERENCIAS UPON CONSOLE
            DISPLAY 'Creditos vigentes sin retencion: '
                WS-TOT-SIN-RETENCION UPON CONSOLE
            DISPLAY 'Reporte en INFOREM.TXT' UPON CONSOLE
            GOBACK.

       020-CARGAR-CREDITOS.
      *    Vigente en el bimestre: inicio antes del fin y sin
      *    suspension o con suspension despues del inicio del bimestre
            OPEN INPUT F-INFCRED
            IF NOT INFCRED-OK
                GO TO 020-CARGAR-CREDITOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-INFCRED NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-CRE-NUM < 3000
                            ADD 1 TO WS-CRE-NUM
                            MOVE INF-EMP-ID TO WS-CRE-T-EMP(WS-CRE-NUM)
                            MOVE INF-CREDITO
                                TO WS-CRE-T-CREDITO(WS-CRE-NUM)
                            MOVE INF-TIPO TO WS-CRE-T-TIPO(WS-CRE-NUM)
                            MOVE ZEROS TO WS-CRE-T-CHEQUES(WS-CRE-NUM)
                            MOVE ZEROS TO WS-CRE-T-PISTA(WS-CRE-NUM)
                            MOVE ZEROS TO WS-CRE-T-NUM-CHQ(WS-CRE-NUM)
                            MOVE 'N' TO WS-CRE-T-VIGENTE(WS-CRE-NUM)
                            IF INF-FECHA-INICIO NOT > WS-FECHA-HASTA
                                AND (INF-FECHA-SUSP = ZEROS
                                OR INF-FECHA-SUSP > WS-FECHA-DESDE)
                                MOVE 'S'
                                    TO WS-CRE-T-VIGENTE(WS-CRE-NUM)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-INFCRED.
       020-CARGAR-CREDITOS-SAL.
            EXIT.

       025-BUSCAR-CREDITO.
      *    Renglon del credito; si no esta en el maestro (sustituido
      *    por un aviso posterior) se agrega como no vigente
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CRE-NUM OR CRE-ENCONTRADO
                IF WS-CRE-T-EMP(WS-IDX) = WS-BUSCA-EMP
                    AND WS-CRE-T-CREDITO(WS-IDX) = WS-BUSCA-CREDITO
                    MOVE 'Y' TO WS-ENCONTRADO
                END-IF
            END-PERFORM
            IF CRE-ENCONTRADO
                SUBTRACT 1 FROM WS-IDX
                GO TO 025-BUSCAR-CREDITO-SAL
            END-IF
            IF WS-CRE-NUM < 3000
                ADD 1 TO WS-CRE-NUM
                MOVE WS-CRE-NUM TO WS-IDX
                MOVE WS-BUSCA-EMP TO WS-CRE-T-EMP(WS-IDX)
                MOVE WS-BUSCA-CREDITO TO WS-CRE-T-CREDITO(WS-IDX)
                MOVE SPACE TO WS-CRE-T-TIPO(WS-IDX)
                MOVE 'N' TO WS-CRE-T-VIGENTE(WS-IDX)
                MOVE ZEROS TO WS-CRE-T-CHEQUES(WS-IDX)
                MOVE ZEROS TO WS-CRE-T-PISTA(WS-IDX)
                MOVE ZEROS TO WS-CRE-T-NUM-CHQ(WS-IDX)
                MOVE 'Y' TO WS-ENCONTRADO
            END-IF.
       025-BUSCAR-CREDITO-SAL.
            EXIT.

       030-ACUMULAR-CHEQUES.
            OPEN INPUT F-REGISTRO
            IF NOT REGISTRO-OK
                DISPLAY 'Aviso: no se pudo abrir REGCHEQ.DAT'
                    UPON CONSOLE
                GO TO 030-ACUMULAR-CHEQUES-SAL
            END-IF
            OPEN INPUT F-CHQFISC
            IF NOT CHQFISC-OK
                CLOSE F-REGISTRO
                GO TO 030-ACUMULAR-CHEQUES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGISTRO NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF NOT CHQ-CANCELADO
                            AND CHQ-FECHA NOT < WS-FECHA-DESDE
                            AND CHQ-FECHA NOT > WS-FECHA-HASTA
                            PERFORM 035-DESCUENTO-CHEQUE
                               THRU
                               035-DESCUENTO-CHEQUE-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CHQFISC
            CLOSE F-REGISTRO.
       030-ACUMULAR-CHEQUES-SAL.
            EXIT.

       035-DESCUENTO-CHEQUE.
            MOVE CHQ-NUMERO TO CFS-NUMERO
            READ F-CHQFISC
                INVALID KEY
                    GO TO 035-DESCUENTO-CHEQUE-SAL
            END-READ
            IF CFS-INFONAVIT NOT NUMERIC OR CFS-INFONAVIT = ZEROS
                GO TO 035-DESCUENTO-CHEQUE-SAL
            END-IF
            MOVE CHQ-EMP-ID TO WS-BUSCA-EMP
            MOVE CFS-INF-CREDITO TO WS-BUSCA-CREDITO
            PERFORM 025-BUSCAR-CREDITO
               THRU
               025-BUSCAR-CREDITO-SAL
            IF CRE-ENCONTRADO
                ADD CFS-INFONAVIT TO WS-CRE-T-CHEQUES(WS-IDX)
                ADD 1 TO WS-CRE-T-NUM-CHQ(WS-IDX)
            END-IF.
       035-DESCUENTO-CHEQUE-SAL.
            EXIT.

       040-ACUMULAR-PISTA.
            OPEN INPUT F-INFOMOV
            IF WS-STATUS-INFOMOV NOT = '00'
                GO TO 040-ACUMULAR-PISTA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-INFOMOV INTO WS-REG-INFOMOV
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF IMV-FECHA NOT < WS-FECHA-DESDE
                            AND IMV-FECHA NOT > WS-FECHA-HASTA
                            MOVE IMV-EMP TO WS-BUSCA-EMP
                            MOVE IMV-CREDITO TO WS-BUSCA-CREDITO
                            PERFORM 025-BUSCAR-CREDITO
                               THRU
                               025-BUSCAR-CREDITO-SAL
                            IF CRE-ENCONTRADO
                                ADD IMV-DESCUENTO
                                    TO WS-CRE-T-PISTA(WS-IDX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-INFOMOV.
       040-ACUMULAR-PISTA-SAL.
            EXIT.

       050-ESCRIBIR-REPORTE.
            OPEN INPUT F-COMPLEMENTO
            MOVE 'N' TO WS-COMPLEMENTO-ABIERTO
            IF CMP-OK
                MOVE 'S' TO WS-COMPLEMENTO-ABIERTO
            END-IF
            OPEN OUTPUT F-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'ENTERO BIMESTRAL INFONAVIT  ' WS-ANHO-SEL
                ' BIMESTRE ' WS-BIMESTRE-SEL '  (' WS-FECHA-DESDE
                ' A ' WS-FECHA-HASTA ')'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'EMPLEO NSS         CREDITO    T CHQ '
                '  RETENIDO CHEQUES  PISTA INFOMOV     DIFERENCIA '
                'OBSERVACION'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CRE-NUM
                PERFORM 055-ESCRIBIR-CREDITO
                   THRU
                   055-ESCRIBIR-CREDITO-SAL
            END-PERFORM
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-TOT-CHEQUES TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'TOTAL RETENIDO EN CHEQUES (A ENTERAR): '
                WS-ED-TOTAL
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-TOT-PISTA TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'TOTAL SEGUN PISTA INFOMOV.TXT:          '
                WS-ED-TOTAL
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'CREDITOS CON DIFERENCIA: ' WS-TOT-DIFERENCIAS
                '  VIGENTES SIN RETENCION: ' WS-TOT-SIN-RETENCION
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            CLOSE F-REPORTE
            IF COMPLEMENTO-ABIERTO
                CLOSE F-COMPLEMENTO
            END-IF.
       050-ESCRIBIR-REPORTE-SAL.
            EXIT.

       055-ESCRIBIR-CREDITO.
      *    Fuera del bimestre y sin movimientos no se lista
            IF WS-CRE-T-VIGENTE(WS-IDX) NOT = 'S'
                AND WS-CRE-T-CHEQUES(WS-IDX) = ZEROS
                AND WS-CRE-T-PISTA(WS-IDX) = ZEROS
                GO TO 055-ESCRIBIR-CREDITO-SAL
            END-IF
            MOVE SPACES TO WS-NSS
            IF COMPLEMENTO-ABIERTO
                MOVE WS-CRE-T-EMP(WS-IDX) TO CMP-EMP-ID
                READ F-COMPLEMENTO
                    NOT INVALID KEY
                        MOVE CMP-NSS TO WS-NSS
                END-READ
            END-IF
            COMPUTE WS-DIFERENCIA = WS-CRE-T-CHEQUES(WS-IDX)
                - WS-CRE-T-PISTA(WS-IDX)
            EVALUATE TRUE
                WHEN WS-CRE-T-CHEQUES(WS-IDX) = ZEROS
                    AND WS-CRE-T-PISTA(WS-IDX) = ZEROS
                    MOVE 'VIGENTE SIN RETENCION' TO WS-OBSERVACION
                    ADD 1 TO WS-TOT-SIN-RETENCION
                WHEN WS-DIFERENCIA NOT = ZEROS
                    MOVE 'DIFERENCIA CONTRA PISTA' TO WS-OBSERVACION
                    ADD 1 TO WS-TOT-DIFERENCIAS
                WHEN OTHER
                    MOVE 'CUADRA' TO WS-OBSERVACION
            END-EVALUATE
            ADD WS-CRE-T-CHEQUES(WS-IDX) TO WS-TOT-CHEQUES
            ADD WS-CRE-T-PISTA(WS-IDX) TO WS-TOT-PISTA
            MOVE WS-CRE-T-CHEQUES(WS-IDX) TO WS-ED-CHEQUES
            MOVE WS-CRE-T-PISTA(WS-IDX) TO WS-ED-PISTA
            MOVE WS-DIFERENCIA TO WS-ED-DIFERENCIA
            MOVE SPACES TO WS-LINEA-REP
            STRING WS-CRE-T-EMP(WS-IDX) ' ' WS-NSS ' '
                WS-CRE-T-CREDITO(WS-IDX) ' ' WS-CRE-T-TIPO(WS-IDX)
                ' ' WS-CRE-T-NUM-CHQ(WS-IDX) ' ' WS-ED-CHEQUES ' '
                WS-ED-PISTA ' ' WS-ED-DIFERENCIA ' ' WS-OBSERVACION
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       055-ESCRIBIR-CREDITO-SAL.
            EXIT.

       END PROGRAM PRG01114.
