       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01161.
      *  Remesa mensual de cuotas sindicales: para el mes elegido
      *  (AAAAMM) suma por afiliado y sindicato la cuota asentada en
      *  el complemento fiscal (CFS-CUOTA-SIND de CHQFISC.DAT) de los
      *  cheques no cancelados de REGCHEQ.DAT con fecha en el mes,
      *  que es lo efectivamente retenido y lo que se remite, y la
      *  concilia contra la pista SINDMOV.TXT que deja PRG01019; la
      *  diferencia se marca en el renglon, igual que los afiliados
      *  vigentes en el mes (SINDAFIL.DAT de PRG01160) a los que no
      *  se les retuvo nada; por sindicato salen aparte los que
      *  ingresaron y los que se separaron dentro del mes; el
      *  reporte va a SINDREM.TXT y cada sindicato recibe su archivo
      *  de remesa SRssssssAAAAMM.TXT (ssssss la clave del
      *  sindicato) - LCG 15 OCT 26
      *  Trazado del archivo de remesa: detalle D SINDICATO(6)
      *  MES(6) SECCION(6) EMP(6) NOMBRE(40) CUOTA(13 con 2 dec)
      *  MOVIMIENTO(1: A ingreso, B separacion en el mes); cierre T
      *  SINDICATO(6) MES(6) AFILIADOS(6) TOTAL(15 con 2 dec)
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
           SELECT F-REPORTE ASSIGN TO "SINDREM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REMESA ASSIGN DYNAMIC WS-ARCH-REMESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESA.
       DATA DIVISION.
       FILE SECTION.
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-CHQFISC.
       COPY CHQFISC.
       FD  F-SINDAFIL.
       COPY SINDAFIL.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-SINDMOV.
       01 REG-SINDMOV                PIC X(45).
       FD  F-SINDCUOT.
       01 REG-SINDCUOT               PIC X(60).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       FD  F-REMESA.
       01 REG-REMESA                 PIC X(85).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-CHQFISC          PIC XX VALUE '00'.
           88 CHQFISC-OK             VALUE '00'.
       01 WS-STATUS-SINDAFIL         PIC XX VALUE '00'.
           88 SINDAFIL-OK            VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-SINDMOV          PIC XX VALUE '00'.
       01 WS-STATUS-SINDCUOT         PIC XX VALUE '00'.
       01 WS-STATUS-REMESA           PIC XX VALUE '00'.
       01 WS-ARCH-REMESA             PIC X(20) VALUE SPACES.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-MES-SEL                 PIC 9(6) VALUE ZEROS.
       01 WS-FECHA-DESDE             PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-HASTA             PIC 9(8) VALUE ZEROS.
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
      *    Afiliados del mes con lo retenido en cheques y lo asentado
      *    en la pista, al estilo de la tabla por credito de PRG01114
       01 WS-TABLA-AFI.
           05 WS-AFI-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-AFI-ENT OCCURS 3000 TIMES.
               10 WS-AFI-T-EMP       PIC 9(6).
               10 WS-AFI-T-SINDICATO PIC X(6).
               10 WS-AFI-T-SECCION   PIC X(6).
               10 WS-AFI-T-ALTA      PIC 9(8).
               10 WS-AFI-T-BAJA      PIC 9(8).
               10 WS-AFI-T-VIGENTE   PIC X.
               10 WS-AFI-T-MOV       PIC X.
               10 WS-AFI-T-CHEQUES   PIC 9(11)V99.
               10 WS-AFI-T-PISTA     PIC 9(11)V99.
               10 WS-AFI-T-NUM-CHQ   PIC 999.
       01 WS-IDX                     PIC 9(4) VALUE ZEROS.
       01 WS-ENCONTRADO              PIC X VALUE 'N'.
           88 AFI-ENCONTRADO         VALUE 'Y'.
       01 WS-BUSCA-EMP               PIC 9(6) VALUE ZEROS.
       01 WS-BUSCA-SINDICATO         PIC X(6) VALUE SPACES.
       01 WS-BUSCA-SECCION           PIC X(6) VALUE SPACES.
      *    Sindicatos presentes en el mes con su nombre y cuota
       01 WS-TABLA-SND.
           05 WS-SND-NUM             PIC 99 VALUE ZEROS.
           05 WS-SND-ENT OCCURS 50 TIMES.
               10 WS-SND-T-CODIGO    PIC X(6).
               10 WS-SND-T-NOMBRE    PIC X(40).
               10 WS-SND-T-PCT       PIC 9(2)V9(4).
               10 WS-SND-T-VIGENCIA  PIC 9(8).
       01 WS-SND-IDX                 PIC 99 VALUE ZEROS.
       01 WS-SND-HALLADO             PIC 99 VALUE ZEROS.
       01 WS-DIFERENCIA              PIC S9(11)V99 VALUE ZEROS.
       01 WS-OBSERVACION             PIC X(24) VALUE SPACES.
       01 WS-NOMBRE                  PIC X(40) VALUE SPACES.
       01 WS-MOV-LISTA               PIC X VALUE SPACE.
           88 LISTA-INGRESOS         VALUE 'A'.
       01 WS-EMP-ABIERTO             PIC X VALUE 'N'.
           88 EMP-ABIERTO            VALUE 'S'.
       01 WS-CONTADOR-MOV            PIC 9(4) VALUE ZEROS.
       01 WS-TOTALES-SND.
           05 WS-SND-CHEQUES         PIC 9(13)V99 VALUE ZEROS.
           05 WS-SND-PISTA           PIC 9(13)V99 VALUE ZEROS.
           05 WS-SND-AFILIADOS       PIC 9(6) VALUE ZEROS.
           05 WS-SND-DIFERENCIAS     PIC 9(4) VALUE ZEROS.
           05 WS-SND-SIN-RETENCION   PIC 9(4) VALUE ZEROS.
       01 WS-TOTALES.
           05 WS-TOT-CHEQUES         PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-PISTA           PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-DIFERENCIAS     PIC 9(4) VALUE ZEROS.
           05 WS-TOT-SIN-RETENCION   PIC 9(4) VALUE ZEROS.
       01 WS-REG-REMESA.
           05 RMS-TIPO               PIC X.
           05 RMS-SINDICATO          PIC X(6).
           05 RMS-MES                PIC 9(6).
           05 RMS-DETALLE.
               10 RMS-SECCION        PIC X(6).
               10 RMS-EMP            PIC 9(6).
               10 RMS-NOMBRE         PIC X(40).
               10 RMS-CUOTA          PIC 9(11)V99.
               10 RMS-MOV            PIC X.
               10 FILLER             PIC X(6).
           05 RMS-CIERRE REDEFINES RMS-DETALLE.
               10 RMS-AFILIADOS      PIC 9(6).
               10 RMS-TOTAL          PIC 9(13)V99.
               10 FILLER             PIC X(51).
       01 WS-EDITADOS.
           05 WS-ED-CHEQUES          PIC Z(10)9.99.
           05 WS-ED-PISTA            PIC Z(10)9.99.
           05 WS-ED-DIFERENCIA       PIC -(10)9.99.
           05 WS-ED-TOTAL            PIC Z(12)9.99.
           05 WS-ED-PCT              PIC Z9.9999.
       01 WS-LINEA-REP               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Remesa mensual de cuotas sindicales' UPON CONSOLE
            DISPLAY 'Mes (AAAAMM): ' UPON CONSOLE
            ACCEPT WS-MES-SEL FROM CONSOLE
            IF WS-MES-SEL(5:2) < '01' OR WS-MES-SEL(5:2) > '12'
                DISPLAY 'Error: mes invalido' UPON CONSOLE
                GOBACK
            END-IF
      *    Del dia 1 al 31 (como tope de comparacion sirve para
      *    cualquier mes)
            COMPUTE WS-FECHA-DESDE = (WS-MES-SEL * 100) + 1
            COMPUTE WS-FECHA-HASTA = (WS-MES-SEL * 100) + 31
            PERFORM 020-CARGAR-AFILIADOS
               THRU
               020-CARGAR-AFILIADOS-SAL
            PERFORM 030-ACUMULAR-CHEQUES
               THRU
               030-ACUMULAR-CHEQUES-SAL
            PERFORM 040-ACUMULAR-PISTA
               THRU
               040-ACUMULAR-PISTA-SAL
            IF WS-AFI-NUM = ZEROS
                DISPLAY 'No hay afiliados sindicales en el mes'
                    UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 045-CARGAR-SINDICATOS
               THRU
               045-CARGAR-SINDICATOS-SAL
            PERFORM 050-ESCRIBIR-REPORTE
               THRU
               050-ESCRIBIR-REPORTE-SAL
            MOVE WS-TOT-CHEQUES TO WS-ED-TOTAL
            DISPLAY 'Total a remitir: ' WS-ED-TOTAL UPON CONSOLE
            DISPLAY 'Afiliados con diferencia contra la pista: '
                WS-TOT-DIFERENCIAS UPON CONSOLE
            DISPLAY 'Afiliados vigentes sin retencion: '
                WS-TOT-SIN-RETENCION UPON CONSOLE
            DISPLAY 'Reporte en SINDREM.TXT; remesa de cada sindicato '
                'en SRssssss' WS-MES-SEL '.TXT' UPON CONSOLE
            GOBACK.

       020-CARGAR-AFILIADOS.
      *    Vigente en el mes: ingreso antes del fin y sin separacion
      *    o con separacion despues del inicio del mes; el ingreso o
      *    la separacion dentro del mes se marcan para listarse aparte
            OPEN INPUT F-SINDAFIL
            IF NOT SINDAFIL-OK
                GO TO 020-CARGAR-AFILIADOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-SINDAFIL NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-AFI-NUM < 3000
                            PERFORM 022-AGREGAR-AFILIADO
                               THRU
                               022-AGREGAR-AFILIADO-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-SINDAFIL.
       020-CARGAR-AFILIADOS-SAL.
            EXIT.

       022-AGREGAR-AFILIADO.
            ADD 1 TO WS-AFI-NUM
            MOVE WS-AFI-NUM TO WS-IDX
            MOVE SIN-EMP-ID TO WS-AFI-T-EMP(WS-IDX)
            MOVE SIN-SINDICATO TO WS-AFI-T-SINDICATO(WS-IDX)
            MOVE SIN-SECCION TO WS-AFI-T-SECCION(WS-IDX)
            MOVE SIN-FECHA-ALTA TO WS-AFI-T-ALTA(WS-IDX)
            MOVE SIN-FECHA-BAJA TO WS-AFI-T-BAJA(WS-IDX)
            MOVE ZEROS TO WS-AFI-T-CHEQUES(WS-IDX)
            MOVE ZEROS TO WS-AFI-T-PISTA(WS-IDX)
            MOVE ZEROS TO WS-AFI-T-NUM-CHQ(WS-IDX)
            MOVE 'N' TO WS-AFI-T-VIGENTE(WS-IDX)
            MOVE SPACE TO WS-AFI-T-MOV(WS-IDX)
            IF SIN-FECHA-ALTA NOT > WS-FECHA-HASTA
                AND (SIN-FECHA-BAJA = ZEROS
                OR SIN-FECHA-BAJA > WS-FECHA-DESDE)
                MOVE 'S' TO WS-AFI-T-VIGENTE(WS-IDX)
            END-IF
            IF SIN-FECHA-ALTA NOT < WS-FECHA-DESDE
                AND SIN-FECHA-ALTA NOT > WS-FECHA-HASTA
                MOVE 'A' TO WS-AFI-T-MOV(WS-IDX)
            END-IF
            IF SIN-FECHA-BAJA NOT < WS-FECHA-DESDE
                AND SIN-FECHA-BAJA NOT > WS-FECHA-HASTA
                MOVE 'B' TO WS-AFI-T-MOV(WS-IDX)
            END-IF.
       022-AGREGAR-AFILIADO-SAL.
            EXIT.

       025-BUSCAR-AFILIADO.
      *    Renglon del afiliado en ese sindicato; si ya no esta en la
      *    afiliacion (sustituida por un alta posterior) se agrega
      *    como no vigente
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-AFI-NUM OR AFI-ENCONTRADO
                IF WS-AFI-T-EMP(WS-IDX) = WS-BUSCA-EMP
                    AND WS-AFI-T-SINDICATO(WS-IDX) = WS-BUSCA-SINDICATO
                    MOVE 'Y' TO WS-ENCONTRADO
                END-IF
            END-PERFORM
            IF AFI-ENCONTRADO
                SUBTRACT 1 FROM WS-IDX
                GO TO 025-BUSCAR-AFILIADO-SAL
            END-IF
            IF WS-AFI-NUM < 3000
                ADD 1 TO WS-AFI-NUM
                MOVE WS-AFI-NUM TO WS-IDX
                MOVE WS-BUSCA-EMP TO WS-AFI-T-EMP(WS-IDX)
                MOVE WS-BUSCA-SINDICATO TO WS-AFI-T-SINDICATO(WS-IDX)
                MOVE WS-BUSCA-SECCION TO WS-AFI-T-SECCION(WS-IDX)
                MOVE ZEROS TO WS-AFI-T-ALTA(WS-IDX)
                MOVE ZEROS TO WS-AFI-T-BAJA(WS-IDX)
                MOVE 'N' TO WS-AFI-T-VIGENTE(WS-IDX)
                MOVE SPACE TO WS-AFI-T-MOV(WS-IDX)
                MOVE ZEROS TO WS-AFI-T-CHEQUES(WS-IDX)
                MOVE ZEROS TO WS-AFI-T-PISTA(WS-IDX)
                MOVE ZEROS TO WS-AFI-T-NUM-CHQ(WS-IDX)
                MOVE 'Y' TO WS-ENCONTRADO
            END-IF.
       025-BUSCAR-AFILIADO-SAL.
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
                            PERFORM 035-CUOTA-CHEQUE
                               THRU
                               035-CUOTA-CHEQUE-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CHQFISC
            CLOSE F-REGISTRO.
       030-ACUMULAR-CHEQUES-SAL.
            EXIT.

       035-CUOTA-CHEQUE.
            MOVE CHQ-NUMERO TO CFS-NUMERO
            READ F-CHQFISC
                INVALID KEY
                    GO TO 035-CUOTA-CHEQUE-SAL
            END-READ
            IF CFS-CUOTA-SIND NOT NUMERIC OR CFS-CUOTA-SIND = ZEROS
                GO TO 035-CUOTA-CHEQUE-SAL
            END-IF
            MOVE CHQ-EMP-ID TO WS-BUSCA-EMP
            MOVE CFS-SINDICATO TO WS-BUSCA-SINDICATO
            MOVE CFS-SECCION TO WS-BUSCA-SECCION
            PERFORM 025-BUSCAR-AFILIADO
               THRU
               025-BUSCAR-AFILIADO-SAL
            IF AFI-ENCONTRADO
                ADD CFS-CUOTA-SIND TO WS-AFI-T-CHEQUES(WS-IDX)
                ADD 1 TO WS-AFI-T-NUM-CHQ(WS-IDX)
            END-IF.
       035-CUOTA-CHEQUE-SAL.
            EXIT.

       040-ACUMULAR-PISTA.
            OPEN INPUT F-SINDMOV
            IF WS-STATUS-SINDMOV NOT = '00'
                GO TO 040-ACUMULAR-PISTA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-SINDMOV INTO WS-REG-SINDMOV
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF SMV-FECHA NOT < WS-FECHA-DESDE
                            AND SMV-FECHA NOT > WS-FECHA-HASTA
                            MOVE SMV-EMP TO WS-BUSCA-EMP
                            MOVE SMV-SINDICATO TO WS-BUSCA-SINDICATO
                            MOVE SMV-SECCION TO WS-BUSCA-SECCION
                            PERFORM 025-BUSCAR-AFILIADO
                               THRU
                               025-BUSCAR-AFILIADO-SAL
                            IF AFI-ENCONTRADO
                                ADD SMV-CUOTA
                                    TO WS-AFI-T-PISTA(WS-IDX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-SINDMOV.
       040-ACUMULAR-PISTA-SAL.
            EXIT.

       045-CARGAR-SINDICATOS.
      *    Un renglon por sindicato que aparece en la tabla de
      *    afiliados; el nombre y la cuota son los de la vigencia mas
      *    reciente no posterior al fin del mes
            MOVE ZEROS TO WS-SND-NUM
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-AFI-NUM
                PERFORM 046-REGISTRAR-SINDICATO
                   THRU
                   046-REGISTRAR-SINDICATO-SAL
            END-PERFORM
            OPEN INPUT F-SINDCUOT
            IF WS-STATUS-SINDCUOT NOT = '00'
                GO TO 045-CARGAR-SINDICATOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-SINDCUOT INTO WS-RENGLON-SCU
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM VARYING WS-SND-IDX FROM 1 BY 1
                            UNTIL WS-SND-IDX > WS-SND-NUM
                            IF WS-SND-T-CODIGO(WS-SND-IDX)
                                = SCU-SINDICATO
                                AND SCU-VIGENCIA NOT > WS-FECHA-HASTA
                                AND SCU-VIGENCIA NOT <
                                    WS-SND-T-VIGENCIA(WS-SND-IDX)
                                MOVE SCU-VIGENCIA
                                    TO WS-SND-T-VIGENCIA(WS-SND-IDX)
                                MOVE SCU-NOMBRE
                                    TO WS-SND-T-NOMBRE(WS-SND-IDX)
                                MOVE SCU-PORCENTAJE
                                    TO WS-SND-T-PCT(WS-SND-IDX)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE F-SINDCUOT.
       045-CARGAR-SINDICATOS-SAL.
            EXIT.

       046-REGISTRAR-SINDICATO.
            MOVE ZEROS TO WS-SND-HALLADO
            PERFORM VARYING WS-SND-IDX FROM 1 BY 1
                UNTIL WS-SND-IDX > WS-SND-NUM OR WS-SND-HALLADO > 0
                IF WS-SND-T-CODIGO(WS-SND-IDX)
                    = WS-AFI-T-SINDICATO(WS-IDX)
                    MOVE WS-SND-IDX TO WS-SND-HALLADO
                END-IF
            END-PERFORM
            IF WS-SND-HALLADO > 0 OR WS-SND-NUM NOT < 50
                GO TO 046-REGISTRAR-SINDICATO-SAL
            END-IF
            ADD 1 TO WS-SND-NUM
            MOVE WS-AFI-T-SINDICATO(WS-IDX)
                TO WS-SND-T-CODIGO(WS-SND-NUM)
            MOVE 'SIN NOMBRE EN SINDCUOT.TXT'
                TO WS-SND-T-NOMBRE(WS-SND-NUM)
            MOVE ZEROS TO WS-SND-T-PCT(WS-SND-NUM)
            MOVE ZEROS TO WS-SND-T-VIGENCIA(WS-SND-NUM).
       046-REGISTRAR-SINDICATO-SAL.
            EXIT.

       050-ESCRIBIR-REPORTE.
            OPEN INPUT F-EMPLEADOS
            IF EMP-OK
                MOVE 'S' TO WS-EMP-ABIERTO
            END-IF
            OPEN OUTPUT F-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'REMESA MENSUAL DE CUOTAS SINDICALES  MES '
                WS-MES-SEL '  (' WS-FECHA-DESDE ' A ' WS-FECHA-HASTA
                ')'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING WS-SND-IDX FROM 1 BY 1
                UNTIL WS-SND-IDX > WS-SND-NUM
                PERFORM 060-REMESA-SINDICATO
                   THRU
                   060-REMESA-SINDICATO-SAL
            END-PERFORM
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-TOT-CHEQUES TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'TOTAL GENERAL RETENIDO EN CHEQUES (A REMITIR): '
                WS-ED-TOTAL
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-TOT-PISTA TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'TOTAL GENERAL SEGUN PISTA SINDMOV.TXT:          '
                WS-ED-TOTAL
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'AFILIADOS CON DIFERENCIA: ' WS-TOT-DIFERENCIAS
                '  VIGENTES SIN RETENCION: ' WS-TOT-SIN-RETENCION
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            CLOSE F-REPORTE
            IF EMP-ABIERTO
                CLOSE F-EMPLEADOS
            END-IF.
       050-ESCRIBIR-REPORTE-SAL.
            EXIT.

       060-REMESA-SINDICATO.
      *    Seccion del reporte y archivo de remesa de un sindicato
            INITIALIZE WS-TOTALES-SND
            MOVE SPACES TO WS-ARCH-REMESA
            STRING 'SR' WS-SND-T-CODIGO(WS-SND-IDX) DELIMITED BY SPACE
                WS-MES-SEL '.TXT' DELIMITED BY SIZE
                INTO WS-ARCH-REMESA
            OPEN OUTPUT F-REMESA
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-SND-T-PCT(WS-SND-IDX) TO WS-ED-PCT
            MOVE SPACES TO WS-LINEA-REP
            STRING 'SINDICATO ' WS-SND-T-CODIGO(WS-SND-IDX) ' '
                WS-SND-T-NOMBRE(WS-SND-IDX) '  CUOTA ' WS-ED-PCT
                '%  REMESA EN ' WS-ARCH-REMESA
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'EMPLEO NOMBRE                                   '
                'SECCN  CHQ   RETENIDO CHEQUES  PISTA SINDMOV     '
                'DIFERENCIA OBSERVACION'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-AFI-NUM
                IF WS-AFI-T-SINDICATO(WS-IDX)
                    = WS-SND-T-CODIGO(WS-SND-IDX)
                    PERFORM 065-ESCRIBIR-AFILIADO
                       THRU
                       065-ESCRIBIR-AFILIADO-SAL
                END-IF
            END-PERFORM
            MOVE 'A' TO WS-MOV-LISTA
            PERFORM 070-LISTAR-MOVIMIENTOS
               THRU
               070-LISTAR-MOVIMIENTOS-SAL
            MOVE 'B' TO WS-MOV-LISTA
            PERFORM 070-LISTAR-MOVIMIENTOS
               THRU
               070-LISTAR-MOVIMIENTOS-SAL
            MOVE SPACES TO WS-REG-REMESA
            MOVE 'T' TO RMS-TIPO
            MOVE WS-SND-T-CODIGO(WS-SND-IDX) TO RMS-SINDICATO
            MOVE WS-MES-SEL TO RMS-MES
            MOVE WS-SND-AFILIADOS TO RMS-AFILIADOS
            MOVE WS-SND-CHEQUES TO RMS-TOTAL
            MOVE WS-REG-REMESA TO REG-REMESA
            WRITE REG-REMESA
            CLOSE F-REMESA
            MOVE WS-SND-CHEQUES TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REP
            STRING '  A REMITIR (RETENIDO EN CHEQUES): ' WS-ED-TOTAL
                '  AFILIADOS: ' WS-SND-AFILIADOS
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-SND-PISTA TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REP
            STRING '  SEGUN PISTA SINDMOV.TXT:         ' WS-ED-TOTAL
                '  CON DIFERENCIA: ' WS-SND-DIFERENCIAS
                '  VIGENTES SIN RETENCION: ' WS-SND-SIN-RETENCION
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       060-REMESA-SINDICATO-SAL.
            EXIT.

       065-ESCRIBIR-AFILIADO.
      *    Fuera del mes y sin movimientos no se lista
            IF WS-AFI-T-VIGENTE(WS-IDX) NOT = 'S'
                AND WS-AFI-T-CHEQUES(WS-IDX) = ZEROS
                AND WS-AFI-T-PISTA(WS-IDX) = ZEROS
                GO TO 065-ESCRIBIR-AFILIADO-SAL
            END-IF
            PERFORM 080-NOMBRE-EMPLEADO
               THRU
               080-NOMBRE-EMPLEADO-SAL
            COMPUTE WS-DIFERENCIA = WS-AFI-T-CHEQUES(WS-IDX)
                - WS-AFI-T-PISTA(WS-IDX)
            EVALUATE TRUE
                WHEN WS-AFI-T-CHEQUES(WS-IDX) = ZEROS
                    AND WS-AFI-T-PISTA(WS-IDX) = ZEROS
                    MOVE 'VIGENTE SIN RETENCION' TO WS-OBSERVACION
                    ADD 1 TO WS-SND-SIN-RETENCION
                    ADD 1 TO WS-TOT-SIN-RETENCION
                WHEN WS-DIFERENCIA NOT = ZEROS
                    MOVE 'DIFERENCIA CONTRA PISTA' TO WS-OBSERVACION
                    ADD 1 TO WS-SND-DIFERENCIAS
                    ADD 1 TO WS-TOT-DIFERENCIAS
                WHEN OTHER
                    MOVE 'CUADRA' TO WS-OBSERVACION
            END-EVALUATE
            ADD WS-AFI-T-CHEQUES(WS-IDX) TO WS-SND-CHEQUES
            ADD WS-AFI-T-PISTA(WS-IDX) TO WS-SND-PISTA
            ADD WS-AFI-T-CHEQUES(WS-IDX) TO WS-TOT-CHEQUES
            ADD WS-AFI-T-PISTA(WS-IDX) TO WS-TOT-PISTA
            MOVE WS-AFI-T-CHEQUES(WS-IDX) TO WS-ED-CHEQUES
            MOVE WS-AFI-T-PISTA(WS-IDX) TO WS-ED-PISTA
            MOVE WS-DIFERENCIA TO WS-ED-DIFERENCIA
            MOVE SPACES TO WS-LINEA-REP
            STRING WS-AFI-T-EMP(WS-IDX) ' ' WS-NOMBRE ' '
                WS-AFI-T-SECCION(WS-IDX) ' ' WS-AFI-T-NUM-CHQ(WS-IDX)
                ' ' WS-ED-CHEQUES ' ' WS-ED-PISTA ' ' WS-ED-DIFERENCIA
                ' ' WS-OBSERVACION
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
      *    Al sindicato se le remite lo retenido en cheques
            IF WS-AFI-T-CHEQUES(WS-IDX) = ZEROS
                GO TO 065-ESCRIBIR-AFILIADO-SAL
            END-IF
            ADD 1 TO WS-SND-AFILIADOS
            MOVE SPACES TO WS-REG-REMESA
            MOVE 'D' TO RMS-TIPO
            MOVE WS-AFI-T-SINDICATO(WS-IDX) TO RMS-SINDICATO
            MOVE WS-MES-SEL TO RMS-MES
            MOVE WS-AFI-T-SECCION(WS-IDX) TO RMS-SECCION
            MOVE WS-AFI-T-EMP(WS-IDX) TO RMS-EMP
            MOVE WS-NOMBRE TO RMS-NOMBRE
            MOVE WS-AFI-T-CHEQUES(WS-IDX) TO RMS-CUOTA
            MOVE WS-AFI-T-MOV(WS-IDX) TO RMS-MOV
            MOVE WS-REG-REMESA TO REG-REMESA
            WRITE REG-REMESA.
       065-ESCRIBIR-AFILIADO-SAL.
            EXIT.

       070-LISTAR-MOVIMIENTOS.
      *    Ingresos (A) o separaciones (B) del mes del sindicato
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            IF LISTA-INGRESOS
                MOVE '  INGRESARON EN EL MES:' TO REG-REPORTE
            ELSE
                MOVE '  SE SEPARARON EN EL MES:' TO REG-REPORTE
            END-IF
            WRITE REG-REPORTE
            MOVE ZEROS TO WS-CONTADOR-MOV
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-AFI-NUM
                IF WS-AFI-T-SINDICATO(WS-IDX)
                    = WS-SND-T-CODIGO(WS-SND-IDX)
                    PERFORM 072-REVISAR-MOVIMIENTO
                       THRU
                       072-REVISAR-MOVIMIENTO-SAL
                END-IF
            END-PERFORM
            IF WS-CONTADOR-MOV = ZEROS
                MOVE '    (NINGUNO)' TO REG-REPORTE
                WRITE REG-REPORTE
            END-IF.
       070-LISTAR-MOVIMIENTOS-SAL.
            EXIT.

       072-REVISAR-MOVIMIENTO.
      *    La fecha de ingreso o de separacion cae dentro del mes
            IF LISTA-INGRESOS
                IF WS-AFI-T-ALTA(WS-IDX) < WS-FECHA-DESDE
                    OR WS-AFI-T-ALTA(WS-IDX) > WS-FECHA-HASTA
                    GO TO 072-REVISAR-MOVIMIENTO-SAL
                END-IF
            ELSE
                IF WS-AFI-T-BAJA(WS-IDX) < WS-FECHA-DESDE
                    OR WS-AFI-T-BAJA(WS-IDX) > WS-FECHA-HASTA
                    GO TO 072-REVISAR-MOVIMIENTO-SAL
                END-IF
            END-IF
            PERFORM 075-RENGLON-MOVIMIENTO
               THRU
               075-RENGLON-MOVIMIENTO-SAL.
       072-REVISAR-MOVIMIENTO-SAL.
            EXIT.

       075-RENGLON-MOVIMIENTO.
            ADD 1 TO WS-CONTADOR-MOV
            PERFORM 080-NOMBRE-EMPLEADO
               THRU
               080-NOMBRE-EMPLEADO-SAL
            MOVE WS-AFI-T-CHEQUES(WS-IDX) TO WS-ED-CHEQUES
            MOVE SPACES TO WS-LINEA-REP
            STRING '    ' WS-AFI-T-EMP(WS-IDX) ' ' WS-NOMBRE ' '
                WS-AFI-T-SECCION(WS-IDX) '  INGRESO '
                WS-AFI-T-ALTA(WS-IDX) '  SEPARACION '
                WS-AFI-T-BAJA(WS-IDX) '  RETENIDO ' WS-ED-CHEQUES
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       075-RENGLON-MOVIMIENTO-SAL.
            EXIT.

       080-NOMBRE-EMPLEADO.
            MOVE SPACES TO WS-NOMBRE
            IF NOT EMP-ABIERTO
                GO TO 080-NOMBRE-EMPLEADO-SAL
            END-IF
            MOVE WS-AFI-T-EMP(WS-IDX) TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    MOVE 'SIN EXPEDIENTE' TO WS-NOMBRE
                NOT INVALID KEY
                    STRING REG-APE-PATERNO DELIMITED BY '  '
                        ' ' DELIMITED BY SIZE
                        REG-APE-MATERNO DELIMITED BY '  '
                        ' ' DELIMITED BY SIZE
                        REG-NOMBRE DELIMITED BY '  '
                        INTO WS-NOMBRE
            END-READ.
       080-NOMBRE-EMPLEADO-SAL.
            EXIT.

       END PROGRAM PRG01161.
