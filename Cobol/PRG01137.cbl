       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01137.
      *  Revaluacion cambiaria de fin de mes: recorre los cheques de
      *  REGCHEQ.DAT en moneda extranjera (CHQ-MONEDA distinta de MXN)
      *  que siguen en transito al cierre del mes pedido (estatus E,
      *  emitidos hasta el ultimo dia del mes; los cobrados, los
      *  cancelados y los pendientes de aprobacion no cuentan) y los
      *  valua a la tasa de cierre de TIPOCAM.TXT (la mas reciente no
      *  posterior al ultimo dia del mes, la misma regla de PRG01019
      *  al emitir); la diferencia contra el equivalente MXN de la
      *  emision (CHQ-EQUIV-MXN) es la utilidad o perdida cambiaria
      *  no realizada: el cheque es un pasivo, asi que si vale mas
      *  pesos es perdida; reporte por cheque y resumen por cuenta
      *  libradora en REVALREP.TXT; la poliza de revaluacion sale a
      *  REVALPOL.TXT con fecha del cierre y la de reversa a
      *  REVERPOL.TXT con fecha del primer dia del mes siguiente,
      *  ambas con el trazado de la poliza de PRG01063 (corrida en el
      *  encabezado el AAAAMM del cierre, como en PRG01119): perdida
      *  con cargo a PERDCAMB y abono a la cuenta libradora (NOMINA
      *  si viene en espacios), utilidad con cargo a la cuenta y
      *  abono a UTILCAMB; la reversa invierte cargos y abonos; el
      *  registro de cheques no se modifica - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGISTRO ASSIGN TO "REGCHEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS WS-STATUS-REGISTRO.
           SELECT F-TIPOCAM ASSIGN TO "TIPOCAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TIPOCAM.
           SELECT F-REPORTE ASSIGN TO "REVALREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-POLIZA ASSIGN DYNAMIC WS-ARCH-POLIZA
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-TIPOCAM.
       01 REG-TIPOCAM                PIC X(18).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       FD  F-POLIZA.
       01 REG-POLIZA                 PIC X(69).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-TIPOCAM          PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-ARCH-POLIZA             PIC X(12) VALUE SPACES.
       01 WS-ANHO-SEL                PIC 9(4) VALUE ZEROS.
       01 WS-MES-SEL                 PIC 99 VALUE ZEROS.
       01 WS-DIA-CIERRE              PIC 99 VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'N'.
           88 FECHA-VALIDA           VALUE 'S'.
       01 WS-FECHA-CIERRE            PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-REVERSA           PIC 9(8) VALUE ZEROS.
       01 WS-AAAAMM                  PIC 9(6) VALUE ZEROS.
       01 WS-REVERSA                 PIC X VALUE 'N'.
           88 ES-REVERSA             VALUE 'S'.
       01 WS-RENGLON-TC.
           05 TC-MONEDA              PIC X(3).
           05 TC-FECHA               PIC 9(8).
           05 TC-TASA                PIC 9(3)V9(4).
      *    Tasa de cierre por moneda; a igual fecha gana el ultimo
      *    renglon de TIPOCAM.TXT
       01 WS-TABLA-TASAS.
           05 WS-TAS-NUM             PIC 99 VALUE ZEROS.
           05 WS-TAS-ENT OCCURS 20 TIMES.
               10 WS-TAS-T-MONEDA    PIC X(3).
               10 WS-TAS-T-FECHA     PIC 9(8).
               10 WS-TAS-T-TASA      PIC 9(3)V9(4).
      *    Resumen por cuenta libradora
       01 WS-TABLA-CUENTAS.
           05 WS-CTA-NUM             PIC 99 VALUE ZEROS.
           05 WS-CTA-ENT OCCURS 50 TIMES.
               10 WS-CTA-T-CUENTA    PIC X(8).
               10 WS-CTA-T-CHEQUES   PIC 9(6).
               10 WS-CTA-T-ORIGEN    PIC 9(13)V99.
               10 WS-CTA-T-CIERRE    PIC 9(13)V99.
               10 WS-CTA-T-UTILIDAD  PIC 9(13)V99.
               10 WS-CTA-T-PERDIDA   PIC 9(13)V99.
       01 WS-IDX                     PIC 99 VALUE ZEROS.
       01 WS-ENCONTRADO              PIC X VALUE 'N'.
           88 ENCONTRADO             VALUE 'Y'.
       01 WS-CUENTA                  PIC X(8) VALUE SPACES.
       01 WS-TASA-CIERRE             PIC 9(3)V9(4) VALUE ZEROS.
       01 WS-VALOR-CIERRE            PIC 9(13)V99 VALUE ZEROS.
       01 WS-DIFERENCIA              PIC S9(13)V99 VALUE ZEROS.
       01 WS-RESULTADO               PIC X(12) VALUE SPACES.
       01 WS-TOTALES.
           05 WS-TOT-CHEQUES         PIC 9(6) VALUE ZEROS.
           05 WS-TOT-SIN-TASA        PIC 9(6) VALUE ZEROS.
           05 WS-TOT-SIN-EQUIV       PIC 9(6) VALUE ZEROS.
           05 WS-TOT-UTILIDAD        PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-PERDIDA         PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-POLIZA          PIC 9(13)V99 VALUE ZEROS.
       01 WS-REG-DETALLE.
           05 FILLER                 PIC X VALUE 'D'.
           05 POL-CUENTA             PIC X(8).
           05 POL-CONCEPTO           PIC X(30).
           05 POL-CARGO              PIC 9(13)V99.
           05 POL-ABONO              PIC 9(13)V99.
       01 WS-REG-ENCABEZADO.
           05 FILLER                 PIC X VALUE 'H'.
           05 POL-ENC-CORRIDA        PIC 9(6).
           05 POL-ENC-FECHA          PIC 9(8).
           05 FILLER                 PIC X(54) VALUE SPACES.
       01 WS-REG-FINAL.
           05 FILLER                 PIC X VALUE 'T'.
           05 POL-FIN-CARGOS         PIC 9(13)V99.
           05 POL-FIN-ABONOS         PIC 9(13)V99.
           05 FILLER                 PIC X(38) VALUE SPACES.
       01 WS-CARGO-CTA               PIC X(8) VALUE SPACES.
       01 WS-ABONO-CTA               PIC X(8) VALUE SPACES.
       01 WS-IMPORTE-PARTIDA         PIC 9(13)V99 VALUE ZEROS.
       01 WS-EDITADOS.
           05 WS-ED-IMPORTE          PIC Z(10)9.99.
           05 WS-ED-ORIGEN           PIC Z(10)9.99.
           05 WS-ED-CIERRE           PIC Z(10)9.99.
           05 WS-ED-DIFERENCIA       PIC -(10)9.99.
           05 WS-ED-TASA-ORIG        PIC ZZ9.9999.
           05 WS-ED-TASA-CIERRE      PIC ZZ9.9999.
           05 WS-ED-UTILIDAD         PIC Z(12)9.99.
           05 WS-ED-PERDIDA          PIC Z(12)9.99.
       01 WS-LINEA-REP               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Revaluacion cambiaria de cheques en transito'
                UPON CONSOLE
            DISPLAY 'Año del cierre (AAAA): ' UPON CONSOLE
            ACCEPT WS-ANHO-SEL FROM CONSOLE
            DISPLAY 'Mes del cierre (1-12): ' UPON CONSOLE
            ACCEPT WS-MES-SEL FROM CONSOLE
            IF WS-MES-SEL < 1 OR WS-MES-SEL > 12 OR WS-ANHO-SEL = ZEROS
                DISPLAY 'Error: periodo invalido' UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 015-FECHAS-CIERRE
               THRU
               015-FECHAS-CIERRE-SAL
            PERFORM 020-CARGAR-TASAS
               THRU
               020-CARGAR-TASAS-SAL
            IF WS-TAS-NUM = ZEROS
                DISPLAY 'Error: no hay tipos de cambio al cierre en '
                    'TIPOCAM.TXT' UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 030-REVALUAR-CHEQUES
               THRU
               030-REVALUAR-CHEQUES-SAL
            IF WS-TOT-CHEQUES = ZEROS
                DISPLAY 'No hay cheques en moneda extranjera en '
                    'transito al cierre; revise REVALREP.TXT'
                    UPON CONSOLE
                GOBACK
            END-IF
            MOVE 'N' TO WS-REVERSA
            MOVE 'REVALPOL.TXT' TO WS-ARCH-POLIZA
            PERFORM 060-ESCRIBIR-POLIZA
               THRU
               060-ESCRIBIR-POLIZA-SAL
            MOVE 'S' TO WS-REVERSA
            MOVE 'REVERPOL.TXT' TO WS-ARCH-POLIZA
            PERFORM 060-ESCRIBIR-POLIZA
               THRU
               060-ESCRIBIR-POLIZA-SAL
            MOVE WS-TOT-UTILIDAD TO WS-ED-UTILIDAD
            MOVE WS-TOT-PERDIDA TO WS-ED-PERDIDA
            DISPLAY 'Cheques revaluados: ' WS-TOT-CHEQUES UPON CONSOLE
            DISPLAY 'Utilidad cambiaria: ' WS-ED-UTILIDAD UPON CONSOLE
            DISPLAY 'Perdida cambiaria:  ' WS-ED-PERDIDA UPON CONSOLE
            IF WS-TOT-SIN-TASA > ZEROS OR WS-TOT-SIN-EQUIV > ZEROS
                DISPLAY 'AVISO: hay cheques sin tasa de cierre o sin '
                    'equivalente de emision; revise REVALREP.TXT'
                    UPON CONSOLE
            END-IF
            DISPLAY 'Reporte en REVALREP.TXT, polizas en REVALPOL.TXT '
                'y REVERPOL.TXT' UPON CONSOLE
            GOBACK.

       015-FECHAS-CIERRE.
      *    Ultimo dia del mes: el primero valido bajando desde el 31;
      *    la reversa va al primer dia del mes siguiente
            MOVE 31 TO WS-DIA-CIERRE
            MOVE 'N' TO WS-FECHA-VALIDA
            PERFORM UNTIL FECHA-VALIDA OR WS-DIA-CIERRE < 28
                CALL 'PRG01013' USING WS-DIA-CIERRE WS-MES-SEL
                    WS-ANHO-SEL WS-FECHA-VALIDA
                IF NOT FECHA-VALIDA
                    SUBTRACT 1 FROM WS-DIA-CIERRE
                END-IF
            END-PERFORM
            COMPUTE WS-FECHA-CIERRE = (WS-ANHO-SEL * 10000)
                + (WS-MES-SEL * 100) + WS-DIA-CIERRE
            COMPUTE WS-AAAAMM = (WS-ANHO-SEL * 100) + WS-MES-SEL
            IF WS-MES-SEL = 12
                COMPUTE WS-FECHA-REVERSA = ((WS-ANHO-SEL + 1) * 10000)
                    + 101
            ELSE
                COMPUTE WS-FECHA-REVERSA = (WS-ANHO-SEL * 10000)
                    + ((WS-MES-SEL + 1) * 100) + 1
            END-IF.
       015-FECHAS-CIERRE-SAL.
            EXIT.

       020-CARGAR-TASAS.
            MOVE ZEROS TO WS-TAS-NUM
            OPEN INPUT F-TIPOCAM
            IF WS-STATUS-TIPOCAM NOT = '00'
                GO TO 020-CARGAR-TASAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-TIPOCAM INTO WS-RENGLON-TC
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF TC-MONEDA NOT = 'MXN'
                            AND TC-MONEDA NOT = SPACES
                            AND TC-FECHA NOT > WS-FECHA-CIERRE
                            AND TC-TASA > ZEROS
                            PERFORM 025-GUARDAR-TASA
                               THRU
                               025-GUARDAR-TASA-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-TIPOCAM.
       020-CARGAR-TASAS-SAL.
            EXIT.

       025-GUARDAR-TASA.
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-TAS-NUM OR ENCONTRADO
                IF WS-TAS-T-MONEDA(WS-IDX) = TC-MONEDA
                    MOVE 'Y' TO WS-ENCONTRADO
                    IF TC-FECHA NOT < WS-TAS-T-FECHA(WS-IDX)
                        MOVE TC-FECHA TO WS-TAS-T-FECHA(WS-IDX)
                        MOVE TC-TASA TO WS-TAS-T-TASA(WS-IDX)
                    END-IF
                END-IF
            END-PERFORM
            IF NOT ENCONTRADO AND WS-TAS-NUM < 20
                ADD 1 TO WS-TAS-NUM
                MOVE TC-MONEDA TO WS-TAS-T-MONEDA(WS-TAS-NUM)
                MOVE TC-FECHA TO WS-TAS-T-FECHA(WS-TAS-NUM)
                MOVE TC-TASA TO WS-TAS-T-TASA(WS-TAS-NUM)
            END-IF.
       025-GUARDAR-TASA-SAL.
            EXIT.

       030-REVALUAR-CHEQUES.
            OPEN INPUT F-REGISTRO
            IF NOT REGISTRO-OK
                DISPLAY 'Error: no se pudo abrir el registro de '
                    'cheques, status ' WS-STATUS-REGISTRO UPON CONSOLE
                GOBACK
            END-IF
            OPEN OUTPUT F-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'REVALUACION CAMBIARIA AL ' WS-FECHA-CIERRE
                '  (REVERSA EL ' WS-FECHA-REVERSA ')'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'CHEQUE   EMISION  CUENTA   MON'
                '        IMPORTE  T.C.ORIG     EQUIV.EMISION'
                '  T.C.CIER    VALOR.CIERRE      DIFERENCIA'
                ' RESULTADO'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE ZEROS TO WS-CTA-NUM
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGISTRO NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF CHQ-EMITIDO
                            AND CHQ-MONEDA NOT = 'MXN'
                            AND CHQ-MONEDA NOT = SPACES
                            AND CHQ-FECHA NOT > WS-FECHA-CIERRE
                            PERFORM 040-REVALUAR-CHEQUE
                               THRU
                               040-REVALUAR-CHEQUE-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-REGISTRO
            PERFORM 050-ESCRIBIR-RESUMEN
               THRU
               050-ESCRIBIR-RESUMEN-SAL
            CLOSE F-REPORTE.
       030-REVALUAR-CHEQUES-SAL.
            EXIT.

       040-REVALUAR-CHEQUE.
            MOVE CHQ-CUENTA TO WS-CUENTA
            IF WS-CUENTA = SPACES
                MOVE 'NOMINA' TO WS-CUENTA
            END-IF
            MOVE ZEROS TO WS-TASA-CIERRE
            MOVE ZEROS TO WS-VALOR-CIERRE
            MOVE ZEROS TO WS-DIFERENCIA
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-TAS-NUM OR ENCONTRADO
                IF WS-TAS-T-MONEDA(WS-IDX) = CHQ-MONEDA
                    MOVE 'Y' TO WS-ENCONTRADO
                    MOVE WS-TAS-T-TASA(WS-IDX) TO WS-TASA-CIERRE
                END-IF
            END-PERFORM
      *    Sin tasa de cierre o sin equivalente de emision (cheque
      *    emitido cuando no habia tasa) no hay base para revaluar:
      *    se lista para que contabilidad lo corrija y no entra a
      *    la poliza
            EVALUATE TRUE
                WHEN WS-TASA-CIERRE = ZEROS
                    MOVE 'SIN TASA' TO WS-RESULTADO
                    ADD 1 TO WS-TOT-SIN-TASA
                WHEN CHQ-EQUIV-MXN = ZEROS
                    MOVE 'SIN EQUIV' TO WS-RESULTADO
                    ADD 1 TO WS-TOT-SIN-EQUIV
                WHEN OTHER
                    COMPUTE WS-VALOR-CIERRE ROUNDED =
                        CHQ-IMPORTE * WS-TASA-CIERRE
                    COMPUTE WS-DIFERENCIA =
                        WS-VALOR-CIERRE - CHQ-EQUIV-MXN
                    EVALUATE TRUE
                        WHEN WS-DIFERENCIA > ZEROS
                            MOVE 'PERDIDA' TO WS-RESULTADO
                        WHEN WS-DIFERENCIA < ZEROS
                            MOVE 'UTILIDAD' TO WS-RESULTADO
                        WHEN OTHER
                            MOVE 'SIN CAMBIO' TO WS-RESULTADO
                    END-EVALUATE
                    PERFORM 045-ACUMULAR-CUENTA
                       THRU
                       045-ACUMULAR-CUENTA-SAL
            END-EVALUATE
            MOVE CHQ-IMPORTE TO WS-ED-IMPORTE
            MOVE CHQ-TIPO-CAMBIO TO WS-ED-TASA-ORIG
            MOVE CHQ-EQUIV-MXN TO WS-ED-ORIGEN
            MOVE WS-TASA-CIERRE TO WS-ED-TASA-CIERRE
            MOVE WS-VALOR-CIERRE TO WS-ED-CIERRE
            MOVE WS-DIFERENCIA TO WS-ED-DIFERENCIA
            MOVE SPACES TO WS-LINEA-REP
            STRING CHQ-NUMERO ' ' CHQ-FECHA ' ' WS-CUENTA ' '
                CHQ-MONEDA ' ' WS-ED-IMPORTE ' ' WS-ED-TASA-ORIG ' '
                WS-ED-ORIGEN ' ' WS-ED-TASA-CIERRE ' ' WS-ED-CIERRE
                ' ' WS-ED-DIFERENCIA ' ' WS-RESULTADO
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       040-REVALUAR-CHEQUE-SAL.
            EXIT.

       045-ACUMULAR-CUENTA.
            ADD 1 TO WS-TOT-CHEQUES
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CTA-NUM OR ENCONTRADO
                IF WS-CTA-T-CUENTA(WS-IDX) = WS-CUENTA
                    MOVE 'Y' TO WS-ENCONTRADO
                END-IF
            END-PERFORM
            IF ENCONTRADO
                SUBTRACT 1 FROM WS-IDX
            ELSE
                IF WS-CTA-NUM < 50
                    ADD 1 TO WS-CTA-NUM
                    MOVE WS-CTA-NUM TO WS-IDX
                    MOVE WS-CUENTA TO WS-CTA-T-CUENTA(WS-IDX)
                    MOVE ZEROS TO WS-CTA-T-CHEQUES(WS-IDX)
                    MOVE ZEROS TO WS-CTA-T-ORIGEN(WS-IDX)
                    MOVE ZEROS TO WS-CTA-T-CIERRE(WS-IDX)
                    MOVE ZEROS TO WS-CTA-T-UTILIDAD(WS-IDX)
                    MOVE ZEROS TO WS-CTA-T-PERDIDA(WS-IDX)
                ELSE
                    DISPLAY 'AVISO: demasiadas cuentas, el cheque '
                        CHQ-NUMERO ' no entra a la poliza' UPON CONSOLE
                    GO TO 045-ACUMULAR-CUENTA-SAL
                END-IF
            END-IF
            ADD 1 TO WS-CTA-T-CHEQUES(WS-IDX)
            ADD CHQ-EQUIV-MXN TO WS-CTA-T-ORIGEN(WS-IDX)
            ADD WS-VALOR-CIERRE TO WS-CTA-T-CIERRE(WS-IDX)
            IF WS-DIFERENCIA > ZEROS
                ADD WS-DIFERENCIA TO WS-CTA-T-PERDIDA(WS-IDX)
                ADD WS-DIFERENCIA TO WS-TOT-PERDIDA
            ELSE
                SUBTRACT WS-DIFERENCIA FROM WS-CTA-T-UTILIDAD(WS-IDX)
                SUBTRACT WS-DIFERENCIA FROM WS-TOT-UTILIDAD
            END-IF.
       045-ACUMULAR-CUENTA-SAL.
            EXIT.

       050-ESCRIBIR-RESUMEN.
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'RESUMEN POR CUENTA  CHEQUES     EQUIV.EMISION'
                '      VALOR.CIERRE          UTILIDAD           PERDIDA'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CTA-NUM
                MOVE WS-CTA-T-ORIGEN(WS-IDX) TO WS-ED-ORIGEN
                MOVE WS-CTA-T-CIERRE(WS-IDX) TO WS-ED-CIERRE
                MOVE WS-CTA-T-UTILIDAD(WS-IDX) TO WS-ED-UTILIDAD
                MOVE WS-CTA-T-PERDIDA(WS-IDX) TO WS-ED-PERDIDA
                MOVE SPACES TO WS-LINEA-REP
                STRING WS-CTA-T-CUENTA(WS-IDX) '            '
                    WS-CTA-T-CHEQUES(WS-IDX) '   ' WS-ED-ORIGEN
                    '    ' WS-ED-CIERRE ' ' WS-ED-UTILIDAD ' '
                    WS-ED-PERDIDA
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                MOVE WS-LINEA-REP TO REG-REPORTE
                WRITE REG-REPORTE
            END-PERFORM
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-TOT-UTILIDAD TO WS-ED-UTILIDAD
            MOVE WS-TOT-PERDIDA TO WS-ED-PERDIDA
            MOVE SPACES TO WS-LINEA-REP
            STRING 'TOTAL CHEQUES ' WS-TOT-CHEQUES '  UTILIDAD '
                WS-ED-UTILIDAD '  PERDIDA ' WS-ED-PERDIDA
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'CHEQUES SIN TASA DE CIERRE: ' WS-TOT-SIN-TASA
                '  SIN EQUIVALENTE DE EMISION: ' WS-TOT-SIN-EQUIV
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       050-ESCRIBIR-RESUMEN-SAL.
            EXIT.

       060-ESCRIBIR-POLIZA.
      *    Cada partida lleva cargo y abono por el mismo importe, asi
      *    que la poliza siempre balancea; la reversa es la misma
      *    poliza con las cuentas invertidas
            OPEN OUTPUT F-POLIZA
            MOVE WS-AAAAMM TO POL-ENC-CORRIDA
            IF ES-REVERSA
                MOVE WS-FECHA-REVERSA TO POL-ENC-FECHA
            ELSE
                MOVE WS-FECHA-CIERRE TO POL-ENC-FECHA
            END-IF
            MOVE WS-REG-ENCABEZADO TO REG-POLIZA
            WRITE REG-POLIZA
            MOVE ZEROS TO WS-TOT-POLIZA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CTA-NUM
                IF WS-CTA-T-PERDIDA(WS-IDX) > ZEROS
                    MOVE 'PERDCAMB' TO WS-CARGO-CTA
                    MOVE WS-CTA-T-CUENTA(WS-IDX) TO WS-ABONO-CTA
                    MOVE WS-CTA-T-PERDIDA(WS-IDX)
                        TO WS-IMPORTE-PARTIDA
                    PERFORM 065-ESCRIBIR-PARTIDA
                       THRU
                       065-ESCRIBIR-PARTIDA-SAL
                END-IF
                IF WS-CTA-T-UTILIDAD(WS-IDX) > ZEROS
                    MOVE WS-CTA-T-CUENTA(WS-IDX) TO WS-CARGO-CTA
                    MOVE 'UTILCAMB' TO WS-ABONO-CTA
                    MOVE WS-CTA-T-UTILIDAD(WS-IDX)
                        TO WS-IMPORTE-PARTIDA
                    PERFORM 065-ESCRIBIR-PARTIDA
                       THRU
                       065-ESCRIBIR-PARTIDA-SAL
                END-IF
            END-PERFORM
            MOVE WS-TOT-POLIZA TO POL-FIN-CARGOS
            MOVE WS-TOT-POLIZA TO POL-FIN-ABONOS
            MOVE WS-REG-FINAL TO REG-POLIZA
            WRITE REG-POLIZA
            CLOSE F-POLIZA.
       060-ESCRIBIR-POLIZA-SAL.
            EXIT.

       065-ESCRIBIR-PARTIDA.
            MOVE SPACES TO POL-CONCEPTO
            IF ES-REVERSA
                STRING 'REV REVAL CAMB ' WS-AAAAMM ' '
                    WS-CTA-T-CUENTA(WS-IDX)
                    DELIMITED BY SIZE
                    INTO POL-CONCEPTO
                MOVE WS-ABONO-CTA TO POL-CUENTA
            ELSE
                STRING 'REVAL CAMB ' WS-AAAAMM ' '
                    WS-CTA-T-CUENTA(WS-IDX)
                    DELIMITED BY SIZE
                    INTO POL-CONCEPTO
                MOVE WS-CARGO-CTA TO POL-CUENTA
            END-IF
            MOVE WS-IMPORTE-PARTIDA TO POL-CARGO
            MOVE ZEROS TO POL-ABONO
            MOVE WS-REG-DETALLE TO REG-POLIZA
            WRITE REG-POLIZA
            IF ES-REVERSA
                MOVE WS-CARGO-CTA TO POL-CUENTA
            ELSE
                MOVE WS-ABONO-CTA TO POL-CUENTA
            END-IF
            MOVE ZEROS TO POL-CARGO
            MOVE WS-IMPORTE-PARTIDA TO POL-ABONO
            MOVE WS-REG-DETALLE TO REG-POLIZA
            WRITE REG-POLIZA
            ADD WS-IMPORTE-PARTIDA TO WS-TOT-POLIZA.
       065-ESCRIBIR-PARTIDA-SAL.
            EXIT.

       END PROGRAM PRG01137.
