      *  alimenticia): conservan el numero del empleado pensionado
      *  y contarlos duplicaria lo ya deducido en OTRAS - LCG
      *  02 SEP 26
      *  Subsidio para el empleo: se acumula por empleado el acreditado
      *  en cada cheque (CFS-SUBSIDIO del complemento fiscal
      *  CHQFISC.DAT), la constancia muestra el ISR causado y el
      *  subsidio acreditado, y el ajuste anual compara el ISR anual de
      *  la tarifa contra el causado (retenido mas subsidio) para no
      *  cobrar de vuelta el subsidio ya acreditado - LCG 15 OCT 26
      *  Percepciones exentas y gravadas por separado: se acumula lo
      *  exento de cada cheque (CFS-EXENTO del complemento fiscal,
      *  aguinaldo, prima vacacional, PTU y horas extra dobles), la
      *  constancia muestra gravado y exento y el recalculo anual del
      *  ISR se hace solo sobre lo gravado - LCG 15 OCT 26
      *  Sustitucion patronal: con la bitacora SUSTPAT.TXT de PRG01140
      *  la constancia de cada compañia declara el periodo que el
      *  empleado estuvo con ella, y la compañia de la que salio por
      *  traspaso no hace el ajuste anual del ISR - LCG 15 OCT 26
      *  Los vales de despensa gravados del complemento fiscal
      *  (CFS-VALES-GRAV) entran a la base gravable del recalculo anual
      *  y se informan en la constancia - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-CHQFISC ASSIGN TO "CHQFISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFS-NUMERO
               FILE STATUS IS WS-STATUS-CHQFISC.
           SELECT F-CONSTANCIAS ASSIGN TO "CONSTANC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-SUSTPAT ASSIGN TO "SUSTPAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUSTPAT.
       DATA DIVISION.
       FILE SECTION.
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-CHQFISC.
       COPY CHQFISC.
       FD  F-CONSTANCIAS.
       01 REG-CONSTANCIA             PIC X(120).
       FD  F-SUSTPAT.
       01 REG-SUSTPAT                PIC X(76).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-CHQFISC          PIC XX VALUE '00'.
           88 CHQFISC-OK             VALUE '00'.
       01 WS-STATUS-SUSTPAT          PIC XX VALUE '00'.
       01 WS-CON-FISCAL              PIC X VALUE 'N'.
           88 CON-FISCAL             VALUE 'S'.
       01 WS-SUBSIDIO-CHQ            PIC 9(9)V99 VALUE ZEROS.
       01 WS-EXENTO-CHQ              PIC 9(9)V99 VALUE ZEROS.
       01 WS-VALES-CHQ               PIC 9(9)V99 VALUE ZEROS.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-ANHO-CONST              PIC 9999 VALUE ZEROS.
               10 WS-EMP-T-ISR       PIC 9(13)V99.
               10 WS-EMP-T-IMSS      PIC 9(13)V99.
               10 WS-EMP-T-OTRAS     PIC 9(13)V99.
               10 WS-EMP-T-SUBSIDIO  PIC 9(11)V99.
               10 WS-EMP-T-EXENTO    PIC 9(13)V99.
               10 WS-EMP-T-VALES     PIC 9(11)V99.
       01 WS-IDX                     PIC 9(4) VALUE ZEROS.
       01 WS-ENCONTRADO              PIC X VALUE 'N'.
           88 EMP-ENCONTRADO         VALUE 'Y'.
               88 CALCULO-OK         VALUE 'S'.
           05 WS-DIFERENCIA          PIC S9(11)V99 VALUE ZEROS.
           05 WS-FECHA-CALCULO       PIC 9(8) VALUE ZEROS.
           05 WS-SUBSIDIO-CAL        PIC 9(11)V99 VALUE ZEROS.
           05 WS-ISR-CAUSADO         PIC 9(13)V99 VALUE ZEROS.
       01 WS-CONTADORES.
           05 WS-TOT-CONSTANCIAS     PIC 9(6) VALUE ZEROS.
           05 WS-TOT-SIN-TABLA       PIC 9(6) VALUE ZEROS.
           05 WS-ED-OTRAS            PIC Z(10)9.99.
           05 WS-ED-RECAL            PIC Z(10)9.99.
           05 WS-ED-DIF              PIC -(10)9.99.
           05 WS-ED-SUBSIDIO         PIC Z(10)9.99.
           05 WS-ED-CAUSADO          PIC Z(12)9.99.
           05 WS-ED-EXENTO           PIC Z(12)9.99.
           05 WS-ED-GRAVADO          PIC Z(12)9.99.
           05 WS-ED-VALES            PIC Z(10)9.99.
       01 WS-LINEA-CON               PIC X(120) VALUE SPACES.
      *    Sustituciones patronales del año (bitacora de PRG01140):
      *    cada compañia declara solo su periodo y la de origen no
      *    hace el ajuste anual
       01 WS-REG-SUS.
           05 SUS-EMP                PIC 9(6).
           05 SUS-EFECTIVA           PIC 9(8).
           05 SUS-ORIGEN             PIC 99.
           05 SUS-DESTINO            PIC 99.
           05 SUS-BAJA               PIC 9(8).
           05 FILLER                 PIC X(50).
       01 WS-TABLA-SUS.
           05 WS-SUS-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-SUS-ENT OCCURS 500 TIMES.
               10 WS-SUS-T-EMP       PIC 9(6).
               10 WS-SUS-T-EFECTIVA  PIC 9(8).
               10 WS-SUS-T-ORIGEN    PIC X(2).
               10 WS-SUS-T-DESTINO   PIC X(2).
               10 WS-SUS-T-BAJA      PIC 9(8).
       01 WS-SUS-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-PERIODO-CIA.
           05 WS-PER-DESDE           PIC 9(8) VALUE ZEROS.
           05 WS-PER-HASTA           PIC 9(8) VALUE ZEROS.
           05 WS-PER-DESTINO         PIC X(2) VALUE SPACES.
           05 WS-PER-SUSTITUCION     PIC X VALUE 'N'.
               88 PER-CON-SUSTITUCION VALUE 'S'.
           05 WS-PER-SALIO           PIC X VALUE 'N'.
               88 PER-SALIO          VALUE 'S'.
       01 WS-TOT-SIN-AJUSTE          PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
                OR WS-COMPANIA-SEL NOT NUMERIC
                MOVE '01' TO WS-COMPANIA-SEL
            END-IF
            PERFORM 015-CARGAR-SUSTITUCIONES
               THRU
               015-CARGAR-SUSTITUCIONES-SAL
            PERFORM 020-ACUMULAR-REGISTRO
               THRU
               020-ACUMULAR-REGISTRO-SAL
            MOVE SPACES TO WS-LINEA-CON
            STRING 'CONSTANCIAS EMITIDAS=' WS-TOT-CONSTANCIAS
                ' SIN TABLA DE DEDUCCIONES=' WS-TOT-SIN-TABLA
                ' SIN AJUSTE POR SUSTITUCION=' WS-TOT-SIN-AJUSTE
                DELIMITED BY SIZE
                INTO WS-LINEA-CON
            MOVE WS-LINEA-CON TO REG-CONSTANCIA
            DISPLAY 'Constancias en CONSTANC.TXT' UPON CONSOLE
            GOBACK.

       015-CARGAR-SUSTITUCIONES.
            MOVE ZEROS TO WS-SUS-NUM
            OPEN INPUT F-SUSTPAT
            IF WS-STATUS-SUSTPAT NOT = '00'
                GO TO 015-CARGAR-SUSTITUCIONES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-SUSTPAT INTO WS-REG-SUS
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF SUS-EFECTIVA(1:4) = WS-ANHO-CONST
                            AND WS-SUS-NUM < 500
                            ADD 1 TO WS-SUS-NUM
                            MOVE SUS-EMP TO WS-SUS-T-EMP(WS-SUS-NUM)
                            MOVE SUS-EFECTIVA
                                TO WS-SUS-T-EFECTIVA(WS-SUS-NUM)
                            MOVE SUS-ORIGEN
                                TO WS-SUS-T-ORIGEN(WS-SUS-NUM)
                            MOVE SUS-DESTINO
                                TO WS-SUS-T-DESTINO(WS-SUS-NUM)
                            MOVE SUS-BAJA TO WS-SUS-T-BAJA(WS-SUS-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-SUSTPAT.
       015-CARGAR-SUSTITUCIONES-SAL.
            EXIT.

       020-ACUMULAR-REGISTRO.
            OPEN INPUT F-REGISTRO
            IF NOT REGISTRO-OK
                    'cheques, status ' WS-STATUS-REGISTRO UPON CONSOLE
                GOBACK
            END-IF
      *    Sin complemento fiscal el subsidio se toma como cero
            MOVE 'N' TO WS-CON-FISCAL
            OPEN INPUT F-CHQFISC
            IF CHQFISC-OK
                MOVE 'S' TO WS-CON-FISCAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGISTRO NEXT RECORD
                        END-IF
                END-READ
            END-PERFORM
            IF CON-FISCAL
                CLOSE F-CHQFISC
            END-IF
            CLOSE F-REGISTRO.
       020-ACUMULAR-REGISTRO-SAL.
            EXIT.

       025-ACUMULAR-CHEQUE.
            MOVE ZEROS TO WS-SUBSIDIO-CHQ
            MOVE ZEROS TO WS-EXENTO-CHQ
            MOVE ZEROS TO WS-VALES-CHQ
            IF CON-FISCAL
                MOVE CHQ-NUMERO TO CFS-NUMERO
                READ F-CHQFISC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CFS-SUBSIDIO NUMERIC
                            MOVE CFS-SUBSIDIO TO WS-SUBSIDIO-CHQ
                        END-IF
                        IF CFS-EXENTO NUMERIC
                            MOVE CFS-EXENTO TO WS-EXENTO-CHQ
                        END-IF
                        IF CFS-VALES-GRAV NUMERIC
                            MOVE CFS-VALES-GRAV TO WS-VALES-CHQ
                        END-IF
                END-READ
            END-IF
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-EMP-NUM OR EMP-ENCONTRADO
                    ADD CHQ-ISR TO WS-EMP-T-ISR(WS-IDX)
                    ADD CHQ-IMSS TO WS-EMP-T-IMSS(WS-IDX)
                    ADD CHQ-OTRAS TO WS-EMP-T-OTRAS(WS-IDX)
                    ADD WS-SUBSIDIO-CHQ TO WS-EMP-T-SUBSIDIO(WS-IDX)
                    ADD WS-EXENTO-CHQ TO WS-EMP-T-EXENTO(WS-IDX)
                    ADD WS-VALES-CHQ TO WS-EMP-T-VALES(WS-IDX)
                END-IF
            END-PERFORM
            IF NOT EMP-ENCONTRADO
                    MOVE CHQ-ISR TO WS-EMP-T-ISR(WS-EMP-NUM)
                    MOVE CHQ-IMSS TO WS-EMP-T-IMSS(WS-EMP-NUM)
                    MOVE CHQ-OTRAS TO WS-EMP-T-OTRAS(WS-EMP-NUM)
                    MOVE WS-SUBSIDIO-CHQ
                        TO WS-EMP-T-SUBSIDIO(WS-EMP-NUM)
                    MOVE WS-EXENTO-CHQ
                        TO WS-EMP-T-EXENTO(WS-EMP-NUM)
                    MOVE WS-VALES-CHQ
                        TO WS-EMP-T-VALES(WS-EMP-NUM)
                ELSE
                    DISPLAY 'AVISO: mas de 2000 empleados con '
                        'pagos, corrida incompleta' UPON CONSOLE
      *    Recalculo anual: el bruto acumulado del año pasa por la
      *    misma tabla de deducciones de la emision y el ISR que
      *    resulta se compara contra lo efectivamente retenido
      *    Solo la parte gravada entra al recalculo; lo exento de
      *    aguinaldo, prima vacacional, PTU y horas extra no causa
      *    Los vales de despensa gravados no pasan por el bruto del
      *    cheque pero si entraron a la base de su ISR
            COMPUTE WS-BRUTO-ANUAL = WS-EMP-T-BRUTO(WS-IDX)
                - WS-EMP-T-EXENTO(WS-IDX)
                + WS-EMP-T-VALES(WS-IDX)
            MOVE 'S' TO WS-CALCULO-OK
      *    El recalculo anual usa la version de la tabla en vigor
      *    al cierre del año
                + 1231
            CALL 'PRG01038' USING WS-BRUTO-ANUAL WS-ISR-ANUAL
                WS-IMSS-CAL WS-OTRAS-CAL WS-NETO-CAL WS-CALCULO-OK
                WS-FECHA-CALCULO WS-SUBSIDIO-CAL
            MOVE ALL '=' TO REG-CONSTANCIA
            WRITE REG-CONSTANCIA
            MOVE SPACES TO WS-LINEA-CON
                INTO WS-LINEA-CON
            MOVE WS-LINEA-CON TO REG-CONSTANCIA
            WRITE REG-CONSTANCIA
            PERFORM 035-PERIODO-COMPANIA
               THRU
               035-PERIODO-COMPANIA-SAL
            MOVE WS-EMP-T-BRUTO(WS-IDX) TO WS-ED-BRUTO
            MOVE WS-EMP-T-ISR(WS-IDX) TO WS-ED-ISR
            MOVE WS-EMP-T-IMSS(WS-IDX) TO WS-ED-IMSS
                INTO WS-LINEA-CON
            MOVE WS-LINEA-CON TO REG-CONSTANCIA
            WRITE REG-CONSTANCIA
            MOVE WS-EMP-T-EXENTO(WS-IDX) TO WS-ED-EXENTO
            MOVE WS-BRUTO-ANUAL TO WS-ED-GRAVADO
            MOVE WS-EMP-T-VALES(WS-IDX) TO WS-ED-VALES
            MOVE SPACES TO WS-LINEA-CON
            STRING 'PERCEPCIONES GRAVADAS=' WS-ED-GRAVADO
                ' EXENTAS=' WS-ED-EXENTO
                ' VALES DE DESPENSA GRAVADOS=' WS-ED-VALES
                DELIMITED BY SIZE
                INTO WS-LINEA-CON
            MOVE WS-LINEA-CON TO REG-CONSTANCIA
            WRITE REG-CONSTANCIA
      *    ISR causado del año: lo retenido mas el subsidio para el
      *    empleo que se le acredito en los pagos
            COMPUTE WS-ISR-CAUSADO = WS-EMP-T-ISR(WS-IDX)
                + WS-EMP-T-SUBSIDIO(WS-IDX)
            MOVE WS-ISR-CAUSADO TO WS-ED-CAUSADO
            MOVE WS-EMP-T-SUBSIDIO(WS-IDX) TO WS-ED-SUBSIDIO
            MOVE SPACES TO WS-LINEA-CON
            STRING 'ISR CAUSADO=' WS-ED-CAUSADO
                ' SUBSIDIO PARA EL EMPLEO ACREDITADO=' WS-ED-SUBSIDIO
                DELIMITED BY SIZE
                INTO WS-LINEA-CON
            MOVE WS-LINEA-CON TO REG-CONSTANCIA
            WRITE REG-CONSTANCIA
      *    Ajuste anual: el ISR anual de la tarifa (sin el subsidio
      *    de los tramos E, que es de cada pago) contra el causado en
      *    los pagos, de modo que el subsidio ya acreditado cuenta
      *    como retenido y no se le cobra de vuelta al empleado
      *    La compañia de la que el empleado salio por sustitucion
      *    patronal no hace el ajuste anual
            IF PER-SALIO
                ADD 1 TO WS-TOT-SIN-AJUSTE
                MOVE SPACES TO WS-LINEA-CON
                STRING 'SIN AJUSTE ANUAL: EL EMPLEADO PASO A LA '
                    'COMPAÑIA ' WS-PER-DESTINO ' POR SUSTITUCION '
                    'PATRONAL'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-CON
                MOVE WS-LINEA-CON TO REG-CONSTANCIA
                WRITE REG-CONSTANCIA
            ELSE
                IF CALCULO-OK
                    COMPUTE WS-DIFERENCIA = WS-ISR-ANUAL
                        + WS-SUBSIDIO-CAL - WS-ISR-CAUSADO
                    ADD WS-SUBSIDIO-CAL TO WS-ISR-ANUAL
                    MOVE WS-ISR-ANUAL TO WS-ED-RECAL
                    MOVE WS-DIFERENCIA TO WS-ED-DIF
                    MOVE SPACES TO WS-LINEA-CON
                    IF WS-DIFERENCIA > ZEROS
                        STRING 'ISR ANUAL RECALCULADO=' WS-ED-RECAL
                            ' DIFERENCIA A RETENER=' WS-ED-DIF
                            DELIMITED BY SIZE
                            INTO WS-LINEA-CON
                    ELSE
                        STRING 'ISR ANUAL RECALCULADO=' WS-ED-RECAL
                            ' DIFERENCIA A DEVOLVER=' WS-ED-DIF
                            DELIMITED BY SIZE
                            INTO WS-LINEA-CON
                    END-IF
                    MOVE WS-LINEA-CON TO REG-CONSTANCIA
                    WRITE REG-CONSTANCIA
                ELSE
                    ADD 1 TO WS-TOT-SIN-TABLA
                    MOVE 'SIN TABLA O TRAMO PARA EL RECALCULO ANUAL'
                        TO REG-CONSTANCIA
                    WRITE REG-CONSTANCIA
                END-IF
            END-IF
            MOVE SPACES TO REG-CONSTANCIA
            WRITE REG-CONSTANCIA
       030-ESCRIBIR-CONSTANCIA-SAL.
            EXIT.

       035-PERIODO-COMPANIA.
      *    Periodo del empleado con la compañia de la constancia
      *    cuando hubo sustitucion patronal en el año: desde el
      *    ingreso o la llegada por traspaso, hasta el ultimo dia
      *    antes de salir por traspaso (la bitacora va en orden)
            MOVE 'N' TO WS-PER-SUSTITUCION
            MOVE 'N' TO WS-PER-SALIO
            MOVE SPACES TO WS-PER-DESTINO
            COMPUTE WS-PER-DESDE = (WS-ANHO-CONST * 10000) + 101
            COMPUTE WS-PER-HASTA = (WS-ANHO-CONST * 10000) + 1231
            IF REG-ING-ANHO = WS-ANHO-CONST
                COMPUTE WS-PER-DESDE = (REG-ING-ANHO * 10000)
                    + (REG-ING-MES * 100) + REG-ING-DIA
            END-IF
            PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                UNTIL WS-SUS-IDX > WS-SUS-NUM
                IF WS-SUS-T-EMP(WS-SUS-IDX) = WS-EMP-T-ID(WS-IDX)
                    IF WS-SUS-T-DESTINO(WS-SUS-IDX) = WS-COMPANIA-SEL
                        MOVE 'S' TO WS-PER-SUSTITUCION
                        MOVE 'N' TO WS-PER-SALIO
                        MOVE WS-SUS-T-EFECTIVA(WS-SUS-IDX)
                            TO WS-PER-DESDE
                        COMPUTE WS-PER-HASTA =
                            (WS-ANHO-CONST * 10000) + 1231
                    END-IF
                    IF WS-SUS-T-ORIGEN(WS-SUS-IDX) = WS-COMPANIA-SEL
                        MOVE 'S' TO WS-PER-SUSTITUCION
                        MOVE 'S' TO WS-PER-SALIO
                        MOVE WS-SUS-T-BAJA(WS-SUS-IDX) TO WS-PER-HASTA
                        MOVE WS-SUS-T-DESTINO(WS-SUS-IDX)
                            TO WS-PER-DESTINO
                    END-IF
                END-IF
            END-PERFORM
            IF PER-CON-SUSTITUCION
                MOVE SPACES TO WS-LINEA-CON
                STRING 'PERIODO CON LA COMPAÑIA ' WS-COMPANIA-SEL
                    ': ' WS-PER-DESDE ' AL ' WS-PER-HASTA
                    ' (SUSTITUCION PATRONAL)'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-CON
                MOVE WS-LINEA-CON TO REG-CONSTANCIA
                WRITE REG-CONSTANCIA
            END-IF.
       035-PERIODO-COMPANIA-SAL.
            EXIT.

       END PROGRAM PRG01064.
