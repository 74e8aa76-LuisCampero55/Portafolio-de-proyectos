       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01109.
      *  Rutina compartida de cuotas obrero-patronales del IMSS por
      *  rama, en el espiritu de PRG01038: toma el SDI vigente del
      *  empleado a la fecha del cheque (PRG01108), lo topa a 25 UMA
      *  como salario base de cotizacion y aplica la tabla de cuotas
      *  CUOTIMSS.TXT (mantenida por PRG01110, con vigencia: se usa
      *  la mas reciente que no sea posterior a la fecha) por los
      *  dias cotizados del periodo: enfermedad y maternidad con
      *  cuota fija sobre la UMA y excedente sobre 3 UMA, prestaciones
      *  en dinero, gastos medicos de pensionados, invalidez y vida,
      *  cesantia y vejez, retiro, guarderias y riesgo de trabajo a
      *  la prima de la compañia (COMPANIA.TXT de PRG01086); regresa
      *  la cuota obrera (la que se retiene) y la patronal por
      *  separado; sin SDI en la historia se estima del bruto entre
      *  los dias y se avisa con la bandera; regresa resultado N
      *  cuando no hay tabla en vigor o le falta el renglon de UMA,
      *  para que el llamador conserve el porcentaje S de
      *  DEDUCC.TXT - LCG 15 OCT 26
      *  Bases de calculo del renglon: F cuota fija sobre la UMA,
      *  E excedente del SBC sobre 3 UMA, S sobre el SBC, R riesgo
      *  de trabajo (el porcentaje patronal es la prima de la
      *  compañia), U renglon de la UMA diaria (valor en el campo
      *  del porcentaje patronal)
      *  La UMA de la tabla de indicadores (PRG01117) vigente a la
      *  fecha manda sobre el renglon U de la tabla de cuotas - LCG 15
      *  OCT 26
      *  CUOTIMSS.TXT y COMPANIA.TXT se cargan una sola vez a memoria y
      *  se conservan entre llamadas; en cada llamada solo se compara
      *  la firma de cada archivo (CBL_CHECK_FILE_EXIST) y se recarga
      *  el que cambio; si uno rebasa su tabla se sigue leyendo del
      *  disco - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CUOTAS ASSIGN TO "CUOTIMSS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CUOTAS.
           SELECT F-COMPANIAS ASSIGN TO "COMPANIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPANIAS.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CUOTAS.
       01 REG-CUOTA                  PIC X(44).
       FD  F-COMPANIAS.
       01 REG-COMPANIA               PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CUOTAS           PIC XX VALUE '00'.
       01 WS-STATUS-COMPANIAS        PIC XX VALUE '00'.
       01 WS-FIN-TABLA               PIC X VALUE 'N'.
           88 FIN-TABLA              VALUE 'Y'.
       01 WS-RENGLON.
           05 WS-CUO-VIGENCIA        PIC 9(8).
           05 WS-CUO-RAMA            PIC X(2).
           05 WS-CUO-DESCRIPCION     PIC X(19).
           05 WS-CUO-BASE            PIC X.
               88 BASE-CUOTA-FIJA    VALUE 'F'.
               88 BASE-EXCEDENTE     VALUE 'E'.
               88 BASE-SBC           VALUE 'S'.
               88 BASE-RIESGO        VALUE 'R'.
               88 BASE-UMA           VALUE 'U'.
           05 WS-CUO-PATRON          PIC 9(3)V9(4).
           05 WS-CUO-OBRERO          PIC 9(3)V9(4).
       01 WS-RENGLON-COM.
           05 WS-COM-NUMERO          PIC 99.
           05 WS-COM-NOMBRE          PIC X(40).
           05 WS-COM-REGPAT          PIC X(11).
           05 WS-COM-PRIMA-RT        PIC 9(2)V9(5).
       01 WS-VIGENCIA-USADA          PIC 9(8) VALUE ZEROS.
       01 WS-TABLA-CUOTAS.
           05 WS-CUO-NUM             PIC 99 VALUE ZEROS.
           05 WS-CUO-ENT OCCURS 20 TIMES.
               10 WS-CUO-T-BASE      PIC X.
               10 WS-CUO-T-PATRON    PIC 9(3)V9(4).
               10 WS-CUO-T-OBRERO    PIC 9(3)V9(4).
       01 WS-IDX                     PIC 99 VALUE ZEROS.
      *    Tablas en memoria con la firma del archivo de su carga
       01 WS-ARCHIVO-CUOTAS          PIC X(13) VALUE 'CUOTIMSS.TXT'.
       01 WS-ARCHIVO-COMPANIAS       PIC X(13) VALUE 'COMPANIA.TXT'.
       01 WS-FIRMA-ARCHIVO           PIC X(16) VALUE SPACES.
       01 WS-CCH-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-CACHE-CUOTAS.
           05 WS-CCU-FIRMA           PIC X(16) VALUE SPACES.
           05 WS-CCU-CARGADA         PIC X VALUE 'N'.
               88 CCU-CARGADA        VALUE 'S'.
           05 WS-CCU-EXISTE          PIC X VALUE 'N'.
               88 CCU-EXISTE         VALUE 'S'.
           05 WS-CCU-DESBORDE        PIC X VALUE 'N'.
               88 CCU-DESBORDADA     VALUE 'S'.
           05 WS-CCU-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-CCU-ENT OCCURS 500 TIMES.
               10 WS-CCU-T-RENGLON   PIC X(44).
       01 WS-CACHE-COMPANIAS.
           05 WS-CCO-FIRMA           PIC X(16) VALUE SPACES.
           05 WS-CCO-CARGADA         PIC X VALUE 'N'.
               88 CCO-CARGADA        VALUE 'S'.
           05 WS-CCO-EXISTE          PIC X VALUE 'N'.
               88 CCO-EXISTE         VALUE 'S'.
           05 WS-CCO-DESBORDE        PIC X VALUE 'N'.
               88 CCO-DESBORDADA     VALUE 'S'.
           05 WS-CCO-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-CCO-ENT OCCURS 100 TIMES.
               10 WS-CCO-T-RENGLON   PIC X(60).
       01 WS-UMA                     PIC 9(5)V99 VALUE ZEROS.
       01 WS-INDICADORES.
           05 WS-IND-UMA             PIC 9(5)V99 VALUE ZEROS.
           05 WS-IND-SM-GENERAL      PIC 9(5)V99 VALUE ZEROS.
           05 WS-IND-SM-FRONTERA     PIC 9(5)V99 VALUE ZEROS.
           05 WS-IND-HAY             PIC X VALUE 'N'.
               88 IND-HAY            VALUE 'S'.
       01 WS-PRIMA-RT                PIC 9(2)V9(5) VALUE ZEROS.
      *    Prima minima de la clase I cuando la compañia no la tiene
      *    capturada en el catalogo
       01 WS-PRIMA-OMISION           PIC 9(2)V9(5) VALUE 0.54355.
       01 WS-SDI                     PIC 9(7)V99 VALUE ZEROS.
       01 WS-SDI-HAY                 PIC X VALUE 'N'.
           88 SDI-HALLADO            VALUE 'S'.
       01 WS-TOPE                    PIC 9(7)V99 VALUE ZEROS.
       01 WS-EXCEDENTE               PIC 9(7)V99 VALUE ZEROS.
       01 WS-BASE-DIA                PIC 9(7)V99 VALUE ZEROS.
       01 WS-CUOTA-PAT               PIC 9(11)V99 VALUE ZEROS.
       01 WS-CUOTA-OBR               PIC 9(11)V99 VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-EMP-ID                  PIC 9(6).
       01 LK-FECHA                   PIC 9(8).
       01 LK-DIAS                    PIC 99.
       01 LK-BRUTO                   PIC 9(13)V99.
       01 LK-COMPANIA                PIC X(2).
       01 LK-OBRERO                  PIC 9(11)V99.
       01 LK-PATRON                  PIC 9(11)V99.
       01 LK-SBC                     PIC 9(7)V99.
       01 LK-ESTIMADO                PIC X.
       01 LK-RESULTADO               PIC X.
           88 CUOTAS-BUENAS          VALUE 'S'.
       PROCEDURE DIVISION USING LK-EMP-ID LK-FECHA LK-DIAS LK-BRUTO
               LK-COMPANIA LK-OBRERO LK-PATRON LK-SBC LK-ESTIMADO
               LK-RESULTADO.
       010-INICIO.
            MOVE 'N' TO LK-RESULTADO
            MOVE ZEROS TO LK-OBRERO
            MOVE ZEROS TO LK-PATRON
            MOVE ZEROS TO LK-SBC
            MOVE 'N' TO LK-ESTIMADO
            IF LK-DIAS = ZEROS
                MOVE 'S' TO LK-RESULTADO
                GOBACK
            END-IF
            PERFORM 015-ELEGIR-VIGENCIA
               THRU
               015-ELEGIR-VIGENCIA-SAL
            IF WS-VIGENCIA-USADA = ZEROS
                GOBACK
            END-IF
            PERFORM 020-CARGAR-CUOTAS
               THRU
               020-CARGAR-CUOTAS-SAL
      *    La UMA de la tabla de indicadores manda sobre el renglon U
            CALL 'PRG01117' USING LK-FECHA WS-IND-UMA
                WS-IND-SM-GENERAL WS-IND-SM-FRONTERA WS-IND-HAY
            IF IND-HAY AND WS-IND-UMA > ZEROS
                MOVE WS-IND-UMA TO WS-UMA
            END-IF
            IF WS-UMA = ZEROS
                GOBACK
            END-IF
            PERFORM 030-PRIMA-COMPANIA
               THRU
               030-PRIMA-COMPANIA-SAL
            PERFORM 040-SALARIO-BASE
               THRU
               040-SALARIO-BASE-SAL
            PERFORM 050-APLICAR-RAMA
               THRU
               050-APLICAR-RAMA-SAL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CUO-NUM
            MOVE 'S' TO LK-RESULTADO
            GOBACK.

       015-ELEGIR-VIGENCIA.
      *    Vigencia mas reciente que no sea posterior a la fecha del
      *    cheque, la misma regla de DEDUCVER.TXT en PRG01038
            MOVE ZEROS TO WS-VIGENCIA-USADA
            PERFORM 060-FIRMA-CUOTAS
               THRU
               060-FIRMA-CUOTAS-SAL
            IF NOT CCU-EXISTE
                GO TO 015-ELEGIR-VIGENCIA-SAL
            END-IF
            IF CCU-DESBORDADA
                OPEN INPUT F-CUOTAS
                MOVE 'N' TO WS-FIN-TABLA
                PERFORM 016-REVISAR-VIGENCIA
                   THRU
                   016-REVISAR-VIGENCIA-SAL
                   UNTIL FIN-TABLA
                CLOSE F-CUOTAS
            ELSE
                PERFORM VARYING WS-CCH-IDX FROM 1 BY 1
                    UNTIL WS-CCH-IDX > WS-CCU-NUM
                    MOVE WS-CCU-T-RENGLON(WS-CCH-IDX) TO WS-RENGLON
                    IF WS-CUO-VIGENCIA NOT > LK-FECHA
                        AND WS-CUO-VIGENCIA > WS-VIGENCIA-USADA
                        MOVE WS-CUO-VIGENCIA TO WS-VIGENCIA-USADA
                    END-IF
                END-PERFORM
            END-IF.
       015-ELEGIR-VIGENCIA-SAL.
            EXIT.

       016-REVISAR-VIGENCIA.
            READ F-CUOTAS INTO WS-RENGLON
                AT END
                    MOVE 'Y' TO WS-FIN-TABLA
                NOT AT END
                    IF WS-CUO-VIGENCIA NOT > LK-FECHA
                        AND WS-CUO-VIGENCIA > WS-VIGENCIA-USADA
                        MOVE WS-CUO-VIGENCIA TO WS-VIGENCIA-USADA
                    END-IF
            END-READ.
       016-REVISAR-VIGENCIA-SAL.
            EXIT.

       020-CARGAR-CUOTAS.
      *    Renglones de la vigencia elegida a la tabla de trabajo;
      *    el renglon U da la UMA diaria; con la tabla en memoria
      *    desbordada, segunda pasada del archivo
            MOVE ZEROS TO WS-CUO-NUM
            MOVE ZEROS TO WS-UMA
            IF CCU-DESBORDADA
                OPEN INPUT F-CUOTAS
                MOVE 'N' TO WS-FIN-TABLA
                PERFORM 021-CARGAR-RENGLON
                   THRU
                   021-CARGAR-RENGLON-SAL
                   UNTIL FIN-TABLA
                CLOSE F-CUOTAS
            ELSE
                PERFORM VARYING WS-CCH-IDX FROM 1 BY 1
                    UNTIL WS-CCH-IDX > WS-CCU-NUM
                    MOVE WS-CCU-T-RENGLON(WS-CCH-IDX) TO WS-RENGLON
                    PERFORM 022-TOMAR-RENGLON
                       THRU
                       022-TOMAR-RENGLON-SAL
                END-PERFORM
            END-IF.
       020-CARGAR-CUOTAS-SAL.
            EXIT.

       021-CARGAR-RENGLON.
            READ F-CUOTAS INTO WS-RENGLON
                AT END
                    MOVE 'Y' TO WS-FIN-TABLA
                NOT AT END
                    PERFORM 022-TOMAR-RENGLON
                       THRU
                       022-TOMAR-RENGLON-SAL
            END-READ.
       021-CARGAR-RENGLON-SAL.
            EXIT.

       022-TOMAR-RENGLON.
            IF WS-CUO-VIGENCIA NOT = WS-VIGENCIA-USADA
                GO TO 022-TOMAR-RENGLON-SAL
            END-IF
            IF BASE-UMA
                MOVE WS-CUO-PATRON TO WS-UMA
            ELSE
                IF WS-CUO-NUM < 20
                    ADD 1 TO WS-CUO-NUM
                    MOVE WS-CUO-BASE TO WS-CUO-T-BASE(WS-CUO-NUM)
                    MOVE WS-CUO-PATRON TO WS-CUO-T-PATRON(WS-CUO-NUM)
                    MOVE WS-CUO-OBRERO TO WS-CUO-T-OBRERO(WS-CUO-NUM)
                END-IF
            END-IF.
       022-TOMAR-RENGLON-SAL.
            EXIT.

       030-PRIMA-COMPANIA.
      *    Prima de riesgo de trabajo de la compañia del cheque; los
      *    renglones del catalogo anteriores a la prima (cortos)
      *    leen en blanco y toman la prima minima
            MOVE WS-PRIMA-OMISION TO WS-PRIMA-RT
            PERFORM 070-FIRMA-COMPANIAS
               THRU
               070-FIRMA-COMPANIAS-SAL
            IF NOT CCO-EXISTE
                GO TO 030-PRIMA-COMPANIA-SAL
            END-IF
            IF CCO-DESBORDADA
                OPEN INPUT F-COMPANIAS
                MOVE 'N' TO WS-FIN-TABLA
                PERFORM UNTIL FIN-TABLA
                    READ F-COMPANIAS INTO WS-RENGLON-COM
                        AT END
                            MOVE 'Y' TO WS-FIN-TABLA
                        NOT AT END
                            PERFORM 031-REVISAR-COMPANIA
                               THRU
                               031-REVISAR-COMPANIA-SAL
                    END-READ
                END-PERFORM
                CLOSE F-COMPANIAS
            ELSE
                PERFORM VARYING WS-CCH-IDX FROM 1 BY 1
                    UNTIL WS-CCH-IDX > WS-CCO-NUM
                    MOVE WS-CCO-T-RENGLON(WS-CCH-IDX)
                        TO WS-RENGLON-COM
                    PERFORM 031-REVISAR-COMPANIA
                       THRU
                       031-REVISAR-COMPANIA-SAL
                END-PERFORM
            END-IF.
       030-PRIMA-COMPANIA-SAL.
            EXIT.

       031-REVISAR-COMPANIA.
            IF WS-COM-NUMERO = LK-COMPANIA
                AND WS-COM-PRIMA-RT NUMERIC
                AND WS-COM-PRIMA-RT > ZEROS
                MOVE WS-COM-PRIMA-RT TO WS-PRIMA-RT
            END-IF.
       031-REVISAR-COMPANIA-SAL.
            EXIT.

       040-SALARIO-BASE.
      *    SDI vigente a la fecha del cheque; sin historia se estima
      *    del bruto del periodo entre los dias cotizados; el tope es
      *    25 UMA y el excedente de enfermedad y maternidad es lo que
      *    pasa de 3 UMA
            CALL 'PRG01108' USING LK-EMP-ID LK-FECHA WS-SDI
                WS-SDI-HAY
            IF NOT SDI-HALLADO
                MOVE 'S' TO LK-ESTIMADO
                COMPUTE WS-SDI ROUNDED = LK-BRUTO / LK-DIAS
                    ON SIZE ERROR
                        MOVE ZEROS TO WS-SDI
                END-COMPUTE
            END-IF
            COMPUTE WS-TOPE = WS-UMA * 25
            IF WS-SDI > WS-TOPE
                MOVE WS-TOPE TO WS-SDI
            END-IF
            MOVE WS-SDI TO LK-SBC
            MOVE ZEROS TO WS-EXCEDENTE
            IF WS-SDI > WS-UMA * 3
                COMPUTE WS-EXCEDENTE = WS-SDI - (WS-UMA * 3)
            END-IF.
       040-SALARIO-BASE-SAL.
            EXIT.

       050-APLICAR-RAMA.
            EVALUATE WS-CUO-T-BASE(WS-IDX)
                WHEN 'F'
                    MOVE WS-UMA TO WS-BASE-DIA
                WHEN 'E'
                    MOVE WS-EXCEDENTE TO WS-BASE-DIA
                WHEN 'R'
                    MOVE WS-SDI TO WS-BASE-DIA
                    MOVE WS-PRIMA-RT TO WS-CUO-T-PATRON(WS-IDX)
                    MOVE ZEROS TO WS-CUO-T-OBRERO(WS-IDX)
                WHEN OTHER
                    MOVE WS-SDI TO WS-BASE-DIA
            END-EVALUATE
            COMPUTE WS-CUOTA-PAT ROUNDED = WS-BASE-DIA * LK-DIAS
                * WS-CUO-T-PATRON(WS-IDX) / 100
            COMPUTE WS-CUOTA-OBR ROUNDED = WS-BASE-DIA * LK-DIAS
                * WS-CUO-T-OBRERO(WS-IDX) / 100
            ADD WS-CUOTA-PAT TO LK-PATRON
            ADD WS-CUOTA-OBR TO LK-OBRERO.
       050-APLICAR-RAMA-SAL.
            EXIT.

       060-FIRMA-CUOTAS.
      *    Recarga CUOTIMSS.TXT solo si su firma cambio desde la carga
            MOVE SPACES TO WS-FIRMA-ARCHIVO
            CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARCHIVO-CUOTAS
                WS-FIRMA-ARCHIVO
            IF RETURN-CODE NOT = ZEROS
                MOVE SPACES TO WS-FIRMA-ARCHIVO
            END-IF
            MOVE ZEROS TO RETURN-CODE
            IF CCU-CARGADA AND WS-FIRMA-ARCHIVO = WS-CCU-FIRMA
                GO TO 060-FIRMA-CUOTAS-SAL
            END-IF
            MOVE ZEROS TO WS-CCU-NUM
            MOVE 'N' TO WS-CCU-EXISTE
            MOVE 'N' TO WS-CCU-DESBORDE
            MOVE WS-FIRMA-ARCHIVO TO WS-CCU-FIRMA
            MOVE 'S' TO WS-CCU-CARGADA
            OPEN INPUT F-CUOTAS
            IF WS-STATUS-CUOTAS NOT = '00'
                GO TO 060-FIRMA-CUOTAS-SAL
            END-IF
            MOVE 'S' TO WS-CCU-EXISTE
            MOVE 'N' TO WS-FIN-TABLA
            PERFORM 065-CARGAR-CUOTA
               THRU
               065-CARGAR-CUOTA-SAL
               UNTIL FIN-TABLA
            CLOSE F-CUOTAS.
       060-FIRMA-CUOTAS-SAL.
            EXIT.

       065-CARGAR-CUOTA.
            READ F-CUOTAS
                AT END
                    MOVE 'Y' TO WS-FIN-TABLA
                NOT AT END
                    IF WS-CCU-NUM < 500
                        ADD 1 TO WS-CCU-NUM
                        MOVE REG-CUOTA
                            TO WS-CCU-T-RENGLON(WS-CCU-NUM)
                    ELSE
                        MOVE 'S' TO WS-CCU-DESBORDE
                        MOVE 'Y' TO WS-FIN-TABLA
                    END-IF
            END-READ.
       065-CARGAR-CUOTA-SAL.
            EXIT.

       070-FIRMA-COMPANIAS.
      *    Recarga COMPANIA.TXT solo si su firma cambio desde la carga
            MOVE SPACES TO WS-FIRMA-ARCHIVO
            CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARCHIVO-COMPANIAS
                WS-FIRMA-ARCHIVO
            IF RETURN-CODE NOT = ZEROS
                MOVE SPACES TO WS-FIRMA-ARCHIVO
            END-IF
            MOVE ZEROS TO RETURN-CODE
            IF CCO-CARGADA AND WS-FIRMA-ARCHIVO = WS-CCO-FIRMA
                GO TO 070-FIRMA-COMPANIAS-SAL
            END-IF
            MOVE ZEROS TO WS-CCO-NUM
            MOVE 'N' TO WS-CCO-EXISTE
            MOVE 'N' TO WS-CCO-DESBORDE
            MOVE WS-FIRMA-ARCHIVO TO WS-CCO-FIRMA
            MOVE 'S' TO WS-CCO-CARGADA
            OPEN INPUT F-COMPANIAS
            IF WS-STATUS-COMPANIAS NOT = '00'
                GO TO 070-FIRMA-COMPANIAS-SAL
            END-IF
            MOVE 'S' TO WS-CCO-EXISTE
            MOVE 'N' TO WS-FIN-TABLA
            PERFORM 075-CARGAR-COMPANIA
               THRU
               075-CARGAR-COMPANIA-SAL
               UNTIL FIN-TABLA
            CLOSE F-COMPANIAS.
       070-FIRMA-COMPANIAS-SAL.
            EXIT.

       075-CARGAR-COMPANIA.
            READ F-COMPANIAS
                AT END
                    MOVE 'Y' TO WS-FIN-TABLA
                NOT AT END
                    IF WS-CCO-NUM < 100
                        ADD 1 TO WS-CCO-NUM
                        MOVE REG-COMPANIA
                            TO WS-CCO-T-RENGLON(WS-CCO-NUM)
                    ELSE
                        MOVE 'S' TO WS-CCO-DESBORDE
                        MOVE 'Y' TO WS-FIN-TABLA
                    END-IF
            END-READ.
       075-CARGAR-COMPANIA-SAL.
            EXIT.

       END PROGRAM PRG01109.
