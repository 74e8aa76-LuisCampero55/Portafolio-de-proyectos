      *  a DEDUCC.TXT como siempre, asi que la afirmacion de que
      *  CHQ-IMPORTE es reproducible desde CHQ-BRUTO sigue valiendo
      *  al cruzar de año - LCG 02 SEP 26
      *  Subsidio para el empleo: renglones tipo E de la tabla (limite
      *  inferior, limite superior y monto del subsidio en CUOTA, con
      *  la misma vigencia de DEDUCVER.TXT que los tramos I); el
      *  subsidio del tramo se acredita contra el ISR calculado sin
      *  volverlo negativo (el excedente no se paga en efectivo) y el
      *  acreditado se regresa en el parametro nuevo de subsidio,
      *  despues de la fecha; el ISR regresado es ya el retenido - LCG
      *  15 OCT 26
      *  Las dos tablas se cargan a memoria en la primera llamada y se
      *  conservan por toda la corrida (el lote de PRG01019 llama una
      *  vez por pago); en cada llamada solo se compara la firma de
      *  cada archivo (tamaño, fecha y hora que da
      *  CBL_CHECK_FILE_EXIST) y se recarga el que cambio; la version
      *  en vigor se elige en memoria para la fecha de cada llamada,
      *  asi que una fecha que cae en otra vigencia toma sus propios
      *  renglones; si un archivo rebasa su tabla se sigue leyendo
      *  del disco como antes - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 CON-VERSION            VALUE 'S'.
       01 WS-TRAMO-HALLADO           PIC X VALUE 'N'.
           88 TRAMO-HALLADO          VALUE 'Y'.
       01 WS-SUBSIDIO-HALLADO        PIC X VALUE 'N'.
           88 SUBSIDIO-HALLADO       VALUE 'Y'.
       01 WS-SUBSIDIO-TABLA          PIC 9(11)V99 VALUE ZEROS.
      *    Tablas en memoria con la firma del archivo de su carga
       01 WS-ARCHIVO-DEDUCC          PIC X(11) VALUE 'DEDUCC.TXT'.
       01 WS-ARCHIVO-VERSIONES       PIC X(13) VALUE 'DEDUCVER.TXT'.
       01 WS-FIRMA-ARCHIVO           PIC X(16) VALUE SPACES.
       01 WS-CACHE-DEDUCC.
           05 WS-DED-FIRMA           PIC X(16) VALUE SPACES.
           05 WS-DED-CARGADA         PIC X VALUE 'N'.
               88 DED-CARGADA        VALUE 'S'.
           05 WS-DED-EXISTE          PIC X VALUE 'N'.
               88 DED-EXISTE         VALUE 'S'.
           05 WS-DED-DESBORDE        PIC X VALUE 'N'.
               88 DED-DESBORDADA     VALUE 'S'.
           05 WS-DED-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-DED-ENT OCCURS 200 TIMES.
               10 WS-DED-T-RENGLON   PIC X(44).
       01 WS-CACHE-VERSIONES.
           05 WS-VER-FIRMA           PIC X(16) VALUE SPACES.
           05 WS-VER-CARGADA         PIC X VALUE 'N'.
               88 VER-CARGADA        VALUE 'S'.
           05 WS-VER-EXISTE          PIC X VALUE 'N'.
               88 VER-EXISTE         VALUE 'S'.
           05 WS-VER-DESBORDE        PIC X VALUE 'N'.
               88 VER-DESBORDADA     VALUE 'S'.
           05 WS-VER-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-VER-ENT OCCURS 1000 TIMES.
               10 WS-VER-T-VIGENCIA  PIC 9(8).
               10 WS-VER-T-RENGLON   PIC X(44).
       01 WS-IDX                     PIC 9(4) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-BRUTO                   PIC 9(13)V99.
       01 LK-ISR                     PIC 9(11)V99.
           88 CALCULO-BUENO          VALUE 'S'.
           88 CALCULO-MALO           VALUE 'N'.
       01 LK-FECHA                   PIC 9(8).
       01 LK-SUBSIDIO                PIC 9(11)V99.
       PROCEDURE DIVISION USING LK-BRUTO LK-ISR LK-IMSS LK-OTRAS
               LK-NETO LK-RESULTADO LK-FECHA LK-SUBSIDIO.
       010-INICIO.
            MOVE 'S' TO LK-RESULTADO
            MOVE ZEROS TO LK-ISR
            MOVE ZEROS TO LK-IMSS
            MOVE ZEROS TO LK-OTRAS
            MOVE ZEROS TO LK-SUBSIDIO
            MOVE LK-BRUTO TO LK-NETO
            MOVE 'N' TO WS-TRAMO-HALLADO
            MOVE 'N' TO WS-SUBSIDIO-HALLADO
            MOVE ZEROS TO WS-SUBSIDIO-TABLA
            PERFORM 015-ELEGIR-VERSION
               THRU
               015-ELEGIR-VERSION-SAL
                   THRU
                   017-APLICAR-VERSION-SAL
            ELSE
                PERFORM 040-FIRMA-DEDUCC
                   THRU
                   040-FIRMA-DEDUCC-SAL
                IF NOT DED-EXISTE
                    MOVE 'N' TO LK-RESULTADO
                    GOBACK
                END-IF
                IF DED-DESBORDADA
                    PERFORM 019-APLICAR-DEDUCC-DISCO
                       THRU
                       019-APLICAR-DEDUCC-DISCO-SAL
                ELSE
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-DED-NUM
                        MOVE WS-DED-T-RENGLON(WS-IDX) TO WS-RENGLON
                        PERFORM 025-APLICAR-CALCULO
                           THRU
                           025-APLICAR-CALCULO-SAL
                    END-PERFORM
                END-IF
            END-IF
            IF NOT TRAMO-HALLADO
                MOVE 'N' TO LK-RESULTADO
                GOBACK
            END-IF
      *    El subsidio para el empleo se acredita contra el ISR
      *    calculado y nunca lo vuelve negativo: el excedente no se
      *    entrega en efectivo; LK-ISR queda como el ISR retenido y
      *    LK-SUBSIDIO como lo efectivamente acreditado
            IF WS-SUBSIDIO-TABLA > LK-ISR
                MOVE LK-ISR TO LK-SUBSIDIO
            ELSE
                MOVE WS-SUBSIDIO-TABLA TO LK-SUBSIDIO
            END-IF
            SUBTRACT LK-SUBSIDIO FROM LK-ISR
            COMPUTE LK-NETO = LK-BRUTO - LK-ISR - LK-IMSS - LK-OTRAS
                ON SIZE ERROR
                    MOVE 'N' TO LK-RESULTADO
            IF LK-FECHA = ZEROS
                GO TO 015-ELEGIR-VERSION-SAL
            END-IF
            PERFORM 050-FIRMA-VERSIONES
               THRU
               050-FIRMA-VERSIONES-SAL
            IF NOT VER-EXISTE
                GO TO 015-ELEGIR-VERSION-SAL
            END-IF
            IF VER-DESBORDADA
                OPEN INPUT F-VERSIONES
                MOVE 'N' TO WS-FIN-TABLA
                PERFORM 016-REVISAR-VIGENCIA
                   THRU
                   016-REVISAR-VIGENCIA-SAL
                   UNTIL FIN-TABLA
                CLOSE F-VERSIONES
            ELSE
                PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-VER-NUM
                    IF WS-VER-T-VIGENCIA(WS-IDX) NOT > LK-FECHA
                        AND WS-VER-T-VIGENCIA(WS-IDX)
                            > WS-VIGENCIA-USADA
                        MOVE WS-VER-T-VIGENCIA(WS-IDX)
                            TO WS-VIGENCIA-USADA
                    END-IF
                END-PERFORM
            END-IF
            IF WS-VIGENCIA-USADA > ZEROS
                MOVE 'S' TO WS-CON-VERSION
            END-IF.
            EXIT.

       017-APLICAR-VERSION.
      *    Solo los renglones de la vigencia elegida; con la tabla
      *    desbordada, segunda pasada del archivo versionado
            IF VER-DESBORDADA
                OPEN INPUT F-VERSIONES
                MOVE 'N' TO WS-FIN-TABLA
                PERFORM 018-APLICAR-RENGLON-VER
                   THRU
                   018-APLICAR-RENGLON-VER-SAL
                   UNTIL FIN-TABLA
                CLOSE F-VERSIONES
                GO TO 017-APLICAR-VERSION-SAL
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-VER-NUM
                IF WS-VER-T-VIGENCIA(WS-IDX) = WS-VIGENCIA-USADA
                    MOVE WS-VER-T-RENGLON(WS-IDX) TO WS-RENGLON
                    PERFORM 025-APLICAR-CALCULO
                       THRU
                       025-APLICAR-CALCULO-SAL
                END-IF
            END-PERFORM.
       017-APLICAR-VERSION-SAL.
            EXIT.

       018-APLICAR-RENGLON-VER-SAL.
            EXIT.

       019-APLICAR-DEDUCC-DISCO.
            OPEN INPUT F-DEDUCCIONES
            MOVE 'N' TO WS-FIN-TABLA
            PERFORM 020-APLICAR-RENGLON
               THRU
               020-APLICAR-RENGLON-SAL
               UNTIL FIN-TABLA
            CLOSE F-DEDUCCIONES.
       019-APLICAR-DEDUCC-DISCO-SAL.
            EXIT.

       020-APLICAR-RENGLON.
            READ F-DEDUCCIONES INTO WS-RENGLON
                AT END
                            + ((LK-BRUTO - WS-LIMINF)
                            * WS-PORCENTAJE / 100)
                    END-IF
                WHEN 'E'
                    IF LK-BRUTO NOT < WS-LIMINF
                        AND LK-BRUTO NOT > WS-LIMSUP
                        AND NOT SUBSIDIO-HALLADO
                        MOVE 'Y' TO WS-SUBSIDIO-HALLADO
                        MOVE WS-CUOTA TO WS-SUBSIDIO-TABLA
                    END-IF
                WHEN 'S'
                    COMPUTE LK-IMSS = LK-BRUTO
                        * WS-PORCENTAJE / 100
       025-APLICAR-CALCULO-SAL.
            EXIT.

       040-FIRMA-DEDUCC.
      *    Recarga DEDUCC.TXT solo si su firma cambio desde la carga
            MOVE SPACES TO WS-FIRMA-ARCHIVO
            CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARCHIVO-DEDUCC
                WS-FIRMA-ARCHIVO
            IF RETURN-CODE NOT = ZEROS
                MOVE SPACES TO WS-FIRMA-ARCHIVO
            END-IF
            MOVE ZEROS TO RETURN-CODE
            IF DED-CARGADA AND WS-FIRMA-ARCHIVO = WS-DED-FIRMA
                GO TO 040-FIRMA-DEDUCC-SAL
            END-IF
            MOVE ZEROS TO WS-DED-NUM
            MOVE 'N' TO WS-DED-EXISTE
            MOVE 'N' TO WS-DED-DESBORDE
            MOVE WS-FIRMA-ARCHIVO TO WS-DED-FIRMA
            MOVE 'S' TO WS-DED-CARGADA
            OPEN INPUT F-DEDUCCIONES
            IF WS-STATUS-DEDUCC NOT = '00'
                GO TO 040-FIRMA-DEDUCC-SAL
            END-IF
            MOVE 'S' TO WS-DED-EXISTE
            MOVE 'N' TO WS-FIN-TABLA
            PERFORM 045-CARGAR-DEDUCC
               THRU
               045-CARGAR-DEDUCC-SAL
               UNTIL FIN-TABLA
            CLOSE F-DEDUCCIONES.
       040-FIRMA-DEDUCC-SAL.
            EXIT.

       045-CARGAR-DEDUCC.
            READ F-DEDUCCIONES
                AT END
                    MOVE 'Y' TO WS-FIN-TABLA
                NOT AT END
                    IF WS-DED-NUM < 200
                        ADD 1 TO WS-DED-NUM
                        MOVE REG-DEDUCCION
                            TO WS-DED-T-RENGLON(WS-DED-NUM)
                    ELSE
                        MOVE 'S' TO WS-DED-DESBORDE
                        MOVE 'Y' TO WS-FIN-TABLA
                    END-IF
            END-READ.
       045-CARGAR-DEDUCC-SAL.
            EXIT.

       050-FIRMA-VERSIONES.
      *    Recarga DEDUCVER.TXT solo si su firma cambio desde la carga
            MOVE SPACES TO WS-FIRMA-ARCHIVO
            CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARCHIVO-VERSIONES
                WS-FIRMA-ARCHIVO
            IF RETURN-CODE NOT = ZEROS
                MOVE SPACES TO WS-FIRMA-ARCHIVO
            END-IF
            MOVE ZEROS TO RETURN-CODE
            IF VER-CARGADA AND WS-FIRMA-ARCHIVO = WS-VER-FIRMA
                GO TO 050-FIRMA-VERSIONES-SAL
            END-IF
            MOVE ZEROS TO WS-VER-NUM
            MOVE 'N' TO WS-VER-EXISTE
            MOVE 'N' TO WS-VER-DESBORDE
            MOVE WS-FIRMA-ARCHIVO TO WS-VER-FIRMA
            MOVE 'S' TO WS-VER-CARGADA
            OPEN INPUT F-VERSIONES
            IF WS-STATUS-VERSIONES NOT = '00'
                GO TO 050-FIRMA-VERSIONES-SAL
            END-IF
            MOVE 'S' TO WS-VER-EXISTE
            MOVE 'N' TO WS-FIN-TABLA
            PERFORM 055-CARGAR-VERSION
               THRU
               055-CARGAR-VERSION-SAL
               UNTIL FIN-TABLA
            CLOSE F-VERSIONES.
       050-FIRMA-VERSIONES-SAL.
            EXIT.

       055-CARGAR-VERSION.
            READ F-VERSIONES INTO WS-RENGLON-VER
                AT END
                    MOVE 'Y' TO WS-FIN-TABLA
                NOT AT END
                    IF WS-VER-NUM < 1000
                        ADD 1 TO WS-VER-NUM
                        MOVE WS-VER-VIGENCIA
                            TO WS-VER-T-VIGENCIA(WS-VER-NUM)
                        MOVE WS-VER-PAYLOAD
                            TO WS-VER-T-RENGLON(WS-VER-NUM)
                    ELSE
                        MOVE 'S' TO WS-VER-DESBORDE
                        MOVE 'Y' TO WS-FIN-TABLA
                    END-IF
            END-READ.
       055-CARGAR-VERSION-SAL.
            EXIT.

       END PROGRAM PRG01038.
