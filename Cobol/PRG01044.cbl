      *  PRG01043), considerando tanto los recurrentes de cada año
      *  (año 0000) como los de un solo año; si el calendario no
      *  existe, ninguna fecha es feriado - LCG 22 AGO 26
      *  El calendario se carga una sola vez a memoria y se conserva
      *  entre llamadas por toda la corrida; en cada llamada solo se
      *  compara la firma del archivo (tamaño, fecha y hora que da
      *  CBL_CHECK_FILE_EXIST) contra la de la carga y se vuelve a
      *  cargar cuando cambio (alta de PRG01043 en la misma sesion);
      *  si el archivo rebasa la tabla se sigue leyendo del disco -
      *  LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-STATUS-FERIADOS         PIC XX VALUE '00'.
       01 WS-FIN-TABLA               PIC X VALUE 'N'.
           88 FIN-TABLA              VALUE 'Y'.
      *    Calendario en memoria y firma del archivo cargado
       01 WS-ARCHIVO-FERIADOS        PIC X(13) VALUE 'FERIADOS.TXT'.
       01 WS-FIRMA-ARCHIVO           PIC X(16) VALUE SPACES.
       01 WS-FIRMA-CARGADA           PIC X(16) VALUE SPACES.
       01 WS-CARGADO                 PIC X VALUE 'N'.
           88 CALENDARIO-CARGADO     VALUE 'S'.
       01 WS-DESBORDE                PIC X VALUE 'N'.
           88 TABLA-DESBORDADA       VALUE 'S'.
       01 WS-TABLA-FERIADOS.
           05 WS-FER-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-FER-ENT OCCURS 1000 TIMES.
               10 WS-FER-T-TIPO      PIC X.
               10 WS-FER-T-ANHO      PIC 9999.
               10 WS-FER-T-MES       PIC 99.
               10 WS-FER-T-DIA       PIC 99.
       01 WS-IDX                     PIC 9(4) VALUE ZEROS.
       01 WS-RENGLON.
           05 WS-TIPO                PIC X.
               88 FERIADO-RECURRENTE VALUE 'R'.
       PROCEDURE DIVISION USING LK-DIA LK-MES LK-ANHO LK-ES-FERIADO.
       010-INICIO.
            MOVE 'N' TO LK-ES-FERIADO
            PERFORM 030-REVISAR-FIRMA
               THRU
               030-REVISAR-FIRMA-SAL
            IF TABLA-DESBORDADA
                PERFORM 015-BUSCAR-EN-ARCHIVO
                   THRU
                   015-BUSCAR-EN-ARCHIVO-SAL
                GOBACK
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-FER-NUM OR ES-FERIADO
                IF WS-FER-T-MES(WS-IDX) = LK-MES
                    AND WS-FER-T-DIA(WS-IDX) = LK-DIA
                    IF WS-FER-T-TIPO(WS-IDX) = 'R'
                        OR (WS-FER-T-TIPO(WS-IDX) = 'U'
                            AND WS-FER-T-ANHO(WS-IDX) = LK-ANHO)
                        MOVE 'S' TO LK-ES-FERIADO
                    END-IF
                END-IF
            END-PERFORM
            GOBACK.

       015-BUSCAR-EN-ARCHIVO.
            MOVE 'N' TO WS-FIN-TABLA
            OPEN INPUT F-FERIADOS
            IF WS-STATUS-FERIADOS NOT = '00'
                GO TO 015-BUSCAR-EN-ARCHIVO-SAL
            END-IF
            PERFORM 020-REVISAR-RENGLON
               THRU
               020-REVISAR-RENGLON-SAL
               UNTIL FIN-TABLA
            CLOSE F-FERIADOS.
       015-BUSCAR-EN-ARCHIVO-SAL.
            EXIT.

       020-REVISAR-RENGLON.
            READ F-FERIADOS INTO WS-RENGLON
       020-REVISAR-RENGLON-SAL.
            EXIT.

       030-REVISAR-FIRMA.
      *    Sin archivo la firma queda en espacios y la tabla vacia
            MOVE SPACES TO WS-FIRMA-ARCHIVO
            CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARCHIVO-FERIADOS
                WS-FIRMA-ARCHIVO
            IF RETURN-CODE NOT = ZEROS
                MOVE SPACES TO WS-FIRMA-ARCHIVO
            END-IF
            MOVE ZEROS TO RETURN-CODE
            IF CALENDARIO-CARGADO
                AND WS-FIRMA-ARCHIVO = WS-FIRMA-CARGADA
                GO TO 030-REVISAR-FIRMA-SAL
            END-IF
            PERFORM 040-CARGAR-CALENDARIO
               THRU
               040-CARGAR-CALENDARIO-SAL
            MOVE WS-FIRMA-ARCHIVO TO WS-FIRMA-CARGADA
            MOVE 'S' TO WS-CARGADO.
       030-REVISAR-FIRMA-SAL.
            EXIT.

       040-CARGAR-CALENDARIO.
            MOVE ZEROS TO WS-FER-NUM
            MOVE 'N' TO WS-DESBORDE
            MOVE 'N' TO WS-FIN-TABLA
            OPEN INPUT F-FERIADOS
            IF WS-STATUS-FERIADOS NOT = '00'
                GO TO 040-CARGAR-CALENDARIO-SAL
            END-IF
            PERFORM 045-CARGAR-RENGLON
               THRU
               045-CARGAR-RENGLON-SAL
               UNTIL FIN-TABLA
            CLOSE F-FERIADOS.
       040-CARGAR-CALENDARIO-SAL.
            EXIT.

       045-CARGAR-RENGLON.
            READ F-FERIADOS INTO WS-RENGLON
                AT END
                    MOVE 'Y' TO WS-FIN-TABLA
                NOT AT END
                    IF WS-FER-NUM < 1000
                        ADD 1 TO WS-FER-NUM
                        MOVE WS-TIPO TO WS-FER-T-TIPO(WS-FER-NUM)
                        MOVE WS-ANHO TO WS-FER-T-ANHO(WS-FER-NUM)
                        MOVE WS-MES TO WS-FER-T-MES(WS-FER-NUM)
                        MOVE WS-DIA TO WS-FER-T-DIA(WS-FER-NUM)
                    ELSE
                        MOVE 'S' TO WS-DESBORDE
                        MOVE 'Y' TO WS-FIN-TABLA
                    END-IF
            END-READ.
       045-CARGAR-RENGLON-SAL.
            EXIT.

       END PROGRAM PRG01044.
