       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01117.
      *  Rutina compartida de indicadores economicos, en el espiritu
      *  de PRG01108: regresa la UMA diaria, el salario minimo general
      *  y el de la zona libre de la frontera norte vigentes a la
      *  fecha dada, que son los del renglon mas reciente de
      *  INDICAD.TXT (tabla por vigencia que mantiene PRG01116) con
      *  vigencia menor o igual a la pedida; sin renglon aplicable
      *  regresa ceros y la bandera en N - LCG 15 OCT 26
      *  Trazado de INDICAD.TXT: VIGENCIA(8 AAAAMMDD) UMA(7 con 2
      *  dec) SM-GENERAL(7 con 2 dec) SM-FRONTERA(7 con 2 dec)
      *  INDICAD.TXT se carga una sola vez a memoria y solo se recarga
      *  si cambia su firma (CBL_CHECK_FILE_EXIST); si rebasa la tabla
      *  se sigue leyendo del disco - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INDICAD ASSIGN TO "INDICAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INDICAD.
       DATA DIVISION.
       FILE SECTION.
       FD  F-INDICAD.
       01 REG-INDICAD                PIC X(29).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-INDICAD          PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-RENGLON-IND.
           05 IND-VIGENCIA           PIC 9(8).
           05 IND-UMA                PIC 9(5)V99.
           05 IND-SM-GENERAL         PIC 9(5)V99.
           05 IND-SM-FRONTERA        PIC 9(5)V99.
       01 WS-FECHA-MEJOR             PIC 9(8) VALUE ZEROS.
      *    Tabla en memoria con la firma del archivo de su carga
       01 WS-ARCHIVO-INDICAD         PIC X(12) VALUE 'INDICAD.TXT'.
       01 WS-FIRMA-ARCHIVO           PIC X(16) VALUE SPACES.
       01 WS-FIRMA-CARGADA           PIC X(16) VALUE SPACES.
       01 WS-CARGADO                 PIC X VALUE 'N'.
           88 TABLA-CARGADA          VALUE 'S'.
       01 WS-EXISTE                  PIC X VALUE 'N'.
           88 ARCHIVO-EXISTE         VALUE 'S'.
       01 WS-DESBORDE                PIC X VALUE 'N'.
           88 TABLA-DESBORDADA       VALUE 'S'.
       01 WS-IDX                     PIC 9(4) VALUE ZEROS.
       01 WS-TABLA-IND.
           05 WS-IND-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-IND-ENT OCCURS 2000 TIMES.
               10 WS-IND-T-RENGLON   PIC X(29).
       LINKAGE SECTION.
       01 LK-FECHA                   PIC 9(8).
       01 LK-UMA                     PIC 9(5)V99.
       01 LK-SM-GENERAL              PIC 9(5)V99.
       01 LK-SM-FRONTERA             PIC 9(5)V99.
       01 LK-HAY                     PIC X.
       PROCEDURE DIVISION USING LK-FECHA LK-UMA LK-SM-GENERAL
           LK-SM-FRONTERA LK-HAY.
       010-INICIO.
            MOVE ZEROS TO LK-UMA
            MOVE ZEROS TO LK-SM-GENERAL
            MOVE ZEROS TO LK-SM-FRONTERA
            MOVE 'N' TO LK-HAY
            MOVE ZEROS TO WS-FECHA-MEJOR
            PERFORM 030-REVISAR-FIRMA
               THRU
               030-REVISAR-FIRMA-SAL
            IF NOT ARCHIVO-EXISTE
                GOBACK
            END-IF
            IF TABLA-DESBORDADA
                MOVE 'N' TO WS-FIN-ARCHIVO
                OPEN INPUT F-INDICAD
                PERFORM 020-REVISAR-RENGLON
                   THRU
                   020-REVISAR-RENGLON-SAL
                   UNTIL FIN-ARCHIVO
                CLOSE F-INDICAD
                GOBACK
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-IND-NUM
                MOVE WS-IND-T-RENGLON(WS-IDX) TO WS-RENGLON-IND
                PERFORM 025-EVALUAR-RENGLON
                   THRU
                   025-EVALUAR-RENGLON-SAL
            END-PERFORM
            GOBACK.

       020-REVISAR-RENGLON.
            READ F-INDICAD INTO WS-RENGLON-IND
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                NOT AT END
                    PERFORM 025-EVALUAR-RENGLON
                       THRU
                       025-EVALUAR-RENGLON-SAL
            END-READ.
       020-REVISAR-RENGLON-SAL.
            EXIT.

       025-EVALUAR-RENGLON.
      *    A igual vigencia gana el ultimo renglon (correccion)
            IF IND-VIGENCIA NOT > LK-FECHA
                AND IND-VIGENCIA NOT < WS-FECHA-MEJOR
                MOVE IND-VIGENCIA TO WS-FECHA-MEJOR
                MOVE IND-UMA TO LK-UMA
                MOVE IND-SM-GENERAL TO LK-SM-GENERAL
                MOVE IND-SM-FRONTERA TO LK-SM-FRONTERA
                MOVE 'S' TO LK-HAY
            END-IF.
       025-EVALUAR-RENGLON-SAL.
            EXIT.

       030-REVISAR-FIRMA.
      *    Recarga INDICAD.TXT solo si su firma cambio desde la carga
            MOVE SPACES TO WS-FIRMA-ARCHIVO
            CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARCHIVO-INDICAD
                WS-FIRMA-ARCHIVO
            IF RETURN-CODE NOT = ZEROS
                MOVE SPACES TO WS-FIRMA-ARCHIVO
            END-IF
            MOVE ZEROS TO RETURN-CODE
            IF TABLA-CARGADA AND WS-FIRMA-ARCHIVO = WS-FIRMA-CARGADA
                GO TO 030-REVISAR-FIRMA-SAL
            END-IF
            MOVE ZEROS TO WS-IND-NUM
            MOVE 'N' TO WS-EXISTE
            MOVE 'N' TO WS-DESBORDE
            MOVE WS-FIRMA-ARCHIVO TO WS-FIRMA-CARGADA
            MOVE 'S' TO WS-CARGADO
            OPEN INPUT F-INDICAD
            IF WS-STATUS-INDICAD NOT = '00'
                GO TO 030-REVISAR-FIRMA-SAL
            END-IF
            MOVE 'S' TO WS-EXISTE
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 040-CARGAR-RENGLON
               THRU
               040-CARGAR-RENGLON-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-INDICAD.
       030-REVISAR-FIRMA-SAL.
            EXIT.

       040-CARGAR-RENGLON.
            READ F-INDICAD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                NOT AT END
                    IF WS-IND-NUM < 2000
                        ADD 1 TO WS-IND-NUM
                        MOVE REG-INDICAD
                            TO WS-IND-T-RENGLON(WS-IND-NUM)
                    ELSE
                        MOVE 'S' TO WS-DESBORDE
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    END-IF
            END-READ.
       040-CARGAR-RENGLON-SAL.
            EXIT.

       END PROGRAM PRG01117.
