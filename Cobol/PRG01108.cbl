       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01108.
      *  Rutina compartida del salario diario integrado, en el
      *  espiritu de PRG01094: regresa el SDI vigente del empleado a
      *  la fecha dada, que es el del renglon mas reciente de
      *  SDIHIST.TXT (historia fechada que deja PRG01107) con fecha
      *  menor o igual a la pedida, la misma regla de vigencia de
      *  DEDUCVER.TXT en PRG01038; sin renglon aplicable regresa
      *  cero y la bandera en N - LCG 15 OCT 26
      *  La historia se carga una sola vez a memoria y se conserva
      *  entre llamadas; en cada llamada solo se compara la firma del
      *  archivo (CBL_CHECK_FILE_EXIST) y se recarga cuando cambio; si
      *  rebasa la tabla se sigue leyendo del disco - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HISTORIA ASSIGN TO "SDIHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  F-HISTORIA.
       01 REG-HISTORIA               PIC X(63).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-HISTORIA         PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-REG-HISTORIA.
           05 SDI-EMP                PIC 9(6).
           05 SDI-FECHA              PIC 9(8).
           05 SDI-DIARIO             PIC 9(7)V99.
           05 SDI-FACTOR             PIC 9V9999.
           05 SDI-FIJO               PIC 9(7)V99.
           05 SDI-VARIABLE           PIC 9(7)V99.
           05 SDI-INTEGRADO          PIC 9(7)V99.
           05 SDI-OPERADOR           PIC X(8).
       01 WS-FECHA-MEJOR             PIC 9(8) VALUE ZEROS.
      *    Historia en memoria y firma del archivo cargado
       01 WS-ARCHIVO-HISTORIA        PIC X(12) VALUE 'SDIHIST.TXT'.
       01 WS-FIRMA-ARCHIVO           PIC X(16) VALUE SPACES.
       01 WS-FIRMA-CARGADA           PIC X(16) VALUE SPACES.
       01 WS-CARGADO                 PIC X VALUE 'N'.
           88 HISTORIA-CARGADA       VALUE 'S'.
       01 WS-DESBORDE                PIC X VALUE 'N'.
           88 TABLA-DESBORDADA       VALUE 'S'.
       01 WS-TABLA-SDI.
           05 WS-SDI-NUM             PIC 9(5) VALUE ZEROS.
           05 WS-SDI-ENT OCCURS 20000 TIMES.
               10 WS-SDI-T-EMP       PIC 9(6).
               10 WS-SDI-T-FECHA     PIC 9(8).
               10 WS-SDI-T-INTEGRADO PIC 9(7)V99.
       01 WS-IDX                     PIC 9(5) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-EMP-ID                  PIC 9(6).
       01 LK-FECHA                   PIC 9(8).
       01 LK-SDI                     PIC 9(7)V99.
       01 LK-HAY                     PIC X.
       PROCEDURE DIVISION USING LK-EMP-ID LK-FECHA LK-SDI LK-HAY.
       010-INICIO.
            MOVE ZEROS TO LK-SDI
            MOVE 'N' TO LK-HAY
            MOVE ZEROS TO WS-FECHA-MEJOR
            PERFORM 030-REVISAR-FIRMA
               THRU
               030-REVISAR-FIRMA-SAL
            IF TABLA-DESBORDADA
                PERFORM 015-BUSCAR-EN-ARCHIVO
                   THRU
                   015-BUSCAR-EN-ARCHIVO-SAL
                GOBACK
            END-IF
      *    A igual fecha gana el ultimo renglon (recalculo del dia)
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-SDI-NUM
                IF WS-SDI-T-EMP(WS-IDX) = LK-EMP-ID
                    AND WS-SDI-T-FECHA(WS-IDX) NOT > LK-FECHA
                    AND WS-SDI-T-FECHA(WS-IDX) NOT < WS-FECHA-MEJOR
                    MOVE WS-SDI-T-FECHA(WS-IDX) TO WS-FECHA-MEJOR
                    MOVE WS-SDI-T-INTEGRADO(WS-IDX) TO LK-SDI
                    MOVE 'S' TO LK-HAY
                END-IF
            END-PERFORM
            GOBACK.

       015-BUSCAR-EN-ARCHIVO.
            MOVE 'N' TO WS-FIN-ARCHIVO
            OPEN INPUT F-HISTORIA
            IF WS-STATUS-HISTORIA NOT = '00'
                GO TO 015-BUSCAR-EN-ARCHIVO-SAL
            END-IF
            PERFORM 020-REVISAR-RENGLON
               THRU
               020-REVISAR-RENGLON-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-HISTORIA.
       015-BUSCAR-EN-ARCHIVO-SAL.
            EXIT.

       020-REVISAR-RENGLON.
      *    A igual fecha gana el ultimo renglon (recalculo del dia)
            READ F-HISTORIA INTO WS-REG-HISTORIA
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                NOT AT END
                    IF SDI-EMP = LK-EMP-ID
                        AND SDI-FECHA NOT > LK-FECHA
                        AND SDI-FECHA NOT < WS-FECHA-MEJOR
                        MOVE SDI-FECHA TO WS-FECHA-MEJOR
                        MOVE SDI-INTEGRADO TO LK-SDI
                        MOVE 'S' TO LK-HAY
                    END-IF
            END-READ.
       020-REVISAR-RENGLON-SAL.
            EXIT.

       030-REVISAR-FIRMA.
      *    Sin archivo la firma queda en espacios y la tabla vacia
            MOVE SPACES TO WS-FIRMA-ARCHIVO
            CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARCHIVO-HISTORIA
                WS-FIRMA-ARCHIVO
            IF RETURN-CODE NOT = ZEROS
                MOVE SPACES TO WS-FIRMA-ARCHIVO
            END-IF
            MOVE ZEROS TO RETURN-CODE
            IF HISTORIA-CARGADA
                AND WS-FIRMA-ARCHIVO = WS-FIRMA-CARGADA
                GO TO 030-REVISAR-FIRMA-SAL
            END-IF
            PERFORM 040-CARGAR-HISTORIA
               THRU
               040-CARGAR-HISTORIA-SAL
            MOVE WS-FIRMA-ARCHIVO TO WS-FIRMA-CARGADA
            MOVE 'S' TO WS-CARGADO.
       030-REVISAR-FIRMA-SAL.
            EXIT.

       040-CARGAR-HISTORIA.
            MOVE ZEROS TO WS-SDI-NUM
            MOVE 'N' TO WS-DESBORDE
            MOVE 'N' TO WS-FIN-ARCHIVO
            OPEN INPUT F-HISTORIA
            IF WS-STATUS-HISTORIA NOT = '00'
                GO TO 040-CARGAR-HISTORIA-SAL
            END-IF
            PERFORM 045-CARGAR-RENGLON
               THRU
               045-CARGAR-RENGLON-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-HISTORIA.
       040-CARGAR-HISTORIA-SAL.
            EXIT.

       045-CARGAR-RENGLON.
            READ F-HISTORIA INTO WS-REG-HISTORIA
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                NOT AT END
                    IF WS-SDI-NUM < 20000
                        ADD 1 TO WS-SDI-NUM
                        MOVE SDI-EMP TO WS-SDI-T-EMP(WS-SDI-NUM)
                        MOVE SDI-FECHA TO WS-SDI-T-FECHA(WS-SDI-NUM)
                        MOVE SDI-INTEGRADO
                            TO WS-SDI-T-INTEGRADO(WS-SDI-NUM)
                    ELSE
                        MOVE 'S' TO WS-DESBORDE
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    END-IF
            END-READ.
       045-CARGAR-RENGLON-SAL.
            EXIT.

       END PROGRAM PRG01108.
