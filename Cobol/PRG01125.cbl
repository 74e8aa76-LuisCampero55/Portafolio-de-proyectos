       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01125.
      *  Rutina compartida del contrato del empleado a una fecha: lee
      *  en CONTRATO.DAT (PRG01124) el consecutivo mas alto del
      *  empleado y regresa su tipo, su fecha de fin y el estado: N
      *  sin contratos en la historia, I tiempo indeterminado, V
      *  vigente (el fin no ha pasado, incluida una renovacion ya
      *  capturada por adelantado) o X vencido sin renovacion; la usa
      *  090-VALIDAR-PAGO de PRG01019 para avisar del pago a quien ya
      *  no tiene contrato - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONTRATOS ASSIGN TO "CONTRATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-LLAVE
               FILE STATUS IS WS-STATUS-CONTRATOS.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CONTRATOS.
       COPY CONTRATO.
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CONTRATOS        PIC XX VALUE '00'.
           88 CON-OK                 VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-HAY-CONTRATO            PIC X VALUE 'N'.
           88 HAY-CONTRATO           VALUE 'S'.
       LINKAGE SECTION.
       01 LK-EMP                     PIC 9(6).
       01 LK-FECHA                   PIC 9(8).
       01 LK-ESTADO                  PIC X.
       01 LK-TIPO                    PIC X.
       01 LK-FIN                     PIC 9(8).
       PROCEDURE DIVISION USING LK-EMP LK-FECHA LK-ESTADO LK-TIPO
           LK-FIN.
       010-INICIO.
            MOVE 'N' TO LK-ESTADO
            MOVE SPACE TO LK-TIPO
            MOVE ZEROS TO LK-FIN
            MOVE 'N' TO WS-HAY-CONTRATO
            OPEN INPUT F-CONTRATOS
            IF NOT CON-OK
                GOBACK
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            MOVE LK-EMP TO CON-EMP
            MOVE ZEROS TO CON-SEQ
            START F-CONTRATOS KEY IS NOT < CON-LLAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIN-ARCHIVO
            END-START
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CONTRATOS NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF CON-EMP NOT = LK-EMP
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        ELSE
                            MOVE 'S' TO WS-HAY-CONTRATO
                            MOVE CON-TIPO TO LK-TIPO
                            MOVE CON-FIN TO LK-FIN
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CONTRATOS
            IF NOT HAY-CONTRATO
                GOBACK
            END-IF
            EVALUATE TRUE
                WHEN LK-TIPO = 'I' OR LK-FIN = ZEROS
                    MOVE 'I' TO LK-ESTADO
                WHEN LK-FIN NOT < LK-FECHA
                    MOVE 'V' TO LK-ESTADO
                WHEN OTHER
                    MOVE 'X' TO LK-ESTADO
            END-EVALUATE
            GOBACK.

       END PROGRAM PRG01125.
