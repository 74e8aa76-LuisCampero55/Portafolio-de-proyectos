      *  de REGCHEQ.DAT por compañia a CONSOLID.TXT (los registros
      *  viejos sin compañia cuentan como la 01) - LCG 02 SEP 26
      *  Trazado del renglon: NUMERO(2) NOMBRE(40)
      *  Registro patronal ante el IMSS y prima de riesgo de trabajo
      *  de cada compañia (porcentaje con cinco decimales), que usa
      *  la rutina de cuotas por rama PRG01109; los renglones viejos
      *  (cortos) leen en blanco y la rutina toma la prima minima -
      *  LCG 15 OCT 26
      *  Trazado del renglon: NUMERO(2) NOMBRE(40) REGPAT(11)
      *  PRIMA-RT(7 con 5 dec)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-COMPANIAS.
       01 REG-COMPANIA               PIC X(60).
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-RESUMEN.
       01 WS-RENGLON.
           05 WS-COM-NUMERO          PIC 99.
           05 WS-COM-NOMBRE          PIC X(40).
           05 WS-COM-REGPAT          PIC X(11).
           05 WS-COM-PRIMA-RT        PIC 9(2)V9(5).
       01 WS-PRIMA-ENT               PIC 99 VALUE ZEROS.
       01 WS-PRIMA-DEC               PIC 9(5) VALUE ZEROS.
       01 WS-PRIMA-ED                PIC Z9.99999.
       01 WS-COMPANIA-CHQ            PIC 99 VALUE 01.
       01 WS-TABLA-COM.
           05 WS-COM-NUM             PIC 99 VALUE ZEROS.
            END-IF
            DISPLAY 'Razon social: ' UPON CONSOLE
            ACCEPT WS-COM-NOMBRE FROM CONSOLE
            DISPLAY 'Registro patronal IMSS: ' UPON CONSOLE
            ACCEPT WS-COM-REGPAT FROM CONSOLE
            DISPLAY 'Prima de riesgo de trabajo, parte entera: '
                UPON CONSOLE
            ACCEPT WS-PRIMA-ENT FROM CONSOLE
            DISPLAY 'Prima de riesgo de trabajo, cienmilesimas '
                '(0-99999): ' UPON CONSOLE
            ACCEPT WS-PRIMA-DEC FROM CONSOLE
            COMPUTE WS-COM-PRIMA-RT = WS-PRIMA-ENT
                + (WS-PRIMA-DEC / 100000)
            OPEN EXTEND F-COMPANIAS
            IF WS-STATUS-COMPANIAS = '35'
                OPEN OUTPUT F-COMPANIAS
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-COM-PRIMA-RT NUMERIC
                            MOVE WS-COM-PRIMA-RT TO WS-PRIMA-ED
                        ELSE
                            MOVE ZEROS TO WS-PRIMA-ED
                        END-IF
                        DISPLAY WS-COM-NUMERO ' ' WS-COM-NOMBRE ' '
                            WS-COM-REGPAT ' ' WS-PRIMA-ED
                            UPON CONSOLE
                END-READ
            END-PERFORM
