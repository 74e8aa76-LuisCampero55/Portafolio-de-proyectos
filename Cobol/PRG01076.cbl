      *  procesa un archivo de netos (EMP(6)PESOS(13)CENTAVOS(2)) a
      *  un archivo de pagos brutos BRUTOPAG.TXT listo para el lote
      *  de PRG01019, con reporte en GROSSREP.TXT - LCG 02 SEP 26
      *  La rutina PRG01038 regresa ademas el subsidio para el empleo
      *  acreditado contra el ISR; el desglose interactivo lo muestra -
      *  LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 WS-IMSS                PIC 9(11)V99 VALUE ZEROS.
           05 WS-OTRAS               PIC 9(11)V99 VALUE ZEROS.
           05 WS-NETO-CALC           PIC 9(13)V99 VALUE ZEROS.
           05 WS-SUBSIDIO            PIC 9(11)V99 VALUE ZEROS.
           05 WS-CALCULO-OK          PIC X VALUE 'S'.
               88 CALCULO-OK         VALUE 'S'.
       01 WS-REG-PAGO.
                DISPLAY 'BRUTO=' WS-ED-BRUTO UPON CONSOLE
                DISPLAY 'ISR=' WS-ED-ISR ' IMSS=' WS-ED-IMSS
                    ' OTRAS=' WS-ED-OTRAS UPON CONSOLE
                IF WS-SUBSIDIO > ZEROS
                    MOVE WS-SUBSIDIO TO WS-ED-ISR
                    DISPLAY 'SUBSIDIO PARA EL EMPLEO ACREDITADO='
                        WS-ED-ISR UPON CONSOLE
                END-IF
                DISPLAY 'NETO VERIFICADO=' WS-ED-NETO UPON CONSOLE
            ELSE
                DISPLAY 'No se encontro un bruto que regrese ese '
                CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
                CALL 'PRG01038' USING WS-BRUTO-MEDIO WS-ISR WS-IMSS
                    WS-OTRAS WS-NETO-CALC WS-CALCULO-OK
                    WS-FECHA-SIS WS-SUBSIDIO
                IF NOT CALCULO-OK
      *            Sin tramo para ese bruto: se asume tramo alto y
      *            se busca hacia abajo
