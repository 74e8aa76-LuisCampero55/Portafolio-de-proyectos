      *  Trazado del detalle: tipo(1) recibo(8) cheque(8) emp(6)
      *  rfc(13) periodo(6) bruto(15 con 2 dec) isr(13) imss(13)
      *  otras(13) neto(15)
      *  El extracto lleva RFC e importes sin enmascarar: se niega al
      *  operador cuyo nivel no tiene vista completa en PRG01149 y la
      *  corrida autorizada queda en la bitacora de consultas - LCG 15
      *  OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 WS-TRL-CONTEO          PIC 9(8) VALUE ZEROS.
           05 WS-TRL-HASH            PIC 9(12) VALUE ZEROS.
           05 WS-TRL-NETO            PIC 9(13)V99 VALUE ZEROS.
       01 WS-MSK-PROGRAMA            PIC X(8) VALUE 'PRG01098'.
       01 WS-MSK-EMP                 PIC 9(6) VALUE ZEROS.
       01 WS-MSK-TIPO                PIC X VALUE 'E'.
       01 WS-MSK-DATO                PIC X(40) VALUE SPACES.
       01 WS-MSK-VISIBLE             PIC X VALUE 'N'.
           88 MSK-VISIBLE            VALUE 'S'.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Extracto electronico de recibos por corrida'
                UPON CONSOLE
      *    RFC e importes van completos en la transmision: solo lo
      *    corre un nivel con vista completa de datos sensibles, y la
      *    corrida queda en la bitacora
            MOVE 'I' TO WS-MSK-TIPO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE 'E' TO WS-MSK-TIPO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            IF NOT MSK-VISIBLE
                DISPLAY 'Error: el nivel del operador no autoriza la '
                    'vista completa de datos sensibles' UPON CONSOLE
                GOBACK
            END-IF
            DISPLAY 'Numero de corrida: ' UPON CONSOLE
            ACCEPT WS-CORRIDA-BUSCADA FROM CONSOLE
            PERFORM 020-ESCRIBIR-EXTRACTO
