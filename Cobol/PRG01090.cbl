      *  trazado que lee PRG01054); la salida va a pantalla pagina
      *  por pagina y opcionalmente al expediente impreso
      *  EXPED360.TXT - LCG 02 SEP 26
      *  Salario, importes de cheques y acumulados, RFC, CURP y los
      *  valores de auditoria de campos sensibles pasan por el
      *  enmascarado por nivel de operador de PRG01149 - LCG 15 OCT 26
      *  El renglon de AUDIT.TXT se lee a 160 posiciones: PRG01017 le
      *  agrega al final la secuencia y el hash de la cadena - LCG 15
      *  OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  F-TOMADOS.
       01 REG-TOMADO                 PIC X(18).
       FD  F-AUDIT.
       01 REG-AUDIT                  PIC X(160).
       FD  F-EXPEDIENTE.
       01 REG-EXPEDIENTE             PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-ED-IMPORTE              PIC Z(12)9.99.
       01 WS-ED-BRUTO                PIC Z(12)9.99.
       01 WS-ANHOS-PUENTE            PIC 999 VALUE ZEROS.
       01 WS-MSK-PROGRAMA            PIC X(8) VALUE 'PRG01090'.
       01 WS-MSK-TIPO                PIC X VALUE SPACE.
       01 WS-MSK-DATO                PIC X(40) VALUE SPACES.
       01 WS-MSK-VISIBLE             PIC X VALUE 'N'.
       01 WS-MSK-RFC                 PIC X(13) VALUE SPACES.
       01 WS-MSK-CURP                PIC X(18) VALUE SPACES.
       01 WS-MSK-IMPORTE             PIC X(16) VALUE SPACES.
       01 WS-MSK-BRUTO               PIC X(16) VALUE SPACES.
       01 WS-AUD-CAMPO               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DIA-SIS
            COMPUTE WS-HOY-NUM = (WS-ANO-SIS * 10000)
                + (WS-MES-SIS * 100) + WS-DIA-SIS
            MOVE 'I' TO WS-MSK-TIPO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EmpId WS-MSK-TIPO
                WS-MSK-DATO WS-MSK-VISIBLE
            DISPLAY 'Expediente 360: buscar por (N)umero o por '
                '(A)pellido: ' UPON CONSOLE
            ACCEPT WS-MODO FROM CONSOLE
       012-EMITIR-LINEA-SAL.
            EXIT.

       014-ENMASCARAR-IMPORTE.
      *    Importe editado a WS-MSK-IMPORTE, completo u oculto segun
      *    el nivel del operador
            MOVE 'S' TO WS-MSK-TIPO
            MOVE WS-ED-IMPORTE TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EmpId WS-MSK-TIPO
                WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:16) TO WS-MSK-IMPORTE.
       014-ENMASCARAR-IMPORTE-SAL.
            EXIT.

       015-BUSCAR-POR-APELLIDO.
      *    Lista de coincidencias por apellido paterno parcial sobre
      *    la llave alterna, como 110-BUSCAR-POR-APELLIDO de PRG01002
               THRU
               012-EMITIR-LINEA-SAL
            MOVE REG-SALARIO TO WS-ED-IMPORTE
            PERFORM 014-ENMASCARAR-IMPORTE
               THRU
               014-ENMASCARAR-IMPORTE-SAL
            MOVE SPACES TO WS-LINEA
            STRING 'SALARIO=' WS-MSK-IMPORTE
                ' EDAD=' WS-EDAD
                ' ANTIGUEDAD=' WS-ANTIGUEDAD ' ANOS'
                DELIMITED BY SIZE
            PERFORM 012-EMITIR-LINEA
               THRU
               012-EMITIR-LINEA-SAL
            MOVE 'C' TO WS-MSK-TIPO
            MOVE REG-RFC TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EmpId WS-MSK-TIPO
                WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO TO WS-MSK-RFC
            MOVE REG-CURP TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EmpId WS-MSK-TIPO
                WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO TO WS-MSK-CURP
            MOVE SPACES TO WS-LINEA
            STRING 'RFC=' WS-MSK-RFC ' CURP=' WS-MSK-CURP
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 012-EMITIR-LINEA
                   UNTIL FIN-ARCHIVO
                CLOSE F-HISTORIA
            END-IF
            MOVE WS-YTD-BRUTO TO WS-ED-IMPORTE
            PERFORM 014-ENMASCARAR-IMPORTE
               THRU
               014-ENMASCARAR-IMPORTE-SAL
            MOVE WS-MSK-IMPORTE TO WS-MSK-BRUTO
            MOVE WS-YTD-NETO TO WS-ED-IMPORTE
            PERFORM 014-ENMASCARAR-IMPORTE
               THRU
               014-ENMASCARAR-IMPORTE-SAL
            MOVE SPACES TO WS-LINEA
            STRING 'CHEQUES=' WS-TOT-CHEQUES
                ' DEL ANO EN CURSO=' WS-YTD-CHEQUES
                ' BRUTO YTD=' WS-MSK-BRUTO
                ' NETO YTD=' WS-MSK-IMPORTE
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 012-EMITIR-LINEA
                ADD CHQ-IMPORTE TO WS-YTD-NETO
            END-IF
            MOVE CHQ-IMPORTE TO WS-ED-IMPORTE
            PERFORM 014-ENMASCARAR-IMPORTE
               THRU
               014-ENMASCARAR-IMPORTE-SAL
            MOVE SPACES TO WS-LINEA
            STRING 'FOLIO ' CHQ-NUMERO
                ' FECHA=' CHQ-FECHA
                ' PERIODO=' CHQ-PERIODO
                ' NETO=' WS-MSK-IMPORTE
                ' ESTATUS=' CHQ-ESTATUS
                DELIMITED BY SIZE
                INTO WS-LINEA
                    NOT AT END
                        MOVE WS-LINEA-AUDIT(23:6) TO WS-AUD-EMP
                        IF WS-AUD-EMP = WS-EMP-ED
                            PERFORM 055-ENMASCARAR-AUDITORIA
                               THRU
                               055-ENMASCARAR-AUDITORIA-SAL
                            MOVE WS-LINEA-AUDIT TO WS-LINEA
                            PERFORM 012-EMITIR-LINEA
                               THRU
       050-SECCION-AUDITORIA-SAL.
            EXIT.

       055-ENMASCARAR-AUDITORIA.
      *    Los valores antes y despues (columnas 70 y 99 del trazado
      *    de PRG01017) de los campos sensibles pasan por la misma
      *    politica de enmascarado que el resto del expediente
            MOVE WS-LINEA-AUDIT(43:20) TO WS-AUD-CAMPO
            EVALUATE WS-AUD-CAMPO
                WHEN 'RFC'
                WHEN 'CURP'
                WHEN 'CLABE'
                WHEN 'BANCO'
                    MOVE 'C' TO WS-MSK-TIPO
                WHEN 'SALARIO'
                    MOVE 'S' TO WS-MSK-TIPO
                WHEN 'DOMICILIO'
                    MOVE 'D' TO WS-MSK-TIPO
                WHEN OTHER
                    GO TO 055-ENMASCARAR-AUDITORIA-SAL
            END-EVALUATE
            MOVE WS-LINEA-AUDIT(70:20) TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EmpId WS-MSK-TIPO
                WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:20) TO WS-LINEA-AUDIT(70:20)
            MOVE WS-LINEA-AUDIT(99:20) TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EmpId WS-MSK-TIPO
                WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:20) TO WS-LINEA-AUDIT(99:20).
       055-ENMASCARAR-AUDITORIA-SAL.
            EXIT.

       END PROGRAM PRG01090.
