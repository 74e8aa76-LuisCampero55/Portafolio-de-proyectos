      *  (o al reves); el reporte VARCORR.TXT se produce
      *  automaticamente como insumo de la decision de liberar - LCG
      *  02 SEP 26
      *  La corrida revertida (estado R de PRG01138) ya no se puede
      *  liberar - LCG 15 OCT 26
      *  Cada liberacion queda en TABAUD.TXT via PRG01095 (archivo
      *  CORRIDAS.TXT, operacion LIBERA) con el operador que libero,
      *  para el reporte de conflictos de funciones PRG01155 - LCG 15
      *  OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 WS-VAR-NUEVOS          PIC 9(4) VALUE ZEROS.
       01 WS-ED-PCT                  PIC -(4)9.99.
       01 WS-LINEA-VAR               PIC X(120) VALUE SPACES.
      *    Auditoria de tablas (PRG01095): la liberacion queda con el
      *    operador que la hizo
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'CORRIDAS.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'LIBERA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
                    ' ya esta liberada' UPON CONSOLE
                GOBACK
            END-IF
            IF COR-ESTADO = 'R'
                DISPLAY 'La corrida ' WS-CORRIDA-BUSCADA
                    ' esta revertida; no se libera' UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 050-REPORTE-VARIANZA
               THRU
               050-REPORTE-VARIANZA-SAL
            END-PERFORM
            CLOSE F-CORRIDAS
            CLOSE F-CORRIDAS-NVO
            MOVE SPACES TO WS-TAB-ANTES
            STRING 'CORRIDA=' WS-CORRIDA-BUSCADA ' ESTADO=P'
                DELIMITED BY SIZE
                INTO WS-TAB-ANTES
            MOVE SPACES TO WS-TAB-DESPUES
            STRING 'CORRIDA=' WS-CORRIDA-BUSCADA ' ESTADO=L'
                DELIMITED BY SIZE
                INTO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Control regrabado en CORRIDAS.TMP; renombre a '
                'CORRIDAS.TXT para dejarlo en firme' UPON CONSOLE.
       040-LIBERAR-CORRIDA-SAL.
