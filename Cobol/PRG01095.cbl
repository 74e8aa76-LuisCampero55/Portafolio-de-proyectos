      *  consulta): fecha(1-8) hora(10-17) archivo(19-30)
      *  operacion(32-37) antes(45-88) despues(95-138)
      *  operador(143-150)
      *  Cada renglon cierra con su secuencia y su hash encadenado al
      *  renglon anterior (SEC= en la columna 154, H= despues) via la
      *  rutina PRG01152; la verificacion es PRG01153 - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-TABAUD.
       01 REG-TABAUD                PIC X(180).
       FD  F-OPSESION.
       01 REG-OPSESION              PIC X(8).
       WORKING-STORAGE SECTION.
           05 WS-HORA-SIS           PIC 9(8).
       01 WS-OPERADOR               PIC X(8) VALUE 'CONSOLA'.
       01 WS-LINEA-TABAUD           PIC X(152) VALUE SPACES.
       01 WS-CADENA.
           05 WS-CAD-MODO           PIC X VALUE 'A'.
           05 WS-CAD-BITACORA       PIC X(12) VALUE 'TABAUD.TXT'.
           05 WS-CAD-SECUENCIA      PIC 9(8) VALUE ZEROS.
           05 WS-CAD-HASH-ANT       PIC 9(12) VALUE ZEROS.
           05 WS-CAD-HASH           PIC 9(12) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-ARCHIVO                PIC X(12).
       01 LK-OPERACION              PIC X(6).
                ' OP=' WS-OPERADOR
                DELIMITED BY SIZE
                INTO WS-LINEA-TABAUD
            CALL 'PRG01152' USING WS-CAD-MODO WS-CAD-BITACORA
                WS-LINEA-TABAUD WS-CAD-SECUENCIA WS-CAD-HASH-ANT
                WS-CAD-HASH
            MOVE SPACES TO REG-TABAUD
            STRING WS-LINEA-TABAUD ' SEC=' WS-CAD-SECUENCIA
                ' H=' WS-CAD-HASH
                DELIMITED BY SIZE
                INTO REG-TABAUD
            WRITE REG-TABAUD
            CLOSE F-TABAUD
            GOBACK.
