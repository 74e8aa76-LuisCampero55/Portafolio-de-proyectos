      *  (OPSESION.TXT que deja el menu; CONSOLA sin firma), sin mover
      *  las columnas que ya leen los programas de conciliacion - LCG
      *  22 AGO 26
      *  Cada renglon cierra con su secuencia y su hash encadenado al
      *  renglon anterior (SEC= en la columna 134, H= despues) via la
      *  rutina PRG01152, para que la verificacion PRG01153 detecte
      *  ediciones o renglones quitados - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-AUDIT.
       01 REG-AUDIT                 PIC X(160).
       FD  F-OPSESION.
       01 REG-OPSESION              PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-LINEA-AUDIT            PIC X(132) VALUE SPACES.
       01 WS-STATUS-OPSESION        PIC XX VALUE '00'.
       01 WS-OPERADOR               PIC X(8) VALUE 'CONSOLA'.
       01 WS-CADENA.
           05 WS-CAD-MODO           PIC X VALUE 'A'.
           05 WS-CAD-BITACORA       PIC X(12) VALUE 'AUDIT.TXT'.
           05 WS-CAD-RENGLON        PIC X(152) VALUE SPACES.
           05 WS-CAD-SECUENCIA      PIC 9(8) VALUE ZEROS.
           05 WS-CAD-HASH-ANT       PIC 9(12) VALUE ZEROS.
           05 WS-CAD-HASH           PIC 9(12) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-EMPID                  PIC 9(6).
       01 LK-OPERACION              PIC X(6).
                ' OP=' WS-OPERADOR
                DELIMITED BY SIZE
                INTO WS-LINEA-AUDIT
            MOVE WS-LINEA-AUDIT TO WS-CAD-RENGLON
            CALL 'PRG01152' USING WS-CAD-MODO WS-CAD-BITACORA
                WS-CAD-RENGLON WS-CAD-SECUENCIA WS-CAD-HASH-ANT
                WS-CAD-HASH
            MOVE SPACES TO REG-AUDIT
            STRING WS-LINEA-AUDIT ' SEC=' WS-CAD-SECUENCIA
                ' H=' WS-CAD-HASH
                DELIMITED BY SIZE
                INTO REG-AUDIT
            WRITE REG-AUDIT
            CLOSE F-AUDIT
            GOBACK.
