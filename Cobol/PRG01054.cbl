      *  en columnas legibles en pantalla y quedan imprimibles en
      *  AUDCONS.TXT, en lugar de andar ojeando el texto corrido que
      *  escribe PRG01017 - LCG 22 AGO 26
      *  El renglon de AUDIT.TXT y sus historicos se lee a 160
      *  posiciones: PRG01017 le agrega al final la secuencia y el hash
      *  de la cadena - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-AUDIT.
       01 REG-AUDIT                  PIC X(160).
       FD  F-CONSULTA.
       01 REG-CONSULTA               PIC X(132).
       WORKING-STORAGE SECTION.
