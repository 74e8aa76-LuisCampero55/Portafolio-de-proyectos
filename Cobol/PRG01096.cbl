      *  TABCONS.TXT para los auditores - LCG 02 SEP 26
      *  Columnas fijas (las arma PRG01095): fecha(1-8)
      *  archivo(19-30)
      *  El renglon de TABAUD.TXT se lee a 180 posiciones: PRG01095 le
      *  agrega al final la secuencia y el hash de la cadena - LCG 15
      *  OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-TABAUD.
       01 REG-TABAUD                 PIC X(180).
       FD  F-CONSULTA.
       01 REG-CONSULTA               PIC X(152).
       WORKING-STORAGE SECTION.
