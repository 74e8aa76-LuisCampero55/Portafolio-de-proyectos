      *  sobreviviente y (3) campos cuyo valor actual difiere del
      *  ultimo DESPUES registrado para ese campo; evidencia pedida
      *  por auditoria interna - LCG 22 AGO 26
      *  El renglon de AUDIT.TXT se lee a 160 posiciones: PRG01017 le
      *  agrega al final la secuencia y el hash de la cadena - LCG 15
      *  OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-AUDIT.
       01 REG-AUDIT                  PIC X(160).
       FD  F-RECONCIL.
       01 REG-RECONCIL               PIC X(120).
       WORKING-STORAGE SECTION.
