      *  VACTOM.TMP y el operador lo renombra a VACTOM.TXT al
      *  terminar, como el control de corridas de PRG01039; registro
      *  de revision en PRIMAREV.TXT - LCG 02 SEP 26
      *  El renglon de pago lleva el concepto P (prima vacacional) y su
      *  importe despues del trazado del lote, para que PRG01019 separe
      *  la parte exenta de 15 UMA de la gravada - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-PAGOS.
       01 REG-PAGO                   PIC X(37).
       FD  F-REVISION.
       01 REG-REVISION               PIC X(120).
       WORKING-STORAGE SECTION.
           05 PAG-EMP                PIC 9(6).
           05 PAG-PESOS              PIC 9(13).
           05 PAG-CENT               PIC 99.
           05 PAG-CONCEPTO           PIC X.
           05 PAG-CON-PESOS          PIC 9(13).
           05 PAG-CON-CENT           PIC 99.
       01 WS-CONTADORES.
           05 WS-TOT-LEIDOS          PIC 9(6) VALUE ZEROS.
           05 WS-TOT-PAGADAS         PIC 9(6) VALUE ZEROS.
            MOVE TOM-EMP TO PAG-EMP
            MOVE WS-PRIMA TO PAG-PESOS
            COMPUTE PAG-CENT = (WS-PRIMA - PAG-PESOS) * 100
      *    Todo el importe es prima vacacional, exenta hasta 15 UMA
            MOVE 'P' TO PAG-CONCEPTO
            MOVE PAG-PESOS TO PAG-CON-PESOS
            MOVE PAG-CENT TO PAG-CON-CENT
            MOVE WS-REG-PAGO TO REG-PAGO
            WRITE REG-PAGO
            MOVE 'P' TO TOM-PAGADA
