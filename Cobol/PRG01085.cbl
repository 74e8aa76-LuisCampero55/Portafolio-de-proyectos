      *  reporta; registro de revision en PTUREV.TXT para visto
      *  bueno y archivo de pagos PTUPAG.TXT en el trazado del lote
      *  de PRG01019 - LCG 02 SEP 26
      *  El renglon de pago lleva el concepto U (PTU) y su importe
      *  despues del trazado del lote, para que PRG01019 separe la
      *  parte exenta de 15 UMA de la gravada - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  F-REVISION.
       01 REG-REVISION               PIC X(120).
       FD  F-PAGOS.
       01 REG-PAGO                   PIC X(37).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
           05 PAG-EMP                PIC 9(6).
           05 PAG-PESOS              PIC 9(13).
           05 PAG-CENT               PIC 99.
           05 PAG-CONCEPTO           PIC X.
           05 PAG-CON-PESOS          PIC 9(13).
           05 PAG-CON-CENT           PIC 99.
       01 WS-ED-IMPORTE              PIC Z(12)9.99.
       01 WS-ED-PTU                  PIC Z(10)9.99.
       01 WS-LINEA-REV               PIC X(120) VALUE SPACES.
            MOVE WS-EMP-T-ID(WS-IDX) TO PAG-EMP
            MOVE WS-PTU-CRUDO TO PAG-PESOS
            COMPUTE PAG-CENT = (WS-PTU-CRUDO - PAG-PESOS) * 100
      *    Todo el importe es PTU, exenta hasta 15 UMA
            MOVE 'U' TO PAG-CONCEPTO
            MOVE PAG-PESOS TO PAG-CON-PESOS
            MOVE PAG-CENT TO PAG-CON-CENT
            MOVE WS-REG-PAGO TO REG-PAGO
            WRITE REG-PAGO
            MOVE WS-PTU-CRUDO TO WS-ED-PTU
