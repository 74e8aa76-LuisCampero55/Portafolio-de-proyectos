      *  los cheques aprobados - LCG 22 AGO 26
      *  El salario diario se deriva de la frecuencia de pago del
      *  expediente: semanal/7, quincenal/15, mensual/30
      *  El renglon de pago lleva el concepto A (aguinaldo) y su
      *  importe despues del trazado del lote, para que PRG01019 separe
      *  la parte exenta de 30 UMA de la gravada - LCG 15 OCT 26
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
       01 WS-CONTADORES.
           05 WS-TOT-CALCULADOS      PIC 9(6) VALUE ZEROS.
           05 WS-TOT-OMITIDOS        PIC 9(6) VALUE ZEROS.
            MOVE EMP-ID-REG TO PAG-EMP
            MOVE WS-AGUI-PESOS TO PAG-PESOS
            MOVE WS-AGUI-CENT TO PAG-CENT
      *    Todo el importe es aguinaldo, para la exencion de 30 UMA
            MOVE 'A' TO PAG-CONCEPTO
            MOVE WS-AGUI-PESOS TO PAG-CON-PESOS
            MOVE WS-AGUI-CENT TO PAG-CON-CENT
            MOVE WS-REG-PAGO TO REG-PAGO
            WRITE REG-PAGO.
       030-CALCULAR-AGUINALDO-SAL.
