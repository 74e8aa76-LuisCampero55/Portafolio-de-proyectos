      *  motivo CHEQUE PRESCRITO) y quedan en el reporte de
      *  prescripcion PRESCRIP.TXT para que contabilidad
      *  reclasifique el dinero - LCG 02 SEP 26
      *  El barrido de vencidos omite los pagos en efectivo en sobre
      *  (forma E); el sobre no reclamado se devuelve y cancela con
      *  PRG01164 - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                NOT AT END
      *             El sobre de efectivo no se cobra en el banco;
      *             el no reclamado se devuelve con PRG01164
                    IF CHQ-EMITIDO AND NOT CHQ-PAGO-EFECTIVO
                        PERFORM 040-EVALUAR-ANTIGUEDAD
                           THRU
                           040-EVALUAR-ANTIGUEDAD-SAL
