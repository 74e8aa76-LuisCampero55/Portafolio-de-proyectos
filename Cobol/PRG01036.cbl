      *  como cobrado (estatus C) en el registro; de ahi se alimenta
      *  el archivado anual de PRG01081 y el barrido de vencidos de
      *  PRG01075 deja de perseguirlo - LCG 02 SEP 26
      *  Los pagos en efectivo en sobre (forma E) no pasan por el banco
      *  y no se reportan en transito - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                        WRITE REG-CONCILIA
                END-EVALUATE
            ELSE
      *        El sobre de efectivo no pasa por el banco
                IF NOT CHQ-CANCELADO AND NOT CHQ-PAGO-EFECTIVO
                    ADD 1 TO WS-TOT-TRANSITO
                    MOVE CHQ-IMPORTE TO WS-IMPORTE-ED
                    MOVE SPACES TO WS-LINEA-CONCILIA
