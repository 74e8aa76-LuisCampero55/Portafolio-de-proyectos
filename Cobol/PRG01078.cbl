      *  centavos, igual que lo compara PRG01019; el nivel de
      *  respaldo sin archivo de operadores solo aplica con status
      *  35 - LCG 02 SEP 26
      *  Transferencias retenidas (por umbral o por ser la primera a
      *  una cuenta recien cambiada en PRG01148): la resolucion muestra
      *  el banco y la CLABE vigentes del expediente y la aprobacion
      *  anexa el pago a DISPBAN.TXT como bloque propio con la corrida
      *  del pago, en vez de remitir a la impresion de la forma - LCG
      *  15 OCT 26
      *  Al aprobar un pago en efectivo (forma E) se remite a la lista
      *  de firmas de PRG01164 en vez de pedir la impresion del cheque
      *  - LCG 15 OCT 26
      *  La transferencia pendiente solo se libera con cuenta valida
      *  del empleado (CLABE revisada con PRG01147); sin ella el pago
      *  sigue pendiente y no se anexa a DISPBAN.TXT - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RECIBOS ASSIGN TO "RECIBOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RECIBOS.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-DISPERSION ASSIGN TO "DISPBAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DISPERSION.
       DATA DIVISION.
       FILE SECTION.
       FD  F-REGISTRO.
       01 REG-FOLIOREC               PIC 9(8).
       FD  F-RECIBOS.
       01 REG-RECIBO                 PIC X(110).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-DISPERSION.
       01 REG-DISPERSION             PIC X(99).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-ED-ISR                  PIC Z(10)9.99.
       01 WS-ED-IMSS                 PIC Z(10)9.99.
       01 WS-ED-OTRAS                PIC Z(10)9.99.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-DISPERSION       PIC XX VALUE '00'.
       01 WS-CTA-BANCO               PIC X(3) VALUE SPACES.
       01 WS-CTA-CLABE               PIC X(18) VALUE SPACES.
       01 WS-CUENTA-VALIDA           PIC X VALUE 'N'.
           88 CUENTA-VALIDA          VALUE 'S'.
       01 WS-RESULTADO-CLABE         PIC X VALUE 'S'.
           88 CLABE-VALIDA           VALUE 'S'.
      *    Trazado de DISPBAN.TXT igual al de PRG01019
       01 WS-REG-DISP-ENC.
           05 FILLER                 PIC X VALUE 'H'.
           05 DIS-ENC-CORRIDA        PIC 9(6).
           05 DIS-ENC-FECHA          PIC 9(8).
           05 FILLER                 PIC X(84) VALUE SPACES.
       01 WS-REG-DISP-DET.
           05 FILLER                 PIC X VALUE 'D'.
           05 DIS-FOLIO              PIC 9(8).
           05 DIS-EMP                PIC 9(6).
           05 DIS-BANCO              PIC X(3).
           05 DIS-CLABE              PIC X(18).
           05 DIS-IMPORTE            PIC 9(13)V99.
           05 DIS-FECHA              PIC 9(8).
           05 DIS-BENEFICIARIO       PIC X(40).
       01 WS-REG-DISP-FIN.
           05 FILLER                 PIC X VALUE 'T'.
           05 DIS-FIN-CONTEO         PIC 9(6).
           05 DIS-FIN-TOTAL          PIC 9(13)V99.
           05 FILLER                 PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
                                ' EMP=' CHQ-EMP-ID ' '
                                CHQ-BENEFICIARIO
                                ' IMPORTE=' WS-IMPORTE-ED
                                ' FORMA=' CHQ-FORMA-PAGO
                                UPON CONSOLE
                        END-IF
                END-READ
            DISPLAY 'FOLIO ' CHQ-NUMERO ' EMP=' CHQ-EMP-ID ' '
                CHQ-BENEFICIARIO ' IMPORTE=' WS-IMPORTE-ED
                ' EMISOR=' WS-EMISOR UPON CONSOLE
            IF CHQ-PAGO-TRANSFER
                PERFORM 042-CUENTA-DEL-EMPLEADO
                   THRU
                   042-CUENTA-DEL-EMPLEADO-SAL
                DISPLAY 'TRANSFERENCIA a banco ' WS-CTA-BANCO
                    ' CLABE ' WS-CTA-CLABE UPON CONSOLE
            END-IF
            DISPLAY '¿(A)probar o (R)echazar?: ' UPON CONSOLE
            ACCEPT WS-RESOLUCION FROM CONSOLE
      *    Sin cuenta valida la transferencia no se libera: el pago
      *    sigue pendiente hasta corregir la cuenta o rechazarlo
            IF NOT RESUELVE-RECHAZAR
                AND CHQ-PAGO-TRANSFER
                AND NOT CUENTA-VALIDA
                DISPLAY 'No se libera: el empleado ' CHQ-EMP-ID
                    ' no tiene cuenta valida para la transferencia '
                    '(banco ' WS-CTA-BANCO ' CLABE ' WS-CTA-CLABE
                    '); el cheque sigue pendiente' UPON CONSOLE
                CLOSE F-REGISTRO
                GO TO 030-RESOLVER-FOLIO-SAL
            END-IF
            IF RESUELVE-RECHAZAR
                MOVE 'V' TO CHQ-ESTATUS
                MOVE 'RECHAZADO EN APROBACION' TO CHQ-MOTIVO-CANCEL
                PERFORM 048-ASENTAR-RESOLUCION
                   THRU
                   048-ASENTAR-RESOLUCION-SAL
                IF CHQ-PAGO-TRANSFER
                    PERFORM 049-DISPERSAR-LIBERADO
                       THRU
                       049-DISPERSAR-LIBERADO-SAL
                    DISPLAY 'Transferencia aprobada con recibo '
                        WS-FOLIO-RECIBO '; enviada a DISPBAN.TXT'
                        UPON CONSOLE
                ELSE
                    IF CHQ-PAGO-EFECTIVO
                        DISPLAY 'Pago en efectivo aprobado con recibo '
                            WS-FOLIO-RECIBO '; su sobre y desglose '
                            'salen en la lista de firmas de PRG01164'
                            UPON CONSOLE
                    ELSE
                        DISPLAY 'Cheque aprobado con recibo '
                            WS-FOLIO-RECIBO '; imprima la forma con '
                            'la funcion P de PRG01019' UPON CONSOLE
                    END-IF
                END-IF
            END-IF
            CLOSE F-REGISTRO.
       030-RESOLVER-FOLIO-SAL.
       040-NIVEL-DEL-OPERADOR-SAL.
            EXIT.

       042-CUENTA-DEL-EMPLEADO.
      *    Cuenta vigente del expediente, la que se revisa antes de
      *    liberar y a la que se dispersa; vale solo con CLABE que
      *    pase la rutina PRG01147, como la forma de pago del lote
            MOVE SPACES TO WS-CTA-BANCO
            MOVE SPACES TO WS-CTA-CLABE
            MOVE 'N' TO WS-CUENTA-VALIDA
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                GO TO 042-CUENTA-DEL-EMPLEADO-SAL
            END-IF
            MOVE CHQ-EMP-ID TO EMP-ID-REG
            READ F-EMPLEADOS
                NOT INVALID KEY
                    MOVE REG-BANCO TO WS-CTA-BANCO
                    MOVE REG-CLABE TO WS-CTA-CLABE
            END-READ
            CLOSE F-EMPLEADOS
            IF WS-CTA-CLABE = SPACES
                GO TO 042-CUENTA-DEL-EMPLEADO-SAL
            END-IF
            CALL 'PRG01147' USING WS-CTA-BANCO WS-CTA-CLABE
                WS-RESULTADO-CLABE
            IF CLABE-VALIDA
                MOVE 'S' TO WS-CUENTA-VALIDA
            END-IF.
       042-CUENTA-DEL-EMPLEADO-SAL.
            EXIT.

       045-BUSCAR-EMISOR.
            MOVE SPACES TO WS-EMISOR
            MOVE 'N' TO WS-FIN-ARCHIVO
       048-ASENTAR-RESOLUCION-SAL.
            EXIT.

       049-DISPERSAR-LIBERADO.
      *    La transferencia retenida no llego a la dispersion de su
      *    corrida: se anexa a DISPBAN.TXT como bloque propio de
      *    encabezado, detalle y trailer con la corrida del pago
            OPEN EXTEND F-DISPERSION
            IF WS-STATUS-DISPERSION = '35'
                OPEN OUTPUT F-DISPERSION
            END-IF
            MOVE CHQ-CORRIDA TO DIS-ENC-CORRIDA
            MOVE WS-FECHA-SIS TO DIS-ENC-FECHA
            MOVE WS-REG-DISP-ENC TO REG-DISPERSION
            WRITE REG-DISPERSION
            MOVE CHQ-NUMERO TO DIS-FOLIO
            MOVE CHQ-EMP-ID TO DIS-EMP
            MOVE WS-CTA-BANCO TO DIS-BANCO
            MOVE WS-CTA-CLABE TO DIS-CLABE
            MOVE CHQ-IMPORTE TO DIS-IMPORTE
            MOVE WS-FECHA-SIS TO DIS-FECHA
            MOVE CHQ-BENEFICIARIO TO DIS-BENEFICIARIO
            MOVE WS-REG-DISP-DET TO REG-DISPERSION
            WRITE REG-DISPERSION
            MOVE 1 TO DIS-FIN-CONTEO
            MOVE CHQ-IMPORTE TO DIS-FIN-TOTAL
            MOVE WS-REG-DISP-FIN TO REG-DISPERSION
            WRITE REG-DISPERSION
            CLOSE F-DISPERSION.
       049-DISPERSAR-LIBERADO-SAL.
            EXIT.

       050-MANTENER-UMBRAL.
            OPEN INPUT F-UMBRAL
            IF WS-STATUS-UMBRAL = '00'
