       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01164.
      *  Pagos en efectivo en sobre (forma E de PRG01019): lista de
      *  firmas de recibido por corrida (RECEFECT.TXT) con un
      *  renglon por sobre, su desglose en billetes y monedas
      *  (rutina PRG01163) y la linea de firma del empleado, los
      *  sobres devueltos y pendientes de aprobacion aparte, y al
      *  pie la orden de denominaciones recalculada del registro
      *  para el retiro en el banco; y devolucion del sobre no
      *  reclamado: el pago queda cancelado (estatus V) en
      *  REGCHEQ.DAT con motivo, auditoria en AUDIT.TXT via
      *  PRG01017 y renglon en la bitacora DEVEFECT.TXT, con las
      *  piezas a contar de regreso en caja - LCG 15 OCT 26
      *  Trazado de DEVEFECT.TXT: FECHA(8) HORA(8) FOLIO(8) EMP(6)
      *  CORRIDA(6) IMPORTE(13V99) OPERADOR(8)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGISTRO ASSIGN TO "REGCHEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS WS-STATUS-REGISTRO.
           SELECT F-CORRIDAS ASSIGN TO "CORRIDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORRIDAS.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
           SELECT F-RECIBOS ASSIGN TO "RECEFECT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-DEVOLUCION ASSIGN TO "DEVEFECT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEVOLUCION.
       DATA DIVISION.
       FILE SECTION.
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-CORRIDAS.
       01 REG-CORRIDA                PIC X(67).
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       FD  F-RECIBOS.
       01 REG-RECIBO                 PIC X(100).
       FD  F-DEVOLUCION.
       01 REG-DEVOLUCION             PIC X(59).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-CORRIDAS         PIC XX VALUE '00'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-STATUS-DEVOLUCION       PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'L'.
           88 OPCION-LISTA           VALUE 'L'.
           88 OPCION-DEVOLVER        VALUE 'D'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-OPERADOR                PIC X(8) VALUE 'CONSOLA'.
      *    Corrida pedida (CORRIDAS.TXT, trazado de PRG01039; con Enter
      *    la ultima registrada)
       01 WS-CORRIDA-X               PIC X(6) VALUE SPACES.
       01 WS-CORRIDA-BUSCADA         PIC 9(6) VALUE ZEROS.
       01 WS-REN-CORRIDA.
           05 WS-COR-NUMERO          PIC 9(6).
           05 FILLER                 PIC X(61).
       01 WS-FOLIO-X                 PIC X(8) VALUE SPACES.
       01 WS-FOLIO-BUSCADO           PIC 9(8) VALUE ZEROS.
      *    Denominaciones y desglose del sobre en curso
       COPY DENOMEFE.
       COPY DESGEFE.
       01 WS-DEN-IDX                 PIC 99 VALUE ZEROS.
      *    Totales de la corrida: sobres a entregar, devueltos y
      *    retenidos en aprobacion; piezas de la orden de efectivo
       01 WS-TOTALES.
           05 WS-TOT-SOBRES          PIC 9(6).
           05 WS-TOT-NETO            PIC 9(13)V99.
           05 WS-TOT-DEVUELTOS       PIC 9(6).
           05 WS-TOT-NETO-DEV        PIC 9(13)V99.
           05 WS-TOT-PENDIENTES      PIC 9(6).
           05 WS-TOT-NETO-PEND       PIC 9(13)V99.
           05 WS-TOT-RESTO           PIC 9(11)V99.
           05 WS-TOT-PIEZAS          PIC 9(7) OCCURS 13 TIMES.
       01 WS-SUBTOTAL                PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-BILLETES            PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-MONEDAS             PIC 9(13)V99 VALUE ZEROS.
       01 WS-ESTATUS-ED              PIC X(22) VALUE SPACES.
      *    Auditoria del expediente (PRG01017)
       01 WS-AUD-EMP                 PIC 9(6) VALUE ZEROS.
       01 WS-AUD-OPERACION           PIC X(6) VALUE 'DEVSOB'.
       01 WS-AUD-CAMPO               PIC X(20) VALUE 'CHEQUE'.
       01 WS-AUD-ANTES               PIC X(20) VALUE SPACES.
       01 WS-AUD-DESPUES             PIC X(20) VALUE SPACES.
       01 WS-RENGLON-DEV.
           05 WS-DEV-FECHA           PIC 9(8).
           05 WS-DEV-HORA            PIC 9(8).
           05 WS-DEV-FOLIO           PIC 9(8).
           05 WS-DEV-EMP             PIC 9(6).
           05 WS-DEV-CORRIDA         PIC 9(6).
           05 WS-DEV-IMPORTE         PIC 9(13)V99.
           05 WS-DEV-OPERADOR        PIC X(8).
       01 WS-IMPORTE-ED              PIC Z(12)9.99.
       01 WS-IMPORTE-ED2             PIC Z(12)9.99.
       01 WS-DENOM-ED                PIC Z(3)9.99.
       01 WS-PIEZAS-ED               PIC Z(6)9.
       01 WS-CONTADOR-ED             PIC Z(5)9.
       01 WS-RESTO-ED                PIC Z(10)9.99.
       01 WS-LINEA                   PIC X(100) VALUE SPACES.
       01 WS-PUNTERO                 PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
            PERFORM 015-SESION
               THRU
               015-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       015-SESION.
            DISPLAY 'Pagos en efectivo: (L)ista de firmas por '
                'corrida, (D)evolucion de sobre no reclamado: '
                UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-DEVOLVER
                    PERFORM 050-DEVOLVER-SOBRE
                       THRU
                       050-DEVOLVER-SOBRE-SAL
                WHEN OTHER
                    PERFORM 020-LISTA-FIRMAS
                       THRU
                       020-LISTA-FIRMAS-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       015-SESION-SAL.
            EXIT.

       020-LISTA-FIRMAS.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            DISPLAY 'Corrida (Enter: la ultima registrada): '
                UPON CONSOLE
            ACCEPT WS-CORRIDA-X FROM CONSOLE
            PERFORM 025-ULTIMA-CORRIDA
               THRU
               025-ULTIMA-CORRIDA-SAL
            IF WS-CORRIDA-BUSCADA = ZEROS
                DISPLAY 'No hay corridas en CORRIDAS.TXT' UPON CONSOLE
                GO TO 020-LISTA-FIRMAS-SAL
            END-IF
            OPEN INPUT F-REGISTRO
            IF NOT REGISTRO-OK
                DISPLAY 'Error: no se pudo abrir el registro de '
                    'cheques, status ' WS-STATUS-REGISTRO UPON CONSOLE
                GO TO 020-LISTA-FIRMAS-SAL
            END-IF
            INITIALIZE WS-TOTALES
            OPEN OUTPUT F-RECIBOS
            MOVE SPACES TO WS-LINEA
            STRING 'LISTA DE FIRMAS DE PAGO EN EFECTIVO  CORRIDA '
                WS-CORRIDA-BUSCADA '  IMPRESA ' WS-FECHA-SIS
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE SPACES TO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE 'FOLIO    EMPLEO BENEFICIARIO' TO WS-LINEA
            MOVE 'NETO  ESTATUS' TO WS-LINEA(61:)
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE ALL '-' TO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGISTRO NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF CHQ-PAGO-EFECTIVO
                            AND CHQ-CORRIDA NUMERIC
                            AND CHQ-CORRIDA = WS-CORRIDA-BUSCADA
                            PERFORM 030-RENGLON-SOBRE
                               THRU
                               030-RENGLON-SOBRE-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-REGISTRO
            PERFORM 040-ORDEN-EFECTIVO
               THRU
               040-ORDEN-EFECTIVO-SAL
            CLOSE F-RECIBOS
            DISPLAY 'Corrida ' WS-CORRIDA-BUSCADA ': '
                WS-TOT-SOBRES ' sobres a firmar, '
                WS-TOT-DEVUELTOS ' devueltos, '
                WS-TOT-PENDIENTES ' en aprobacion' UPON CONSOLE
            DISPLAY 'Lista de firmas en RECEFECT.TXT' UPON CONSOLE.
       020-LISTA-FIRMAS-SAL.
            EXIT.

       025-ULTIMA-CORRIDA.
            MOVE ZEROS TO WS-CORRIDA-BUSCADA
            IF WS-CORRIDA-X NUMERIC
                MOVE WS-CORRIDA-X TO WS-CORRIDA-BUSCADA
                GO TO 025-ULTIMA-CORRIDA-SAL
            END-IF
            OPEN INPUT F-CORRIDAS
            IF WS-STATUS-CORRIDAS NOT = '00'
                GO TO 025-ULTIMA-CORRIDA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CORRIDAS INTO WS-REN-CORRIDA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-COR-NUMERO NUMERIC
                            MOVE WS-COR-NUMERO TO WS-CORRIDA-BUSCADA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CORRIDAS.
       025-ULTIMA-CORRIDA-SAL.
            EXIT.

       030-RENGLON-SOBRE.
      *    Un renglon por sobre; el que se entrega lleva su desglose
      *    y la linea de firma, y suma a la orden de efectivo
            MOVE SPACES TO WS-ESTATUS-ED
            EVALUATE TRUE
                WHEN CHQ-CANCELADO
                    MOVE 'DEVUELTO' TO WS-ESTATUS-ED
                    ADD 1 TO WS-TOT-DEVUELTOS
                    ADD CHQ-IMPORTE TO WS-TOT-NETO-DEV
                WHEN CHQ-PENDIENTE
                    MOVE 'EN APROBACION' TO WS-ESTATUS-ED
                    ADD 1 TO WS-TOT-PENDIENTES
                    ADD CHQ-IMPORTE TO WS-TOT-NETO-PEND
                WHEN OTHER
                    MOVE 'POR ENTREGAR' TO WS-ESTATUS-ED
                    ADD 1 TO WS-TOT-SOBRES
                    ADD CHQ-IMPORTE TO WS-TOT-NETO
            END-EVALUATE
            MOVE CHQ-IMPORTE TO WS-IMPORTE-ED
            MOVE SPACES TO WS-LINEA
            STRING CHQ-NUMERO ' ' CHQ-EMP-ID ' ' CHQ-BENEFICIARIO(1:30)
                ' ' WS-IMPORTE-ED '  ' WS-ESTATUS-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            IF CHQ-CANCELADO
                MOVE SPACES TO WS-LINEA
                STRING '         MOTIVO: ' CHQ-MOTIVO-CANCEL
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 090-ESCRIBIR
                   THRU
                   090-ESCRIBIR-SAL
                GO TO 030-RENGLON-SOBRE-SAL
            END-IF
            IF CHQ-PENDIENTE
                MOVE '         NO SE ENTREGA HASTA SU APROBACION'
                    TO WS-LINEA
                MOVE 'EN PRG01078' TO WS-LINEA(52:)
                PERFORM 090-ESCRIBIR
                   THRU
                   090-ESCRIBIR-SAL
                GO TO 030-RENGLON-SOBRE-SAL
            END-IF
            CALL 'PRG01163' USING CHQ-IMPORTE DESGLOSE-EFECTIVO
            ADD DSG-RESTO TO WS-TOT-RESTO
            MOVE SPACES TO WS-LINEA
            MOVE 10 TO WS-PUNTERO
            PERFORM 035-PIEZA-SOBRE
               THRU
               035-PIEZA-SOBRE-SAL
               VARYING WS-DEN-IDX FROM 1 BY 1
               UNTIL WS-DEN-IDX > DEN-NUM
            IF WS-PUNTERO > 10
                PERFORM 090-ESCRIBIR
                   THRU
                   090-ESCRIBIR-SAL
            END-IF
            MOVE SPACES TO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE '         RECIBI CONFORME' TO WS-LINEA
            MOVE ALL '_' TO WS-LINEA(26:30)
            MOVE 'FECHA __________' TO WS-LINEA(60:)
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE SPACES TO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL.
       030-RENGLON-SOBRE-SAL.
            EXIT.

       035-PIEZA-SOBRE.
      *    Piezas de la denominacion en el sobre, varias por renglon
            IF DSG-CANTIDAD(WS-DEN-IDX) = ZEROS
                GO TO 035-PIEZA-SOBRE-SAL
            END-IF
            ADD DSG-CANTIDAD(WS-DEN-IDX) TO WS-TOT-PIEZAS(WS-DEN-IDX)
            IF WS-PUNTERO > 80
                PERFORM 090-ESCRIBIR
                   THRU
                   090-ESCRIBIR-SAL
                MOVE SPACES TO WS-LINEA
                MOVE 10 TO WS-PUNTERO
            END-IF
            MOVE DEN-VALOR(WS-DEN-IDX) TO WS-DENOM-ED
            MOVE DSG-CANTIDAD(WS-DEN-IDX) TO WS-PIEZAS-ED
            STRING WS-DENOM-ED ' X' WS-PIEZAS-ED '   '
                DELIMITED BY SIZE
                INTO WS-LINEA WITH POINTER WS-PUNTERO.
       035-PIEZA-SOBRE-SAL.
            EXIT.

       040-ORDEN-EFECTIVO.
      *    Totales de la corrida y orden de denominaciones para el
      *    retiro, recalculada de los sobres que se entregan (incluye
      *    los aprobados despues de la emision)
            MOVE ALL '-' TO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE WS-TOT-SOBRES TO WS-CONTADOR-ED
            MOVE WS-TOT-NETO TO WS-IMPORTE-ED
            MOVE SPACES TO WS-LINEA
            STRING 'SOBRES POR ENTREGAR......... ' WS-CONTADOR-ED
                '  NETO ' WS-IMPORTE-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE WS-TOT-DEVUELTOS TO WS-CONTADOR-ED
            MOVE WS-TOT-NETO-DEV TO WS-IMPORTE-ED
            MOVE SPACES TO WS-LINEA
            STRING 'SOBRES DEVUELTOS............ ' WS-CONTADOR-ED
                '  NETO ' WS-IMPORTE-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE WS-TOT-PENDIENTES TO WS-CONTADOR-ED
            MOVE WS-TOT-NETO-PEND TO WS-IMPORTE-ED
            MOVE SPACES TO WS-LINEA
            STRING 'SOBRES EN APROBACION........ ' WS-CONTADOR-ED
                '  NETO ' WS-IMPORTE-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE SPACES TO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE 'ORDEN DE DENOMINACIONES DE LA CORRIDA' TO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            MOVE ZEROS TO WS-TOT-BILLETES
            MOVE ZEROS TO WS-TOT-MONEDAS
            PERFORM 045-RENGLON-ORDEN
               THRU
               045-RENGLON-ORDEN-SAL
               VARYING WS-DEN-IDX FROM 1 BY 1
               UNTIL WS-DEN-IDX > DEN-NUM
            MOVE WS-TOT-BILLETES TO WS-IMPORTE-ED
            MOVE WS-TOT-MONEDAS TO WS-IMPORTE-ED2
            MOVE SPACES TO WS-LINEA
            STRING 'TOTAL BILLETES ' WS-IMPORTE-ED
                '  TOTAL MONEDAS ' WS-IMPORTE-ED2
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL
            COMPUTE WS-SUBTOTAL = WS-TOT-BILLETES + WS-TOT-MONEDAS
            MOVE WS-SUBTOTAL TO WS-IMPORTE-ED
            MOVE WS-TOT-RESTO TO WS-RESTO-ED
            MOVE SPACES TO WS-LINEA
            STRING 'TOTAL A RETIRAR ' WS-IMPORTE-ED
                '  CENTAVOS SIN MONEDA ' WS-RESTO-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL.
       040-ORDEN-EFECTIVO-SAL.
            EXIT.

       045-RENGLON-ORDEN.
            IF WS-TOT-PIEZAS(WS-DEN-IDX) = ZEROS
                GO TO 045-RENGLON-ORDEN-SAL
            END-IF
            COMPUTE WS-SUBTOTAL = DEN-VALOR(WS-DEN-IDX)
                * WS-TOT-PIEZAS(WS-DEN-IDX)
            IF DEN-BILLETE(WS-DEN-IDX)
                ADD WS-SUBTOTAL TO WS-TOT-BILLETES
            ELSE
                ADD WS-SUBTOTAL TO WS-TOT-MONEDAS
            END-IF
            MOVE DEN-VALOR(WS-DEN-IDX) TO WS-DENOM-ED
            MOVE WS-TOT-PIEZAS(WS-DEN-IDX) TO WS-PIEZAS-ED
            MOVE WS-SUBTOTAL TO WS-IMPORTE-ED
            MOVE SPACES TO WS-LINEA
            IF DEN-BILLETE(WS-DEN-IDX)
                STRING '   BILLETE ' WS-DENOM-ED '  PIEZAS '
                    WS-PIEZAS-ED '  IMPORTE ' WS-IMPORTE-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            ELSE
                STRING '   MONEDA  ' WS-DENOM-ED '  PIEZAS '
                    WS-PIEZAS-ED '  IMPORTE ' WS-IMPORTE-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            END-IF
            PERFORM 090-ESCRIBIR
               THRU
               090-ESCRIBIR-SAL.
       045-RENGLON-ORDEN-SAL.
            EXIT.

       050-DEVOLVER-SOBRE.
      *    El sobre que nadie reclamo regresa a caja: el pago queda
      *    cancelado en el registro, igual que la cancelacion de
      *    PRG01019 pero con motivo fijo, auditoria y bitacora
            DISPLAY 'Folio del sobre devuelto: ' UPON CONSOLE
            ACCEPT WS-FOLIO-X FROM CONSOLE
            IF WS-FOLIO-X NOT NUMERIC
                DISPLAY 'Error: el folio debe ser numerico (8)'
                    UPON CONSOLE
                GO TO 050-DEVOLVER-SOBRE-SAL
            END-IF
            MOVE WS-FOLIO-X TO WS-FOLIO-BUSCADO
            OPEN I-O F-REGISTRO
            IF NOT REGISTRO-OK
                DISPLAY 'Error: no se pudo abrir el registro de '
                    'cheques, status ' WS-STATUS-REGISTRO UPON CONSOLE
                GO TO 050-DEVOLVER-SOBRE-SAL
            END-IF
            MOVE WS-FOLIO-BUSCADO TO CHQ-NUMERO
            READ F-REGISTRO
                INVALID KEY
                    DISPLAY 'Error: no existe ese folio en el '
                        'registro' UPON CONSOLE
                    CLOSE F-REGISTRO
                    GO TO 050-DEVOLVER-SOBRE-SAL
            END-READ
            IF NOT CHQ-PAGO-EFECTIVO
                DISPLAY 'Error: el folio no es un pago en efectivo; '
                    'los cheques se cancelan en PRG01019' UPON CONSOLE
                CLOSE F-REGISTRO
                GO TO 050-DEVOLVER-SOBRE-SAL
            END-IF
            IF CHQ-CANCELADO
                DISPLAY 'El sobre ya esta cancelado, motivo: '
                    CHQ-MOTIVO-CANCEL UPON CONSOLE
                CLOSE F-REGISTRO
                GO TO 050-DEVOLVER-SOBRE-SAL
            END-IF
            IF NOT CHQ-EMITIDO
                DISPLAY 'Error: el sobre no se ha entregado (estatus '
                    CHQ-ESTATUS '); el pendiente se rechaza en '
                    'PRG01078' UPON CONSOLE
                CLOSE F-REGISTRO
                GO TO 050-DEVOLVER-SOBRE-SAL
            END-IF
            MOVE CHQ-IMPORTE TO WS-IMPORTE-ED
            DISPLAY 'Sobre ' CHQ-NUMERO ' EMP=' CHQ-EMP-ID ' '
                CHQ-BENEFICIARIO ' CORRIDA=' CHQ-CORRIDA
                ' IMPORTE=' WS-IMPORTE-ED UPON CONSOLE
            DISPLAY 'Piezas que deben regresar en el sobre:'
                UPON CONSOLE
            CALL 'PRG01163' USING CHQ-IMPORTE DESGLOSE-EFECTIVO
            PERFORM 055-MOSTRAR-PIEZA
               THRU
               055-MOSTRAR-PIEZA-SAL
               VARYING WS-DEN-IDX FROM 1 BY 1
               UNTIL WS-DEN-IDX > DEN-NUM
            DISPLAY '¿Confirma la devolucion y cancelacion del '
                'pago? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                DISPLAY 'Devolucion abandonada' UPON CONSOLE
                CLOSE F-REGISTRO
                GO TO 050-DEVOLVER-SOBRE-SAL
            END-IF
            MOVE 'V' TO CHQ-ESTATUS
            MOVE 'SOBRE NO RECLAMADO, DEVUELTO' TO CHQ-MOTIVO-CANCEL
            REWRITE REG-CHEQUES
                INVALID KEY
                    DISPLAY 'Error: no se pudo actualizar el folio, '
                        'status ' WS-STATUS-REGISTRO UPON CONSOLE
                    CLOSE F-REGISTRO
                    GO TO 050-DEVOLVER-SOBRE-SAL
            END-REWRITE
      *    Los datos del sobre pasan al renglon de la bitacora antes
      *    de cerrar el registro
            MOVE CHQ-NUMERO TO WS-DEV-FOLIO
            MOVE CHQ-EMP-ID TO WS-DEV-EMP
            MOVE CHQ-CORRIDA TO WS-DEV-CORRIDA
            MOVE CHQ-IMPORTE TO WS-DEV-IMPORTE
            CLOSE F-REGISTRO
            PERFORM 060-OPERADOR-SESION
               THRU
               060-OPERADOR-SESION-SAL
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            MOVE WS-DEV-EMP TO WS-AUD-EMP
            MOVE SPACES TO WS-AUD-ANTES
            STRING 'FOLIO=' WS-DEV-FOLIO ' EST=E'
                DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            MOVE 'EST=V SOBRE DEVUELTO' TO WS-AUD-DESPUES
            CALL 'PRG01017' USING WS-AUD-EMP WS-AUD-OPERACION
                WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
            MOVE WS-FECHA-SIS TO WS-DEV-FECHA
            MOVE WS-HORA-SIS TO WS-DEV-HORA
            MOVE WS-OPERADOR TO WS-DEV-OPERADOR
            OPEN EXTEND F-DEVOLUCION
            IF WS-STATUS-DEVOLUCION = '35'
                OPEN OUTPUT F-DEVOLUCION
            END-IF
            MOVE WS-RENGLON-DEV TO REG-DEVOLUCION
            WRITE REG-DEVOLUCION
            CLOSE F-DEVOLUCION
            DISPLAY 'Sobre ' WS-DEV-FOLIO ' devuelto y cancelado; '
                'el efectivo regresa a caja' UPON CONSOLE.
       050-DEVOLVER-SOBRE-SAL.
            EXIT.

       055-MOSTRAR-PIEZA.
            IF DSG-CANTIDAD(WS-DEN-IDX) = ZEROS
                GO TO 055-MOSTRAR-PIEZA-SAL
            END-IF
            MOVE DEN-VALOR(WS-DEN-IDX) TO WS-DENOM-ED
            MOVE DSG-CANTIDAD(WS-DEN-IDX) TO WS-PIEZAS-ED
            IF DEN-BILLETE(WS-DEN-IDX)
                DISPLAY '   BILLETE ' WS-DENOM-ED ' X' WS-PIEZAS-ED
                    UPON CONSOLE
            ELSE
                DISPLAY '   MONEDA  ' WS-DENOM-ED ' X' WS-PIEZAS-ED
                    UPON CONSOLE
            END-IF.
       055-MOSTRAR-PIEZA-SAL.
            EXIT.

       060-OPERADOR-SESION.
      *    Operador firmado en PRG01014; sin sesion se anota CONSOLA
            MOVE 'CONSOLA' TO WS-OPERADOR
            OPEN INPUT F-OPSESION
            IF WS-STATUS-OPSESION = '00'
                READ F-OPSESION INTO WS-OPERADOR
                    AT END
                        MOVE 'CONSOLA' TO WS-OPERADOR
                END-READ
                CLOSE F-OPSESION
            END-IF.
       060-OPERADOR-SESION-SAL.
            EXIT.

       090-ESCRIBIR.
            MOVE WS-LINEA TO REG-RECIBO
            WRITE REG-RECIBO.
       090-ESCRIBIR-SAL.
            EXIT.

       END PROGRAM PRG01164.
