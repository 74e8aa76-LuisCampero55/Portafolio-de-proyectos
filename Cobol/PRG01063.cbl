      *  igual que la verificacion de PRG01034 - LCG 02 SEP 26
      *  Trazado del detalle: tipo(1) CUENTA(8) CONCEPTO(30)
      *  CARGO(15 con 2 dec) ABONO(15 con 2 dec)
      *  Cuota patronal del IMSS: se toma de CHQFISC.DAT (complemento
      *  fiscal del cheque que deja PRG01019) y se carga como gasto
      *  CUOTA PATRONAL IMSS por el mismo centro de costo del sueldo,
      *  con abono al pasivo IMSSPAT; los cheques sin complemento
      *  cuentan como cuota cero - LCG 15 OCT 26
      *  Vales de despensa aplicados en la corrida (VALESAPL.TXT de
      *  PRG01019): cargo VALES DE DESPENSA por el centro de costo con
      *  que se asento cada vale y abono al pasivo VALESPRV con el
      *  proveedor - LCG 15 OCT 26
      *  Distribucion porcentual de la mano de obra (DISTCC.TXT de
      *  PRG01133, leida con la rutina PRG01134 a la fecha del
      *  cheque): el bruto y la cuota patronal del empleado
      *  distribuido se reparten entre sus centros de costo; el
      *  ultimo centro lleva el residuo del redondeo para que la
      *  poliza siga balanceando; sin distribucion todo va al centro
      *  del departamento como antes - LCG 15 OCT 26
      *  El complemento fiscal se lee con bandera de archivo abierto;
      *  un cheque sin complemento ya no apaga la lectura del resto -
      *  LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPTOS.
           SELECT F-CHQFISC ASSIGN TO "CHQFISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFS-NUMERO
               FILE STATUS IS WS-STATUS-CHQFISC.
           SELECT F-CORRIDAS ASSIGN TO "CORRIDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORRIDAS.
           SELECT F-VALESAPL ASSIGN TO "VALESAPL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALESAPL.
           SELECT F-POLIZA ASSIGN TO "POLIZA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POLIZA.
       COPY EMPMAEST.
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       FD  F-CHQFISC.
       COPY CHQFISC.
       FD  F-CORRIDAS.
       01 REG-CORRIDA                PIC X(67).
       FD  F-VALESAPL.
       01 REG-VALESAPL               PIC X(44).
       FD  F-POLIZA.
       01 REG-POLIZA                 PIC X(69).
       FD  F-TRANSMISION.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
       01 WS-STATUS-CHQFISC          PIC XX VALUE '00'.
           88 FISCAL-OK              VALUE '00'.
       01 WS-FISCAL-ABIERTO          PIC X VALUE 'N'.
           88 FISCAL-ABIERTO         VALUE 'S'.
       01 WS-STATUS-CORRIDAS         PIC XX VALUE '00'.
       01 WS-STATUS-VALESAPL         PIC XX VALUE '00'.
       01 WS-STATUS-POLIZA           PIC XX VALUE '00'.
       01 WS-STATUS-TRANSMISION      PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           05 WS-CC-ENT OCCURS 200 TIMES.
               10 WS-CC-T-CUENTA     PIC X(8).
               10 WS-CC-T-BRUTO      PIC 9(13)V99.
               10 WS-CC-T-PATRON     PIC 9(13)V99.
               10 WS-CC-T-VALES      PIC 9(13)V99.
       01 WS-IDX                     PIC 9(3) VALUE ZEROS.
       01 WS-ENCONTRADO              PIC X VALUE 'N'.
           88 CC-ENCONTRADO          VALUE 'Y'.
           05 WS-TOT-ISR             PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-IMSS            PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-OTRAS           PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-PATRON          PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-VALES           PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-CARGOS          PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-ABONOS          PIC 9(13)V99 VALUE ZEROS.
       01 WS-PATRON-CHEQUE           PIC 9(11)V99 VALUE ZEROS.
      *    Distribucion del empleado entre centros de costo (la
      *    regresa PRG01134) y la parte de cada centro
       01 WS-DISTRIBUCION.
           05 WS-DIS-NUM             PIC 99 VALUE ZEROS.
           05 WS-DIS-ENT OCCURS 10 TIMES.
               10 WS-DIS-CENTRO      PIC X(8).
               10 WS-DIS-PCT         PIC 9(3)V99.
       01 WS-DIS-IDX                 PIC 99 VALUE ZEROS.
       01 WS-PARTE-BRUTO             PIC 9(13)V99 VALUE ZEROS.
       01 WS-PARTE-PATRON            PIC 9(11)V99 VALUE ZEROS.
       01 WS-RESTO-BRUTO             PIC 9(13)V99 VALUE ZEROS.
       01 WS-RESTO-PATRON            PIC 9(11)V99 VALUE ZEROS.
      *    Vale de despensa aplicado en la corrida (VALESAPL.TXT que
      *    deja PRG01019)
       01 WS-RENGLON-VALESAPL.
           05 VAP-CORRIDA            PIC 9(6).
           05 VAP-EMP                PIC 9(6).
           05 VAP-PERIODO            PIC 9(6).
           05 VAP-CENTRO-COSTO       PIC X(8).
           05 VAP-IMPORTE            PIC 9(7)V99.
           05 VAP-GRAVADO            PIC 9(7)V99.
       01 WS-REG-DETALLE.
           05 FILLER                 PIC X VALUE 'D'.
           05 POL-CUENTA             PIC X(8).
            PERFORM 030-ACUMULAR-CORRIDA
               THRU
               030-ACUMULAR-CORRIDA-SAL
            PERFORM 045-ACUMULAR-VALES
               THRU
               045-ACUMULAR-VALES-SAL
            PERFORM 050-ESCRIBIR-POLIZA
               THRU
               050-ESCRIBIR-POLIZA-SAL
            END-IF
            OPEN INPUT F-EMPLEADOS
            OPEN INPUT F-DEPTOS
            OPEN INPUT F-CHQFISC
            MOVE 'N' TO WS-FISCAL-ABIERTO
            IF FISCAL-OK
                MOVE 'S' TO WS-FISCAL-ABIERTO
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGISTRO NEXT RECORD
            END-PERFORM
            CLOSE F-REGISTRO
            CLOSE F-EMPLEADOS
            CLOSE F-DEPTOS
            IF FISCAL-ABIERTO
                CLOSE F-CHQFISC
            END-IF.
       030-ACUMULAR-CORRIDA-SAL.
            EXIT.

                        END-IF
                END-READ
            END-IF
      *    Cuota patronal IMSS del complemento fiscal del cheque;
      *    sin complemento (cheques anteriores o de pension) es cero
            MOVE ZEROS TO WS-PATRON-CHEQUE
            IF FISCAL-ABIERTO
                MOVE CHQ-NUMERO TO CFS-NUMERO
                READ F-CHQFISC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CFS-IMSS-PATRON TO WS-PATRON-CHEQUE
                END-READ
            END-IF
      *    Empleado distribuido: cada centro lleva su porcentaje y
      *    el ultimo el residuo; sin distribucion, un solo centro
            CALL 'PRG01134' USING CHQ-EMP-ID CHQ-FECHA
                WS-DISTRIBUCION
            IF WS-DIS-NUM = ZEROS
                MOVE CHQ-BRUTO TO WS-PARTE-BRUTO
                MOVE WS-PATRON-CHEQUE TO WS-PARTE-PATRON
                PERFORM 042-SUMAR-CENTRO
                   THRU
                   042-SUMAR-CENTRO-SAL
            ELSE
                PERFORM 043-REPARTIR-CENTROS
                   THRU
                   043-REPARTIR-CENTROS-SAL
            END-IF
            ADD WS-PATRON-CHEQUE TO WS-TOT-PATRON
            ADD CHQ-IMPORTE TO WS-TOT-NETO
            ADD CHQ-ISR TO WS-TOT-ISR
            ADD CHQ-IMSS TO WS-TOT-IMSS
            ADD CHQ-OTRAS TO WS-TOT-OTRAS.
       040-ACUMULAR-CHEQUE-SAL.
            EXIT.

       042-SUMAR-CENTRO.
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CC-NUM OR CC-ENCONTRADO
                IF WS-CC-T-CUENTA(WS-IDX) = WS-CENTRO-COSTO
                    MOVE 'Y' TO WS-ENCONTRADO
                    ADD WS-PARTE-BRUTO TO WS-CC-T-BRUTO(WS-IDX)
                    ADD WS-PARTE-PATRON TO WS-CC-T-PATRON(WS-IDX)
                END-IF
            END-PERFORM
            IF NOT CC-ENCONTRADO AND WS-CC-NUM < 200
                ADD 1 TO WS-CC-NUM
                MOVE WS-CENTRO-COSTO TO WS-CC-T-CUENTA(WS-CC-NUM)
                MOVE WS-PARTE-BRUTO TO WS-CC-T-BRUTO(WS-CC-NUM)
                MOVE WS-PARTE-PATRON TO WS-CC-T-PATRON(WS-CC-NUM)
                MOVE ZEROS TO WS-CC-T-VALES(WS-CC-NUM)
            END-IF.
       042-SUMAR-CENTRO-SAL.
            EXIT.

       043-REPARTIR-CENTROS.
            MOVE CHQ-BRUTO TO WS-RESTO-BRUTO
            MOVE WS-PATRON-CHEQUE TO WS-RESTO-PATRON
            PERFORM VARYING WS-DIS-IDX FROM 1 BY 1
                UNTIL WS-DIS-IDX > WS-DIS-NUM
                MOVE WS-DIS-CENTRO(WS-DIS-IDX) TO WS-CENTRO-COSTO
                IF WS-DIS-IDX = WS-DIS-NUM
                    MOVE WS-RESTO-BRUTO TO WS-PARTE-BRUTO
                    MOVE WS-RESTO-PATRON TO WS-PARTE-PATRON
                ELSE
                    COMPUTE WS-PARTE-BRUTO ROUNDED = CHQ-BRUTO
                        * WS-DIS-PCT(WS-DIS-IDX) / 100
                    COMPUTE WS-PARTE-PATRON ROUNDED =
                        WS-PATRON-CHEQUE * WS-DIS-PCT(WS-DIS-IDX)
                        / 100
                    SUBTRACT WS-PARTE-BRUTO FROM WS-RESTO-BRUTO
                    SUBTRACT WS-PARTE-PATRON FROM WS-RESTO-PATRON
                END-IF
                PERFORM 042-SUMAR-CENTRO
                   THRU
                   042-SUMAR-CENTRO-SAL
            END-PERFORM.
       043-REPARTIR-CENTROS-SAL.
            EXIT.

       045-ACUMULAR-VALES.
      *    Vales de despensa aplicados en la corrida: su importe es
      *    gasto del centro de costo con que PRG01129 los asento y
      *    pasivo con el proveedor de vales
            OPEN INPUT F-VALESAPL
            IF WS-STATUS-VALESAPL NOT = '00'
                GO TO 045-ACUMULAR-VALES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-VALESAPL INTO WS-RENGLON-VALESAPL
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF VAP-CORRIDA = WS-CORRIDA-BUSCADA
                            PERFORM 047-ACUMULAR-VALE
                               THRU
                               047-ACUMULAR-VALE-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-VALESAPL.
       045-ACUMULAR-VALES-SAL.
            EXIT.

       047-ACUMULAR-VALE.
            MOVE VAP-CENTRO-COSTO TO WS-CENTRO-COSTO
            IF WS-CENTRO-COSTO = SPACES
                MOVE 'SIN-CC' TO WS-CENTRO-COSTO
            END-IF
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CC-NUM OR CC-ENCONTRADO
                IF WS-CC-T-CUENTA(WS-IDX) = WS-CENTRO-COSTO
                    MOVE 'Y' TO WS-ENCONTRADO
                    ADD VAP-IMPORTE TO WS-CC-T-VALES(WS-IDX)
                END-IF
            END-PERFORM
            IF NOT CC-ENCONTRADO
                IF WS-CC-NUM NOT < 200
                    GO TO 047-ACUMULAR-VALE-SAL
                END-IF
                ADD 1 TO WS-CC-NUM
                MOVE WS-CENTRO-COSTO TO WS-CC-T-CUENTA(WS-CC-NUM)
                MOVE ZEROS TO WS-CC-T-BRUTO(WS-CC-NUM)
                MOVE ZEROS TO WS-CC-T-PATRON(WS-CC-NUM)
                MOVE VAP-IMPORTE TO WS-CC-T-VALES(WS-CC-NUM)
            END-IF
            ADD VAP-IMPORTE TO WS-TOT-VALES.
       047-ACUMULAR-VALE-SAL.
            EXIT.

       050-ESCRIBIR-POLIZA.
                MOVE WS-CC-T-BRUTO(WS-IDX) TO POL-CARGO
                MOVE ZEROS TO POL-ABONO
                ADD WS-CC-T-BRUTO(WS-IDX) TO WS-TOT-CARGOS
      *        El centro que solo trae vales no lleva renglon de
      *        sueldos en cero
                IF WS-CC-T-BRUTO(WS-IDX) > ZEROS
                    OR WS-CC-T-VALES(WS-IDX) = ZEROS
                    MOVE WS-REG-DETALLE TO REG-POLIZA
                    WRITE REG-POLIZA
                END-IF
                IF WS-CC-T-PATRON(WS-IDX) > ZEROS
                    MOVE 'CUOTA PATRONAL IMSS' TO POL-CONCEPTO
                    MOVE WS-CC-T-PATRON(WS-IDX) TO POL-CARGO
                    ADD WS-CC-T-PATRON(WS-IDX) TO WS-TOT-CARGOS
                    MOVE WS-REG-DETALLE TO REG-POLIZA
                    WRITE REG-POLIZA
                END-IF
                IF WS-CC-T-VALES(WS-IDX) > ZEROS
                    MOVE 'VALES DE DESPENSA' TO POL-CONCEPTO
                    MOVE WS-CC-T-VALES(WS-IDX) TO POL-CARGO
                    ADD WS-CC-T-VALES(WS-IDX) TO WS-TOT-CARGOS
                    MOVE WS-REG-DETALLE TO REG-POLIZA
                    WRITE REG-POLIZA
                END-IF
            END-PERFORM
      *    Abonos: banco por el neto y retenciones por deduccion
            MOVE 'BANCO' TO POL-CUENTA
            ADD WS-TOT-OTRAS TO WS-TOT-ABONOS
            MOVE WS-REG-DETALLE TO REG-POLIZA
            WRITE REG-POLIZA
      *    Pasivo de la cuota patronal IMSS por enterar
            IF WS-TOT-PATRON > ZEROS
                MOVE 'IMSSPAT' TO POL-CUENTA
                MOVE 'IMSS PATRONAL POR PAGAR' TO POL-CONCEPTO
                MOVE WS-TOT-PATRON TO POL-ABONO
                ADD WS-TOT-PATRON TO WS-TOT-ABONOS
                MOVE WS-REG-DETALLE TO REG-POLIZA
                WRITE REG-POLIZA
            END-IF
      *    Pasivo con el proveedor de vales de despensa
            IF WS-TOT-VALES > ZEROS
                MOVE 'VALESPRV' TO POL-CUENTA
                MOVE 'VALES POR PAGAR PROVEEDOR' TO POL-CONCEPTO
                MOVE WS-TOT-VALES TO POL-ABONO
                ADD WS-TOT-VALES TO WS-TOT-ABONOS
                MOVE WS-REG-DETALLE TO REG-POLIZA
                WRITE REG-POLIZA
            END-IF
            MOVE WS-TOT-CARGOS TO POL-FIN-CARGOS
            MOVE WS-TOT-ABONOS TO POL-FIN-ABONOS
            MOVE WS-REG-FINAL TO REG-POLIZA
