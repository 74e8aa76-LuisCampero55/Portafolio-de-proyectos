      *  los controles del mes); el cheque sin empleado o sin
      *  departamento catalogado cae al renglon SIN-CC; reporte en
      *  COSTODEP.TXT - LCG 02 SEP 26
      *  Distribucion porcentual de la mano de obra (DISTCC.TXT de
      *  PRG01133, rutina PRG01134 a la fecha del cheque): el cheque
      *  del empleado distribuido se reparte entre sus centros de
      *  costo y cada parte suma al renglon del departamento con ese
      *  centro; se agrega la cuota patronal IMSS del complemento
      *  fiscal (CHQFISC.DAT) como costo del patron; el ultimo
      *  centro lleva el residuo del redondeo para que el gran total
      *  siga cuadrando con el control - LCG 15 OCT 26
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
       COPY EMPMAEST.
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       FD  F-CHQFISC.
       COPY CHQFISC.
       FD  F-CORRIDAS.
       01 REG-CORRIDA                PIC X(67).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
       01 WS-STATUS-CHQFISC          PIC XX VALUE '00'.
           88 FISCAL-OK              VALUE '00'.
       01 WS-FISCAL-ABIERTO          PIC X VALUE 'N'.
           88 FISCAL-ABIERTO         VALUE 'S'.
       01 WS-STATUS-CORRIDAS         PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
               10 WS-DEP-T-IMSS      PIC 9(13)V99.
               10 WS-DEP-T-OTRAS     PIC 9(13)V99.
               10 WS-DEP-T-NETO      PIC 9(13)V99.
               10 WS-DEP-T-PATRON    PIC 9(13)V99.
       01 WS-IDX                     PIC 9(3) VALUE ZEROS.
       01 WS-ENCONTRADO              PIC X VALUE 'N'.
           88 FILA-ENCONTRADA        VALUE 'Y'.
       01 WS-DEPTO-CHQ               PIC X(4) VALUE SPACES.
       01 WS-CC-CHQ                  PIC X(8) VALUE SPACES.
       01 WS-PATRON-CHEQUE           PIC 9(11)V99 VALUE ZEROS.
      *    Distribucion del empleado entre centros de costo (la
      *    regresa PRG01134), la parte de cada centro y lo que resta
      *    por repartir
       01 WS-DISTRIBUCION.
           05 WS-DIS-NUM             PIC 99 VALUE ZEROS.
           05 WS-DIS-ENT OCCURS 10 TIMES.
               10 WS-DIS-CENTRO      PIC X(8).
               10 WS-DIS-PCT         PIC 9(3)V99.
       01 WS-DIS-IDX                 PIC 99 VALUE ZEROS.
       01 WS-PARTE.
           05 WS-PARTE-BRUTO         PIC 9(13)V99.
           05 WS-PARTE-ISR           PIC 9(11)V99.
           05 WS-PARTE-IMSS          PIC 9(11)V99.
           05 WS-PARTE-OTRAS         PIC 9(11)V99.
           05 WS-PARTE-NETO          PIC 9(13)V99.
           05 WS-PARTE-PATRON        PIC 9(11)V99.
       01 WS-RESTO.
           05 WS-RESTO-BRUTO         PIC 9(13)V99.
           05 WS-RESTO-ISR           PIC 9(11)V99.
           05 WS-RESTO-IMSS          PIC 9(11)V99.
           05 WS-RESTO-OTRAS         PIC 9(11)V99.
           05 WS-RESTO-NETO          PIC 9(13)V99.
           05 WS-RESTO-PATRON        PIC 9(11)V99.
       01 WS-GRAN-TOTAL.
           05 WS-GT-BRUTO            PIC 9(13)V99 VALUE ZEROS.
           05 WS-GT-ISR              PIC 9(13)V99 VALUE ZEROS.
           05 WS-GT-IMSS             PIC 9(13)V99 VALUE ZEROS.
           05 WS-GT-OTRAS            PIC 9(13)V99 VALUE ZEROS.
           05 WS-GT-NETO             PIC 9(13)V99 VALUE ZEROS.
           05 WS-GT-PATRON           PIC 9(13)V99 VALUE ZEROS.
       01 WS-EDITADOS.
           05 WS-ED-BRUTO            PIC Z(11)9.99.
           05 WS-ED-ISR              PIC Z(9)9.99.
           05 WS-ED-IMSS             PIC Z(9)9.99.
           05 WS-ED-OTRAS            PIC Z(9)9.99.
           05 WS-ED-NETO             PIC Z(11)9.99.
           05 WS-ED-PATRON           PIC Z(9)9.99.
       01 WS-LINEA-REP               PIC X(150) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            END-IF
            OPEN INPUT F-EMPLEADOS
            OPEN INPUT F-DEPTOS
            OPEN INPUT F-CHQFISC
            MOVE 'N' TO WS-FISCAL-ABIERTO
            IF FISCAL-OK
                MOVE 'S' TO WS-FISCAL-ABIERTO
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 035-REVISAR-CHEQUE
               THRU
               UNTIL FIN-ARCHIVO
            CLOSE F-DEPTOS
            CLOSE F-EMPLEADOS
            IF FISCAL-ABIERTO
                CLOSE F-CHQFISC
            END-IF
            CLOSE F-REGISTRO.
       030-ACUMULAR-REGISTRO-SAL.
            EXIT.
                        END-IF
                END-READ
            END-IF
      *    Cuota patronal IMSS del complemento fiscal del cheque;
      *    sin complemento es cero, como en la poliza PRG01063
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
            CALL 'PRG01134' USING CHQ-EMP-ID CHQ-FECHA
                WS-DISTRIBUCION
            IF WS-DIS-NUM = ZEROS
                MOVE CHQ-BRUTO TO WS-PARTE-BRUTO
                MOVE CHQ-ISR TO WS-PARTE-ISR
                MOVE CHQ-IMSS TO WS-PARTE-IMSS
                MOVE CHQ-OTRAS TO WS-PARTE-OTRAS
                MOVE CHQ-IMPORTE TO WS-PARTE-NETO
                MOVE WS-PATRON-CHEQUE TO WS-PARTE-PATRON
                PERFORM 042-SUMAR-FILA
                   THRU
                   042-SUMAR-FILA-SAL
            ELSE
                PERFORM 043-REPARTIR-CENTROS
                   THRU
                   043-REPARTIR-CENTROS-SAL
            END-IF
            ADD CHQ-BRUTO TO WS-GT-BRUTO
            ADD CHQ-ISR TO WS-GT-ISR
            ADD CHQ-IMSS TO WS-GT-IMSS
            ADD CHQ-OTRAS TO WS-GT-OTRAS
            ADD CHQ-IMPORTE TO WS-GT-NETO
            ADD WS-PATRON-CHEQUE TO WS-GT-PATRON.
       040-ACUMULAR-CHEQUE-SAL.
            EXIT.

       042-SUMAR-FILA.
      *    Renglon por departamento y centro de costo
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-DEP-NUM OR FILA-ENCONTRADA
                IF WS-DEP-T-DEPTO(WS-IDX) = WS-DEPTO-CHQ
                    AND WS-DEP-T-CC(WS-IDX) = WS-CC-CHQ
                    MOVE 'Y' TO WS-ENCONTRADO
                END-IF
            END-PERFORM
                    MOVE ZEROS TO WS-DEP-T-IMSS(WS-IDX)
                    MOVE ZEROS TO WS-DEP-T-OTRAS(WS-IDX)
                    MOVE ZEROS TO WS-DEP-T-NETO(WS-IDX)
                    MOVE ZEROS TO WS-DEP-T-PATRON(WS-IDX)
                ELSE
                    GO TO 042-SUMAR-FILA-SAL
                END-IF
            ELSE
                SUBTRACT 1 FROM WS-IDX
            END-IF
            ADD WS-PARTE-BRUTO TO WS-DEP-T-BRUTO(WS-IDX)
            ADD WS-PARTE-ISR TO WS-DEP-T-ISR(WS-IDX)
            ADD WS-PARTE-IMSS TO WS-DEP-T-IMSS(WS-IDX)
            ADD WS-PARTE-OTRAS TO WS-DEP-T-OTRAS(WS-IDX)
            ADD WS-PARTE-NETO TO WS-DEP-T-NETO(WS-IDX)
            ADD WS-PARTE-PATRON TO WS-DEP-T-PATRON(WS-IDX).
       042-SUMAR-FILA-SAL.
            EXIT.

       043-REPARTIR-CENTROS.
      *    Cada centro lleva su porcentaje de cada importe y el
      *    ultimo el residuo del redondeo
            MOVE CHQ-BRUTO TO WS-RESTO-BRUTO
            MOVE CHQ-ISR TO WS-RESTO-ISR
            MOVE CHQ-IMSS TO WS-RESTO-IMSS
            MOVE CHQ-OTRAS TO WS-RESTO-OTRAS
            MOVE CHQ-IMPORTE TO WS-RESTO-NETO
            MOVE WS-PATRON-CHEQUE TO WS-RESTO-PATRON
            PERFORM VARYING WS-DIS-IDX FROM 1 BY 1
                UNTIL WS-DIS-IDX > WS-DIS-NUM
                MOVE WS-DIS-CENTRO(WS-DIS-IDX) TO WS-CC-CHQ
                IF WS-DIS-IDX = WS-DIS-NUM
                    MOVE WS-RESTO TO WS-PARTE
                ELSE
                    COMPUTE WS-PARTE-BRUTO ROUNDED = CHQ-BRUTO
                        * WS-DIS-PCT(WS-DIS-IDX) / 100
                    COMPUTE WS-PARTE-ISR ROUNDED = CHQ-ISR
                        * WS-DIS-PCT(WS-DIS-IDX) / 100
                    COMPUTE WS-PARTE-IMSS ROUNDED = CHQ-IMSS
                        * WS-DIS-PCT(WS-DIS-IDX) / 100
                    COMPUTE WS-PARTE-OTRAS ROUNDED = CHQ-OTRAS
                        * WS-DIS-PCT(WS-DIS-IDX) / 100
                    COMPUTE WS-PARTE-NETO ROUNDED = CHQ-IMPORTE
                        * WS-DIS-PCT(WS-DIS-IDX) / 100
                    COMPUTE WS-PARTE-PATRON ROUNDED =
                        WS-PATRON-CHEQUE * WS-DIS-PCT(WS-DIS-IDX)
                        / 100
                    SUBTRACT WS-PARTE-BRUTO FROM WS-RESTO-BRUTO
                    SUBTRACT WS-PARTE-ISR FROM WS-RESTO-ISR
                    SUBTRACT WS-PARTE-IMSS FROM WS-RESTO-IMSS
                    SUBTRACT WS-PARTE-OTRAS FROM WS-RESTO-OTRAS
                    SUBTRACT WS-PARTE-NETO FROM WS-RESTO-NETO
                    SUBTRACT WS-PARTE-PATRON FROM WS-RESTO-PATRON
                END-IF
                PERFORM 042-SUMAR-FILA
                   THRU
                   042-SUMAR-FILA-SAL
            END-PERFORM.
       043-REPARTIR-CENTROS-SAL.
            EXIT.

       050-ESCRIBIR-REPORTE.
            MOVE WS-GT-IMSS TO WS-ED-IMSS
            MOVE WS-GT-OTRAS TO WS-ED-OTRAS
            MOVE WS-GT-NETO TO WS-ED-NETO
            MOVE WS-GT-PATRON TO WS-ED-PATRON
            MOVE SPACES TO WS-LINEA-REP
            STRING 'GRAN TOTAL BRUTO=' WS-ED-BRUTO
                ' ISR=' WS-ED-ISR
                ' IMSS=' WS-ED-IMSS
                ' OTRAS=' WS-ED-OTRAS
                ' NETO=' WS-ED-NETO
                ' PATRON=' WS-ED-PATRON
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            MOVE WS-DEP-T-IMSS(WS-IDX) TO WS-ED-IMSS
            MOVE WS-DEP-T-OTRAS(WS-IDX) TO WS-ED-OTRAS
            MOVE WS-DEP-T-NETO(WS-IDX) TO WS-ED-NETO
            MOVE WS-DEP-T-PATRON(WS-IDX) TO WS-ED-PATRON
            MOVE SPACES TO WS-LINEA-REP
            STRING 'DEPTO=' WS-DEP-T-DEPTO(WS-IDX)
                ' CC=' WS-DEP-T-CC(WS-IDX)
                ' IMSS=' WS-ED-IMSS
                ' OTRAS=' WS-ED-OTRAS
                ' NETO=' WS-ED-NETO
                ' PATRON=' WS-ED-PATRON
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
