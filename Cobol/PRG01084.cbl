      *  FINIQREP.TXT y, aprobado, deja el renglon de pago en
      *  FINIQPAG.TXT para que el cheque salga por el lote
      *  controlado de PRG01019 - LCG 02 SEP 26
      *  El salario minimo del tope de la prima de antiguedad se toma
      *  de la tabla de indicadores a la fecha de terminacion
      *  (PRG01117); solo sin vigencia se captura en consola - LCG 15
      *  OCT 26
      *  Revisa el resguardo de equipo (RESGUARD.TXT de PRG01132):
      *  lista lo que el empleado aun tiene asignado y bloquea el
      *  finiquito hasta que lo devuelva o autorice el descuento; lo
      *  autorizado se descuenta del finiquito y, aprobado, queda
      *  marcado como descontado - LCG 15 OCT 26
      *  El tope de la prima de antiguedad usa el salario minimo de la
      *  frontera norte cuando la zona del empleado en EMPCOMP.DAT es
      *  F; el descuento de equipo solo cobra y marca como descontadas
      *  las piezas que caben completas en el finiquito, las demas
      *  quedan pendientes en el resguardo - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-COMPLEMENTO ASSIGN TO "EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-STATUS-COMPLEMENTO.
           SELECT F-PRESTAMOS ASSIGN TO "PRESTMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRE-EMP-ID
               FILE STATUS IS WS-STATUS-PRESTAMOS.
           SELECT F-RESGUARDOS ASSIGN TO "RESGUARD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESGUARDOS.
           SELECT F-TOMADOS ASSIGN TO "VACTOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TOMADOS.
       FILE SECTION.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-COMPLEMENTO.
       COPY EMPCOMP.
       FD  F-PRESTAMOS.
       COPY PRESTMAE.
       FD  F-RESGUARDOS.
       01 REG-RESGUARDO              PIC X(72).
       FD  F-TOMADOS.
       01 REG-TOMADO                 PIC X(18).
       FD  F-REPORTE.
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-COMPLEMENTO      PIC XX VALUE '00'.
           88 CMP-OK                 VALUE '00'.
       01 WS-STATUS-PRESTAMOS        PIC XX VALUE '00'.
           88 PRESTAMOS-OK           VALUE '00'.
       01 WS-STATUS-RESGUARDOS       PIC XX VALUE '00'.
       01 WS-STATUS-TOMADOS          PIC XX VALUE '00'.
       01 WS-STATUS-PAGOS            PIC XX VALUE '00'.
       01 WS-FIN-TOMADOS             PIC X VALUE 'N'.
           88 FIN-TOMADOS            VALUE 'Y'.
       01 WS-FIN-RESGUARDOS          PIC X VALUE 'N'.
           88 FIN-RESGUARDOS         VALUE 'Y'.
       01 EmpId                      PIC 9(6) VALUE ZEROS.
       01 DiaBaja                    PIC 99 VALUE ZEROS.
       01 MesBaja                    PIC 99 VALUE ZEROS.
           88 PRIMA-APLICA           VALUE 'S'.
       01 SalMinPesos                PIC 9(5) VALUE ZEROS.
       01 SalMinCent                 PIC 99 VALUE ZEROS.
       01 WS-INDICADORES.
           05 WS-IND-UMA             PIC 9(5)V99 VALUE ZEROS.
           05 WS-IND-SM-GENERAL      PIC 9(5)V99 VALUE ZEROS.
           05 WS-IND-SM-FRONTERA     PIC 9(5)V99 VALUE ZEROS.
           05 WS-IND-HAY             PIC X VALUE 'N'.
               88 IND-HAY            VALUE 'S'.
       01 WS-ZONA                    PIC X VALUE 'G'.
           88 ZONA-FRONTERA          VALUE 'F'.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           05 WS-AGUINALDO           PIC 9(11)V99 VALUE ZEROS.
           05 WS-PRIMA-ANT           PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOTAL-FINIQUITO     PIC 9(11)V99 VALUE ZEROS.
           05 WS-DESC-RESGUARDO      PIC 9(11)V99 VALUE ZEROS.
           05 WS-NETO-FINIQUITO      PIC 9(11)V99 VALUE ZEROS.
       01 WS-REG-PAGO.
           05 PAG-EMP                PIC 9(6).
           05 PAG-PESOS              PIC 9(13).
       01 WS-ED-DIARIO               PIC Z(8)9.99.
       01 WS-LINEA-REP               PIC X(110) VALUE SPACES.
       01 WS-ANHOS-PUENTE            PIC 999 VALUE ZEROS.
       01 WS-RENGLON-RES.
           05 RES-ETIQUETA           PIC X(10).
           05 RES-EMP                PIC 9(6).
           05 RES-DESCRIPCION        PIC X(30).
           05 RES-VALOR              PIC 9(7)V99.
           05 RES-ENTREGA            PIC 9(8).
           05 RES-DEVOLUCION         PIC 9(8).
           05 RES-ESTADO             PIC X.
      *    Situacion vigente de cada activo (ultimo renglon de cada
      *    etiqueta, como PRG01132)
       01 WS-TABLA-RES.
           05 WS-RES-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-RES-ENT OCCURS 3000 TIMES.
               10 WS-RES-T-ETIQUETA  PIC X(10).
               10 WS-RES-T-EMP       PIC 9(6).
               10 WS-RES-T-DESCRIPCION PIC X(30).
               10 WS-RES-T-VALOR     PIC 9(7)V99.
               10 WS-RES-T-ENTREGA   PIC 9(8).
               10 WS-RES-T-ESTADO    PIC X.
               10 WS-RES-T-COBRO     PIC X.
                   88 RES-COBRADO    VALUE 'S'.
       01 WS-RES-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-RES-HALLADO             PIC 9(4) VALUE ZEROS.
       01 WS-RES-ASIGNADOS           PIC 9(4) VALUE ZEROS.
       01 WS-RES-PENDIENTES          PIC 9(4) VALUE ZEROS.
       01 WS-RES-AUTORIZADO          PIC 9(11)V99 VALUE ZEROS.
       01 WS-ED-VALOR                PIC Z(6)9.99.

       PROCEDURE DIVISION.
       010-INICIO.
            PERFORM 020-REVISAR-PRESTAMO
               THRU
               020-REVISAR-PRESTAMO-SAL
            PERFORM 025-REVISAR-RESGUARDO
               THRU
               025-REVISAR-RESGUARDO-SAL
            DISPLAY 'Dia de la terminacion: ' UPON CONSOLE
            ACCEPT DiaBaja FROM CONSOLE
            DISPLAY 'Mes de la terminacion: ' UPON CONSOLE
            DISPLAY '¿Aplica prima de antiguedad? (S/N): '
                UPON CONSOLE
            ACCEPT AplicaPrima FROM CONSOLE
      *    El salario minimo sale de la tabla de indicadores vigente
      *    a la fecha de terminacion; solo sin tabla se captura
            IF PRIMA-APLICA
                CALL 'PRG01117' USING WS-BAJA-NUM WS-IND-UMA
                    WS-IND-SM-GENERAL WS-IND-SM-FRONTERA WS-IND-HAY
                IF IND-HAY
                    PERFORM 015-ZONA-SALARIAL
                       THRU
                       015-ZONA-SALARIAL-SAL
                ELSE
                    DISPLAY 'Salario minimo diario, pesos: '
                        UPON CONSOLE
                    ACCEPT SalMinPesos FROM CONSOLE
                    DISPLAY 'Salario minimo diario, centavos: '
                        UPON CONSOLE
                    ACCEPT SalMinCent FROM CONSOLE
                    COMPUTE WS-SAL-MINIMO = SalMinPesos
                        + (SalMinCent / 100)
                END-IF
            END-IF
            PERFORM 030-CALCULAR-FINIQUITO
               THRU
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF CONFIRMA-SI
                MOVE EmpId TO PAG-EMP
                MOVE WS-NETO-FINIQUITO TO PAG-PESOS
                COMPUTE PAG-CENT = (WS-NETO-FINIQUITO - PAG-PESOS)
                    * 100
                OPEN EXTEND F-PAGOS
                IF WS-STATUS-PAGOS = '35'
                MOVE WS-REG-PAGO TO REG-PAGO
                WRITE REG-PAGO
                CLOSE F-PAGOS
                IF WS-DESC-RESGUARDO > ZEROS
                    PERFORM 028-MARCAR-DESCONTADOS
                       THRU
                       028-MARCAR-DESCONTADOS-SAL
                END-IF
                DISPLAY 'Renglon de pago en FINIQPAG.TXT; corra el '
                    'lote de PRG01019 y registre la baja en '
                    'PRG01002 modo T' UPON CONSOLE
            END-IF
            GOBACK.

       015-ZONA-SALARIAL.
      *    El empleado de la zona libre de la frontera norte (zona F
      *    de EMPCOMP.DAT, como PRG01116) topa con el salario minimo
      *    de frontera; sin complemento cuenta como zona general
            MOVE 'G' TO WS-ZONA
            OPEN INPUT F-COMPLEMENTO
            IF CMP-OK
                MOVE EmpId TO CMP-EMP-ID
                READ F-COMPLEMENTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CMP-ZONA-FRONTERA
                            MOVE 'F' TO WS-ZONA
                        END-IF
                END-READ
                CLOSE F-COMPLEMENTO
            END-IF
            IF ZONA-FRONTERA AND WS-IND-SM-FRONTERA > ZEROS
                MOVE WS-IND-SM-FRONTERA TO WS-SAL-MINIMO
                DISPLAY 'Salario minimo de la frontera norte vigente: '
                    WS-IND-SM-FRONTERA UPON CONSOLE
            ELSE
                MOVE WS-IND-SM-GENERAL TO WS-SAL-MINIMO
                DISPLAY 'Salario minimo general vigente: '
                    WS-IND-SM-GENERAL UPON CONSOLE
            END-IF.
       015-ZONA-SALARIAL-SAL.
            EXIT.

       020-REVISAR-PRESTAMO.
      *    Candado legal de cobranza: con saldo de prestamo abierto
      *    no se emite finiquito
       020-REVISAR-PRESTAMO-SAL.
            EXIT.

       025-REVISAR-RESGUARDO.
      *    Mismo candado que el prestamo: con equipo asignado sin
      *    devolver ni descuento autorizado no se emite finiquito
            MOVE ZEROS TO WS-RES-NUM
            MOVE ZEROS TO WS-RES-ASIGNADOS
            MOVE ZEROS TO WS-DESC-RESGUARDO
            OPEN INPUT F-RESGUARDOS
            IF WS-STATUS-RESGUARDOS NOT = '00'
                GO TO 025-REVISAR-RESGUARDO-SAL
            END-IF
            MOVE 'N' TO WS-FIN-RESGUARDOS
            PERFORM UNTIL FIN-RESGUARDOS
                READ F-RESGUARDOS INTO WS-RENGLON-RES
                    AT END
                        MOVE 'Y' TO WS-FIN-RESGUARDOS
                    NOT AT END
                        PERFORM 027-GUARDAR-RESGUARDO
                           THRU
                           027-GUARDAR-RESGUARDO-SAL
                END-READ
            END-PERFORM
            CLOSE F-RESGUARDOS
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                UNTIL WS-RES-IDX > WS-RES-NUM
                IF WS-RES-T-EMP(WS-RES-IDX) = EmpId
                    AND (WS-RES-T-ESTADO(WS-RES-IDX) = 'A'
                    OR WS-RES-T-ESTADO(WS-RES-IDX) = 'X')
                    MOVE WS-RES-T-VALOR(WS-RES-IDX) TO WS-ED-VALOR
                    IF WS-RES-T-ESTADO(WS-RES-IDX) = 'A'
                        ADD 1 TO WS-RES-ASIGNADOS
                        DISPLAY 'ASIGNADO: '
                            WS-RES-T-ETIQUETA(WS-RES-IDX) ' '
                            WS-RES-T-DESCRIPCION(WS-RES-IDX) ' '
                            WS-ED-VALOR ' desde '
                            WS-RES-T-ENTREGA(WS-RES-IDX) UPON CONSOLE
                    ELSE
                        ADD WS-RES-T-VALOR(WS-RES-IDX)
                            TO WS-DESC-RESGUARDO
                        DISPLAY 'A DESCONTAR: '
                            WS-RES-T-ETIQUETA(WS-RES-IDX) ' '
                            WS-RES-T-DESCRIPCION(WS-RES-IDX) ' '
                            WS-ED-VALOR UPON CONSOLE
                    END-IF
                END-IF
            END-PERFORM
            IF WS-RES-ASIGNADOS > ZEROS
                DISPLAY 'BLOQUEADO: el empleado tiene '
                    WS-RES-ASIGNADOS ' activos en resguardo; '
                    'registre la devolucion o autorice el descuento '
                    'en PRG01132 antes del finiquito' UPON CONSOLE
                GOBACK
            END-IF.
       025-REVISAR-RESGUARDO-SAL.
            EXIT.

       027-GUARDAR-RESGUARDO.
            MOVE ZEROS TO WS-RES-HALLADO
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                UNTIL WS-RES-IDX > WS-RES-NUM OR WS-RES-HALLADO > ZEROS
                IF WS-RES-T-ETIQUETA(WS-RES-IDX) = RES-ETIQUETA
                    MOVE WS-RES-IDX TO WS-RES-HALLADO
                END-IF
            END-PERFORM
            IF WS-RES-HALLADO = ZEROS
                IF WS-RES-NUM NOT < 3000
                    GO TO 027-GUARDAR-RESGUARDO-SAL
                END-IF
                ADD 1 TO WS-RES-NUM
                MOVE WS-RES-NUM TO WS-RES-HALLADO
            END-IF
            MOVE RES-ETIQUETA TO WS-RES-T-ETIQUETA(WS-RES-HALLADO)
            MOVE RES-EMP TO WS-RES-T-EMP(WS-RES-HALLADO)
            MOVE RES-DESCRIPCION
                TO WS-RES-T-DESCRIPCION(WS-RES-HALLADO)
            MOVE RES-VALOR TO WS-RES-T-VALOR(WS-RES-HALLADO)
            MOVE RES-ENTREGA TO WS-RES-T-ENTREGA(WS-RES-HALLADO)
            MOVE RES-ESTADO TO WS-RES-T-ESTADO(WS-RES-HALLADO)
            MOVE 'N' TO WS-RES-T-COBRO(WS-RES-HALLADO).
       027-GUARDAR-RESGUARDO-SAL.
            EXIT.

       028-MARCAR-DESCONTADOS.
      *    Lo descontado en el finiquito queda en estado C con la
      *    fecha de terminacion para no volver a cobrarlo; lo que no
      *    cupo en el finiquito sigue autorizado y pendiente
            OPEN EXTEND F-RESGUARDOS
            IF WS-STATUS-RESGUARDOS = '35'
                OPEN OUTPUT F-RESGUARDOS
            END-IF
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                UNTIL WS-RES-IDX > WS-RES-NUM
                IF WS-RES-T-EMP(WS-RES-IDX) = EmpId
                    AND WS-RES-T-ESTADO(WS-RES-IDX) = 'X'
                    AND RES-COBRADO(WS-RES-IDX)
                    MOVE WS-RES-T-ETIQUETA(WS-RES-IDX) TO RES-ETIQUETA
                    MOVE EmpId TO RES-EMP
                    MOVE WS-RES-T-DESCRIPCION(WS-RES-IDX)
                        TO RES-DESCRIPCION
                    MOVE WS-RES-T-VALOR(WS-RES-IDX) TO RES-VALOR
                    MOVE WS-RES-T-ENTREGA(WS-RES-IDX) TO RES-ENTREGA
                    MOVE WS-BAJA-NUM TO RES-DEVOLUCION
                    MOVE 'C' TO RES-ESTADO
                    MOVE WS-RENGLON-RES TO REG-RESGUARDO
                    WRITE REG-RESGUARDO
                END-IF
            END-PERFORM
            CLOSE F-RESGUARDOS.
       028-MARCAR-DESCONTADOS-SAL.
            EXIT.

       030-CALCULAR-FINIQUITO.
      *    Salario diario por frecuencia, como PRG01041
            EVALUATE TRUE
            END-IF
            COMPUTE WS-TOTAL-FINIQUITO = WS-SUELDO-PEND
                + WS-VACACIONES + WS-PRIMA-VAC + WS-AGUINALDO
                + WS-PRIMA-ANT
            MOVE WS-DESC-RESGUARDO TO WS-RES-AUTORIZADO
            IF WS-RES-AUTORIZADO > ZEROS
                PERFORM 035-ACOTAR-DESCUENTO
                   THRU
                   035-ACOTAR-DESCUENTO-SAL
            END-IF
            COMPUTE WS-NETO-FINIQUITO = WS-TOTAL-FINIQUITO
                - WS-DESC-RESGUARDO.
       030-CALCULAR-FINIQUITO-SAL.
            EXIT.

       035-ACOTAR-DESCUENTO.
      *    El equipo no devuelto se descuenta pieza por pieza, por su
      *    valor completo, mientras quepa en el total del finiquito;
      *    la pieza que no cabe queda pendiente en el resguardo
            MOVE ZEROS TO WS-DESC-RESGUARDO
            MOVE ZEROS TO WS-RES-PENDIENTES
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                UNTIL WS-RES-IDX > WS-RES-NUM
                IF WS-RES-T-EMP(WS-RES-IDX) = EmpId
                    AND WS-RES-T-ESTADO(WS-RES-IDX) = 'X'
                    IF WS-DESC-RESGUARDO + WS-RES-T-VALOR(WS-RES-IDX)
                        NOT > WS-TOTAL-FINIQUITO
                        ADD WS-RES-T-VALOR(WS-RES-IDX)
                            TO WS-DESC-RESGUARDO
                        MOVE 'S' TO WS-RES-T-COBRO(WS-RES-IDX)
                    ELSE
                        MOVE 'N' TO WS-RES-T-COBRO(WS-RES-IDX)
                        ADD 1 TO WS-RES-PENDIENTES
                    END-IF
                END-IF
            END-PERFORM
            IF WS-RES-PENDIENTES > ZEROS
                MOVE WS-RES-AUTORIZADO TO WS-ED-IMPORTE
                DISPLAY 'AVISO: el descuento de equipo '
                    WS-ED-IMPORTE ' excede el finiquito; '
                    WS-RES-PENDIENTES ' activos quedan pendientes en '
                    'el resguardo' UPON CONSOLE
            END-IF.
       035-ACOTAR-DESCUENTO-SAL.
            EXIT.

       040-VACACIONES-PENDIENTES.
      *    Derecho LFT del aniversario en curso y tomados desde el
      *    ultimo aniversario, con la fecha de terminacion como
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            DISPLAY WS-LINEA-REP UPON CONSOLE
            IF WS-RES-AUTORIZADO > ZEROS
                PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                    UNTIL WS-RES-IDX > WS-RES-NUM
                    IF WS-RES-T-EMP(WS-RES-IDX) = EmpId
                        AND WS-RES-T-ESTADO(WS-RES-IDX) = 'X'
                        MOVE WS-RES-T-VALOR(WS-RES-IDX)
                            TO WS-ED-IMPORTE
                        MOVE SPACES TO WS-LINEA-REP
                        IF RES-COBRADO(WS-RES-IDX)
                            STRING 'DESCUENTO EQUIPO '
                                WS-RES-T-ETIQUETA(WS-RES-IDX) ' '
                                WS-RES-T-DESCRIPCION(WS-RES-IDX) ' '
                                WS-ED-IMPORTE
                                DELIMITED BY SIZE
                                INTO WS-LINEA-REP
                        ELSE
                            STRING 'PENDIENTE EQUIPO '
                                WS-RES-T-ETIQUETA(WS-RES-IDX) ' '
                                WS-RES-T-DESCRIPCION(WS-RES-IDX) ' '
                                WS-ED-IMPORTE ' NO CABE EN EL FINIQUITO'
                                DELIMITED BY SIZE
                                INTO WS-LINEA-REP
                        END-IF
                        MOVE WS-LINEA-REP TO REG-REPORTE
                        WRITE REG-REPORTE
                    END-IF
                END-PERFORM
                MOVE WS-DESC-RESGUARDO TO WS-ED-IMPORTE
                MOVE SPACES TO WS-LINEA-REP
                STRING 'TOTAL DESCUENTO POR EQUIPO.......'
                    WS-ED-IMPORTE
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                MOVE WS-LINEA-REP TO REG-REPORTE
                WRITE REG-REPORTE
                MOVE WS-NETO-FINIQUITO TO WS-ED-IMPORTE
                MOVE SPACES TO WS-LINEA-REP
                STRING 'NETO A PAGAR.....................'
                    WS-ED-IMPORTE
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                MOVE WS-LINEA-REP TO REG-REPORTE
                WRITE REG-REPORTE
                DISPLAY WS-LINEA-REP UPON CONSOLE
            END-IF
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE
