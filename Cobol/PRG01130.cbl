       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01130.
      *  Anticipos de viaticos y su comprobacion por nomina: cada
      *  anticipo entregado fuera de nomina se registra por empleado
      *  con folio consecutivo, viaje, importe, fecha de entrega y
      *  fecha limite de comprobacion (ANTICIPO.TXT; se agrega un
      *  renglon y por folio gana el ultimo, cada alta y cada firma
      *  queda en TABAUD.TXT via PRG01095), con la bandera de la
      *  autorizacion firmada por el empleado para descontarle lo no
      *  comprobado; las comprobaciones se capturan contra el folio
      *  (COMPROBA.TXT) y el saldo sale a favor de la empresa o del
      *  empleado; el estado de cuenta (VIATEDO.TXT) lista cada
      *  anticipo con su saldo; la generacion para la siguiente
      *  nomina toma la fecha de pago y, por empleado, neta lo
      *  comprobado de mas contra lo vencido con autorizacion,
      *  descuenta lo ya aplicado en RECAPLIC.TXT y lo ya programado
      *  en RECURR.TXT, y asienta la diferencia como recurrente de un
      *  solo dia en la fecha de pago: VIAR reembolso (percepcion) o
      *  VIAD descuento (deduccion, por el saldo completo; PRG01019
      *  la topa al neto y el resto sale en la siguiente generacion)
      *  - LCG 15 OCT 26
      *  Trazado de ANTICIPO.TXT: FOLIO(6) EMP(6) VIAJE(30) IMPORTE(9
      *  con 2 dec) FECHA(8) VENCE(8) AUTORIZA(1 S/N); de
      *  COMPROBA.TXT: FOLIO(6) FECHA(8) IMPORTE(9 con 2 dec)
      *  CONCEPTO(30)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ANTICIPOS ASSIGN TO "ANTICIPO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANTICIPOS.
           SELECT F-COMPROBACIONES ASSIGN TO "COMPROBA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPROBACIONES.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-CONCEPTOS ASSIGN TO "CONCEPTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONCEPTOS.
           SELECT F-RECURRENTES ASSIGN TO "RECURR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RECURRENTES.
           SELECT F-APLICADOS ASSIGN TO "RECAPLIC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APLICADOS.
           SELECT F-ESTADO ASSIGN TO "VIATEDO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-MOVIMIENTOS ASSIGN TO "VIATNOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-ANTICIPOS.
       01 REG-ANTICIPO               PIC X(68).
       FD  F-COMPROBACIONES.
       01 REG-COMPROBACION           PIC X(53).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-CONCEPTOS.
       01 REG-CONCEPTO               PIC X(35).
       FD  F-RECURRENTES.
       01 REG-RECURRENTE             PIC X(40).
       FD  F-APLICADOS.
       01 REG-APLICADO               PIC X(30).
       FD  F-ESTADO.
       01 REG-ESTADO                 PIC X(132).
       FD  F-MOVIMIENTOS.
       01 REG-MOVIMIENTO             PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-ANTICIPOS        PIC XX VALUE '00'.
       01 WS-STATUS-COMPROBACIONES   PIC XX VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-CONCEPTOS        PIC XX VALUE '00'.
       01 WS-STATUS-RECURRENTES      PIC XX VALUE '00'.
       01 WS-STATUS-APLICADOS        PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'E'.
           88 OPCION-ANTICIPO        VALUE 'A'.
           88 OPCION-COMPROBACION    VALUE 'C'.
           88 OPCION-FIRMA           VALUE 'F'.
           88 OPCION-ESTADO          VALUE 'E'.
           88 OPCION-GENERAR         VALUE 'G'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 WS-CAPTURA.
           05 WS-DIA-CAP             PIC 99 VALUE ZEROS.
           05 WS-MES-CAP             PIC 99 VALUE ZEROS.
           05 WS-ANHO-CAP            PIC 9999 VALUE ZEROS.
           05 WS-CAP-PESOS           PIC 9(7) VALUE ZEROS.
           05 WS-CAP-CENT            PIC 99 VALUE ZEROS.
           05 WS-FECHA-CAP           PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-EMP-BUSCADO             PIC 9(6) VALUE ZEROS.
       01 WS-FOLIO-BUSCADO           PIC 9(6) VALUE ZEROS.
       01 WS-FOLIO-MAYOR             PIC 9(6) VALUE ZEROS.
       01 WS-RENGLON-ANT.
           05 ANT-FOLIO              PIC 9(6).
           05 ANT-EMP                PIC 9(6).
           05 ANT-VIAJE              PIC X(30).
           05 ANT-IMPORTE            PIC 9(7)V99.
           05 ANT-FECHA              PIC 9(8).
           05 ANT-VENCE              PIC 9(8).
           05 ANT-AUTORIZA           PIC X.
               88 ANT-AUTORIZADO     VALUE 'S'.
       01 WS-RENGLON-CPB.
           05 CPB-FOLIO              PIC 9(6).
           05 CPB-FECHA              PIC 9(8).
           05 CPB-IMPORTE            PIC 9(7)V99.
           05 CPB-CONCEPTO           PIC X(30).
      *    Anticipos vigentes (ultimo renglon de cada folio) con lo
      *    comprobado contra cada uno
       01 WS-TABLA-ANT.
           05 WS-ANT-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-ANT-ENT OCCURS 2000 TIMES.
               10 WS-ANT-T-FOLIO     PIC 9(6).
               10 WS-ANT-T-EMP       PIC 9(6).
               10 WS-ANT-T-VIAJE     PIC X(30).
               10 WS-ANT-T-IMPORTE   PIC 9(7)V99.
               10 WS-ANT-T-FECHA     PIC 9(8).
               10 WS-ANT-T-VENCE     PIC 9(8).
               10 WS-ANT-T-AUTORIZA  PIC X.
               10 WS-ANT-T-COMPROBADO PIC 9(9)V99.
       01 WS-ANT-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-ANT-HALLADO             PIC 9(4) VALUE ZEROS.
      *    Saldos de la generacion por empleado
       01 WS-TABLA-EMP.
           05 WS-EMP-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-EMP-ENT OCCURS 1000 TIMES.
               10 WS-EMP-T-ID        PIC 9(6).
               10 WS-EMP-T-REEMBOLSO PIC 9(9)V99.
               10 WS-EMP-T-ADEUDO    PIC 9(9)V99.
               10 WS-EMP-T-PAGADO    PIC 9(9)V99.
               10 WS-EMP-T-DESCONTADO PIC 9(9)V99.
               10 WS-EMP-T-NETO      PIC S9(9)V99.
       01 WS-EMP-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-EMP-HALLADO             PIC 9(4) VALUE ZEROS.
       01 WS-EMP-ALTA                PIC X VALUE 'N'.
           88 EMP-DAR-ALTA           VALUE 'S'.
       01 WS-SALDO                   PIC S9(9)V99 VALUE ZEROS.
       01 WS-ESTADO-ANT              PIC X(22) VALUE SPACES.
       01 WS-FECHA-PAGO              PIC 9(8) VALUE ZEROS.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'ANTICIPO.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
       01 WS-RENGLON-CON.
           05 WS-CON-CODIGO          PIC X(4).
           05 WS-CON-TIPO            PIC X.
           05 WS-CON-DESCRIPCION     PIC X(30).
       01 WS-CONCEPTO-REEMBOLSO      PIC X(4) VALUE 'VIAR'.
       01 WS-CONCEPTO-DESCUENTO      PIC X(4) VALUE 'VIAD'.
       01 WS-CONCEPTO-BUSCADO        PIC X(4) VALUE SPACES.
       01 WS-CONCEPTO-EXISTE         PIC X VALUE 'N'.
           88 CONCEPTO-EXISTE        VALUE 'S'.
       01 WS-RENGLON-REC.
           05 WS-REC-EMP             PIC 9(6).
           05 WS-REC-CODIGO          PIC X(4).
           05 WS-REC-MODO            PIC X.
           05 WS-REC-VALOR           PIC 9(11)V99.
           05 WS-REC-INICIO          PIC 9(8).
           05 WS-REC-FIN             PIC 9(8).
       01 WS-RENGLON-APL.
           05 WS-APL-CORRIDA         PIC 9(6).
           05 WS-APL-EMP             PIC 9(6).
           05 WS-APL-CODIGO          PIC X(4).
           05 WS-APL-TIPO            PIC X.
           05 WS-APL-IMPORTE         PIC 9(11)V99.
       01 WS-TOTALES.
           05 WS-TOT-ANTICIPOS       PIC 9(5) VALUE ZEROS.
           05 WS-TOT-REEMBOLSOS      PIC 9(5) VALUE ZEROS.
           05 WS-TOT-DESCUENTOS      PIC 9(5) VALUE ZEROS.
           05 WS-TOT-SIN-FIRMA       PIC 9(5) VALUE ZEROS.
           05 WS-TOT-IMP-REEMBOLSO   PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-IMP-DESCUENTO   PIC 9(11)V99 VALUE ZEROS.
       01 WS-EDITADOS.
           05 WS-ED-IMPORTE          PIC Z(6)9.99.
           05 WS-ED-COMPROBADO       PIC Z(8)9.99.
           05 WS-ED-SALDO            PIC -(8)9.99.
           05 WS-ED-TOTAL            PIC Z(10)9.99.
       01 WS-LINEA-REP               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       020-SESION.
            DISPLAY 'Viaticos: (A)nticipo, (C)omprobacion, (F)irma '
                'de autorizacion de descuento, (E)stado de cuenta, '
                '(G)enerar para la siguiente nomina: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-ANTICIPO
                    PERFORM 030-ALTA-ANTICIPO
                       THRU
                       030-ALTA-ANTICIPO-SAL
                WHEN OPCION-COMPROBACION
                    PERFORM 040-COMPROBACION
                       THRU
                       040-COMPROBACION-SAL
                WHEN OPCION-FIRMA
                    PERFORM 045-FIRMAR-AUTORIZACION
                       THRU
                       045-FIRMAR-AUTORIZACION-SAL
                WHEN OPCION-GENERAR
                    PERFORM 060-GENERAR-NOMINA
                       THRU
                       060-GENERAR-NOMINA-SAL
                WHEN OTHER
                    PERFORM 050-ESTADO-CUENTA
                       THRU
                       050-ESTADO-CUENTA-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-ALTA-ANTICIPO.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT WS-EMP-BUSCADO FROM CONSOLE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro'
                    UPON CONSOLE
                GO TO 030-ALTA-ANTICIPO-SAL
            END-IF
            MOVE WS-EMP-BUSCADO TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    DISPLAY 'Error: empleado no existe' UPON CONSOLE
                    CLOSE F-EMPLEADOS
                    GO TO 030-ALTA-ANTICIPO-SAL
            END-READ
            CLOSE F-EMPLEADOS
            IF EMP-BAJA
                DISPLAY 'Error: el empleado esta dado de baja'
                    UPON CONSOLE
                GO TO 030-ALTA-ANTICIPO-SAL
            END-IF
            DISPLAY REG-NOMBRE ' ' REG-APE-PATERNO ' '
                REG-APE-MATERNO UPON CONSOLE
            MOVE WS-EMP-BUSCADO TO ANT-EMP
            DISPLAY 'Viaje (destino y motivo): ' UPON CONSOLE
            ACCEPT ANT-VIAJE FROM CONSOLE
            DISPLAY 'Importe del anticipo, pesos: ' UPON CONSOLE
            ACCEPT WS-CAP-PESOS FROM CONSOLE
            DISPLAY 'Importe del anticipo, centavos: ' UPON CONSOLE
            ACCEPT WS-CAP-CENT FROM CONSOLE
            COMPUTE ANT-IMPORTE = WS-CAP-PESOS + (WS-CAP-CENT / 100)
            IF ANT-IMPORTE = ZEROS
                DISPLAY 'Error: importe en cero' UPON CONSOLE
                GO TO 030-ALTA-ANTICIPO-SAL
            END-IF
            DISPLAY 'Fecha de entrega del anticipo:' UPON CONSOLE
            PERFORM 070-CAPTURAR-FECHA
               THRU
               070-CAPTURAR-FECHA-SAL
            IF FECHA-INVALIDA
                DISPLAY 'Fecha invalida' UPON CONSOLE
                GO TO 030-ALTA-ANTICIPO-SAL
            END-IF
            MOVE WS-FECHA-CAP TO ANT-FECHA
            DISPLAY 'Fecha limite de comprobacion:' UPON CONSOLE
            PERFORM 070-CAPTURAR-FECHA
               THRU
               070-CAPTURAR-FECHA-SAL
            IF FECHA-INVALIDA OR WS-FECHA-CAP < ANT-FECHA
                DISPLAY 'Fecha limite invalida o anterior a la '
                    'entrega' UPON CONSOLE
                GO TO 030-ALTA-ANTICIPO-SAL
            END-IF
            MOVE WS-FECHA-CAP TO ANT-VENCE
            DISPLAY '¿El empleado firmo la autorizacion para '
                'descontarle por nomina lo no comprobado? (S/N): '
                UPON CONSOLE
            ACCEPT ANT-AUTORIZA FROM CONSOLE
            IF NOT ANT-AUTORIZADO
                MOVE 'N' TO ANT-AUTORIZA
            END-IF
      *    El folio es el siguiente al mayor registrado
            MOVE WS-RENGLON-ANT TO WS-LINEA-REP
            PERFORM 080-CARGAR-ANTICIPOS
               THRU
               080-CARGAR-ANTICIPOS-SAL
            MOVE WS-LINEA-REP(1:68) TO WS-RENGLON-ANT
            COMPUTE ANT-FOLIO = WS-FOLIO-MAYOR + 1
            MOVE ANT-IMPORTE TO WS-ED-IMPORTE
            DISPLAY 'Anticipo folio ' ANT-FOLIO ' empleado ' ANT-EMP
                ' importe ' WS-ED-IMPORTE ' entregado ' ANT-FECHA
                ' comprobar a mas tardar ' ANT-VENCE
                ' autorizacion ' ANT-AUTORIZA UPON CONSOLE
            DISPLAY '¿Confirma el registro? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 030-ALTA-ANTICIPO-SAL
            END-IF
            PERFORM 075-GRABAR-ANTICIPO
               THRU
               075-GRABAR-ANTICIPO-SAL
            MOVE 'ALTA' TO WS-TAB-OPERACION
            MOVE SPACES TO WS-TAB-ANTES
            MOVE SPACES TO WS-TAB-DESPUES
            STRING 'FOLIO ' ANT-FOLIO ' EMP ' ANT-EMP ' IMP '
                ANT-IMPORTE ' AUT ' ANT-AUTORIZA
                DELIMITED BY SIZE
                INTO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Anticipo registrado con folio ' ANT-FOLIO
                UPON CONSOLE.
       030-ALTA-ANTICIPO-SAL.
            EXIT.

       040-COMPROBACION.
            DISPLAY 'Folio del anticipo: ' UPON CONSOLE
            ACCEPT WS-FOLIO-BUSCADO FROM CONSOLE
            PERFORM 080-CARGAR-ANTICIPOS
               THRU
               080-CARGAR-ANTICIPOS-SAL
            PERFORM 087-BUSCAR-FOLIO
               THRU
               087-BUSCAR-FOLIO-SAL
            IF WS-ANT-HALLADO = ZEROS
                DISPLAY 'Error: folio no registrado' UPON CONSOLE
                GO TO 040-COMPROBACION-SAL
            END-IF
            PERFORM 085-CARGAR-COMPROBACIONES
               THRU
               085-CARGAR-COMPROBACIONES-SAL
            PERFORM 090-MOSTRAR-ANTICIPO
               THRU
               090-MOSTRAR-ANTICIPO-SAL
            MOVE WS-FOLIO-BUSCADO TO CPB-FOLIO
            DISPLAY 'Fecha del comprobante:' UPON CONSOLE
            PERFORM 070-CAPTURAR-FECHA
               THRU
               070-CAPTURAR-FECHA-SAL
            IF FECHA-INVALIDA
                DISPLAY 'Fecha invalida' UPON CONSOLE
                GO TO 040-COMPROBACION-SAL
            END-IF
            MOVE WS-FECHA-CAP TO CPB-FECHA
            DISPLAY 'Importe comprobado, pesos: ' UPON CONSOLE
            ACCEPT WS-CAP-PESOS FROM CONSOLE
            DISPLAY 'Importe comprobado, centavos: ' UPON CONSOLE
            ACCEPT WS-CAP-CENT FROM CONSOLE
            COMPUTE CPB-IMPORTE = WS-CAP-PESOS + (WS-CAP-CENT / 100)
            IF CPB-IMPORTE = ZEROS
                DISPLAY 'Error: importe en cero' UPON CONSOLE
                GO TO 040-COMPROBACION-SAL
            END-IF
            DISPLAY 'Concepto del comprobante (hospedaje, '
                'transporte, alimentos...): ' UPON CONSOLE
            ACCEPT CPB-CONCEPTO FROM CONSOLE
            MOVE CPB-IMPORTE TO WS-ED-IMPORTE
            DISPLAY 'Comprobacion del folio ' CPB-FOLIO ' del '
                CPB-FECHA ' por ' WS-ED-IMPORTE ' ' CPB-CONCEPTO
                UPON CONSOLE
            DISPLAY '¿Confirma el registro? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 040-COMPROBACION-SAL
            END-IF
            OPEN EXTEND F-COMPROBACIONES
            IF WS-STATUS-COMPROBACIONES = '35'
                OPEN OUTPUT F-COMPROBACIONES
            END-IF
            MOVE WS-RENGLON-CPB TO REG-COMPROBACION
            WRITE REG-COMPROBACION
            CLOSE F-COMPROBACIONES
            ADD CPB-IMPORTE TO WS-ANT-T-COMPROBADO(WS-ANT-HALLADO)
            DISPLAY 'Comprobacion registrada' UPON CONSOLE
            PERFORM 090-MOSTRAR-ANTICIPO
               THRU
               090-MOSTRAR-ANTICIPO-SAL.
       040-COMPROBACION-SAL.
            EXIT.

       045-FIRMAR-AUTORIZACION.
      *    La firma se registra como un renglon nuevo del folio con
      *    la bandera en S; el anterior queda de historia
            DISPLAY 'Folio del anticipo: ' UPON CONSOLE
            ACCEPT WS-FOLIO-BUSCADO FROM CONSOLE
            PERFORM 080-CARGAR-ANTICIPOS
               THRU
               080-CARGAR-ANTICIPOS-SAL
            PERFORM 087-BUSCAR-FOLIO
               THRU
               087-BUSCAR-FOLIO-SAL
            IF WS-ANT-HALLADO = ZEROS
                DISPLAY 'Error: folio no registrado' UPON CONSOLE
                GO TO 045-FIRMAR-AUTORIZACION-SAL
            END-IF
            IF WS-ANT-T-AUTORIZA(WS-ANT-HALLADO) = 'S'
                DISPLAY 'El folio ya tiene la autorizacion firmada'
                    UPON CONSOLE
                GO TO 045-FIRMAR-AUTORIZACION-SAL
            END-IF
            PERFORM 085-CARGAR-COMPROBACIONES
               THRU
               085-CARGAR-COMPROBACIONES-SAL
            PERFORM 090-MOSTRAR-ANTICIPO
               THRU
               090-MOSTRAR-ANTICIPO-SAL
            DISPLAY '¿El empleado firmo la autorizacion para '
                'descontarle por nomina lo no comprobado? (S/N): '
                UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 045-FIRMAR-AUTORIZACION-SAL
            END-IF
            MOVE WS-ANT-T-FOLIO(WS-ANT-HALLADO) TO ANT-FOLIO
            MOVE WS-ANT-T-EMP(WS-ANT-HALLADO) TO ANT-EMP
            MOVE WS-ANT-T-VIAJE(WS-ANT-HALLADO) TO ANT-VIAJE
            MOVE WS-ANT-T-IMPORTE(WS-ANT-HALLADO) TO ANT-IMPORTE
            MOVE WS-ANT-T-FECHA(WS-ANT-HALLADO) TO ANT-FECHA
            MOVE WS-ANT-T-VENCE(WS-ANT-HALLADO) TO ANT-VENCE
            MOVE 'S' TO ANT-AUTORIZA
            PERFORM 075-GRABAR-ANTICIPO
               THRU
               075-GRABAR-ANTICIPO-SAL
            MOVE 'CAMBIO' TO WS-TAB-OPERACION
            MOVE SPACES TO WS-TAB-ANTES
            MOVE SPACES TO WS-TAB-DESPUES
            STRING 'FOLIO ' ANT-FOLIO ' EMP ' ANT-EMP ' AUT '
                WS-ANT-T-AUTORIZA(WS-ANT-HALLADO)
                DELIMITED BY SIZE
                INTO WS-TAB-ANTES
            STRING 'FOLIO ' ANT-FOLIO ' EMP ' ANT-EMP ' AUT '
                ANT-AUTORIZA
                DELIMITED BY SIZE
                INTO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Autorizacion de descuento registrada'
                UPON CONSOLE.
       045-FIRMAR-AUTORIZACION-SAL.
            EXIT.

       050-ESTADO-CUENTA.
            DISPLAY 'Numero de empleado (ceros = todos): '
                UPON CONSOLE
            ACCEPT WS-EMP-BUSCADO FROM CONSOLE
            PERFORM 080-CARGAR-ANTICIPOS
               THRU
               080-CARGAR-ANTICIPOS-SAL
            IF WS-ANT-NUM = ZEROS
                DISPLAY 'Sin anticipos registrados (ANTICIPO.TXT)'
                    UPON CONSOLE
                GO TO 050-ESTADO-CUENTA-SAL
            END-IF
            PERFORM 085-CARGAR-COMPROBACIONES
               THRU
               085-CARGAR-COMPROBACIONES-SAL
            OPEN OUTPUT F-ESTADO
            MOVE SPACES TO WS-LINEA-REP
            STRING 'ESTADO DE CUENTA DE ANTICIPOS DE VIATICOS AL '
                WS-FECHA-SIS
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-ESTADO
            WRITE REG-ESTADO
            MOVE 'FOLIO  EMPLEO VIAJE                           ANTIC'
                TO WS-LINEA-REP
            MOVE 'IPO      COMPROBADO        SALDO VENCE    ESTADO'
                TO WS-LINEA-REP(53:)
            MOVE WS-LINEA-REP TO REG-ESTADO
            WRITE REG-ESTADO
            MOVE ZEROS TO WS-TOT-ANTICIPOS
            PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
                UNTIL WS-ANT-IDX > WS-ANT-NUM
                IF WS-EMP-BUSCADO = ZEROS
                    OR WS-ANT-T-EMP(WS-ANT-IDX) = WS-EMP-BUSCADO
                    PERFORM 055-RENGLON-ESTADO
                       THRU
                       055-RENGLON-ESTADO-SAL
                END-IF
            END-PERFORM
            CLOSE F-ESTADO
            DISPLAY 'Anticipos listados: ' WS-TOT-ANTICIPOS
                ' en VIATEDO.TXT' UPON CONSOLE.
       050-ESTADO-CUENTA-SAL.
            EXIT.

       055-RENGLON-ESTADO.
      *    Saldo positivo lo debe el empleado; negativo se le debe
            ADD 1 TO WS-TOT-ANTICIPOS
            COMPUTE WS-SALDO = WS-ANT-T-IMPORTE(WS-ANT-IDX)
                - WS-ANT-T-COMPROBADO(WS-ANT-IDX)
            EVALUATE TRUE
                WHEN WS-SALDO = ZEROS
                    MOVE 'LIQUIDADO' TO WS-ESTADO-ANT
                WHEN WS-SALDO < ZEROS
                    MOVE 'A FAVOR DEL EMPLEADO' TO WS-ESTADO-ANT
                WHEN WS-ANT-T-VENCE(WS-ANT-IDX) NOT < WS-FECHA-SIS
                    MOVE 'POR COMPROBAR' TO WS-ESTADO-ANT
                WHEN WS-ANT-T-AUTORIZA(WS-ANT-IDX) = 'S'
                    MOVE 'VENCIDO, A DESCONTAR' TO WS-ESTADO-ANT
                WHEN OTHER
                    MOVE 'VENCIDO SIN FIRMA' TO WS-ESTADO-ANT
            END-EVALUATE
            MOVE WS-ANT-T-IMPORTE(WS-ANT-IDX) TO WS-ED-IMPORTE
            MOVE WS-ANT-T-COMPROBADO(WS-ANT-IDX) TO WS-ED-COMPROBADO
            MOVE WS-SALDO TO WS-ED-SALDO
            MOVE SPACES TO WS-LINEA-REP
            STRING WS-ANT-T-FOLIO(WS-ANT-IDX) ' '
                WS-ANT-T-EMP(WS-ANT-IDX) ' '
                WS-ANT-T-VIAJE(WS-ANT-IDX) ' '
                WS-ED-IMPORTE ' ' WS-ED-COMPROBADO ' ' WS-ED-SALDO ' '
                WS-ANT-T-VENCE(WS-ANT-IDX) ' ' WS-ESTADO-ANT
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-ESTADO
            WRITE REG-ESTADO.
       055-RENGLON-ESTADO-SAL.
            EXIT.

       060-GENERAR-NOMINA.
            DISPLAY 'Fecha de pago de la siguiente nomina:'
                UPON CONSOLE
            PERFORM 070-CAPTURAR-FECHA
               THRU
               070-CAPTURAR-FECHA-SAL
            IF FECHA-INVALIDA
                DISPLAY 'Fecha invalida' UPON CONSOLE
                GO TO 060-GENERAR-NOMINA-SAL
            END-IF
      *    Lo programado para hoy ya pudo aplicarse en la corrida del
      *    dia; la generacion solo programa fechas futuras
            IF WS-FECHA-CAP NOT > WS-FECHA-SIS
                DISPLAY 'Error: la fecha de pago debe ser posterior '
                    'a hoy' UPON CONSOLE
                GO TO 060-GENERAR-NOMINA-SAL
            END-IF
            MOVE WS-FECHA-CAP TO WS-FECHA-PAGO
            PERFORM 080-CARGAR-ANTICIPOS
               THRU
               080-CARGAR-ANTICIPOS-SAL
            IF WS-ANT-NUM = ZEROS
                DISPLAY 'Sin anticipos registrados (ANTICIPO.TXT)'
                    UPON CONSOLE
                GO TO 060-GENERAR-NOMINA-SAL
            END-IF
            PERFORM 085-CARGAR-COMPROBACIONES
               THRU
               085-CARGAR-COMPROBACIONES-SAL
            INITIALIZE WS-TOTALES
            MOVE ZEROS TO WS-EMP-NUM
            OPEN OUTPUT F-MOVIMIENTOS
            MOVE SPACES TO WS-LINEA-REP
            STRING 'VIATICOS PARA LA NOMINA DEL ' WS-FECHA-PAGO
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-MOVIMIENTO
            WRITE REG-MOVIMIENTO
            PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
                UNTIL WS-ANT-IDX > WS-ANT-NUM
                PERFORM 062-SALDO-ANTICIPO
                   THRU
                   062-SALDO-ANTICIPO-SAL
            END-PERFORM
            IF WS-EMP-NUM = ZEROS
                CLOSE F-MOVIMIENTOS
                DISPLAY 'Sin reembolsos ni descuentos que programar; '
                    'vencidos sin firma: ' WS-TOT-SIN-FIRMA
                    UPON CONSOLE
                GO TO 060-GENERAR-NOMINA-SAL
            END-IF
      *    Lo ya aplicado por nomina y lo ya programado a futuro
            MOVE 'N' TO WS-EMP-ALTA
            PERFORM 064-LEER-APLICADOS
               THRU
               064-LEER-APLICADOS-SAL
            PERFORM 066-LEER-PROGRAMADOS
               THRU
               066-LEER-PROGRAMADOS-SAL
            PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-NUM
                COMPUTE WS-EMP-T-NETO(WS-EMP-IDX) =
                    (WS-EMP-T-REEMBOLSO(WS-EMP-IDX)
                    - WS-EMP-T-PAGADO(WS-EMP-IDX))
                    - (WS-EMP-T-ADEUDO(WS-EMP-IDX)
                    - WS-EMP-T-DESCONTADO(WS-EMP-IDX))
                IF WS-EMP-T-NETO(WS-EMP-IDX) > ZEROS
                    ADD 1 TO WS-TOT-REEMBOLSOS
                    ADD WS-EMP-T-NETO(WS-EMP-IDX)
                        TO WS-TOT-IMP-REEMBOLSO
                END-IF
                IF WS-EMP-T-NETO(WS-EMP-IDX) < ZEROS
                    ADD 1 TO WS-TOT-DESCUENTOS
                    COMPUTE WS-TOT-IMP-DESCUENTO = WS-TOT-IMP-DESCUENTO
                        - WS-EMP-T-NETO(WS-EMP-IDX)
                END-IF
            END-PERFORM
            MOVE WS-TOT-IMP-REEMBOLSO TO WS-ED-TOTAL
            DISPLAY 'Reembolsos (VIAR): ' WS-TOT-REEMBOLSOS
                ' por ' WS-ED-TOTAL UPON CONSOLE
            MOVE WS-TOT-IMP-DESCUENTO TO WS-ED-TOTAL
            DISPLAY 'Descuentos (VIAD): ' WS-TOT-DESCUENTOS
                ' por ' WS-ED-TOTAL UPON CONSOLE
            DISPLAY 'Vencidos sin autorizacion firmada: '
                WS-TOT-SIN-FIRMA UPON CONSOLE
            IF WS-TOT-REEMBOLSOS = ZEROS AND WS-TOT-DESCUENTOS = ZEROS
                CLOSE F-MOVIMIENTOS
                DISPLAY 'Nada pendiente: todo esta aplicado o '
                    'programado' UPON CONSOLE
                GO TO 060-GENERAR-NOMINA-SAL
            END-IF
            DISPLAY '¿Confirma asentarlos en RECURR.TXT para el '
                WS-FECHA-PAGO '? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                CLOSE F-MOVIMIENTOS
                GO TO 060-GENERAR-NOMINA-SAL
            END-IF
            MOVE WS-CONCEPTO-REEMBOLSO TO WS-CON-CODIGO
            MOVE 'P' TO WS-CON-TIPO
            MOVE 'REEMBOLSO DE VIATICOS' TO WS-CON-DESCRIPCION
            PERFORM 095-ASEGURAR-CONCEPTO
               THRU
               095-ASEGURAR-CONCEPTO-SAL
            MOVE WS-CONCEPTO-DESCUENTO TO WS-CON-CODIGO
            MOVE 'D' TO WS-CON-TIPO
            MOVE 'DESCUENTO DE VIATICOS' TO WS-CON-DESCRIPCION
            PERFORM 095-ASEGURAR-CONCEPTO
               THRU
               095-ASEGURAR-CONCEPTO-SAL
            OPEN EXTEND F-RECURRENTES
            IF WS-STATUS-RECURRENTES = '35'
                OPEN OUTPUT F-RECURRENTES
            END-IF
            PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-NUM
                IF WS-EMP-T-NETO(WS-EMP-IDX) NOT = ZEROS
                    PERFORM 068-ASENTAR-EMPLEADO
                       THRU
                       068-ASENTAR-EMPLEADO-SAL
                END-IF
            END-PERFORM
            CLOSE F-RECURRENTES
            CLOSE F-MOVIMIENTOS
            DISPLAY 'Movimientos asentados; detalle en VIATNOM.TXT'
                UPON CONSOLE.
       060-GENERAR-NOMINA-SAL.
            EXIT.

       062-SALDO-ANTICIPO.
      *    Lo comprobado de mas se reembolsa siempre; lo no
      *    comprobado solo se descuenta vencido y con firma
            COMPUTE WS-SALDO = WS-ANT-T-IMPORTE(WS-ANT-IDX)
                - WS-ANT-T-COMPROBADO(WS-ANT-IDX)
            IF WS-SALDO = ZEROS
                GO TO 062-SALDO-ANTICIPO-SAL
            END-IF
            IF WS-SALDO > ZEROS
                AND WS-ANT-T-VENCE(WS-ANT-IDX) NOT < WS-FECHA-PAGO
                GO TO 062-SALDO-ANTICIPO-SAL
            END-IF
            IF WS-SALDO > ZEROS
                AND WS-ANT-T-AUTORIZA(WS-ANT-IDX) NOT = 'S'
                ADD 1 TO WS-TOT-SIN-FIRMA
                MOVE WS-SALDO TO WS-ED-SALDO
                MOVE SPACES TO WS-LINEA-REP
                STRING 'FOLIO ' WS-ANT-T-FOLIO(WS-ANT-IDX)
                    ' EMPLEADO ' WS-ANT-T-EMP(WS-ANT-IDX)
                    ' SALDO ' WS-ED-SALDO ' VENCIDO EL '
                    WS-ANT-T-VENCE(WS-ANT-IDX)
                    ' SIN AUTORIZACION FIRMADA, NO SE DESCUENTA'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                MOVE WS-LINEA-REP TO REG-MOVIMIENTO
                WRITE REG-MOVIMIENTO
                GO TO 062-SALDO-ANTICIPO-SAL
            END-IF
            MOVE WS-ANT-T-EMP(WS-ANT-IDX) TO WS-EMP-BUSCADO
            MOVE 'S' TO WS-EMP-ALTA
            PERFORM 092-BUSCAR-EMPLEADO
               THRU
               092-BUSCAR-EMPLEADO-SAL
            IF WS-EMP-HALLADO = ZEROS
                GO TO 062-SALDO-ANTICIPO-SAL
            END-IF
            IF WS-SALDO < ZEROS
                COMPUTE WS-EMP-T-REEMBOLSO(WS-EMP-HALLADO) =
                    WS-EMP-T-REEMBOLSO(WS-EMP-HALLADO) - WS-SALDO
            ELSE
                ADD WS-SALDO TO WS-EMP-T-ADEUDO(WS-EMP-HALLADO)
            END-IF.
       062-SALDO-ANTICIPO-SAL.
            EXIT.

       064-LEER-APLICADOS.
            OPEN INPUT F-APLICADOS
            IF WS-STATUS-APLICADOS NOT = '00'
                GO TO 064-LEER-APLICADOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-APLICADOS INTO WS-RENGLON-APL
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-APL-CODIGO = WS-CONCEPTO-REEMBOLSO
                            OR WS-APL-CODIGO = WS-CONCEPTO-DESCUENTO
                            MOVE WS-APL-EMP TO WS-EMP-BUSCADO
                            PERFORM 092-BUSCAR-EMPLEADO
                               THRU
                               092-BUSCAR-EMPLEADO-SAL
                            IF WS-EMP-HALLADO > ZEROS
                                AND WS-APL-CODIGO
                                    = WS-CONCEPTO-REEMBOLSO
                                ADD WS-APL-IMPORTE TO
                                    WS-EMP-T-PAGADO(WS-EMP-HALLADO)
                            END-IF
                            IF WS-EMP-HALLADO > ZEROS
                                AND WS-APL-CODIGO
                                    = WS-CONCEPTO-DESCUENTO
                                ADD WS-APL-IMPORTE TO
                                    WS-EMP-T-DESCONTADO(WS-EMP-HALLADO)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-APLICADOS.
       064-LEER-APLICADOS-SAL.
            EXIT.

       066-LEER-PROGRAMADOS.
      *    Solo cuenta lo programado a partir de manana; lo de fechas
      *    pasadas ya esta en RECAPLIC.TXT o no se aplico y se vuelve
      *    a programar
            OPEN INPUT F-RECURRENTES
            IF WS-STATUS-RECURRENTES NOT = '00'
                GO TO 066-LEER-PROGRAMADOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-RECURRENTES INTO WS-RENGLON-REC
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-REC-INICIO > WS-FECHA-SIS
                            AND (WS-REC-CODIGO = WS-CONCEPTO-REEMBOLSO
                            OR WS-REC-CODIGO = WS-CONCEPTO-DESCUENTO)
                            MOVE WS-REC-EMP TO WS-EMP-BUSCADO
                            PERFORM 092-BUSCAR-EMPLEADO
                               THRU
                               092-BUSCAR-EMPLEADO-SAL
                            IF WS-EMP-HALLADO > ZEROS
                                AND WS-REC-CODIGO
                                    = WS-CONCEPTO-REEMBOLSO
                                ADD WS-REC-VALOR TO
                                    WS-EMP-T-PAGADO(WS-EMP-HALLADO)
                            END-IF
                            IF WS-EMP-HALLADO > ZEROS
                                AND WS-REC-CODIGO
                                    = WS-CONCEPTO-DESCUENTO
                                ADD WS-REC-VALOR TO
                                    WS-EMP-T-DESCONTADO(WS-EMP-HALLADO)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-RECURRENTES.
       066-LEER-PROGRAMADOS-SAL.
            EXIT.

       068-ASENTAR-EMPLEADO.
      *    Un recurrente de importe fijo vigente solo el dia de pago
            MOVE WS-EMP-T-ID(WS-EMP-IDX) TO WS-REC-EMP
            MOVE 'I' TO WS-REC-MODO
            IF WS-EMP-T-NETO(WS-EMP-IDX) > ZEROS
                MOVE WS-CONCEPTO-REEMBOLSO TO WS-REC-CODIGO
                MOVE WS-EMP-T-NETO(WS-EMP-IDX) TO WS-REC-VALOR
            ELSE
                MOVE WS-CONCEPTO-DESCUENTO TO WS-REC-CODIGO
                COMPUTE WS-REC-VALOR = WS-EMP-T-NETO(WS-EMP-IDX) * -1
            END-IF
            MOVE WS-FECHA-PAGO TO WS-REC-INICIO
            MOVE WS-FECHA-PAGO TO WS-REC-FIN
            MOVE WS-RENGLON-REC TO REG-RECURRENTE
            WRITE REG-RECURRENTE
            MOVE WS-REC-VALOR TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'EMPLEADO ' WS-REC-EMP ' ' WS-REC-CODIGO ' '
                WS-ED-TOTAL ' PAGO DEL ' WS-FECHA-PAGO
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-MOVIMIENTO
            WRITE REG-MOVIMIENTO.
       068-ASENTAR-EMPLEADO-SAL.
            EXIT.

       070-CAPTURAR-FECHA.
            DISPLAY '  Dia: ' UPON CONSOLE
            ACCEPT WS-DIA-CAP FROM CONSOLE
            DISPLAY '  Mes: ' UPON CONSOLE
            ACCEPT WS-MES-CAP FROM CONSOLE
            DISPLAY '  Anho: ' UPON CONSOLE
            ACCEPT WS-ANHO-CAP FROM CONSOLE
            CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP WS-ANHO-CAP
                WS-FECHA-VALIDA
            COMPUTE WS-FECHA-CAP = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP.
       070-CAPTURAR-FECHA-SAL.
            EXIT.

       075-GRABAR-ANTICIPO.
            OPEN EXTEND F-ANTICIPOS
            IF WS-STATUS-ANTICIPOS = '35'
                OPEN OUTPUT F-ANTICIPOS
            END-IF
            MOVE WS-RENGLON-ANT TO REG-ANTICIPO
            WRITE REG-ANTICIPO
            CLOSE F-ANTICIPOS.
       075-GRABAR-ANTICIPO-SAL.
            EXIT.

       080-CARGAR-ANTICIPOS.
            MOVE ZEROS TO WS-ANT-NUM
            MOVE ZEROS TO WS-FOLIO-MAYOR
            OPEN INPUT F-ANTICIPOS
            IF WS-STATUS-ANTICIPOS NOT = '00'
                GO TO 080-CARGAR-ANTICIPOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-ANTICIPOS INTO WS-RENGLON-ANT
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 082-GUARDAR-ANTICIPO
                           THRU
                           082-GUARDAR-ANTICIPO-SAL
                END-READ
            END-PERFORM
            CLOSE F-ANTICIPOS.
       080-CARGAR-ANTICIPOS-SAL.
            EXIT.

       082-GUARDAR-ANTICIPO.
            IF ANT-FOLIO > WS-FOLIO-MAYOR
                MOVE ANT-FOLIO TO WS-FOLIO-MAYOR
            END-IF
            MOVE ZEROS TO WS-ANT-HALLADO
            PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
                UNTIL WS-ANT-IDX > WS-ANT-NUM OR WS-ANT-HALLADO > ZEROS
                IF WS-ANT-T-FOLIO(WS-ANT-IDX) = ANT-FOLIO
                    MOVE WS-ANT-IDX TO WS-ANT-HALLADO
                END-IF
            END-PERFORM
            IF WS-ANT-HALLADO = ZEROS
                IF WS-ANT-NUM NOT < 2000
                    GO TO 082-GUARDAR-ANTICIPO-SAL
                END-IF
                ADD 1 TO WS-ANT-NUM
                MOVE WS-ANT-NUM TO WS-ANT-HALLADO
            END-IF
            MOVE ANT-FOLIO TO WS-ANT-T-FOLIO(WS-ANT-HALLADO)
            MOVE ANT-EMP TO WS-ANT-T-EMP(WS-ANT-HALLADO)
            MOVE ANT-VIAJE TO WS-ANT-T-VIAJE(WS-ANT-HALLADO)
            MOVE ANT-IMPORTE TO WS-ANT-T-IMPORTE(WS-ANT-HALLADO)
            MOVE ANT-FECHA TO WS-ANT-T-FECHA(WS-ANT-HALLADO)
            MOVE ANT-VENCE TO WS-ANT-T-VENCE(WS-ANT-HALLADO)
            MOVE ANT-AUTORIZA TO WS-ANT-T-AUTORIZA(WS-ANT-HALLADO)
            MOVE ZEROS TO WS-ANT-T-COMPROBADO(WS-ANT-HALLADO).
       082-GUARDAR-ANTICIPO-SAL.
            EXIT.

       085-CARGAR-COMPROBACIONES.
            OPEN INPUT F-COMPROBACIONES
            IF WS-STATUS-COMPROBACIONES NOT = '00'
                GO TO 085-CARGAR-COMPROBACIONES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-COMPROBACIONES INTO WS-RENGLON-CPB
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
                            UNTIL WS-ANT-IDX > WS-ANT-NUM
                            IF WS-ANT-T-FOLIO(WS-ANT-IDX) = CPB-FOLIO
                                ADD CPB-IMPORTE TO
                                    WS-ANT-T-COMPROBADO(WS-ANT-IDX)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE F-COMPROBACIONES.
       085-CARGAR-COMPROBACIONES-SAL.
            EXIT.

       087-BUSCAR-FOLIO.
            MOVE ZEROS TO WS-ANT-HALLADO
            PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
                UNTIL WS-ANT-IDX > WS-ANT-NUM OR WS-ANT-HALLADO > ZEROS
                IF WS-ANT-T-FOLIO(WS-ANT-IDX) = WS-FOLIO-BUSCADO
                    MOVE WS-ANT-IDX TO WS-ANT-HALLADO
                END-IF
            END-PERFORM.
       087-BUSCAR-FOLIO-SAL.
            EXIT.

       090-MOSTRAR-ANTICIPO.
            COMPUTE WS-SALDO = WS-ANT-T-IMPORTE(WS-ANT-HALLADO)
                - WS-ANT-T-COMPROBADO(WS-ANT-HALLADO)
            MOVE WS-ANT-T-IMPORTE(WS-ANT-HALLADO) TO WS-ED-IMPORTE
            MOVE WS-ANT-T-COMPROBADO(WS-ANT-HALLADO)
                TO WS-ED-COMPROBADO
            MOVE WS-SALDO TO WS-ED-SALDO
            DISPLAY 'Folio ' WS-ANT-T-FOLIO(WS-ANT-HALLADO)
                ' empleado ' WS-ANT-T-EMP(WS-ANT-HALLADO) ' '
                WS-ANT-T-VIAJE(WS-ANT-HALLADO) UPON CONSOLE
            DISPLAY 'Anticipo ' WS-ED-IMPORTE ' comprobado '
                WS-ED-COMPROBADO ' saldo ' WS-ED-SALDO
                ' vence ' WS-ANT-T-VENCE(WS-ANT-HALLADO)
                ' autorizacion ' WS-ANT-T-AUTORIZA(WS-ANT-HALLADO)
                UPON CONSOLE
            IF WS-SALDO < ZEROS
                DISPLAY '(saldo negativo: se le debe al empleado)'
                    UPON CONSOLE
            END-IF.
       090-MOSTRAR-ANTICIPO-SAL.
            EXIT.

       092-BUSCAR-EMPLEADO.
      *    Con WS-EMP-ALTA en S el empleado que no esta se agrega
            MOVE ZEROS TO WS-EMP-HALLADO
            PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-NUM OR WS-EMP-HALLADO > ZEROS
                IF WS-EMP-T-ID(WS-EMP-IDX) = WS-EMP-BUSCADO
                    MOVE WS-EMP-IDX TO WS-EMP-HALLADO
                END-IF
            END-PERFORM
            IF WS-EMP-HALLADO > ZEROS OR NOT EMP-DAR-ALTA
                GO TO 092-BUSCAR-EMPLEADO-SAL
            END-IF
            IF WS-EMP-NUM NOT < 1000
                GO TO 092-BUSCAR-EMPLEADO-SAL
            END-IF
            ADD 1 TO WS-EMP-NUM
            MOVE WS-EMP-NUM TO WS-EMP-HALLADO
            MOVE WS-EMP-BUSCADO TO WS-EMP-T-ID(WS-EMP-NUM)
            MOVE ZEROS TO WS-EMP-T-REEMBOLSO(WS-EMP-NUM)
            MOVE ZEROS TO WS-EMP-T-ADEUDO(WS-EMP-NUM)
            MOVE ZEROS TO WS-EMP-T-PAGADO(WS-EMP-NUM)
            MOVE ZEROS TO WS-EMP-T-DESCONTADO(WS-EMP-NUM)
            MOVE ZEROS TO WS-EMP-T-NETO(WS-EMP-NUM).
       092-BUSCAR-EMPLEADO-SAL.
            EXIT.

       095-ASEGURAR-CONCEPTO.
      *    Reembolso y descuento son conceptos controlados; el que
      *    aun no este en el catalogo se da de alta
            MOVE WS-CON-CODIGO TO WS-CONCEPTO-BUSCADO
            MOVE WS-RENGLON-CON TO WS-LINEA-REP
            MOVE 'N' TO WS-CONCEPTO-EXISTE
            OPEN INPUT F-CONCEPTOS
            IF WS-STATUS-CONCEPTOS = '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-CONCEPTOS INTO WS-RENGLON-CON
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            IF WS-CON-CODIGO = WS-CONCEPTO-BUSCADO
                                MOVE 'S' TO WS-CONCEPTO-EXISTE
                                MOVE 'Y' TO WS-FIN-ARCHIVO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-CONCEPTOS
            END-IF
            IF CONCEPTO-EXISTE
                GO TO 095-ASEGURAR-CONCEPTO-SAL
            END-IF
            MOVE WS-LINEA-REP(1:35) TO WS-RENGLON-CON
            OPEN EXTEND F-CONCEPTOS
            IF WS-STATUS-CONCEPTOS = '35'
                OPEN OUTPUT F-CONCEPTOS
            END-IF
            MOVE WS-RENGLON-CON TO REG-CONCEPTO
            WRITE REG-CONCEPTO
            CLOSE F-CONCEPTOS
            DISPLAY 'Concepto ' WS-CONCEPTO-BUSCADO ' agregado a '
                'CONCEPTO.TXT' UPON CONSOLE.
       095-ASEGURAR-CONCEPTO-SAL.
            EXIT.

       END PROGRAM PRG01130.
