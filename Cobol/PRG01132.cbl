       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01132.
      *  Resguardo de equipo y uniformes por empleado: cada activo
      *  entregado (laptop, celular, herramienta, uniforme, gafete)
      *  se registra con su etiqueta, descripcion, valor y fecha de
      *  entrega en RESGUARD.TXT (se agrega un renglon y por
      *  etiqueta gana el ultimo; cada movimiento queda en
      *  TABAUD.TXT via PRG01095); la devolucion asienta la fecha en
      *  que regreso el activo; cuando el empleado no lo devuelve y
      *  firma la autorizacion se registra el valor convenido como
      *  descuento, que PRG01084 aplica en el finiquito; el
      *  resguardo para firma del empleado sale en RESGREP.TXT con
      *  lo que tiene asignado; PRG01084 no emite el finiquito
      *  mientras quede algo asignado - LCG 15 OCT 26
      *  Trazado de RESGUARD.TXT: ETIQUETA(10) EMP(6) DESCRIPCION(30)
      *  VALOR(9 con 2 dec) ENTREGA(8) DEVOLUCION(8) ESTADO(1):
      *  A asignado, D devuelto, X descuento autorizado, C descontado
      *  en el finiquito
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RESGUARDOS ASSIGN TO "RESGUARD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESGUARDOS.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-RECIBO ASSIGN TO "RESGREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-RESGUARDOS.
       01 REG-RESGUARDO              PIC X(72).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-RECIBO.
       01 REG-RECIBO                 PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-RESGUARDOS       PIC XX VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-EMP-EXISTE              PIC X VALUE 'N'.
           88 EMP-EXISTE             VALUE 'S'.
       01 WS-OPCION                  PIC X VALUE 'L'.
           88 OPCION-ASIGNAR         VALUE 'A'.
           88 OPCION-DEVOLVER        VALUE 'D'.
           88 OPCION-DESCUENTO       VALUE 'X'.
           88 OPCION-RECIBO          VALUE 'R'.
           88 OPCION-LISTAR          VALUE 'L'.
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
       01 WS-ETIQUETA-BUSCADA        PIC X(10) VALUE SPACES.
       01 WS-RENGLON-RES.
           05 RES-ETIQUETA           PIC X(10).
           05 RES-EMP                PIC 9(6).
           05 RES-DESCRIPCION        PIC X(30).
           05 RES-VALOR              PIC 9(7)V99.
           05 RES-ENTREGA            PIC 9(8).
           05 RES-DEVOLUCION         PIC 9(8).
           05 RES-ESTADO             PIC X.
               88 RES-ASIGNADO       VALUE 'A'.
               88 RES-DEVUELTO       VALUE 'D'.
               88 RES-A-DESCONTAR    VALUE 'X'.
               88 RES-DESCONTADO     VALUE 'C'.
      *    Situacion vigente de cada activo (ultimo renglon de cada
      *    etiqueta)
       01 WS-TABLA-RES.
           05 WS-RES-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-RES-ENT OCCURS 3000 TIMES.
               10 WS-RES-T-ETIQUETA  PIC X(10).
               10 WS-RES-T-EMP       PIC 9(6).
               10 WS-RES-T-DESCRIPCION PIC X(30).
               10 WS-RES-T-VALOR     PIC 9(7)V99.
               10 WS-RES-T-ENTREGA   PIC 9(8).
               10 WS-RES-T-DEVOLUCION PIC 9(8).
               10 WS-RES-T-ESTADO    PIC X.
       01 WS-RES-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-RES-HALLADO             PIC 9(4) VALUE ZEROS.
       01 WS-ESTADO-RES              PIC X(20) VALUE SPACES.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'RESGUARD.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
       01 WS-TOTALES.
           05 WS-TOT-ACTIVOS         PIC 9(5) VALUE ZEROS.
           05 WS-TOT-VALOR           PIC 9(9)V99 VALUE ZEROS.
       01 WS-EDITADOS.
           05 WS-ED-VALOR            PIC Z(6)9.99.
           05 WS-ED-TOTAL            PIC Z(8)9.99.
       01 WS-LINEA-REP               PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       020-SESION.
            DISPLAY 'Resguardo de equipo: (A)signar, (D)evolver, '
                '(X) autorizar descuento, (R)esguardo para firma, '
                '(L)istar: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-ASIGNAR
                    PERFORM 030-ASIGNAR
                       THRU
                       030-ASIGNAR-SAL
                WHEN OPCION-DEVOLVER
                    PERFORM 040-DEVOLVER
                       THRU
                       040-DEVOLVER-SAL
                WHEN OPCION-DESCUENTO
                    PERFORM 045-AUTORIZAR-DESCUENTO
                       THRU
                       045-AUTORIZAR-DESCUENTO-SAL
                WHEN OPCION-RECIBO
                    PERFORM 060-IMPRIMIR-RESGUARDO
                       THRU
                       060-IMPRIMIR-RESGUARDO-SAL
                WHEN OTHER
                    PERFORM 050-LISTAR
                       THRU
                       050-LISTAR-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-ASIGNAR.
            DISPLAY 'Etiqueta del activo: ' UPON CONSOLE
            ACCEPT WS-ETIQUETA-BUSCADA FROM CONSOLE
            IF WS-ETIQUETA-BUSCADA = SPACES
                DISPLAY 'Error: etiqueta en blanco' UPON CONSOLE
                GO TO 030-ASIGNAR-SAL
            END-IF
            PERFORM 080-CARGAR-RESGUARDOS
               THRU
               080-CARGAR-RESGUARDOS-SAL
            PERFORM 087-BUSCAR-ETIQUETA
               THRU
               087-BUSCAR-ETIQUETA-SAL
            IF WS-RES-HALLADO > ZEROS
                IF WS-RES-T-ESTADO(WS-RES-HALLADO) = 'A'
                    OR WS-RES-T-ESTADO(WS-RES-HALLADO) = 'X'
                    DISPLAY 'Error: el activo esta en resguardo del '
                        'empleado ' WS-RES-T-EMP(WS-RES-HALLADO)
                        UPON CONSOLE
                    GO TO 030-ASIGNAR-SAL
                END-IF
            END-IF
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT WS-EMP-BUSCADO FROM CONSOLE
            PERFORM 092-LEER-EMPLEADO
               THRU
               092-LEER-EMPLEADO-SAL
            IF NOT EMP-EXISTE
                GO TO 030-ASIGNAR-SAL
            END-IF
            IF EMP-BAJA
                DISPLAY 'Error: el empleado esta dado de baja'
                    UPON CONSOLE
                GO TO 030-ASIGNAR-SAL
            END-IF
            DISPLAY REG-NOMBRE ' ' REG-APE-PATERNO ' '
                REG-APE-MATERNO UPON CONSOLE
            MOVE WS-ETIQUETA-BUSCADA TO RES-ETIQUETA
            MOVE WS-EMP-BUSCADO TO RES-EMP
      *    Un activo que ya estuvo en resguardo conserva su
      *    descripcion; se puede corregir al reasignarlo
            IF WS-RES-HALLADO > ZEROS
                MOVE WS-RES-T-DESCRIPCION(WS-RES-HALLADO)
                    TO RES-DESCRIPCION
                DISPLAY 'Descripcion registrada: ' RES-DESCRIPCION
                    UPON CONSOLE
                DISPLAY 'Nueva descripcion (en blanco = la misma): '
                    UPON CONSOLE
            ELSE
                MOVE SPACES TO RES-DESCRIPCION
                DISPLAY 'Descripcion (laptop, celular, uniforme...): '
                    UPON CONSOLE
            END-IF
            MOVE SPACES TO WS-LINEA-REP
            ACCEPT WS-LINEA-REP FROM CONSOLE
            IF WS-LINEA-REP NOT = SPACES
                MOVE WS-LINEA-REP(1:30) TO RES-DESCRIPCION
            END-IF
            IF RES-DESCRIPCION = SPACES
                DISPLAY 'Error: descripcion en blanco' UPON CONSOLE
                GO TO 030-ASIGNAR-SAL
            END-IF
            DISPLAY 'Valor del activo, pesos: ' UPON CONSOLE
            ACCEPT WS-CAP-PESOS FROM CONSOLE
            DISPLAY 'Valor del activo, centavos: ' UPON CONSOLE
            ACCEPT WS-CAP-CENT FROM CONSOLE
            COMPUTE RES-VALOR = WS-CAP-PESOS + (WS-CAP-CENT / 100)
            DISPLAY 'Fecha de entrega:' UPON CONSOLE
            PERFORM 070-CAPTURAR-FECHA
               THRU
               070-CAPTURAR-FECHA-SAL
            IF FECHA-INVALIDA
                DISPLAY 'Fecha invalida' UPON CONSOLE
                GO TO 030-ASIGNAR-SAL
            END-IF
            MOVE WS-FECHA-CAP TO RES-ENTREGA
            MOVE ZEROS TO RES-DEVOLUCION
            MOVE 'A' TO RES-ESTADO
            MOVE RES-VALOR TO WS-ED-VALOR
            DISPLAY 'Activo ' RES-ETIQUETA ' ' RES-DESCRIPCION
                ' valor ' WS-ED-VALOR ' al empleado ' RES-EMP
                ' desde ' RES-ENTREGA UPON CONSOLE
            DISPLAY '¿Confirma la asignacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 030-ASIGNAR-SAL
            END-IF
            PERFORM 075-GRABAR-RESGUARDO
               THRU
               075-GRABAR-RESGUARDO-SAL
            MOVE 'ALTA' TO WS-TAB-OPERACION
            MOVE SPACES TO WS-TAB-ANTES
            PERFORM 077-AUDITAR
               THRU
               077-AUDITAR-SAL
            DISPLAY 'Asignacion registrada; imprima el resguardo '
                'con la opcion R para firma' UPON CONSOLE.
       030-ASIGNAR-SAL.
            EXIT.

       040-DEVOLVER.
      *    La devolucion tambien cancela un descuento autorizado
      *    que aun no se aplica en el finiquito
            DISPLAY 'Etiqueta del activo: ' UPON CONSOLE
            ACCEPT WS-ETIQUETA-BUSCADA FROM CONSOLE
            PERFORM 080-CARGAR-RESGUARDOS
               THRU
               080-CARGAR-RESGUARDOS-SAL
            PERFORM 087-BUSCAR-ETIQUETA
               THRU
               087-BUSCAR-ETIQUETA-SAL
            IF WS-RES-HALLADO = ZEROS
                DISPLAY 'Error: etiqueta no registrada' UPON CONSOLE
                GO TO 040-DEVOLVER-SAL
            END-IF
            IF WS-RES-T-ESTADO(WS-RES-HALLADO) NOT = 'A'
                AND WS-RES-T-ESTADO(WS-RES-HALLADO) NOT = 'X'
                DISPLAY 'Error: el activo no esta en resguardo'
                    UPON CONSOLE
                GO TO 040-DEVOLVER-SAL
            END-IF
            PERFORM 085-TOMAR-RENGLON
               THRU
               085-TOMAR-RENGLON-SAL
            PERFORM 090-MOSTRAR-ACTIVO
               THRU
               090-MOSTRAR-ACTIVO-SAL
            DISPLAY 'Fecha de devolucion:' UPON CONSOLE
            PERFORM 070-CAPTURAR-FECHA
               THRU
               070-CAPTURAR-FECHA-SAL
            IF FECHA-INVALIDA OR WS-FECHA-CAP < RES-ENTREGA
                DISPLAY 'Fecha invalida o anterior a la entrega'
                    UPON CONSOLE
                GO TO 040-DEVOLVER-SAL
            END-IF
            DISPLAY '¿Confirma la devolucion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 040-DEVOLVER-SAL
            END-IF
            PERFORM 078-ANTES-AUDITORIA
               THRU
               078-ANTES-AUDITORIA-SAL
            MOVE WS-FECHA-CAP TO RES-DEVOLUCION
            MOVE 'D' TO RES-ESTADO
            PERFORM 075-GRABAR-RESGUARDO
               THRU
               075-GRABAR-RESGUARDO-SAL
            MOVE 'CAMBIO' TO WS-TAB-OPERACION
            PERFORM 077-AUDITAR
               THRU
               077-AUDITAR-SAL
            DISPLAY 'Devolucion registrada' UPON CONSOLE.
       040-DEVOLVER-SAL.
            EXIT.

       045-AUTORIZAR-DESCUENTO.
      *    El empleado no devuelve el activo y firma que se le
      *    descuente el valor convenido en su finiquito
            DISPLAY 'Etiqueta del activo: ' UPON CONSOLE
            ACCEPT WS-ETIQUETA-BUSCADA FROM CONSOLE
            PERFORM 080-CARGAR-RESGUARDOS
               THRU
               080-CARGAR-RESGUARDOS-SAL
            PERFORM 087-BUSCAR-ETIQUETA
               THRU
               087-BUSCAR-ETIQUETA-SAL
            IF WS-RES-HALLADO = ZEROS
                DISPLAY 'Error: etiqueta no registrada' UPON CONSOLE
                GO TO 045-AUTORIZAR-DESCUENTO-SAL
            END-IF
            IF WS-RES-T-ESTADO(WS-RES-HALLADO) NOT = 'A'
                DISPLAY 'Error: el activo no esta asignado sin '
                    'autorizacion' UPON CONSOLE
                GO TO 045-AUTORIZAR-DESCUENTO-SAL
            END-IF
            PERFORM 085-TOMAR-RENGLON
               THRU
               085-TOMAR-RENGLON-SAL
            PERFORM 090-MOSTRAR-ACTIVO
               THRU
               090-MOSTRAR-ACTIVO-SAL
            DISPLAY 'Valor convenido, pesos (ceros = el registrado): '
                UPON CONSOLE
            ACCEPT WS-CAP-PESOS FROM CONSOLE
            DISPLAY 'Valor convenido, centavos: ' UPON CONSOLE
            ACCEPT WS-CAP-CENT FROM CONSOLE
            PERFORM 078-ANTES-AUDITORIA
               THRU
               078-ANTES-AUDITORIA-SAL
            IF WS-CAP-PESOS > ZEROS OR WS-CAP-CENT > ZEROS
                COMPUTE RES-VALOR = WS-CAP-PESOS + (WS-CAP-CENT / 100)
            END-IF
            IF RES-VALOR = ZEROS
                DISPLAY 'Error: valor en cero; registre la '
                    'devolucion' UPON CONSOLE
                GO TO 045-AUTORIZAR-DESCUENTO-SAL
            END-IF
            MOVE RES-VALOR TO WS-ED-VALOR
            DISPLAY 'Descuento en el finiquito por ' WS-ED-VALOR
                UPON CONSOLE
            DISPLAY '¿El empleado firmo la autorizacion del '
                'descuento? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 045-AUTORIZAR-DESCUENTO-SAL
            END-IF
            MOVE 'X' TO RES-ESTADO
            PERFORM 075-GRABAR-RESGUARDO
               THRU
               075-GRABAR-RESGUARDO-SAL
            MOVE 'CAMBIO' TO WS-TAB-OPERACION
            PERFORM 077-AUDITAR
               THRU
               077-AUDITAR-SAL
            DISPLAY 'Descuento autorizado; PRG01084 lo aplica en el '
                'finiquito' UPON CONSOLE.
       045-AUTORIZAR-DESCUENTO-SAL.
            EXIT.

       050-LISTAR.
            DISPLAY 'Numero de empleado (ceros = todos): '
                UPON CONSOLE
            ACCEPT WS-EMP-BUSCADO FROM CONSOLE
            PERFORM 080-CARGAR-RESGUARDOS
               THRU
               080-CARGAR-RESGUARDOS-SAL
            IF WS-RES-NUM = ZEROS
                DISPLAY 'Sin activos registrados (RESGUARD.TXT)'
                    UPON CONSOLE
                GO TO 050-LISTAR-SAL
            END-IF
            MOVE ZEROS TO WS-TOT-ACTIVOS
            MOVE ZEROS TO WS-TOT-VALOR
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                UNTIL WS-RES-IDX > WS-RES-NUM
                IF WS-EMP-BUSCADO = ZEROS
                    OR WS-RES-T-EMP(WS-RES-IDX) = WS-EMP-BUSCADO
                    PERFORM 055-RENGLON-LISTA
                       THRU
                       055-RENGLON-LISTA-SAL
                END-IF
            END-PERFORM
            MOVE WS-TOT-VALOR TO WS-ED-TOTAL
            DISPLAY 'Activos listados: ' WS-TOT-ACTIVOS
                ' valor en resguardo: ' WS-ED-TOTAL UPON CONSOLE.
       050-LISTAR-SAL.
            EXIT.

       055-RENGLON-LISTA.
            ADD 1 TO WS-TOT-ACTIVOS
            EVALUATE WS-RES-T-ESTADO(WS-RES-IDX)
                WHEN 'A'
                    MOVE 'ASIGNADO' TO WS-ESTADO-RES
                    ADD WS-RES-T-VALOR(WS-RES-IDX) TO WS-TOT-VALOR
                WHEN 'X'
                    MOVE 'DESCUENTO AUTORIZADO' TO WS-ESTADO-RES
                    ADD WS-RES-T-VALOR(WS-RES-IDX) TO WS-TOT-VALOR
                WHEN 'C'
                    MOVE 'DESCONTADO' TO WS-ESTADO-RES
                WHEN OTHER
                    MOVE 'DEVUELTO' TO WS-ESTADO-RES
            END-EVALUATE
            MOVE WS-RES-T-VALOR(WS-RES-IDX) TO WS-ED-VALOR
            DISPLAY WS-RES-T-ETIQUETA(WS-RES-IDX) ' '
                WS-RES-T-EMP(WS-RES-IDX) ' '
                WS-RES-T-DESCRIPCION(WS-RES-IDX) ' ' WS-ED-VALOR ' '
                WS-RES-T-ENTREGA(WS-RES-IDX) ' '
                WS-RES-T-DEVOLUCION(WS-RES-IDX) ' ' WS-ESTADO-RES
                UPON CONSOLE.
       055-RENGLON-LISTA-SAL.
            EXIT.

       060-IMPRIMIR-RESGUARDO.
      *    Resguardo para firma con lo que el empleado tiene a su
      *    cargo a la fecha
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT WS-EMP-BUSCADO FROM CONSOLE
            PERFORM 092-LEER-EMPLEADO
               THRU
               092-LEER-EMPLEADO-SAL
            IF NOT EMP-EXISTE
                GO TO 060-IMPRIMIR-RESGUARDO-SAL
            END-IF
            PERFORM 080-CARGAR-RESGUARDOS
               THRU
               080-CARGAR-RESGUARDOS-SAL
            OPEN OUTPUT F-RECIBO
            MOVE 'RESGUARDO DE EQUIPO Y UNIFORMES' TO REG-RECIBO
            WRITE REG-RECIBO
            MOVE SPACES TO WS-LINEA-REP
            STRING 'EMPLEADO ' WS-EMP-BUSCADO ' ' REG-NOMBRE ' '
                REG-APE-PATERNO ' ' REG-APE-MATERNO
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-RECIBO
            WRITE REG-RECIBO
            MOVE SPACES TO WS-LINEA-REP
            STRING 'FECHA ' WS-FECHA-SIS ' DEPARTAMENTO ' REG-DEPTO
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-RECIBO
            WRITE REG-RECIBO
            MOVE 'ETIQUETA   DESCRIPCION                         VALO'
                TO WS-LINEA-REP
            MOVE 'R ENTREGA'
                TO WS-LINEA-REP(51:)
            MOVE WS-LINEA-REP TO REG-RECIBO
            WRITE REG-RECIBO
            MOVE ZEROS TO WS-TOT-ACTIVOS
            MOVE ZEROS TO WS-TOT-VALOR
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                UNTIL WS-RES-IDX > WS-RES-NUM
                IF WS-RES-T-EMP(WS-RES-IDX) = WS-EMP-BUSCADO
                    AND (WS-RES-T-ESTADO(WS-RES-IDX) = 'A'
                    OR WS-RES-T-ESTADO(WS-RES-IDX) = 'X')
                    PERFORM 065-RENGLON-RESGUARDO
                       THRU
                       065-RENGLON-RESGUARDO-SAL
                END-IF
            END-PERFORM
            MOVE WS-TOT-VALOR TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'ACTIVOS ' WS-TOT-ACTIVOS ' VALOR TOTAL '
                WS-ED-TOTAL
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-RECIBO
            WRITE REG-RECIBO
            MOVE SPACES TO REG-RECIBO
            WRITE REG-RECIBO
            MOVE 'RECIBI EL EQUIPO DESCRITO Y ME OBLIGO A DEVOLVERLO '
                TO WS-LINEA-REP
            MOVE 'AL TERMINAR LA RELACION LABORAL'
                TO WS-LINEA-REP(52:)
            MOVE WS-LINEA-REP TO REG-RECIBO
            WRITE REG-RECIBO
            MOVE SPACES TO REG-RECIBO
            WRITE REG-RECIBO
            MOVE
              'FIRMA DEL EMPLEADO ____________________________'
                TO REG-RECIBO
            WRITE REG-RECIBO
            CLOSE F-RECIBO
            DISPLAY 'Activos en resguardo: ' WS-TOT-ACTIVOS
                '; resguardo para firma en RESGREP.TXT' UPON CONSOLE.
       060-IMPRIMIR-RESGUARDO-SAL.
            EXIT.

       065-RENGLON-RESGUARDO.
            ADD 1 TO WS-TOT-ACTIVOS
            ADD WS-RES-T-VALOR(WS-RES-IDX) TO WS-TOT-VALOR
            MOVE WS-RES-T-VALOR(WS-RES-IDX) TO WS-ED-VALOR
            MOVE SPACES TO WS-LINEA-REP
            STRING WS-RES-T-ETIQUETA(WS-RES-IDX) ' '
                WS-RES-T-DESCRIPCION(WS-RES-IDX) ' ' WS-ED-VALOR ' '
                WS-RES-T-ENTREGA(WS-RES-IDX)
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            IF WS-RES-T-ESTADO(WS-RES-IDX) = 'X'
                MOVE 'DESCUENTO AUTORIZADO' TO WS-LINEA-REP(70:)
            END-IF
            MOVE WS-LINEA-REP TO REG-RECIBO
            WRITE REG-RECIBO.
       065-RENGLON-RESGUARDO-SAL.
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

       075-GRABAR-RESGUARDO.
            OPEN EXTEND F-RESGUARDOS
            IF WS-STATUS-RESGUARDOS = '35'
                OPEN OUTPUT F-RESGUARDOS
            END-IF
            MOVE WS-RENGLON-RES TO REG-RESGUARDO
            WRITE REG-RESGUARDO
            CLOSE F-RESGUARDOS.
       075-GRABAR-RESGUARDO-SAL.
            EXIT.

       077-AUDITAR.
            MOVE SPACES TO WS-TAB-DESPUES
            STRING 'ETQ ' RES-ETIQUETA ' EMP ' RES-EMP ' '
                RES-ESTADO ' VAL ' RES-VALOR
                DELIMITED BY SIZE
                INTO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES.
       077-AUDITAR-SAL.
            EXIT.

       078-ANTES-AUDITORIA.
            MOVE SPACES TO WS-TAB-ANTES
            STRING 'ETQ ' RES-ETIQUETA ' EMP ' RES-EMP ' '
                RES-ESTADO ' VAL ' RES-VALOR
                DELIMITED BY SIZE
                INTO WS-TAB-ANTES.
       078-ANTES-AUDITORIA-SAL.
            EXIT.

       080-CARGAR-RESGUARDOS.
            MOVE ZEROS TO WS-RES-NUM
            OPEN INPUT F-RESGUARDOS
            IF WS-STATUS-RESGUARDOS NOT = '00'
                GO TO 080-CARGAR-RESGUARDOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-RESGUARDOS INTO WS-RENGLON-RES
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 082-GUARDAR-RESGUARDO
                           THRU
                           082-GUARDAR-RESGUARDO-SAL
                END-READ
            END-PERFORM
            CLOSE F-RESGUARDOS.
       080-CARGAR-RESGUARDOS-SAL.
            EXIT.

       082-GUARDAR-RESGUARDO.
            MOVE ZEROS TO WS-RES-HALLADO
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                UNTIL WS-RES-IDX > WS-RES-NUM OR WS-RES-HALLADO > ZEROS
                IF WS-RES-T-ETIQUETA(WS-RES-IDX) = RES-ETIQUETA
                    MOVE WS-RES-IDX TO WS-RES-HALLADO
                END-IF
            END-PERFORM
            IF WS-RES-HALLADO = ZEROS
                IF WS-RES-NUM NOT < 3000
                    GO TO 082-GUARDAR-RESGUARDO-SAL
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
            MOVE RES-DEVOLUCION TO WS-RES-T-DEVOLUCION(WS-RES-HALLADO)
            MOVE RES-ESTADO TO WS-RES-T-ESTADO(WS-RES-HALLADO).
       082-GUARDAR-RESGUARDO-SAL.
            EXIT.

       085-TOMAR-RENGLON.
            MOVE WS-RES-T-ETIQUETA(WS-RES-HALLADO) TO RES-ETIQUETA
            MOVE WS-RES-T-EMP(WS-RES-HALLADO) TO RES-EMP
            MOVE WS-RES-T-DESCRIPCION(WS-RES-HALLADO)
                TO RES-DESCRIPCION
            MOVE WS-RES-T-VALOR(WS-RES-HALLADO) TO RES-VALOR
            MOVE WS-RES-T-ENTREGA(WS-RES-HALLADO) TO RES-ENTREGA
            MOVE WS-RES-T-DEVOLUCION(WS-RES-HALLADO) TO RES-DEVOLUCION
            MOVE WS-RES-T-ESTADO(WS-RES-HALLADO) TO RES-ESTADO.
       085-TOMAR-RENGLON-SAL.
            EXIT.

       087-BUSCAR-ETIQUETA.
            MOVE ZEROS TO WS-RES-HALLADO
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                UNTIL WS-RES-IDX > WS-RES-NUM OR WS-RES-HALLADO > ZEROS
                IF WS-RES-T-ETIQUETA(WS-RES-IDX) = WS-ETIQUETA-BUSCADA
                    MOVE WS-RES-IDX TO WS-RES-HALLADO
                END-IF
            END-PERFORM.
       087-BUSCAR-ETIQUETA-SAL.
            EXIT.

       090-MOSTRAR-ACTIVO.
            MOVE RES-VALOR TO WS-ED-VALOR
            DISPLAY 'Activo ' RES-ETIQUETA ' ' RES-DESCRIPCION
                ' valor ' WS-ED-VALOR UPON CONSOLE
            DISPLAY '  En resguardo del empleado ' RES-EMP
                ' desde ' RES-ENTREGA ' estado ' RES-ESTADO
                UPON CONSOLE.
       090-MOSTRAR-ACTIVO-SAL.
            EXIT.

       092-LEER-EMPLEADO.
            MOVE 'N' TO WS-EMP-EXISTE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro'
                    UPON CONSOLE
                GO TO 092-LEER-EMPLEADO-SAL
            END-IF
            MOVE WS-EMP-BUSCADO TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    DISPLAY 'Error: empleado no existe' UPON CONSOLE
                NOT INVALID KEY
                    MOVE 'S' TO WS-EMP-EXISTE
            END-READ
            CLOSE F-EMPLEADOS.
       092-LEER-EMPLEADO-SAL.
            EXIT.

       END PROGRAM PRG01132.
