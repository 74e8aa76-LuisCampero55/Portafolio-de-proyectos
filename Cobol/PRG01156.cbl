       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01156.
      *  Muestra estadistica de pagos para la auditoria externa: toma
      *  la poblacion de pagos (estatus E o C) de REGCHEQ.DAT y de la
      *  historia REGHIST.DAT de un rango de fechas y una compañia y
      *  elige una muestra aleatoria simple o estratificada por
      *  importe (estratos de igual ancho entre el menor y el mayor
      *  importe, misma cuota por estrato y el sobrante a los
      *  estratos altos); todo pago con importe igual o mayor al
      *  umbral entra forzoso aparte de la muestra; el orden
      *  aleatorio sale de la semilla y del folio de cada pago, no
      *  del orden de lectura, asi que la misma semilla con los
      *  mismos parametros regenera la misma muestra aunque PRG01081
      *  haya archivado cheques entre una corrida y otra; la lista
      *  con los parametros va a MUESTRA.TXT y por cada pago elegido
      *  una hoja de soporte a SOPORTE.TXT: desglose registrado
      *  contra el recalculado con la tabla de deducciones en vigor a
      *  la fecha del cheque (PRG01038, ISR sobre la parte gravada y
      *  cuota obrera IMSS del complemento fiscal CHQFISC.DAT cuando
      *  existe), datos del expediente, control de la corrida y doble
      *  firma de APRCHQ.TXT, estado de conciliacion y la cadena de
      *  reexpediciones; claves e importes pasan por el enmascarado
      *  de PRG01149 - LCG 15 OCT 26
      *  La hoja de soporte distingue el pago en efectivo en sobre
      *  (forma E), que no concilia contra el banco - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGISTRO ASSIGN TO "REGCHEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS WS-STATUS-REGISTRO.
           SELECT F-HISTORIA ASSIGN TO "REGHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-NUMERO
               FILE STATUS IS WS-STATUS-HISTORIA.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-CHQFISC ASSIGN TO "CHQFISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFS-NUMERO
               FILE STATUS IS WS-STATUS-CHQFISC.
           SELECT F-CORRIDAS ASSIGN TO "CORRIDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORRIDAS.
           SELECT F-APROBACION ASSIGN TO "APRCHQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APROBACION.
           SELECT F-MUESTRA ASSIGN TO "MUESTRA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-SOPORTE ASSIGN TO "SOPORTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WK-MUESTRA ASSIGN TO "WKMUE.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-HISTORIA.
      *    Mismo trazado y longitud que REG-CHEQUES (PRG01081)
       01 REG-HISTORIA.
           02 HIS-NUMERO           PIC 9(8).
           02 HIS-RESTO            PIC X(232).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-CHQFISC.
       COPY CHQFISC.
       FD  F-CORRIDAS.
       01 REG-CORRIDA                PIC X(67).
       FD  F-APROBACION.
       01 REG-APROBACION             PIC X(33).
       FD  F-MUESTRA.
       01 REG-MUESTRA                PIC X(120).
       FD  F-SOPORTE.
       01 REG-SOPORTE                PIC X(120).
       SD  WK-MUESTRA.
       01 REG-ORDEN-MUESTRA.
           02 MUE-ESTRATO            PIC 9.
           02 MUE-LLAVE              PIC 9(10).
           02 MUE-FOLIO              PIC 9(8).
           02 MUE-ORIGEN             PIC X.
           02 MUE-IMPORTE            PIC 9(13)V99.
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-REGISTRO-ABIERTO        PIC X VALUE 'N'.
           88 REGISTRO-ABIERTO       VALUE 'S'.
       01 WS-STATUS-HISTORIA         PIC XX VALUE '00'.
           88 HISTORIA-OK            VALUE '00'.
       01 WS-HISTORIA-ABIERTO        PIC X VALUE 'N'.
           88 HISTORIA-ABIERTO       VALUE 'S'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-EMPLEADOS-ABIERTO       PIC X VALUE 'N'.
           88 EMPLEADOS-ABIERTO      VALUE 'S'.
       01 WS-STATUS-CHQFISC          PIC XX VALUE '00'.
           88 FISCAL-OK              VALUE '00'.
       01 WS-FISCAL-ABIERTO          PIC X VALUE 'N'.
           88 FISCAL-ABIERTO         VALUE 'S'.
       01 WS-STATUS-CORRIDAS         PIC XX VALUE '00'.
       01 WS-STATUS-APROBACION       PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FIN-ORDEN               PIC X VALUE 'N'.
           88 FIN-ORDEN              VALUE 'Y'.
       01 WS-PASADA                  PIC 9 VALUE 1.
           88 PASADA-RANGOS          VALUE 1.
           88 PASADA-POBLACION       VALUE 2.
       01 WS-ORIGEN                  PIC X VALUE 'R'.
           88 ORIGEN-REGISTRO        VALUE 'R'.
           88 ORIGEN-HISTORIA        VALUE 'H'.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-FECHA-DES REDEFINES WS-FECHA-HORA.
           05 WS-FD-ANO              PIC 9(4).
           05 FILLER                 PIC X(12).
      *    Parametros de la muestra (todos quedan en MUESTRA.TXT para
      *    poder regenerarla)
       01 WS-PARAMETROS.
           05 WS-DESDE-X             PIC X(8) VALUE SPACES.
           05 WS-HASTA-X             PIC X(8) VALUE SPACES.
           05 WS-FECHA-DESDE         PIC 9(8) VALUE ZEROS.
           05 WS-FECHA-HASTA         PIC 9(8) VALUE ZEROS.
           05 WS-COMPANIA            PIC 99 VALUE ZEROS.
           05 WS-METODO              PIC X VALUE 'A'.
               88 METODO-ALEATORIO   VALUE 'A'.
               88 METODO-ESTRATOS    VALUE 'E'.
           05 WS-ESTRATOS            PIC 9 VALUE ZEROS.
           05 WS-TAMANO              PIC 9(3) VALUE ZEROS.
           05 WS-SEMILLA             PIC 9(9) VALUE ZEROS.
           05 WS-UMBRAL              PIC 9(11) VALUE ZEROS.
       01 WS-COMPANIA-CHQ            PIC 99 VALUE ZEROS.
       01 WS-IMPORTE-MXN             PIC 9(13)V99 VALUE ZEROS.
      *    Poblacion y estratos
       01 WS-POBLACION.
           05 WS-POB-TOTAL           PIC 9(7) VALUE ZEROS.
           05 WS-POB-IMPORTE         PIC 9(15)V99 VALUE ZEROS.
           05 WS-POB-MENOR           PIC 9(13)V99 VALUE ZEROS.
           05 WS-POB-MAYOR           PIC 9(13)V99 VALUE ZEROS.
           05 WS-ANCHO               PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-FORZADOS        PIC 9(5) VALUE ZEROS.
       01 WS-TABLA-ESTRATOS.
           05 WS-ES-ENT OCCURS 9 TIMES.
               10 WS-ES-POBLACION    PIC 9(7).
               10 WS-ES-IMPORTE      PIC 9(15)V99.
               10 WS-ES-CUOTA        PIC 9(5).
               10 WS-ES-TOMADOS      PIC 9(5).
       01 WS-ES-IDX                  PIC 9 VALUE ZEROS.
       01 WS-ESTRATO                 PIC 9(5) VALUE ZEROS.
       01 WS-CUOTA-BASE              PIC 9(5) VALUE ZEROS.
       01 WS-CUOTA-RESTO             PIC 9(5) VALUE ZEROS.
       01 WS-ASIGNADOS               PIC 9(5) VALUE ZEROS.
       01 WS-SOBRANTE                PIC 9(5) VALUE ZEROS.
       01 WS-CABEN                   PIC 9(7) VALUE ZEROS.
      *    Llave pseudoaleatoria por folio (generador de Lehmer de
      *    modulo 2147483647 sembrado con la semilla y el folio)
       01 WS-LLAVE                   PIC 9(15) VALUE ZEROS.
       01 WS-RONDA                   PIC 9 VALUE ZEROS.
      *    Pagos elegidos
       01 WS-TABLA-ELEGIDOS.
           05 WS-EL-NUM              PIC 9(4) VALUE ZEROS.
           05 WS-EL-ENT OCCURS 999 TIMES.
               10 WS-EL-FOLIO        PIC 9(8).
               10 WS-EL-ORIGEN       PIC X.
               10 WS-EL-ESTRATO      PIC 9.
               10 WS-EL-CRITERIO     PIC X(10).
               10 WS-EL-IMPORTE      PIC 9(13)V99.
       01 WS-EL-IDX                  PIC 9(4) VALUE ZEROS.
       01 WS-EL-LLENO                PIC X VALUE 'N'.
           88 EL-LLENO               VALUE 'S'.
      *    Reexpediciones: folio cancelado y folio que lo sustituyo
       01 WS-TABLA-REEXP.
           05 WS-RX-NUM              PIC 9(4) VALUE ZEROS.
           05 WS-RX-ENT OCCURS 3000 TIMES.
               10 WS-RX-DE           PIC 9(8).
               10 WS-RX-A            PIC 9(8).
       01 WS-RX-IDX                  PIC 9(4) VALUE ZEROS.
       01 WS-RX-PASOS                PIC 99 VALUE ZEROS.
       01 WS-FOLIO-CADENA            PIC 9(8) VALUE ZEROS.
       01 WS-FOLIO-SIGUIENTE         PIC 9(8) VALUE ZEROS.
       01 WS-CADENA                  PIC X(110) VALUE SPACES.
       01 WS-CADENA-POS              PIC 9(3) VALUE ZEROS.
      *    Controles de corrida (CORRIDAS.TXT)
       01 WS-TABLA-CORRIDAS.
           05 WS-CT-NUM              PIC 9(4) VALUE ZEROS.
           05 WS-CT-ENT OCCURS 3000 TIMES.
               10 WS-CT-NUMERO       PIC 9(6).
               10 WS-CT-FECHA        PIC 9(8).
               10 WS-CT-OPERADOR     PIC X(8).
               10 WS-CT-ESTADO       PIC X.
       01 WS-CT-IDX                  PIC 9(4) VALUE ZEROS.
       01 WS-CT-HALLADO              PIC 9(4) VALUE ZEROS.
       01 WS-REN-CORRIDA.
           05 WS-COR-NUMERO          PIC 9(6).
           05 WS-COR-FECHA           PIC 9(8).
           05 WS-COR-HORA            PIC 9(8).
           05 WS-COR-OPERADOR        PIC X(8).
           05 FILLER                 PIC X(36).
           05 WS-COR-ESTADO          PIC X.
      *    Doble firma (APRCHQ.TXT, trazado de PRG01078)
       01 WS-TABLA-APROBACION.
           05 WS-AP-NUM              PIC 9(4) VALUE ZEROS.
           05 WS-AP-ENT OCCURS 3000 TIMES.
               10 WS-AP-FOLIO        PIC 9(8).
               10 WS-AP-EVENTO       PIC X.
               10 WS-AP-OPERADOR     PIC X(8).
               10 WS-AP-FECHA        PIC X(8).
       01 WS-AP-IDX                  PIC 9(4) VALUE ZEROS.
       01 WS-AP-HALLADOS             PIC 9(3) VALUE ZEROS.
       01 WS-REN-APR.
           05 WS-APR-FOLIO           PIC 9(8).
           05 WS-APR-EVENTO          PIC X.
           05 WS-APR-OPERADOR        PIC X(8).
           05 WS-APR-FECHA           PIC X(8).
           05 WS-APR-HORA            PIC X(8).
      *    Recalculo del desglose con la tabla en vigor (PRG01038)
       01 WS-RECALCULO.
           05 WS-RC-BASE             PIC 9(13)V99 VALUE ZEROS.
           05 WS-RC-ISR              PIC 9(11)V99 VALUE ZEROS.
           05 WS-RC-IMSS             PIC 9(11)V99 VALUE ZEROS.
           05 WS-RC-OTRAS            PIC 9(11)V99 VALUE ZEROS.
           05 WS-RC-NETO             PIC 9(13)V99 VALUE ZEROS.
           05 WS-RC-RESULTADO        PIC X VALUE 'S'.
               88 RC-CALCULO-BUENO   VALUE 'S'.
           05 WS-RC-FECHA            PIC 9(8) VALUE ZEROS.
           05 WS-RC-SUBSIDIO         PIC 9(11)V99 VALUE ZEROS.
           05 WS-RC-IMSS-BRUTO       PIC 9(11)V99 VALUE ZEROS.
           05 WS-RC-OTRAS-BRUTO      PIC 9(11)V99 VALUE ZEROS.
           05 WS-RC-NETO-ARIT        PIC S9(13)V99 VALUE ZEROS.
           05 WS-RC-RETENCIONES      PIC S9(13)V99 VALUE ZEROS.
       01 WS-CON-FISCAL              PIC X VALUE 'N'.
           88 CON-FISCAL             VALUE 'S'.
       01 WS-HALLADO                 PIC X VALUE 'N'.
           88 CHEQUE-HALLADO         VALUE 'S'.
       01 WS-NOTA                    PIC X(40) VALUE SPACES.
      *    Enmascarado por nivel del operador (PRG01149)
       01 WS-MSK-PROGRAMA            PIC X(8) VALUE 'PRG01156'.
       01 WS-MSK-EMP                 PIC 9(6) VALUE ZEROS.
       01 WS-MSK-TIPO                PIC X VALUE SPACE.
       01 WS-MSK-DATO                PIC X(40) VALUE SPACES.
       01 WS-MSK-VISIBLE             PIC X VALUE 'N'.
       01 WS-VER-IMPORTES            PIC X VALUE 'N'.
           88 VER-IMPORTES           VALUE 'S'.
       01 WS-MSK-RFC                 PIC X(13) VALUE SPACES.
       01 WS-MSK-CURP                PIC X(18) VALUE SPACES.
       01 WS-MSK-CLABE               PIC X(18) VALUE SPACES.
       01 WS-MSK-SALARIO             PIC X(16) VALUE SPACES.
      *    Importes editados para la hoja
       01 WS-IMP-VALOR               PIC S9(13)V99 VALUE ZEROS.
       01 WS-IMP-ED                  PIC X(17) VALUE SPACES.
       01 WS-ED-IMPORTE              PIC -(13)9.99.
       01 WS-ED-REG                  PIC X(17) VALUE SPACES.
       01 WS-ED-RC                   PIC X(17) VALUE SPACES.
       01 WS-ED-CONTADOR             PIC Z(6)9.
       01 WS-ED-CONTADOR2            PIC Z(6)9.
       01 WS-ED-MENOR                PIC Z(12)9.99.
       01 WS-ED-MAYOR                PIC Z(12)9.99.
       01 WS-ESTADO-ED               PIC X(40) VALUE SPACES.
       01 WS-LINEA                   PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Muestra de pagos para la auditoria externa'
                UPON CONSOLE
            PERFORM 020-PARAMETROS
               THRU
               020-PARAMETROS-SAL
            IF WS-TAMANO = ZEROS
                GOBACK
            END-IF
            MOVE 'I' TO WS-MSK-TIPO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            PERFORM 025-CARGAR-CORRIDAS
               THRU
               025-CARGAR-CORRIDAS-SAL
            PERFORM 027-CARGAR-APROBACIONES
               THRU
               027-CARGAR-APROBACIONES-SAL
      *    Primera pasada: menor y mayor importe de la poblacion para
      *    el ancho de los estratos
            MOVE 1 TO WS-PASADA
            PERFORM 030-RECORRER-PAGOS
               THRU
               030-RECORRER-PAGOS-SAL
            IF WS-POB-TOTAL = ZEROS AND WS-TOT-FORZADOS = ZEROS
                DISPLAY 'Sin pagos de la compañia ' WS-COMPANIA
                    ' en el periodo' UPON CONSOLE
                GOBACK
            END-IF
            IF METODO-ALEATORIO
                MOVE 1 TO WS-ESTRATOS
            END-IF
            COMPUTE WS-ANCHO = (WS-POB-MAYOR - WS-POB-MENOR)
                / WS-ESTRATOS
            MOVE ZEROS TO WS-POB-TOTAL
            MOVE ZEROS TO WS-POB-IMPORTE
            MOVE ZEROS TO WS-TOT-FORZADOS
            MOVE ZEROS TO WS-EL-NUM
            MOVE ZEROS TO WS-RX-NUM
            PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                UNTIL WS-ES-IDX > 9
                MOVE ZEROS TO WS-ES-POBLACION(WS-ES-IDX)
                MOVE ZEROS TO WS-ES-IMPORTE(WS-ES-IDX)
                MOVE ZEROS TO WS-ES-CUOTA(WS-ES-IDX)
                MOVE ZEROS TO WS-ES-TOMADOS(WS-ES-IDX)
            END-PERFORM
            SORT WK-MUESTRA
                ON ASCENDING KEY MUE-ESTRATO
                ON ASCENDING KEY MUE-LLAVE
                ON ASCENDING KEY MUE-FOLIO
                INPUT PROCEDURE 040-POBLACION
                    THRU 040-POBLACION-SAL
                OUTPUT PROCEDURE 050-SELECCION
                    THRU 050-SELECCION-SAL
            PERFORM 060-LISTA-MUESTRA
               THRU
               060-LISTA-MUESTRA-SAL
            PERFORM 070-HOJAS-SOPORTE
               THRU
               070-HOJAS-SOPORTE-SAL
            DISPLAY 'Poblacion: ' WS-POB-TOTAL ' pagos; elegidos '
                WS-EL-NUM ' (forzosos ' WS-TOT-FORZADOS ')'
                UPON CONSOLE
            DISPLAY 'Lista en MUESTRA.TXT, hojas en SOPORTE.TXT'
                UPON CONSOLE
            GOBACK.

       020-PARAMETROS.
      *    Por omision el año calendario anterior, compañia 01,
      *    muestra aleatoria simple de 25 pagos
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            COMPUTE WS-FECHA-DESDE = ((WS-FD-ANO - 1) * 10000) + 101
            COMPUTE WS-FECHA-HASTA = ((WS-FD-ANO - 1) * 10000) + 1231
            DISPLAY 'Desde AAAAMMDD (Enter: ' WS-FECHA-DESDE '): '
                UPON CONSOLE
            ACCEPT WS-DESDE-X FROM CONSOLE
            IF WS-DESDE-X NUMERIC
                MOVE WS-DESDE-X TO WS-FECHA-DESDE
            END-IF
            DISPLAY 'Hasta AAAAMMDD (Enter: ' WS-FECHA-HASTA '): '
                UPON CONSOLE
            ACCEPT WS-HASTA-X FROM CONSOLE
            IF WS-HASTA-X NUMERIC
                MOVE WS-HASTA-X TO WS-FECHA-HASTA
            END-IF
            IF WS-FECHA-DESDE > WS-FECHA-HASTA
                DISPLAY 'Periodo invalido: desde despues de hasta'
                    UPON CONSOLE
                MOVE ZEROS TO WS-TAMANO
                GO TO 020-PARAMETROS-SAL
            END-IF
            DISPLAY 'Compañia (Enter: 01): ' UPON CONSOLE
            ACCEPT WS-COMPANIA FROM CONSOLE
            IF WS-COMPANIA NOT NUMERIC OR WS-COMPANIA = ZEROS
                MOVE 1 TO WS-COMPANIA
            END-IF
            DISPLAY 'Metodo: (A)leatorio simple o (E)stratificado '
                'por importe: ' UPON CONSOLE
            ACCEPT WS-METODO FROM CONSOLE
            IF NOT METODO-ESTRATOS
                MOVE 'A' TO WS-METODO
            END-IF
            MOVE 1 TO WS-ESTRATOS
            IF METODO-ESTRATOS
                DISPLAY 'Numero de estratos 2-9 (Enter: 4): '
                    UPON CONSOLE
                ACCEPT WS-ESTRATOS FROM CONSOLE
                IF WS-ESTRATOS NOT NUMERIC OR WS-ESTRATOS < 2
                    MOVE 4 TO WS-ESTRATOS
                END-IF
            END-IF
            DISPLAY 'Tamaño de la muestra sin forzosos (Enter: 25, '
                'maximo 500): ' UPON CONSOLE
            ACCEPT WS-TAMANO FROM CONSOLE
            IF WS-TAMANO NOT NUMERIC OR WS-TAMANO = ZEROS
                MOVE 25 TO WS-TAMANO
            END-IF
            IF WS-TAMANO > 500
                MOVE 500 TO WS-TAMANO
            END-IF
            DISPLAY 'Semilla (Enter: se toma de la hora y se anota en '
                'la lista para regenerar): ' UPON CONSOLE
            ACCEPT WS-SEMILLA FROM CONSOLE
            IF WS-SEMILLA NOT NUMERIC OR WS-SEMILLA = ZEROS
                MOVE WS-HORA-SIS TO WS-SEMILLA
            END-IF
            DISPLAY 'Umbral de inclusion forzosa en pesos (Enter: '
                'sin umbral): ' UPON CONSOLE
            ACCEPT WS-UMBRAL FROM CONSOLE
            IF WS-UMBRAL NOT NUMERIC
                MOVE ZEROS TO WS-UMBRAL
            END-IF.
       020-PARAMETROS-SAL.
            EXIT.

       025-CARGAR-CORRIDAS.
            MOVE ZEROS TO WS-CT-NUM
            OPEN INPUT F-CORRIDAS
            IF WS-STATUS-CORRIDAS NOT = '00'
                GO TO 025-CARGAR-CORRIDAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CORRIDAS INTO WS-REN-CORRIDA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-COR-NUMERO NUMERIC AND WS-CT-NUM < 3000
                            ADD 1 TO WS-CT-NUM
                            MOVE WS-COR-NUMERO
                                TO WS-CT-NUMERO(WS-CT-NUM)
                            MOVE WS-COR-FECHA TO WS-CT-FECHA(WS-CT-NUM)
                            MOVE WS-COR-OPERADOR
                                TO WS-CT-OPERADOR(WS-CT-NUM)
                            MOVE WS-COR-ESTADO
                                TO WS-CT-ESTADO(WS-CT-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CORRIDAS.
       025-CARGAR-CORRIDAS-SAL.
            EXIT.

       027-CARGAR-APROBACIONES.
            MOVE ZEROS TO WS-AP-NUM
            OPEN INPUT F-APROBACION
            IF WS-STATUS-APROBACION NOT = '00'
                GO TO 027-CARGAR-APROBACIONES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-APROBACION INTO WS-REN-APR
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-APR-FOLIO NUMERIC AND WS-AP-NUM < 3000
                            ADD 1 TO WS-AP-NUM
                            MOVE WS-APR-FOLIO TO WS-AP-FOLIO(WS-AP-NUM)
                            MOVE WS-APR-EVENTO
                                TO WS-AP-EVENTO(WS-AP-NUM)
                            MOVE WS-APR-OPERADOR
                                TO WS-AP-OPERADOR(WS-AP-NUM)
                            MOVE WS-APR-FECHA TO WS-AP-FECHA(WS-AP-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-APROBACION.
       027-CARGAR-APROBACIONES-SAL.
            EXIT.

       030-RECORRER-PAGOS.
      *    Registro vigente y despues la historia, con el mismo
      *    tratamiento por pago
            MOVE 'R' TO WS-ORIGEN
            OPEN INPUT F-REGISTRO
            IF REGISTRO-OK
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-REGISTRO NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            PERFORM 035-EVALUAR-PAGO
                               THRU
                               035-EVALUAR-PAGO-SAL
                    END-READ
                END-PERFORM
                CLOSE F-REGISTRO
            ELSE
                DISPLAY 'Aviso: REGCHEQ.DAT no abre, status '
                    WS-STATUS-REGISTRO UPON CONSOLE
            END-IF
            MOVE 'H' TO WS-ORIGEN
            OPEN INPUT F-HISTORIA
            IF HISTORIA-OK
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-HISTORIA NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            MOVE REG-HISTORIA TO REG-CHEQUES
                            PERFORM 035-EVALUAR-PAGO
                               THRU
                               035-EVALUAR-PAGO-SAL
                    END-READ
                END-PERFORM
                CLOSE F-HISTORIA
            END-IF.
       030-RECORRER-PAGOS-SAL.
            EXIT.

       035-EVALUAR-PAGO.
      *    Las reexpediciones se guardan de todo el archivo, esten o
      *    no en el periodo, para armar la cadena completa
            IF PASADA-POBLACION AND CHQ-REEXPEDIDO-A NUMERIC
                AND CHQ-REEXPEDIDO-A > ZEROS AND WS-RX-NUM < 3000
                ADD 1 TO WS-RX-NUM
                MOVE CHQ-NUMERO TO WS-RX-DE(WS-RX-NUM)
                MOVE CHQ-REEXPEDIDO-A TO WS-RX-A(WS-RX-NUM)
            END-IF
            IF CHQ-FECHA < WS-FECHA-DESDE
                OR CHQ-FECHA > WS-FECHA-HASTA
                GO TO 035-EVALUAR-PAGO-SAL
            END-IF
            IF NOT CHQ-EMITIDO AND NOT CHQ-COBRADO
                GO TO 035-EVALUAR-PAGO-SAL
            END-IF
            MOVE 1 TO WS-COMPANIA-CHQ
            IF CHQ-COMPANIA NUMERIC AND CHQ-COMPANIA > ZEROS
                MOVE CHQ-COMPANIA TO WS-COMPANIA-CHQ
            END-IF
            IF WS-COMPANIA-CHQ NOT = WS-COMPANIA
                GO TO 035-EVALUAR-PAGO-SAL
            END-IF
      *    Los cheques en USD o EUR se miden por su equivalente MXN
            MOVE CHQ-IMPORTE TO WS-IMPORTE-MXN
            IF CHQ-MONEDA NOT = 'MXN' AND CHQ-MONEDA NOT = SPACES
                AND CHQ-EQUIV-MXN NUMERIC AND CHQ-EQUIV-MXN > ZEROS
                MOVE CHQ-EQUIV-MXN TO WS-IMPORTE-MXN
            END-IF
            IF WS-UMBRAL > ZEROS AND WS-IMPORTE-MXN NOT < WS-UMBRAL
                ADD 1 TO WS-TOT-FORZADOS
                IF PASADA-POBLACION
                    MOVE ZEROS TO WS-ESTRATO
                    MOVE 'FORZOSO' TO WS-NOTA
                    PERFORM 045-AGREGAR-ELEGIDO
                       THRU
                       045-AGREGAR-ELEGIDO-SAL
                END-IF
                GO TO 035-EVALUAR-PAGO-SAL
            END-IF
            IF PASADA-RANGOS
                IF WS-POB-TOTAL = ZEROS
                    OR WS-IMPORTE-MXN < WS-POB-MENOR
                    MOVE WS-IMPORTE-MXN TO WS-POB-MENOR
                END-IF
                IF WS-IMPORTE-MXN > WS-POB-MAYOR
                    MOVE WS-IMPORTE-MXN TO WS-POB-MAYOR
                END-IF
                ADD 1 TO WS-POB-TOTAL
                GO TO 035-EVALUAR-PAGO-SAL
            END-IF
            ADD 1 TO WS-POB-TOTAL
            ADD WS-IMPORTE-MXN TO WS-POB-IMPORTE
            MOVE 1 TO WS-ESTRATO
            IF WS-ANCHO > ZEROS
                COMPUTE WS-ESTRATO =
                    ((WS-IMPORTE-MXN - WS-POB-MENOR) / WS-ANCHO) + 1
            END-IF
            IF WS-ESTRATO > WS-ESTRATOS
                MOVE WS-ESTRATOS TO WS-ESTRATO
            END-IF
            ADD 1 TO WS-ES-POBLACION(WS-ESTRATO)
            ADD WS-IMPORTE-MXN TO WS-ES-IMPORTE(WS-ESTRATO)
            PERFORM 037-LLAVE-ALEATORIA
               THRU
               037-LLAVE-ALEATORIA-SAL
            MOVE WS-ESTRATO TO MUE-ESTRATO
            MOVE WS-LLAVE TO MUE-LLAVE
            MOVE CHQ-NUMERO TO MUE-FOLIO
            MOVE WS-ORIGEN TO MUE-ORIGEN
            MOVE WS-IMPORTE-MXN TO MUE-IMPORTE
            RELEASE REG-ORDEN-MUESTRA.
       035-EVALUAR-PAGO-SAL.
            EXIT.

       037-LLAVE-ALEATORIA.
      *    Depende solo de la semilla y del folio: tres rondas del
      *    generador minimo estandar (multiplicador 48271)
            COMPUTE WS-LLAVE = FUNCTION MOD(WS-SEMILLA
                + (CHQ-NUMERO * 7919), 2147483647)
            IF WS-LLAVE = ZEROS
                MOVE 1 TO WS-LLAVE
            END-IF
            PERFORM VARYING WS-RONDA FROM 1 BY 1 UNTIL WS-RONDA > 3
                COMPUTE WS-LLAVE = FUNCTION MOD(WS-LLAVE * 48271,
                    2147483647)
            END-PERFORM.
       037-LLAVE-ALEATORIA-SAL.
            EXIT.

       040-POBLACION.
            MOVE 2 TO WS-PASADA
            PERFORM 030-RECORRER-PAGOS
               THRU
               030-RECORRER-PAGOS-SAL.
       040-POBLACION-SAL.
            EXIT.

       045-AGREGAR-ELEGIDO.
            IF WS-EL-NUM NOT < 999
                MOVE 'S' TO WS-EL-LLENO
                GO TO 045-AGREGAR-ELEGIDO-SAL
            END-IF
            ADD 1 TO WS-EL-NUM
            MOVE CHQ-NUMERO TO WS-EL-FOLIO(WS-EL-NUM)
            MOVE WS-ORIGEN TO WS-EL-ORIGEN(WS-EL-NUM)
            MOVE WS-ESTRATO TO WS-EL-ESTRATO(WS-EL-NUM)
            MOVE WS-NOTA TO WS-EL-CRITERIO(WS-EL-NUM)
            MOVE WS-IMPORTE-MXN TO WS-EL-IMPORTE(WS-EL-NUM).
       045-AGREGAR-ELEGIDO-SAL.
            EXIT.

       050-SELECCION.
      *    Cuota pareja por estrato; lo que un estrato no alcanza a
      *    cubrir pasa a los estratos altos
            IF WS-TAMANO > WS-POB-TOTAL
                MOVE WS-POB-TOTAL TO WS-TAMANO
            END-IF
            DIVIDE WS-TAMANO BY WS-ESTRATOS GIVING WS-CUOTA-BASE
                REMAINDER WS-CUOTA-RESTO
            MOVE ZEROS TO WS-ASIGNADOS
            PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                UNTIL WS-ES-IDX > WS-ESTRATOS
                MOVE WS-CUOTA-BASE TO WS-ES-CUOTA(WS-ES-IDX)
                IF WS-ES-IDX > WS-ESTRATOS - WS-CUOTA-RESTO
                    ADD 1 TO WS-ES-CUOTA(WS-ES-IDX)
                END-IF
                IF WS-ES-CUOTA(WS-ES-IDX) > WS-ES-POBLACION(WS-ES-IDX)
                    MOVE WS-ES-POBLACION(WS-ES-IDX)
                        TO WS-ES-CUOTA(WS-ES-IDX)
                END-IF
                ADD WS-ES-CUOTA(WS-ES-IDX) TO WS-ASIGNADOS
            END-PERFORM
            COMPUTE WS-SOBRANTE = WS-TAMANO - WS-ASIGNADOS
            PERFORM VARYING WS-ES-IDX FROM WS-ESTRATOS BY -1
                UNTIL WS-ES-IDX < 1 OR WS-SOBRANTE = ZEROS
                COMPUTE WS-CABEN = WS-ES-POBLACION(WS-ES-IDX)
                    - WS-ES-CUOTA(WS-ES-IDX)
                IF WS-CABEN > WS-SOBRANTE
                    MOVE WS-SOBRANTE TO WS-CABEN
                END-IF
                ADD WS-CABEN TO WS-ES-CUOTA(WS-ES-IDX)
                SUBTRACT WS-CABEN FROM WS-SOBRANTE
            END-PERFORM
            MOVE 'N' TO WS-FIN-ORDEN
            PERFORM UNTIL FIN-ORDEN
                RETURN WK-MUESTRA
                    AT END
                        MOVE 'Y' TO WS-FIN-ORDEN
                    NOT AT END
                        PERFORM 055-TOMAR-ORDENADO
                           THRU
                           055-TOMAR-ORDENADO-SAL
                END-RETURN
            END-PERFORM.
       050-SELECCION-SAL.
            EXIT.

       055-TOMAR-ORDENADO.
            MOVE MUE-ESTRATO TO WS-ESTRATO
            IF WS-ES-TOMADOS(WS-ESTRATO) NOT < WS-ES-CUOTA(WS-ESTRATO)
                GO TO 055-TOMAR-ORDENADO-SAL
            END-IF
            ADD 1 TO WS-ES-TOMADOS(WS-ESTRATO)
            MOVE MUE-FOLIO TO CHQ-NUMERO
            MOVE MUE-ORIGEN TO WS-ORIGEN
            MOVE MUE-IMPORTE TO WS-IMPORTE-MXN
            MOVE SPACES TO WS-NOTA
            IF METODO-ESTRATOS
                STRING 'ESTRATO ' MUE-ESTRATO
                    DELIMITED BY SIZE
                    INTO WS-NOTA
            ELSE
                MOVE 'ALEATORIO' TO WS-NOTA
            END-IF
            PERFORM 045-AGREGAR-ELEGIDO
               THRU
               045-AGREGAR-ELEGIDO-SAL.
       055-TOMAR-ORDENADO-SAL.
            EXIT.

       060-LISTA-MUESTRA.
            OPEN OUTPUT F-MUESTRA
            MOVE 'MUESTRA DE PAGOS PARA LA AUDITORIA EXTERNA'
                TO REG-MUESTRA
            WRITE REG-MUESTRA
            MOVE SPACES TO WS-LINEA
            STRING 'EMITIDA ' WS-FECHA-SIS ' ' WS-HORA-SIS(1:6)
                '   FUENTES: REGCHEQ.DAT Y REGHIST.DAT, ESTATUS E/C'
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 062-LINEA-MUESTRA
               THRU
               062-LINEA-MUESTRA-SAL
            MOVE SPACES TO WS-LINEA
            STRING 'PARAMETROS: DESDE ' WS-FECHA-DESDE ' HASTA '
                WS-FECHA-HASTA ' COMPANIA ' WS-COMPANIA ' METODO '
                WS-METODO ' ESTRATOS ' WS-ESTRATOS ' TAMANO '
                WS-TAMANO ' SEMILLA ' WS-SEMILLA ' UMBRAL '
                WS-UMBRAL
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 062-LINEA-MUESTRA
               THRU
               062-LINEA-MUESTRA-SAL
            MOVE WS-POB-TOTAL TO WS-ED-CONTADOR
            MOVE WS-TOT-FORZADOS TO WS-ED-CONTADOR2
            MOVE SPACES TO WS-LINEA
            STRING 'POBLACION MUESTREADA: ' WS-ED-CONTADOR
                ' PAGOS   FORZOSOS POR UMBRAL: ' WS-ED-CONTADOR2
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 062-LINEA-MUESTRA
               THRU
               062-LINEA-MUESTRA-SAL
            MOVE SPACES TO REG-MUESTRA
            WRITE REG-MUESTRA
            PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                UNTIL WS-ES-IDX > WS-ESTRATOS
                COMPUTE WS-ED-MENOR = WS-POB-MENOR
                    + (WS-ANCHO * (WS-ES-IDX - 1))
                IF WS-ES-IDX = WS-ESTRATOS
                    MOVE WS-POB-MAYOR TO WS-ED-MAYOR
                ELSE
                    COMPUTE WS-ED-MAYOR = WS-POB-MENOR
                        + (WS-ANCHO * WS-ES-IDX)
                END-IF
                MOVE WS-ES-POBLACION(WS-ES-IDX) TO WS-ED-CONTADOR
                MOVE WS-ES-CUOTA(WS-ES-IDX) TO WS-ED-CONTADOR2
                MOVE SPACES TO WS-LINEA
                STRING 'ESTRATO ' WS-ES-IDX ' DE ' WS-ED-MENOR ' A '
                    WS-ED-MAYOR '  POBLACION ' WS-ED-CONTADOR
                    '  MUESTRA ' WS-ED-CONTADOR2
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 062-LINEA-MUESTRA
                   THRU
                   062-LINEA-MUESTRA-SAL
            END-PERFORM
            MOVE SPACES TO REG-MUESTRA
            WRITE REG-MUESTRA
            MOVE '  NUM  FOLIO    ORIGEN     CRITERIO   IMPORTE MXN'
                TO REG-MUESTRA
            WRITE REG-MUESTRA
      *    Politica de importes del operador para la lista
            MOVE ZEROS TO WS-MSK-EMP
            MOVE 'S' TO WS-MSK-TIPO
            MOVE SPACES TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-VISIBLE TO WS-VER-IMPORTES
            PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                UNTIL WS-EL-IDX > WS-EL-NUM
                MOVE WS-EL-IMPORTE(WS-EL-IDX) TO WS-IMP-VALOR
                PERFORM 078-EDITAR-IMPORTE
                   THRU
                   078-EDITAR-IMPORTE-SAL
                IF WS-EL-ORIGEN(WS-EL-IDX) = 'H'
                    MOVE 'HISTORIA' TO WS-ESTADO-ED
                ELSE
                    MOVE 'REGISTRO' TO WS-ESTADO-ED
                END-IF
                MOVE WS-EL-IDX TO WS-ED-CONTADOR
                MOVE SPACES TO WS-LINEA
                STRING WS-ED-CONTADOR(4:4) '  '
                    WS-EL-FOLIO(WS-EL-IDX) ' '
                    WS-ESTADO-ED(1:10) ' '
                    WS-EL-CRITERIO(WS-EL-IDX) ' ' WS-IMP-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 062-LINEA-MUESTRA
                   THRU
                   062-LINEA-MUESTRA-SAL
            END-PERFORM
            IF EL-LLENO
                MOVE 'AVISO: MAS DE 999 PAGOS ELEGIDOS; SUBA EL UMBRAL'
                    TO WS-LINEA
                PERFORM 062-LINEA-MUESTRA
                   THRU
                   062-LINEA-MUESTRA-SAL
            END-IF
            CLOSE F-MUESTRA.
       060-LISTA-MUESTRA-SAL.
            EXIT.

       062-LINEA-MUESTRA.
            MOVE WS-LINEA TO REG-MUESTRA
            WRITE REG-MUESTRA
            MOVE SPACES TO WS-LINEA.
       062-LINEA-MUESTRA-SAL.
            EXIT.

       070-HOJAS-SOPORTE.
            OPEN OUTPUT F-SOPORTE
            OPEN INPUT F-REGISTRO
            MOVE 'N' TO WS-REGISTRO-ABIERTO
            IF REGISTRO-OK
                MOVE 'S' TO WS-REGISTRO-ABIERTO
            END-IF
            OPEN INPUT F-HISTORIA
            MOVE 'N' TO WS-HISTORIA-ABIERTO
            IF HISTORIA-OK
                MOVE 'S' TO WS-HISTORIA-ABIERTO
            END-IF
            OPEN INPUT F-EMPLEADOS
            MOVE 'N' TO WS-EMPLEADOS-ABIERTO
            IF EMP-OK
                MOVE 'S' TO WS-EMPLEADOS-ABIERTO
            END-IF
            OPEN INPUT F-CHQFISC
            MOVE 'N' TO WS-FISCAL-ABIERTO
            IF FISCAL-OK
                MOVE 'S' TO WS-FISCAL-ABIERTO
            END-IF
            PERFORM 072-HOJA
               THRU
               072-HOJA-SAL
               VARYING WS-EL-IDX FROM 1 BY 1
               UNTIL WS-EL-IDX > WS-EL-NUM
            IF REGISTRO-ABIERTO
                CLOSE F-REGISTRO
            END-IF
            IF HISTORIA-ABIERTO
                CLOSE F-HISTORIA
            END-IF
            IF EMPLEADOS-ABIERTO
                CLOSE F-EMPLEADOS
            END-IF
            IF FISCAL-ABIERTO
                CLOSE F-CHQFISC
            END-IF
            CLOSE F-SOPORTE.
       070-HOJAS-SOPORTE-SAL.
            EXIT.

       072-HOJA.
            PERFORM 074-LEER-PAGO
               THRU
               074-LEER-PAGO-SAL
            MOVE ALL '=' TO WS-LINEA(1:100)
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL
            MOVE WS-EL-IDX TO WS-ED-CONTADOR
            MOVE WS-EL-NUM TO WS-ED-CONTADOR2
            IF WS-EL-ORIGEN(WS-EL-IDX) = 'H'
                MOVE 'HISTORIA REGHIST.DAT' TO WS-ESTADO-ED
            ELSE
                MOVE 'REGISTRO REGCHEQ.DAT' TO WS-ESTADO-ED
            END-IF
            MOVE SPACES TO WS-LINEA
            STRING 'HOJA DE SOPORTE ' WS-ED-CONTADOR(4:4) ' DE '
                WS-ED-CONTADOR2(4:4) '   FOLIO '
                WS-EL-FOLIO(WS-EL-IDX) '   ' WS-ESTADO-ED(1:20)
                '   CRITERIO ' WS-EL-CRITERIO(WS-EL-IDX)
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL
            IF NOT CHEQUE-HALLADO
                MOVE 'EL FOLIO YA NO SE ENCUENTRA EN EL REGISTRO NI EN '
                    TO WS-LINEA
                MOVE 'LA HISTORIA' TO WS-LINEA(50:11)
                PERFORM 098-LINEA-SOPORTE
                   THRU
                   098-LINEA-SOPORTE-SAL
                GO TO 072-HOJA-SAL
            END-IF
            MOVE CHQ-EMP-ID TO WS-MSK-EMP
      *    Una sola consulta de la politica de importes por hoja
            MOVE 'S' TO WS-MSK-TIPO
            MOVE CHQ-IMPORTE TO WS-ED-IMPORTE
            MOVE WS-ED-IMPORTE TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-VISIBLE TO WS-VER-IMPORTES
            PERFORM 080-DATOS-PAGO
               THRU
               080-DATOS-PAGO-SAL
            PERFORM 082-DESGLOSE
               THRU
               082-DESGLOSE-SAL
            PERFORM 084-EXPEDIENTE
               THRU
               084-EXPEDIENTE-SAL
            PERFORM 086-APROBACION
               THRU
               086-APROBACION-SAL
            PERFORM 088-CONCILIACION
               THRU
               088-CONCILIACION-SAL
            PERFORM 090-REEXPEDICIONES
               THRU
               090-REEXPEDICIONES-SAL
            MOVE SPACES TO WS-LINEA
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL.
       072-HOJA-SAL.
            EXIT.

       074-LEER-PAGO.
            MOVE 'N' TO WS-HALLADO
            IF WS-EL-ORIGEN(WS-EL-IDX) = 'H'
                IF HISTORIA-ABIERTO
                    MOVE WS-EL-FOLIO(WS-EL-IDX) TO HIS-NUMERO
                    READ F-HISTORIA
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE REG-HISTORIA TO REG-CHEQUES
                            MOVE 'S' TO WS-HALLADO
                    END-READ
                END-IF
            ELSE
                IF REGISTRO-ABIERTO
                    MOVE WS-EL-FOLIO(WS-EL-IDX) TO CHQ-NUMERO
                    READ F-REGISTRO
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE 'S' TO WS-HALLADO
                    END-READ
                END-IF
            END-IF.
       074-LEER-PAGO-SAL.
            EXIT.

       078-EDITAR-IMPORTE.
      *    Importe completo u oculto segun la politica del operador
            IF VER-IMPORTES
                MOVE WS-IMP-VALOR TO WS-ED-IMPORTE
                MOVE WS-ED-IMPORTE TO WS-IMP-ED
            ELSE
                MOVE '       **********' TO WS-IMP-ED
            END-IF.
       078-EDITAR-IMPORTE-SAL.
            EXIT.

       080-DATOS-PAGO.
            EVALUATE TRUE
                WHEN CHQ-PAGO-TRANSFER
                    MOVE 'TRANSFERENCIA' TO WS-ESTADO-ED
                WHEN CHQ-PAGO-EFECTIVO
                    MOVE 'EFECTIVO SOBRE' TO WS-ESTADO-ED
                WHEN OTHER
                    MOVE 'CHEQUE IMPRESO' TO WS-ESTADO-ED
            END-EVALUATE
            MOVE SPACES TO WS-LINEA
            STRING 'FECHA ' CHQ-FECHA '  FORMA ' WS-ESTADO-ED(1:14)
                '  CUENTA ' CHQ-CUENTA '  MONEDA ' CHQ-MONEDA
                '  PERIODO ' CHQ-PERIODO '  FREC ' CHQ-FRECUENCIA
                '  CLASE ' CHQ-CLASE
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL
            MOVE SPACES TO WS-LINEA
            STRING 'BENEFICIARIO ' CHQ-BENEFICIARIO '  EMPLEADO '
                CHQ-EMP-ID '  RECIBO ' CHQ-RECIBO-FOLIO
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL
            IF CHQ-MONEDA NOT = 'MXN' AND CHQ-MONEDA NOT = SPACES
                MOVE CHQ-EQUIV-MXN TO WS-IMP-VALOR
                PERFORM 078-EDITAR-IMPORTE
                   THRU
                   078-EDITAR-IMPORTE-SAL
                MOVE SPACES TO WS-LINEA
                STRING 'TIPO DE CAMBIO ' CHQ-TIPO-CAMBIO
                    '  EQUIVALENTE MXN ' WS-IMP-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 098-LINEA-SOPORTE
                   THRU
                   098-LINEA-SOPORTE-SAL
            END-IF.
       080-DATOS-PAGO-SAL.
            EXIT.

       082-DESGLOSE.
      *    Recalculo con la tabla en vigor a la fecha del cheque, igual
      *    que 055-CALCULAR-NETO de PRG01019: ISR sobre la parte
      *    gravada (bruto menos el exento del complemento), IMSS y
      *    otras de la tabla sobre el bruto, y la cuota obrera del
      *    complemento en lugar del IMSS de la tabla cuando existe
            MOVE 'N' TO WS-CON-FISCAL
            IF FISCAL-ABIERTO
                MOVE CHQ-NUMERO TO CFS-NUMERO
                READ F-CHQFISC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-CON-FISCAL
                END-READ
            END-IF
            MOVE CHQ-FECHA TO WS-RC-FECHA
            MOVE CHQ-BRUTO TO WS-RC-BASE
            CALL 'PRG01038' USING WS-RC-BASE WS-RC-ISR WS-RC-IMSS
                WS-RC-OTRAS WS-RC-NETO WS-RC-RESULTADO WS-RC-FECHA
                WS-RC-SUBSIDIO
            MOVE WS-RC-IMSS TO WS-RC-IMSS-BRUTO
            MOVE WS-RC-OTRAS TO WS-RC-OTRAS-BRUTO
            IF RC-CALCULO-BUENO AND CON-FISCAL
                AND CFS-EXENTO > ZEROS
                IF CFS-EXENTO NOT < CHQ-BRUTO
                    MOVE ZEROS TO WS-RC-ISR
                ELSE
                    COMPUTE WS-RC-BASE = CHQ-BRUTO - CFS-EXENTO
                    CALL 'PRG01038' USING WS-RC-BASE WS-RC-ISR
                        WS-RC-IMSS WS-RC-OTRAS WS-RC-NETO
                        WS-RC-RESULTADO WS-RC-FECHA WS-RC-SUBSIDIO
                END-IF
            END-IF
            IF CON-FISCAL AND CFS-IMSS-OBRERO > ZEROS
                MOVE CFS-IMSS-OBRERO TO WS-RC-IMSS-BRUTO
            END-IF
            MOVE 'DESGLOSE          REGISTRADO       RECALCULADO'
                TO WS-LINEA
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL
            MOVE CHQ-BRUTO TO WS-IMP-VALOR
            PERFORM 078-EDITAR-IMPORTE
               THRU
               078-EDITAR-IMPORTE-SAL
            MOVE SPACES TO WS-LINEA
            STRING 'BRUTO    ' WS-IMP-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL
            IF NOT RC-CALCULO-BUENO
                STRING '  SIN TABLA DE DEDUCCIONES O SIN TRAMO DE ISR '
                    'A LA FECHA DEL CHEQUE: NO SE RECALCULA'
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 098-LINEA-SOPORTE
                   THRU
                   098-LINEA-SOPORTE-SAL
                MOVE ZEROS TO WS-RC-ISR
                MOVE ZEROS TO WS-RC-IMSS-BRUTO
                MOVE ZEROS TO WS-RC-OTRAS-BRUTO
            END-IF
            MOVE CHQ-ISR TO WS-IMP-VALOR
            MOVE WS-RC-ISR TO WS-RC-NETO-ARIT
            MOVE 'ISR      ' TO WS-NOTA
            PERFORM 083-RENGLON-DESGLOSE
               THRU
               083-RENGLON-DESGLOSE-SAL
            MOVE CHQ-IMSS TO WS-IMP-VALOR
            MOVE WS-RC-IMSS-BRUTO TO WS-RC-NETO-ARIT
            MOVE 'IMSS     ' TO WS-NOTA
            PERFORM 083-RENGLON-DESGLOSE
               THRU
               083-RENGLON-DESGLOSE-SAL
            MOVE CHQ-OTRAS TO WS-IMP-VALOR
            MOVE WS-RC-OTRAS-BRUTO TO WS-RC-NETO-ARIT
            MOVE 'OTRAS    ' TO WS-NOTA
            PERFORM 083-RENGLON-DESGLOSE
               THRU
               083-RENGLON-DESGLOSE-SAL
      *    El neto siempre debe salir del desglose registrado
            COMPUTE WS-RC-NETO-ARIT = CHQ-BRUTO - CHQ-ISR - CHQ-IMSS
                - CHQ-OTRAS
            MOVE CHQ-IMPORTE TO WS-IMP-VALOR
            MOVE 'NETO     ' TO WS-NOTA
            PERFORM 083-RENGLON-DESGLOSE
               THRU
               083-RENGLON-DESGLOSE-SAL
            IF CHQ-OTRAS > WS-RC-OTRAS-BRUTO AND RC-CALCULO-BUENO
                COMPUTE WS-RC-RETENCIONES = CHQ-OTRAS
                    - WS-RC-OTRAS-BRUTO
                MOVE WS-RC-RETENCIONES TO WS-IMP-VALOR
                PERFORM 078-EDITAR-IMPORTE
                   THRU
                   078-EDITAR-IMPORTE-SAL
                MOVE SPACES TO WS-LINEA
                STRING '  OTRAS FUERA DE LA TABLA (PRESTAMO, '
                    'INFONAVIT, FONACOT, FONDO, RECURRENTES): '
                    WS-IMP-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 098-LINEA-SOPORTE
                   THRU
                   098-LINEA-SOPORTE-SAL
            END-IF
            IF CON-FISCAL
                MOVE CFS-EXENTO TO WS-IMP-VALOR
                PERFORM 078-EDITAR-IMPORTE
                   THRU
                   078-EDITAR-IMPORTE-SAL
                MOVE WS-IMP-ED TO WS-ED-REG
                MOVE CFS-SUBSIDIO TO WS-IMP-VALOR
                PERFORM 078-EDITAR-IMPORTE
                   THRU
                   078-EDITAR-IMPORTE-SAL
                MOVE WS-IMP-ED TO WS-ED-RC
                MOVE CFS-IMSS-PATRON TO WS-IMP-VALOR
                PERFORM 078-EDITAR-IMPORTE
                   THRU
                   078-EDITAR-IMPORTE-SAL
                MOVE SPACES TO WS-LINEA
                STRING '  COMPLEMENTO FISCAL: EXENTO' WS-ED-REG
                    ' SUBSIDIO' WS-ED-RC ' IMSS PATRON' WS-IMP-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 098-LINEA-SOPORTE
                   THRU
                   098-LINEA-SOPORTE-SAL
            ELSE
                MOVE '  SIN COMPLEMENTO FISCAL (CHQFISC.DAT)'
                    TO WS-LINEA
                PERFORM 098-LINEA-SOPORTE
                   THRU
                   098-LINEA-SOPORTE-SAL
            END-IF.
       082-DESGLOSE-SAL.
            EXIT.

       083-RENGLON-DESGLOSE.
      *    Registrado en WS-IMP-VALOR, recalculado en WS-RC-NETO-ARIT
            PERFORM 078-EDITAR-IMPORTE
               THRU
               078-EDITAR-IMPORTE-SAL
            MOVE WS-IMP-ED TO WS-ED-REG
            MOVE SPACES TO WS-ED-RC
            MOVE SPACES TO WS-ESTADO-ED
            IF RC-CALCULO-BUENO OR WS-NOTA = 'NETO'
                IF WS-IMP-VALOR = WS-RC-NETO-ARIT
                    MOVE 'COINCIDE' TO WS-ESTADO-ED
                ELSE
                    MOVE 'DIFIERE' TO WS-ESTADO-ED
                END-IF
                MOVE WS-RC-NETO-ARIT TO WS-IMP-VALOR
                PERFORM 078-EDITAR-IMPORTE
                   THRU
                   078-EDITAR-IMPORTE-SAL
                MOVE WS-IMP-ED TO WS-ED-RC
            END-IF
            MOVE SPACES TO WS-LINEA
            STRING WS-NOTA(1:9) WS-ED-REG ' ' WS-ED-RC '  '
                WS-ESTADO-ED(1:10)
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL.
       083-RENGLON-DESGLOSE-SAL.
            EXIT.

       084-EXPEDIENTE.
            IF NOT EMPLEADOS-ABIERTO
                MOVE 'EXPEDIENTE: EMPLEADOS.DAT NO DISPONIBLE'
                    TO WS-LINEA
                PERFORM 098-LINEA-SOPORTE
                   THRU
                   098-LINEA-SOPORTE-SAL
                GO TO 084-EXPEDIENTE-SAL
            END-IF
            MOVE CHQ-EMP-ID TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    MOVE SPACES TO WS-LINEA
                    STRING 'EXPEDIENTE: EL EMPLEADO ' CHQ-EMP-ID
                        ' NO EXISTE EN EL MAESTRO'
                        DELIMITED BY SIZE
                        INTO WS-LINEA
                    PERFORM 098-LINEA-SOPORTE
                       THRU
                       098-LINEA-SOPORTE-SAL
                    GO TO 084-EXPEDIENTE-SAL
            END-READ
            MOVE 'C' TO WS-MSK-TIPO
            MOVE REG-RFC TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO TO WS-MSK-RFC
            MOVE REG-CURP TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO TO WS-MSK-CURP
            MOVE REG-CLABE TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO TO WS-MSK-CLABE
            MOVE REG-SALARIO TO WS-IMP-VALOR
            PERFORM 078-EDITAR-IMPORTE
               THRU
               078-EDITAR-IMPORTE-SAL
            MOVE WS-IMP-ED TO WS-MSK-SALARIO
            MOVE SPACES TO WS-LINEA
            STRING 'EXPEDIENTE ' EMP-ID-REG ' ' REG-NOMBRE ' '
                REG-APE-PATERNO ' ' REG-APE-MATERNO
                '  ESTATUS ' REG-ESTATUS
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL
            MOVE SPACES TO WS-LINEA
            STRING '  RFC ' WS-MSK-RFC '  CURP ' WS-MSK-CURP
                '  INGRESO ' REG-ING-DIA '/' REG-ING-MES '/'
                REG-ING-ANHO '  COMPANIA ' REG-COMPANIA
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL
            MOVE SPACES TO WS-LINEA
            STRING '  DEPTO ' REG-DEPTO '  PUESTO ' REG-PUESTO
                '  SALARIO ' WS-MSK-SALARIO '  FREC '
                REG-FRECUENCIA
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL
            MOVE SPACES TO WS-LINEA
            STRING '  FORMA DE PAGO ' REG-FORMA-PAGO '  BANCO '
                REG-BANCO '  CLABE ' WS-MSK-CLABE
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL.
       084-EXPEDIENTE-SAL.
            EXIT.

       086-APROBACION.
      *    Quien capturo la corrida y si se libero, y las firmas de
      *    APRCHQ.TXT cuando el cheque paso por doble firma
            MOVE ZEROS TO WS-CT-HALLADO
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-NUM OR WS-CT-HALLADO > ZEROS
                IF WS-CT-NUMERO(WS-CT-IDX) = CHQ-CORRIDA
                    MOVE WS-CT-IDX TO WS-CT-HALLADO
                END-IF
            END-PERFORM
            MOVE SPACES TO WS-LINEA
            IF WS-CT-HALLADO = ZEROS
                STRING 'CORRIDA ' CHQ-CORRIDA
                    ': SIN CONTROL EN CORRIDAS.TXT'
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            ELSE
                EVALUATE WS-CT-ESTADO(WS-CT-HALLADO)
                    WHEN 'L'
                        MOVE 'LIBERADA' TO WS-ESTADO-ED
                    WHEN 'R'
                        MOVE 'REVERTIDA' TO WS-ESTADO-ED
                    WHEN OTHER
                        MOVE 'PENDIENTE DE CUADRE' TO WS-ESTADO-ED
                END-EVALUATE
                STRING 'CORRIDA ' CHQ-CORRIDA ' DEL '
                    WS-CT-FECHA(WS-CT-HALLADO) ' CAPTURO '
                    WS-CT-OPERADOR(WS-CT-HALLADO) ' ESTADO '
                    WS-ESTADO-ED(1:20)
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            END-IF
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL
            MOVE ZEROS TO WS-AP-HALLADOS
            PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                UNTIL WS-AP-IDX > WS-AP-NUM
                IF WS-AP-FOLIO(WS-AP-IDX) = CHQ-NUMERO
                    ADD 1 TO WS-AP-HALLADOS
                    EVALUATE WS-AP-EVENTO(WS-AP-IDX)
                        WHEN 'E'
                            MOVE 'RETENIDO POR' TO WS-ESTADO-ED
                        WHEN 'A'
                            MOVE 'APROBADO POR' TO WS-ESTADO-ED
                        WHEN 'R'
                            MOVE 'RECHAZADO POR' TO WS-ESTADO-ED
                        WHEN OTHER
                            MOVE 'EVENTO ?' TO WS-ESTADO-ED
                    END-EVALUATE
                    MOVE SPACES TO WS-LINEA
                    STRING 'DOBLE FIRMA: ' WS-ESTADO-ED(1:14)
                        WS-AP-OPERADOR(WS-AP-IDX) ' EL '
                        WS-AP-FECHA(WS-AP-IDX)
                        DELIMITED BY SIZE
                        INTO WS-LINEA
                    PERFORM 098-LINEA-SOPORTE
                       THRU
                       098-LINEA-SOPORTE-SAL
                END-IF
            END-PERFORM
            IF WS-AP-HALLADOS = ZEROS
                MOVE 'DOBLE FIRMA: NO APLICO (SIN RENGLONES EN '
                    TO WS-LINEA
                MOVE 'APRCHQ.TXT)' TO WS-LINEA(42:11)
                PERFORM 098-LINEA-SOPORTE
                   THRU
                   098-LINEA-SOPORTE-SAL
            END-IF.
       086-APROBACION-SAL.
            EXIT.

       088-CONCILIACION.
            EVALUATE TRUE
                WHEN CHQ-COBRADO
                    MOVE 'COBRADO, CONCILIADO CONTRA EL BANCO'
                        TO WS-ESTADO-ED
                WHEN CHQ-EMITIDO AND CHQ-PAGO-TRANSFER
                    MOVE 'TRANSFERENCIA SIN COBRO CONCILIADO'
                        TO WS-ESTADO-ED
                WHEN CHQ-EMITIDO AND CHQ-PAGO-EFECTIVO
                    MOVE 'EFECTIVO ENTREGADO EN SOBRE, SIN BANCO'
                        TO WS-ESTADO-ED
                WHEN CHQ-EMITIDO
                    MOVE 'EMITIDO, EN TRANSITO (NO CONCILIADO)'
                        TO WS-ESTADO-ED
                WHEN CHQ-CANCELADO
                    MOVE 'CANCELADO' TO WS-ESTADO-ED
                WHEN OTHER
                    MOVE 'PENDIENTE DE APROBACION' TO WS-ESTADO-ED
            END-EVALUATE
            MOVE SPACES TO WS-LINEA
            STRING 'CONCILIACION: ' WS-ESTADO-ED
                '  REIMPRESIONES ' CHQ-REIMPRESIONES
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL
            IF CHQ-CANCELADO
                MOVE SPACES TO WS-LINEA
                STRING '  MOTIVO DE CANCELACION: ' CHQ-MOTIVO-CANCEL
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 098-LINEA-SOPORTE
                   THRU
                   098-LINEA-SOPORTE-SAL
            END-IF.
       088-CONCILIACION-SAL.
            EXIT.

       090-REEXPEDICIONES.
      *    Se regresa al primer folio de la cadena y se avanza hasta
      *    el ultimo (a lo mas 10 eslabones en cada sentido)
            MOVE CHQ-NUMERO TO WS-FOLIO-CADENA
            MOVE ZEROS TO WS-RX-PASOS
            MOVE 'S' TO WS-HALLADO
            PERFORM 092-ESLABON-ANTERIOR
               THRU
               092-ESLABON-ANTERIOR-SAL
               UNTIL WS-HALLADO = 'N' OR WS-RX-PASOS > 10
            MOVE SPACES TO WS-CADENA
            MOVE 1 TO WS-CADENA-POS
            MOVE ZEROS TO WS-RX-PASOS
            MOVE 'S' TO WS-HALLADO
            PERFORM 094-ESLABON-SIGUIENTE
               THRU
               094-ESLABON-SIGUIENTE-SAL
               UNTIL WS-HALLADO = 'N' OR WS-RX-PASOS > 10
            MOVE SPACES TO WS-LINEA
            IF WS-CADENA-POS < 12
                MOVE 'REEXPEDICIONES: NINGUNA' TO WS-LINEA
            ELSE
                STRING 'REEXPEDICIONES: ' WS-CADENA
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            END-IF
            PERFORM 098-LINEA-SOPORTE
               THRU
               098-LINEA-SOPORTE-SAL
            MOVE 'S' TO WS-HALLADO.
       090-REEXPEDICIONES-SAL.
            EXIT.

       092-ESLABON-ANTERIOR.
            MOVE 'N' TO WS-HALLADO
            PERFORM VARYING WS-RX-IDX FROM 1 BY 1
                UNTIL WS-RX-IDX > WS-RX-NUM OR WS-HALLADO = 'S'
                IF WS-RX-A(WS-RX-IDX) = WS-FOLIO-CADENA
                    MOVE WS-RX-DE(WS-RX-IDX) TO WS-FOLIO-CADENA
                    MOVE 'S' TO WS-HALLADO
                END-IF
            END-PERFORM
            ADD 1 TO WS-RX-PASOS.
       092-ESLABON-ANTERIOR-SAL.
            EXIT.

       094-ESLABON-SIGUIENTE.
      *    El folio de la hoja va entre corchetes
            IF WS-CADENA-POS > 1 AND WS-CADENA-POS < 100
                STRING ' -> ' DELIMITED BY SIZE
                    INTO WS-CADENA WITH POINTER WS-CADENA-POS
            END-IF
            IF WS-CADENA-POS < 100
                IF WS-FOLIO-CADENA = CHQ-NUMERO
                    STRING '[' WS-FOLIO-CADENA ']' DELIMITED BY SIZE
                        INTO WS-CADENA WITH POINTER WS-CADENA-POS
                ELSE
                    STRING WS-FOLIO-CADENA DELIMITED BY SIZE
                        INTO WS-CADENA WITH POINTER WS-CADENA-POS
                END-IF
            END-IF
            MOVE 'N' TO WS-HALLADO
            MOVE ZEROS TO WS-FOLIO-SIGUIENTE
            PERFORM VARYING WS-RX-IDX FROM 1 BY 1
                UNTIL WS-RX-IDX > WS-RX-NUM OR WS-HALLADO = 'S'
                IF WS-RX-DE(WS-RX-IDX) = WS-FOLIO-CADENA
                    MOVE WS-RX-A(WS-RX-IDX) TO WS-FOLIO-SIGUIENTE
                    MOVE 'S' TO WS-HALLADO
                END-IF
            END-PERFORM
            MOVE WS-FOLIO-SIGUIENTE TO WS-FOLIO-CADENA
            ADD 1 TO WS-RX-PASOS.
       094-ESLABON-SIGUIENTE-SAL.
            EXIT.

       098-LINEA-SOPORTE.
            MOVE WS-LINEA TO REG-SOPORTE
            WRITE REG-SOPORTE
            MOVE SPACES TO WS-LINEA.
       098-LINEA-SOPORTE-SAL.
            EXIT.

       END PROGRAM PRG01156.
