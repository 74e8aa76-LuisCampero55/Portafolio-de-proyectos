       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01162.
      *  Lista de raya reimprimible de una corrida: toma cualquier
      *  corrida de CORRIDAS.TXT (la ultima si se da Enter) y reune
      *  sus cheques de REGCHEQ.DAT y de la historia REGHIST.DAT, en
      *  cualquier estatus, igual que el cuadre de PRG01039; un
      *  renglon por empleado con los dias pagados, el bruto, cada
      *  deduccion (ISR, IMSS, INFONAVIT y cuota sindical del
      *  complemento fiscal CHQFISC.DAT, el resto de otras), el neto
      *  y la columna de firma, con los conceptos recurrentes de
      *  RECAPLIC.TXT debajo; corte por departamento del expediente
      *  y por compañia (COMPANIA.TXT de PRG01086), totales y
      *  acumulado al pie de cada pagina, y al final el total general
      *  contra el renglon de control de la corrida con el estado de
      *  liberacion y quien la libero (TABAUD.TXT de PRG01039);
      *  salida en LISTARAY.TXT - LCG 15 OCT 26
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
           SELECT F-TABAUD ASSIGN TO "TABAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TABAUD.
           SELECT F-COMPANIAS ASSIGN TO "COMPANIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPANIAS.
           SELECT F-RECAPLIC ASSIGN TO "RECAPLIC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RECAPLIC.
           SELECT F-LISTA ASSIGN TO "LISTARAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WK-RAYA ASSIGN TO "WKRAY.TMP".
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
       FD  F-TABAUD.
       01 REG-TABAUD                 PIC X(180).
       FD  F-COMPANIAS.
       01 REG-COMPANIA               PIC X(60).
       FD  F-RECAPLIC.
       01 REG-RECAPLIC               PIC X(30).
       FD  F-LISTA.
       01 REG-LISTA                  PIC X(132).
       SD  WK-RAYA.
       01 REG-WK-RAYA.
           02 SRT-COMPANIA           PIC 99.
           02 SRT-DEPTO              PIC X(4).
           02 SRT-EMP                PIC 9(6).
           02 SRT-NUMERO             PIC 9(8).
           02 SRT-NOMBRE             PIC X(40).
           02 SRT-DIAS               PIC 99.
           02 SRT-ESTATUS            PIC X.
           02 SRT-CLASE              PIC X.
           02 SRT-BRUTO              PIC 9(13)V99.
           02 SRT-ISR                PIC 9(11)V99.
           02 SRT-IMSS               PIC 9(11)V99.
           02 SRT-INFONAVIT          PIC 9(9)V99.
           02 SRT-SINDICAL           PIC 9(9)V99.
           02 SRT-OTRAS              PIC 9(11)V99.
           02 SRT-NETO               PIC 9(13)V99.
           02 SRT-SUBSIDIO           PIC 9(9)V99.
           02 SRT-CONCEPTO           PIC X.
           02 SRT-EXENTO             PIC 9(9)V99.
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-HISTORIA         PIC XX VALUE '00'.
           88 HISTORIA-OK            VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-CHQFISC          PIC XX VALUE '00'.
           88 FISCAL-OK              VALUE '00'.
       01 WS-STATUS-CORRIDAS         PIC XX VALUE '00'.
       01 WS-STATUS-TABAUD           PIC XX VALUE '00'.
       01 WS-STATUS-COMPANIAS        PIC XX VALUE '00'.
       01 WS-STATUS-RECAPLIC         PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FIN-ORDEN               PIC X VALUE 'N'.
           88 FIN-ORDEN              VALUE 'Y'.
       01 WS-ABRE-EMPLEADOS          PIC X VALUE 'N'.
           88 ABRE-EMPLEADOS         VALUE 'S'.
       01 WS-ABRE-FISCAL             PIC X VALUE 'N'.
           88 ABRE-FISCAL            VALUE 'S'.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
      *    Corrida pedida y su renglon de control (CORRIDAS.TXT,
      *    trazado de PRG01039; el ultimo renglon de la corrida manda)
       01 WS-CORRIDA-X               PIC X(6) VALUE SPACES.
       01 WS-CORRIDA-BUSCADA         PIC 9(6) VALUE ZEROS.
       01 WS-CON-CONTROL             PIC X VALUE 'N'.
           88 CON-CONTROL            VALUE 'S'.
       01 WS-REN-CORRIDA.
           05 WS-COR-NUMERO          PIC 9(6).
           05 WS-COR-FECHA           PIC 9(8).
           05 WS-COR-HORA            PIC 9(8).
           05 WS-COR-OPERADOR        PIC X(8).
           05 WS-COR-CHEQUES         PIC 9(6).
           05 WS-COR-BRUTO           PIC 9(13)V99.
           05 WS-COR-NETO            PIC 9(13)V99.
           05 WS-COR-ESTADO          PIC X.
       01 WS-REN-ULTIMA              PIC X(67) VALUE SPACES.
       01 WS-CONTROL.
           05 WS-CTL-NUMERO          PIC 9(6).
           05 WS-CTL-FECHA           PIC 9(8).
           05 WS-CTL-HORA            PIC 9(8).
           05 WS-CTL-OPERADOR        PIC X(8).
           05 WS-CTL-CHEQUES         PIC 9(6).
           05 WS-CTL-BRUTO           PIC 9(13)V99.
           05 WS-CTL-NETO            PIC 9(13)V99.
           05 WS-CTL-ESTADO          PIC X.
               88 CTL-PENDIENTE      VALUE 'P'.
               88 CTL-LIBERADA       VALUE 'L'.
               88 CTL-REVERTIDA      VALUE 'R'.
      *    Liberacion de la corrida (TABAUD.TXT, trazado de PRG01095)
       01 WS-REN-TABAUD.
           05 WS-TAU-FECHA           PIC X(8).
           05 FILLER                 PIC X.
           05 WS-TAU-HORA            PIC X(8).
           05 FILLER                 PIC X.
           05 WS-TAU-ARCHIVO         PIC X(12).
           05 FILLER                 PIC X.
           05 WS-TAU-OPERACION       PIC X(6).
           05 FILLER                 PIC X(7).
           05 WS-TAU-ANTES           PIC X(44).
           05 FILLER                 PIC X(6).
           05 WS-TAU-DESPUES         PIC X(44).
           05 FILLER                 PIC X(4).
           05 WS-TAU-OPERADOR        PIC X(8).
           05 FILLER                 PIC X(30).
       01 WS-CLAVE-LIBERA            PIC X(14) VALUE SPACES.
       01 WS-LIB-OPERADOR            PIC X(8) VALUE SPACES.
       01 WS-LIB-FECHA               PIC X(8) VALUE SPACES.
       01 WS-ESTADO-ED               PIC X(60) VALUE SPACES.
      *    Catalogo de compañias (COMPANIA.TXT, trazado de PRG01086)
       01 WS-RENGLON-COM.
           05 WS-COM-NUMERO          PIC 99.
           05 WS-COM-NOMBRE          PIC X(40).
           05 WS-COM-REGPAT          PIC X(11).
           05 WS-COM-PRIMA-RT        PIC 9(2)V9(5).
       01 WS-TABLA-COMPANIAS.
           05 WS-CIA-NOMBRE          PIC X(40) OCCURS 99 TIMES.
       01 WS-CIA-NOMBRE-ED           PIC X(40) VALUE SPACES.
      *    Conceptos recurrentes aplicados en la corrida (RECAPLIC.TXT,
      *    trazado de PRG01019)
       01 WS-RENGLON-APL.
           05 WS-APL-CORRIDA         PIC 9(6).
           05 WS-APL-EMP             PIC 9(6).
           05 WS-APL-CODIGO          PIC X(4).
           05 WS-APL-TIPO            PIC X.
           05 WS-APL-IMPORTE         PIC 9(11)V99.
       01 WS-TABLA-APLICADOS.
           05 WS-AP-NUM              PIC 9(4) VALUE ZEROS.
           05 WS-AP-ENT OCCURS 3000 TIMES.
               10 WS-AP-EMP          PIC 9(6).
               10 WS-AP-CODIGO       PIC X(4).
               10 WS-AP-TIPO         PIC X.
               10 WS-AP-IMPORTE      PIC 9(11)V99.
       01 WS-AP-IDX                  PIC 9(4) VALUE ZEROS.
       01 WS-AP-EN-LINEA             PIC 9 VALUE ZEROS.
      *    Empleado en curso (un renglon por empleado aunque la corrida
      *    le haya pagado mas de un cheque)
       01 WS-PRIMERO                 PIC X VALUE 'S'.
           88 ES-PRIMERO             VALUE 'S'.
       01 WS-ANT-COMPANIA            PIC 99 VALUE ZEROS.
       01 WS-ANT-DEPTO               PIC X(4) VALUE SPACES.
       01 WS-ANT-EMP                 PIC 9(6) VALUE ZEROS.
       01 WS-EMPLEADO.
           05 WS-EMP-NOMBRE          PIC X(40).
           05 WS-EMP-DIAS            PIC 99.
           05 WS-EMP-CHEQUES         PIC 9(3).
           05 WS-EMP-CANCELADOS      PIC 9(3).
           05 WS-EMP-PENSION         PIC X.
           05 WS-EMP-BRUTO           PIC 9(13)V99.
           05 WS-EMP-ISR             PIC 9(13)V99.
           05 WS-EMP-IMSS            PIC 9(13)V99.
           05 WS-EMP-INFONAVIT       PIC 9(13)V99.
           05 WS-EMP-SINDICAL        PIC 9(13)V99.
           05 WS-EMP-OTRAS           PIC 9(13)V99.
           05 WS-EMP-NETO            PIC 9(13)V99.
           05 WS-EMP-SUBSIDIO        PIC 9(11)V99.
           05 WS-EMP-EXENTO          PIC 9(11)V99.
           05 WS-EMP-CONCEPTO        PIC X.
       01 WS-RESTO-OTRAS             PIC S9(13)V99 VALUE ZEROS.
      *    Totales: 1 pagina, 2 departamento, 3 compañia, 4 general
      *    (el general es tambien el acumulado al pie de cada pagina)
       01 WS-TABLA-TOTALES.
           05 WS-TOT-ENT OCCURS 4 TIMES.
               10 WS-TOT-EMPLEADOS   PIC 9(6).
               10 WS-TOT-CHEQUES     PIC 9(6).
               10 WS-TOT-BRUTO       PIC 9(13)V99.
               10 WS-TOT-ISR         PIC 9(13)V99.
               10 WS-TOT-IMSS        PIC 9(13)V99.
               10 WS-TOT-INFONAVIT   PIC 9(13)V99.
               10 WS-TOT-SINDICAL    PIC 9(13)V99.
               10 WS-TOT-OTRAS       PIC 9(13)V99.
               10 WS-TOT-NETO        PIC 9(13)V99.
       01 WS-TOT-IDX                 PIC 9 VALUE ZEROS.
       01 WS-TOT-TITULO              PIC X(40) VALUE SPACES.
       01 WS-CANCELADOS              PIC 9(6) VALUE ZEROS.
       01 WS-CANCELADOS-NETO         PIC 9(13)V99 VALUE ZEROS.
       01 WS-PERIODO                 PIC 9(6) VALUE ZEROS.
       01 WS-DIFERENCIA              PIC S9(13)V99 VALUE ZEROS.
      *    Control de pagina
       01 WS-PAGINA                  PIC 9(4) VALUE ZEROS.
       01 WS-LIN-PAGINA              PIC 99 VALUE ZEROS.
       01 WS-MAX-LINEAS              PIC 99 VALUE 56.
       01 WS-NECESARIAS              PIC 99 VALUE ZEROS.
      *    Renglon de detalle (132 posiciones)
       01 WS-DETALLE.
           05 WS-DET-EMP             PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-NOMBRE          PIC X(24).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-DIAS            PIC ZZ9.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-BRUTO           PIC Z(7)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-ISR             PIC Z(6)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-IMSS            PIC Z(6)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-INFONAVIT       PIC Z(6)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-SINDICAL        PIC Z(6)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-OTRAS           PIC Z(6)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-NETO            PIC Z(7)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-MARCA           PIC X(2).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-FIRMA           PIC X(14).
       01 WS-ENC-COLUMNAS.
           05 FILLER                 PIC X(32)
               VALUE 'EMPLEO NOMBRE'.
           05 FILLER                 PIC X(4) VALUE 'DIA'.
           05 FILLER                 PIC X(12) VALUE '      BRUTO'.
           05 FILLER                 PIC X(11) VALUE '       ISR'.
           05 FILLER                 PIC X(11) VALUE '      IMSS'.
           05 FILLER                 PIC X(11) VALUE ' INFONAVIT'.
           05 FILLER                 PIC X(11) VALUE '  SINDICAL'.
           05 FILLER                 PIC X(11) VALUE '     OTRAS'.
           05 FILLER                 PIC X(12) VALUE '       NETO'.
           05 FILLER                 PIC X(17) VALUE '   FIRMA'.
       01 WS-ED-IMPORTE              PIC Z(12)9.99.
       01 WS-ED-IMPORTE2             PIC Z(12)9.99.
       01 WS-ED-IMPORTE3             PIC Z(12)9.99.
       01 WS-ED-IMPORTE4             PIC Z(12)9.99.
       01 WS-ED-IMPORTE5             PIC Z(12)9.99.
       01 WS-ED-DIF                  PIC -(13)9.99.
       01 WS-ED-CONCEPTO             PIC Z(8)9.99.
       01 WS-ED-CONTADOR             PIC Z(5)9.
       01 WS-ED-CONTADOR2            PIC Z(5)9.
       01 WS-ED-PAGINA               PIC Z(3)9.
       01 WS-FECHA-ED                PIC X(10) VALUE SPACES.
       01 WS-FECHA-TRABAJO           PIC X(8) VALUE SPACES.
       01 WS-LINEA                   PIC X(132) VALUE SPACES.
       01 WS-PUNTERO                 PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Lista de raya por corrida' UPON CONSOLE
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            DISPLAY 'Corrida (Enter: la ultima registrada): '
                UPON CONSOLE
            ACCEPT WS-CORRIDA-X FROM CONSOLE
            PERFORM 020-LEER-CONTROL
               THRU
               020-LEER-CONTROL-SAL
            IF WS-CORRIDA-BUSCADA = ZEROS
                DISPLAY 'No hay corridas en CORRIDAS.TXT' UPON CONSOLE
                GOBACK
            END-IF
            IF NOT CON-CONTROL
                DISPLAY 'Aviso: la corrida ' WS-CORRIDA-BUSCADA
                    ' no tiene renglon de control; se lista sin cuadre'
                    UPON CONSOLE
            END-IF
            PERFORM 025-BUSCAR-LIBERACION
               THRU
               025-BUSCAR-LIBERACION-SAL
            PERFORM 027-CARGAR-COMPANIAS
               THRU
               027-CARGAR-COMPANIAS-SAL
            PERFORM 028-CARGAR-APLICADOS
               THRU
               028-CARGAR-APLICADOS-SAL
            PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                UNTIL WS-TOT-IDX > 4
                PERFORM 260-LIMPIAR-TOTAL
                   THRU
                   260-LIMPIAR-TOTAL-SAL
            END-PERFORM
            OPEN OUTPUT F-LISTA
            SORT WK-RAYA
                ON ASCENDING KEY SRT-COMPANIA SRT-DEPTO SRT-EMP
                    SRT-NUMERO
                INPUT PROCEDURE 100-SELECCIONAR
                    THRU 100-SELECCIONAR-SAL
                OUTPUT PROCEDURE 200-LISTAR
                    THRU 200-LISTAR-SAL
            PERFORM 300-CUADRE-CONTROL
               THRU
               300-CUADRE-CONTROL-SAL
            CLOSE F-LISTA
            DISPLAY 'Corrida ' WS-CORRIDA-BUSCADA ': '
                WS-TOT-EMPLEADOS(4) ' empleados, '
                WS-TOT-CHEQUES(4) ' cheques, ' WS-PAGINA ' paginas'
                UPON CONSOLE
            DISPLAY 'Lista de raya en LISTARAY.TXT' UPON CONSOLE
            GOBACK.

       020-LEER-CONTROL.
      *    Se guarda el ultimo renglon de la corrida pedida y el ultimo
      *    del archivo para la corrida por omision
            MOVE ZEROS TO WS-CORRIDA-BUSCADA
            IF WS-CORRIDA-X NUMERIC
                MOVE WS-CORRIDA-X TO WS-CORRIDA-BUSCADA
            END-IF
            MOVE 'N' TO WS-CON-CONTROL
            MOVE SPACES TO WS-REN-ULTIMA
            INITIALIZE WS-CONTROL
            OPEN INPUT F-CORRIDAS
            IF WS-STATUS-CORRIDAS NOT = '00'
                GO TO 020-LEER-CONTROL-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CORRIDAS INTO WS-REN-CORRIDA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-COR-NUMERO NUMERIC
                            MOVE WS-REN-CORRIDA TO WS-REN-ULTIMA
                            IF WS-COR-NUMERO = WS-CORRIDA-BUSCADA
                                MOVE WS-REN-CORRIDA TO WS-CONTROL
                                MOVE 'S' TO WS-CON-CONTROL
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CORRIDAS
            IF WS-CORRIDA-BUSCADA = ZEROS
                AND WS-REN-ULTIMA NOT = SPACES
                MOVE WS-REN-ULTIMA TO WS-CONTROL
                MOVE WS-CTL-NUMERO TO WS-CORRIDA-BUSCADA
                MOVE 'S' TO WS-CON-CONTROL
            END-IF
            IF CON-CONTROL
                IF WS-CTL-CHEQUES NOT NUMERIC
                    MOVE ZEROS TO WS-CTL-CHEQUES
                END-IF
                IF WS-CTL-BRUTO NOT NUMERIC
                    MOVE ZEROS TO WS-CTL-BRUTO
                END-IF
                IF WS-CTL-NETO NOT NUMERIC
                    MOVE ZEROS TO WS-CTL-NETO
                END-IF
            END-IF.
       020-LEER-CONTROL-SAL.
            EXIT.

       025-BUSCAR-LIBERACION.
      *    PRG01039 asienta la liberacion como cambio a CORRIDAS.TXT
      *    con antes 'CORRIDA=nnnnnn ESTADO=P'; la ultima manda
            MOVE SPACES TO WS-LIB-OPERADOR
            MOVE SPACES TO WS-LIB-FECHA
            MOVE SPACES TO WS-CLAVE-LIBERA
            STRING 'CORRIDA=' WS-CORRIDA-BUSCADA
                DELIMITED BY SIZE
                INTO WS-CLAVE-LIBERA
            OPEN INPUT F-TABAUD
            IF WS-STATUS-TABAUD NOT = '00'
                GO TO 025-BUSCAR-LIBERACION-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-TABAUD INTO WS-REN-TABAUD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-TAU-ARCHIVO = 'CORRIDAS.TXT'
                            AND WS-TAU-OPERACION = 'LIBERA'
                            AND WS-TAU-ANTES(1:14) = WS-CLAVE-LIBERA
                            MOVE WS-TAU-OPERADOR TO WS-LIB-OPERADOR
                            MOVE WS-TAU-FECHA TO WS-LIB-FECHA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-TABAUD.
       025-BUSCAR-LIBERACION-SAL.
            EXIT.

       027-CARGAR-COMPANIAS.
            MOVE SPACES TO WS-TABLA-COMPANIAS
            OPEN INPUT F-COMPANIAS
            IF WS-STATUS-COMPANIAS NOT = '00'
                GO TO 027-CARGAR-COMPANIAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-COMPANIAS INTO WS-RENGLON-COM
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-COM-NUMERO NUMERIC
                            AND WS-COM-NUMERO > ZEROS
                            MOVE WS-COM-NOMBRE
                                TO WS-CIA-NOMBRE(WS-COM-NUMERO)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-COMPANIAS.
       027-CARGAR-COMPANIAS-SAL.
            EXIT.

       028-CARGAR-APLICADOS.
            MOVE ZEROS TO WS-AP-NUM
            OPEN INPUT F-RECAPLIC
            IF WS-STATUS-RECAPLIC NOT = '00'
                GO TO 028-CARGAR-APLICADOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-RECAPLIC INTO WS-RENGLON-APL
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-APL-CORRIDA NUMERIC
                            AND WS-APL-CORRIDA = WS-CORRIDA-BUSCADA
                            AND WS-APL-IMPORTE NUMERIC
                            AND WS-AP-NUM < 3000
                            ADD 1 TO WS-AP-NUM
                            MOVE WS-APL-EMP TO WS-AP-EMP(WS-AP-NUM)
                            MOVE WS-APL-CODIGO
                                TO WS-AP-CODIGO(WS-AP-NUM)
                            MOVE WS-APL-TIPO TO WS-AP-TIPO(WS-AP-NUM)
                            MOVE WS-APL-IMPORTE
                                TO WS-AP-IMPORTE(WS-AP-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-RECAPLIC.
       028-CARGAR-APLICADOS-SAL.
            EXIT.

       100-SELECCIONAR.
      *    Registro vigente y despues la historia: cuenta todo cheque
      *    de la corrida sin importar su estatus, como el cuadre de
      *    PRG01039 al liberarla
            MOVE 'N' TO WS-ABRE-EMPLEADOS
            OPEN INPUT F-EMPLEADOS
            IF EMP-OK
                MOVE 'S' TO WS-ABRE-EMPLEADOS
            END-IF
            MOVE 'N' TO WS-ABRE-FISCAL
            OPEN INPUT F-CHQFISC
            IF FISCAL-OK
                MOVE 'S' TO WS-ABRE-FISCAL
            END-IF
            OPEN INPUT F-REGISTRO
            IF REGISTRO-OK
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-REGISTRO NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            PERFORM 110-TOMAR-CHEQUE
                               THRU
                               110-TOMAR-CHEQUE-SAL
                    END-READ
                END-PERFORM
                CLOSE F-REGISTRO
            ELSE
                DISPLAY 'Aviso: REGCHEQ.DAT no abre, status '
                    WS-STATUS-REGISTRO UPON CONSOLE
            END-IF
            OPEN INPUT F-HISTORIA
            IF HISTORIA-OK
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-HISTORIA NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            MOVE REG-HISTORIA TO REG-CHEQUES
                            PERFORM 110-TOMAR-CHEQUE
                               THRU
                               110-TOMAR-CHEQUE-SAL
                    END-READ
                END-PERFORM
                CLOSE F-HISTORIA
            END-IF
            IF ABRE-EMPLEADOS
                CLOSE F-EMPLEADOS
            END-IF
            IF ABRE-FISCAL
                CLOSE F-CHQFISC
            END-IF.
       100-SELECCIONAR-SAL.
            EXIT.

       110-TOMAR-CHEQUE.
            IF CHQ-CORRIDA NOT NUMERIC
                OR CHQ-CORRIDA NOT = WS-CORRIDA-BUSCADA
                GO TO 110-TOMAR-CHEQUE-SAL
            END-IF
            INITIALIZE REG-WK-RAYA
            IF CHQ-COMPANIA NUMERIC AND CHQ-COMPANIA > ZEROS
                MOVE CHQ-COMPANIA TO SRT-COMPANIA
            ELSE
                MOVE 1 TO SRT-COMPANIA
            END-IF
      *    Sin expediente el empleado va al final de su compañia
            MOVE HIGH-VALUES TO SRT-DEPTO
            IF ABRE-EMPLEADOS
                MOVE CHQ-EMP-ID TO EMP-ID-REG
                READ F-EMPLEADOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF REG-DEPTO NOT = SPACES
                            MOVE REG-DEPTO TO SRT-DEPTO
                        END-IF
                END-READ
            END-IF
            MOVE CHQ-EMP-ID TO SRT-EMP
            MOVE CHQ-NUMERO TO SRT-NUMERO
            MOVE CHQ-BENEFICIARIO TO SRT-NOMBRE
            MOVE CHQ-ESTATUS TO SRT-ESTATUS
            MOVE CHQ-CLASE TO SRT-CLASE
            MOVE CHQ-BRUTO TO SRT-BRUTO
            MOVE CHQ-ISR TO SRT-ISR
            MOVE CHQ-IMSS TO SRT-IMSS
            MOVE CHQ-OTRAS TO SRT-OTRAS
            MOVE CHQ-IMPORTE TO SRT-NETO
            IF WS-PERIODO = ZEROS AND CHQ-PERIODO NUMERIC
                MOVE CHQ-PERIODO TO WS-PERIODO
            END-IF
      *    Dias pagados: los cotizados del complemento fiscal, si no
      *    los de la frecuencia del pago
            EVALUATE TRUE
                WHEN CHQ-FREC-SEMANAL
                    MOVE 7 TO SRT-DIAS
                WHEN CHQ-FRECUENCIA = 'M'
                    MOVE 30 TO SRT-DIAS
                WHEN OTHER
                    MOVE 15 TO SRT-DIAS
            END-EVALUATE
            MOVE SPACE TO SRT-CONCEPTO
            IF ABRE-FISCAL
                MOVE CHQ-NUMERO TO CFS-NUMERO
                READ F-CHQFISC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 115-TOMAR-FISCAL
                           THRU
                           115-TOMAR-FISCAL-SAL
                END-READ
            END-IF
            RELEASE REG-WK-RAYA.
       110-TOMAR-CHEQUE-SAL.
            EXIT.

       115-TOMAR-FISCAL.
      *    Los campos agregados despues al complemento quedan en
      *    espacios en los renglones viejos
            IF CFS-DIAS-COT NUMERIC AND CFS-DIAS-COT > ZEROS
                MOVE CFS-DIAS-COT TO SRT-DIAS
            END-IF
            IF CFS-INFONAVIT NUMERIC
                MOVE CFS-INFONAVIT TO SRT-INFONAVIT
            END-IF
            IF CFS-CUOTA-SIND NUMERIC
                MOVE CFS-CUOTA-SIND TO SRT-SINDICAL
            END-IF
            IF CFS-SUBSIDIO NUMERIC
                MOVE CFS-SUBSIDIO TO SRT-SUBSIDIO
            END-IF
            MOVE CFS-CONCEPTO TO SRT-CONCEPTO
            IF CFS-EXENTO NUMERIC
                MOVE CFS-EXENTO TO SRT-EXENTO
            END-IF.
       115-TOMAR-FISCAL-SAL.
            EXIT.

       200-LISTAR.
      *    Corte por empleado dentro del departamento y del
      *    departamento dentro de la compañia; cada compañia abre
      *    pagina
            MOVE 'S' TO WS-PRIMERO
            MOVE 'N' TO WS-FIN-ORDEN
            PERFORM UNTIL FIN-ORDEN
                RETURN WK-RAYA
                    AT END
                        MOVE 'Y' TO WS-FIN-ORDEN
                    NOT AT END
                        PERFORM 210-TOMAR-RENGLON
                           THRU
                           210-TOMAR-RENGLON-SAL
                END-RETURN
            END-PERFORM
            IF ES-PRIMERO
                MOVE 1 TO WS-ANT-COMPANIA
                PERFORM 220-ENCABEZADO
                   THRU
                   220-ENCABEZADO-SAL
                MOVE '   LA CORRIDA NO TIENE CHEQUES EN EL REGISTRO NI'
                    TO WS-LINEA
                MOVE ' EN LA HISTORIA' TO WS-LINEA(49:)
                PERFORM 290-ESCRIBIR
                   THRU
                   290-ESCRIBIR-SAL
                GO TO 200-LISTAR-SAL
            END-IF
            PERFORM 230-CERRAR-EMPLEADO
               THRU
               230-CERRAR-EMPLEADO-SAL
            PERFORM 240-CERRAR-DEPTO
               THRU
               240-CERRAR-DEPTO-SAL
            PERFORM 250-CERRAR-COMPANIA
               THRU
               250-CERRAR-COMPANIA-SAL
            PERFORM 280-PIE-PAGINA
               THRU
               280-PIE-PAGINA-SAL.
       200-LISTAR-SAL.
            EXIT.

       210-TOMAR-RENGLON.
            IF ES-PRIMERO
                MOVE 'N' TO WS-PRIMERO
                PERFORM 212-ABRIR-COMPANIA
                   THRU
                   212-ABRIR-COMPANIA-SAL
            ELSE
                IF SRT-COMPANIA NOT = WS-ANT-COMPANIA
                    PERFORM 230-CERRAR-EMPLEADO
                       THRU
                       230-CERRAR-EMPLEADO-SAL
                    PERFORM 240-CERRAR-DEPTO
                       THRU
                       240-CERRAR-DEPTO-SAL
                    PERFORM 250-CERRAR-COMPANIA
                       THRU
                       250-CERRAR-COMPANIA-SAL
                    PERFORM 280-PIE-PAGINA
                       THRU
                       280-PIE-PAGINA-SAL
                    PERFORM 212-ABRIR-COMPANIA
                       THRU
                       212-ABRIR-COMPANIA-SAL
                ELSE
                    IF SRT-DEPTO NOT = WS-ANT-DEPTO
                        PERFORM 230-CERRAR-EMPLEADO
                           THRU
                           230-CERRAR-EMPLEADO-SAL
                        PERFORM 240-CERRAR-DEPTO
                           THRU
                           240-CERRAR-DEPTO-SAL
                        PERFORM 214-ABRIR-DEPTO
                           THRU
                           214-ABRIR-DEPTO-SAL
                    ELSE
                        IF SRT-EMP NOT = WS-ANT-EMP
                            PERFORM 230-CERRAR-EMPLEADO
                               THRU
                               230-CERRAR-EMPLEADO-SAL
                            PERFORM 216-ABRIR-EMPLEADO
                               THRU
                               216-ABRIR-EMPLEADO-SAL
                        END-IF
                    END-IF
                END-IF
            END-IF
      *    Acumula el cheque en el renglon del empleado
            ADD 1 TO WS-EMP-CHEQUES
            IF SRT-ESTATUS = 'V'
                ADD 1 TO WS-EMP-CANCELADOS
                ADD 1 TO WS-CANCELADOS
                ADD SRT-NETO TO WS-CANCELADOS-NETO
            END-IF
            IF SRT-CLASE = 'B'
                MOVE 'B' TO WS-EMP-PENSION
            END-IF
            IF SRT-DIAS > WS-EMP-DIAS
                MOVE SRT-DIAS TO WS-EMP-DIAS
            END-IF
            ADD SRT-BRUTO TO WS-EMP-BRUTO
            ADD SRT-ISR TO WS-EMP-ISR
            ADD SRT-IMSS TO WS-EMP-IMSS
            ADD SRT-INFONAVIT TO WS-EMP-INFONAVIT
            ADD SRT-SINDICAL TO WS-EMP-SINDICAL
            ADD SRT-OTRAS TO WS-EMP-OTRAS
            ADD SRT-NETO TO WS-EMP-NETO
            ADD SRT-SUBSIDIO TO WS-EMP-SUBSIDIO
            ADD SRT-EXENTO TO WS-EMP-EXENTO
            IF SRT-CONCEPTO NOT = SPACE
                MOVE SRT-CONCEPTO TO WS-EMP-CONCEPTO
            END-IF.
       210-TOMAR-RENGLON-SAL.
            EXIT.

       212-ABRIR-COMPANIA.
            MOVE SRT-COMPANIA TO WS-ANT-COMPANIA
            MOVE 3 TO WS-TOT-IDX
            PERFORM 260-LIMPIAR-TOTAL
               THRU
               260-LIMPIAR-TOTAL-SAL
            PERFORM 220-ENCABEZADO
               THRU
               220-ENCABEZADO-SAL
            PERFORM 214-ABRIR-DEPTO
               THRU
               214-ABRIR-DEPTO-SAL.
       212-ABRIR-COMPANIA-SAL.
            EXIT.

       214-ABRIR-DEPTO.
            MOVE SRT-DEPTO TO WS-ANT-DEPTO
            MOVE 2 TO WS-TOT-IDX
            PERFORM 260-LIMPIAR-TOTAL
               THRU
               260-LIMPIAR-TOTAL-SAL
            MOVE 3 TO WS-NECESARIAS
            PERFORM 225-CONTROL-PAGINA
               THRU
               225-CONTROL-PAGINA-SAL
            MOVE SPACES TO WS-LINEA
            IF WS-ANT-DEPTO = HIGH-VALUES
                MOVE 'DEPARTAMENTO: SIN EXPEDIENTE EN EL MAESTRO'
                    TO WS-LINEA
            ELSE
                STRING 'DEPARTAMENTO: ' WS-ANT-DEPTO
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            END-IF
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL
            PERFORM 216-ABRIR-EMPLEADO
               THRU
               216-ABRIR-EMPLEADO-SAL.
       214-ABRIR-DEPTO-SAL.
            EXIT.

       216-ABRIR-EMPLEADO.
            INITIALIZE WS-EMPLEADO
            MOVE SRT-EMP TO WS-ANT-EMP
            MOVE SRT-NOMBRE TO WS-EMP-NOMBRE.
       216-ABRIR-EMPLEADO-SAL.
            EXIT.

       220-ENCABEZADO.
            ADD 1 TO WS-PAGINA
            MOVE ZEROS TO WS-LIN-PAGINA
            MOVE WS-CIA-NOMBRE(WS-ANT-COMPANIA) TO WS-CIA-NOMBRE-ED
            IF WS-CIA-NOMBRE-ED = SPACES
                MOVE 'COMPAÑIA SIN NOMBRE EN EL CATALOGO'
                    TO WS-CIA-NOMBRE-ED
            END-IF
            MOVE WS-PAGINA TO WS-ED-PAGINA
            IF WS-PAGINA > 1
                MOVE SPACES TO REG-LISTA
                WRITE REG-LISTA
                    BEFORE ADVANCING PAGE
            END-IF
            MOVE SPACES TO WS-LINEA
            STRING 'COMPAÑIA ' WS-ANT-COMPANIA ' ' WS-CIA-NOMBRE-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE 'PAGINA' TO WS-LINEA(118:6)
            MOVE WS-ED-PAGINA TO WS-LINEA(125:4)
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL
            MOVE WS-CTL-FECHA TO WS-FECHA-TRABAJO
            PERFORM 295-EDITAR-FECHA
               THRU
               295-EDITAR-FECHA-SAL
            MOVE SPACES TO WS-LINEA
            STRING 'LISTA DE RAYA  CORRIDA ' WS-CORRIDA-BUSCADA
                '  PERIODO ' WS-PERIODO
                '  GENERADA ' WS-FECHA-ED ' POR ' WS-CTL-OPERADOR
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL
            PERFORM 222-EDITAR-ESTADO
               THRU
               222-EDITAR-ESTADO-SAL
            MOVE SPACES TO WS-LINEA
            MOVE WS-FECHA-SIS TO WS-FECHA-TRABAJO
            PERFORM 295-EDITAR-FECHA
               THRU
               295-EDITAR-FECHA-SAL
            STRING 'ESTADO: ' WS-ESTADO-ED
                '  IMPRESA ' WS-FECHA-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL
            MOVE SPACES TO WS-LINEA
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL
            MOVE WS-ENC-COLUMNAS TO WS-LINEA
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL
            MOVE ALL '-' TO WS-LINEA
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL.
       220-ENCABEZADO-SAL.
            EXIT.

       222-EDITAR-ESTADO.
            MOVE SPACES TO WS-ESTADO-ED
            EVALUATE TRUE
                WHEN NOT CON-CONTROL
                    MOVE 'SIN RENGLON DE CONTROL EN CORRIDAS.TXT'
                        TO WS-ESTADO-ED
                WHEN CTL-PENDIENTE
                    MOVE 'PENDIENTE DE LIBERAR (PRG01039)'
                        TO WS-ESTADO-ED
                WHEN CTL-REVERTIDA
                    MOVE 'REVERTIDA (PRG01138)' TO WS-ESTADO-ED
                WHEN CTL-LIBERADA
                    IF WS-LIB-OPERADOR = SPACES
                        MOVE 'LIBERADA, SIN ASIENTO EN TABAUD.TXT'
                            TO WS-ESTADO-ED
                    ELSE
                        MOVE WS-LIB-FECHA TO WS-FECHA-TRABAJO
                        PERFORM 295-EDITAR-FECHA
                           THRU
                           295-EDITAR-FECHA-SAL
                        STRING 'LIBERADA POR ' WS-LIB-OPERADOR
                            ' EL ' WS-FECHA-ED
                            DELIMITED BY SIZE
                            INTO WS-ESTADO-ED
                    END-IF
                WHEN OTHER
                    STRING 'ESTADO DESCONOCIDO ' WS-CTL-ESTADO
                        DELIMITED BY SIZE
                        INTO WS-ESTADO-ED
            END-EVALUATE.
       222-EDITAR-ESTADO-SAL.
            EXIT.

       225-CONTROL-PAGINA.
      *    Si lo que sigue no cabe, cierra la pagina con sus totales
      *    y abre otra
            IF WS-LIN-PAGINA + WS-NECESARIAS > WS-MAX-LINEAS
                PERFORM 280-PIE-PAGINA
                   THRU
                   280-PIE-PAGINA-SAL
                PERFORM 220-ENCABEZADO
                   THRU
                   220-ENCABEZADO-SAL
            END-IF.
       225-CONTROL-PAGINA-SAL.
            EXIT.

       230-CERRAR-EMPLEADO.
            MOVE 3 TO WS-NECESARIAS
            PERFORM 225-CONTROL-PAGINA
               THRU
               225-CONTROL-PAGINA-SAL
            MOVE WS-ANT-EMP TO WS-DET-EMP
            MOVE WS-EMP-NOMBRE TO WS-DET-NOMBRE
            MOVE WS-EMP-DIAS TO WS-DET-DIAS
            MOVE WS-EMP-BRUTO TO WS-DET-BRUTO
            MOVE WS-EMP-ISR TO WS-DET-ISR
            MOVE WS-EMP-IMSS TO WS-DET-IMSS
            MOVE WS-EMP-INFONAVIT TO WS-DET-INFONAVIT
            MOVE WS-EMP-SINDICAL TO WS-DET-SINDICAL
      *    Otras sin lo que ya sale en su propia columna
            COMPUTE WS-RESTO-OTRAS = WS-EMP-OTRAS
                - WS-EMP-INFONAVIT - WS-EMP-SINDICAL
            IF WS-RESTO-OTRAS < ZEROS
                MOVE ZEROS TO WS-RESTO-OTRAS
            END-IF
            MOVE WS-RESTO-OTRAS TO WS-DET-OTRAS
            MOVE WS-EMP-NETO TO WS-DET-NETO
      *    Marca: C cheque cancelado, B pension, + varios cheques
            MOVE SPACES TO WS-DET-MARCA
            IF WS-EMP-CANCELADOS > ZEROS
                MOVE 'C' TO WS-DET-MARCA(1:1)
            END-IF
            IF WS-EMP-PENSION = 'B'
                MOVE 'B' TO WS-DET-MARCA(2:1)
            ELSE
                IF WS-EMP-CHEQUES > 1
                    MOVE '+' TO WS-DET-MARCA(2:1)
                END-IF
            END-IF
            MOVE ALL '_' TO WS-DET-FIRMA
            MOVE WS-DETALLE TO WS-LINEA
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL
            PERFORM 235-RENGLON-CONCEPTOS
               THRU
               235-RENGLON-CONCEPTOS-SAL
            PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                UNTIL WS-TOT-IDX > 4
                ADD 1 TO WS-TOT-EMPLEADOS(WS-TOT-IDX)
                ADD WS-EMP-CHEQUES TO WS-TOT-CHEQUES(WS-TOT-IDX)
                ADD WS-EMP-BRUTO TO WS-TOT-BRUTO(WS-TOT-IDX)
                ADD WS-EMP-ISR TO WS-TOT-ISR(WS-TOT-IDX)
                ADD WS-EMP-IMSS TO WS-TOT-IMSS(WS-TOT-IDX)
                ADD WS-EMP-INFONAVIT TO WS-TOT-INFONAVIT(WS-TOT-IDX)
                ADD WS-EMP-SINDICAL TO WS-TOT-SINDICAL(WS-TOT-IDX)
                ADD WS-RESTO-OTRAS TO WS-TOT-OTRAS(WS-TOT-IDX)
                ADD WS-EMP-NETO TO WS-TOT-NETO(WS-TOT-IDX)
            END-PERFORM.
       230-CERRAR-EMPLEADO-SAL.
            EXIT.

       235-RENGLON-CONCEPTOS.
      *    Debajo del empleado: concepto especial del pago, exento,
      *    subsidio y conceptos recurrentes de la corrida (hasta
      *    cuatro por renglon)
            MOVE SPACES TO WS-LINEA
            MOVE 8 TO WS-PUNTERO
            IF WS-EMP-CONCEPTO NOT = SPACE
                STRING 'CONCEPTO ' WS-EMP-CONCEPTO '  '
                    DELIMITED BY SIZE
                    INTO WS-LINEA WITH POINTER WS-PUNTERO
            END-IF
            IF WS-EMP-EXENTO > ZEROS
                MOVE WS-EMP-EXENTO TO WS-ED-CONCEPTO
                STRING 'EXENTO ' WS-ED-CONCEPTO '  '
                    DELIMITED BY SIZE
                    INTO WS-LINEA WITH POINTER WS-PUNTERO
            END-IF
            IF WS-EMP-SUBSIDIO > ZEROS
                MOVE WS-EMP-SUBSIDIO TO WS-ED-CONCEPTO
                STRING 'SUBSIDIO ' WS-ED-CONCEPTO '  '
                    DELIMITED BY SIZE
                    INTO WS-LINEA WITH POINTER WS-PUNTERO
            END-IF
            MOVE ZEROS TO WS-AP-EN-LINEA
            PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                UNTIL WS-AP-IDX > WS-AP-NUM
                IF WS-AP-EMP(WS-AP-IDX) = WS-ANT-EMP
                    IF WS-AP-EN-LINEA = 4 OR WS-PUNTERO > 100
                        PERFORM 290-ESCRIBIR
                           THRU
                           290-ESCRIBIR-SAL
                        MOVE SPACES TO WS-LINEA
                        MOVE 8 TO WS-PUNTERO
                        MOVE ZEROS TO WS-AP-EN-LINEA
                    END-IF
                    MOVE WS-AP-IMPORTE(WS-AP-IDX) TO WS-ED-CONCEPTO
                    STRING WS-AP-CODIGO(WS-AP-IDX) ' '
                        WS-AP-TIPO(WS-AP-IDX) ' ' WS-ED-CONCEPTO '  '
                        DELIMITED BY SIZE
                        INTO WS-LINEA WITH POINTER WS-PUNTERO
                    ADD 1 TO WS-AP-EN-LINEA
                END-IF
            END-PERFORM
            IF WS-PUNTERO > 8
                PERFORM 290-ESCRIBIR
                   THRU
                   290-ESCRIBIR-SAL
            END-IF.
       235-RENGLON-CONCEPTOS-SAL.
            EXIT.

       240-CERRAR-DEPTO.
            MOVE 4 TO WS-NECESARIAS
            PERFORM 225-CONTROL-PAGINA
               THRU
               225-CONTROL-PAGINA-SAL
            MOVE SPACES TO WS-TOT-TITULO
            IF WS-ANT-DEPTO = HIGH-VALUES
                MOVE 'TOTAL SIN DEPARTAMENTO' TO WS-TOT-TITULO
            ELSE
                STRING 'TOTAL DEPARTAMENTO ' WS-ANT-DEPTO
                    DELIMITED BY SIZE
                    INTO WS-TOT-TITULO
            END-IF
            MOVE 2 TO WS-TOT-IDX
            PERFORM 270-IMPRIMIR-TOTAL
               THRU
               270-IMPRIMIR-TOTAL-SAL.
       240-CERRAR-DEPTO-SAL.
            EXIT.

       250-CERRAR-COMPANIA.
            MOVE 4 TO WS-NECESARIAS
            PERFORM 225-CONTROL-PAGINA
               THRU
               225-CONTROL-PAGINA-SAL
            MOVE SPACES TO WS-TOT-TITULO
            STRING 'TOTAL COMPAÑIA ' WS-ANT-COMPANIA
                DELIMITED BY SIZE
                INTO WS-TOT-TITULO
            MOVE 3 TO WS-TOT-IDX
            PERFORM 270-IMPRIMIR-TOTAL
               THRU
               270-IMPRIMIR-TOTAL-SAL.
       250-CERRAR-COMPANIA-SAL.
            EXIT.

       260-LIMPIAR-TOTAL.
            MOVE ZEROS TO WS-TOT-EMPLEADOS(WS-TOT-IDX)
            MOVE ZEROS TO WS-TOT-CHEQUES(WS-TOT-IDX)
            MOVE ZEROS TO WS-TOT-BRUTO(WS-TOT-IDX)
            MOVE ZEROS TO WS-TOT-ISR(WS-TOT-IDX)
            MOVE ZEROS TO WS-TOT-IMSS(WS-TOT-IDX)
            MOVE ZEROS TO WS-TOT-INFONAVIT(WS-TOT-IDX)
            MOVE ZEROS TO WS-TOT-SINDICAL(WS-TOT-IDX)
            MOVE ZEROS TO WS-TOT-OTRAS(WS-TOT-IDX)
            MOVE ZEROS TO WS-TOT-NETO(WS-TOT-IDX).
       260-LIMPIAR-TOTAL-SAL.
            EXIT.

       270-IMPRIMIR-TOTAL.
      *    Dos renglones por total: conteos, bruto y neto; despues
      *    el desglose de deducciones
            MOVE WS-TOT-EMPLEADOS(WS-TOT-IDX) TO WS-ED-CONTADOR
            MOVE WS-TOT-CHEQUES(WS-TOT-IDX) TO WS-ED-CONTADOR2
            MOVE WS-TOT-BRUTO(WS-TOT-IDX) TO WS-ED-IMPORTE
            MOVE WS-TOT-NETO(WS-TOT-IDX) TO WS-ED-IMPORTE2
            MOVE SPACES TO WS-LINEA
            STRING WS-TOT-TITULO ' EMPLEADOS ' WS-ED-CONTADOR
                ' CHEQUES ' WS-ED-CONTADOR2
                ' BRUTO ' WS-ED-IMPORTE ' NETO ' WS-ED-IMPORTE2
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL
            MOVE WS-TOT-ISR(WS-TOT-IDX) TO WS-ED-IMPORTE
            MOVE WS-TOT-IMSS(WS-TOT-IDX) TO WS-ED-IMPORTE2
            MOVE WS-TOT-INFONAVIT(WS-TOT-IDX) TO WS-ED-IMPORTE3
            MOVE WS-TOT-SINDICAL(WS-TOT-IDX) TO WS-ED-IMPORTE4
            MOVE WS-TOT-OTRAS(WS-TOT-IDX) TO WS-ED-IMPORTE5
            MOVE SPACES TO WS-LINEA
            STRING '    ISR ' WS-ED-IMPORTE ' IMSS ' WS-ED-IMPORTE2
                ' INFONAVIT ' WS-ED-IMPORTE3
                ' SINDICAL ' WS-ED-IMPORTE4
                ' OTRAS ' WS-ED-IMPORTE5
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL
            MOVE SPACES TO WS-LINEA
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL.
       270-IMPRIMIR-TOTAL-SAL.
            EXIT.

       280-PIE-PAGINA.
      *    Total de la pagina y acumulado de la corrida hasta ella;
      *    el renglon de pie no cuenta contra el maximo de la pagina
            MOVE ALL '-' TO WS-LINEA
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL
            MOVE SPACES TO WS-TOT-TITULO
            STRING 'TOTAL PAGINA ' WS-ED-PAGINA
                DELIMITED BY SIZE
                INTO WS-TOT-TITULO
            MOVE 1 TO WS-TOT-IDX
            PERFORM 270-IMPRIMIR-TOTAL
               THRU
               270-IMPRIMIR-TOTAL-SAL
            MOVE 'ACUMULADO DE LA CORRIDA' TO WS-TOT-TITULO
            MOVE 4 TO WS-TOT-IDX
            PERFORM 270-IMPRIMIR-TOTAL
               THRU
               270-IMPRIMIR-TOTAL-SAL
            MOVE 1 TO WS-TOT-IDX
            PERFORM 260-LIMPIAR-TOTAL
               THRU
               260-LIMPIAR-TOTAL-SAL.
       280-PIE-PAGINA-SAL.
            EXIT.

       290-ESCRIBIR.
            MOVE WS-LINEA TO REG-LISTA
            WRITE REG-LISTA
            ADD 1 TO WS-LIN-PAGINA.
       290-ESCRIBIR-SAL.
            EXIT.

       295-EDITAR-FECHA.
      *    AAAAMMDD a DD/MM/AAAA
            MOVE SPACES TO WS-FECHA-ED
            IF WS-FECHA-TRABAJO NUMERIC
                STRING WS-FECHA-TRABAJO(7:2) '/' WS-FECHA-TRABAJO(5:2)
                    '/' WS-FECHA-TRABAJO(1:4)
                    DELIMITED BY SIZE
                    INTO WS-FECHA-ED
            END-IF.
       295-EDITAR-FECHA-SAL.
            EXIT.

       300-CUADRE-CONTROL.
      *    Total general de la lista contra el renglon de control que
      *    PRG01039 cuadro al liberar (cheques, bruto y neto)
            MOVE SPACES TO WS-LINEA
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL
            MOVE 'TOTAL GENERAL DE LA CORRIDA' TO WS-TOT-TITULO
            MOVE 4 TO WS-TOT-IDX
            PERFORM 270-IMPRIMIR-TOTAL
               THRU
               270-IMPRIMIR-TOTAL-SAL
            IF WS-CANCELADOS > ZEROS
                MOVE WS-CANCELADOS TO WS-ED-CONTADOR
                MOVE WS-CANCELADOS-NETO TO WS-ED-IMPORTE
                MOVE SPACES TO WS-LINEA
                STRING 'INCLUYE CANCELADOS (MARCA C): CHEQUES '
                    WS-ED-CONTADOR ' NETO ' WS-ED-IMPORTE
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 290-ESCRIBIR
                   THRU
                   290-ESCRIBIR-SAL
            END-IF
            IF NOT CON-CONTROL
                MOVE 'SIN RENGLON DE CONTROL EN CORRIDAS.TXT: NO HAY'
                    TO WS-LINEA
                MOVE ' CONTRA QUE CUADRAR' TO WS-LINEA(47:)
                PERFORM 290-ESCRIBIR
                   THRU
                   290-ESCRIBIR-SAL
                GO TO 300-CUADRE-CONTROL-SAL
            END-IF
            MOVE WS-CTL-CHEQUES TO WS-ED-CONTADOR
            MOVE WS-CTL-BRUTO TO WS-ED-IMPORTE
            MOVE WS-CTL-NETO TO WS-ED-IMPORTE2
            MOVE SPACES TO WS-LINEA
            STRING 'CONTROL DE LA CORRIDA      CHEQUES ' WS-ED-CONTADOR
                ' BRUTO ' WS-ED-IMPORTE ' NETO ' WS-ED-IMPORTE2
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL
            MOVE WS-TOT-CHEQUES(4) TO WS-ED-CONTADOR
            MOVE WS-TOT-BRUTO(4) TO WS-ED-IMPORTE
            MOVE WS-TOT-NETO(4) TO WS-ED-IMPORTE2
            MOVE SPACES TO WS-LINEA
            STRING 'LISTA DE RAYA              CHEQUES ' WS-ED-CONTADOR
                ' BRUTO ' WS-ED-IMPORTE ' NETO ' WS-ED-IMPORTE2
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 290-ESCRIBIR
               THRU
               290-ESCRIBIR-SAL
            MOVE SPACES TO WS-LINEA
            PERFORM 222-EDITAR-ESTADO
               THRU
               222-EDITAR-ESTADO-SAL
            IF WS-TOT-CHEQUES(4) = WS-CTL-CHEQUES
                AND WS-TOT-BRUTO(4) = WS-CTL-BRUTO
                AND WS-TOT-NETO(4) = WS-CTL-NETO
                STRING 'CUADRA CON EL CONTROL DE LA CORRIDA  ESTADO: '
                    WS-ESTADO-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 290-ESCRIBIR
                   THRU
                   290-ESCRIBIR-SAL
                DISPLAY 'La lista cuadra con el control de la corrida'
                    UPON CONSOLE
            ELSE
                COMPUTE WS-DIFERENCIA = WS-TOT-NETO(4) - WS-CTL-NETO
                MOVE WS-DIFERENCIA TO WS-ED-DIF
                STRING '*** NO CUADRA CON EL CONTROL DE LA CORRIDA, '
                    'DIFERENCIA EN NETO ' WS-ED-DIF
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 290-ESCRIBIR
                   THRU
                   290-ESCRIBIR-SAL
                MOVE SPACES TO WS-LINEA
                STRING 'ESTADO: ' WS-ESTADO-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 290-ESCRIBIR
                   THRU
                   290-ESCRIBIR-SAL
                DISPLAY '*** La lista NO cuadra con el control de la '
                    'corrida; revise LISTARAY.TXT' UPON CONSOLE
            END-IF.
       300-CUADRE-CONTROL-SAL.
            EXIT.

       END PROGRAM PRG01162.
