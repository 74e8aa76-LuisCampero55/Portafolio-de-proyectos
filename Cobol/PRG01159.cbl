       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01159.
      *  Cartas de cambio de salario: por cada empleado con cambio de
      *  SALARIO en el historial MOVHIST.TXT (el que dejan el ajuste
      *  masivo PRG01070 y la correccion de PRG01002) escribe una
      *  carta de impresion con el salario anterior y el nuevo, la
      *  fecha efectiva y el nuevo importe en letra (rutina PRG01018),
      *  con nombre, puesto, departamento (DEPTOS.DAT) y compañia
      *  (COMPANIA.TXT) del maestro; la seleccion es por rango de
      *  fecha efectiva o por un lote del commit de PRG01070 (indice
      *  AJUSTLOT.TXT; sin numero toma el ultimo lote); las cartas
      *  salen en CARTASAL.TXT ordenadas por departamento y empleado,
      *  cada una abierta con un renglon de '=' como las constancias
      *  de PRG01064, y la lista de control de cartas emitidas y no
      *  emitidas (sin expediente, importe ilegible, sin cambio neto)
      *  en CARTACTL.TXT - LCG 15 OCT 26
      *  Con varios cambios del mismo empleado en el rango la carta
      *  va del salario anterior del primero al nuevo del ultimo, con
      *  la fecha efectiva del ultimo
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOVHIST ASSIGN TO "MOVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVHIST.
           SELECT F-LOTE ASSIGN TO "AJUSTLOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOTE.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPTOS.
           SELECT F-COMPANIAS ASSIGN TO "COMPANIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPANIAS.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
           SELECT F-CARTA ASSIGN TO "CARTASAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CONTROL ASSIGN TO "CARTACTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WK-CARTAS ASSIGN TO "WKCAR.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  F-MOVHIST.
       01 REG-MOVHIST                PIC X(72).
       FD  F-LOTE.
       01 REG-LOTE                   PIC X(29).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       FD  F-COMPANIAS.
       01 REG-COMPANIA-TXT           PIC X(60).
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       FD  F-CARTA.
       01 REG-CARTA                  PIC X(100).
       FD  F-CONTROL.
       01 REG-CONTROL                PIC X(132).
       SD  WK-CARTAS.
       01 REG-WK-CARTA.
           05 SRT-DEPTO              PIC X(4).
           05 SRT-EMP                PIC 9(6).
           05 SRT-SEC                PIC 9(7).
           05 SRT-ANTES              PIC 9(7)V99.
           05 SRT-DESPUES            PIC 9(7)V99.
           05 SRT-EFECTIVA           PIC 9(8).
           05 SRT-ESTADO             PIC X.
               88 SRT-VALIDO         VALUE ' '.
               88 SRT-SIN-MAESTRO    VALUE 'M'.
               88 SRT-ILEGIBLE       VALUE 'I'.
       WORKING-STORAGE SECTION.
       01 WS-STATUS-MOVHIST          PIC XX VALUE '00'.
       01 WS-STATUS-LOTE             PIC XX VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
       01 WS-DEPTOS-ABIERTO          PIC X VALUE 'N'.
           88 DEPTOS-ABIERTO         VALUE 'S'.
       01 WS-STATUS-COMPANIAS        PIC XX VALUE '00'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FIN-ORDEN               PIC X VALUE 'N'.
           88 FIN-ORDEN              VALUE 'Y'.
       01 WS-SELECCION               PIC X VALUE 'F'.
           88 SELECCION-FECHAS       VALUE 'F'.
           88 SELECCION-LOTE         VALUE 'L'.
       01 WS-EFE-DESDE               PIC 9(8) VALUE ZEROS.
       01 WS-EFE-HASTA               PIC 9(8) VALUE ZEROS.
       01 WS-LOTE-TXT                PIC X(14) VALUE SPACES.
       01 WS-LOTE-PEDIDO             PIC 9(14) VALUE ZEROS.
       01 WS-LOTE-R REDEFINES WS-LOTE-PEDIDO.
           05 WS-LOTE-FECHA          PIC 9(8).
           05 WS-LOTE-HORA           PIC 9(6).
       01 WS-REG-MOVHIST.
           02 MOV-EMP                PIC 9(6).
           02 MOV-FECHA              PIC 9(8).
           02 MOV-CAMPO              PIC X(10).
           02 MOV-ANTES              PIC X(20).
           02 MOV-DESPUES            PIC X(20).
           02 MOV-EFECTIVA           PIC 9(8).
      *    Renglon de AJUSTLOT.TXT de PRG01070
       01 WS-REG-LOTE.
           02 AJL-LOTE               PIC 9(14).
           02 AJL-EMP                PIC 9(6).
           02 AJL-EFECTIVA           PIC 9(8).
           02 AJL-TIPO               PIC X.
      *    Empleados del lote pedido; cada uno toma un solo
      *    movimiento de MOVHIST.TXT
       01 WS-TABLA-LOTE.
           05 WS-LOT-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-LOT-ENT OCCURS 3000 TIMES.
               10 WS-LOT-EMP         PIC 9(6).
               10 WS-LOT-EFECTIVA    PIC 9(8).
               10 WS-LOT-USADO       PIC X.
       01 WS-LOT-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-LOT-HALLADO             PIC 9(4) VALUE ZEROS.
       01 WS-SECUENCIA               PIC 9(7) VALUE ZEROS.
      *    Cambio acumulado del empleado en curso del orden
       01 WS-EMP-ACTUAL              PIC 9(6) VALUE ZEROS.
       01 WS-DEPTO-ACTUAL            PIC X(4) VALUE SPACES.
       01 WS-CAR-ANTES               PIC 9(7)V99 VALUE ZEROS.
       01 WS-CAR-DESPUES             PIC 9(7)V99 VALUE ZEROS.
       01 WS-CAR-EFECTIVA            PIC 9(8) VALUE ZEROS.
       01 WS-CAR-EFECTIVA-R REDEFINES WS-CAR-EFECTIVA.
           05 WS-CAR-EFE-ANHO        PIC 9(4).
           05 WS-CAR-EFE-MES         PIC 99.
           05 WS-CAR-EFE-DIA         PIC 99.
       01 WS-CAR-MOVS                PIC 9(4) VALUE ZEROS.
       01 WS-CAR-ESTADO              PIC X VALUE ' '.
       01 WS-CAR-DIFERENCIA          PIC S9(8)V99 VALUE ZEROS.
       01 WS-MOTIVO                  PIC X(20) VALUE SPACES.
       01 WS-CONTADORES.
           05 WS-TOT-MOVS            PIC 9(6) VALUE ZEROS.
           05 WS-TOT-CARTAS          PIC 9(6) VALUE ZEROS.
           05 WS-TOT-NO-EMITIDAS     PIC 9(6) VALUE ZEROS.
           05 WS-DEP-CARTAS          PIC 9(6) VALUE ZEROS.
       01 WS-OPERADOR                PIC X(8) VALUE 'CONSOLA'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-SIS-R REDEFINES WS-FECHA-SIS.
           05 WS-ANO-SIS             PIC 9(4).
           05 WS-MES-SIS             PIC 99.
           05 WS-DIA-SIS             PIC 99.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
      *    Cantidad en letra con la rutina compartida PRG01018
       01 WS-LETRA.
           05 WS-LET-PESOS           PIC 9(13) VALUE ZEROS.
           05 WS-LET-CENT            PIC 99 VALUE ZEROS.
           05 WS-LET-MONEDA          PIC X(3) VALUE 'MXN'.
           05 WS-LET-TEXTO           PIC X(200) VALUE SPACES.
           05 WS-LET-IDIOMA          PIC X(2) VALUE 'ES'.
       01 WS-NOMBRE-COMPLETO         PIC X(62) VALUE SPACES.
       01 WS-NOMBRE-DEPTO            PIC X(30) VALUE SPACES.
       01 WS-NOMBRE-COM              PIC X(40) VALUE SPACES.
       01 WS-COMPANIA-EMP            PIC 99 VALUE ZEROS.
       01 WS-FRECUENCIA-TXT          PIC X(10) VALUE SPACES.
       01 WS-RENGLON-COM.
           05 WS-COM-NUMERO          PIC 99.
           05 WS-COM-NOMBRE          PIC X(40).
           05 WS-COM-REGPAT          PIC X(11).
           05 WS-COM-PRIMA-RT        PIC 9(2)V9(5).
      *    Catalogo de compañias en memoria (gana el ultimo renglon)
       01 WS-TABLA-COM.
           05 WS-TCOM-NOMBRE         PIC X(40) OCCURS 99 TIMES.
       01 WS-IMPORTE-ED              PIC Z,ZZZ,ZZ9.99.
       01 WS-ANTES-ED                PIC Z,ZZZ,ZZ9.99.
       01 WS-DESPUES-ED              PIC Z,ZZZ,ZZ9.99.
       01 WS-BLANCOS-ANT             PIC 99 VALUE ZEROS.
       01 WS-BLANCOS-DES             PIC 99 VALUE ZEROS.
       01 WS-BLANCOS-DIF             PIC 99 VALUE ZEROS.
       01 WS-CARTA-ED                PIC 9(5) VALUE ZEROS.
       01 WS-CUENTA-ED               PIC Z(5)9.
       01 WS-MES-NOMBRES.
           05 FILLER                 PIC X(10) VALUE 'ENERO'.
           05 FILLER                 PIC X(10) VALUE 'FEBRERO'.
           05 FILLER                 PIC X(10) VALUE 'MARZO'.
           05 FILLER                 PIC X(10) VALUE 'ABRIL'.
           05 FILLER                 PIC X(10) VALUE 'MAYO'.
           05 FILLER                 PIC X(10) VALUE 'JUNIO'.
           05 FILLER                 PIC X(10) VALUE 'JULIO'.
           05 FILLER                 PIC X(10) VALUE 'AGOSTO'.
           05 FILLER                 PIC X(10) VALUE 'SEPTIEMBRE'.
           05 FILLER                 PIC X(10) VALUE 'OCTUBRE'.
           05 FILLER                 PIC X(10) VALUE 'NOVIEMBRE'.
           05 FILLER                 PIC X(10) VALUE 'DICIEMBRE'.
       01 WS-MES-TABLA REDEFINES WS-MES-NOMBRES.
           05 WS-MES-NOMBRE          PIC X(10) OCCURS 12.
      *    Fechas largas de la carta (DD DE MES DE AAAA)
       01 WS-FECHA-HOY-TXT           PIC X(24) VALUE SPACES.
       01 WS-FECHA-EFE-TXT           PIC X(24) VALUE SPACES.
       01 WS-FL-DIA                  PIC 99 VALUE ZEROS.
       01 WS-FL-MES                  PIC 99 VALUE ZEROS.
       01 WS-FL-ANHO                 PIC 9999 VALUE ZEROS.
       01 WS-FL-TEXTO                PIC X(24) VALUE SPACES.
      *    Parrafo de la carta y su corte en renglones de hasta 90
       01 WS-PARRAFO                 PIC X(600) VALUE SPACES.
       01 WS-PAR-PUNTERO             PIC 999 VALUE 1.
       01 WS-PAR-LARGO               PIC 999 VALUE ZEROS.
       01 WS-PAR-POS                 PIC 999 VALUE ZEROS.
       01 WS-PAR-RESTO               PIC 999 VALUE ZEROS.
       01 WS-PAR-CORTE               PIC 999 VALUE ZEROS.
       01 WS-PAR-IDX                 PIC 999 VALUE ZEROS.
       01 WS-LINEA                   PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Cartas de cambio de salario: por rango de '
                '(F)echa efectiva o por (L)ote de ajuste: '
                UPON CONSOLE
            ACCEPT WS-SELECCION FROM CONSOLE
            IF NOT SELECCION-LOTE
                MOVE 'F' TO WS-SELECCION
            END-IF
            IF SELECCION-LOTE
                PERFORM 020-ELEGIR-LOTE
                   THRU
                   020-ELEGIR-LOTE-SAL
                IF WS-LOT-NUM = ZEROS
                    DISPLAY 'El lote no tiene empleados en '
                        'AJUSTLOT.TXT' UPON CONSOLE
                    GOBACK
                END-IF
            ELSE
                DISPLAY 'Fecha efectiva desde (AAAAMMDD): '
                    UPON CONSOLE
                ACCEPT WS-EFE-DESDE FROM CONSOLE
                DISPLAY 'Fecha efectiva hasta (AAAAMMDD): '
                    UPON CONSOLE
                ACCEPT WS-EFE-HASTA FROM CONSOLE
                IF WS-EFE-HASTA < WS-EFE-DESDE
                    DISPLAY 'Rango de fechas invalido' UPON CONSOLE
                    GOBACK
                END-IF
            END-IF
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro, status '
                    WS-STATUS-EMPLEADOS UPON CONSOLE
                GOBACK
            END-IF
            OPEN INPUT F-DEPTOS
            MOVE 'N' TO WS-DEPTOS-ABIERTO
            IF DEP-OK
                MOVE 'S' TO WS-DEPTOS-ABIERTO
            END-IF
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            PERFORM 027-OPERADOR-FIRMADO
               THRU
               027-OPERADOR-FIRMADO-SAL
            PERFORM 030-CARGAR-COMPANIAS
               THRU
               030-CARGAR-COMPANIAS-SAL
            MOVE WS-DIA-SIS TO WS-FL-DIA
            MOVE WS-MES-SIS TO WS-FL-MES
            MOVE WS-ANO-SIS TO WS-FL-ANHO
            PERFORM 080-FECHA-LARGA
               THRU
               080-FECHA-LARGA-SAL
            MOVE WS-FL-TEXTO TO WS-FECHA-HOY-TXT
            OPEN OUTPUT F-CARTA
            OPEN OUTPUT F-CONTROL
            PERFORM 040-ENCABEZADO-CONTROL
               THRU
               040-ENCABEZADO-CONTROL-SAL
            SORT WK-CARTAS
                ON ASCENDING KEY SRT-DEPTO SRT-EMP SRT-SEC
                INPUT PROCEDURE 100-SELECCIONAR
                    THRU 100-SELECCIONAR-SAL
                OUTPUT PROCEDURE 200-EMITIR
                    THRU 200-EMITIR-SAL
            MOVE SPACES TO WS-LINEA
            STRING 'MOVIMIENTOS=' WS-TOT-MOVS
                ' CARTAS EMITIDAS=' WS-TOT-CARTAS
                ' NO EMITIDAS=' WS-TOT-NO-EMITIDAS
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CONTROL
            WRITE REG-CONTROL
            CLOSE F-CARTA
            CLOSE F-CONTROL
            CLOSE F-EMPLEADOS
            IF DEPTOS-ABIERTO
                CLOSE F-DEPTOS
            END-IF
            DISPLAY WS-LINEA UPON CONSOLE
            DISPLAY 'Cartas en CARTASAL.TXT, lista de control en '
                'CARTACTL.TXT' UPON CONSOLE
            GOBACK.

       020-ELEGIR-LOTE.
      *    Sin numero de lote se toma el ultimo commit asentado
            DISPLAY 'Lote de ajuste (AAAAMMDDHHMMSS, Enter: el '
                'ultimo): ' UPON CONSOLE
            MOVE SPACES TO WS-LOTE-TXT
            ACCEPT WS-LOTE-TXT FROM CONSOLE
            MOVE ZEROS TO WS-LOTE-PEDIDO
            IF WS-LOTE-TXT IS NUMERIC
                MOVE WS-LOTE-TXT TO WS-LOTE-PEDIDO
            END-IF
            MOVE ZEROS TO WS-LOT-NUM
            OPEN INPUT F-LOTE
            IF WS-STATUS-LOTE NOT = '00'
                GO TO 020-ELEGIR-LOTE-SAL
            END-IF
            IF WS-LOTE-PEDIDO = ZEROS
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-LOTE INTO WS-REG-LOTE
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            MOVE AJL-LOTE TO WS-LOTE-PEDIDO
                    END-READ
                END-PERFORM
                CLOSE F-LOTE
                OPEN INPUT F-LOTE
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-LOTE INTO WS-REG-LOTE
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF AJL-LOTE = WS-LOTE-PEDIDO
                            AND WS-LOT-NUM < 3000
                            ADD 1 TO WS-LOT-NUM
                            MOVE AJL-EMP TO WS-LOT-EMP(WS-LOT-NUM)
                            MOVE AJL-EFECTIVA
                                TO WS-LOT-EFECTIVA(WS-LOT-NUM)
                            MOVE 'N' TO WS-LOT-USADO(WS-LOT-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-LOTE
            DISPLAY 'Lote ' WS-LOTE-PEDIDO ': ' WS-LOT-NUM
                ' empleados' UPON CONSOLE.
       020-ELEGIR-LOTE-SAL.
            EXIT.

       027-OPERADOR-FIRMADO.
      *    Operador firmado en la sesion, como PRG01145
            MOVE 'CONSOLA' TO WS-OPERADOR
            OPEN INPUT F-OPSESION
            IF WS-STATUS-OPSESION = '00'
                READ F-OPSESION INTO WS-OPERADOR
                    AT END
                        MOVE 'CONSOLA' TO WS-OPERADOR
                END-READ
                CLOSE F-OPSESION
            END-IF.
       027-OPERADOR-FIRMADO-SAL.
            EXIT.

       030-CARGAR-COMPANIAS.
            MOVE SPACES TO WS-TABLA-COM
            OPEN INPUT F-COMPANIAS
            IF WS-STATUS-COMPANIAS NOT = '00'
                GO TO 030-CARGAR-COMPANIAS-SAL
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
                                TO WS-TCOM-NOMBRE(WS-COM-NUMERO)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-COMPANIAS.
       030-CARGAR-COMPANIAS-SAL.
            EXIT.

       040-ENCABEZADO-CONTROL.
            MOVE SPACES TO WS-LINEA
            IF SELECCION-LOTE
                STRING 'LISTA DE CONTROL DE CARTAS DE CAMBIO DE '
                    'SALARIO  LOTE ' WS-LOTE-PEDIDO
                    '  EMITIDA ' WS-FECHA-SIS ' POR ' WS-OPERADOR
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            ELSE
                STRING 'LISTA DE CONTROL DE CARTAS DE CAMBIO DE '
                    'SALARIO  EFECTIVAS DEL ' WS-EFE-DESDE ' AL '
                    WS-EFE-HASTA '  EMITIDA ' WS-FECHA-SIS ' POR '
                    WS-OPERADOR
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            END-IF
            MOVE WS-LINEA TO REG-CONTROL
            WRITE REG-CONTROL
            MOVE SPACES TO WS-LINEA
            STRING 'CARTA DEPTO EMPLEADO NOMBRE'
                '                                   '
                'SAL. ANTERIOR   SALARIO NUEVO EFECTIVA MOVS'
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CONTROL
            WRITE REG-CONTROL.
       040-ENCABEZADO-CONTROL-SAL.
            EXIT.

       100-SELECCIONAR.
            MOVE ZEROS TO WS-SECUENCIA
            OPEN INPUT F-MOVHIST
            IF WS-STATUS-MOVHIST NOT = '00'
                DISPLAY 'No hay historial de movimientos MOVHIST.TXT'
                    UPON CONSOLE
                GO TO 100-SELECCIONAR-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-MOVHIST INTO WS-REG-MOVHIST
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        ADD 1 TO WS-SECUENCIA
                        IF MOV-CAMPO = 'SALARIO'
                            PERFORM 110-FILTRAR-MOVIMIENTO
                               THRU
                               110-FILTRAR-MOVIMIENTO-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-MOVHIST.
       100-SELECCIONAR-SAL.
            EXIT.

       110-FILTRAR-MOVIMIENTO.
            IF SELECCION-FECHAS
                IF MOV-EFECTIVA < WS-EFE-DESDE
                    OR MOV-EFECTIVA > WS-EFE-HASTA
                    GO TO 110-FILTRAR-MOVIMIENTO-SAL
                END-IF
            ELSE
      *    Del lote: el primer movimiento del empleado con la fecha
      *    efectiva del lote asentado desde el dia del commit
                IF MOV-FECHA < WS-LOTE-FECHA
                    GO TO 110-FILTRAR-MOVIMIENTO-SAL
                END-IF
                MOVE ZEROS TO WS-LOT-HALLADO
                PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                    UNTIL WS-LOT-IDX > WS-LOT-NUM
                    OR WS-LOT-HALLADO > ZEROS
                    IF WS-LOT-EMP(WS-LOT-IDX) = MOV-EMP
                        AND WS-LOT-EFECTIVA(WS-LOT-IDX) = MOV-EFECTIVA
                        AND WS-LOT-USADO(WS-LOT-IDX) = 'N'
                        MOVE WS-LOT-IDX TO WS-LOT-HALLADO
                    END-IF
                END-PERFORM
                IF WS-LOT-HALLADO = ZEROS
                    GO TO 110-FILTRAR-MOVIMIENTO-SAL
                END-IF
                MOVE 'S' TO WS-LOT-USADO(WS-LOT-HALLADO)
            END-IF
            ADD 1 TO WS-TOT-MOVS
            MOVE SPACES TO REG-WK-CARTA
            MOVE MOV-EMP TO SRT-EMP
            MOVE WS-SECUENCIA TO SRT-SEC
            MOVE MOV-EFECTIVA TO SRT-EFECTIVA
            MOVE ZEROS TO SRT-ANTES
            MOVE ZEROS TO SRT-DESPUES
      *    Los importes viajan en el historial como texto 9(7).99 y
      *    se reconvierten con NUMVAL, como el retroactivo de PRG01067
            IF FUNCTION TEST-NUMVAL(MOV-ANTES) = ZEROS
                AND FUNCTION TEST-NUMVAL(MOV-DESPUES) = ZEROS
                COMPUTE SRT-ANTES = FUNCTION NUMVAL(MOV-ANTES)
                COMPUTE SRT-DESPUES = FUNCTION NUMVAL(MOV-DESPUES)
            ELSE
                MOVE 'I' TO SRT-ESTADO
            END-IF
            MOVE MOV-EMP TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    MOVE HIGH-VALUES TO SRT-DEPTO
                    MOVE 'M' TO SRT-ESTADO
                NOT INVALID KEY
                    MOVE REG-DEPTO TO SRT-DEPTO
            END-READ
            RELEASE REG-WK-CARTA.
       110-FILTRAR-MOVIMIENTO-SAL.
            EXIT.

       200-EMITIR.
      *    Corte por empleado dentro del departamento: cada empleado
      *    lleva el anterior de su primer movimiento y el nuevo de su
      *    ultimo
            MOVE ZEROS TO WS-EMP-ACTUAL
            MOVE SPACES TO WS-DEPTO-ACTUAL
            MOVE ZEROS TO WS-CAR-MOVS
            MOVE ZEROS TO WS-DEP-CARTAS
            MOVE 'N' TO WS-FIN-ORDEN
            PERFORM UNTIL FIN-ORDEN
                RETURN WK-CARTAS
                    AT END
                        MOVE 'Y' TO WS-FIN-ORDEN
                    NOT AT END
                        PERFORM 210-TOMAR-MOVIMIENTO
                           THRU
                           210-TOMAR-MOVIMIENTO-SAL
                END-RETURN
            END-PERFORM
            IF WS-CAR-MOVS > ZEROS
                PERFORM 300-CERRAR-EMPLEADO
                   THRU
                   300-CERRAR-EMPLEADO-SAL
            END-IF
            IF WS-DEPTO-ACTUAL NOT = SPACES
                PERFORM 220-TOTAL-DEPTO
                   THRU
                   220-TOTAL-DEPTO-SAL
            END-IF.
       200-EMITIR-SAL.
            EXIT.

       210-TOMAR-MOVIMIENTO.
            IF WS-CAR-MOVS > ZEROS
                AND (SRT-EMP NOT = WS-EMP-ACTUAL
                    OR SRT-DEPTO NOT = WS-DEPTO-ACTUAL)
                PERFORM 300-CERRAR-EMPLEADO
                   THRU
                   300-CERRAR-EMPLEADO-SAL
                MOVE ZEROS TO WS-CAR-MOVS
            END-IF
            IF SRT-DEPTO NOT = WS-DEPTO-ACTUAL
                IF WS-DEPTO-ACTUAL NOT = SPACES
                    PERFORM 220-TOTAL-DEPTO
                       THRU
                       220-TOTAL-DEPTO-SAL
                END-IF
                MOVE SRT-DEPTO TO WS-DEPTO-ACTUAL
                MOVE ZEROS TO WS-DEP-CARTAS
            END-IF
            IF WS-CAR-MOVS = ZEROS
                MOVE SRT-EMP TO WS-EMP-ACTUAL
                MOVE SRT-ANTES TO WS-CAR-ANTES
                MOVE SPACE TO WS-CAR-ESTADO
            END-IF
            ADD 1 TO WS-CAR-MOVS
            MOVE SRT-DESPUES TO WS-CAR-DESPUES
            MOVE SRT-EFECTIVA TO WS-CAR-EFECTIVA
            IF NOT SRT-VALIDO
                MOVE SRT-ESTADO TO WS-CAR-ESTADO
            END-IF.
       210-TOMAR-MOVIMIENTO-SAL.
            EXIT.

       220-TOTAL-DEPTO.
            IF WS-DEPTO-ACTUAL = HIGH-VALUES
                GO TO 220-TOTAL-DEPTO-SAL
            END-IF
            MOVE WS-DEP-CARTAS TO WS-CUENTA-ED
            MOVE SPACES TO WS-LINEA
            STRING '      DEPTO ' WS-DEPTO-ACTUAL ' CARTAS: '
                WS-CUENTA-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CONTROL
            WRITE REG-CONTROL.
       220-TOTAL-DEPTO-SAL.
            EXIT.

       300-CERRAR-EMPLEADO.
      *    Emite la carta del empleado o lo deja en la lista de
      *    control con el motivo por el que no se emitio
            MOVE SPACES TO WS-MOTIVO
            EVALUATE TRUE
                WHEN WS-CAR-ESTADO = 'M'
                    MOVE 'SIN EXPEDIENTE' TO WS-MOTIVO
                WHEN WS-CAR-ESTADO = 'I'
                    MOVE 'IMPORTE ILEGIBLE' TO WS-MOTIVO
                WHEN WS-CAR-DESPUES = WS-CAR-ANTES
                    MOVE 'SIN CAMBIO NETO' TO WS-MOTIVO
            END-EVALUATE
            MOVE SPACES TO WS-NOMBRE-COMPLETO
            IF WS-CAR-ESTADO NOT = 'M'
                MOVE WS-EMP-ACTUAL TO EMP-ID-REG
                READ F-EMPLEADOS
                    INVALID KEY
                        MOVE 'SIN EXPEDIENTE' TO WS-MOTIVO
                END-READ
            END-IF
            IF WS-MOTIVO = SPACES
                STRING REG-NOMBRE DELIMITED BY '  '
                    ' ' DELIMITED BY SIZE
                    REG-APE-PATERNO DELIMITED BY '  '
                    ' ' DELIMITED BY SIZE
                    REG-APE-MATERNO DELIMITED BY '  '
                    INTO WS-NOMBRE-COMPLETO
                ADD 1 TO WS-TOT-CARTAS
                ADD 1 TO WS-DEP-CARTAS
                MOVE WS-TOT-CARTAS TO WS-CARTA-ED
                PERFORM 310-DATOS-CARTA
                   THRU
                   310-DATOS-CARTA-SAL
                PERFORM 320-ESCRIBIR-CARTA
                   THRU
                   320-ESCRIBIR-CARTA-SAL
            ELSE
                ADD 1 TO WS-TOT-NO-EMITIDAS
                MOVE ZEROS TO WS-CARTA-ED
                IF WS-MOTIVO NOT = 'SIN EXPEDIENTE'
                    STRING REG-NOMBRE DELIMITED BY '  '
                        ' ' DELIMITED BY SIZE
                        REG-APE-PATERNO DELIMITED BY '  '
                        INTO WS-NOMBRE-COMPLETO
                END-IF
            END-IF
            PERFORM 330-RENGLON-CONTROL
               THRU
               330-RENGLON-CONTROL-SAL.
       300-CERRAR-EMPLEADO-SAL.
            EXIT.

       310-DATOS-CARTA.
            MOVE REG-DEPTO TO WS-NOMBRE-DEPTO
            IF DEPTOS-ABIERTO
                MOVE REG-DEPTO TO DEP-CODIGO
                READ F-DEPTOS
                    NOT INVALID KEY
                        MOVE DEP-DESCRIPCION TO WS-NOMBRE-DEPTO
                END-READ
            END-IF
            IF REG-COMPANIA NUMERIC AND REG-COMPANIA > ZEROS
                MOVE REG-COMPANIA TO WS-COMPANIA-EMP
            ELSE
                MOVE 01 TO WS-COMPANIA-EMP
            END-IF
            MOVE WS-TCOM-NOMBRE(WS-COMPANIA-EMP) TO WS-NOMBRE-COM
            EVALUATE TRUE
                WHEN FREC-SEMANAL
                    MOVE 'SEMANAL' TO WS-FRECUENCIA-TXT
                WHEN FREC-MENSUAL
                    MOVE 'MENSUAL' TO WS-FRECUENCIA-TXT
                WHEN OTHER
                    MOVE 'QUINCENAL' TO WS-FRECUENCIA-TXT
            END-EVALUATE
            MOVE WS-CAR-EFE-DIA TO WS-FL-DIA
            MOVE WS-CAR-EFE-MES TO WS-FL-MES
            MOVE WS-CAR-EFE-ANHO TO WS-FL-ANHO
            PERFORM 080-FECHA-LARGA
               THRU
               080-FECHA-LARGA-SAL
            MOVE WS-FL-TEXTO TO WS-FECHA-EFE-TXT
            MOVE WS-CAR-ANTES TO WS-ANTES-ED
            MOVE ZEROS TO WS-BLANCOS-ANT
            INSPECT WS-ANTES-ED TALLYING WS-BLANCOS-ANT
                FOR LEADING SPACES
            MOVE WS-CAR-DESPUES TO WS-DESPUES-ED
            MOVE ZEROS TO WS-BLANCOS-DES
            INSPECT WS-DESPUES-ED TALLYING WS-BLANCOS-DES
                FOR LEADING SPACES
            COMPUTE WS-CAR-DIFERENCIA = WS-CAR-DESPUES - WS-CAR-ANTES
            IF WS-CAR-DIFERENCIA < ZEROS
                COMPUTE WS-IMPORTE-ED = ZEROS - WS-CAR-DIFERENCIA
            ELSE
                MOVE WS-CAR-DIFERENCIA TO WS-IMPORTE-ED
            END-IF
            MOVE ZEROS TO WS-BLANCOS-DIF
            INSPECT WS-IMPORTE-ED TALLYING WS-BLANCOS-DIF
                FOR LEADING SPACES
            MOVE WS-CAR-DESPUES TO WS-LET-PESOS
            COMPUTE WS-LET-CENT =
                (WS-CAR-DESPUES - WS-LET-PESOS) * 100
            MOVE SPACES TO WS-LET-TEXTO
            CALL 'PRG01018' USING WS-LET-PESOS WS-LET-CENT
                WS-LET-MONEDA WS-LET-TEXTO WS-LET-IDIOMA.
       310-DATOS-CARTA-SAL.
            EXIT.

       320-ESCRIBIR-CARTA.
            MOVE ALL '=' TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO WS-LINEA
            STRING WS-NOMBRE-COM DELIMITED BY '  '
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO WS-LINEA
            STRING 'NOTIFICACION DE CAMBIO DE SALARIO   CARTA '
                WS-CARTA-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO WS-LINEA
            STRING 'A ' WS-FECHA-HOY-TXT
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO WS-LINEA
            STRING 'C. ' WS-NOMBRE-COMPLETO DELIMITED BY '  '
                '   NUM. DE EMPLEADO ' DELIMITED BY SIZE
                EMP-ID-REG DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO WS-LINEA
            STRING 'PUESTO: ' REG-PUESTO DELIMITED BY '  '
                '   DEPARTAMENTO: ' DELIMITED BY SIZE
                WS-NOMBRE-DEPTO DELIMITED BY '  '
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO WS-PARRAFO
            MOVE 1 TO WS-PAR-PUNTERO
            STRING 'POR MEDIO DE LA PRESENTE LE NOTIFICAMOS QUE A '
                'PARTIR DEL ' DELIMITED BY SIZE
                WS-FECHA-EFE-TXT DELIMITED BY '  '
                ' SU SALARIO BASE ' DELIMITED BY SIZE
                WS-FRECUENCIA-TXT DELIMITED BY SPACE
                ' CAMBIA DE $' DELIMITED BY SIZE
                WS-ANTES-ED(WS-BLANCOS-ANT + 1:) DELIMITED BY SIZE
                ' A $' DELIMITED BY SIZE
                WS-DESPUES-ED(WS-BLANCOS-DES + 1:) DELIMITED BY SIZE
                ' (' DELIMITED BY SIZE
                WS-LET-TEXTO DELIMITED BY '  '
                ')' DELIMITED BY SIZE
                INTO WS-PARRAFO
                WITH POINTER WS-PAR-PUNTERO
            IF WS-CAR-DIFERENCIA > ZEROS
                STRING ', LO QUE REPRESENTA UN INCREMENTO DE $'
                    DELIMITED BY SIZE
                    WS-IMPORTE-ED(WS-BLANCOS-DIF + 1:)
                    DELIMITED BY SIZE
                    INTO WS-PARRAFO
                    WITH POINTER WS-PAR-PUNTERO
            ELSE
                STRING ', LO QUE REPRESENTA UNA REDUCCION DE $'
                    DELIMITED BY SIZE
                    WS-IMPORTE-ED(WS-BLANCOS-DIF + 1:)
                    DELIMITED BY SIZE
                    INTO WS-PARRAFO
                    WITH POINTER WS-PAR-PUNTERO
            END-IF
            STRING '.' DELIMITED BY SIZE
                INTO WS-PARRAFO
                WITH POINTER WS-PAR-PUNTERO
            PERFORM 045-EMITIR-PARRAFO
               THRU
               045-EMITIR-PARRAFO-SAL
            MOVE SPACES TO WS-PARRAFO
            MOVE 1 TO WS-PAR-PUNTERO
            STRING 'EL NUEVO SALARIO SE APLICARA EN LOS PAGOS QUE '
                'CORRESPONDAN A PARTIR DE ESA FECHA. PARA CUALQUIER '
                'ACLARACION ACUDA A RECURSOS HUMANOS CON ESTA CARTA.'
                DELIMITED BY SIZE
                INTO WS-PARRAFO
                WITH POINTER WS-PAR-PUNTERO
            PERFORM 045-EMITIR-PARRAFO
               THRU
               045-EMITIR-PARRAFO-SAL
            MOVE 'ATENTAMENTE' TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO REG-CARTA
            WRITE REG-CARTA
            WRITE REG-CARTA
            MOVE '______________________________' TO REG-CARTA
            WRITE REG-CARTA
            MOVE 'RECURSOS HUMANOS' TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO REG-CARTA
            WRITE REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO WS-LINEA
            STRING 'RECIBI ORIGINAL: ______________________________'
                '   FECHA: ______________'
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO WS-LINEA
            STRING 'ELABORO: ' WS-OPERADOR
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-CARTA
            WRITE REG-CARTA.
       320-ESCRIBIR-CARTA-SAL.
            EXIT.

       330-RENGLON-CONTROL.
            MOVE WS-CAR-ANTES TO WS-ANTES-ED
            MOVE WS-CAR-DESPUES TO WS-DESPUES-ED
            MOVE WS-CAR-MOVS TO WS-CUENTA-ED
            MOVE SPACES TO WS-LINEA
            IF WS-DEPTO-ACTUAL = HIGH-VALUES
                STRING WS-CARTA-ED ' ----  ' WS-EMP-ACTUAL '   '
                    WS-NOMBRE-COMPLETO(1:44) ' ' WS-ANTES-ED '    '
                    WS-DESPUES-ED ' ' WS-CAR-EFECTIVA WS-CUENTA-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            ELSE
                STRING WS-CARTA-ED ' ' WS-DEPTO-ACTUAL '  '
                    WS-EMP-ACTUAL '   ' WS-NOMBRE-COMPLETO(1:44) ' '
                    WS-ANTES-ED '    ' WS-DESPUES-ED ' '
                    WS-CAR-EFECTIVA WS-CUENTA-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            END-IF
            IF WS-MOTIVO NOT = SPACES
                STRING '  NO EMITIDA: ' WS-MOTIVO
                    DELIMITED BY SIZE
                    INTO WS-LINEA(105:28)
            END-IF
            MOVE WS-LINEA TO REG-CONTROL
            WRITE REG-CONTROL.
       330-RENGLON-CONTROL-SAL.
            EXIT.

       045-EMITIR-PARRAFO.
      *    Corta WS-PARRAFO en renglones de hasta 90 posiciones en el
      *    ultimo espacio antes del limite (como PRG01145) y deja un
      *    renglon en blanco al final
            COMPUTE WS-PAR-LARGO = WS-PAR-PUNTERO - 1
            MOVE 1 TO WS-PAR-POS
            PERFORM UNTIL WS-PAR-POS > WS-PAR-LARGO
                COMPUTE WS-PAR-RESTO = WS-PAR-LARGO - WS-PAR-POS + 1
                IF WS-PAR-RESTO NOT > 90
                    MOVE WS-PARRAFO(WS-PAR-POS:WS-PAR-RESTO)
                        TO REG-CARTA
                    WRITE REG-CARTA
                    COMPUTE WS-PAR-POS = WS-PAR-LARGO + 1
                ELSE
                    MOVE ZEROS TO WS-PAR-CORTE
                    PERFORM VARYING WS-PAR-IDX FROM 90 BY -1
                        UNTIL WS-PAR-IDX < 1 OR WS-PAR-CORTE > 0
                        IF WS-PARRAFO(WS-PAR-POS + WS-PAR-IDX:1)
                            = SPACE
                            MOVE WS-PAR-IDX TO WS-PAR-CORTE
                        END-IF
                    END-PERFORM
                    IF WS-PAR-CORTE = ZEROS
                        MOVE 90 TO WS-PAR-CORTE
                    END-IF
                    MOVE WS-PARRAFO(WS-PAR-POS:WS-PAR-CORTE)
                        TO REG-CARTA
                    WRITE REG-CARTA
                    ADD WS-PAR-CORTE TO WS-PAR-POS
                    IF WS-PARRAFO(WS-PAR-POS:1) = SPACE
                        ADD 1 TO WS-PAR-POS
                    END-IF
                END-IF
            END-PERFORM
            MOVE SPACES TO REG-CARTA
            WRITE REG-CARTA.
       045-EMITIR-PARRAFO-SAL.
            EXIT.

       080-FECHA-LARGA.
      *    WS-FL-DIA/MES/ANHO a DD DE MES DE AAAA
            MOVE SPACES TO WS-FL-TEXTO
            IF WS-FL-MES < 1 OR WS-FL-MES > 12
                GO TO 080-FECHA-LARGA-SAL
            END-IF
            STRING WS-FL-DIA DELIMITED BY SIZE
                ' DE ' DELIMITED BY SIZE
                WS-MES-NOMBRE(WS-FL-MES) DELIMITED BY SPACE
                ' DE ' DELIMITED BY SIZE
                WS-FL-ANHO DELIMITED BY SIZE
                INTO WS-FL-TEXTO.
       080-FECHA-LARGA-SAL.
            EXIT.

       END PROGRAM PRG01159.
