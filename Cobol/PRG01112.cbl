       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01112.
      *  Movimientos afiliatorios para IDSE: recorre la auditoria de
      *  expedientes AUDIT.TXT (altas de PRG01002/PRG01023/PRG01032,
      *  bajas de PRG01002 y reingresos de PRG01093) y los cambios de
      *  salario de MOVHIST.TXT, y de cada movimiento que todavia no
      *  este en la bitacora de enviados IDSEENV.TXT arma el renglon
      *  del lote IDSE (IDSEMOV.TXT): registro patronal de la
      *  compañia (COMPANIA.TXT de PRG01086), NSS y UMF del
      *  expediente complementario EMPCOMP.DAT (PRG01111), nombre,
      *  SDI a la fecha del movimiento, tipo (08 alta o reingreso,
      *  02 baja, 07 modificacion de salario), fecha efectiva y
      *  CURP; el SDI es el vigente de la historia (PRG01108) o el
      *  fijo recalculado del salario del maestro con el factor de
      *  integracion de PRG01107, el que sea mayor; los movimientos
      *  sin NSS salen como excepcion y quedan pendientes para la
      *  siguiente corrida; el reporte IDSEREP.TXT lista lo enviado,
      *  las excepciones y los movimientos que ya pasaron el plazo
      *  de cinco dias habiles (lunes a viernes sin los feriados de
      *  PRG01044) contados desde la fecha efectiva - LCG 15 OCT 26
      *  Trazado de IDSEENV.TXT: EMP(6) TIPO(2) EFECTIVA(8 AAAAMMDD)
      *  ENVIO(8 AAAAMMDD) GUIA(5) NSS(11)
      *  Sustitucion patronal: cada renglon SUSTIT de AUDIT.TXT
      *  (PRG01140) da una baja con el registro patronal de la compañia
      *  de origen el ultimo dia con ella y un alta con el de la
      *  compañia destino en la fecha efectiva - LCG 15 OCT 26
      *  La baja toma la causa del IMSS del motivo capturado (catalogo
      *  MOTBAJA) en lugar de reportar siempre 6 (otras) - LCG 15 OCT
      *  26
      *  El renglon de AUDIT.TXT se lee a 160 posiciones: PRG01017 le
      *  agrega al final la secuencia y el hash de la cadena - LCG 15
      *  OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AUDIT ASSIGN TO "AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIT.
           SELECT F-MOVHIST ASSIGN TO "MOVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVHIST.
           SELECT F-ENVIADOS ASSIGN TO "IDSEENV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENVIADOS.
           SELECT F-LOTE ASSIGN TO "IDSEMOV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REPORTE ASSIGN TO "IDSEREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-COMPANIAS ASSIGN TO "COMPANIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPANIAS.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-COMPLEMENTO ASSIGN TO "EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-STATUS-COMPLEMENTO.
       DATA DIVISION.
       FILE SECTION.
       FD  F-AUDIT.
       01 REG-AUDIT                  PIC X(160).
       FD  F-MOVHIST.
       01 REG-MOVHIST                PIC X(72).
       FD  F-ENVIADOS.
       01 REG-ENVIADO                PIC X(40).
       FD  F-LOTE.
       01 REG-LOTE                   PIC X(168).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       FD  F-COMPANIAS.
       01 REG-COMPANIA-TXT           PIC X(60).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-COMPLEMENTO.
       COPY EMPCOMP.
       WORKING-STORAGE SECTION.
       01 WS-STATUS-AUDIT            PIC XX VALUE '00'.
       01 WS-STATUS-MOVHIST          PIC XX VALUE '00'.
       01 WS-STATUS-ENVIADOS         PIC XX VALUE '00'.
       01 WS-STATUS-COMPANIAS        PIC XX VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-COMPLEMENTO      PIC XX VALUE '00'.
           88 CMP-OK                 VALUE '00'.
       01 WS-COMPLEMENTO-ABIERTO     PIC X VALUE 'N'.
           88 COMPLEMENTO-ABIERTO    VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-GUIA                    PIC X(5) VALUE SPACES.
       01 WS-FECHA-HOY               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-HOY                PIC 9(8) VALUE ZEROS.
       COPY MOTBAJA.
      *    Renglon de AUDIT.TXT visto por columnas (PRG01017)
       01 WS-REG-AUDIT.
           05 AUD-FECHA              PIC 9(8).
           05 FILLER                 PIC X(14).
           05 AUD-EMP                PIC 9(6).
           05 FILLER                 PIC X.
           05 AUD-OPERACION          PIC X(6).
           05 FILLER                 PIC X(7).
           05 AUD-CAMPO              PIC X(20).
           05 FILLER                 PIC X(7).
           05 AUD-ANTES              PIC X(20).
           05 FILLER                 PIC X(9).
           05 AUD-DESPUES            PIC X(20).
           05 FILLER                 PIC X(14).
       01 WS-AUD-BAJA REDEFINES WS-REG-AUDIT.
           05 FILLER                 PIC X(98).
           05 FILLER                 PIC X(2).
           05 AUD-BAJA-DIA           PIC 99.
           05 FILLER                 PIC X.
           05 AUD-BAJA-MES           PIC 99.
           05 FILLER                 PIC X.
           05 AUD-BAJA-ANHO          PIC 9(4).
           05 FILLER                 PIC X.
           05 AUD-BAJA-MOTIVO        PIC X.
           05 FILLER                 PIC X(20).
       01 WS-AUD-REINGRESO REDEFINES WS-REG-AUDIT.
           05 FILLER                 PIC X(98).
           05 AUD-REI-DIA            PIC 99.
           05 FILLER                 PIC X.
           05 AUD-REI-MES            PIC 99.
           05 FILLER                 PIC X.
           05 AUD-REI-ANHO           PIC 9(4).
           05 FILLER                 PIC X(24).
      *    Sustitucion patronal de PRG01140: antes "OO BAJA
      *    DD/MM/AAAA" y despues "DD ALTA DD/MM/AAAA"
       01 WS-AUD-SUSTIT REDEFINES WS-REG-AUDIT.
           05 FILLER                 PIC X(69).
           05 AUD-SUS-ORIGEN         PIC 99.
           05 FILLER                 PIC X(6).
           05 AUD-SUS-BAJA-DIA       PIC 99.
           05 FILLER                 PIC X.
           05 AUD-SUS-BAJA-MES       PIC 99.
           05 FILLER                 PIC X.
           05 AUD-SUS-BAJA-ANHO      PIC 9(4).
           05 FILLER                 PIC X(11).
           05 AUD-SUS-DESTINO        PIC 99.
           05 FILLER                 PIC X(6).
           05 AUD-SUS-ALTA-DIA       PIC 99.
           05 FILLER                 PIC X.
           05 AUD-SUS-ALTA-MES       PIC 99.
           05 FILLER                 PIC X.
           05 AUD-SUS-ALTA-ANHO      PIC 9(4).
           05 FILLER                 PIC X(16).
       01 WS-REG-MOVHIST.
           05 MOV-EMP                PIC 9(6).
           05 MOV-FECHA              PIC 9(8).
           05 MOV-CAMPO              PIC X(10).
           05 MOV-ANTES              PIC X(20).
           05 MOV-DESPUES            PIC X(20).
           05 MOV-EFECTIVA           PIC 9(8).
       01 WS-REG-ENVIADO.
           05 ENV-EMP                PIC 9(6).
           05 ENV-TIPO               PIC X(2).
           05 ENV-EFECTIVA           PIC 9(8).
           05 ENV-FECHA              PIC 9(8).
           05 ENV-GUIA               PIC X(5).
           05 ENV-NSS                PIC X(11).
      *    Bitacora de enviados en memoria, mas lo que se agrega en
      *    la corrida, para no reportar dos veces el mismo movimiento
       01 WS-TABLA-ENVIADOS.
           05 WS-ENV-NUM             PIC 9(5) VALUE ZEROS.
           05 WS-ENV-ENT OCCURS 9000 TIMES.
               10 WS-ENV-T-EMP       PIC 9(6).
               10 WS-ENV-T-TIPO      PIC X(2).
               10 WS-ENV-T-EFECTIVA  PIC 9(8).
       01 WS-IDX                     PIC 9(5) VALUE ZEROS.
       01 WS-YA-ENVIADO              PIC X VALUE 'N'.
           88 YA-ENVIADO             VALUE 'S'.
      *    Registros patronales por compañia (COMPANIA.TXT)
       01 WS-RENGLON-COM.
           05 WS-COM-NUMERO          PIC 99.
           05 WS-COM-NOMBRE          PIC X(40).
           05 WS-COM-REGPAT          PIC X(11).
           05 WS-COM-PRIMA-RT        PIC 9(2)V9(5).
       01 WS-TABLA-REGPAT.
           05 WS-REGPAT-T            PIC X(11) OCCURS 99 TIMES.
       01 WS-COMP-IDX                PIC 99 VALUE ZEROS.
      *    Movimiento en curso
       01 WS-MOVIMIENTO.
           05 WS-MOV-EMP             PIC 9(6).
           05 WS-MOV-TIPO            PIC X(2).
               88 MOV-ALTA           VALUE '08'.
               88 MOV-BAJA           VALUE '02'.
               88 MOV-SALARIO        VALUE '07'.
           05 WS-MOV-EFECTIVA        PIC 9(8).
           05 WS-MOV-EFE-R REDEFINES WS-MOV-EFECTIVA.
               10 WS-EFE-ANHO        PIC 9(4).
               10 WS-EFE-MES         PIC 99.
               10 WS-EFE-DIA         PIC 99.
           05 WS-MOV-CAUSA           PIC X.
      *        Compañia del registro patronal cuando no es la del
      *        maestro (sustitucion patronal); ceros = la del maestro
           05 WS-MOV-COMPANIA        PIC 99.
       01 WS-SDI-HISTORIA            PIC 9(7)V99 VALUE ZEROS.
       01 WS-SDI-HAY                 PIC X VALUE 'N'.
           88 SDI-ENCONTRADO         VALUE 'S'.
       01 WS-CALCULO.
           05 WS-SALARIO-DIARIO      PIC 9(7)V99 VALUE ZEROS.
           05 WS-ANTIGUEDAD          PIC 999 VALUE ZEROS.
           05 WS-ANHOS-PUENTE        PIC 999 VALUE ZEROS.
           05 WS-BLOQUES             PIC 999 VALUE ZEROS.
           05 WS-DIAS-VAC            PIC 999 VALUE ZEROS.
           05 WS-FACTOR              PIC 9V9999 VALUE ZEROS.
           05 WS-SDI-FIJO            PIC 9(7)V99 VALUE ZEROS.
           05 WS-SDI                 PIC 9(7)V99 VALUE ZEROS.
      *    Renglon del lote IDSE (168 posiciones)
       01 WS-REG-LOTE.
           05 IDS-REGPAT             PIC X(11).
           05 IDS-NSS                PIC X(11).
           05 IDS-PATERNO            PIC X(27).
           05 IDS-MATERNO            PIC X(27).
           05 IDS-NOMBRE             PIC X(27).
           05 IDS-SDI                PIC 9(4)V99.
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 IDS-TIPO-TRAB          PIC X.
           05 IDS-TIPO-SALARIO       PIC X.
           05 IDS-JORNADA            PIC X.
           05 IDS-FECHA.
               10 IDS-FEC-DIA        PIC 99.
               10 IDS-FEC-MES        PIC 99.
               10 IDS-FEC-ANHO       PIC 9(4).
           05 IDS-UMF                PIC X(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 IDS-TIPO-MOV           PIC X(2).
           05 IDS-GUIA               PIC X(5).
           05 IDS-CLAVE-TRAB         PIC X(10).
           05 IDS-CAUSA-BAJA         PIC X.
           05 IDS-CURP               PIC X(18).
           05 IDS-IDENTIFICADOR      PIC X VALUE '9'.
      *    Plazo de cinco dias habiles, con la congruencia de Zeller
      *    y el avance dia por dia de 040-DIAS-HABILES de PRG01010
       01 WS-DIAS-MES-TABLA.
           05 FILLER                 PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-DIAS-MES REDEFINES WS-DIAS-MES-TABLA.
           05 WS-DIAS-MES-OCC        PIC 99 OCCURS 12.
       01 WS-DIAS-HABILES-CALC.
           05 WS-Z-MES               PIC 99.
           05 WS-Z-ANO               PIC 9(4).
           05 WS-Z-SIGLO             PIC 99.
           05 WS-Z-ANOSIGLO          PIC 99.
           05 WS-Z-T1                PIC 9(4).
           05 WS-Z-T2                PIC 9(4).
           05 WS-Z-T3                PIC 9(4).
           05 WS-Z-SUMA              PIC 9(6).
           05 WS-Z-COC               PIC 9(4).
           05 WS-BD-DOW              PIC 9.
           05 WS-BD-CONTADOR         PIC 9(5) VALUE ZEROS.
           05 WS-BD-DIA              PIC 99 VALUE ZEROS.
           05 WS-BD-MES              PIC 99 VALUE ZEROS.
           05 WS-BD-ANO              PIC 9(4) VALUE ZEROS.
           05 WS-BD-FECHA            PIC 9(8) VALUE ZEROS.
           05 WS-BD-DIAS-MES         PIC 99 VALUE ZEROS.
           05 WS-BD-COC              PIC 9(4) VALUE ZEROS.
           05 WS-BD-RES              PIC 9(4) VALUE ZEROS.
       01 WS-ES-FERIADO              PIC X VALUE 'N'.
           88 BD-ES-FERIADO          VALUE 'S'.
       01 WS-PLAZO-DIAS              PIC 9 VALUE 5.
       01 WS-VENCIDO                 PIC X VALUE 'N'.
           88 MOV-VENCIDO            VALUE 'S'.
      *    Movimientos vencidos, para la seccion final del reporte
       01 WS-TABLA-VENCIDOS.
           05 WS-VEN-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-VEN-ENT OCCURS 2000 TIMES.
               10 WS-VEN-T-EMP       PIC 9(6).
               10 WS-VEN-T-TIPO      PIC X(2).
               10 WS-VEN-T-EFECTIVA  PIC 9(8).
               10 WS-VEN-T-HABILES   PIC 9(5).
       01 WS-TOTALES.
           05 WS-TOT-LEIDOS          PIC 9(6) VALUE ZEROS.
           05 WS-TOT-ENVIADOS        PIC 9(6) VALUE ZEROS.
           05 WS-TOT-EXCEPCIONES     PIC 9(6) VALUE ZEROS.
           05 WS-TOT-VENCIDOS        PIC 9(6) VALUE ZEROS.
           05 WS-TOT-ALTAS           PIC 9(6) VALUE ZEROS.
           05 WS-TOT-BAJAS           PIC 9(6) VALUE ZEROS.
           05 WS-TOT-SALARIOS        PIC 9(6) VALUE ZEROS.
       01 WS-MOTIVO                  PIC X(30) VALUE SPACES.
       01 WS-ED-SDI                  PIC Z,ZZ9.99.
       01 WS-LINEA-REP               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            CALL 'PRG01021' USING WS-FECHA-HOY WS-HORA-HOY
            DISPLAY 'Movimientos afiliatorios IDSE pendientes de '
                'envio' UPON CONSOLE
            DISPLAY 'Numero de guia del lote (5): ' UPON CONSOLE
            ACCEPT WS-GUIA FROM CONSOLE
            DISPLAY '¿Generar el lote y marcarlo como enviado? '
                '(S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                DISPLAY 'Proceso cancelado' UPON CONSOLE
                GOBACK
            END-IF
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro'
                    UPON CONSOLE
                GOBACK
            END-IF
            OPEN INPUT F-COMPLEMENTO
            MOVE 'N' TO WS-COMPLEMENTO-ABIERTO
            IF CMP-OK
                MOVE 'S' TO WS-COMPLEMENTO-ABIERTO
            END-IF
            PERFORM 015-CARGAR-REGPAT
               THRU
               015-CARGAR-REGPAT-SAL
            PERFORM 020-CARGAR-ENVIADOS
               THRU
               020-CARGAR-ENVIADOS-SAL
            OPEN EXTEND F-ENVIADOS
            IF WS-STATUS-ENVIADOS = '35'
                OPEN OUTPUT F-ENVIADOS
            END-IF
            OPEN OUTPUT F-LOTE
            OPEN OUTPUT F-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'MOVIMIENTOS AFILIATORIOS IDSE  FECHA '
                WS-FECHA-HOY '  GUIA ' WS-GUIA
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'EMPLEO TP EFECTIVA NSS              SDI  OBSERVACION'
                TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM 030-LEER-AUDITORIA
               THRU
               030-LEER-AUDITORIA-SAL
            PERFORM 040-LEER-MOVHIST
               THRU
               040-LEER-MOVHIST-SAL
            PERFORM 090-TOTALES
               THRU
               090-TOTALES-SAL
            CLOSE F-REPORTE
            CLOSE F-LOTE
            CLOSE F-ENVIADOS
            IF COMPLEMENTO-ABIERTO
                CLOSE F-COMPLEMENTO
            END-IF
            CLOSE F-EMPLEADOS
            DISPLAY 'Movimientos en el lote IDSEMOV.TXT: '
                WS-TOT-ENVIADOS UPON CONSOLE
            DISPLAY 'Excepciones (sin NSS u otro dato): '
                WS-TOT-EXCEPCIONES UPON CONSOLE
            DISPLAY 'Fuera del plazo de cinco dias habiles: '
                WS-TOT-VENCIDOS UPON CONSOLE
            DISPLAY 'Reporte en IDSEREP.TXT' UPON CONSOLE
            GOBACK.

       015-CARGAR-REGPAT.
            MOVE SPACES TO WS-TABLA-REGPAT
            OPEN INPUT F-COMPANIAS
            IF WS-STATUS-COMPANIAS NOT = '00'
                GO TO 015-CARGAR-REGPAT-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-COMPANIAS INTO WS-RENGLON-COM
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-COM-NUMERO NUMERIC
                            AND WS-COM-NUMERO > ZEROS
                            MOVE WS-COM-REGPAT
                                TO WS-REGPAT-T(WS-COM-NUMERO)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-COMPANIAS.
       015-CARGAR-REGPAT-SAL.
            EXIT.

       020-CARGAR-ENVIADOS.
            MOVE ZEROS TO WS-ENV-NUM
            OPEN INPUT F-ENVIADOS
            IF WS-STATUS-ENVIADOS NOT = '00'
                GO TO 020-CARGAR-ENVIADOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-ENVIADOS INTO WS-REG-ENVIADO
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-ENV-NUM < 9000
                            ADD 1 TO WS-ENV-NUM
                            MOVE ENV-EMP TO WS-ENV-T-EMP(WS-ENV-NUM)
                            MOVE ENV-TIPO TO WS-ENV-T-TIPO(WS-ENV-NUM)
                            MOVE ENV-EFECTIVA
                                TO WS-ENV-T-EFECTIVA(WS-ENV-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-ENVIADOS.
       020-CARGAR-ENVIADOS-SAL.
            EXIT.

       030-LEER-AUDITORIA.
            OPEN INPUT F-AUDIT
            IF WS-STATUS-AUDIT NOT = '00'
                DISPLAY 'Aviso: no hay auditoria de expedientes'
                    UPON CONSOLE
                GO TO 030-LEER-AUDITORIA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 035-EVENTO-AUDITORIA
               THRU
               035-EVENTO-AUDITORIA-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-AUDIT.
       030-LEER-AUDITORIA-SAL.
            EXIT.

       035-EVENTO-AUDITORIA.
            READ F-AUDIT INTO WS-REG-AUDIT
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 035-EVENTO-AUDITORIA-SAL
            END-READ
            IF AUD-EMP NOT NUMERIC
                GO TO 035-EVENTO-AUDITORIA-SAL
            END-IF
            MOVE AUD-EMP TO WS-MOV-EMP
            MOVE ZEROS TO WS-MOV-EFECTIVA
            MOVE SPACE TO WS-MOV-CAUSA
            MOVE ZEROS TO WS-MOV-COMPANIA
            EVALUATE TRUE
                WHEN AUD-OPERACION = 'ALTA'
                    AND AUD-CAMPO = 'EXPEDIENTE'
      *            La fecha de alta es la de ingreso del maestro
                    MOVE '08' TO WS-MOV-TIPO
                    MOVE WS-MOV-EMP TO EMP-ID-REG
                    READ F-EMPLEADOS
                        INVALID KEY
                            GO TO 035-EVENTO-AUDITORIA-SAL
                    END-READ
                    IF REG-ING-ANHO > ZEROS
                        COMPUTE WS-MOV-EFECTIVA =
                            (REG-ING-ANHO * 10000)
                            + (REG-ING-MES * 100) + REG-ING-DIA
                    ELSE
                        MOVE AUD-FECHA TO WS-MOV-EFECTIVA
                    END-IF
                WHEN AUD-OPERACION = 'REINGR'
                    MOVE '08' TO WS-MOV-TIPO
                    IF AUD-REI-ANHO NUMERIC AND AUD-REI-MES NUMERIC
                        AND AUD-REI-DIA NUMERIC
                        COMPUTE WS-MOV-EFECTIVA =
                            (AUD-REI-ANHO * 10000)
                            + (AUD-REI-MES * 100) + AUD-REI-DIA
                    ELSE
                        MOVE AUD-FECHA TO WS-MOV-EFECTIVA
                    END-IF
                WHEN AUD-OPERACION = 'BAJA'
      *            Causa del IMSS segun el motivo del catalogo MOTBAJA;
      *            sin motivo capturado se reporta 6 (otras)
                    MOVE '02' TO WS-MOV-TIPO
                    MOVE '6' TO WS-MOV-CAUSA
                    PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                        UNTIL WS-MOT-IDX > WS-MOT-NUM
                        IF WS-MOT-CODIGO(WS-MOT-IDX) = AUD-BAJA-MOTIVO
                            MOVE WS-MOT-CAUSA-IMSS(WS-MOT-IDX)
                                TO WS-MOV-CAUSA
                        END-IF
                    END-PERFORM
                    IF AUD-BAJA-ANHO NUMERIC AND AUD-BAJA-MES NUMERIC
                        AND AUD-BAJA-DIA NUMERIC
                        COMPUTE WS-MOV-EFECTIVA =
                            (AUD-BAJA-ANHO * 10000)
                            + (AUD-BAJA-MES * 100) + AUD-BAJA-DIA
                    ELSE
                        MOVE AUD-FECHA TO WS-MOV-EFECTIVA
                    END-IF
                WHEN AUD-OPERACION = 'SUSTIT'
      *            Sustitucion patronal: baja con el registro de la
      *            compañia de origen el ultimo dia con ella (causa
      *            6, otras) y alta con el de la compañia destino
                    IF AUD-SUS-ORIGEN NOT NUMERIC
                        OR AUD-SUS-DESTINO NOT NUMERIC
                        OR AUD-SUS-BAJA-ANHO NOT NUMERIC
                        OR AUD-SUS-ALTA-ANHO NOT NUMERIC
                        GO TO 035-EVENTO-AUDITORIA-SAL
                    END-IF
                    MOVE '02' TO WS-MOV-TIPO
                    MOVE '6' TO WS-MOV-CAUSA
                    MOVE AUD-SUS-ORIGEN TO WS-MOV-COMPANIA
                    COMPUTE WS-MOV-EFECTIVA =
                        (AUD-SUS-BAJA-ANHO * 10000)
                        + (AUD-SUS-BAJA-MES * 100) + AUD-SUS-BAJA-DIA
                    PERFORM 050-PROCESAR-MOVIMIENTO
                       THRU
                       050-PROCESAR-MOVIMIENTO-SAL
                    MOVE AUD-EMP TO WS-MOV-EMP
                    MOVE '08' TO WS-MOV-TIPO
                    MOVE SPACE TO WS-MOV-CAUSA
                    MOVE AUD-SUS-DESTINO TO WS-MOV-COMPANIA
                    COMPUTE WS-MOV-EFECTIVA =
                        (AUD-SUS-ALTA-ANHO * 10000)
                        + (AUD-SUS-ALTA-MES * 100) + AUD-SUS-ALTA-DIA
                WHEN OTHER
                    GO TO 035-EVENTO-AUDITORIA-SAL
            END-EVALUATE
            PERFORM 050-PROCESAR-MOVIMIENTO
               THRU
               050-PROCESAR-MOVIMIENTO-SAL.
       035-EVENTO-AUDITORIA-SAL.
            EXIT.

       040-LEER-MOVHIST.
            OPEN INPUT F-MOVHIST
            IF WS-STATUS-MOVHIST NOT = '00'
                GO TO 040-LEER-MOVHIST-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 045-EVENTO-MOVHIST
               THRU
               045-EVENTO-MOVHIST-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-MOVHIST.
       040-LEER-MOVHIST-SAL.
            EXIT.

       045-EVENTO-MOVHIST.
            READ F-MOVHIST INTO WS-REG-MOVHIST
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 045-EVENTO-MOVHIST-SAL
            END-READ
            IF MOV-CAMPO NOT = 'SALARIO' OR MOV-EMP NOT NUMERIC
                GO TO 045-EVENTO-MOVHIST-SAL
            END-IF
            MOVE MOV-EMP TO WS-MOV-EMP
            MOVE '07' TO WS-MOV-TIPO
            MOVE SPACE TO WS-MOV-CAUSA
            MOVE ZEROS TO WS-MOV-COMPANIA
            IF MOV-EFECTIVA NUMERIC AND MOV-EFECTIVA > ZEROS
                MOVE MOV-EFECTIVA TO WS-MOV-EFECTIVA
            ELSE
                MOVE MOV-FECHA TO WS-MOV-EFECTIVA
            END-IF
            PERFORM 050-PROCESAR-MOVIMIENTO
               THRU
               050-PROCESAR-MOVIMIENTO-SAL.
       045-EVENTO-MOVHIST-SAL.
            EXIT.

       050-PROCESAR-MOVIMIENTO.
            MOVE 'N' TO WS-YA-ENVIADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-ENV-NUM OR YA-ENVIADO
                IF WS-ENV-T-EMP(WS-IDX) = WS-MOV-EMP
                    AND WS-ENV-T-TIPO(WS-IDX) = WS-MOV-TIPO
                    AND WS-ENV-T-EFECTIVA(WS-IDX) = WS-MOV-EFECTIVA
                    MOVE 'S' TO WS-YA-ENVIADO
                END-IF
            END-PERFORM
            IF YA-ENVIADO
                GO TO 050-PROCESAR-MOVIMIENTO-SAL
            END-IF
            ADD 1 TO WS-TOT-LEIDOS
            MOVE SPACES TO WS-MOTIVO
            MOVE ZEROS TO WS-SDI
            MOVE WS-MOV-EMP TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    MOVE 'EMPLEADO NO EXISTE' TO WS-MOTIVO
            END-READ
            IF WS-MOTIVO = SPACES
                MOVE WS-MOV-EMP TO CMP-EMP-ID
                READ F-COMPLEMENTO
                    INVALID KEY
                        MOVE SPACES TO CMP-NSS
                END-READ
                IF NOT CMP-OK
                    MOVE SPACES TO CMP-NSS
                END-IF
                IF CMP-NSS = SPACES
                    MOVE 'SIN NSS (CAPTURAR EN PRG01111)' TO WS-MOTIVO
                END-IF
            END-IF
            PERFORM 070-PLAZO-HABIL
               THRU
               070-PLAZO-HABIL-SAL
            IF WS-MOTIVO NOT = SPACES
                ADD 1 TO WS-TOT-EXCEPCIONES
                MOVE SPACES TO WS-LINEA-REP
                STRING WS-MOV-EMP ' ' WS-MOV-TIPO ' ' WS-MOV-EFECTIVA
                    ' ' '           ' '          EXCEPCION: '
                    WS-MOTIVO
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                MOVE WS-LINEA-REP TO REG-REPORTE
                WRITE REG-REPORTE
                GO TO 050-PROCESAR-MOVIMIENTO-SAL
            END-IF
            PERFORM 060-CALCULAR-SDI
               THRU
               060-CALCULAR-SDI-SAL
            MOVE SPACES TO WS-REG-LOTE
            MOVE '9' TO IDS-IDENTIFICADOR
            IF WS-MOV-COMPANIA > ZEROS
                MOVE WS-REGPAT-T(WS-MOV-COMPANIA) TO IDS-REGPAT
            ELSE
            IF REG-COMPANIA NUMERIC AND REG-COMPANIA > ZEROS
                MOVE WS-REGPAT-T(REG-COMPANIA) TO IDS-REGPAT
            ELSE
                MOVE WS-REGPAT-T(1) TO IDS-REGPAT
            END-IF
            END-IF
            MOVE CMP-NSS TO IDS-NSS
            MOVE REG-APE-PATERNO TO IDS-PATERNO
            MOVE REG-APE-MATERNO TO IDS-MATERNO
            MOVE REG-NOMBRE TO IDS-NOMBRE
            IF WS-SDI > 9999.99
                MOVE 9999.99 TO IDS-SDI
            ELSE
                MOVE WS-SDI TO IDS-SDI
            END-IF
            MOVE CMP-TIPO-TRAB TO IDS-TIPO-TRAB
            IF IDS-TIPO-TRAB = SPACE
                MOVE '1' TO IDS-TIPO-TRAB
            END-IF
            MOVE CMP-TIPO-SALARIO TO IDS-TIPO-SALARIO
            IF IDS-TIPO-SALARIO = SPACE
                MOVE '0' TO IDS-TIPO-SALARIO
            END-IF
            MOVE CMP-JORNADA TO IDS-JORNADA
            IF IDS-JORNADA = SPACE
                MOVE '0' TO IDS-JORNADA
            END-IF
            MOVE WS-EFE-DIA TO IDS-FEC-DIA
            MOVE WS-EFE-MES TO IDS-FEC-MES
            MOVE WS-EFE-ANHO TO IDS-FEC-ANHO
            MOVE CMP-UMF TO IDS-UMF
            MOVE WS-MOV-TIPO TO IDS-TIPO-MOV
            MOVE WS-GUIA TO IDS-GUIA
            MOVE WS-MOV-EMP TO IDS-CLAVE-TRAB
            MOVE WS-MOV-CAUSA TO IDS-CAUSA-BAJA
            MOVE REG-CURP TO IDS-CURP
            MOVE WS-REG-LOTE TO REG-LOTE
            WRITE REG-LOTE
            MOVE WS-MOV-EMP TO ENV-EMP
            MOVE WS-MOV-TIPO TO ENV-TIPO
            MOVE WS-MOV-EFECTIVA TO ENV-EFECTIVA
            MOVE WS-FECHA-HOY TO ENV-FECHA
            MOVE WS-GUIA TO ENV-GUIA
            MOVE CMP-NSS TO ENV-NSS
            MOVE WS-REG-ENVIADO TO REG-ENVIADO
            WRITE REG-ENVIADO
            IF WS-ENV-NUM < 9000
                ADD 1 TO WS-ENV-NUM
                MOVE WS-MOV-EMP TO WS-ENV-T-EMP(WS-ENV-NUM)
                MOVE WS-MOV-TIPO TO WS-ENV-T-TIPO(WS-ENV-NUM)
                MOVE WS-MOV-EFECTIVA TO WS-ENV-T-EFECTIVA(WS-ENV-NUM)
            END-IF
            ADD 1 TO WS-TOT-ENVIADOS
            EVALUATE TRUE
                WHEN MOV-ALTA
                    ADD 1 TO WS-TOT-ALTAS
                WHEN MOV-BAJA
                    ADD 1 TO WS-TOT-BAJAS
                WHEN OTHER
                    ADD 1 TO WS-TOT-SALARIOS
            END-EVALUATE
            MOVE WS-SDI TO WS-ED-SDI
            MOVE SPACES TO WS-LINEA-REP
            IF MOV-VENCIDO
                STRING WS-MOV-EMP ' ' WS-MOV-TIPO ' ' WS-MOV-EFECTIVA
                    ' ' CMP-NSS ' ' WS-ED-SDI '  ENVIADO FUERA DE PLAZO'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
            ELSE
                STRING WS-MOV-EMP ' ' WS-MOV-TIPO ' ' WS-MOV-EFECTIVA
                    ' ' CMP-NSS ' ' WS-ED-SDI '  ENVIADO'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
            END-IF
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       050-PROCESAR-MOVIMIENTO-SAL.
            EXIT.

       060-CALCULAR-SDI.
      *    SDI vigente de la historia a la fecha efectiva; si no hay,
      *    o es menor que el fijo del salario actual, se usa el fijo
      *    con el factor de integracion (mismo calculo de PRG01107)
            MOVE ZEROS TO WS-SDI-HISTORIA
            CALL 'PRG01108' USING WS-MOV-EMP WS-MOV-EFECTIVA
                WS-SDI-HISTORIA WS-SDI-HAY
            EVALUATE TRUE
                WHEN FREC-SEMANAL
                    COMPUTE WS-SALARIO-DIARIO = REG-SALARIO / 7
                WHEN FREC-MENSUAL
                    COMPUTE WS-SALARIO-DIARIO = REG-SALARIO / 30
                WHEN OTHER
                    COMPUTE WS-SALARIO-DIARIO = REG-SALARIO / 15
            END-EVALUATE
            MOVE ZEROS TO WS-ANTIGUEDAD
            IF WS-EFE-ANHO > REG-ING-ANHO
                COMPUTE WS-ANTIGUEDAD = WS-EFE-ANHO - REG-ING-ANHO
                IF WS-EFE-MES < REG-ING-MES
                    OR (WS-EFE-MES = REG-ING-MES
                        AND WS-EFE-DIA < REG-ING-DIA)
                    SUBTRACT 1 FROM WS-ANTIGUEDAD
                END-IF
            END-IF
            CALL 'PRG01094' USING EMP-ID-REG WS-ANHOS-PUENTE
            ADD WS-ANHOS-PUENTE TO WS-ANTIGUEDAD
            EVALUATE TRUE
                WHEN WS-ANTIGUEDAD < 1
                    MOVE 12 TO WS-DIAS-VAC
                WHEN WS-ANTIGUEDAD < 5
                    COMPUTE WS-DIAS-VAC = 12 + (2 * WS-ANTIGUEDAD)
                WHEN OTHER
                    COMPUTE WS-BLOQUES = (WS-ANTIGUEDAD - 5) / 5
                    COMPUTE WS-DIAS-VAC = 20 + (2 * (WS-BLOQUES + 1))
            END-EVALUATE
            COMPUTE WS-FACTOR ROUNDED = 1
                + ((15 + (WS-DIAS-VAC * 25 / 100)) / 365)
            COMPUTE WS-SDI-FIJO ROUNDED =
                WS-SALARIO-DIARIO * WS-FACTOR
            MOVE WS-SDI-FIJO TO WS-SDI
            IF SDI-ENCONTRADO AND WS-SDI-HISTORIA > WS-SDI-FIJO
                MOVE WS-SDI-HISTORIA TO WS-SDI
            END-IF.
       060-CALCULAR-SDI-SAL.
            EXIT.

       070-PLAZO-HABIL.
      *    Dias habiles transcurridos despues de la fecha efectiva y
      *    hasta hoy; pasado el plazo el movimiento queda vencido
            MOVE 'N' TO WS-VENCIDO
            MOVE ZEROS TO WS-BD-CONTADOR
            IF WS-MOV-EFECTIVA >= WS-FECHA-HOY
                OR WS-EFE-MES < 1 OR WS-EFE-MES > 12
                GO TO 070-PLAZO-HABIL-SAL
            END-IF
            IF WS-EFE-MES < 3
                COMPUTE WS-Z-MES = WS-EFE-MES + 12
                COMPUTE WS-Z-ANO = WS-EFE-ANHO - 1
            ELSE
                MOVE WS-EFE-MES TO WS-Z-MES
                MOVE WS-EFE-ANHO TO WS-Z-ANO
            END-IF
            DIVIDE WS-Z-ANO BY 100 GIVING WS-Z-SIGLO
            COMPUTE WS-Z-ANOSIGLO = WS-Z-ANO - (WS-Z-SIGLO * 100)
            COMPUTE WS-Z-T1 = (13 * (WS-Z-MES + 1)) / 5
            COMPUTE WS-Z-T2 = WS-Z-ANOSIGLO / 4
            COMPUTE WS-Z-T3 = WS-Z-SIGLO / 4
            COMPUTE WS-Z-SUMA = WS-EFE-DIA + WS-Z-T1 + WS-Z-ANOSIGLO
                + WS-Z-T2 + WS-Z-T3 + (5 * WS-Z-SIGLO)
            DIVIDE WS-Z-SUMA BY 7 GIVING WS-Z-COC
                REMAINDER WS-BD-DOW
      *    0=Sabado, 1=Domingo, 2=Lunes ... 6=Viernes
            MOVE WS-EFE-DIA TO WS-BD-DIA
            MOVE WS-EFE-MES TO WS-BD-MES
            MOVE WS-EFE-ANHO TO WS-BD-ANO
            MOVE WS-MOV-EFECTIVA TO WS-BD-FECHA
            PERFORM UNTIL WS-BD-FECHA >= WS-FECHA-HOY
                OR WS-BD-CONTADOR > WS-PLAZO-DIAS
                PERFORM 075-AVANZAR-UN-DIA
                   THRU
                   075-AVANZAR-UN-DIA-SAL
                IF WS-BD-DOW NOT = 0 AND WS-BD-DOW NOT = 1
                    CALL 'PRG01044' USING WS-BD-DIA WS-BD-MES
                        WS-BD-ANO WS-ES-FERIADO
                    IF NOT BD-ES-FERIADO
                        ADD 1 TO WS-BD-CONTADOR
                    END-IF
                END-IF
            END-PERFORM
            IF WS-BD-CONTADOR > WS-PLAZO-DIAS
                MOVE 'S' TO WS-VENCIDO
                ADD 1 TO WS-TOT-VENCIDOS
                IF WS-VEN-NUM < 2000
                    ADD 1 TO WS-VEN-NUM
                    MOVE WS-MOV-EMP TO WS-VEN-T-EMP(WS-VEN-NUM)
                    MOVE WS-MOV-TIPO TO WS-VEN-T-TIPO(WS-VEN-NUM)
                    MOVE WS-MOV-EFECTIVA
                        TO WS-VEN-T-EFECTIVA(WS-VEN-NUM)
                    MOVE WS-BD-CONTADOR
                        TO WS-VEN-T-HABILES(WS-VEN-NUM)
                END-IF
            END-IF.
       070-PLAZO-HABIL-SAL.
            EXIT.

       075-AVANZAR-UN-DIA.
      *    Avanza la fecha de trabajo un dia de calendario, con
      *    febrero ajustado en años bisiestos (regla 4/100/400)
            MOVE WS-DIAS-MES-OCC(WS-BD-MES) TO WS-BD-DIAS-MES
            IF WS-BD-MES = 2
                DIVIDE WS-BD-ANO BY 4 GIVING WS-BD-COC
                    REMAINDER WS-BD-RES
                IF WS-BD-RES = 0
                    DIVIDE WS-BD-ANO BY 100 GIVING WS-BD-COC
                        REMAINDER WS-BD-RES
                    IF WS-BD-RES = 0
                        DIVIDE WS-BD-ANO BY 400 GIVING WS-BD-COC
                            REMAINDER WS-BD-RES
                        IF WS-BD-RES = 0
                            MOVE 29 TO WS-BD-DIAS-MES
                        END-IF
                    ELSE
                        MOVE 29 TO WS-BD-DIAS-MES
                    END-IF
                END-IF
            END-IF
            IF WS-BD-DIA < WS-BD-DIAS-MES
                ADD 1 TO WS-BD-DIA
            ELSE
                MOVE 01 TO WS-BD-DIA
                IF WS-BD-MES < 12
                    ADD 1 TO WS-BD-MES
                ELSE
                    MOVE 01 TO WS-BD-MES
                    ADD 1 TO WS-BD-ANO
                END-IF
            END-IF
            COMPUTE WS-BD-FECHA = (WS-BD-ANO * 10000)
                + (WS-BD-MES * 100) + WS-BD-DIA
            IF WS-BD-DOW = 6
                MOVE 0 TO WS-BD-DOW
            ELSE
                ADD 1 TO WS-BD-DOW
            END-IF.
       075-AVANZAR-UN-DIA-SAL.
            EXIT.

       090-TOTALES.
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'MOVIMIENTOS FUERA DEL PLAZO DE CINCO DIAS HABILES'
                TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-VEN-NUM
                MOVE SPACES TO WS-LINEA-REP
                STRING WS-VEN-T-EMP(WS-IDX) ' '
                    WS-VEN-T-TIPO(WS-IDX) ' '
                    WS-VEN-T-EFECTIVA(WS-IDX)
                    '  MAS DE ' WS-PLAZO-DIAS ' DIAS HABILES'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                MOVE WS-LINEA-REP TO REG-REPORTE
                WRITE REG-REPORTE
            END-PERFORM
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'PENDIENTES LEIDOS: ' WS-TOT-LEIDOS
                '  ENVIADOS: ' WS-TOT-ENVIADOS
                ' (ALTAS ' WS-TOT-ALTAS ' BAJAS ' WS-TOT-BAJAS
                ' SALARIO ' WS-TOT-SALARIOS ')'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'EXCEPCIONES: ' WS-TOT-EXCEPCIONES
                '  VENCIDOS: ' WS-TOT-VENCIDOS
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       090-TOTALES-SAL.
            EXIT.

       END PROGRAM PRG01112.
