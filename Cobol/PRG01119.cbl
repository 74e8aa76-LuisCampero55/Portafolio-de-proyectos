       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01119.
      *  Impuesto sobre nominas del mes: recorre los cheques de
      *  REGCHEQ.DAT con fecha dentro del mes pedido (sin cancelados,
      *  pendientes de aprobacion ni pagos a beneficiarios de
      *  pension, que ya cuentan en el cheque del empleado) y
      *  acumula el bruto por compañia (CHQ-COMPANIA, cero es la 01)
      *  y estado del centro de trabajo; el centro es el de EMPCOMP
      *  del empleado o en su defecto el de su departamento en
      *  DEPTOS.DAT, y el estado sale del catalogo SITIOS.TXT de
      *  PRG01118; a cada renglon aplica la tasa de ISNTASA.TXT del
      *  estado con la vigencia mas reciente no posterior al fin del
      *  mes; la declaracion sale a ISNDECL.TXT (lo que no tiene
      *  centro o tasa queda en renglon aparte para corregirse antes
      *  de declarar) y la provision a ISNPOL.TXT con el trazado de
      *  la poliza de PRG01063: cargo al gasto GASTOISN y abono al
      *  pasivo ISNPAGAR por compañia y estado - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGISTRO ASSIGN TO "REGCHEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS WS-STATUS-REGISTRO.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-COMPLEMENTO ASSIGN TO "EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-STATUS-COMPLEMENTO.
           SELECT F-DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPTOS.
           SELECT F-SITIOS ASSIGN TO "SITIOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SITIOS.
           SELECT F-ISNTASA ASSIGN TO "ISNTASA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ISNTASA.
           SELECT F-REPORTE ASSIGN TO "ISNDECL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-POLIZA ASSIGN TO "ISNPOL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-COMPLEMENTO.
       COPY EMPCOMP.
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       FD  F-SITIOS.
       01 REG-SITIO                  PIC X(36).
       FD  F-ISNTASA.
       01 REG-ISNTASA                PIC X(16).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       FD  F-POLIZA.
       01 REG-POLIZA                 PIC X(69).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-EMPLEADOS-ABIERTO       PIC X VALUE 'N'.
           88 EMPLEADOS-ABIERTO      VALUE 'S'.
       01 WS-STATUS-COMPLEMENTO      PIC XX VALUE '00'.
           88 CMP-OK                 VALUE '00'.
       01 WS-COMPLEMENTO-ABIERTO     PIC X VALUE 'N'.
           88 COMPLEMENTO-ABIERTO    VALUE 'S'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
       01 WS-DEPTOS-ABIERTO          PIC X VALUE 'N'.
           88 DEPTOS-ABIERTO         VALUE 'S'.
       01 WS-STATUS-SITIOS           PIC XX VALUE '00'.
       01 WS-STATUS-ISNTASA          PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-ANHO-SEL                PIC 9(4) VALUE ZEROS.
       01 WS-MES-SEL                 PIC 99 VALUE ZEROS.
       01 WS-FECHA-DESDE             PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-HASTA             PIC 9(8) VALUE ZEROS.
       01 WS-RENGLON-SITIO.
           05 SIT-SITIO              PIC X(4).
           05 SIT-DESCRIPCION        PIC X(30).
           05 SIT-ESTADO             PIC 99.
       01 WS-RENGLON-TASA.
           05 TAS-ESTADO             PIC 99.
           05 TAS-VIGENCIA           PIC 9(8).
           05 TAS-TASA               PIC 99V9999.
      *    Catalogo de centros en memoria; un centro repetido se
      *    queda con el ultimo renglon
       01 WS-TABLA-SITIOS.
           05 WS-SIT-NUM             PIC 9(3) VALUE ZEROS.
           05 WS-SIT-ENT OCCURS 500 TIMES.
               10 WS-SIT-T-SITIO     PIC X(4).
               10 WS-SIT-T-ESTADO    PIC 99.
      *    Tasa vigente por estado, posicion = clave INEGI
       01 WS-TABLA-TASAS.
           05 WS-TAS-ENT OCCURS 32 TIMES.
               10 WS-TAS-T-VIGENCIA  PIC 9(8).
               10 WS-TAS-T-TASA      PIC 99V9999.
      *    Acumulado por compañia y estado; estado cero es sin centro
       01 WS-TABLA-ISN.
           05 WS-ISN-NUM             PIC 9(3) VALUE ZEROS.
           05 WS-ISN-ENT OCCURS 400 TIMES.
               10 WS-ISN-T-COMPANIA  PIC 99.
               10 WS-ISN-T-ESTADO    PIC 99.
               10 WS-ISN-T-CHEQUES   PIC 9(6).
               10 WS-ISN-T-BASE      PIC 9(13)V99.
               10 WS-ISN-T-IMPUESTO  PIC 9(13)V99.
       01 WS-IDX                     PIC 9(3) VALUE ZEROS.
       01 WS-IDX-SIT                 PIC 9(3) VALUE ZEROS.
       01 WS-ENCONTRADO              PIC X VALUE 'N'.
           88 ENCONTRADO             VALUE 'Y'.
       01 WS-COMPANIA                PIC 99 VALUE ZEROS.
       01 WS-SITIO                   PIC X(4) VALUE SPACES.
       01 WS-ESTADO                  PIC 99 VALUE ZEROS.
       01 WS-OBSERVACION             PIC X(24) VALUE SPACES.
       01 WS-TOTALES.
           05 WS-TOT-CHEQUES         PIC 9(6) VALUE ZEROS.
           05 WS-TOT-BASE            PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-IMPUESTO        PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-SIN-CENTRO      PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-SIN-TASA        PIC 9(13)V99 VALUE ZEROS.
       01 WS-REG-DETALLE.
           05 FILLER                 PIC X VALUE 'D'.
           05 POL-CUENTA             PIC X(8).
           05 POL-CONCEPTO           PIC X(30).
           05 POL-CARGO              PIC 9(13)V99.
           05 POL-ABONO              PIC 9(13)V99.
       01 WS-REG-ENCABEZADO.
           05 FILLER                 PIC X VALUE 'H'.
           05 POL-ENC-CORRIDA        PIC 9(6).
           05 POL-ENC-FECHA          PIC 9(8).
           05 FILLER                 PIC X(54) VALUE SPACES.
       01 WS-REG-FINAL.
           05 FILLER                 PIC X VALUE 'T'.
           05 POL-FIN-CARGOS         PIC 9(13)V99.
           05 POL-FIN-ABONOS         PIC 9(13)V99.
           05 FILLER                 PIC X(38) VALUE SPACES.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-EDITADOS.
           05 WS-ED-BASE             PIC Z(12)9.99.
           05 WS-ED-IMPUESTO         PIC Z(12)9.99.
           05 WS-ED-TASA             PIC Z9.9999.
       01 WS-LINEA-REP               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Impuesto sobre nominas del mes' UPON CONSOLE
            DISPLAY 'Año (AAAA): ' UPON CONSOLE
            ACCEPT WS-ANHO-SEL FROM CONSOLE
            DISPLAY 'Mes (1-12): ' UPON CONSOLE
            ACCEPT WS-MES-SEL FROM CONSOLE
            IF WS-MES-SEL < 1 OR WS-MES-SEL > 12
                DISPLAY 'Error: mes invalido' UPON CONSOLE
                GOBACK
            END-IF
      *    El 31 como tope de comparacion sirve para cualquier mes
            COMPUTE WS-FECHA-DESDE = (WS-ANHO-SEL * 10000)
                + (WS-MES-SEL * 100) + 1
            COMPUTE WS-FECHA-HASTA = (WS-ANHO-SEL * 10000)
                + (WS-MES-SEL * 100) + 31
            PERFORM 020-CARGAR-SITIOS
               THRU
               020-CARGAR-SITIOS-SAL
            PERFORM 025-CARGAR-TASAS
               THRU
               025-CARGAR-TASAS-SAL
            PERFORM 030-ACUMULAR-CHEQUES
               THRU
               030-ACUMULAR-CHEQUES-SAL
            IF WS-ISN-NUM = ZEROS
                DISPLAY 'No hay cheques en el mes' UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 050-ESCRIBIR-DECLARACION
               THRU
               050-ESCRIBIR-DECLARACION-SAL
            PERFORM 060-ESCRIBIR-POLIZA
               THRU
               060-ESCRIBIR-POLIZA-SAL
            MOVE WS-TOT-IMPUESTO TO WS-ED-IMPUESTO
            DISPLAY 'ISN del mes: ' WS-ED-IMPUESTO UPON CONSOLE
            IF WS-TOT-SIN-CENTRO > ZEROS OR WS-TOT-SIN-TASA > ZEROS
                DISPLAY 'AVISO: hay nomina sin centro de trabajo o '
                    'sin tasa; revise ISNDECL.TXT' UPON CONSOLE
            END-IF
            DISPLAY 'Declaracion en ISNDECL.TXT, provision en '
                'ISNPOL.TXT' UPON CONSOLE
            GOBACK.

       020-CARGAR-SITIOS.
            MOVE ZEROS TO WS-SIT-NUM
            OPEN INPUT F-SITIOS
            IF WS-STATUS-SITIOS NOT = '00'
                DISPLAY 'AVISO: no hay catalogo de centros de trabajo '
                    '(SITIOS.TXT)' UPON CONSOLE
                GO TO 020-CARGAR-SITIOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-SITIOS INTO WS-RENGLON-SITIO
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        MOVE 'N' TO WS-ENCONTRADO
                        PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
                            UNTIL WS-IDX-SIT > WS-SIT-NUM
                                OR ENCONTRADO
                            IF WS-SIT-T-SITIO(WS-IDX-SIT) = SIT-SITIO
                                MOVE 'Y' TO WS-ENCONTRADO
                                MOVE SIT-ESTADO
                                    TO WS-SIT-T-ESTADO(WS-IDX-SIT)
                            END-IF
                        END-PERFORM
                        IF NOT ENCONTRADO AND WS-SIT-NUM < 500
                            ADD 1 TO WS-SIT-NUM
                            MOVE SIT-SITIO
                                TO WS-SIT-T-SITIO(WS-SIT-NUM)
                            MOVE SIT-ESTADO
                                TO WS-SIT-T-ESTADO(WS-SIT-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-SITIOS.
       020-CARGAR-SITIOS-SAL.
            EXIT.

       025-CARGAR-TASAS.
      *    A igual vigencia gana el ultimo renglon
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 32
                MOVE ZEROS TO WS-TAS-T-VIGENCIA(WS-IDX)
                MOVE ZEROS TO WS-TAS-T-TASA(WS-IDX)
            END-PERFORM
            OPEN INPUT F-ISNTASA
            IF WS-STATUS-ISNTASA NOT = '00'
                DISPLAY 'AVISO: no hay tabla de tasas (ISNTASA.TXT)'
                    UPON CONSOLE
                GO TO 025-CARGAR-TASAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-ISNTASA INTO WS-RENGLON-TASA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF TAS-ESTADO > ZEROS AND TAS-ESTADO < 33
                            AND TAS-VIGENCIA NOT > WS-FECHA-HASTA
                            IF TAS-VIGENCIA NOT <
                                WS-TAS-T-VIGENCIA(TAS-ESTADO)
                                MOVE TAS-VIGENCIA
                                    TO WS-TAS-T-VIGENCIA(TAS-ESTADO)
                                MOVE TAS-TASA
                                    TO WS-TAS-T-TASA(TAS-ESTADO)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-ISNTASA.
       025-CARGAR-TASAS-SAL.
            EXIT.

       030-ACUMULAR-CHEQUES.
            OPEN INPUT F-REGISTRO
            IF NOT REGISTRO-OK
                DISPLAY 'Error: no se pudo abrir el registro de '
                    'cheques, status ' WS-STATUS-REGISTRO UPON CONSOLE
                GOBACK
            END-IF
            OPEN INPUT F-EMPLEADOS
            MOVE 'N' TO WS-EMPLEADOS-ABIERTO
            IF EMP-OK
                MOVE 'S' TO WS-EMPLEADOS-ABIERTO
            END-IF
            OPEN INPUT F-COMPLEMENTO
            MOVE 'N' TO WS-COMPLEMENTO-ABIERTO
            IF CMP-OK
                MOVE 'S' TO WS-COMPLEMENTO-ABIERTO
            END-IF
            OPEN INPUT F-DEPTOS
            MOVE 'N' TO WS-DEPTOS-ABIERTO
            IF DEP-OK
                MOVE 'S' TO WS-DEPTOS-ABIERTO
            END-IF
            MOVE ZEROS TO WS-ISN-NUM
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGISTRO NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF CHQ-FECHA NOT < WS-FECHA-DESDE
                            AND CHQ-FECHA NOT > WS-FECHA-HASTA
                            AND NOT CHQ-CANCELADO
                            AND NOT CHQ-PENDIENTE
                            AND NOT CHQ-PAGO-PENSION
                            PERFORM 040-ACUMULAR-CHEQUE
                               THRU
                               040-ACUMULAR-CHEQUE-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-REGISTRO
            IF EMPLEADOS-ABIERTO
                CLOSE F-EMPLEADOS
            END-IF
            IF COMPLEMENTO-ABIERTO
                CLOSE F-COMPLEMENTO
            END-IF
            IF DEPTOS-ABIERTO
                CLOSE F-DEPTOS
            END-IF.
       030-ACUMULAR-CHEQUES-SAL.
            EXIT.

       040-ACUMULAR-CHEQUE.
            MOVE CHQ-COMPANIA TO WS-COMPANIA
            IF CHQ-COMPANIA NOT NUMERIC OR WS-COMPANIA = ZEROS
                MOVE 01 TO WS-COMPANIA
            END-IF
      *    Centro del expediente complementario; en blanco, el del
      *    departamento del empleado
            MOVE SPACES TO WS-SITIO
            IF COMPLEMENTO-ABIERTO
                MOVE CHQ-EMP-ID TO CMP-EMP-ID
                READ F-COMPLEMENTO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CMP-SITIO TO WS-SITIO
                END-READ
            END-IF
            IF WS-SITIO = SPACES AND EMPLEADOS-ABIERTO
                AND DEPTOS-ABIERTO
                MOVE CHQ-EMP-ID TO EMP-ID-REG
                READ F-EMPLEADOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE REG-DEPTO TO DEP-CODIGO
                        READ F-DEPTOS
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE DEP-SITIO TO WS-SITIO
                        END-READ
                END-READ
            END-IF
            MOVE ZEROS TO WS-ESTADO
            IF WS-SITIO NOT = SPACES
                MOVE 'N' TO WS-ENCONTRADO
                PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
                    UNTIL WS-IDX-SIT > WS-SIT-NUM OR ENCONTRADO
                    IF WS-SIT-T-SITIO(WS-IDX-SIT) = WS-SITIO
                        MOVE 'Y' TO WS-ENCONTRADO
                        MOVE WS-SIT-T-ESTADO(WS-IDX-SIT) TO WS-ESTADO
                    END-IF
                END-PERFORM
            END-IF
            IF WS-ESTADO > 32
                MOVE ZEROS TO WS-ESTADO
            END-IF
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-ISN-NUM OR ENCONTRADO
                IF WS-ISN-T-COMPANIA(WS-IDX) = WS-COMPANIA
                    AND WS-ISN-T-ESTADO(WS-IDX) = WS-ESTADO
                    MOVE 'Y' TO WS-ENCONTRADO
                    ADD 1 TO WS-ISN-T-CHEQUES(WS-IDX)
                    ADD CHQ-BRUTO TO WS-ISN-T-BASE(WS-IDX)
                END-IF
            END-PERFORM
            IF NOT ENCONTRADO AND WS-ISN-NUM < 400
                ADD 1 TO WS-ISN-NUM
                MOVE WS-COMPANIA TO WS-ISN-T-COMPANIA(WS-ISN-NUM)
                MOVE WS-ESTADO TO WS-ISN-T-ESTADO(WS-ISN-NUM)
                MOVE 1 TO WS-ISN-T-CHEQUES(WS-ISN-NUM)
                MOVE CHQ-BRUTO TO WS-ISN-T-BASE(WS-ISN-NUM)
                MOVE ZEROS TO WS-ISN-T-IMPUESTO(WS-ISN-NUM)
            END-IF.
       040-ACUMULAR-CHEQUE-SAL.
            EXIT.

       050-ESCRIBIR-DECLARACION.
            OPEN OUTPUT F-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'IMPUESTO SOBRE NOMINAS  ' WS-ANHO-SEL '-'
                WS-MES-SEL '  (' WS-FECHA-DESDE ' A '
                WS-FECHA-HASTA ')'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'CIA EDO CHEQUES  BASE GRAVABLE (BRUTO)    TASA %'
                '          IMPUESTO OBSERVACION'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-ISN-NUM
                PERFORM 055-ESCRIBIR-RENGLON
                   THRU
                   055-ESCRIBIR-RENGLON-SAL
            END-PERFORM
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-TOT-BASE TO WS-ED-BASE
            MOVE WS-TOT-IMPUESTO TO WS-ED-IMPUESTO
            MOVE SPACES TO WS-LINEA-REP
            STRING 'TOTAL CHEQUES ' WS-TOT-CHEQUES '  BASE '
                WS-ED-BASE '  IMPUESTO ' WS-ED-IMPUESTO
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-TOT-SIN-CENTRO TO WS-ED-BASE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'BRUTO SIN CENTRO DE TRABAJO (NO DECLARADO): '
                WS-ED-BASE
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-TOT-SIN-TASA TO WS-ED-BASE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'BRUTO EN ESTADOS SIN TASA (NO DECLARADO): '
                '  ' WS-ED-BASE
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            CLOSE F-REPORTE.
       050-ESCRIBIR-DECLARACION-SAL.
            EXIT.

       055-ESCRIBIR-RENGLON.
            MOVE SPACES TO WS-OBSERVACION
            MOVE ZEROS TO WS-ED-TASA
            MOVE WS-ISN-T-ESTADO(WS-IDX) TO WS-ESTADO
            ADD WS-ISN-T-CHEQUES(WS-IDX) TO WS-TOT-CHEQUES
            ADD WS-ISN-T-BASE(WS-IDX) TO WS-TOT-BASE
            EVALUATE TRUE
                WHEN WS-ESTADO = ZEROS
                    MOVE 'SIN CENTRO DE TRABAJO' TO WS-OBSERVACION
                    ADD WS-ISN-T-BASE(WS-IDX) TO WS-TOT-SIN-CENTRO
                WHEN WS-TAS-T-VIGENCIA(WS-ESTADO) = ZEROS
                    MOVE 'SIN TASA VIGENTE' TO WS-OBSERVACION
                    ADD WS-ISN-T-BASE(WS-IDX) TO WS-TOT-SIN-TASA
                WHEN OTHER
                    MOVE WS-TAS-T-TASA(WS-ESTADO) TO WS-ED-TASA
                    COMPUTE WS-ISN-T-IMPUESTO(WS-IDX) ROUNDED =
                        WS-ISN-T-BASE(WS-IDX)
                        * WS-TAS-T-TASA(WS-ESTADO) / 100
                    ADD WS-ISN-T-IMPUESTO(WS-IDX) TO WS-TOT-IMPUESTO
            END-EVALUATE
            MOVE WS-ISN-T-BASE(WS-IDX) TO WS-ED-BASE
            MOVE WS-ISN-T-IMPUESTO(WS-IDX) TO WS-ED-IMPUESTO
            MOVE SPACES TO WS-LINEA-REP
            STRING ' ' WS-ISN-T-COMPANIA(WS-IDX) '  '
                WS-ISN-T-ESTADO(WS-IDX) '  '
                WS-ISN-T-CHEQUES(WS-IDX) '  ' WS-ED-BASE '  '
                WS-ED-TASA '  ' WS-ED-IMPUESTO ' ' WS-OBSERVACION
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       055-ESCRIBIR-RENGLON-SAL.
            EXIT.

       060-ESCRIBIR-POLIZA.
      *    Provision: cargo y abono por el mismo importe en cada
      *    renglon, asi que la poliza siempre balancea
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            OPEN OUTPUT F-POLIZA
            COMPUTE POL-ENC-CORRIDA = (WS-ANHO-SEL * 100) + WS-MES-SEL
            MOVE WS-FECHA-SIS TO POL-ENC-FECHA
            MOVE WS-REG-ENCABEZADO TO REG-POLIZA
            WRITE REG-POLIZA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-ISN-NUM
                IF WS-ISN-T-IMPUESTO(WS-IDX) > ZEROS
                    MOVE SPACES TO POL-CONCEPTO
                    STRING 'ISN CIA ' WS-ISN-T-COMPANIA(WS-IDX)
                        ' EDO ' WS-ISN-T-ESTADO(WS-IDX)
                        DELIMITED BY SIZE
                        INTO POL-CONCEPTO
                    MOVE 'GASTOISN' TO POL-CUENTA
                    MOVE WS-ISN-T-IMPUESTO(WS-IDX) TO POL-CARGO
                    MOVE ZEROS TO POL-ABONO
                    MOVE WS-REG-DETALLE TO REG-POLIZA
                    WRITE REG-POLIZA
                    MOVE 'ISNPAGAR' TO POL-CUENTA
                    MOVE ZEROS TO POL-CARGO
                    MOVE WS-ISN-T-IMPUESTO(WS-IDX) TO POL-ABONO
                    MOVE WS-REG-DETALLE TO REG-POLIZA
                    WRITE REG-POLIZA
                END-IF
            END-PERFORM
            MOVE WS-TOT-IMPUESTO TO POL-FIN-CARGOS
            MOVE WS-TOT-IMPUESTO TO POL-FIN-ABONOS
            MOVE WS-REG-FINAL TO REG-POLIZA
            WRITE REG-POLIZA
            CLOSE F-POLIZA.
       060-ESCRIBIR-POLIZA-SAL.
            EXIT.

       END PROGRAM PRG01119.
