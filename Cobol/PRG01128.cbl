       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01128.
      *  Seguro de vida de grupo: tabla de la poliza por vigencia
      *  (POLIZAVG.TXT; las vigencias no se modifican, se agrega una
      *  nueva y a igual vigencia gana la ultima capturada, cada alta
      *  queda en TABAUD.TXT via PRG01095) con numero de poliza,
      *  aseguradora, suma asegurada en meses de salario, tasa
      *  mensual al millar y porcentaje de la prima a cargo del
      *  empleado (el resto lo paga la empresa); la corrida mensual
      *  calcula por empleado activo el salario mensual (REG-SALARIO
      *  del periodo por 30 entre 7, 15 o 30 dias segun la
      *  frecuencia), la suma asegurada y la prima, asienta la cuota
      *  del empleado como recurrente SVGM de RECURR.TXT (catalogo
      *  CONCEPTO.TXT de PRG01102; la cuota mensual repartida por
      *  pago segun la frecuencia, vigente del primero al ultimo dia
      *  del mes, sin duplicar al repetir la corrida), escribe la
      *  relacion de asegurados para la aseguradora (SVGREL.TXT) con
      *  los beneficiarios de DEPENDTS.TXT (PRG01083) y lista en
      *  SVGEXC.TXT a los empleados cuyos porcentajes de beneficiario
      *  no suman 100 - LCG 15 OCT 26
      *  Trazado de POLIZAVG.TXT: VIGENCIA(8 AAAAMMDD) POLIZA(15)
      *  ASEGURADORA(30) MESES(2) TASA(7 con 4 dec, al millar)
      *  PCT-EMPLEADO(5 con 2 dec)
      *  Trazado de SVGREL.TXT: encabezado H POLIZA(15)
      *  ASEGURADORA(30) PERIODO(6 AAAAMM) FECHA(8) MESES(2) TASA(7);
      *  detalle D EMP(6) PATERNO(20) MATERNO(20) NOMBRE(20) NAC(8)
      *  RFC(13) CURP(18) SALARIO-MENSUAL(11 con 2 dec) SUMA(13 con
      *  2 dec) PRIMA(11 con 2 dec) CUOTA-EMPLEADO(11 con 2 dec)
      *  CUOTA-EMPRESA(11 con 2 dec); beneficiario B EMP(6)
      *  NOMBRE(40) PARENTESCO(10) NAC(8) PCT(3); final T
      *  ASEGURADOS(8) BENEFICIARIOS(8) SUMA(15 con 2 dec)
      *  PRIMA(13 con 2 dec) EXCEPCIONES(8)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-POLIZAS ASSIGN TO "POLIZAVG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POLIZAS.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-DEPENDIENTES ASSIGN TO "DEPENDTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPENDIENTES.
           SELECT F-CONCEPTOS ASSIGN TO "CONCEPTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONCEPTOS.
           SELECT F-RECURRENTES ASSIGN TO "RECURR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RECURRENTES.
           SELECT F-RELACION ASSIGN TO "SVGREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-EXCEPCIONES ASSIGN TO "SVGEXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-POLIZAS.
       01 REG-POLIZA                 PIC X(67).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-DEPENDIENTES.
       01 REG-DEPENDIENTE            PIC X(67).
       FD  F-CONCEPTOS.
       01 REG-CONCEPTO               PIC X(35).
       FD  F-RECURRENTES.
       01 REG-RECURRENTE             PIC X(40).
       FD  F-RELACION.
       01 REG-RELACION               PIC X(170).
       FD  F-EXCEPCIONES.
       01 REG-EXCEPCION              PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-POLIZAS          PIC XX VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-DEPENDIENTES     PIC XX VALUE '00'.
       01 WS-STATUS-CONCEPTOS        PIC XX VALUE '00'.
       01 WS-STATUS-RECURRENTES      PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'L'.
           88 OPCION-ALTA            VALUE 'A'.
           88 OPCION-LISTAR          VALUE 'L'.
           88 OPCION-CORRIDA         VALUE 'C'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FIN-DEPENDIENTES        PIC X VALUE 'N'.
           88 FIN-DEPENDIENTES       VALUE 'Y'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 WS-CAPTURA.
           05 WS-DIA-CAP             PIC 99 VALUE ZEROS.
           05 WS-MES-CAP             PIC 99 VALUE ZEROS.
           05 WS-ANHO-CAP            PIC 9999 VALUE ZEROS.
           05 WS-CAP-ENTERO          PIC 9(3) VALUE ZEROS.
           05 WS-CAP-DECIMAL         PIC 9(4) VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-RENGLON-POL.
           05 POL-VIGENCIA           PIC 9(8).
           05 POL-NUMERO             PIC X(15).
           05 POL-ASEGURADORA        PIC X(30).
           05 POL-MESES              PIC 99.
           05 POL-TASA               PIC 9(3)V9(4).
           05 POL-PCT-EMPLEADO       PIC 9(3)V99.
      *    Poliza en vigor a una fecha: la de vigencia mas reciente
      *    que no pase de la fecha; a igual vigencia, la ultima
       01 WS-POLIZA-VIGENTE.
           05 WS-PV-VIGENCIA         PIC 9(8) VALUE ZEROS.
           05 WS-PV-NUMERO           PIC X(15) VALUE SPACES.
           05 WS-PV-ASEGURADORA      PIC X(30) VALUE SPACES.
           05 WS-PV-MESES            PIC 99 VALUE ZEROS.
           05 WS-PV-TASA             PIC 9(3)V9(4) VALUE ZEROS.
           05 WS-PV-PCT-EMPLEADO     PIC 9(3)V99 VALUE ZEROS.
           05 WS-HAY-POLIZA          PIC X VALUE 'N'.
               88 HAY-POLIZA         VALUE 'S'.
       01 WS-FECHA-POLIZA            PIC 9(8) VALUE ZEROS.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'POLIZAVG.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
       01 WS-RENGLON-CON.
           05 WS-CON-CODIGO          PIC X(4).
           05 WS-CON-TIPO            PIC X.
           05 WS-CON-DESCRIPCION     PIC X(30).
       01 WS-CONCEPTO-SVG            PIC X(4) VALUE 'SVGM'.
       01 WS-CONCEPTO-EXISTE         PIC X VALUE 'N'.
           88 CONCEPTO-EXISTE        VALUE 'S'.
       01 WS-RENGLON-REC.
           05 WS-REC-EMP             PIC 9(6).
           05 WS-REC-CODIGO          PIC X(4).
           05 WS-REC-MODO            PIC X.
           05 WS-REC-VALOR           PIC 9(11)V99.
           05 WS-REC-INICIO          PIC 9(8).
           05 WS-REC-FIN             PIC 9(8).
       01 WS-RENGLON-DEP.
           05 WS-DEP-EMP             PIC 9(6).
           05 WS-DEP-NOMBRE          PIC X(40).
           05 WS-DEP-PARENTESCO      PIC X(10).
           05 WS-DEP-NACIMIENTO      PIC 9(8).
           05 WS-DEP-PCT             PIC 999.
      *    Mes de la corrida
       01 WS-PERIODO.
           05 WS-PER-ANHO            PIC 9999 VALUE ZEROS.
           05 WS-PER-MES             PIC 99 VALUE ZEROS.
       01 WS-PERIODO-NUM REDEFINES WS-PERIODO
                                     PIC 9(6).
       01 WS-INICIO-MES              PIC 9(8) VALUE ZEROS.
       01 WS-FIN-MES                 PIC 9(8) VALUE ZEROS.
       01 WS-ULTIMO-DIA              PIC 99 VALUE ZEROS.
      *    Empleados que ya tienen la cuota del mes en RECURR.TXT
       01 WS-TABLA-APLICADOS.
           05 WS-APL-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-APL-EMP OCCURS 5000 TIMES
                                     PIC 9(6).
       01 WS-APL-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-YA-APLICADO             PIC X VALUE 'N'.
           88 YA-APLICADO            VALUE 'S'.
      *    Calculo por empleado
       01 WS-CALCULO.
           05 WS-DIAS-PERIODO        PIC 99 VALUE ZEROS.
           05 WS-SAL-MENSUAL         PIC 9(9)V99 VALUE ZEROS.
           05 WS-SUMA-ASEGURADA      PIC 9(11)V99 VALUE ZEROS.
           05 WS-PRIMA               PIC 9(9)V99 VALUE ZEROS.
           05 WS-CUOTA-EMP           PIC 9(9)V99 VALUE ZEROS.
           05 WS-CUOTA-CIA           PIC 9(9)V99 VALUE ZEROS.
           05 WS-CUOTA-PAGO          PIC 9(9)V99 VALUE ZEROS.
           05 WS-SUMA-PCT            PIC 9(4) VALUE ZEROS.
           05 WS-NUM-BENEF           PIC 9(3) VALUE ZEROS.
       01 WS-TOTALES.
           05 WS-TOT-ASEGURADOS      PIC 9(8) VALUE ZEROS.
           05 WS-TOT-BENEFICIARIOS   PIC 9(8) VALUE ZEROS.
           05 WS-TOT-SUMA            PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-PRIMA           PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-CUOTA-EMP       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-CUOTA-CIA       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-EXCEPCIONES     PIC 9(8) VALUE ZEROS.
           05 WS-TOT-ASENTADOS       PIC 9(8) VALUE ZEROS.
           05 WS-TOT-YA-ASENTADOS    PIC 9(8) VALUE ZEROS.
       01 WS-REG-ENCABEZADO.
           05 FILLER                 PIC X VALUE 'H'.
           05 ENC-POLIZA             PIC X(15).
           05 ENC-ASEGURADORA        PIC X(30).
           05 ENC-PERIODO            PIC 9(6).
           05 ENC-FECHA              PIC 9(8).
           05 ENC-MESES              PIC 99.
           05 ENC-TASA               PIC 9(3)V9(4).
           05 FILLER                 PIC X(101) VALUE SPACES.
       01 WS-REG-DETALLE.
           05 FILLER                 PIC X VALUE 'D'.
           05 DET-EMP-ID             PIC 9(6).
           05 DET-APE-PATERNO        PIC X(20).
           05 DET-APE-MATERNO        PIC X(20).
           05 DET-NOMBRE             PIC X(20).
           05 DET-NACIMIENTO.
               10 DET-NAC-ANHO       PIC 9999.
               10 DET-NAC-MES        PIC 99.
               10 DET-NAC-DIA        PIC 99.
           05 DET-RFC                PIC X(13).
           05 DET-CURP               PIC X(18).
           05 DET-SAL-MENSUAL        PIC 9(9)V99.
           05 DET-SUMA               PIC 9(11)V99.
           05 DET-PRIMA              PIC 9(9)V99.
           05 DET-CUOTA-EMP          PIC 9(9)V99.
           05 DET-CUOTA-CIA          PIC 9(9)V99.
           05 FILLER                 PIC X(7) VALUE SPACES.
       01 WS-REG-BENEFICIARIO.
           05 FILLER                 PIC X VALUE 'B'.
           05 BEN-EMP-ID             PIC 9(6).
           05 BEN-NOMBRE             PIC X(40).
           05 BEN-PARENTESCO         PIC X(10).
           05 BEN-NACIMIENTO         PIC 9(8).
           05 BEN-PCT                PIC 999.
           05 FILLER                 PIC X(102) VALUE SPACES.
       01 WS-REG-FINAL.
           05 FILLER                 PIC X VALUE 'T'.
           05 FIN-ASEGURADOS         PIC 9(8).
           05 FIN-BENEFICIARIOS      PIC 9(8).
           05 FIN-SUMA               PIC 9(13)V99.
           05 FIN-PRIMA              PIC 9(11)V99.
           05 FIN-EXCEPCIONES        PIC 9(8).
           05 FILLER                 PIC X(117) VALUE SPACES.
       01 WS-EDITADOS.
           05 WS-ED-TASA             PIC ZZ9.9999.
           05 WS-ED-PCT              PIC ZZ9.99.
           05 WS-ED-IMPORTE          PIC Z(10)9.99.
           05 WS-ED-PRIMA            PIC Z(10)9.99.
           05 WS-ED-CUOTA            PIC Z(10)9.99.
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
            DISPLAY 'Seguro de vida de grupo: (A)gregar vigencia de '
                'poliza, (L)istar polizas, (C)orrida mensual: '
                UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM 040-AGREGAR-VIGENCIA
                       THRU
                       040-AGREGAR-VIGENCIA-SAL
                WHEN OPCION-CORRIDA
                    PERFORM 050-CORRIDA-MENSUAL
                       THRU
                       050-CORRIDA-MENSUAL-SAL
                WHEN OTHER
                    PERFORM 030-LISTAR-POLIZAS
                       THRU
                       030-LISTAR-POLIZAS-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-LISTAR-POLIZAS.
            OPEN INPUT F-POLIZAS
            IF WS-STATUS-POLIZAS NOT = '00'
                DISPLAY 'Sin polizas registradas (POLIZAVG.TXT)'
                    UPON CONSOLE
                GO TO 030-LISTAR-POLIZAS-SAL
            END-IF
            DISPLAY 'VIGENCIA POLIZA          ASEGURADORA          '
                '          MESES  TASA AL MILLAR  PCT EMPLEADO'
                UPON CONSOLE
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-POLIZAS INTO WS-RENGLON-POL
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        MOVE POL-TASA TO WS-ED-TASA
                        MOVE POL-PCT-EMPLEADO TO WS-ED-PCT
                        DISPLAY POL-VIGENCIA ' ' POL-NUMERO ' '
                            POL-ASEGURADORA ' ' POL-MESES '  '
                            WS-ED-TASA '      ' WS-ED-PCT
                            UPON CONSOLE
                END-READ
            END-PERFORM
            CLOSE F-POLIZAS.
       030-LISTAR-POLIZAS-SAL.
            EXIT.

       040-AGREGAR-VIGENCIA.
            DISPLAY 'Dia de vigencia: ' UPON CONSOLE
            ACCEPT WS-DIA-CAP FROM CONSOLE
            DISPLAY 'Mes de vigencia: ' UPON CONSOLE
            ACCEPT WS-MES-CAP FROM CONSOLE
            DISPLAY 'Anho de vigencia: ' UPON CONSOLE
            ACCEPT WS-ANHO-CAP FROM CONSOLE
            CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP WS-ANHO-CAP
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Fecha invalida' UPON CONSOLE
                GO TO 040-AGREGAR-VIGENCIA-SAL
            END-IF
            COMPUTE POL-VIGENCIA = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP
      *    Lo vigente hasta ese dia sirve de antes para la auditoria
            MOVE POL-VIGENCIA TO WS-FECHA-POLIZA
            PERFORM 080-BUSCAR-POLIZA
               THRU
               080-BUSCAR-POLIZA-SAL
            MOVE WS-FECHA-POLIZA TO POL-VIGENCIA
            DISPLAY 'Numero de poliza: ' UPON CONSOLE
            ACCEPT POL-NUMERO FROM CONSOLE
            DISPLAY 'Aseguradora: ' UPON CONSOLE
            ACCEPT POL-ASEGURADORA FROM CONSOLE
            DISPLAY 'Suma asegurada en meses de salario (1-99): '
                UPON CONSOLE
            ACCEPT POL-MESES FROM CONSOLE
            DISPLAY 'Tasa mensual al millar, enteros: ' UPON CONSOLE
            ACCEPT WS-CAP-ENTERO FROM CONSOLE
            DISPLAY 'Tasa mensual al millar, diezmilesimos (4 '
                'digitos): ' UPON CONSOLE
            ACCEPT WS-CAP-DECIMAL FROM CONSOLE
            COMPUTE POL-TASA = WS-CAP-ENTERO
                + (WS-CAP-DECIMAL / 10000)
            DISPLAY 'Porcentaje de la prima a cargo del empleado '
                '(0-100): ' UPON CONSOLE
            ACCEPT WS-CAP-ENTERO FROM CONSOLE
            MOVE WS-CAP-ENTERO TO POL-PCT-EMPLEADO
            IF POL-NUMERO = SPACES OR POL-ASEGURADORA = SPACES
                DISPLAY 'Error: la poliza y la aseguradora son '
                    'obligatorias' UPON CONSOLE
                GO TO 040-AGREGAR-VIGENCIA-SAL
            END-IF
            IF POL-MESES = ZEROS OR POL-TASA = ZEROS
                DISPLAY 'Error: los meses de salario y la tasa son '
                    'obligatorios' UPON CONSOLE
                GO TO 040-AGREGAR-VIGENCIA-SAL
            END-IF
            IF POL-PCT-EMPLEADO > 100
                DISPLAY 'Error: el porcentaje del empleado pasa de '
                    '100' UPON CONSOLE
                GO TO 040-AGREGAR-VIGENCIA-SAL
            END-IF
            MOVE POL-TASA TO WS-ED-TASA
            MOVE POL-PCT-EMPLEADO TO WS-ED-PCT
            DISPLAY 'Vigencia ' POL-VIGENCIA ' POLIZA=' POL-NUMERO
                ' MESES=' POL-MESES ' TASA=' WS-ED-TASA
                ' PCT EMPLEADO=' WS-ED-PCT UPON CONSOLE
            DISPLAY '¿Confirma el registro? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 040-AGREGAR-VIGENCIA-SAL
            END-IF
            OPEN EXTEND F-POLIZAS
            IF WS-STATUS-POLIZAS = '35'
                OPEN OUTPUT F-POLIZAS
            END-IF
            MOVE WS-RENGLON-POL TO REG-POLIZA
            WRITE REG-POLIZA
            CLOSE F-POLIZAS
            MOVE SPACES TO WS-TAB-ANTES
            IF HAY-POLIZA
                STRING WS-PV-NUMERO ' M' WS-PV-MESES
                    ' T' WS-PV-TASA ' E' WS-PV-PCT-EMPLEADO
                    DELIMITED BY SIZE
                    INTO WS-TAB-ANTES
            END-IF
            MOVE SPACES TO WS-TAB-DESPUES
            STRING POL-NUMERO ' M' POL-MESES ' T' POL-TASA
                ' E' POL-PCT-EMPLEADO
                DELIMITED BY SIZE
                INTO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Vigencia registrada: ' POL-VIGENCIA
                UPON CONSOLE.
       040-AGREGAR-VIGENCIA-SAL.
            EXIT.

       050-CORRIDA-MENSUAL.
            DISPLAY 'Mes de la corrida: ' UPON CONSOLE
            ACCEPT WS-MES-CAP FROM CONSOLE
            DISPLAY 'Anho de la corrida: ' UPON CONSOLE
            ACCEPT WS-ANHO-CAP FROM CONSOLE
            MOVE 1 TO WS-DIA-CAP
            CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP WS-ANHO-CAP
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Mes o año invalido' UPON CONSOLE
                GO TO 050-CORRIDA-MENSUAL-SAL
            END-IF
            MOVE WS-ANHO-CAP TO WS-PER-ANHO
            MOVE WS-MES-CAP TO WS-PER-MES
            COMPUTE WS-INICIO-MES = WS-PERIODO-NUM * 100 + 1
            PERFORM 055-ULTIMO-DIA
               THRU
               055-ULTIMO-DIA-SAL
            COMPUTE WS-FIN-MES = WS-PERIODO-NUM * 100 + WS-ULTIMO-DIA
            MOVE WS-INICIO-MES TO WS-FECHA-POLIZA
            PERFORM 080-BUSCAR-POLIZA
               THRU
               080-BUSCAR-POLIZA-SAL
            IF NOT HAY-POLIZA
                DISPLAY 'Error: no hay poliza vigente al '
                    WS-INICIO-MES ' en POLIZAVG.TXT' UPON CONSOLE
                GO TO 050-CORRIDA-MENSUAL-SAL
            END-IF
            MOVE WS-PV-TASA TO WS-ED-TASA
            MOVE WS-PV-PCT-EMPLEADO TO WS-ED-PCT
            DISPLAY 'Poliza ' WS-PV-NUMERO ' ' WS-PV-ASEGURADORA
                UPON CONSOLE
            DISPLAY '  Vigencia ' WS-PV-VIGENCIA ' MESES='
                WS-PV-MESES ' TASA=' WS-ED-TASA ' PCT EMPLEADO='
                WS-ED-PCT UPON CONSOLE
            DISPLAY '¿Confirma la corrida del periodo '
                WS-PERIODO-NUM '? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 050-CORRIDA-MENSUAL-SAL
            END-IF
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro'
                    UPON CONSOLE
                GO TO 050-CORRIDA-MENSUAL-SAL
            END-IF
            PERFORM 060-ASEGURAR-CONCEPTO
               THRU
               060-ASEGURAR-CONCEPTO-SAL
            PERFORM 065-CARGAR-APLICADOS
               THRU
               065-CARGAR-APLICADOS-SAL
            INITIALIZE WS-TOTALES
            OPEN EXTEND F-RECURRENTES
            IF WS-STATUS-RECURRENTES = '35'
                OPEN OUTPUT F-RECURRENTES
            END-IF
            OPEN OUTPUT F-RELACION
            OPEN OUTPUT F-EXCEPCIONES
            MOVE WS-PV-NUMERO TO ENC-POLIZA
            MOVE WS-PV-ASEGURADORA TO ENC-ASEGURADORA
            MOVE WS-PERIODO-NUM TO ENC-PERIODO
            MOVE WS-FECHA-SIS TO ENC-FECHA
            MOVE WS-PV-MESES TO ENC-MESES
            MOVE WS-PV-TASA TO ENC-TASA
            MOVE WS-REG-ENCABEZADO TO REG-RELACION
            WRITE REG-RELACION
            MOVE SPACES TO WS-LINEA-REP
            STRING 'SEGURO DE VIDA DE GRUPO, POLIZA ' WS-PV-NUMERO
                ' PERIODO ' WS-PERIODO-NUM
                ': BENEFICIARIOS QUE NO SUMAN 100 POR CIENTO'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-EXCEPCION
            WRITE REG-EXCEPCION
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 070-ASEGURAR-EMPLEADO
               THRU
               070-ASEGURAR-EMPLEADO-SAL
               UNTIL FIN-ARCHIVO
            MOVE WS-TOT-ASEGURADOS TO FIN-ASEGURADOS
            MOVE WS-TOT-BENEFICIARIOS TO FIN-BENEFICIARIOS
            MOVE WS-TOT-SUMA TO FIN-SUMA
            MOVE WS-TOT-PRIMA TO FIN-PRIMA
            MOVE WS-TOT-EXCEPCIONES TO FIN-EXCEPCIONES
            MOVE WS-REG-FINAL TO REG-RELACION
            WRITE REG-RELACION
            MOVE SPACES TO WS-LINEA-REP
            STRING 'EMPLEADOS CON EXCEPCION: ' WS-TOT-EXCEPCIONES
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-EXCEPCION
            WRITE REG-EXCEPCION
            CLOSE F-EMPLEADOS
            CLOSE F-RECURRENTES
            CLOSE F-RELACION
            CLOSE F-EXCEPCIONES
            MOVE WS-TOT-PRIMA TO WS-ED-PRIMA
            MOVE WS-TOT-CUOTA-EMP TO WS-ED-CUOTA
            MOVE WS-TOT-SUMA TO WS-ED-IMPORTE
            DISPLAY 'Asegurados: ' WS-TOT-ASEGURADOS
                ' beneficiarios: ' WS-TOT-BENEFICIARIOS UPON CONSOLE
            DISPLAY 'Suma asegurada: ' WS-ED-IMPORTE UPON CONSOLE
            DISPLAY 'Prima del mes: ' WS-ED-PRIMA
                ' a cargo de empleados: ' WS-ED-CUOTA UPON CONSOLE
            MOVE WS-TOT-CUOTA-CIA TO WS-ED-CUOTA
            DISPLAY 'A cargo de la empresa: ' WS-ED-CUOTA UPON CONSOLE
            DISPLAY 'Cuotas asentadas en RECURR.TXT: '
                WS-TOT-ASENTADOS ' (ya asentadas antes: '
                WS-TOT-YA-ASENTADOS ')' UPON CONSOLE
            DISPLAY 'Relacion para la aseguradora en SVGREL.TXT; '
                'excepciones en SVGEXC.TXT: ' WS-TOT-EXCEPCIONES
                UPON CONSOLE.
       050-CORRIDA-MENSUAL-SAL.
            EXIT.

       055-ULTIMO-DIA.
      *    Ultimo dia valido del mes segun PRG01013, sin repetir aqui
      *    las reglas de febrero
            MOVE 31 TO WS-ULTIMO-DIA
            MOVE 'N' TO WS-FECHA-VALIDA
            PERFORM UNTIL NOT FECHA-INVALIDA OR WS-ULTIMO-DIA < 28
                MOVE WS-ULTIMO-DIA TO WS-DIA-CAP
                CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP
                    WS-ANHO-CAP WS-FECHA-VALIDA
                IF FECHA-INVALIDA
                    SUBTRACT 1 FROM WS-ULTIMO-DIA
                END-IF
            END-PERFORM.
       055-ULTIMO-DIA-SAL.
            EXIT.

       060-ASEGURAR-CONCEPTO.
      *    La cuota del empleado es un concepto controlado de
      *    deduccion; si aun no esta en el catalogo se da de alta
            MOVE 'N' TO WS-CONCEPTO-EXISTE
            OPEN INPUT F-CONCEPTOS
            IF WS-STATUS-CONCEPTOS = '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-CONCEPTOS INTO WS-RENGLON-CON
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            IF WS-CON-CODIGO = WS-CONCEPTO-SVG
                                MOVE 'S' TO WS-CONCEPTO-EXISTE
                                MOVE 'Y' TO WS-FIN-ARCHIVO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-CONCEPTOS
            END-IF
            IF CONCEPTO-EXISTE
                GO TO 060-ASEGURAR-CONCEPTO-SAL
            END-IF
            MOVE WS-CONCEPTO-SVG TO WS-CON-CODIGO
            MOVE 'D' TO WS-CON-TIPO
            MOVE 'SEGURO DE VIDA DE GRUPO' TO WS-CON-DESCRIPCION
            OPEN EXTEND F-CONCEPTOS
            IF WS-STATUS-CONCEPTOS = '35'
                OPEN OUTPUT F-CONCEPTOS
            END-IF
            MOVE WS-RENGLON-CON TO REG-CONCEPTO
            WRITE REG-CONCEPTO
            CLOSE F-CONCEPTOS
            DISPLAY 'Concepto ' WS-CONCEPTO-SVG ' agregado a '
                'CONCEPTO.TXT' UPON CONSOLE.
       060-ASEGURAR-CONCEPTO-SAL.
            EXIT.

       065-CARGAR-APLICADOS.
      *    Al repetir la corrida del mes no se vuelve a asentar la
      *    cuota de quien ya la tiene
            MOVE ZEROS TO WS-APL-NUM
            OPEN INPUT F-RECURRENTES
            IF WS-STATUS-RECURRENTES NOT = '00'
                GO TO 065-CARGAR-APLICADOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-RECURRENTES INTO WS-RENGLON-REC
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-REC-CODIGO = WS-CONCEPTO-SVG
                            AND WS-REC-INICIO = WS-INICIO-MES
                            AND WS-APL-NUM < 5000
                            ADD 1 TO WS-APL-NUM
                            MOVE WS-REC-EMP TO WS-APL-EMP(WS-APL-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-RECURRENTES.
       065-CARGAR-APLICADOS-SAL.
            EXIT.

       070-ASEGURAR-EMPLEADO.
            READ F-EMPLEADOS NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 070-ASEGURAR-EMPLEADO-SAL
            END-READ
            IF EMP-BAJA
                GO TO 070-ASEGURAR-EMPLEADO-SAL
            END-IF
            EVALUATE TRUE
                WHEN FREC-SEMANAL
                    MOVE 7 TO WS-DIAS-PERIODO
                WHEN FREC-MENSUAL
                    MOVE 30 TO WS-DIAS-PERIODO
                WHEN OTHER
                    MOVE 15 TO WS-DIAS-PERIODO
            END-EVALUATE
            COMPUTE WS-SAL-MENSUAL ROUNDED = REG-SALARIO * 30
                / WS-DIAS-PERIODO
            COMPUTE WS-SUMA-ASEGURADA = WS-SAL-MENSUAL * WS-PV-MESES
            COMPUTE WS-PRIMA ROUNDED = WS-SUMA-ASEGURADA * WS-PV-TASA
                / 1000
            COMPUTE WS-CUOTA-EMP ROUNDED = WS-PRIMA
                * WS-PV-PCT-EMPLEADO / 100
            COMPUTE WS-CUOTA-CIA = WS-PRIMA - WS-CUOTA-EMP
            ADD 1 TO WS-TOT-ASEGURADOS
            ADD WS-SUMA-ASEGURADA TO WS-TOT-SUMA
            ADD WS-PRIMA TO WS-TOT-PRIMA
            ADD WS-CUOTA-EMP TO WS-TOT-CUOTA-EMP
            ADD WS-CUOTA-CIA TO WS-TOT-CUOTA-CIA
            MOVE EMP-ID-REG TO DET-EMP-ID
            MOVE REG-APE-PATERNO TO DET-APE-PATERNO
            MOVE REG-APE-MATERNO TO DET-APE-MATERNO
            MOVE REG-NOMBRE TO DET-NOMBRE
            MOVE REG-ANHO TO DET-NAC-ANHO
            MOVE REG-MES TO DET-NAC-MES
            MOVE REG-DIA TO DET-NAC-DIA
            MOVE REG-RFC TO DET-RFC
            MOVE REG-CURP TO DET-CURP
            MOVE WS-SAL-MENSUAL TO DET-SAL-MENSUAL
            MOVE WS-SUMA-ASEGURADA TO DET-SUMA
            MOVE WS-PRIMA TO DET-PRIMA
            MOVE WS-CUOTA-EMP TO DET-CUOTA-EMP
            MOVE WS-CUOTA-CIA TO DET-CUOTA-CIA
            MOVE WS-REG-DETALLE TO REG-RELACION
            WRITE REG-RELACION
            PERFORM 075-ESCRIBIR-BENEFICIARIOS
               THRU
               075-ESCRIBIR-BENEFICIARIOS-SAL
            IF WS-SUMA-PCT NOT = 100
                ADD 1 TO WS-TOT-EXCEPCIONES
                MOVE SPACES TO WS-LINEA-REP
                STRING 'EMP=' EMP-ID-REG ' ' REG-APE-PATERNO ' '
                    REG-APE-MATERNO ' ' REG-NOMBRE
                    ' BENEFICIARIOS=' WS-NUM-BENEF
                    ' SUMA PCT=' WS-SUMA-PCT
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                MOVE WS-LINEA-REP TO REG-EXCEPCION
                WRITE REG-EXCEPCION
            END-IF
            PERFORM 078-ASENTAR-CUOTA
               THRU
               078-ASENTAR-CUOTA-SAL.
       070-ASEGURAR-EMPLEADO-SAL.
            EXIT.

       075-ESCRIBIR-BENEFICIARIOS.
      *    Renglones B del asegurado con porcentaje, releyendo el
      *    archivo de dependientes por empleado como en PRG01034
            MOVE ZEROS TO WS-SUMA-PCT
            MOVE ZEROS TO WS-NUM-BENEF
            OPEN INPUT F-DEPENDIENTES
            IF WS-STATUS-DEPENDIENTES NOT = '00'
                GO TO 075-ESCRIBIR-BENEFICIARIOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-DEPENDIENTES
            PERFORM UNTIL FIN-DEPENDIENTES
                READ F-DEPENDIENTES INTO WS-RENGLON-DEP
                    AT END
                        MOVE 'Y' TO WS-FIN-DEPENDIENTES
                    NOT AT END
                        IF WS-DEP-EMP = EMP-ID-REG
                            AND WS-DEP-PCT > ZEROS
                            ADD 1 TO WS-NUM-BENEF
                            ADD 1 TO WS-TOT-BENEFICIARIOS
                            ADD WS-DEP-PCT TO WS-SUMA-PCT
                            MOVE WS-DEP-EMP TO BEN-EMP-ID
                            MOVE WS-DEP-NOMBRE TO BEN-NOMBRE
                            MOVE WS-DEP-PARENTESCO TO BEN-PARENTESCO
                            MOVE WS-DEP-NACIMIENTO TO BEN-NACIMIENTO
                            MOVE WS-DEP-PCT TO BEN-PCT
                            MOVE WS-REG-BENEFICIARIO TO REG-RELACION
                            WRITE REG-RELACION
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-DEPENDIENTES.
       075-ESCRIBIR-BENEFICIARIOS-SAL.
            EXIT.

       078-ASENTAR-CUOTA.
      *    Cuota del empleado repartida entre los pagos del mes
      *    segun su frecuencia, como recurrente de importe fijo
            IF WS-CUOTA-EMP = ZEROS
                GO TO 078-ASENTAR-CUOTA-SAL
            END-IF
            MOVE 'N' TO WS-YA-APLICADO
            PERFORM VARYING WS-APL-IDX FROM 1 BY 1
                UNTIL WS-APL-IDX > WS-APL-NUM OR YA-APLICADO
                IF WS-APL-EMP(WS-APL-IDX) = EMP-ID-REG
                    MOVE 'S' TO WS-YA-APLICADO
                END-IF
            END-PERFORM
            IF YA-APLICADO
                ADD 1 TO WS-TOT-YA-ASENTADOS
                GO TO 078-ASENTAR-CUOTA-SAL
            END-IF
            COMPUTE WS-CUOTA-PAGO ROUNDED = WS-CUOTA-EMP
                * WS-DIAS-PERIODO / 30
            MOVE EMP-ID-REG TO WS-REC-EMP
            MOVE WS-CONCEPTO-SVG TO WS-REC-CODIGO
            MOVE 'I' TO WS-REC-MODO
            MOVE WS-CUOTA-PAGO TO WS-REC-VALOR
            MOVE WS-INICIO-MES TO WS-REC-INICIO
            MOVE WS-FIN-MES TO WS-REC-FIN
            MOVE WS-RENGLON-REC TO REG-RECURRENTE
            WRITE REG-RECURRENTE
            ADD 1 TO WS-TOT-ASENTADOS.
       078-ASENTAR-CUOTA-SAL.
            EXIT.

       080-BUSCAR-POLIZA.
            MOVE 'N' TO WS-HAY-POLIZA
            MOVE ZEROS TO WS-PV-VIGENCIA
            OPEN INPUT F-POLIZAS
            IF WS-STATUS-POLIZAS NOT = '00'
                GO TO 080-BUSCAR-POLIZA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-POLIZAS INTO WS-RENGLON-POL
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF POL-VIGENCIA NOT > WS-FECHA-POLIZA
                            AND POL-VIGENCIA NOT < WS-PV-VIGENCIA
                            MOVE 'S' TO WS-HAY-POLIZA
                            MOVE POL-VIGENCIA TO WS-PV-VIGENCIA
                            MOVE POL-NUMERO TO WS-PV-NUMERO
                            MOVE POL-ASEGURADORA TO WS-PV-ASEGURADORA
                            MOVE POL-MESES TO WS-PV-MESES
                            MOVE POL-TASA TO WS-PV-TASA
                            MOVE POL-PCT-EMPLEADO
                                TO WS-PV-PCT-EMPLEADO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-POLIZAS.
       080-BUSCAR-POLIZA-SAL.
            EXIT.

       END PROGRAM PRG01128.
