       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01129.
      *  Vales de despensa: tabla de reglas por vigencia (VALREGLA.TXT;
      *  se agrega un renglon, a igual vigencia gana el ultimo, cada
      *  alta queda en TABAUD.TXT via PRG01095) con el importe mensual
      *  por departamento (D) o por grado del puesto (G); la regla del
      *  departamento manda sobre la del grado y un importe en cero
      *  quita el vale; la corrida mensual prorratea por dias exactos
      *  a quien ingreso o causo baja dentro del mes, separa lo exento
      *  (hasta una UMA mensual, UMA diaria de PRG01117 por 30.4) de
      *  lo gravado, escribe el archivo de carga del proveedor
      *  (VALESCAR.TXT) con numero de empleado y tarjeta (EMPCOMP de
      *  PRG01111; sin tarjeta no se carga y sale en el reporte) y
      *  asienta cada vale en el libro VALES.TXT con el centro de
      *  costo del departamento; PRG01019 suma lo gravado pendiente a
      *  la base del ISR de la siguiente corrida del empleado y deja
      *  la aplicacion en VALESAPL.TXT, de donde PRG01063 carga el
      *  costo al centro de costo en la poliza; repetir la corrida del
      *  mes solo procesa a quien aun no tiene su vale - LCG 15 OCT 26
      *  Trazado de VALREGLA.TXT: VIGENCIA(8) TIPO(1 D/G) CLAVE(4)
      *  IMPORTE(9 con 2 dec); de VALES.TXT: EMP(6) PERIODO(6 AAAAMM)
      *  DEPTO(4) CENTRO-COSTO(8) DIAS(2) IMPORTE(9 con 2 dec)
      *  EXENTO(9 con 2 dec) GRAVADO(9 con 2 dec) FECHA(8); de
      *  VALESCAR.TXT: encabezado H PERIODO(6) FECHA(8), detalle D
      *  EMP(6) TARJETA(16) NOMBRE(40) IMPORTE(9 con 2 dec), final T
      *  REGISTROS(6) IMPORTE(13 con 2 dec)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGLAS ASSIGN TO "VALREGLA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGLAS.
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
           SELECT F-DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPTOS.
           SELECT F-VALES ASSIGN TO "VALES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALES.
           SELECT F-CARGA ASSIGN TO "VALESCAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REPORTE ASSIGN TO "VALESREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-REGLAS.
       01 REG-REGLA                  PIC X(22).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-COMPLEMENTO.
       COPY EMPCOMP.
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       FD  F-VALES.
       01 REG-VALE                   PIC X(61).
       FD  F-CARGA.
       01 REG-CARGA                  PIC X(77).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGLAS           PIC XX VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-COMPLEMENTO      PIC XX VALUE '00'.
           88 CMP-OK                 VALUE '00'.
       01 WS-COMPLEMENTO-ABIERTO     PIC X VALUE 'N'.
           88 COMPLEMENTO-ABIERTO    VALUE 'S'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
       01 WS-DEPTOS-ABIERTO          PIC X VALUE 'N'.
           88 DEPTOS-ABIERTO         VALUE 'S'.
       01 WS-STATUS-VALES            PIC XX VALUE '00'.
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
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 WS-CAPTURA.
           05 WS-DIA-CAP             PIC 99 VALUE ZEROS.
           05 WS-MES-CAP             PIC 99 VALUE ZEROS.
           05 WS-ANHO-CAP            PIC 9999 VALUE ZEROS.
           05 WS-CAP-PESOS           PIC 9(7) VALUE ZEROS.
           05 WS-CAP-CENT            PIC 99 VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-RENGLON-REGLA.
           05 RGL-VIGENCIA           PIC 9(8).
           05 RGL-TIPO               PIC X.
               88 RGL-DEPTO          VALUE 'D'.
               88 RGL-GRADO          VALUE 'G'.
           05 RGL-CLAVE              PIC X(4).
           05 RGL-IMPORTE            PIC 9(7)V99.
      *    Reglas en vigor al primer dia del mes de la corrida, una
      *    por tipo y clave
       01 WS-TABLA-REGLAS.
           05 WS-RGL-NUM             PIC 999 VALUE ZEROS.
           05 WS-RGL-ENT OCCURS 300 TIMES.
               10 WS-RGL-T-VIGENCIA  PIC 9(8).
               10 WS-RGL-T-TIPO      PIC X.
               10 WS-RGL-T-CLAVE     PIC X(4).
               10 WS-RGL-T-IMPORTE   PIC 9(7)V99.
       01 WS-RGL-IDX                 PIC 999 VALUE ZEROS.
       01 WS-RGL-HALLADA             PIC 999 VALUE ZEROS.
       01 WS-TIPO-BUSCADO            PIC X VALUE SPACE.
       01 WS-CLAVE-BUSCADA           PIC X(4) VALUE SPACES.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'VALREGLA.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
       01 WS-INDICADORES.
           05 WS-UMA                 PIC 9(5)V99 VALUE ZEROS.
           05 WS-SM-GENERAL          PIC 9(5)V99 VALUE ZEROS.
           05 WS-SM-FRONTERA         PIC 9(5)V99 VALUE ZEROS.
           05 WS-HAY-INDICADOR       PIC X VALUE 'N'.
               88 HAY-INDICADOR      VALUE 'S'.
       01 WS-TOPE-EXENTO             PIC 9(7)V99 VALUE ZEROS.
       01 WS-RENGLON-VALE.
           05 VAL-EMP                PIC 9(6).
           05 VAL-PERIODO            PIC 9(6).
           05 VAL-DEPTO              PIC X(4).
           05 VAL-CENTRO-COSTO       PIC X(8).
           05 VAL-DIAS               PIC 99.
           05 VAL-IMPORTE            PIC 9(7)V99.
           05 VAL-EXENTO             PIC 9(7)V99.
           05 VAL-GRAVADO            PIC 9(7)V99.
           05 VAL-FECHA              PIC 9(8).
      *    Mes de la corrida
       01 WS-PERIODO.
           05 WS-PER-ANHO            PIC 9999 VALUE ZEROS.
           05 WS-PER-MES             PIC 99 VALUE ZEROS.
       01 WS-PERIODO-NUM REDEFINES WS-PERIODO
                                     PIC 9(6).
       01 WS-INICIO-MES              PIC 9(8) VALUE ZEROS.
       01 WS-FIN-MES                 PIC 9(8) VALUE ZEROS.
       01 WS-ULTIMO-DIA              PIC 99 VALUE ZEROS.
      *    Empleados que ya tienen el vale del mes en VALES.TXT
       01 WS-TABLA-HECHOS.
           05 WS-HEC-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-HEC-EMP OCCURS 5000 TIMES
                                     PIC 9(6).
       01 WS-HEC-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-YA-HECHO                PIC X VALUE 'N'.
           88 YA-HECHO               VALUE 'S'.
      *    Prorrateo y calculo por empleado
       01 WS-CALCULO.
           05 WS-INGRESO-NUM         PIC 9(8) VALUE ZEROS.
           05 WS-BAJA-NUM            PIC 9(8) VALUE ZEROS.
           05 WS-DIA-DESDE           PIC 99 VALUE ZEROS.
           05 WS-DIA-HASTA           PIC 99 VALUE ZEROS.
           05 WS-DIAS-VALE           PIC 99 VALUE ZEROS.
           05 WS-IMPORTE-MES         PIC 9(7)V99 VALUE ZEROS.
           05 WS-TARJETA             PIC X(16) VALUE SPACES.
           05 WS-CENTRO-COSTO        PIC X(8) VALUE SPACES.
           05 WS-GRADO-CLAVE         PIC X(4) VALUE SPACES.
       01 WS-REG-ENCABEZADO.
           05 FILLER                 PIC X VALUE 'H'.
           05 CAR-ENC-PERIODO        PIC 9(6).
           05 CAR-ENC-FECHA          PIC 9(8).
           05 FILLER                 PIC X(62) VALUE SPACES.
       01 WS-REG-DETALLE.
           05 FILLER                 PIC X VALUE 'D'.
           05 CAR-EMP-ID             PIC 9(6).
           05 CAR-TARJETA            PIC X(16).
           05 CAR-NOMBRE             PIC X(40).
           05 CAR-IMPORTE            PIC 9(7)V99.
           05 FILLER                 PIC X(5) VALUE SPACES.
       01 WS-REG-FINAL.
           05 FILLER                 PIC X VALUE 'T'.
           05 CAR-FIN-REGISTROS      PIC 9(6).
           05 CAR-FIN-IMPORTE        PIC 9(11)V99.
           05 FILLER                 PIC X(57) VALUE SPACES.
       01 WS-TOTALES.
           05 WS-TOT-VALES           PIC 9(6) VALUE ZEROS.
           05 WS-TOT-IMPORTE         PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-EXENTO          PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-GRAVADO         PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-PRORRATEADOS    PIC 9(6) VALUE ZEROS.
           05 WS-TOT-SIN-TARJETA     PIC 9(6) VALUE ZEROS.
           05 WS-TOT-YA-HECHOS       PIC 9(6) VALUE ZEROS.
       01 WS-EDITADOS.
           05 WS-ED-IMPORTE          PIC Z(6)9.99.
           05 WS-ED-EXENTO           PIC Z(6)9.99.
           05 WS-ED-GRAVADO          PIC Z(6)9.99.
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
            DISPLAY 'Vales de despensa: (A)gregar regla, (L)istar '
                'reglas, (C)orrida mensual: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM 040-AGREGAR-REGLA
                       THRU
                       040-AGREGAR-REGLA-SAL
                WHEN OPCION-CORRIDA
                    PERFORM 050-CORRIDA-MENSUAL
                       THRU
                       050-CORRIDA-MENSUAL-SAL
                WHEN OTHER
                    PERFORM 030-LISTAR-REGLAS
                       THRU
                       030-LISTAR-REGLAS-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-LISTAR-REGLAS.
            OPEN INPUT F-REGLAS
            IF WS-STATUS-REGLAS NOT = '00'
                DISPLAY 'Sin reglas de vales (VALREGLA.TXT)'
                    UPON CONSOLE
                GO TO 030-LISTAR-REGLAS-SAL
            END-IF
            DISPLAY 'VIGENCIA T CLAVE  IMPORTE MENSUAL' UPON CONSOLE
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGLAS INTO WS-RENGLON-REGLA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        MOVE RGL-IMPORTE TO WS-ED-IMPORTE
                        DISPLAY RGL-VIGENCIA ' ' RGL-TIPO ' '
                            RGL-CLAVE '   ' WS-ED-IMPORTE
                            UPON CONSOLE
                END-READ
            END-PERFORM
            CLOSE F-REGLAS.
       030-LISTAR-REGLAS-SAL.
            EXIT.

       040-AGREGAR-REGLA.
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
                GO TO 040-AGREGAR-REGLA-SAL
            END-IF
            DISPLAY 'Tipo de regla: (D)epartamento, (G)rado del '
                'puesto: ' UPON CONSOLE
            ACCEPT RGL-TIPO FROM CONSOLE
            IF NOT RGL-DEPTO AND NOT RGL-GRADO
                DISPLAY 'Tipo invalido' UPON CONSOLE
                GO TO 040-AGREGAR-REGLA-SAL
            END-IF
            IF RGL-DEPTO
                DISPLAY 'Departamento (4): ' UPON CONSOLE
                ACCEPT RGL-CLAVE FROM CONSOLE
                MOVE RGL-CLAVE TO DEP-CODIGO
                OPEN INPUT F-DEPTOS
                IF NOT DEP-OK
                    DISPLAY 'Error: no se pudo abrir el catalogo de '
                        'departamentos' UPON CONSOLE
                    GO TO 040-AGREGAR-REGLA-SAL
                END-IF
                READ F-DEPTOS
                    INVALID KEY
                        DISPLAY 'Error: departamento no catalogado'
                            UPON CONSOLE
                        CLOSE F-DEPTOS
                        GO TO 040-AGREGAR-REGLA-SAL
                END-READ
                CLOSE F-DEPTOS
            ELSE
                DISPLAY 'Grado del puesto (1-5): ' UPON CONSOLE
                ACCEPT RGL-CLAVE FROM CONSOLE
                IF RGL-CLAVE(1:1) < '1' OR RGL-CLAVE(1:1) > '5'
                    OR RGL-CLAVE(2:3) NOT = SPACES
                    DISPLAY 'Error: grado invalido' UPON CONSOLE
                    GO TO 040-AGREGAR-REGLA-SAL
                END-IF
            END-IF
            DISPLAY 'Importe mensual, pesos (cero = sin vale): '
                UPON CONSOLE
            ACCEPT WS-CAP-PESOS FROM CONSOLE
            DISPLAY 'Importe mensual, centavos: ' UPON CONSOLE
            ACCEPT WS-CAP-CENT FROM CONSOLE
            COMPUTE RGL-IMPORTE = WS-CAP-PESOS + (WS-CAP-CENT / 100)
            COMPUTE RGL-VIGENCIA = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP
      *    La regla en vigor a esa fecha sirve de antes para la
      *    auditoria
            MOVE RGL-TIPO TO WS-TIPO-BUSCADO
            MOVE RGL-CLAVE TO WS-CLAVE-BUSCADA
            MOVE RGL-VIGENCIA TO WS-INICIO-MES
            MOVE WS-RENGLON-REGLA TO WS-LINEA-REP
            PERFORM 080-CARGAR-REGLAS
               THRU
               080-CARGAR-REGLAS-SAL
            PERFORM 085-BUSCAR-REGLA
               THRU
               085-BUSCAR-REGLA-SAL
            MOVE WS-LINEA-REP(1:22) TO WS-RENGLON-REGLA
            MOVE RGL-IMPORTE TO WS-ED-IMPORTE
            DISPLAY 'Vigencia ' RGL-VIGENCIA ' ' RGL-TIPO ' '
                RGL-CLAVE ' IMPORTE MENSUAL=' WS-ED-IMPORTE
                UPON CONSOLE
            DISPLAY '¿Confirma el registro? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 040-AGREGAR-REGLA-SAL
            END-IF
            OPEN EXTEND F-REGLAS
            IF WS-STATUS-REGLAS = '35'
                OPEN OUTPUT F-REGLAS
            END-IF
            MOVE WS-RENGLON-REGLA TO REG-REGLA
            WRITE REG-REGLA
            CLOSE F-REGLAS
            MOVE SPACES TO WS-TAB-ANTES
            IF WS-RGL-HALLADA > ZEROS
                STRING WS-RGL-T-VIGENCIA(WS-RGL-HALLADA)
                    WS-RGL-T-TIPO(WS-RGL-HALLADA)
                    WS-RGL-T-CLAVE(WS-RGL-HALLADA)
                    WS-RGL-T-IMPORTE(WS-RGL-HALLADA)
                    DELIMITED BY SIZE
                    INTO WS-TAB-ANTES
            END-IF
            MOVE WS-RENGLON-REGLA TO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Regla registrada' UPON CONSOLE.
       040-AGREGAR-REGLA-SAL.
            EXIT.

       050-CORRIDA-MENSUAL.
            DISPLAY 'Mes de los vales: ' UPON CONSOLE
            ACCEPT WS-MES-CAP FROM CONSOLE
            DISPLAY 'Anho de los vales: ' UPON CONSOLE
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
            CALL 'PRG01117' USING WS-INICIO-MES WS-UMA WS-SM-GENERAL
                WS-SM-FRONTERA WS-HAY-INDICADOR
            IF NOT HAY-INDICADOR OR WS-UMA = ZEROS
                DISPLAY 'Error: no hay UMA vigente al ' WS-INICIO-MES
                    ' en INDICAD.TXT (PRG01116)' UPON CONSOLE
                GO TO 050-CORRIDA-MENSUAL-SAL
            END-IF
            COMPUTE WS-TOPE-EXENTO ROUNDED = WS-UMA * 30.4
            PERFORM 080-CARGAR-REGLAS
               THRU
               080-CARGAR-REGLAS-SAL
            IF WS-RGL-NUM = ZEROS
                DISPLAY 'Error: no hay reglas de vales vigentes al '
                    WS-INICIO-MES UPON CONSOLE
                GO TO 050-CORRIDA-MENSUAL-SAL
            END-IF
            MOVE WS-TOPE-EXENTO TO WS-ED-EXENTO
            DISPLAY 'Vales del periodo ' WS-PERIODO-NUM
                ' exento hasta ' WS-ED-EXENTO ' por empleado; reglas '
                'vigentes: ' WS-RGL-NUM UPON CONSOLE
            DISPLAY '¿Confirma la corrida? (S/N): ' UPON CONSOLE
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
            PERFORM 060-CARGAR-HECHOS
               THRU
               060-CARGAR-HECHOS-SAL
      *    Sin expediente complementario nadie tiene tarjeta; sin
      *    catalogo el costo cae a la cuenta puente SIN-CC
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
            OPEN EXTEND F-VALES
            IF WS-STATUS-VALES = '35'
                OPEN OUTPUT F-VALES
            END-IF
            OPEN OUTPUT F-CARGA
            OPEN OUTPUT F-REPORTE
            INITIALIZE WS-TOTALES
            MOVE WS-PERIODO-NUM TO CAR-ENC-PERIODO
            MOVE WS-FECHA-SIS TO CAR-ENC-FECHA
            MOVE WS-REG-ENCABEZADO TO REG-CARGA
            WRITE REG-CARGA
            MOVE SPACES TO WS-LINEA-REP
            STRING 'VALES DE DESPENSA DEL PERIODO ' WS-PERIODO-NUM
                '  EXENTO HASTA ' WS-ED-EXENTO ' (UMA MENSUAL)'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'EMPLEO DEPTO CENTRO   DIAS    IMPORTE     EXENTO    '
                TO WS-LINEA-REP
            MOVE 'GRAVADO  OBSERVACION' TO WS-LINEA-REP(53:20)
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 070-VALE-EMPLEADO
               THRU
               070-VALE-EMPLEADO-SAL
               UNTIL FIN-ARCHIVO
            MOVE WS-TOT-VALES TO CAR-FIN-REGISTROS
            MOVE WS-TOT-IMPORTE TO CAR-FIN-IMPORTE
            MOVE WS-REG-FINAL TO REG-CARGA
            WRITE REG-CARGA
            MOVE WS-TOT-IMPORTE TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'VALES CARGADOS ' WS-TOT-VALES ' IMPORTE '
                WS-ED-TOTAL ' PRORRATEADOS ' WS-TOT-PRORRATEADOS
                ' SIN TARJETA ' WS-TOT-SIN-TARJETA
                ' YA GENERADOS ' WS-TOT-YA-HECHOS
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            CLOSE F-EMPLEADOS
            IF COMPLEMENTO-ABIERTO
                CLOSE F-COMPLEMENTO
            END-IF
            IF DEPTOS-ABIERTO
                CLOSE F-DEPTOS
            END-IF
            CLOSE F-VALES
            CLOSE F-CARGA
            CLOSE F-REPORTE
            DISPLAY WS-LINEA-REP UPON CONSOLE
            MOVE WS-TOT-EXENTO TO WS-ED-TOTAL
            DISPLAY 'Exento: ' WS-ED-TOTAL UPON CONSOLE
            MOVE WS-TOT-GRAVADO TO WS-ED-TOTAL
            DISPLAY 'Gravado para la siguiente corrida: ' WS-ED-TOTAL
                UPON CONSOLE
            DISPLAY 'Carga del proveedor en VALESCAR.TXT; reporte en '
                'VALESREP.TXT' UPON CONSOLE.
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

       060-CARGAR-HECHOS.
            MOVE ZEROS TO WS-HEC-NUM
            OPEN INPUT F-VALES
            IF WS-STATUS-VALES NOT = '00'
                GO TO 060-CARGAR-HECHOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-VALES INTO WS-RENGLON-VALE
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF VAL-PERIODO = WS-PERIODO-NUM
                            AND WS-HEC-NUM < 5000
                            ADD 1 TO WS-HEC-NUM
                            MOVE VAL-EMP TO WS-HEC-EMP(WS-HEC-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-VALES.
       060-CARGAR-HECHOS-SAL.
            EXIT.

       070-VALE-EMPLEADO.
            READ F-EMPLEADOS NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 070-VALE-EMPLEADO-SAL
            END-READ
      *    Dias del mes con relacion laboral: desde el ingreso y
      *    hasta la baja, ambos inclusive
            COMPUTE WS-INGRESO-NUM = (REG-ING-ANHO * 10000)
                + (REG-ING-MES * 100) + REG-ING-DIA
            IF WS-INGRESO-NUM > WS-FIN-MES
                GO TO 070-VALE-EMPLEADO-SAL
            END-IF
            MOVE 1 TO WS-DIA-DESDE
            IF WS-INGRESO-NUM > WS-INICIO-MES
                MOVE REG-ING-DIA TO WS-DIA-DESDE
            END-IF
            MOVE WS-ULTIMO-DIA TO WS-DIA-HASTA
            IF EMP-BAJA
                COMPUTE WS-BAJA-NUM = (REG-BAJA-ANHO * 10000)
                    + (REG-BAJA-MES * 100) + REG-BAJA-DIA
                IF WS-BAJA-NUM < WS-INICIO-MES
                    GO TO 070-VALE-EMPLEADO-SAL
                END-IF
                IF WS-BAJA-NUM < WS-FIN-MES
                    MOVE REG-BAJA-DIA TO WS-DIA-HASTA
                END-IF
            END-IF
            IF WS-DIA-HASTA < WS-DIA-DESDE
                GO TO 070-VALE-EMPLEADO-SAL
            END-IF
            COMPUTE WS-DIAS-VALE = WS-DIA-HASTA - WS-DIA-DESDE + 1
      *    Importe mensual: la regla del departamento y, sin ella, la
      *    del grado del puesto
            MOVE 'D' TO WS-TIPO-BUSCADO
            MOVE REG-DEPTO TO WS-CLAVE-BUSCADA
            PERFORM 085-BUSCAR-REGLA
               THRU
               085-BUSCAR-REGLA-SAL
            IF WS-RGL-HALLADA = ZEROS
                AND REG-GRADO NUMERIC AND REG-GRADO > ZEROS
                MOVE SPACES TO WS-GRADO-CLAVE
                MOVE REG-GRADO TO WS-GRADO-CLAVE(1:1)
                MOVE 'G' TO WS-TIPO-BUSCADO
                MOVE WS-GRADO-CLAVE TO WS-CLAVE-BUSCADA
                PERFORM 085-BUSCAR-REGLA
                   THRU
                   085-BUSCAR-REGLA-SAL
            END-IF
            IF WS-RGL-HALLADA = ZEROS
                GO TO 070-VALE-EMPLEADO-SAL
            END-IF
            MOVE WS-RGL-T-IMPORTE(WS-RGL-HALLADA) TO WS-IMPORTE-MES
            IF WS-IMPORTE-MES = ZEROS
                GO TO 070-VALE-EMPLEADO-SAL
            END-IF
            MOVE 'N' TO WS-YA-HECHO
            PERFORM VARYING WS-HEC-IDX FROM 1 BY 1
                UNTIL WS-HEC-IDX > WS-HEC-NUM OR YA-HECHO
                IF WS-HEC-EMP(WS-HEC-IDX) = EMP-ID-REG
                    MOVE 'S' TO WS-YA-HECHO
                END-IF
            END-PERFORM
            IF YA-HECHO
                ADD 1 TO WS-TOT-YA-HECHOS
                GO TO 070-VALE-EMPLEADO-SAL
            END-IF
            MOVE EMP-ID-REG TO VAL-EMP
            MOVE WS-PERIODO-NUM TO VAL-PERIODO
            MOVE REG-DEPTO TO VAL-DEPTO
            MOVE WS-DIAS-VALE TO VAL-DIAS
            IF WS-DIAS-VALE = WS-ULTIMO-DIA
                MOVE WS-IMPORTE-MES TO VAL-IMPORTE
            ELSE
                ADD 1 TO WS-TOT-PRORRATEADOS
                COMPUTE VAL-IMPORTE ROUNDED = WS-IMPORTE-MES
                    * WS-DIAS-VALE / WS-ULTIMO-DIA
            END-IF
            MOVE VAL-IMPORTE TO VAL-EXENTO
            IF VAL-EXENTO > WS-TOPE-EXENTO
                MOVE WS-TOPE-EXENTO TO VAL-EXENTO
            END-IF
            COMPUTE VAL-GRAVADO = VAL-IMPORTE - VAL-EXENTO
            MOVE WS-FECHA-SIS TO VAL-FECHA
            PERFORM 075-TARJETA-Y-CENTRO
               THRU
               075-TARJETA-Y-CENTRO-SAL
            MOVE WS-CENTRO-COSTO TO VAL-CENTRO-COSTO
            MOVE VAL-IMPORTE TO WS-ED-IMPORTE
            MOVE VAL-EXENTO TO WS-ED-EXENTO
            MOVE VAL-GRAVADO TO WS-ED-GRAVADO
            MOVE SPACES TO WS-LINEA-REP
            STRING EMP-ID-REG ' ' REG-DEPTO '  ' WS-CENTRO-COSTO ' '
                WS-DIAS-VALE ' ' WS-ED-IMPORTE ' ' WS-ED-EXENTO ' '
                WS-ED-GRAVADO
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
      *    Sin tarjeta no hay carga ni asiento; la siguiente corrida
      *    del mes lo toma ya con su tarjeta capturada
            IF WS-TARJETA = SPACES
                ADD 1 TO WS-TOT-SIN-TARJETA
                MOVE 'SIN TARJETA, NO SE CARGA' TO WS-LINEA-REP(80:)
                MOVE WS-LINEA-REP TO REG-REPORTE
                WRITE REG-REPORTE
                GO TO 070-VALE-EMPLEADO-SAL
            END-IF
            IF WS-DIAS-VALE NOT = WS-ULTIMO-DIA
                MOVE 'PRORRATEADO' TO WS-LINEA-REP(80:)
            END-IF
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-RENGLON-VALE TO REG-VALE
            WRITE REG-VALE
            MOVE EMP-ID-REG TO CAR-EMP-ID
            MOVE WS-TARJETA TO CAR-TARJETA
            MOVE SPACES TO CAR-NOMBRE
            STRING REG-APE-PATERNO DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                REG-APE-MATERNO DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                REG-NOMBRE DELIMITED BY '  '
                INTO CAR-NOMBRE
            MOVE VAL-IMPORTE TO CAR-IMPORTE
            MOVE WS-REG-DETALLE TO REG-CARGA
            WRITE REG-CARGA
            ADD 1 TO WS-TOT-VALES
            ADD VAL-IMPORTE TO WS-TOT-IMPORTE
            ADD VAL-EXENTO TO WS-TOT-EXENTO
            ADD VAL-GRAVADO TO WS-TOT-GRAVADO.
       070-VALE-EMPLEADO-SAL.
            EXIT.

       075-TARJETA-Y-CENTRO.
            MOVE SPACES TO WS-TARJETA
            IF COMPLEMENTO-ABIERTO
                MOVE EMP-ID-REG TO CMP-EMP-ID
                READ F-COMPLEMENTO
                    NOT INVALID KEY
                        MOVE CMP-TARJETA-VALES TO WS-TARJETA
                END-READ
            END-IF
            MOVE 'SIN-CC' TO WS-CENTRO-COSTO
            IF DEPTOS-ABIERTO
                MOVE REG-DEPTO TO DEP-CODIGO
                READ F-DEPTOS
                    NOT INVALID KEY
                        IF DEP-CENTRO-COSTO NOT = SPACES
                            MOVE DEP-CENTRO-COSTO TO WS-CENTRO-COSTO
                        END-IF
                END-READ
            END-IF.
       075-TARJETA-Y-CENTRO-SAL.
            EXIT.

       080-CARGAR-REGLAS.
      *    Reglas con vigencia hasta WS-INICIO-MES; por tipo y clave
      *    gana la vigencia mas reciente y, a igual vigencia, la
      *    ultima capturada
            MOVE ZEROS TO WS-RGL-NUM
            OPEN INPUT F-REGLAS
            IF WS-STATUS-REGLAS NOT = '00'
                GO TO 080-CARGAR-REGLAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGLAS INTO WS-RENGLON-REGLA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF RGL-VIGENCIA NOT > WS-INICIO-MES
                            PERFORM 082-GUARDAR-REGLA
                               THRU
                               082-GUARDAR-REGLA-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-REGLAS.
       080-CARGAR-REGLAS-SAL.
            EXIT.

       082-GUARDAR-REGLA.
            MOVE ZEROS TO WS-RGL-HALLADA
            PERFORM VARYING WS-RGL-IDX FROM 1 BY 1
                UNTIL WS-RGL-IDX > WS-RGL-NUM OR WS-RGL-HALLADA > ZEROS
                IF WS-RGL-T-TIPO(WS-RGL-IDX) = RGL-TIPO
                    AND WS-RGL-T-CLAVE(WS-RGL-IDX) = RGL-CLAVE
                    MOVE WS-RGL-IDX TO WS-RGL-HALLADA
                END-IF
            END-PERFORM
            IF WS-RGL-HALLADA = ZEROS
                IF WS-RGL-NUM NOT < 300
                    GO TO 082-GUARDAR-REGLA-SAL
                END-IF
                ADD 1 TO WS-RGL-NUM
                MOVE WS-RGL-NUM TO WS-RGL-HALLADA
            ELSE
                IF RGL-VIGENCIA < WS-RGL-T-VIGENCIA(WS-RGL-HALLADA)
                    GO TO 082-GUARDAR-REGLA-SAL
                END-IF
            END-IF
            MOVE RGL-VIGENCIA TO WS-RGL-T-VIGENCIA(WS-RGL-HALLADA)
            MOVE RGL-TIPO TO WS-RGL-T-TIPO(WS-RGL-HALLADA)
            MOVE RGL-CLAVE TO WS-RGL-T-CLAVE(WS-RGL-HALLADA)
            MOVE RGL-IMPORTE TO WS-RGL-T-IMPORTE(WS-RGL-HALLADA).
       082-GUARDAR-REGLA-SAL.
            EXIT.

       085-BUSCAR-REGLA.
            MOVE ZEROS TO WS-RGL-HALLADA
            PERFORM VARYING WS-RGL-IDX FROM 1 BY 1
                UNTIL WS-RGL-IDX > WS-RGL-NUM OR WS-RGL-HALLADA > ZEROS
                IF WS-RGL-T-TIPO(WS-RGL-IDX) = WS-TIPO-BUSCADO
                    AND WS-RGL-T-CLAVE(WS-RGL-IDX) = WS-CLAVE-BUSCADA
                    MOVE WS-RGL-IDX TO WS-RGL-HALLADA
                END-IF
            END-PERFORM.
       085-BUSCAR-REGLA-SAL.
            EXIT.

       END PROGRAM PRG01129.
