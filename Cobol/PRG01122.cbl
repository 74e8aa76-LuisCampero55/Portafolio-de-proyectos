       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01122.
      *  Importacion del reloj checador: catalogo de turnos
      *  (TURNOS.TXT: hora de entrada y salida, dias laborables de
      *  lunes a domingo y minutos de tolerancia; el empleado apunta
      *  a su turno en CMP-TURNO de EMPCOMP, PRG01111) y lectura de
      *  las checadas crudas del reloj (CHECADAS.TXT) de una semana
      *  del calendario de PERIODOS.TXT; las checadas de cada dia se
      *  ordenan y se aparean entrada-salida contra el turno para
      *  sacar dias trabajados, horas, minutos de retardo (pasada la
      *  tolerancia) y tiempo extra; las excepciones (salida sin
      *  checar, checada de empleado que no existe en EMPLEADOS.DAT o
      *  sin turno, checada en dia de descanso) van a CHKEXC.TXT; el
      *  dia laborable sin checadas se revisa con PRG01121: si es
      *  falta, al semanal le baja los dias y a los demas les deja un
      *  renglon de falta; feriado, vacaciones o incapacidad se pagan
      *  como siempre; la semana de cada empleado sale en CHKREV.TXT
      *  para la revision del supervisor y lo importado queda en
      *  espera (CHKPEND.TXT) hasta que se acepta, cuando pasa a
      *  TARJETAS.TXT para PRG01062 y a FALTAS.TXT para PRG01019 -
      *  LCG 15 OCT 26
      *  Trazado de TURNOS.TXT: TURNO(2) DESCRIPCION(20) ENTRADA(4
      *  HHMM) SALIDA(4 HHMM) DIAS(7 banderas S/N de lunes a domingo)
      *  TOLERANCIA(2 minutos); los turnos que cruzan la medianoche
      *  no se aceptan porque las checadas se aparean por dia
      *  Trazado de CHECADAS.TXT: EMP(6) FECHA(8 AAAAMMDD) HORA(4
      *  HHMM), el resto del renglon del reloj se ignora
      *  Trazado de CHKPEND.TXT: TIPO(1: T tarjeta, F falta) EMP(6)
      *  PERIODO(6 AAAASS) DIAS(1) HORASEXTRA(2) FECHA(8)
      *  La tarjeta aceptada lleva tambien el inicio de la semana y
      *  los dias de calendario con checadas (laborables y de
      *  descanso) para las primas de domingo, festivo y descanso
      *  laborado de PRG01062; CHKPEND.TXT agrega INICIO(8)
      *  TRABAJADOS(7 banderas S/N) - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TURNOS ASSIGN TO "TURNOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TURNOS.
           SELECT F-CHECADAS ASSIGN TO "CHECADAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHECADAS.
           SELECT F-PERIODOS ASSIGN TO "PERIODOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-COMPLEMENTO ASSIGN TO "EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-STATUS-COMPLEMENTO.
           SELECT F-PENDIENTE ASSIGN TO "CHKPEND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDIENTE.
           SELECT F-TARJETAS ASSIGN TO "TARJETAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TARJETAS.
           SELECT F-FALTAS ASSIGN TO "FALTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FALTAS.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
           SELECT F-REVISION ASSIGN TO "CHKREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-EXCEPCIONES ASSIGN TO "CHKEXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-TURNOS.
       01 REG-TURNO                  PIC X(39).
       FD  F-CHECADAS.
       01 REG-CHECADA                PIC X(40).
       FD  F-PERIODOS.
       01 REG-PERIODO                PIC X(31).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-COMPLEMENTO.
       COPY EMPCOMP.
       FD  F-PENDIENTE.
       01 REG-PENDIENTE              PIC X(39).
       FD  F-TARJETAS.
       01 REG-TARJETA                PIC X(30).
       FD  F-FALTAS.
       01 REG-FALTA                  PIC X(60).
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       FD  F-REVISION.
       01 REG-REVISION               PIC X(132).
       FD  F-EXCEPCIONES.
       01 REG-EXCEPCION              PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-TURNOS           PIC XX VALUE '00'.
       01 WS-STATUS-CHECADAS         PIC XX VALUE '00'.
       01 WS-STATUS-PERIODOS         PIC XX VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-COMPLEMENTO      PIC XX VALUE '00'.
           88 CMP-OK                 VALUE '00'.
       01 WS-STATUS-PENDIENTE        PIC XX VALUE '00'.
       01 WS-STATUS-TARJETAS         PIC XX VALUE '00'.
       01 WS-STATUS-FALTAS           PIC XX VALUE '00'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'I'.
           88 OPCION-TURNO           VALUE 'T'.
           88 OPCION-LISTAR          VALUE 'L'.
           88 OPCION-IMPORTAR        VALUE 'I'.
           88 OPCION-ACEPTAR         VALUE 'A'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 WS-OPERADOR                PIC X(8) VALUE 'CONSOLA'.
       01 WS-RENGLON-TURNO.
           05 TUR-TURNO              PIC X(2).
           05 TUR-DESCRIPCION        PIC X(20).
           05 TUR-ENTRADA            PIC 9(4).
           05 TUR-ENTRADA-R REDEFINES TUR-ENTRADA.
               10 TUR-ENT-HH         PIC 99.
               10 TUR-ENT-MM         PIC 99.
           05 TUR-SALIDA             PIC 9(4).
           05 TUR-SALIDA-R REDEFINES TUR-SALIDA.
               10 TUR-SAL-HH         PIC 99.
               10 TUR-SAL-MM         PIC 99.
           05 TUR-DIAS               PIC X(7).
           05 TUR-TOLERANCIA         PIC 99.
       01 WS-RENGLON-CHECADA.
           05 CHK-EMP                PIC 9(6).
           05 CHK-FECHA              PIC 9(8).
           05 CHK-HORA               PIC 9(4).
           05 CHK-HORA-R REDEFINES CHK-HORA.
               10 CHK-HH             PIC 99.
               10 CHK-MM             PIC 99.
           05 FILLER                 PIC X(22).
       01 WS-RENGLON-PER.
           05 WS-PRD-ANHO            PIC 9999.
           05 WS-PRD-NUMERO          PIC 99.
           05 WS-PRD-INICIO          PIC 9(8).
           05 WS-PRD-FIN             PIC 9(8).
           05 WS-PRD-PAGO            PIC 9(8).
           05 WS-PRD-FRECUENCIA      PIC X.
       01 WS-RENGLON-PEND.
           05 PEN-TIPO               PIC X.
               88 PEN-TARJETA        VALUE 'T'.
               88 PEN-FALTA          VALUE 'F'.
           05 PEN-EMP                PIC 9(6).
           05 PEN-PERIODO            PIC 9(6).
           05 PEN-DIAS               PIC 9.
           05 PEN-HRS-EXTRA          PIC 99.
           05 PEN-FECHA              PIC 9(8).
           05 PEN-INICIO             PIC 9(8).
           05 PEN-TRABAJADOS         PIC X(7).
       01 WS-REG-TARJETA.
           05 TAR-EMP                PIC 9(6).
           05 TAR-PERIODO            PIC 9(6).
           05 TAR-DIAS               PIC 9.
           05 TAR-HRS-EXTRA          PIC 99.
           05 TAR-INICIO             PIC 9(8).
           05 TAR-TRABAJADOS         PIC X(7).
       01 WS-RENGLON-FALTA.
           05 FAL-EMP                PIC 9(6).
           05 FAL-FECHA              PIC 9(8).
           05 FAL-CAPTURA            PIC 9(8).
           05 FAL-OPERADOR           PIC X(8).
           05 FAL-ORIGEN             PIC X.
           05 FAL-NOTA               PIC X(29).
       01 WS-PERIODO-IMP             PIC 9(6) VALUE ZEROS.
       01 WS-PERIODO-IMP-R REDEFINES WS-PERIODO-IMP.
           05 WS-PI-ANHO             PIC 9999.
           05 WS-PI-NUMERO           PIC 99.
       01 WS-VENTANA-OK              PIC X VALUE 'N'.
           88 VENTANA-HALLADA        VALUE 'S'.
       01 WS-CAPTURA.
           05 WS-ENT-CAP             PIC 9(4) VALUE ZEROS.
           05 WS-SAL-CAP             PIC 9(4) VALUE ZEROS.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE SPACES.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
      *    Catalogo de turnos en memoria (gana el ultimo renglon)
       01 WS-TABLA-TURNOS.
           05 WS-TT-NUM              PIC 99 VALUE ZEROS.
           05 WS-TT-ENT OCCURS 50 TIMES.
               10 WS-TT-TURNO        PIC X(2).
               10 WS-TT-ENTRADA      PIC 9(4).
               10 WS-TT-MIN-ENT      PIC 9(4).
               10 WS-TT-MIN-SAL      PIC 9(4).
               10 WS-TT-DIAS         PIC X(7).
               10 WS-TT-TOLERANCIA   PIC 99.
       01 WS-TT-IDX                  PIC 99 VALUE ZEROS.
      *    Dias de la semana importada (del inicio al fin, hasta 7)
       01 WS-TABLA-SEMANA.
           05 WS-SEM-NUM             PIC 9 VALUE ZEROS.
           05 WS-SEM-ENT OCCURS 7 TIMES.
               10 WS-SEM-FECHA       PIC 9(8).
               10 WS-SEM-DOW         PIC 9.
       01 WS-SEM-IDX                 PIC 9 VALUE ZEROS.
       01 WS-NOMBRES-DIA             PIC X(21)
           VALUE 'LUNMARMIEJUEVIESABDOM'.
      *    Empleados que checan: los activos con turno en EMPCOMP
       01 WS-TABLA-EMP.
           05 WS-TE-NUM              PIC 9(4) VALUE ZEROS.
           05 WS-TE-ENT OCCURS 2000 TIMES.
               10 WS-TE-EMP          PIC 9(6).
               10 WS-TE-TIDX         PIC 99.
               10 WS-TE-FRECUENCIA   PIC X.
               10 WS-TE-INGRESO      PIC 9(8).
               10 WS-TE-NOMBRE       PIC X(30).
       01 WS-TE-IDX                  PIC 9(4) VALUE ZEROS.
      *    Checadas de la semana de esos empleados, en minutos
       01 WS-TABLA-CHECADAS.
           05 WS-TC-NUM              PIC 9(5) VALUE ZEROS.
           05 WS-TC-ENT OCCURS 20000 TIMES.
               10 WS-TC-TE           PIC 9(4).
               10 WS-TC-DIA          PIC 9.
               10 WS-TC-MINUTO       PIC 9(4).
       01 WS-TC-IDX                  PIC 9(5) VALUE ZEROS.
       01 WS-TC-LLENA                PIC X VALUE 'N'.
           88 CHECADAS-LLENA         VALUE 'S'.
      *    Checadas de un empleado en un dia, ordenadas
       01 WS-TABLA-DIA.
           05 WS-DC-NUM              PIC 99 VALUE ZEROS.
           05 WS-DC-MINUTO OCCURS 20 TIMES PIC 9(4).
       01 WS-DC-IDX                  PIC 99 VALUE ZEROS.
       01 WS-DC-IDX2                 PIC 99 VALUE ZEROS.
       01 WS-DC-AUX                  PIC 9(4) VALUE ZEROS.
      *    Calculo de la semana del empleado
       01 WS-CALCULO.
           05 WS-MIN-TURNO           PIC 9(4) VALUE ZEROS.
           05 WS-MIN-TRABAJADOS      PIC 9(4) VALUE ZEROS.
           05 WS-MIN-RETARDO         PIC 9(4) VALUE ZEROS.
           05 WS-MIN-EXTRA           PIC 9(4) VALUE ZEROS.
           05 WS-SEM-TRABAJADOS      PIC 9 VALUE ZEROS.
           05 WS-SEM-PAGADOS         PIC 9 VALUE ZEROS.
           05 WS-SEM-LABORABLES      PIC 9 VALUE ZEROS.
           05 WS-SEM-DESCANSOS       PIC 9 VALUE ZEROS.
           05 WS-SEM-SEPTIMO         PIC 9 VALUE ZEROS.
           05 WS-SEM-FALTAS          PIC 9 VALUE ZEROS.
           05 WS-SEM-RETARDO         PIC 9(5) VALUE ZEROS.
           05 WS-SEM-EXTRA           PIC 9(5) VALUE ZEROS.
           05 WS-SEM-HRS-EXTRA       PIC 9(3) VALUE ZEROS.
           05 WS-SEM-CON-CHECADAS    PIC X(7) VALUE SPACES.
       01 WS-DIA-LABORABLE           PIC X VALUE 'N'.
           88 DIA-LABORABLE          VALUE 'S'.
       01 WS-OBSERVACION             PIC X(30) VALUE SPACES.
       01 WS-FALTA-OK                PIC X VALUE 'N'.
           88 FALTA-ACEPTADA         VALUE 'S'.
       01 WS-FALTA-MOTIVO            PIC X(30) VALUE SPACES.
       01 WS-CONTADORES.
           05 WS-TOT-CHECADAS        PIC 9(6) VALUE ZEROS.
           05 WS-TOT-EXCEPCIONES     PIC 9(6) VALUE ZEROS.
           05 WS-TOT-TARJETAS        PIC 9(6) VALUE ZEROS.
           05 WS-TOT-FALTAS          PIC 9(6) VALUE ZEROS.
           05 WS-TOT-OMITIDAS        PIC 9(6) VALUE ZEROS.
      *    Tarjetas ya existentes del periodo, para no duplicarlas
       01 WS-TABLA-YA.
           05 WS-TY-NUM              PIC 9(4) VALUE ZEROS.
           05 WS-TY-EMP OCCURS 2000 TIMES PIC 9(6).
       01 WS-TY-IDX                  PIC 9(4) VALUE ZEROS.
       01 WS-YA-EXISTE               PIC X VALUE 'N'.
           88 TARJETA-YA-EXISTE      VALUE 'S'.
       01 WS-ED-HORAS                PIC Z9.99.
       01 WS-ED-ENTRADA              PIC 9(4).
       01 WS-ED-SALIDA               PIC 9(4).
       01 WS-HHMM.
           05 WS-HHMM-HH             PIC 99.
           05 WS-HHMM-MM             PIC 99.
       01 WS-HHMM-NUM REDEFINES WS-HHMM PIC 9(4).
       01 WS-MIN-AUX                 PIC 9(4) VALUE ZEROS.
       01 WS-LINEA-REV               PIC X(132) VALUE SPACES.
       01 WS-LINEA-EXCEP             PIC X(132) VALUE SPACES.
       01 WS-MOTIVO-EXCEP            PIC X(40) VALUE SPACES.
       01 WS-EXC-EMP                 PIC 9(6) VALUE ZEROS.
       01 WS-EXC-FECHA               PIC 9(8) VALUE ZEROS.
       01 WS-EXC-HORA                PIC 9(4) VALUE ZEROS.
       01 WS-FECHA-DESGLOSE.
           05 WS-FD-ANO              PIC 9999.
           05 WS-FD-MES              PIC 99.
           05 WS-FD-DIA              PIC 99.
       01 WS-FECHA-NUM REDEFINES WS-FECHA-DESGLOSE
                                     PIC 9(8).
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-ZELLER.
           05 WS-Z-MES               PIC 99 VALUE ZEROS.
           05 WS-Z-ANO               PIC 9(4) VALUE ZEROS.
           05 WS-Z-SIGLO             PIC 99 VALUE ZEROS.
           05 WS-Z-ANOSIGLO          PIC 99 VALUE ZEROS.
           05 WS-Z-T1                PIC 9(4) VALUE ZEROS.
           05 WS-Z-T2                PIC 9(4) VALUE ZEROS.
           05 WS-Z-T3                PIC 9(4) VALUE ZEROS.
           05 WS-Z-SUMA              PIC 9(6) VALUE ZEROS.
           05 WS-Z-COC               PIC 9(4) VALUE ZEROS.
           05 WS-Z-DOW               PIC 9 VALUE ZEROS.
           05 WS-DIA-SEMANA          PIC 9 VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            MOVE 'CONSOLA' TO WS-OPERADOR
            OPEN INPUT F-OPSESION
            IF WS-STATUS-OPSESION = '00'
                READ F-OPSESION INTO WS-OPERADOR
                    AT END
                        MOVE 'CONSOLA' TO WS-OPERADOR
                END-READ
                CLOSE F-OPSESION
            END-IF
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       020-SESION.
            DISPLAY 'Reloj checador: alta de (T)urno, (L)istar '
                'turnos, (I)mportar semana, (A)ceptar semana '
                'revisada: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-TURNO
                    PERFORM 030-AGREGAR-TURNO
                       THRU
                       030-AGREGAR-TURNO-SAL
                WHEN OPCION-LISTAR
                    PERFORM 035-LISTAR-TURNOS
                       THRU
                       035-LISTAR-TURNOS-SAL
                WHEN OPCION-ACEPTAR
                    PERFORM 080-ACEPTAR-SEMANA
                       THRU
                       080-ACEPTAR-SEMANA-SAL
                WHEN OTHER
                    PERFORM 040-IMPORTAR-SEMANA
                       THRU
                       040-IMPORTAR-SEMANA-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-AGREGAR-TURNO.
      *    Un turno ya catalogado se corrige agregandolo otra vez
            DISPLAY 'Clave del turno (2): ' UPON CONSOLE
            ACCEPT TUR-TURNO FROM CONSOLE
            IF TUR-TURNO = SPACES
                DISPLAY 'Error: clave en blanco' UPON CONSOLE
                GO TO 030-AGREGAR-TURNO-SAL
            END-IF
            DISPLAY 'Descripcion: ' UPON CONSOLE
            ACCEPT TUR-DESCRIPCION FROM CONSOLE
            DISPLAY 'Hora de entrada (HHMM): ' UPON CONSOLE
            ACCEPT WS-ENT-CAP FROM CONSOLE
            DISPLAY 'Hora de salida (HHMM): ' UPON CONSOLE
            ACCEPT WS-SAL-CAP FROM CONSOLE
            MOVE WS-ENT-CAP TO TUR-ENTRADA
            MOVE WS-SAL-CAP TO TUR-SALIDA
            IF TUR-ENT-HH > 23 OR TUR-ENT-MM > 59
                OR TUR-SAL-HH > 23 OR TUR-SAL-MM > 59
                DISPLAY 'Error: hora invalida' UPON CONSOLE
                GO TO 030-AGREGAR-TURNO-SAL
            END-IF
            IF TUR-SALIDA NOT > TUR-ENTRADA
                DISPLAY 'Error: la salida debe ser posterior a la '
                    'entrada el mismo dia' UPON CONSOLE
                GO TO 030-AGREGAR-TURNO-SAL
            END-IF
            DISPLAY 'Dias laborables, 7 banderas S/N de lunes a '
                'domingo (ej. SSSSSSN): ' UPON CONSOLE
            ACCEPT TUR-DIAS FROM CONSOLE
            INSPECT TUR-DIAS REPLACING ALL ' ' BY 'N'
            DISPLAY 'Minutos de tolerancia a la entrada: '
                UPON CONSOLE
            ACCEPT TUR-TOLERANCIA FROM CONSOLE
            OPEN EXTEND F-TURNOS
            IF WS-STATUS-TURNOS = '35'
                OPEN OUTPUT F-TURNOS
            END-IF
            MOVE WS-RENGLON-TURNO TO REG-TURNO
            WRITE REG-TURNO
            CLOSE F-TURNOS
            MOVE 'TURNOS.TXT' TO WS-TAB-ARCHIVO
            MOVE SPACES TO WS-TAB-ANTES
            MOVE WS-RENGLON-TURNO TO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Turno registrado: ' TUR-TURNO UPON CONSOLE.
       030-AGREGAR-TURNO-SAL.
            EXIT.

       035-LISTAR-TURNOS.
            DISPLAY 'TURNOS DEL RELOJ CHECADOR' UPON CONSOLE
            OPEN INPUT F-TURNOS
            IF WS-STATUS-TURNOS NOT = '00'
                DISPLAY 'Sin turnos (TURNOS.TXT)' UPON CONSOLE
                GO TO 035-LISTAR-TURNOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-TURNOS INTO WS-RENGLON-TURNO
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        DISPLAY TUR-TURNO ' ' TUR-DESCRIPCION
                            ' ' TUR-ENTRADA '-' TUR-SALIDA
                            ' DIAS=' TUR-DIAS
                            ' TOLERANCIA=' TUR-TOLERANCIA
                            UPON CONSOLE
                END-READ
            END-PERFORM
            CLOSE F-TURNOS.
       035-LISTAR-TURNOS-SAL.
            EXIT.

       040-IMPORTAR-SEMANA.
            DISPLAY 'Semana a importar (AAAASS): ' UPON CONSOLE
            ACCEPT WS-PERIODO-IMP FROM CONSOLE
            PERFORM 042-VENTANA-DE-LA-SEMANA
               THRU
               042-VENTANA-DE-LA-SEMANA-SAL
            IF NOT VENTANA-HALLADA
                DISPLAY 'Error: la semana ' WS-PERIODO-IMP ' no esta '
                    'en el calendario semanal de PERIODOS.TXT'
                    UPON CONSOLE
                GO TO 040-IMPORTAR-SEMANA-SAL
            END-IF
            PERFORM 044-CARGAR-TURNOS
               THRU
               044-CARGAR-TURNOS-SAL
            IF WS-TT-NUM = ZEROS
                DISPLAY 'Error: no hay turnos (TURNOS.TXT)'
                    UPON CONSOLE
                GO TO 040-IMPORTAR-SEMANA-SAL
            END-IF
            OPEN INPUT F-CHECADAS
            IF WS-STATUS-CHECADAS NOT = '00'
                DISPLAY 'Error: no hay checadas del reloj '
                    '(CHECADAS.TXT)' UPON CONSOLE
                GO TO 040-IMPORTAR-SEMANA-SAL
            END-IF
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro de '
                    'personal, status ' WS-STATUS-EMPLEADOS
                    UPON CONSOLE
                CLOSE F-CHECADAS
                GO TO 040-IMPORTAR-SEMANA-SAL
            END-IF
            INITIALIZE WS-CONTADORES
            OPEN OUTPUT F-EXCEPCIONES
            MOVE SPACES TO WS-LINEA-EXCEP
            STRING 'EXCEPCIONES DEL RELOJ CHECADOR  SEMANA '
                WS-PERIODO-IMP ' DEL ' WS-PRD-INICIO ' AL '
                WS-PRD-FIN
                DELIMITED BY SIZE
                INTO WS-LINEA-EXCEP
            MOVE WS-LINEA-EXCEP TO REG-EXCEPCION
            WRITE REG-EXCEPCION
            PERFORM 046-CARGAR-EMPLEADOS
               THRU
               046-CARGAR-EMPLEADOS-SAL
            MOVE ZEROS TO WS-TC-NUM
            MOVE 'N' TO WS-TC-LLENA
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 050-LEER-CHECADA
               THRU
               050-LEER-CHECADA-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-CHECADAS
            IF CHECADAS-LLENA
                DISPLAY 'AVISO: la semana trae mas checadas de las '
                    'que caben; revise CHKEXC.TXT' UPON CONSOLE
            END-IF
            OPEN OUTPUT F-REVISION
            OPEN OUTPUT F-PENDIENTE
            MOVE SPACES TO WS-LINEA-REV
            STRING 'REVISION DEL RELOJ CHECADOR  SEMANA '
                WS-PERIODO-IMP ' DEL ' WS-PRD-INICIO ' AL '
                WS-PRD-FIN
                DELIMITED BY SIZE
                INTO WS-LINEA-REV
            MOVE WS-LINEA-REV TO REG-REVISION
            WRITE REG-REVISION
            PERFORM VARYING WS-TE-IDX FROM 1 BY 1
                UNTIL WS-TE-IDX > WS-TE-NUM
                PERFORM 060-SEMANA-DEL-EMPLEADO
                   THRU
                   060-SEMANA-DEL-EMPLEADO-SAL
            END-PERFORM
            MOVE SPACES TO WS-LINEA-REV
            STRING 'TOTAL: EMPLEADOS=' WS-TE-NUM
                ' CHECADAS=' WS-TOT-CHECADAS
                ' TARJETAS=' WS-TOT-TARJETAS
                ' FALTAS=' WS-TOT-FALTAS
                ' EXCEPCIONES=' WS-TOT-EXCEPCIONES
                DELIMITED BY SIZE
                INTO WS-LINEA-REV
            MOVE WS-LINEA-REV TO REG-REVISION
            WRITE REG-REVISION
            CLOSE F-REVISION
            CLOSE F-PENDIENTE
            CLOSE F-EXCEPCIONES
            CLOSE F-EMPLEADOS
            DISPLAY WS-LINEA-REV UPON CONSOLE
            DISPLAY 'Revision en CHKREV.TXT y excepciones en '
                'CHKEXC.TXT; con el visto bueno del supervisor use '
                '(A)ceptar' UPON CONSOLE.
       040-IMPORTAR-SEMANA-SAL.
            EXIT.

       042-VENTANA-DE-LA-SEMANA.
      *    Inicio y fin de la semana en el calendario semanal, y de
      *    ahi los dias con su dia de la semana (1=lunes..7=domingo)
            MOVE 'N' TO WS-VENTANA-OK
            MOVE ZEROS TO WS-SEM-NUM
            OPEN INPUT F-PERIODOS
            IF WS-STATUS-PERIODOS NOT = '00'
                GO TO 042-VENTANA-DE-LA-SEMANA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-PERIODOS INTO WS-RENGLON-PER
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-PRD-ANHO = WS-PI-ANHO
                            AND WS-PRD-NUMERO = WS-PI-NUMERO
                            AND WS-PRD-FRECUENCIA = 'S'
                            MOVE 'S' TO WS-VENTANA-OK
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-PERIODOS
            IF NOT VENTANA-HALLADA
                GO TO 042-VENTANA-DE-LA-SEMANA-SAL
            END-IF
            MOVE WS-PRD-INICIO TO WS-FECHA-NUM
            PERFORM UNTIL WS-SEM-NUM = 7
                OR WS-FECHA-NUM > WS-PRD-FIN
                ADD 1 TO WS-SEM-NUM
                MOVE WS-FECHA-NUM TO WS-SEM-FECHA(WS-SEM-NUM)
                PERFORM 015-DIA-DE-LA-SEMANA
                   THRU
                   015-DIA-DE-LA-SEMANA-SAL
                MOVE WS-DIA-SEMANA TO WS-SEM-DOW(WS-SEM-NUM)
                PERFORM 017-DIA-SIGUIENTE
                   THRU
                   017-DIA-SIGUIENTE-SAL
            END-PERFORM.
       042-VENTANA-DE-LA-SEMANA-SAL.
            EXIT.

       044-CARGAR-TURNOS.
            MOVE ZEROS TO WS-TT-NUM
            OPEN INPUT F-TURNOS
            IF WS-STATUS-TURNOS NOT = '00'
                GO TO 044-CARGAR-TURNOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-TURNOS INTO WS-RENGLON-TURNO
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 045-GUARDAR-TURNO
                           THRU
                           045-GUARDAR-TURNO-SAL
                END-READ
            END-PERFORM
            CLOSE F-TURNOS.
       044-CARGAR-TURNOS-SAL.
            EXIT.

       045-GUARDAR-TURNO.
            MOVE ZEROS TO WS-TT-IDX
            PERFORM 047-BUSCAR-TURNO
               THRU
               047-BUSCAR-TURNO-SAL
            IF WS-TT-IDX = ZEROS
                IF WS-TT-NUM NOT < 50
                    GO TO 045-GUARDAR-TURNO-SAL
                END-IF
                ADD 1 TO WS-TT-NUM
                MOVE WS-TT-NUM TO WS-TT-IDX
            END-IF
            MOVE TUR-TURNO TO WS-TT-TURNO(WS-TT-IDX)
            MOVE TUR-ENTRADA TO WS-TT-ENTRADA(WS-TT-IDX)
            COMPUTE WS-TT-MIN-ENT(WS-TT-IDX) =
                (TUR-ENT-HH * 60) + TUR-ENT-MM
            COMPUTE WS-TT-MIN-SAL(WS-TT-IDX) =
                (TUR-SAL-HH * 60) + TUR-SAL-MM
            MOVE TUR-DIAS TO WS-TT-DIAS(WS-TT-IDX)
            MOVE TUR-TOLERANCIA TO WS-TT-TOLERANCIA(WS-TT-IDX).
       045-GUARDAR-TURNO-SAL.
            EXIT.

       047-BUSCAR-TURNO.
      *    Indice del turno TUR-TURNO en la tabla, cero si no esta
            MOVE ZEROS TO WS-TT-IDX
            PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                UNTIL WS-DC-IDX > WS-TT-NUM
                OR WS-TT-IDX > ZEROS
                IF WS-TT-TURNO(WS-DC-IDX) = TUR-TURNO
                    MOVE WS-DC-IDX TO WS-TT-IDX
                END-IF
            END-PERFORM.
       047-BUSCAR-TURNO-SAL.
            EXIT.

       046-CARGAR-EMPLEADOS.
      *    Empleados activos con turno asignado en EMPCOMP; el turno
      *    que no esta en el catalogo va a excepciones
            MOVE ZEROS TO WS-TE-NUM
            OPEN INPUT F-COMPLEMENTO
            IF NOT CMP-OK
                GO TO 046-CARGAR-EMPLEADOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-COMPLEMENTO NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF CMP-TURNO NOT = SPACES
                            PERFORM 048-AGREGAR-EMPLEADO
                               THRU
                               048-AGREGAR-EMPLEADO-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-COMPLEMENTO.
       046-CARGAR-EMPLEADOS-SAL.
            EXIT.

       048-AGREGAR-EMPLEADO.
            MOVE CMP-EMP-ID TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    GO TO 048-AGREGAR-EMPLEADO-SAL
            END-READ
            IF EMP-BAJA
                GO TO 048-AGREGAR-EMPLEADO-SAL
            END-IF
            MOVE CMP-TURNO TO TUR-TURNO
            PERFORM 047-BUSCAR-TURNO
               THRU
               047-BUSCAR-TURNO-SAL
            IF WS-TT-IDX = ZEROS
                MOVE CMP-EMP-ID TO WS-EXC-EMP
                MOVE ZEROS TO WS-EXC-FECHA
                MOVE ZEROS TO WS-EXC-HORA
                MOVE SPACES TO WS-MOTIVO-EXCEP
                STRING 'TURNO ' CMP-TURNO ' NO ESTA EN TURNOS.TXT'
                    DELIMITED BY SIZE
                    INTO WS-MOTIVO-EXCEP
                PERFORM 090-ESCRIBIR-EXCEPCION
                   THRU
                   090-ESCRIBIR-EXCEPCION-SAL
                GO TO 048-AGREGAR-EMPLEADO-SAL
            END-IF
            IF WS-TE-NUM NOT < 2000
                GO TO 048-AGREGAR-EMPLEADO-SAL
            END-IF
            ADD 1 TO WS-TE-NUM
            MOVE CMP-EMP-ID TO WS-TE-EMP(WS-TE-NUM)
            MOVE WS-TT-IDX TO WS-TE-TIDX(WS-TE-NUM)
            IF REG-FRECUENCIA = SPACE
                MOVE 'Q' TO WS-TE-FRECUENCIA(WS-TE-NUM)
            ELSE
                MOVE REG-FRECUENCIA TO WS-TE-FRECUENCIA(WS-TE-NUM)
            END-IF
            COMPUTE WS-TE-INGRESO(WS-TE-NUM) = (REG-ING-ANHO * 10000)
                + (REG-ING-MES * 100) + REG-ING-DIA
            MOVE SPACES TO WS-TE-NOMBRE(WS-TE-NUM)
            STRING REG-APE-PATERNO DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                REG-NOMBRE DELIMITED BY '  '
                INTO WS-TE-NOMBRE(WS-TE-NUM).
       048-AGREGAR-EMPLEADO-SAL.
            EXIT.

       050-LEER-CHECADA.
            READ F-CHECADAS INTO WS-RENGLON-CHECADA
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 050-LEER-CHECADA-SAL
            END-READ
            IF CHK-FECHA < WS-PRD-INICIO OR CHK-FECHA > WS-PRD-FIN
                GO TO 050-LEER-CHECADA-SAL
            END-IF
            ADD 1 TO WS-TOT-CHECADAS
            MOVE CHK-EMP TO WS-EXC-EMP
            MOVE CHK-FECHA TO WS-EXC-FECHA
            MOVE CHK-HORA TO WS-EXC-HORA
            IF CHK-HH > 23 OR CHK-MM > 59
                MOVE 'HORA INVALIDA EN LA CHECADA' TO WS-MOTIVO-EXCEP
                PERFORM 090-ESCRIBIR-EXCEPCION
                   THRU
                   090-ESCRIBIR-EXCEPCION-SAL
                GO TO 050-LEER-CHECADA-SAL
            END-IF
            MOVE ZEROS TO WS-TE-IDX
            PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                UNTIL WS-TC-IDX > WS-TE-NUM
                OR WS-TE-IDX > ZEROS
                IF WS-TE-EMP(WS-TC-IDX) = CHK-EMP
                    MOVE WS-TC-IDX TO WS-TE-IDX
                END-IF
            END-PERFORM
            IF WS-TE-IDX = ZEROS
                MOVE CHK-EMP TO EMP-ID-REG
                READ F-EMPLEADOS
                    INVALID KEY
                        MOVE 'EMPLEADO NO EXISTE EN EMPLEADOS.DAT'
                            TO WS-MOTIVO-EXCEP
                    NOT INVALID KEY
                        IF EMP-BAJA
                            MOVE 'EMPLEADO DADO DE BAJA'
                                TO WS-MOTIVO-EXCEP
                        ELSE
                            MOVE 'EMPLEADO SIN TURNO ASIGNADO'
                                TO WS-MOTIVO-EXCEP
                        END-IF
                END-READ
                PERFORM 090-ESCRIBIR-EXCEPCION
                   THRU
                   090-ESCRIBIR-EXCEPCION-SAL
                GO TO 050-LEER-CHECADA-SAL
            END-IF
            IF WS-TC-NUM NOT < 20000
                MOVE 'S' TO WS-TC-LLENA
                MOVE 'CHECADA FUERA DE TABLA, NO PROCESADA'
                    TO WS-MOTIVO-EXCEP
                PERFORM 090-ESCRIBIR-EXCEPCION
                   THRU
                   090-ESCRIBIR-EXCEPCION-SAL
                GO TO 050-LEER-CHECADA-SAL
            END-IF
            ADD 1 TO WS-TC-NUM
            MOVE WS-TE-IDX TO WS-TC-TE(WS-TC-NUM)
            MOVE 1 TO WS-TC-DIA(WS-TC-NUM)
            PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                UNTIL WS-SEM-IDX > WS-SEM-NUM
                IF WS-SEM-FECHA(WS-SEM-IDX) = CHK-FECHA
                    MOVE WS-SEM-IDX TO WS-TC-DIA(WS-TC-NUM)
                END-IF
            END-PERFORM
            COMPUTE WS-TC-MINUTO(WS-TC-NUM) = (CHK-HH * 60) + CHK-MM.
       050-LEER-CHECADA-SAL.
            EXIT.

       060-SEMANA-DEL-EMPLEADO.
      *    Un renglon por dia y el total de la semana del empleado;
      *    el semanal deja su tarjeta y los demas sus faltas en
      *    espera de la aceptacion
            MOVE WS-TE-TIDX(WS-TE-IDX) TO WS-TT-IDX
            INITIALIZE WS-CALCULO
            MOVE ALL 'N' TO WS-SEM-CON-CHECADAS
            COMPUTE WS-MIN-TURNO = WS-TT-MIN-SAL(WS-TT-IDX)
                - WS-TT-MIN-ENT(WS-TT-IDX)
            MOVE SPACES TO WS-LINEA-REV
            STRING 'EMP=' WS-TE-EMP(WS-TE-IDX) ' '
                WS-TE-NOMBRE(WS-TE-IDX)
                ' TURNO=' WS-TT-TURNO(WS-TT-IDX)
                ' ' WS-TT-ENTRADA(WS-TT-IDX)
                ' DIAS=' WS-TT-DIAS(WS-TT-IDX)
                ' FRECUENCIA=' WS-TE-FRECUENCIA(WS-TE-IDX)
                DELIMITED BY SIZE
                INTO WS-LINEA-REV
            MOVE WS-LINEA-REV TO REG-REVISION
            WRITE REG-REVISION
            PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                UNTIL WS-SEM-IDX > WS-SEM-NUM
                PERFORM 065-DIA-DEL-EMPLEADO
                   THRU
                   065-DIA-DEL-EMPLEADO-SAL
            END-PERFORM
      *    Septimo dia: los descansos de la semana en proporcion a
      *    los dias laborables pagados
            IF WS-SEM-LABORABLES = ZEROS
                MOVE WS-SEM-DESCANSOS TO WS-SEM-SEPTIMO
            ELSE
                COMPUTE WS-SEM-SEPTIMO = (WS-SEM-DESCANSOS
                    * WS-SEM-PAGADOS) / WS-SEM-LABORABLES
            END-IF
            COMPUTE WS-SEM-HRS-EXTRA = WS-SEM-EXTRA / 60
            IF WS-SEM-HRS-EXTRA > 99
                MOVE 99 TO WS-SEM-HRS-EXTRA
            END-IF
            MOVE SPACES TO WS-LINEA-REV
            IF WS-TE-FRECUENCIA(WS-TE-IDX) = 'S'
                COMPUTE PEN-DIAS = WS-SEM-PAGADOS + WS-SEM-SEPTIMO
                MOVE 'T' TO PEN-TIPO
                MOVE WS-TE-EMP(WS-TE-IDX) TO PEN-EMP
                MOVE WS-PERIODO-IMP TO PEN-PERIODO
                MOVE WS-SEM-HRS-EXTRA TO PEN-HRS-EXTRA
                MOVE ZEROS TO PEN-FECHA
                MOVE WS-SEM-FECHA(1) TO PEN-INICIO
                MOVE WS-SEM-CON-CHECADAS TO PEN-TRABAJADOS
                MOVE WS-RENGLON-PEND TO REG-PENDIENTE
                WRITE REG-PENDIENTE
                ADD 1 TO WS-TOT-TARJETAS
                STRING '   SEMANA: TRABAJADOS=' WS-SEM-TRABAJADOS
                    ' PAGABLES=' PEN-DIAS
                    ' (SEPTIMO ' WS-SEM-SEPTIMO ')'
                    ' FALTAS=' WS-SEM-FALTAS
                    ' RETARDO MIN=' WS-SEM-RETARDO
                    ' EXTRA HRS=' PEN-HRS-EXTRA
                    '  -> TARJETAS.TXT'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REV
            ELSE
                STRING '   SEMANA: TRABAJADOS=' WS-SEM-TRABAJADOS
                    ' FALTAS=' WS-SEM-FALTAS
                    ' RETARDO MIN=' WS-SEM-RETARDO
                    ' EXTRA MIN=' WS-SEM-EXTRA
                    '  -> FALTAS.TXT'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REV
            END-IF
            MOVE WS-LINEA-REV TO REG-REVISION
            WRITE REG-REVISION.
       060-SEMANA-DEL-EMPLEADO-SAL.
            EXIT.

       065-DIA-DEL-EMPLEADO.
            MOVE SPACES TO WS-OBSERVACION
            MOVE ZEROS TO WS-MIN-TRABAJADOS
            MOVE ZEROS TO WS-MIN-RETARDO
            MOVE ZEROS TO WS-MIN-EXTRA
            MOVE ZEROS TO WS-ED-ENTRADA
            MOVE ZEROS TO WS-ED-SALIDA
            IF WS-TT-DIAS(WS-TT-IDX)(WS-SEM-DOW(WS-SEM-IDX):1) = 'S'
                MOVE 'S' TO WS-DIA-LABORABLE
            ELSE
                MOVE 'N' TO WS-DIA-LABORABLE
            END-IF
      *    Antes del ingreso o despues de hoy el dia no cuenta
            IF WS-SEM-FECHA(WS-SEM-IDX) < WS-TE-INGRESO(WS-TE-IDX)
                OR WS-SEM-FECHA(WS-SEM-IDX) > WS-FECHA-SIS
                MOVE 'NO APLICA' TO WS-OBSERVACION
                GO TO 065-ESCRIBIR-DIA
            END-IF
            IF DIA-LABORABLE
                ADD 1 TO WS-SEM-LABORABLES
            ELSE
                ADD 1 TO WS-SEM-DESCANSOS
            END-IF
      *    Checadas del dia, ordenadas por hora
            MOVE ZEROS TO WS-DC-NUM
            PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                UNTIL WS-TC-IDX > WS-TC-NUM
                IF WS-TC-TE(WS-TC-IDX) = WS-TE-IDX
                    AND WS-TC-DIA(WS-TC-IDX) = WS-SEM-IDX
                    AND WS-DC-NUM < 20
                    ADD 1 TO WS-DC-NUM
                    MOVE WS-TC-MINUTO(WS-TC-IDX)
                        TO WS-DC-MINUTO(WS-DC-NUM)
                END-IF
            END-PERFORM
            PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                UNTIL WS-DC-IDX >= WS-DC-NUM
                PERFORM VARYING WS-DC-IDX2 FROM 1 BY 1
                    UNTIL WS-DC-IDX2 > WS-DC-NUM - WS-DC-IDX
                    IF WS-DC-MINUTO(WS-DC-IDX2)
                        > WS-DC-MINUTO(WS-DC-IDX2 + 1)
                        MOVE WS-DC-MINUTO(WS-DC-IDX2) TO WS-DC-AUX
                        MOVE WS-DC-MINUTO(WS-DC-IDX2 + 1)
                            TO WS-DC-MINUTO(WS-DC-IDX2)
                        MOVE WS-DC-AUX TO WS-DC-MINUTO(WS-DC-IDX2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM
            IF WS-DC-NUM = ZEROS
                PERFORM 070-DIA-SIN-CHECADAS
                   THRU
                   070-DIA-SIN-CHECADAS-SAL
                GO TO 065-ESCRIBIR-DIA
            END-IF
      *    Dia con checadas, aun en descanso, para las primas
            MOVE 'S' TO WS-SEM-CON-CHECADAS(WS-SEM-IDX:1)
            MOVE WS-DC-MINUTO(1) TO WS-MIN-AUX
            PERFORM 067-MINUTOS-A-HHMM
               THRU
               067-MINUTOS-A-HHMM-SAL
            MOVE WS-HHMM-NUM TO WS-ED-ENTRADA
            MOVE WS-DC-MINUTO(WS-DC-NUM) TO WS-MIN-AUX
            PERFORM 067-MINUTOS-A-HHMM
               THRU
               067-MINUTOS-A-HHMM-SAL
            MOVE WS-HHMM-NUM TO WS-ED-SALIDA
      *    Pares entrada-salida; la checada sin pareja es salida sin
      *    checar
            PERFORM VARYING WS-DC-IDX FROM 1 BY 2
                UNTIL WS-DC-IDX >= WS-DC-NUM
                COMPUTE WS-MIN-TRABAJADOS = WS-MIN-TRABAJADOS
                    + WS-DC-MINUTO(WS-DC-IDX + 1)
                    - WS-DC-MINUTO(WS-DC-IDX)
            END-PERFORM
            DIVIDE WS-DC-NUM BY 2 GIVING WS-DC-IDX
                REMAINDER WS-DC-IDX2
            IF WS-DC-IDX2 NOT = ZEROS
                MOVE 'SIN CHECADA DE SALIDA' TO WS-OBSERVACION
                MOVE WS-TE-EMP(WS-TE-IDX) TO WS-EXC-EMP
                MOVE WS-SEM-FECHA(WS-SEM-IDX) TO WS-EXC-FECHA
                MOVE WS-ED-SALIDA TO WS-EXC-HORA
                MOVE 'FALTA LA CHECADA DE SALIDA' TO WS-MOTIVO-EXCEP
                PERFORM 090-ESCRIBIR-EXCEPCION
                   THRU
                   090-ESCRIBIR-EXCEPCION-SAL
            END-IF
            IF NOT DIA-LABORABLE
                MOVE 'CHECO EN DIA DE DESCANSO' TO WS-OBSERVACION
                MOVE WS-TE-EMP(WS-TE-IDX) TO WS-EXC-EMP
                MOVE WS-SEM-FECHA(WS-SEM-IDX) TO WS-EXC-FECHA
                MOVE WS-ED-ENTRADA TO WS-EXC-HORA
                MOVE 'CHECADA EN DIA DE DESCANSO DEL TURNO'
                    TO WS-MOTIVO-EXCEP
                PERFORM 090-ESCRIBIR-EXCEPCION
                   THRU
                   090-ESCRIBIR-EXCEPCION-SAL
                GO TO 065-ESCRIBIR-DIA
            END-IF
            ADD 1 TO WS-SEM-TRABAJADOS
            ADD 1 TO WS-SEM-PAGADOS
            IF WS-DC-MINUTO(1) > WS-TT-MIN-ENT(WS-TT-IDX)
                + WS-TT-TOLERANCIA(WS-TT-IDX)
                COMPUTE WS-MIN-RETARDO = WS-DC-MINUTO(1)
                    - WS-TT-MIN-ENT(WS-TT-IDX)
                ADD WS-MIN-RETARDO TO WS-SEM-RETARDO
                IF WS-OBSERVACION = SPACES
                    MOVE 'RETARDO' TO WS-OBSERVACION
                END-IF
            END-IF
            IF WS-MIN-TRABAJADOS > WS-MIN-TURNO
                COMPUTE WS-MIN-EXTRA = WS-MIN-TRABAJADOS
                    - WS-MIN-TURNO
                ADD WS-MIN-EXTRA TO WS-SEM-EXTRA
            END-IF.
       065-ESCRIBIR-DIA.
            COMPUTE WS-ED-HORAS ROUNDED = WS-MIN-TRABAJADOS / 60
            MOVE SPACES TO WS-LINEA-REV
            STRING '   ' WS-SEM-FECHA(WS-SEM-IDX) ' '
                WS-NOMBRES-DIA((WS-SEM-DOW(WS-SEM-IDX) - 1) * 3 + 1:3)
                ' ENT=' WS-ED-ENTRADA
                ' SAL=' WS-ED-SALIDA
                ' HORAS=' WS-ED-HORAS
                ' RETARDO=' WS-MIN-RETARDO
                ' EXTRA=' WS-MIN-EXTRA
                ' ' WS-OBSERVACION
                DELIMITED BY SIZE
                INTO WS-LINEA-REV
            MOVE WS-LINEA-REV TO REG-REVISION
            WRITE REG-REVISION.
       065-DIA-DEL-EMPLEADO-SAL.
            EXIT.

       067-MINUTOS-A-HHMM.
            DIVIDE WS-MIN-AUX BY 60 GIVING WS-HHMM-HH
                REMAINDER WS-HHMM-MM.
       067-MINUTOS-A-HHMM-SAL.
            EXIT.

       070-DIA-SIN-CHECADAS.
      *    Dia laborable sin checadas: PRG01121 dice si es falta;
      *    feriado, vacaciones o incapacidad se pagan (la incapacidad
      *    la descuenta despues el lote de PRG01019)
            IF NOT DIA-LABORABLE
                MOVE 'DESCANSO' TO WS-OBSERVACION
                GO TO 070-DIA-SIN-CHECADAS-SAL
            END-IF
            CALL 'PRG01121' USING WS-TE-EMP(WS-TE-IDX)
                WS-SEM-FECHA(WS-SEM-IDX) WS-FALTA-OK WS-FALTA-MOTIVO
            IF FALTA-ACEPTADA
                ADD 1 TO WS-SEM-FALTAS
                MOVE 'FALTA' TO WS-OBSERVACION
                IF WS-TE-FRECUENCIA(WS-TE-IDX) NOT = 'S'
                    MOVE 'F' TO PEN-TIPO
                    MOVE WS-TE-EMP(WS-TE-IDX) TO PEN-EMP
                    MOVE WS-PERIODO-IMP TO PEN-PERIODO
                    MOVE ZEROS TO PEN-DIAS
                    MOVE ZEROS TO PEN-HRS-EXTRA
                    MOVE WS-SEM-FECHA(WS-SEM-IDX) TO PEN-FECHA
                    MOVE ZEROS TO PEN-INICIO
                    MOVE SPACES TO PEN-TRABAJADOS
                    MOVE WS-RENGLON-PEND TO REG-PENDIENTE
                    WRITE REG-PENDIENTE
                    ADD 1 TO WS-TOT-FALTAS
                END-IF
                GO TO 070-DIA-SIN-CHECADAS-SAL
            END-IF
            IF WS-FALTA-MOTIVO = 'FALTA YA CAPTURADA'
                ADD 1 TO WS-SEM-FALTAS
                MOVE 'FALTA YA CAPTURADA' TO WS-OBSERVACION
                GO TO 070-DIA-SIN-CHECADAS-SAL
            END-IF
            MOVE WS-FALTA-MOTIVO TO WS-OBSERVACION
            ADD 1 TO WS-SEM-PAGADOS.
       070-DIA-SIN-CHECADAS-SAL.
            EXIT.

       080-ACEPTAR-SEMANA.
      *    Lo importado en espera pasa a TARJETAS.TXT y FALTAS.TXT;
      *    la tarjeta que ya exista para el empleado y la semana no
      *    se duplica y la falta se vuelve a validar con PRG01121
            DISPLAY 'Semana revisada a aceptar (AAAASS): '
                UPON CONSOLE
            ACCEPT WS-PERIODO-IMP FROM CONSOLE
            OPEN INPUT F-PENDIENTE
            IF WS-STATUS-PENDIENTE NOT = '00'
                DISPLAY 'No hay semana importada en espera '
                    '(CHKPEND.TXT)' UPON CONSOLE
                GO TO 080-ACEPTAR-SEMANA-SAL
            END-IF
            DISPLAY '¿Confirma que el supervisor reviso CHKREV.TXT '
                'de la semana ' WS-PERIODO-IMP '? (S/N): '
                UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                CLOSE F-PENDIENTE
                GO TO 080-ACEPTAR-SEMANA-SAL
            END-IF
            PERFORM 082-TARJETAS-EXISTENTES
               THRU
               082-TARJETAS-EXISTENTES-SAL
            INITIALIZE WS-CONTADORES
            OPEN EXTEND F-TARJETAS
            IF WS-STATUS-TARJETAS = '35'
                OPEN OUTPUT F-TARJETAS
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 085-ACEPTAR-RENGLON
               THRU
               085-ACEPTAR-RENGLON-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-TARJETAS
            CLOSE F-PENDIENTE
            IF WS-TOT-TARJETAS > ZEROS OR WS-TOT-FALTAS > ZEROS
      *        La espera queda vacia para no aceptarla dos veces
                OPEN OUTPUT F-PENDIENTE
                CLOSE F-PENDIENTE
            END-IF
            DISPLAY 'Aceptado: TARJETAS=' WS-TOT-TARJETAS
                ' FALTAS=' WS-TOT-FALTAS
                ' OMITIDOS=' WS-TOT-OMITIDAS UPON CONSOLE
            IF WS-TOT-TARJETAS > ZEROS
                DISPLAY 'Genere los pagos de la semana con PRG01062'
                    UPON CONSOLE
            END-IF.
       080-ACEPTAR-SEMANA-SAL.
            EXIT.

       082-TARJETAS-EXISTENTES.
            MOVE ZEROS TO WS-TY-NUM
            OPEN INPUT F-TARJETAS
            IF WS-STATUS-TARJETAS NOT = '00'
                GO TO 082-TARJETAS-EXISTENTES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-TARJETAS INTO WS-REG-TARJETA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF TAR-PERIODO = WS-PERIODO-IMP
                            AND WS-TY-NUM < 2000
                            ADD 1 TO WS-TY-NUM
                            MOVE TAR-EMP TO WS-TY-EMP(WS-TY-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-TARJETAS.
       082-TARJETAS-EXISTENTES-SAL.
            EXIT.

       085-ACEPTAR-RENGLON.
            READ F-PENDIENTE INTO WS-RENGLON-PEND
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 085-ACEPTAR-RENGLON-SAL
            END-READ
            IF PEN-PERIODO NOT = WS-PERIODO-IMP
                ADD 1 TO WS-TOT-OMITIDAS
                GO TO 085-ACEPTAR-RENGLON-SAL
            END-IF
            IF PEN-TARJETA
                MOVE 'N' TO WS-YA-EXISTE
                PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                    UNTIL WS-TY-IDX > WS-TY-NUM
                    IF WS-TY-EMP(WS-TY-IDX) = PEN-EMP
                        MOVE 'S' TO WS-YA-EXISTE
                    END-IF
                END-PERFORM
                IF TARJETA-YA-EXISTE
                    ADD 1 TO WS-TOT-OMITIDAS
                    DISPLAY 'AVISO: el empleado ' PEN-EMP ' ya tiene '
                        'tarjeta de la semana; no se duplica'
                        UPON CONSOLE
                    GO TO 085-ACEPTAR-RENGLON-SAL
                END-IF
                MOVE PEN-EMP TO TAR-EMP
                MOVE PEN-PERIODO TO TAR-PERIODO
                MOVE PEN-DIAS TO TAR-DIAS
                MOVE PEN-HRS-EXTRA TO TAR-HRS-EXTRA
                MOVE PEN-INICIO TO TAR-INICIO
                MOVE PEN-TRABAJADOS TO TAR-TRABAJADOS
                MOVE WS-REG-TARJETA TO REG-TARJETA
                WRITE REG-TARJETA
                ADD 1 TO WS-TOT-TARJETAS
                GO TO 085-ACEPTAR-RENGLON-SAL
            END-IF
            CALL 'PRG01121' USING PEN-EMP PEN-FECHA WS-FALTA-OK
                WS-FALTA-MOTIVO
            IF NOT FALTA-ACEPTADA
                ADD 1 TO WS-TOT-OMITIDAS
                DISPLAY 'Falta ' PEN-EMP ' ' PEN-FECHA ' omitida: '
                    WS-FALTA-MOTIVO UPON CONSOLE
                GO TO 085-ACEPTAR-RENGLON-SAL
            END-IF
            MOVE PEN-EMP TO FAL-EMP
            MOVE PEN-FECHA TO FAL-FECHA
            MOVE WS-FECHA-SIS TO FAL-CAPTURA
            MOVE WS-OPERADOR TO FAL-OPERADOR
            MOVE 'R' TO FAL-ORIGEN
            MOVE SPACES TO FAL-NOTA
            STRING 'RELOJ CHECADOR SEMANA ' PEN-PERIODO
                DELIMITED BY SIZE
                INTO FAL-NOTA
            OPEN EXTEND F-FALTAS
            IF WS-STATUS-FALTAS = '35'
                OPEN OUTPUT F-FALTAS
            END-IF
            MOVE WS-RENGLON-FALTA TO REG-FALTA
            WRITE REG-FALTA
            CLOSE F-FALTAS
            ADD 1 TO WS-TOT-FALTAS.
       085-ACEPTAR-RENGLON-SAL.
            EXIT.

       090-ESCRIBIR-EXCEPCION.
            ADD 1 TO WS-TOT-EXCEPCIONES
            MOVE SPACES TO WS-LINEA-EXCEP
            STRING 'EMP=' WS-EXC-EMP
                ' FECHA=' WS-EXC-FECHA
                ' HORA=' WS-EXC-HORA
                ' MOTIVO=' WS-MOTIVO-EXCEP
                DELIMITED BY SIZE
                INTO WS-LINEA-EXCEP
            MOVE WS-LINEA-EXCEP TO REG-EXCEPCION
            WRITE REG-EXCEPCION.
       090-ESCRIBIR-EXCEPCION-SAL.
            EXIT.

       015-DIA-DE-LA-SEMANA.
      *    Congruencia de Zeller (misma forma que PRG01009 y PRG01059)
      *    y de ahi el dia 1=lunes ... 7=domingo para las banderas
      *    del turno
            IF WS-FD-MES < 3
                COMPUTE WS-Z-MES = WS-FD-MES + 12
                COMPUTE WS-Z-ANO = WS-FD-ANO - 1
            ELSE
                MOVE WS-FD-MES TO WS-Z-MES
                MOVE WS-FD-ANO TO WS-Z-ANO
            END-IF
            DIVIDE WS-Z-ANO BY 100 GIVING WS-Z-SIGLO
            COMPUTE WS-Z-ANOSIGLO = WS-Z-ANO - (WS-Z-SIGLO * 100)
            COMPUTE WS-Z-T1 = (13 * (WS-Z-MES + 1)) / 5
            COMPUTE WS-Z-T2 = WS-Z-ANOSIGLO / 4
            COMPUTE WS-Z-T3 = WS-Z-SIGLO / 4
            COMPUTE WS-Z-SUMA = WS-FD-DIA + WS-Z-T1 + WS-Z-ANOSIGLO
                + WS-Z-T2 + WS-Z-T3 + (5 * WS-Z-SIGLO)
            DIVIDE WS-Z-SUMA BY 7 GIVING WS-Z-COC
                REMAINDER WS-Z-DOW
            EVALUATE WS-Z-DOW
                WHEN 0
                    MOVE 6 TO WS-DIA-SEMANA
                WHEN 1
                    MOVE 7 TO WS-DIA-SEMANA
                WHEN OTHER
                    COMPUTE WS-DIA-SEMANA = WS-Z-DOW - 1
            END-EVALUATE.
       015-DIA-DE-LA-SEMANA-SAL.
            EXIT.

       017-DIA-SIGUIENTE.
      *    Avanza un dia de calendario validando con PRG01013, sin
      *    repetir aqui las reglas de fin de mes (como PRG01066)
            ADD 1 TO WS-FD-DIA
            CALL 'PRG01013' USING WS-FD-DIA WS-FD-MES WS-FD-ANO
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                MOVE 1 TO WS-FD-DIA
                ADD 1 TO WS-FD-MES
                IF WS-FD-MES > 12
                    MOVE 1 TO WS-FD-MES
                    ADD 1 TO WS-FD-ANO
                END-IF
                MOVE 'S' TO WS-FECHA-VALIDA
            END-IF.
       017-DIA-SIGUIENTE-SAL.
            EXIT.

       END PROGRAM PRG01122.
