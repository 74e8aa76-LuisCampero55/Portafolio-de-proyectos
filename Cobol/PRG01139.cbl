       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01139.
      *  Cambios de personal programados a fecha futura: la captura
      *  toma el empleado, el campo (departamento, puesto, salario,
      *  grado, escalon o compañia), el valor nuevo y la fecha
      *  efectiva, con las mismas validaciones de la correccion en
      *  linea de PRG01002 (catalogo de departamentos, grado y
      *  escalon de 0 a 5, salario contra la banda con autorizacion
      *  nivel 3 fuera de ella), y lo deja pendiente en CAMBPEND.DAT;
      *  la lista de pendientes y en conflicto sale en CAMBLIS.TXT;
      *  un pendiente se puede cancelar; la aplicacion toma los que
      *  ya vencieron, cambia el expediente y deja AUDIT.TXT via
      *  PRG01017 y MOVHIST.TXT (departamento, puesto y salario, con
      *  la fecha efectiva programada) igual que la captura en linea;
      *  el empleado en baja o inexistente, el departamento que ya no
      *  esta en el catalogo o el salario fuera de banda sin
      *  autorizacion quedan en conflicto, y el expediente con
      *  candado en CANDADOS.DAT se deja pendiente para la siguiente
      *  noche; resultado en CAMBAPL.TXT - LCG 15 OCT 26
      *  Paso del lote nocturno: con PRG01139.PAR (primer renglon A)
      *  la aplicacion corre desatendida bajo PRG01059, asienta su
      *  corrida en RUNLOG.TXT via PRG01056 y termina con codigo de
      *  retorno 4 cuando hubo conflictos; renglon de HORARIO.TXT
      *  p.ej. "05PRG01139        PRG01139.PAR*      00"
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CAMBPEND ASSIGN TO "CAMBPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPE-LLAVE
               FILE STATUS IS WS-STATUS-CAMBPEND.
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
           SELECT F-CANDADOS ASSIGN TO "CANDADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAN-EMP-ID
               FILE STATUS IS WS-STATUS-CANDADOS.
           SELECT F-OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUS-OPERADORES.
           SELECT F-MOVHIST ASSIGN TO "MOVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVHIST.
           SELECT F-LISTA ASSIGN TO "CAMBLIS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REPORTE ASSIGN TO "CAMBAPL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CAMBPEND.
       COPY CAMBPEND.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       FD  F-CANDADOS.
       01 REG-CANDADO.
           02 CAN-EMP-ID           PIC 9(6).
           02 CAN-OPERADOR         PIC X(8).
           02 CAN-FECHA            PIC 9(8).
           02 CAN-HORA             PIC 9(8).
       FD  F-OPERADORES.
       COPY OPERCAT.
       FD  F-MOVHIST.
       01 REG-MOVHIST                PIC X(72).
       FD  F-LISTA.
       01 REG-LISTA                  PIC X(132).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CAMBPEND         PIC XX VALUE '00'.
           88 CAMBPEND-OK            VALUE '00'.
           88 CAMBPEND-NO-EXISTE     VALUE '35'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
           88 DEP-SIN-CATALOGO       VALUE '35'.
       01 WS-STATUS-CANDADOS         PIC XX VALUE '00'.
           88 CAN-OK                 VALUE '00'.
       01 WS-STATUS-OPERADORES       PIC XX VALUE '00'.
           88 OPE-OK                 VALUE '00'.
           88 OPE-SIN-ARCHIVO        VALUE '35'.
       01 WS-STATUS-MOVHIST          PIC XX VALUE '00'.
       01 WS-HAY-CATALOGO            PIC X VALUE 'N'.
           88 HAY-CATALOGO           VALUE 'S'.
       01 WS-HAY-MAESTRO             PIC X VALUE 'N'.
           88 HAY-MAESTRO            VALUE 'S'.
       01 WS-HAY-CANDADOS            PIC X VALUE 'N'.
           88 HAY-CANDADOS           VALUE 'S'.
       01 WS-OPCION                  PIC X VALUE 'L'.
           88 OPCION-CAPTURAR        VALUE 'C'.
           88 OPCION-LISTAR          VALUE 'L'.
           88 OPCION-CANCELAR        VALUE 'X'.
           88 OPCION-APLICAR         VALUE 'A'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 Operador                   PIC X(8) VALUE SPACES.
       01 EmpId                      PIC 9(6) VALUE ZEROS.
      *    Campos que se pueden programar, con el nombre que llevan
      *    en la auditoria y en MOVHIST.TXT
       01 WS-NOMBRES-CAMPO.
           05 FILLER                 PIC X(10) VALUE 'DEPTO'.
           05 FILLER                 PIC X(10) VALUE 'PUESTO'.
           05 FILLER                 PIC X(10) VALUE 'SALARIO'.
           05 FILLER                 PIC X(10) VALUE 'GRADO'.
           05 FILLER                 PIC X(10) VALUE 'ESCALON'.
           05 FILLER                 PIC X(10) VALUE 'COMPANIA'.
       01 WS-TABLA-CAMPOS REDEFINES WS-NOMBRES-CAMPO.
           05 WS-CAMPO-NOMBRE        PIC X(10) OCCURS 6 TIMES.
       01 WS-CAMPO                   PIC 9 VALUE ZERO.
           88 VAL-OPCION-CAMPO       VALUE 1 THRU 6.
      *    Valores nuevos capturados
       01 Departamento               PIC X(4) VALUE SPACES.
       01 Puesto                     PIC X(20) VALUE SPACES.
       01 SalarioPesos               PIC 9(7) VALUE ZEROS.
       01 SalarioCentavos            PIC 99 VALUE ZEROS.
       01 Grado                      PIC 9 VALUE ZERO.
       01 Escalon                    PIC 9 VALUE ZERO.
       01 Compania                   PIC 99 VALUE ZEROS.
       01 DiaEfe                     PIC 99 VALUE ZEROS.
       01 MesEfe                     PIC 99 VALUE ZEROS.
       01 AnhoEfe                    PIC 9999 VALUE ZEROS.
       01 WS-EFECTIVA                PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-VALOR-VALIDO            PIC X VALUE 'S'.
           88 VALOR-VALIDO           VALUE 'S'.
       01 WS-DEPTO-VALIDO            PIC X VALUE 'S'.
           88 DEPTO-VALIDO           VALUE 'S'.
      *    Banda salarial (rutina compartida PRG01100)
       01 ClaveAut                   PIC X(8) VALUE SPACES.
       01 WS-BND-PISO                PIC 9(7)V99 VALUE ZEROS.
       01 WS-BND-TECHO               PIC 9(7)V99 VALUE ZEROS.
       01 WS-BND-RESULTADO           PIC X VALUE 'X'.
           88 BANDA-DENTRO           VALUE 'D'.
           88 BANDA-FUERA            VALUE 'F'.
       01 WS-BND-SALARIO             PIC 9(7)V99 VALUE ZEROS.
       01 WS-BND-AUTORIZADA          PIC X VALUE 'N'.
           88 BANDA-AUTORIZADA       VALUE 'S'.
       01 WS-BND-PISO-ED             PIC 9(7).99.
       01 WS-BND-TECHO-ED            PIC 9(7).99.
      *    Plazas autorizadas (rutina compartida PRG01068)
       01 WS-PLZ-ACTIVOS             PIC 9(4) VALUE ZEROS.
       01 WS-PLZ-PLAZAS              PIC 9(4) VALUE ZEROS.
       01 WS-PLZ-EXCEDE              PIC X VALUE 'N'.
           88 PLAZA-EXCEDIDA         VALUE 'S'.
      *    Auditoria (rutina compartida PRG01017) y movimiento
       01 WS-AUD-OPERACION           PIC X(6) VALUE SPACES.
       01 WS-AUD-CAMPO               PIC X(20) VALUE SPACES.
       01 WS-AUD-ANTES               PIC X(20) VALUE SPACES.
       01 WS-AUD-DESPUES             PIC X(20) VALUE SPACES.
       01 WS-SALARIO-ED              PIC 9(7).99.
       01 WS-REG-MOVHIST.
           02 MOV-EMP                PIC 9(6).
           02 MOV-FECHA              PIC 9(8).
           02 MOV-CAMPO              PIC X(10).
           02 MOV-ANTES              PIC X(20).
           02 MOV-DESPUES            PIC X(20).
           02 MOV-EFECTIVA           PIC 9(8).
      *    Aplicacion
       01 WS-MOTIVO                  PIC X(30) VALUE SPACES.
       01 WS-REINTENTA               PIC X VALUE 'N'.
           88 REINTENTA-MANANA       VALUE 'S'.
       01 WS-AVISO                   PIC X(30) VALUE SPACES.
       01 WS-ACUM-APLICA.
           05 WS-TOT-VENCIDOS        PIC 9(5) VALUE ZEROS.
           05 WS-TOT-APLICADOS       PIC 9(5) VALUE ZEROS.
           05 WS-TOT-CONFLICTOS      PIC 9(5) VALUE ZEROS.
           05 WS-TOT-DIFERIDOS       PIC 9(5) VALUE ZEROS.
           05 WS-TOT-LISTADOS        PIC 9(5) VALUE ZEROS.
       01 WS-ESTADO-TEXTO            PIC X(10) VALUE SPACES.
       01 WS-VALOR-TEXTO             PIC X(20) VALUE SPACES.
       01 WS-NOMBRE-EMP              PIC X(20) VALUE SPACES.
       01 WS-LINEA                   PIC X(132) VALUE SPACES.
      *    Asiento de la corrida en RUNLOG.TXT (rutina PRG01056)
       01 WS-JOB-PROGRAMA            PIC X(8) VALUE 'PRG01139'.
       01 WS-JOB-EVENTO              PIC X VALUE 'I'.
       01 WS-JOB-REGISTROS           PIC 9(6) VALUE ZEROS.
       01 WS-JOB-ESTADO              PIC X VALUE 'C'.
      *    Respuestas desatendidas (rutina compartida PRG01058)
       01 WS-PAR-NOMBRE              PIC X(8) VALUE 'PRG01139'.
       01 WS-PAR-IDX                 PIC 99 VALUE ZEROS.
       01 WS-PAR-VALOR               PIC X(100) VALUE SPACES.
       01 WS-PAR-HAY                 PIC X VALUE 'N'.
           88 CON-PARAMETROS         VALUE 'S'.

       PROCEDURE DIVISION.
       010-INICIO.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            ADD 1 TO WS-PAR-IDX
            CALL 'PRG01058' USING WS-PAR-NOMBRE WS-PAR-IDX
                WS-PAR-VALOR WS-PAR-HAY
            IF CON-PARAMETROS
                MOVE WS-PAR-VALOR(1:1) TO WS-OPCION
                IF NOT OPCION-APLICAR
                    DISPLAY 'PRG01139.PAR solo admite la aplicacion '
                        '(A)' UPON CONSOLE
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                END-IF
                MOVE 'NOCTURNO' TO Operador
                PERFORM 060-APLICAR
                   THRU
                   060-APLICAR-SAL
                GOBACK
            END-IF
            DISPLAY 'Clave del operador: ' UPON CONSOLE
            ACCEPT Operador FROM CONSOLE
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       020-SESION.
            DISPLAY 'Cambios programados: (C)apturar, (L)istar '
                'pendientes, (X) cancelar, (A)plicar vencidos: '
                UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-CAPTURAR
                    PERFORM 030-CAPTURAR
                       THRU
                       030-CAPTURAR-SAL
                WHEN OPCION-CANCELAR
                    PERFORM 050-CANCELAR
                       THRU
                       050-CANCELAR-SAL
                WHEN OPCION-APLICAR
                    PERFORM 060-APLICAR
                       THRU
                       060-APLICAR-SAL
                WHEN OTHER
                    PERFORM 040-LISTAR
                       THRU
                       040-LISTAR-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-CAPTURAR.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir EMPLEADOS.DAT, '
                    'status ' WS-STATUS-EMPLEADOS UPON CONSOLE
                GO TO 030-CAPTURAR-SAL
            END-IF
            MOVE EmpId TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    MOVE ZEROS TO EMP-ID-REG
            END-READ
            CLOSE F-EMPLEADOS
            IF EMP-ID-REG = ZEROS
                DISPLAY 'Empleado inexistente' UPON CONSOLE
                GO TO 030-CAPTURAR-SAL
            END-IF
            IF EMP-BAJA
                DISPLAY 'El empleado esta dado de baja' UPON CONSOLE
                GO TO 030-CAPTURAR-SAL
            END-IF
            DISPLAY 'Empleado: ' REG-NOMBRE ' ' REG-APE-PATERNO
                UPON CONSOLE
            DISPLAY '1 Departamento: ' REG-DEPTO UPON CONSOLE
            DISPLAY '2 Puesto: ' REG-PUESTO UPON CONSOLE
            MOVE REG-SALARIO TO WS-SALARIO-ED
            DISPLAY '3 Salario base: ' WS-SALARIO-ED UPON CONSOLE
            DISPLAY '4 Grado del puesto: ' REG-GRADO UPON CONSOLE
            DISPLAY '5 Escalon del puesto: ' REG-ESCALON UPON CONSOLE
            DISPLAY '6 Compania: ' REG-COMPANIA UPON CONSOLE
            DISPLAY 'Que campo desea programar (1-6): ' UPON CONSOLE
            ACCEPT WS-CAMPO FROM CONSOLE
            IF NOT VAL-OPCION-CAMPO
                DISPLAY 'Opcion invalida' UPON CONSOLE
                GO TO 030-CAPTURAR-SAL
            END-IF
            PERFORM 032-PEDIR-VALOR
               THRU
               032-PEDIR-VALOR-SAL
            IF NOT VALOR-VALIDO
                GO TO 030-CAPTURAR-SAL
            END-IF
      *    La fecha efectiva debe ser posterior a hoy; lo de hoy o
      *    anterior se captura como correccion en PRG01002
            DISPLAY 'Dia efectivo del cambio: ' UPON CONSOLE
            ACCEPT DiaEfe FROM CONSOLE
            DISPLAY 'Mes efectivo del cambio: ' UPON CONSOLE
            ACCEPT MesEfe FROM CONSOLE
            DISPLAY 'Anho efectivo del cambio: ' UPON CONSOLE
            ACCEPT AnhoEfe FROM CONSOLE
            CALL 'PRG01013' USING DiaEfe MesEfe AnhoEfe
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Fecha efectiva invalida' UPON CONSOLE
                GO TO 030-CAPTURAR-SAL
            END-IF
            COMPUTE WS-EFECTIVA = (AnhoEfe * 10000)
                + (MesEfe * 100) + DiaEfe
            IF WS-EFECTIVA NOT > WS-FECHA-SIS
                DISPLAY 'La fecha efectiva debe ser posterior a hoy; '
                    'use la correccion del expediente' UPON CONSOLE
                GO TO 030-CAPTURAR-SAL
            END-IF
            DISPLAY 'Campo: ' WS-CAMPO-NOMBRE(WS-CAMPO) UPON CONSOLE
            DISPLAY 'Valor actual: ' WS-AUD-ANTES UPON CONSOLE
            DISPLAY 'Valor nuevo: ' WS-AUD-DESPUES UPON CONSOLE
            DISPLAY 'Efectivo el: ' WS-EFECTIVA UPON CONSOLE
            DISPLAY '¿Confirma el cambio programado? (S/N): '
                UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                DISPLAY 'Cambio cancelado' UPON CONSOLE
                GO TO 030-CAPTURAR-SAL
            END-IF
            PERFORM 036-GRABAR-PENDIENTE
               THRU
               036-GRABAR-PENDIENTE-SAL.
       030-CAPTURAR-SAL.
            EXIT.

       032-PEDIR-VALOR.
      *    Mismas reglas que la correccion en linea de PRG01002; deja
      *    el valor actual y el nuevo en el formato de la auditoria
            MOVE 'S' TO WS-VALOR-VALIDO
            MOVE SPACES TO ClaveAut
            MOVE WS-CAMPO-NOMBRE(WS-CAMPO) TO WS-AUD-CAMPO
            EVALUATE WS-CAMPO
                WHEN 1
                    MOVE REG-DEPTO TO WS-AUD-ANTES
                    DISPLAY 'Nuevo departamento: ' UPON CONSOLE
                    ACCEPT Departamento FROM CONSOLE
                    PERFORM 076-VALIDAR-DEPTO
                       THRU
                       076-VALIDAR-DEPTO-SAL
                    IF NOT DEPTO-VALIDO
                        DISPLAY 'Error: departamento no catalogado'
                            UPON CONSOLE
                        MOVE 'N' TO WS-VALOR-VALIDO
                    ELSE
                        MOVE Departamento TO WS-AUD-DESPUES
                    END-IF
                WHEN 2
                    MOVE REG-PUESTO TO WS-AUD-ANTES
                    DISPLAY 'Nuevo puesto: ' UPON CONSOLE
                    ACCEPT Puesto FROM CONSOLE
                    IF Puesto = SPACES
                        DISPLAY 'Error: puesto en blanco'
                            UPON CONSOLE
                        MOVE 'N' TO WS-VALOR-VALIDO
                    ELSE
                        MOVE Puesto TO WS-AUD-DESPUES
                    END-IF
                WHEN 3
                    MOVE REG-SALARIO TO WS-SALARIO-ED
                    MOVE WS-SALARIO-ED TO WS-AUD-ANTES
                    DISPLAY 'Nuevo salario base, pesos: ' UPON CONSOLE
                    ACCEPT SalarioPesos FROM CONSOLE
                    DISPLAY 'Nuevo salario base, centavos: '
                        UPON CONSOLE
                    ACCEPT SalarioCentavos FROM CONSOLE
                    COMPUTE WS-BND-SALARIO = SalarioPesos
                        + (SalarioCentavos / 100)
                    MOVE REG-GRADO TO Grado
                    MOVE REG-ESCALON TO Escalon
                    PERFORM 079-VALIDAR-BANDA
                       THRU
                       079-VALIDAR-BANDA-SAL
                    IF BANDA-FUERA AND NOT BANDA-AUTORIZADA
                        DISPLAY 'Salario fuera de banda sin '
                            'autorizacion; sin cambios' UPON CONSOLE
                        MOVE 'N' TO WS-VALOR-VALIDO
                    ELSE
                        MOVE WS-BND-SALARIO TO WS-SALARIO-ED
                        MOVE WS-SALARIO-ED TO WS-AUD-DESPUES
                    END-IF
                WHEN 4
                    MOVE REG-GRADO TO WS-AUD-ANTES
                    DISPLAY 'Nuevo grado (1-5, 0 = sin banda): '
                        UPON CONSOLE
                    ACCEPT Grado FROM CONSOLE
                    IF Grado > 5
                        DISPLAY 'Grado invalido' UPON CONSOLE
                        MOVE 'N' TO WS-VALOR-VALIDO
                    ELSE
                        MOVE Grado TO WS-AUD-DESPUES
                    END-IF
                WHEN 5
                    MOVE REG-ESCALON TO WS-AUD-ANTES
                    DISPLAY 'Nuevo escalon (1-5, 0 = sin banda): '
                        UPON CONSOLE
                    ACCEPT Escalon FROM CONSOLE
                    IF Escalon > 5
                        DISPLAY 'Escalon invalido' UPON CONSOLE
                        MOVE 'N' TO WS-VALOR-VALIDO
                    ELSE
                        MOVE Escalon TO WS-AUD-DESPUES
                    END-IF
                WHEN 6
                    MOVE REG-COMPANIA TO WS-AUD-ANTES
                    DISPLAY 'Nueva compania (1-99): ' UPON CONSOLE
                    ACCEPT Compania FROM CONSOLE
                    IF Compania = ZEROS
                        MOVE 01 TO Compania
                    END-IF
                    MOVE Compania TO WS-AUD-DESPUES
            END-EVALUATE.
       032-PEDIR-VALOR-SAL.
            EXIT.

       036-GRABAR-PENDIENTE.
      *    Un solo pendiente por empleado, fecha y campo: si ya hay
      *    uno se reemplaza a peticion del operador
            PERFORM 080-ABRIR-CAMBPEND
               THRU
               080-ABRIR-CAMBPEND-SAL
            IF NOT CAMBPEND-OK
                GO TO 036-GRABAR-PENDIENTE-SAL
            END-IF
            MOVE EMP-ID-REG TO CPE-EMP
            MOVE WS-EFECTIVA TO CPE-EFECTIVA
            MOVE WS-CAMPO-NOMBRE(WS-CAMPO) TO CPE-CAMPO
            MOVE 'N' TO WS-CONFIRMA
            READ F-CAMBPEND
                INVALID KEY
                    MOVE 'S' TO WS-CONFIRMA
                NOT INVALID KEY
                    DISPLAY 'Ya hay un cambio de ese campo para esa '
                        'fecha (estado ' CPE-ESTADO ', valor '
                        CPE-VALOR ')' UPON CONSOLE
                    DISPLAY '¿Lo reemplaza? (S/N): ' UPON CONSOLE
                    ACCEPT WS-CONFIRMA FROM CONSOLE
                    IF NOT CONFIRMA-SI
                        DISPLAY 'Se conserva el cambio anterior'
                            UPON CONSOLE
                        CLOSE F-CAMBPEND
                        GO TO 036-GRABAR-PENDIENTE-SAL
                    END-IF
                    MOVE 'R' TO WS-CONFIRMA
            END-READ
            MOVE SPACES TO CPE-VALOR
            EVALUATE WS-CAMPO
                WHEN 1
                    MOVE Departamento TO CPE-VALOR
                WHEN 2
                    MOVE Puesto TO CPE-VALOR
                WHEN 3
                    MOVE WS-BND-SALARIO TO CPE-SALARIO
                WHEN 4
                    MOVE Grado TO CPE-VALOR
                WHEN 5
                    MOVE Escalon TO CPE-VALOR
                WHEN 6
                    MOVE Compania TO CPE-VALOR
            END-EVALUATE
            MOVE 'P' TO CPE-ESTADO
            MOVE WS-FECHA-SIS TO CPE-CAPTURA
            MOVE Operador TO CPE-OPERADOR
            MOVE SPACES TO CPE-AUTORIZA
            IF BANDA-AUTORIZADA AND WS-CAMPO = 3
                MOVE ClaveAut TO CPE-AUTORIZA
            END-IF
            MOVE ZEROS TO CPE-APLICACION
            MOVE SPACES TO CPE-NOTA
            IF WS-CONFIRMA = 'R'
                REWRITE REG-CAMBPEND
                    INVALID KEY
                        DISPLAY 'Error: no se pudo regrabar el '
                            'cambio, status ' WS-STATUS-CAMBPEND
                            UPON CONSOLE
                END-REWRITE
            ELSE
                WRITE REG-CAMBPEND
                    INVALID KEY
                        DISPLAY 'Error: no se pudo grabar el cambio, '
                            'status ' WS-STATUS-CAMBPEND UPON CONSOLE
                END-WRITE
            END-IF
            IF CAMBPEND-OK
                DISPLAY 'Cambio programado para el ' CPE-EFECTIVA
                    UPON CONSOLE
            END-IF
            CLOSE F-CAMBPEND.
       036-GRABAR-PENDIENTE-SAL.
            EXIT.

       040-LISTAR.
      *    Pendientes y en conflicto, en orden de empleado y fecha
            PERFORM 080-ABRIR-CAMBPEND
               THRU
               080-ABRIR-CAMBPEND-SAL
            IF NOT CAMBPEND-OK
                GO TO 040-LISTAR-SAL
            END-IF
            MOVE 'N' TO WS-HAY-MAESTRO
            OPEN INPUT F-EMPLEADOS
            IF EMP-OK
                MOVE 'S' TO WS-HAY-MAESTRO
            END-IF
            OPEN OUTPUT F-LISTA
            MOVE SPACES TO WS-LINEA
            STRING 'CAMBIOS DE PERSONAL PROGRAMADOS AL ' WS-FECHA-SIS
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-LISTA
            WRITE REG-LISTA
            MOVE 'EMPLEADO APELLIDO             EFECTIVA CAMPO      VA
      -         'LOR NUEVO          ESTADO     CAPTURO  NOTA'
                TO REG-LISTA
            WRITE REG-LISTA
            MOVE ZEROS TO WS-TOT-LISTADOS
            MOVE LOW-VALUES TO CPE-LLAVE
            START F-CAMBPEND KEY IS NOT LESS THAN CPE-LLAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                NOT INVALID KEY
                    MOVE 'N' TO WS-FIN-ARCHIVO
            END-START
            PERFORM 042-LISTAR-RENGLON
               THRU
               042-LISTAR-RENGLON-SAL
               UNTIL FIN-ARCHIVO
            MOVE SPACES TO WS-LINEA
            STRING 'CAMBIOS LISTADOS: ' WS-TOT-LISTADOS
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-LISTA
            WRITE REG-LISTA
            CLOSE F-LISTA
            CLOSE F-CAMBPEND
            IF HAY-MAESTRO
                CLOSE F-EMPLEADOS
            END-IF
            DISPLAY 'Cambios listados en CAMBLIS.TXT: '
                WS-TOT-LISTADOS UPON CONSOLE.
       040-LISTAR-SAL.
            EXIT.

       042-LISTAR-RENGLON.
            READ F-CAMBPEND NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 042-LISTAR-RENGLON-SAL
            END-READ
            IF NOT CPE-PENDIENTE AND NOT CPE-CONFLICTO
                GO TO 042-LISTAR-RENGLON-SAL
            END-IF
            MOVE SPACES TO WS-NOMBRE-EMP
            IF HAY-MAESTRO
                MOVE CPE-EMP TO EMP-ID-REG
                READ F-EMPLEADOS
                    INVALID KEY
                        MOVE '(INEXISTENTE)' TO WS-NOMBRE-EMP
                    NOT INVALID KEY
                        MOVE REG-APE-PATERNO TO WS-NOMBRE-EMP
                END-READ
            END-IF
            PERFORM 085-TEXTOS-CAMBIO
               THRU
               085-TEXTOS-CAMBIO-SAL
            MOVE SPACES TO WS-LINEA
            STRING CPE-EMP '   ' WS-NOMBRE-EMP ' ' CPE-EFECTIVA ' '
                CPE-CAMPO ' ' WS-VALOR-TEXTO ' ' WS-ESTADO-TEXTO ' '
                CPE-OPERADOR ' ' CPE-NOTA
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-LISTA
            WRITE REG-LISTA
            ADD 1 TO WS-TOT-LISTADOS.
       042-LISTAR-RENGLON-SAL.
            EXIT.

       050-CANCELAR.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            DISPLAY 'Fecha efectiva del cambio (AAAAMMDD): '
                UPON CONSOLE
            ACCEPT WS-EFECTIVA FROM CONSOLE
            DISPLAY 'Campo (1 depto, 2 puesto, 3 salario, 4 grado, '
                '5 escalon, 6 compania): ' UPON CONSOLE
            ACCEPT WS-CAMPO FROM CONSOLE
            IF NOT VAL-OPCION-CAMPO
                DISPLAY 'Opcion invalida' UPON CONSOLE
                GO TO 050-CANCELAR-SAL
            END-IF
            PERFORM 080-ABRIR-CAMBPEND
               THRU
               080-ABRIR-CAMBPEND-SAL
            IF NOT CAMBPEND-OK
                GO TO 050-CANCELAR-SAL
            END-IF
            MOVE EmpId TO CPE-EMP
            MOVE WS-EFECTIVA TO CPE-EFECTIVA
            MOVE WS-CAMPO-NOMBRE(WS-CAMPO) TO CPE-CAMPO
            READ F-CAMBPEND
                INVALID KEY
                    DISPLAY 'No hay cambio programado con esos datos'
                        UPON CONSOLE
                    CLOSE F-CAMBPEND
                    GO TO 050-CANCELAR-SAL
            END-READ
            IF NOT CPE-PENDIENTE AND NOT CPE-CONFLICTO
                DISPLAY 'El cambio ya no esta pendiente (estado '
                    CPE-ESTADO ')' UPON CONSOLE
                CLOSE F-CAMBPEND
                GO TO 050-CANCELAR-SAL
            END-IF
            PERFORM 085-TEXTOS-CAMBIO
               THRU
               085-TEXTOS-CAMBIO-SAL
            DISPLAY 'Valor programado: ' WS-VALOR-TEXTO UPON CONSOLE
            DISPLAY '¿Confirma la cancelacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF CONFIRMA-SI
                MOVE 'C' TO CPE-ESTADO
                MOVE WS-FECHA-SIS TO CPE-APLICACION
                MOVE SPACES TO CPE-NOTA
                STRING 'CANCELADO POR ' Operador
                    DELIMITED BY SIZE
                    INTO CPE-NOTA
                REWRITE REG-CAMBPEND
                    INVALID KEY
                        DISPLAY 'Error: no se pudo regrabar el '
                            'cambio, status ' WS-STATUS-CAMBPEND
                            UPON CONSOLE
                END-REWRITE
                DISPLAY 'Cambio cancelado' UPON CONSOLE
            END-IF
            CLOSE F-CAMBPEND.
       050-CANCELAR-SAL.
            EXIT.

       060-APLICAR.
      *    Aplica en orden de empleado y fecha efectiva los
      *    pendientes que ya vencieron
            MOVE 'I' TO WS-JOB-EVENTO
            MOVE ZEROS TO WS-JOB-REGISTROS
            CALL 'PRG01056' USING WS-JOB-PROGRAMA WS-JOB-EVENTO
                WS-JOB-REGISTROS WS-JOB-ESTADO
            MOVE ZEROS TO WS-ACUM-APLICA
            PERFORM 080-ABRIR-CAMBPEND
               THRU
               080-ABRIR-CAMBPEND-SAL
            IF NOT CAMBPEND-OK
                MOVE 8 TO RETURN-CODE
                MOVE 'E' TO WS-JOB-ESTADO
                GO TO 060-APLICAR-FIN
            END-IF
            OPEN I-O F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir EMPLEADOS.DAT, '
                    'status ' WS-STATUS-EMPLEADOS UPON CONSOLE
                CLOSE F-CAMBPEND
                MOVE 8 TO RETURN-CODE
                MOVE 'E' TO WS-JOB-ESTADO
                GO TO 060-APLICAR-FIN
            END-IF
            MOVE 'N' TO WS-HAY-CATALOGO
            OPEN INPUT F-DEPTOS
            IF DEP-OK
                MOVE 'S' TO WS-HAY-CATALOGO
            END-IF
            MOVE 'N' TO WS-HAY-CANDADOS
            OPEN INPUT F-CANDADOS
            IF CAN-OK
                MOVE 'S' TO WS-HAY-CANDADOS
            END-IF
            OPEN OUTPUT F-REPORTE
            MOVE SPACES TO WS-LINEA
            STRING 'APLICACION DE CAMBIOS PROGRAMADOS AL '
                WS-FECHA-SIS
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'EMPLEADO EFECTIVA CAMPO      ANTES                DE
      -         'SPUES              RESULTADO'
                TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE LOW-VALUES TO CPE-LLAVE
            START F-CAMBPEND KEY IS NOT LESS THAN CPE-LLAVE
                INVALID KEY
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                NOT INVALID KEY
                    MOVE 'N' TO WS-FIN-ARCHIVO
            END-START
            PERFORM 062-APLICAR-RENGLON
               THRU
               062-APLICAR-RENGLON-SAL
               UNTIL FIN-ARCHIVO
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA
            STRING 'VENCIDOS: ' WS-TOT-VENCIDOS
                '  APLICADOS: ' WS-TOT-APLICADOS
                '  EN CONFLICTO: ' WS-TOT-CONFLICTOS
                '  DIFERIDOS POR CANDADO: ' WS-TOT-DIFERIDOS
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            CLOSE F-REPORTE
            CLOSE F-CAMBPEND
            CLOSE F-EMPLEADOS
            IF HAY-CATALOGO
                CLOSE F-DEPTOS
            END-IF
            IF HAY-CANDADOS
                CLOSE F-CANDADOS
            END-IF
            DISPLAY 'Cambios aplicados: ' WS-TOT-APLICADOS
                '  En conflicto: ' WS-TOT-CONFLICTOS
                '  Diferidos: ' WS-TOT-DIFERIDOS UPON CONSOLE
            DISPLAY 'Resultado en CAMBAPL.TXT' UPON CONSOLE
            IF WS-TOT-CONFLICTOS > ZEROS OR WS-TOT-DIFERIDOS > ZEROS
                MOVE 4 TO RETURN-CODE
            END-IF.
       060-APLICAR-FIN.
            MOVE 'F' TO WS-JOB-EVENTO
            MOVE WS-TOT-APLICADOS TO WS-JOB-REGISTROS
            CALL 'PRG01056' USING WS-JOB-PROGRAMA WS-JOB-EVENTO
                WS-JOB-REGISTROS WS-JOB-ESTADO.
       060-APLICAR-SAL.
            EXIT.

       062-APLICAR-RENGLON.
            READ F-CAMBPEND NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 062-APLICAR-RENGLON-SAL
            END-READ
            IF NOT CPE-PENDIENTE OR CPE-EFECTIVA > WS-FECHA-SIS
                GO TO 062-APLICAR-RENGLON-SAL
            END-IF
            ADD 1 TO WS-TOT-VENCIDOS
            MOVE SPACES TO WS-MOTIVO
            MOVE SPACES TO WS-AVISO
            MOVE 'N' TO WS-REINTENTA
            MOVE CPE-EMP TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    MOVE 'EMPLEADO INEXISTENTE' TO WS-MOTIVO
            END-READ
            IF WS-MOTIVO = SPACES AND EMP-BAJA
                MOVE 'EMPLEADO EN BAJA' TO WS-MOTIVO
            END-IF
            IF WS-MOTIVO = SPACES AND HAY-CANDADOS
                MOVE CPE-EMP TO CAN-EMP-ID
                READ F-CANDADOS
                    NOT INVALID KEY
                        STRING 'EXPEDIENTE CON CANDADO DE '
                            CAN-OPERADOR
                            DELIMITED BY SIZE
                            INTO WS-MOTIVO
                        MOVE 'S' TO WS-REINTENTA
                END-READ
            END-IF
            IF WS-MOTIVO = SPACES
                PERFORM 064-PREPARAR-CAMBIO
                   THRU
                   064-PREPARAR-CAMBIO-SAL
            END-IF
            IF WS-MOTIVO NOT = SPACES
                PERFORM 068-REGISTRAR-CONFLICTO
                   THRU
                   068-REGISTRAR-CONFLICTO-SAL
                GO TO 062-APLICAR-RENGLON-SAL
            END-IF
            REWRITE REG-EMPLEADOS
                INVALID KEY
                    MOVE 'NO SE PUDO REGRABAR EXPEDIENTE'
                        TO WS-MOTIVO
            END-REWRITE
            IF WS-MOTIVO NOT = SPACES
                PERFORM 068-REGISTRAR-CONFLICTO
                   THRU
                   068-REGISTRAR-CONFLICTO-SAL
                GO TO 062-APLICAR-RENGLON-SAL
            END-IF
            MOVE 'CAMBIO' TO WS-AUD-OPERACION
            CALL 'PRG01017' USING EMP-ID-REG WS-AUD-OPERACION
                WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
            IF CPE-CAMPO = 'DEPTO' OR CPE-CAMPO = 'PUESTO'
                OR CPE-CAMPO = 'SALARIO'
                PERFORM 066-GRABAR-MOVIMIENTO
                   THRU
                   066-GRABAR-MOVIMIENTO-SAL
            END-IF
            MOVE 'A' TO CPE-ESTADO
            MOVE WS-FECHA-SIS TO CPE-APLICACION
            MOVE WS-AVISO TO CPE-NOTA
            REWRITE REG-CAMBPEND
            ADD 1 TO WS-TOT-APLICADOS
            MOVE SPACES TO WS-LINEA
            STRING CPE-EMP '   ' CPE-EFECTIVA ' ' CPE-CAMPO ' '
                WS-AUD-ANTES ' ' WS-AUD-DESPUES ' APLICADO '
                WS-AVISO
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE.
       062-APLICAR-RENGLON-SAL.
            EXIT.

       064-PREPARAR-CAMBIO.
      *    Cambia el campo en el expediente leido y arma los valores
      *    de la auditoria en el mismo formato que PRG01002
            MOVE CPE-CAMPO TO WS-AUD-CAMPO
            EVALUATE CPE-CAMPO
                WHEN 'DEPTO'
                    IF HAY-CATALOGO
                        MOVE CPE-VALOR(1:4) TO DEP-CODIGO
                        READ F-DEPTOS
                            INVALID KEY
                                MOVE 'DEPARTAMENTO NO CATALOGADO'
                                    TO WS-MOTIVO
                        END-READ
                        IF WS-MOTIVO NOT = SPACES
                            GO TO 064-PREPARAR-CAMBIO-SAL
                        END-IF
                        MOVE CPE-VALOR(1:4) TO Departamento
                        CALL 'PRG01068' USING Departamento
                            WS-PLZ-ACTIVOS WS-PLZ-PLAZAS WS-PLZ-EXCEDE
                        IF PLAZA-EXCEDIDA
                            MOVE 'AVISO: PLAZAS EXCEDIDAS'
                                TO WS-AVISO
                        END-IF
                    END-IF
                    MOVE REG-DEPTO TO WS-AUD-ANTES
                    MOVE CPE-VALOR(1:4) TO REG-DEPTO
                    MOVE REG-DEPTO TO WS-AUD-DESPUES
                WHEN 'PUESTO'
                    MOVE REG-PUESTO TO WS-AUD-ANTES
                    MOVE CPE-VALOR TO REG-PUESTO
                    MOVE REG-PUESTO TO WS-AUD-DESPUES
                WHEN 'SALARIO'
      *            La banda se revisa con el grado y escalon vigentes
      *            al aplicar; la autorizacion de la captura se
      *            respeta
                    MOVE REG-GRADO TO Grado
                    MOVE REG-ESCALON TO Escalon
                    MOVE CPE-SALARIO TO WS-BND-SALARIO
                    CALL 'PRG01100' USING Grado Escalon WS-BND-SALARIO
                        WS-BND-PISO WS-BND-TECHO WS-BND-RESULTADO
                    IF BANDA-FUERA AND CPE-AUTORIZA = SPACES
                        MOVE 'SALARIO FUERA DE BANDA' TO WS-MOTIVO
                        GO TO 064-PREPARAR-CAMBIO-SAL
                    END-IF
                    MOVE REG-SALARIO TO WS-SALARIO-ED
                    MOVE WS-SALARIO-ED TO WS-AUD-ANTES
                    MOVE CPE-SALARIO TO REG-SALARIO
                    MOVE REG-SALARIO TO WS-SALARIO-ED
                    MOVE WS-SALARIO-ED TO WS-AUD-DESPUES
                WHEN 'GRADO'
                    MOVE REG-GRADO TO WS-AUD-ANTES
                    MOVE CPE-VALOR(1:1) TO REG-GRADO
                    MOVE REG-GRADO TO WS-AUD-DESPUES
                WHEN 'ESCALON'
                    MOVE REG-ESCALON TO WS-AUD-ANTES
                    MOVE CPE-VALOR(1:1) TO REG-ESCALON
                    MOVE REG-ESCALON TO WS-AUD-DESPUES
                WHEN 'COMPANIA'
                    MOVE REG-COMPANIA TO WS-AUD-ANTES
                    MOVE CPE-VALOR(1:2) TO REG-COMPANIA
                    MOVE REG-COMPANIA TO WS-AUD-DESPUES
                WHEN OTHER
                    MOVE 'CAMPO NO PROGRAMABLE' TO WS-MOTIVO
            END-EVALUATE.
       064-PREPARAR-CAMBIO-SAL.
            EXIT.

       066-GRABAR-MOVIMIENTO.
      *    Mismo renglon que deja la correccion en linea, con la
      *    fecha efectiva programada
            MOVE EMP-ID-REG TO MOV-EMP
            MOVE WS-FECHA-SIS TO MOV-FECHA
            MOVE WS-AUD-CAMPO TO MOV-CAMPO
            MOVE WS-AUD-ANTES TO MOV-ANTES
            MOVE WS-AUD-DESPUES TO MOV-DESPUES
            MOVE CPE-EFECTIVA TO MOV-EFECTIVA
            OPEN EXTEND F-MOVHIST
            IF WS-STATUS-MOVHIST = '35'
                OPEN OUTPUT F-MOVHIST
            END-IF
            MOVE WS-REG-MOVHIST TO REG-MOVHIST
            WRITE REG-MOVHIST
            CLOSE F-MOVHIST.
       066-GRABAR-MOVIMIENTO-SAL.
            EXIT.

       068-REGISTRAR-CONFLICTO.
      *    El candado es pasajero: el cambio sigue pendiente y se
      *    reintenta la noche siguiente; lo demas queda en conflicto
      *    hasta que el operador lo cancele o lo vuelva a programar
            MOVE WS-MOTIVO TO CPE-NOTA
            IF REINTENTA-MANANA
                ADD 1 TO WS-TOT-DIFERIDOS
            ELSE
                MOVE 'X' TO CPE-ESTADO
                MOVE WS-FECHA-SIS TO CPE-APLICACION
                ADD 1 TO WS-TOT-CONFLICTOS
            END-IF
            REWRITE REG-CAMBPEND
            PERFORM 085-TEXTOS-CAMBIO
               THRU
               085-TEXTOS-CAMBIO-SAL
            IF REINTENTA-MANANA
                MOVE 'DIFERIDO' TO WS-ESTADO-TEXTO
            END-IF
            MOVE SPACES TO WS-LINEA
            STRING CPE-EMP '   ' CPE-EFECTIVA ' ' CPE-CAMPO ' '
                '                     ' WS-VALOR-TEXTO ' '
                WS-ESTADO-TEXTO ' ' WS-MOTIVO
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE.
       068-REGISTRAR-CONFLICTO-SAL.
            EXIT.

       076-VALIDAR-DEPTO.
      *    Departamento contra el catalogo DEPTOS.DAT; sin catalogo se
      *    acepta con un aviso, igual que en PRG01002
            MOVE 'S' TO WS-DEPTO-VALIDO
            OPEN INPUT F-DEPTOS
            IF DEP-SIN-CATALOGO
                DISPLAY 'Aviso: catalogo de departamentos inexistente,'
                    ' departamento aceptado sin validar' UPON CONSOLE
                GO TO 076-VALIDAR-DEPTO-SAL
            END-IF
            IF NOT DEP-OK
                DISPLAY 'Aviso: no se pudo abrir DEPTOS.DAT, status '
                    WS-STATUS-DEPTOS UPON CONSOLE
                GO TO 076-VALIDAR-DEPTO-SAL
            END-IF
            MOVE Departamento TO DEP-CODIGO
            READ F-DEPTOS
                INVALID KEY
                    MOVE 'N' TO WS-DEPTO-VALIDO
                NOT INVALID KEY
                    DISPLAY 'Departamento: ' DEP-DESCRIPCION
                        UPON CONSOLE
            END-READ
            CLOSE F-DEPTOS
            IF DEPTO-VALIDO
                CALL 'PRG01068' USING Departamento WS-PLZ-ACTIVOS
                    WS-PLZ-PLAZAS WS-PLZ-EXCEDE
                IF PLAZA-EXCEDIDA
                    DISPLAY 'AVISO: el departamento ' Departamento
                        ' ya tiene ' WS-PLZ-ACTIVOS ' activos de '
                        WS-PLZ-PLAZAS ' plazas autorizadas'
                        UPON CONSOLE
                END-IF
            END-IF.
       076-VALIDAR-DEPTO-SAL.
            EXIT.

       079-VALIDAR-BANDA.
      *    Salario contra la banda del grado y escalon vigentes; fuera
      *    de banda solo pasa con la clave de un operador nivel 3, la
      *    autorizacion queda en AUDIT.TXT como operacion BANDA y se
      *    guarda con el cambio para que la aplicacion la respete
            MOVE 'N' TO WS-BND-AUTORIZADA
            CALL 'PRG01100' USING Grado Escalon WS-BND-SALARIO
                WS-BND-PISO WS-BND-TECHO WS-BND-RESULTADO
            IF NOT BANDA-FUERA
                GO TO 079-VALIDAR-BANDA-SAL
            END-IF
            MOVE WS-BND-PISO TO WS-BND-PISO-ED
            MOVE WS-BND-TECHO TO WS-BND-TECHO-ED
            DISPLAY 'AVISO: salario fuera de la banda '
                WS-BND-PISO-ED ' a ' WS-BND-TECHO-ED
                ' del grado ' Grado ' escalon ' Escalon UPON CONSOLE
            DISPLAY 'Clave de autorizacion nivel 3 (vacia = '
                'cancelar): ' UPON CONSOLE
            ACCEPT ClaveAut FROM CONSOLE
            IF ClaveAut = SPACES
                GO TO 079-VALIDAR-BANDA-SAL
            END-IF
            OPEN INPUT F-OPERADORES
            IF OPE-SIN-ARCHIVO
                DISPLAY 'Aviso: sin archivo de operadores, '
                    'autorizacion aceptada sin validar nivel'
                    UPON CONSOLE
                MOVE 'S' TO WS-BND-AUTORIZADA
            ELSE
            IF NOT OPE-OK
                DISPLAY 'Error: OPERADOR.DAT no abre, status '
                    WS-STATUS-OPERADORES '; autorizacion rechazada'
                    UPON CONSOLE
            ELSE
                MOVE ClaveAut TO OPE-ID
                READ F-OPERADORES
                    INVALID KEY
                        DISPLAY 'Clave de autorizacion desconocida'
                            UPON CONSOLE
                    NOT INVALID KEY
                        IF OPE-NIVEL = 3
                            MOVE 'S' TO WS-BND-AUTORIZADA
                        ELSE
                            DISPLAY 'La clave no es de nivel 3'
                                UPON CONSOLE
                        END-IF
                END-READ
                CLOSE F-OPERADORES
            END-IF
            END-IF
            IF BANDA-AUTORIZADA
                MOVE 'BANDA' TO WS-AUD-OPERACION
                MOVE 'SALARIO' TO WS-AUD-CAMPO
                MOVE SPACES TO WS-AUD-ANTES
                STRING 'FUERA DE BANDA ' Grado '/' Escalon
                    DELIMITED BY SIZE
                    INTO WS-AUD-ANTES
                MOVE SPACES TO WS-AUD-DESPUES
                STRING 'AUTORIZA ' ClaveAut
                    DELIMITED BY SIZE
                    INTO WS-AUD-DESPUES
                CALL 'PRG01017' USING EMP-ID-REG WS-AUD-OPERACION
                    WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
      *        Se reponen los valores del cambio para la confirmacion
                MOVE 'SALARIO' TO WS-AUD-CAMPO
                MOVE REG-SALARIO TO WS-SALARIO-ED
                MOVE WS-SALARIO-ED TO WS-AUD-ANTES
            END-IF.
       079-VALIDAR-BANDA-SAL.
            EXIT.

       080-ABRIR-CAMBPEND.
            OPEN I-O F-CAMBPEND
            IF CAMBPEND-NO-EXISTE
                OPEN OUTPUT F-CAMBPEND
                CLOSE F-CAMBPEND
                OPEN I-O F-CAMBPEND
            END-IF
            IF NOT CAMBPEND-OK
                DISPLAY 'Error: no se pudo abrir CAMBPEND.DAT, status '
                    WS-STATUS-CAMBPEND UPON CONSOLE
            END-IF.
       080-ABRIR-CAMBPEND-SAL.
            EXIT.

       085-TEXTOS-CAMBIO.
      *    Valor programado y estado en texto para los reportes
            IF CPE-CAMPO = 'SALARIO'
                MOVE CPE-SALARIO TO WS-SALARIO-ED
                MOVE WS-SALARIO-ED TO WS-VALOR-TEXTO
            ELSE
                MOVE CPE-VALOR TO WS-VALOR-TEXTO
            END-IF
            EVALUATE TRUE
                WHEN CPE-PENDIENTE
                    MOVE 'PENDIENTE' TO WS-ESTADO-TEXTO
                WHEN CPE-CONFLICTO
                    MOVE 'CONFLICTO' TO WS-ESTADO-TEXTO
                WHEN CPE-APLICADO
                    MOVE 'APLICADO' TO WS-ESTADO-TEXTO
                WHEN OTHER
                    MOVE 'CANCELADO' TO WS-ESTADO-TEXTO
            END-EVALUATE.
       085-TEXTOS-CAMBIO-SAL.
            EXIT.

       END PROGRAM PRG01139.
