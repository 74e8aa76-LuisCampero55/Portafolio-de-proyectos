       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01140.
      *  Sustitucion patronal: traspaso de un empleado activo de una
      *  compañia de COMPANIA.TXT (PRG01086) a otra sin baja ni
      *  reingreso; cambia REG-COMPANIA con fecha efectiva y
      *  conserva la fecha de ingreso original y la antiguedad
      *  puenteada de PUENTES.TXT (PRG01094); el prestamo vigente de
      *  PRESTMAE.DAT y el saldo del fondo de ahorro de FONDOLED.TXT
      *  pasan tal cual, sin liquidarse, y se muestran para la
      *  constancia del traspaso; el movimiento se audita como
      *  SUSTIT via PRG01017 (antes la compañia de origen con la
      *  fecha de baja, despues la de destino con la fecha de alta)
      *  de donde PRG01112 arma la baja y el alta ante el IMSS con
      *  el registro patronal de cada compañia, y queda en la
      *  bitacora SUSTPAT.TXT con la que la constancia anual de
      *  PRG01064 cierra el periodo de cada compañia - LCG 15 OCT 26
      *  Trazado de SUSTPAT.TXT: EMP(6) EFECTIVA(8 AAAAMMDD)
      *  ORIGEN(2) DESTINO(2) BAJA(8 AAAAMMDD, ultimo dia con la
      *  compañia de origen) INGRESO(8 AAAAMMDD) SALDO-PRESTAMO(13
      *  con 2 dec) SALDO-FONDO(13 con 2 dec) OPERADOR(8)
      *  CAPTURA(8 AAAAMMDD)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-COMPANIAS ASSIGN TO "COMPANIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPANIAS.
           SELECT F-CANDADOS ASSIGN TO "CANDADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAN-EMP-ID
               FILE STATUS IS WS-STATUS-CANDADOS.
           SELECT F-PRESTAMOS ASSIGN TO "PRESTMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRE-EMP-ID
               FILE STATUS IS WS-STATUS-PRESTAMOS.
           SELECT F-FONDOLED ASSIGN TO "FONDOLED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FONDOLED.
           SELECT F-SUSTPAT ASSIGN TO "SUSTPAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUSTPAT.
       DATA DIVISION.
       FILE SECTION.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-COMPANIAS.
       01 REG-COMPANIA-TXT           PIC X(60).
       FD  F-CANDADOS.
       01 REG-CANDADO.
           02 CAN-EMP-ID           PIC 9(6).
           02 CAN-OPERADOR         PIC X(8).
           02 CAN-FECHA            PIC 9(8).
           02 CAN-HORA             PIC 9(8).
       FD  F-PRESTAMOS.
       COPY PRESTMAE.
       FD  F-FONDOLED.
       01 REG-FONDOLED               PIC X(47).
       FD  F-SUSTPAT.
       01 REG-SUSTPAT                PIC X(76).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-COMPANIAS        PIC XX VALUE '00'.
       01 WS-STATUS-CANDADOS         PIC XX VALUE '00'.
           88 CAN-OK                 VALUE '00'.
       01 WS-STATUS-PRESTAMOS        PIC XX VALUE '00'.
           88 PRE-OK                 VALUE '00'.
       01 WS-STATUS-FONDOLED         PIC XX VALUE '00'.
       01 WS-STATUS-SUSTPAT          PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 Operador                   PIC X(8) VALUE SPACES.
       01 EmpId                      PIC 9(6) VALUE ZEROS.
       01 Compania                   PIC 99 VALUE ZEROS.
       01 DiaEfe                     PIC 99 VALUE ZEROS.
       01 MesEfe                     PIC 99 VALUE ZEROS.
       01 AnhoEfe                    PIC 9999 VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-CIA-ORIGEN              PIC 99 VALUE ZEROS.
       01 WS-INGRESO                 PIC 9(8) VALUE ZEROS.
      *    Ultimo dia con la compañia de origen: el dia anterior a
      *    la fecha efectiva, buscado con PRG01013 como el fin de mes
      *    de PRG01137
       01 WS-BAJA.
           05 WS-BAJA-DIA            PIC 99 VALUE ZEROS.
           05 WS-BAJA-MES            PIC 99 VALUE ZEROS.
           05 WS-BAJA-ANHO           PIC 9999 VALUE ZEROS.
       01 WS-BAJA-FECHA              PIC 9(8) VALUE ZEROS.
       01 WS-EFECTIVA                PIC 9(8) VALUE ZEROS.
      *    Catalogo de compañias (renglon de PRG01086)
       01 WS-RENGLON-COM.
           05 WS-COM-NUMERO          PIC 99.
           05 WS-COM-NOMBRE          PIC X(40).
           05 WS-COM-REGPAT          PIC X(11).
           05 WS-COM-PRIMA-RT        PIC 9(2)V9(5).
       01 WS-DESTINO-NOMBRE          PIC X(40) VALUE SPACES.
       01 WS-DESTINO-REGPAT          PIC X(11) VALUE SPACES.
       01 WS-ORIGEN-REGPAT           PIC X(11) VALUE SPACES.
       01 WS-DESTINO-HALLADO         PIC X VALUE 'N'.
           88 DESTINO-HALLADO        VALUE 'S'.
      *    Saldos que pasan con el empleado
       01 WS-REG-FON.
           05 FON-EMP                PIC 9(6).
           05 FON-FECHA              PIC 9(8).
           05 FON-PERIODO            PIC 9(6).
           05 FON-TIPO               PIC X.
               88 FON-APORTACION-E   VALUE 'A'.
               88 FON-DISTRIBUCION   VALUE 'D'.
               88 FON-REVERSA        VALUE 'R'.
           05 FON-APORTACION         PIC 9(11)V99.
           05 FON-MATCH              PIC 9(11)V99.
       01 WS-SALDO-FONDO             PIC S9(11)V99 VALUE ZEROS.
       01 WS-SALDO-PRESTAMO          PIC 9(11)V99 VALUE ZEROS.
       01 WS-ANHOS-PUENTE            PIC 999 VALUE ZEROS.
       01 WS-ED-SALDO                PIC -(10)9.99.
      *    Auditoria (rutina compartida PRG01017)
       01 WS-AUD-OPERACION           PIC X(6) VALUE 'SUSTIT'.
       01 WS-AUD-CAMPO               PIC X(20) VALUE 'COMPANIA'.
       01 WS-AUD-ANTES               PIC X(20) VALUE SPACES.
       01 WS-AUD-DESPUES             PIC X(20) VALUE SPACES.
       01 WS-REG-SUSTPAT.
           05 SUS-EMP                PIC 9(6).
           05 SUS-EFECTIVA           PIC 9(8).
           05 SUS-ORIGEN             PIC 99.
           05 SUS-DESTINO            PIC 99.
           05 SUS-BAJA               PIC 9(8).
           05 SUS-INGRESO            PIC 9(8).
           05 SUS-SALDO-PRESTAMO     PIC 9(11)V99.
           05 SUS-SALDO-FONDO        PIC 9(11)V99.
           05 SUS-OPERADOR           PIC X(8).
           05 SUS-CAPTURA            PIC 9(8).

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Sustitucion patronal entre compañias'
                UPON CONSOLE
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            DISPLAY 'Clave del operador: ' UPON CONSOLE
            ACCEPT Operador FROM CONSOLE
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            OPEN I-O F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro, '
                    'status ' WS-STATUS-EMPLEADOS UPON CONSOLE
                GOBACK
            END-IF
            MOVE EmpId TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    DISPLAY 'Error: no existe ese empleado'
                        UPON CONSOLE
                    CLOSE F-EMPLEADOS
                    GOBACK
            END-READ
            IF EMP-BAJA
                DISPLAY 'Error: el empleado esta dado de baja; use '
                    'el reingreso' UPON CONSOLE
                CLOSE F-EMPLEADOS
                GOBACK
            END-IF
            PERFORM 015-VERIFICAR-CANDADO
               THRU
               015-VERIFICAR-CANDADO-SAL
            IF WS-CONFIRMA = 'B'
                CLOSE F-EMPLEADOS
                GOBACK
            END-IF
            IF REG-COMPANIA NOT NUMERIC OR REG-COMPANIA = ZEROS
                MOVE 01 TO WS-CIA-ORIGEN
            ELSE
                MOVE REG-COMPANIA TO WS-CIA-ORIGEN
            END-IF
            COMPUTE WS-INGRESO = (REG-ING-ANHO * 10000)
                + (REG-ING-MES * 100) + REG-ING-DIA
            DISPLAY 'Empleado: ' REG-NOMBRE ' ' REG-APE-PATERNO
                UPON CONSOLE
            DISPLAY 'Compañia actual: ' WS-CIA-ORIGEN
                '  Ingreso: ' REG-ING-DIA '/' REG-ING-MES '/'
                REG-ING-ANHO UPON CONSOLE
            DISPLAY 'Compañia destino (1-99): ' UPON CONSOLE
            ACCEPT Compania FROM CONSOLE
            IF Compania = ZEROS OR Compania = WS-CIA-ORIGEN
                DISPLAY 'Error: la compañia destino debe ser otra'
                    UPON CONSOLE
                CLOSE F-EMPLEADOS
                GOBACK
            END-IF
            PERFORM 020-BUSCAR-COMPANIAS
               THRU
               020-BUSCAR-COMPANIAS-SAL
            IF NOT DESTINO-HALLADO
                DISPLAY 'Error: la compañia ' Compania ' no esta en '
                    'el catalogo COMPANIA.TXT' UPON CONSOLE
                CLOSE F-EMPLEADOS
                GOBACK
            END-IF
            IF WS-DESTINO-REGPAT = SPACES
                DISPLAY 'Aviso: la compañia destino no tiene registro '
                    'patronal; el alta ante el IMSS saldra sin el'
                    UPON CONSOLE
            END-IF
            IF WS-ORIGEN-REGPAT = SPACES
                DISPLAY 'Aviso: la compañia de origen no tiene '
                    'registro patronal; la baja ante el IMSS saldra '
                    'sin el' UPON CONSOLE
            END-IF
      *    La sustitucion se captura el dia que ocurre o despues, no
      *    antes: la nomina de la compañia de origen corre hasta el
      *    ultimo dia
            DISPLAY 'Dia efectivo del traspaso: ' UPON CONSOLE
            ACCEPT DiaEfe FROM CONSOLE
            DISPLAY 'Mes efectivo del traspaso: ' UPON CONSOLE
            ACCEPT MesEfe FROM CONSOLE
            DISPLAY 'Anho efectivo del traspaso: ' UPON CONSOLE
            ACCEPT AnhoEfe FROM CONSOLE
            CALL 'PRG01013' USING DiaEfe MesEfe AnhoEfe
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Error: fecha efectiva invalida' UPON CONSOLE
                CLOSE F-EMPLEADOS
                GOBACK
            END-IF
            COMPUTE WS-EFECTIVA = (AnhoEfe * 10000)
                + (MesEfe * 100) + DiaEfe
            IF WS-EFECTIVA > WS-FECHA-SIS
                OR WS-EFECTIVA NOT > WS-INGRESO
                DISPLAY 'Error: la fecha efectiva debe ser posterior '
                    'al ingreso y no futura' UPON CONSOLE
                CLOSE F-EMPLEADOS
                GOBACK
            END-IF
            PERFORM 030-DIA-ANTERIOR
               THRU
               030-DIA-ANTERIOR-SAL
            PERFORM 040-SALDOS-QUE-PASAN
               THRU
               040-SALDOS-QUE-PASAN-SAL
            CALL 'PRG01094' USING EMP-ID-REG WS-ANHOS-PUENTE
            DISPLAY 'Destino: ' Compania ' ' WS-DESTINO-NOMBRE
                UPON CONSOLE
            DISPLAY 'Baja con la compañia ' WS-CIA-ORIGEN ' el '
                WS-BAJA-DIA '/' WS-BAJA-MES '/' WS-BAJA-ANHO
                ', alta con la ' Compania ' el ' DiaEfe '/' MesEfe
                '/' AnhoEfe UPON CONSOLE
            DISPLAY 'Se conservan el ingreso ' REG-ING-DIA '/'
                REG-ING-MES '/' REG-ING-ANHO ' y ' WS-ANHOS-PUENTE
                ' años de antiguedad puenteada' UPON CONSOLE
            MOVE WS-SALDO-PRESTAMO TO WS-ED-SALDO
            DISPLAY 'Saldo del prestamo que pasa:  ' WS-ED-SALDO
                UPON CONSOLE
            MOVE WS-SALDO-FONDO TO WS-ED-SALDO
            DISPLAY 'Saldo del fondo que pasa:     ' WS-ED-SALDO
                UPON CONSOLE
            DISPLAY '¿Confirma la sustitucion patronal? (S/N): '
                UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                DISPLAY 'Sustitucion cancelada' UPON CONSOLE
                CLOSE F-EMPLEADOS
                GOBACK
            END-IF
            MOVE Compania TO REG-COMPANIA
            REWRITE REG-EMPLEADOS
                INVALID KEY
                    DISPLAY 'Error: no se pudo regrabar el expediente'
                        UPON CONSOLE
                    CLOSE F-EMPLEADOS
                    GOBACK
            END-REWRITE
            CLOSE F-EMPLEADOS
            PERFORM 050-ASENTAR
               THRU
               050-ASENTAR-SAL
            DISPLAY 'Sustitucion asentada; el lote IDSE de PRG01112 '
                'llevara la baja y el alta' UPON CONSOLE
            GOBACK.

       015-VERIFICAR-CANDADO.
      *    Con el expediente en correccion por otro operador no se
      *    traspasa (la B de WS-CONFIRMA avisa el bloqueo)
            MOVE 'N' TO WS-CONFIRMA
            OPEN INPUT F-CANDADOS
            IF NOT CAN-OK
                GO TO 015-VERIFICAR-CANDADO-SAL
            END-IF
            MOVE EmpId TO CAN-EMP-ID
            READ F-CANDADOS
                NOT INVALID KEY
                    DISPLAY 'Error: el expediente esta en uso por '
                        CAN-OPERADOR ' desde ' CAN-FECHA UPON CONSOLE
                    MOVE 'B' TO WS-CONFIRMA
            END-READ
            CLOSE F-CANDADOS.
       015-VERIFICAR-CANDADO-SAL.
            EXIT.

       020-BUSCAR-COMPANIAS.
            MOVE 'N' TO WS-DESTINO-HALLADO
            OPEN INPUT F-COMPANIAS
            IF WS-STATUS-COMPANIAS NOT = '00'
                GO TO 020-BUSCAR-COMPANIAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                MOVE SPACES TO WS-RENGLON-COM
                READ F-COMPANIAS INTO WS-RENGLON-COM
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-COM-NUMERO = Compania
                            MOVE 'S' TO WS-DESTINO-HALLADO
                            MOVE WS-COM-NOMBRE TO WS-DESTINO-NOMBRE
                            MOVE WS-COM-REGPAT TO WS-DESTINO-REGPAT
                        END-IF
                        IF WS-COM-NUMERO = WS-CIA-ORIGEN
                            MOVE WS-COM-REGPAT TO WS-ORIGEN-REGPAT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-COMPANIAS.
       020-BUSCAR-COMPANIAS-SAL.
            EXIT.

       030-DIA-ANTERIOR.
            IF DiaEfe > 1
                COMPUTE WS-BAJA-DIA = DiaEfe - 1
                MOVE MesEfe TO WS-BAJA-MES
                MOVE AnhoEfe TO WS-BAJA-ANHO
            ELSE
                IF MesEfe = 1
                    MOVE 12 TO WS-BAJA-MES
                    COMPUTE WS-BAJA-ANHO = AnhoEfe - 1
                ELSE
                    COMPUTE WS-BAJA-MES = MesEfe - 1
                    MOVE AnhoEfe TO WS-BAJA-ANHO
                END-IF
                MOVE 31 TO WS-BAJA-DIA
                CALL 'PRG01013' USING WS-BAJA-DIA WS-BAJA-MES
                    WS-BAJA-ANHO WS-FECHA-VALIDA
                PERFORM UNTIL NOT FECHA-INVALIDA
                    SUBTRACT 1 FROM WS-BAJA-DIA
                    CALL 'PRG01013' USING WS-BAJA-DIA WS-BAJA-MES
                        WS-BAJA-ANHO WS-FECHA-VALIDA
                END-PERFORM
            END-IF
            COMPUTE WS-BAJA-FECHA = (WS-BAJA-ANHO * 10000)
                + (WS-BAJA-MES * 100) + WS-BAJA-DIA.
       030-DIA-ANTERIOR-SAL.
            EXIT.

       040-SALDOS-QUE-PASAN.
      *    El prestamo y el fondo no se liquidan: solo se toma su
      *    saldo para la bitacora (el fondo como en PRG01071)
            MOVE ZEROS TO WS-SALDO-PRESTAMO
            OPEN INPUT F-PRESTAMOS
            IF PRE-OK
                MOVE EmpId TO PRE-EMP-ID
                READ F-PRESTAMOS
                    NOT INVALID KEY
                        IF PRE-ACTIVO
                            MOVE PRE-SALDO TO WS-SALDO-PRESTAMO
                        END-IF
                END-READ
                CLOSE F-PRESTAMOS
            END-IF
            MOVE ZEROS TO WS-SALDO-FONDO
            OPEN INPUT F-FONDOLED
            IF WS-STATUS-FONDOLED NOT = '00'
                GO TO 040-SALDOS-QUE-PASAN-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-FONDOLED INTO WS-REG-FON
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF FON-EMP = EmpId
                            IF FON-DISTRIBUCION OR FON-REVERSA
                                SUBTRACT FON-APORTACION
                                    FROM WS-SALDO-FONDO
                                SUBTRACT FON-MATCH FROM WS-SALDO-FONDO
                            ELSE
                                ADD FON-APORTACION TO WS-SALDO-FONDO
                                ADD FON-MATCH TO WS-SALDO-FONDO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-FONDOLED.
       040-SALDOS-QUE-PASAN-SAL.
            EXIT.

       050-ASENTAR.
      *    Auditoria SUSTIT con las dos fechas en posiciones fijas
      *    (las lee PRG01112): antes "OO BAJA DD/MM/AAAA", despues
      *    "DD ALTA DD/MM/AAAA"
            MOVE SPACES TO WS-AUD-ANTES
            STRING WS-CIA-ORIGEN ' BAJA ' WS-BAJA-DIA '/'
                WS-BAJA-MES '/' WS-BAJA-ANHO
                DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            MOVE SPACES TO WS-AUD-DESPUES
            STRING Compania ' ALTA ' DiaEfe '/' MesEfe '/' AnhoEfe
                DELIMITED BY SIZE
                INTO WS-AUD-DESPUES
            CALL 'PRG01017' USING EmpId WS-AUD-OPERACION
                WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
            MOVE EmpId TO SUS-EMP
            MOVE WS-EFECTIVA TO SUS-EFECTIVA
            MOVE WS-CIA-ORIGEN TO SUS-ORIGEN
            MOVE Compania TO SUS-DESTINO
            MOVE WS-BAJA-FECHA TO SUS-BAJA
            MOVE WS-INGRESO TO SUS-INGRESO
            MOVE WS-SALDO-PRESTAMO TO SUS-SALDO-PRESTAMO
            IF WS-SALDO-FONDO > ZEROS
                MOVE WS-SALDO-FONDO TO SUS-SALDO-FONDO
            ELSE
                MOVE ZEROS TO SUS-SALDO-FONDO
            END-IF
            MOVE Operador TO SUS-OPERADOR
            MOVE WS-FECHA-SIS TO SUS-CAPTURA
            OPEN EXTEND F-SUSTPAT
            IF WS-STATUS-SUSTPAT = '35'
                OPEN OUTPUT F-SUSTPAT
            END-IF
            MOVE WS-REG-SUSTPAT TO REG-SUSTPAT
            WRITE REG-SUSTPAT
            CLOSE F-SUSTPAT.
       050-ASENTAR-SAL.
            EXIT.

       END PROGRAM PRG01140.
