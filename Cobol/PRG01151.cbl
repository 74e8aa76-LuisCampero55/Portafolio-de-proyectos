       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01151.
      *  Depuracion de datos personales por vencimiento del plazo de
      *  retencion, como promete el aviso de privacidad: selecciona
      *  las bajas (REG-ESTATUS B) con fecha de baja anterior al
      *  numero de años que da el operador y sin adeudo abierto
      *  (prestamo vigente en PRESTMAE.DAT, credito INFONAVIT activo
      *  en INFCRED.DAT, pension alimenticia vigente en PENSION.TXT o
      *  cheque pendiente en REGCHEQ.DAT) ni expediente en correccion
      *  (CANDADOS.DAT); a cada uno le borra el domicilio y contacto
      *  de DOMICIL.DAT, sus renglones de DEPENDTS.TXT (regrabado via
      *  DEPENDTS.TMP, como el extracto de PRG01034), banco y CLABE
      *  del maestro y su solicitud de cambio de cuenta en
      *  CLABEPEN.DAT, y marca la fecha de depuracion en el maestro;
      *  nombre, RFC, CURP, salario y la historia de cheques y nomina
      *  se conservan por la obligacion fiscal; cada accion queda en
      *  AUDIT.TXT via PRG01017 sin el dato borrado, y la corrida
      *  emite el certificado CERTPUR.TXT con folio propio
      *  (FOLIOPUR.TXT), la lista de depurados y conservados, suma de
      *  control y renglones de firma; la (S)imulacion lista lo que
      *  se depuraria sin tocar nada; solo la corre un operador nivel
      *  3 - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-DOMICILIOS ASSIGN TO "DOMICIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-EMP-ID
               FILE STATUS IS WS-STATUS-DOMICILIOS.
           SELECT F-CLABEPEN ASSIGN TO "CLABEPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLP-EMP
               FILE STATUS IS WS-STATUS-CLABEPEN.
           SELECT F-PRESTAMOS ASSIGN TO "PRESTMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRE-EMP-ID
               FILE STATUS IS WS-STATUS-PRESTAMOS.
           SELECT F-INFCRED ASSIGN TO "INFCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INF-EMP-ID
               FILE STATUS IS WS-STATUS-INFCRED.
           SELECT F-CANDADOS ASSIGN TO "CANDADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAN-EMP-ID
               FILE STATUS IS WS-STATUS-CANDADOS.
           SELECT F-PENSIONES ASSIGN TO "PENSION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENSIONES.
           SELECT F-REGISTRO ASSIGN TO "REGCHEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS WS-STATUS-REGISTRO.
           SELECT F-DEPENDIENTES ASSIGN TO "DEPENDTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPENDIENTES.
           SELECT F-DEPENDIENTES-NVO ASSIGN TO "DEPENDTS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPENDIENTES-NVO.
           SELECT F-OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUS-OPERADORES.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
           SELECT F-FOLIO ASSIGN TO "FOLIOPUR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FOLIO.
           SELECT F-CERTIFICADO ASSIGN TO "CERTPUR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-DOMICILIOS.
       01 REG-DOMICILIO.
           02 DOM-EMP-ID           PIC 9(6).
           02 FILLER               PIC X(154).
       FD  F-CLABEPEN.
       COPY CLABEPEN.
       FD  F-PRESTAMOS.
       COPY PRESTMAE.
       FD  F-INFCRED.
       COPY INFCRED.
       FD  F-CANDADOS.
       01 REG-CANDADO.
           02 CAN-EMP-ID           PIC 9(6).
           02 CAN-OPERADOR         PIC X(8).
           02 CAN-FECHA            PIC 9(8).
           02 CAN-HORA             PIC 9(8).
       FD  F-PENSIONES.
       01 REG-PENSION                PIC X(77).
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-DEPENDIENTES.
       01 REG-DEPENDIENTE            PIC X(67).
       FD  F-DEPENDIENTES-NVO.
       01 REG-DEPENDIENTE-NVO        PIC X(67).
       FD  F-OPERADORES.
       COPY OPERCAT.
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       FD  F-FOLIO.
       01 REG-FOLIO                  PIC 9(8).
       FD  F-CERTIFICADO.
       01 REG-CERTIFICADO            PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-DOMICILIOS       PIC XX VALUE '00'.
           88 DOM-OK                 VALUE '00'.
       01 WS-STATUS-CLABEPEN         PIC XX VALUE '00'.
           88 CLP-OK                 VALUE '00'.
       01 WS-STATUS-PRESTAMOS        PIC XX VALUE '00'.
           88 PRE-OK                 VALUE '00'.
       01 WS-STATUS-INFCRED          PIC XX VALUE '00'.
           88 INF-OK                 VALUE '00'.
       01 WS-STATUS-CANDADOS         PIC XX VALUE '00'.
           88 CAN-OK                 VALUE '00'.
       01 WS-PRESTAMOS-ABIERTO       PIC X VALUE 'N'.
           88 PRESTAMOS-ABIERTO      VALUE 'S'.
       01 WS-INFCRED-ABIERTO         PIC X VALUE 'N'.
           88 INFCRED-ABIERTO        VALUE 'S'.
       01 WS-CANDADOS-ABIERTO        PIC X VALUE 'N'.
           88 CANDADOS-ABIERTO       VALUE 'S'.
       01 WS-DOMICILIOS-ABIERTO      PIC X VALUE 'N'.
           88 DOMICILIOS-ABIERTO     VALUE 'S'.
       01 WS-CLABEPEN-ABIERTO        PIC X VALUE 'N'.
           88 CLABEPEN-ABIERTO       VALUE 'S'.
       01 WS-STATUS-PENSIONES        PIC XX VALUE '00'.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-DEPENDIENTES     PIC XX VALUE '00'.
       01 WS-STATUS-DEPENDIENTES-NVO PIC XX VALUE '00'.
       01 WS-STATUS-OPERADORES       PIC XX VALUE '00'.
           88 OPE-OK                 VALUE '00'.
           88 OPE-SIN-ARCHIVO        VALUE '35'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-STATUS-FOLIO            PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-OPERADOR                PIC X(8) VALUE 'CONSOLA'.
       01 WS-NIVEL-OPERADOR          PIC 9 VALUE ZERO.
       01 WS-MODO                    PIC X VALUE 'S'.
           88 MODO-SIMULACION        VALUE 'S'.
           88 MODO-EJECUCION         VALUE 'E'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-ANHOS-RETENCION         PIC 99 VALUE 10.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-FECHA-LIMITE            PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-BAJA              PIC 9(8) VALUE ZEROS.
       01 WS-FOLIO-ACTUAL            PIC 9(8) VALUE ZEROS.
      *  Candidatos de la corrida, en orden de numero de empleado;
      *  estado C candidato, D depurado, X conservado por el motivo
       01 WS-TABLA-CAN.
           05 WS-CAN-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-CAN-ENT OCCURS 1000 TIMES.
               10 WS-CAN-EMP         PIC 9(6).
               10 WS-CAN-BAJA        PIC 9(8).
               10 WS-CAN-ESTADO      PIC X.
                   88 CAN-CANDIDATO  VALUE 'C'.
                   88 CAN-DEPURADO   VALUE 'D'.
                   88 CAN-CONSERVADO VALUE 'X'.
               10 WS-CAN-MOTIVO      PIC X(24).
               10 WS-CAN-DOMICILIO   PIC X.
               10 WS-CAN-CUENTA      PIC X.
               10 WS-CAN-SOLICITUD   PIC X.
               10 WS-CAN-DEPENDTS    PIC 999.
       01 WS-CAN-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-CAN-HALLADO             PIC 9(4) VALUE ZEROS.
       01 WS-EMP-BUSCADO             PIC 9(6) VALUE ZEROS.
       01 WS-TOT-EXCEDIDOS           PIC 9(6) VALUE ZEROS.
       01 WS-TOT-DEPURADOS           PIC 9(4) VALUE ZEROS.
       01 WS-TOT-CONSERVADOS         PIC 9(4) VALUE ZEROS.
       01 WS-TOT-DEP-BORRADOS        PIC 9(6) VALUE ZEROS.
       01 WS-SUMA-CONTROL            PIC 9(12) VALUE ZEROS.
       01 WS-REG-PENSION.
           05 WS-PEN-EMP             PIC 9(6).
           05 WS-PEN-BENEFICIARIO    PIC X(40).
           05 WS-PEN-TIPO            PIC X.
           05 WS-PEN-VALOR           PIC 9(11)V99.
           05 WS-PEN-PRIORIDAD       PIC 9.
           05 WS-PEN-INICIO          PIC 9(8).
           05 WS-PEN-FIN             PIC 9(8).
       01 WS-RENGLON-DEP.
           05 WS-DEP-EMP             PIC 9(6).
           05 WS-DEP-RESTO           PIC X(61).
       01 WS-AUD-OPERACION           PIC X(6) VALUE 'PURGA'.
       01 WS-AUD-CAMPO               PIC X(20) VALUE SPACES.
       01 WS-AUD-ANTES               PIC X(20) VALUE SPACES.
       01 WS-AUD-DESPUES             PIC X(20) VALUE SPACES.
       01 WS-NOMBRE                  PIC X(40) VALUE SPACES.
       01 WS-LINEA                   PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Depuracion de datos personales por retencion'
                UPON CONSOLE
            PERFORM 015-NIVEL-DEL-OPERADOR
               THRU
               015-NIVEL-DEL-OPERADOR-SAL
            IF WS-NIVEL-OPERADOR < 3
                DISPLAY 'Error: la depuracion requiere operador nivel '
                    '3; ' WS-OPERADOR ' tiene nivel '
                    WS-NIVEL-OPERADOR UPON CONSOLE
                GOBACK
            END-IF
            DISPLAY 'Años de retencion despues de la baja (10 por '
                'omision): ' UPON CONSOLE
            ACCEPT WS-ANHOS-RETENCION FROM CONSOLE
            IF WS-ANHOS-RETENCION NOT NUMERIC
                OR WS-ANHOS-RETENCION = ZEROS
                MOVE 10 TO WS-ANHOS-RETENCION
            END-IF
            DISPLAY '(S)imulacion sin cambios o (E)jecucion: '
                UPON CONSOLE
            ACCEPT WS-MODO FROM CONSOLE
            IF NOT MODO-EJECUCION
                MOVE 'S' TO WS-MODO
            END-IF
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            COMPUTE WS-FECHA-LIMITE = WS-FECHA-SIS
                - (WS-ANHOS-RETENCION * 10000)
            PERFORM 020-SELECCIONAR
               THRU
               020-SELECCIONAR-SAL
            IF WS-CAN-NUM = ZEROS
                DISPLAY 'No hay bajas con el plazo de retencion '
                    'vencido antes del ' WS-FECHA-LIMITE UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 030-REVISAR-ADEUDOS
               THRU
               030-REVISAR-ADEUDOS-SAL
            PERFORM 035-REVISAR-PENSIONES
               THRU
               035-REVISAR-PENSIONES-SAL
            PERFORM 038-REVISAR-CHEQUES
               THRU
               038-REVISAR-CHEQUES-SAL
            IF MODO-EJECUCION
                DISPLAY 'Se depuraran los datos personales de las '
                    'bajas anteriores al ' WS-FECHA-LIMITE
                    '. ¿Confirma? (S/N): ' UPON CONSOLE
                ACCEPT WS-CONFIRMA FROM CONSOLE
                IF NOT CONFIRMA-SI
                    DISPLAY 'Depuracion cancelada' UPON CONSOLE
                    GOBACK
                END-IF
                PERFORM 080-TOMAR-FOLIO
                   THRU
                   080-TOMAR-FOLIO-SAL
                PERFORM 040-DEPURAR
                   THRU
                   040-DEPURAR-SAL
            END-IF
            PERFORM 050-DEPENDIENTES
               THRU
               050-DEPENDIENTES-SAL
            IF MODO-EJECUCION
                PERFORM 060-AUDITAR
                   THRU
                   060-AUDITAR-SAL
            END-IF
            PERFORM 070-CERTIFICADO
               THRU
               070-CERTIFICADO-SAL
            DISPLAY 'Depurados: ' WS-TOT-DEPURADOS ' conservados: '
                WS-TOT-CONSERVADOS UPON CONSOLE
            DISPLAY 'Certificado en CERTPUR.TXT' UPON CONSOLE
            GOBACK.

       015-NIVEL-DEL-OPERADOR.
            MOVE 'CONSOLA' TO WS-OPERADOR
            MOVE ZEROS TO WS-NIVEL-OPERADOR
            OPEN INPUT F-OPSESION
            IF WS-STATUS-OPSESION = '00'
                READ F-OPSESION INTO WS-OPERADOR
                    AT END
                        MOVE 'CONSOLA' TO WS-OPERADOR
                END-READ
                CLOSE F-OPSESION
            END-IF
            OPEN INPUT F-OPERADORES
            IF OPE-SIN-ARCHIVO
      *        Sin archivo de operadores se firma CONSOLA con nivel
      *        supervisor, igual que el arranque de PRG01014
                MOVE 3 TO WS-NIVEL-OPERADOR
                GO TO 015-NIVEL-DEL-OPERADOR-SAL
            END-IF
            IF NOT OPE-OK
                DISPLAY 'Error: OPERADOR.DAT no abre, status '
                    WS-STATUS-OPERADORES UPON CONSOLE
                MOVE ZEROS TO WS-NIVEL-OPERADOR
                GO TO 015-NIVEL-DEL-OPERADOR-SAL
            END-IF
            MOVE WS-OPERADOR TO OPE-ID
            READ F-OPERADORES
                INVALID KEY
                    MOVE ZEROS TO WS-NIVEL-OPERADOR
                NOT INVALID KEY
                    MOVE OPE-NIVEL TO WS-NIVEL-OPERADOR
            END-READ
            CLOSE F-OPERADORES.
       015-NIVEL-DEL-OPERADOR-SAL.
            EXIT.

       020-SELECCIONAR.
      *    Bajas con fecha de baja anterior al limite y sin depurar;
      *    sin fecha de baja no se puede medir el plazo y se dejan
            MOVE ZEROS TO WS-CAN-NUM
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro, status '
                    WS-STATUS-EMPLEADOS UPON CONSOLE
                GO TO 020-SELECCIONAR-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 022-SELECCIONAR-EMPLEADO
               THRU
               022-SELECCIONAR-EMPLEADO-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-EMPLEADOS
            IF WS-TOT-EXCEDIDOS > ZEROS
                DISPLAY 'Aviso: ' WS-TOT-EXCEDIDOS ' bajas mas quedan '
                    'para la siguiente corrida' UPON CONSOLE
            END-IF.
       020-SELECCIONAR-SAL.
            EXIT.

       022-SELECCIONAR-EMPLEADO.
            READ F-EMPLEADOS NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 022-SELECCIONAR-EMPLEADO-SAL
            END-READ
            IF NOT EMP-BAJA
                GO TO 022-SELECCIONAR-EMPLEADO-SAL
            END-IF
            IF REG-FECHA-PURGA NUMERIC AND REG-FECHA-PURGA > ZEROS
                GO TO 022-SELECCIONAR-EMPLEADO-SAL
            END-IF
            COMPUTE WS-FECHA-BAJA = (REG-BAJA-ANHO * 10000)
                + (REG-BAJA-MES * 100) + REG-BAJA-DIA
            IF WS-FECHA-BAJA = ZEROS
                OR WS-FECHA-BAJA NOT < WS-FECHA-LIMITE
                GO TO 022-SELECCIONAR-EMPLEADO-SAL
            END-IF
            IF WS-CAN-NUM NOT < 1000
                ADD 1 TO WS-TOT-EXCEDIDOS
                GO TO 022-SELECCIONAR-EMPLEADO-SAL
            END-IF
            ADD 1 TO WS-CAN-NUM
            MOVE EMP-ID-REG TO WS-CAN-EMP(WS-CAN-NUM)
            MOVE WS-FECHA-BAJA TO WS-CAN-BAJA(WS-CAN-NUM)
            MOVE 'C' TO WS-CAN-ESTADO(WS-CAN-NUM)
            MOVE SPACES TO WS-CAN-MOTIVO(WS-CAN-NUM)
            MOVE 'N' TO WS-CAN-DOMICILIO(WS-CAN-NUM)
            MOVE 'N' TO WS-CAN-CUENTA(WS-CAN-NUM)
            MOVE 'N' TO WS-CAN-SOLICITUD(WS-CAN-NUM)
            MOVE ZEROS TO WS-CAN-DEPENDTS(WS-CAN-NUM)
            IF REG-BANCO NOT = SPACES OR REG-CLABE NOT = SPACES
                MOVE 'S' TO WS-CAN-CUENTA(WS-CAN-NUM)
            END-IF.
       022-SELECCIONAR-EMPLEADO-SAL.
            EXIT.

       030-REVISAR-ADEUDOS.
      *    Prestamo vigente con saldo, credito INFONAVIT activo o
      *    expediente tomado en correccion: se conserva todo; los
      *    archivos que no existen no detienen la revision
            OPEN INPUT F-PRESTAMOS
            MOVE 'N' TO WS-PRESTAMOS-ABIERTO
            IF PRE-OK
                MOVE 'S' TO WS-PRESTAMOS-ABIERTO
            END-IF
            OPEN INPUT F-INFCRED
            MOVE 'N' TO WS-INFCRED-ABIERTO
            IF INF-OK
                MOVE 'S' TO WS-INFCRED-ABIERTO
            END-IF
            OPEN INPUT F-CANDADOS
            MOVE 'N' TO WS-CANDADOS-ABIERTO
            IF CAN-OK
                MOVE 'S' TO WS-CANDADOS-ABIERTO
            END-IF
            PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                UNTIL WS-CAN-IDX > WS-CAN-NUM
                IF PRESTAMOS-ABIERTO
                    MOVE WS-CAN-EMP(WS-CAN-IDX) TO PRE-EMP-ID
                    READ F-PRESTAMOS
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF PRE-ACTIVO AND PRE-SALDO > ZEROS
                                MOVE 'PRESTAMO VIGENTE'
                                    TO WS-CAN-MOTIVO(WS-CAN-IDX)
                                MOVE 'X' TO WS-CAN-ESTADO(WS-CAN-IDX)
                            END-IF
                    END-READ
                END-IF
                IF INFCRED-ABIERTO AND CAN-CANDIDATO(WS-CAN-IDX)
                    MOVE WS-CAN-EMP(WS-CAN-IDX) TO INF-EMP-ID
                    READ F-INFCRED
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF INF-ACTIVO
                                MOVE 'CREDITO INFONAVIT'
                                    TO WS-CAN-MOTIVO(WS-CAN-IDX)
                                MOVE 'X' TO WS-CAN-ESTADO(WS-CAN-IDX)
                            END-IF
                    END-READ
                END-IF
                IF CANDADOS-ABIERTO AND CAN-CANDIDATO(WS-CAN-IDX)
                    MOVE WS-CAN-EMP(WS-CAN-IDX) TO CAN-EMP-ID
                    READ F-CANDADOS
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE 'EXPEDIENTE EN USO'
                                TO WS-CAN-MOTIVO(WS-CAN-IDX)
                            MOVE 'X' TO WS-CAN-ESTADO(WS-CAN-IDX)
                    END-READ
                END-IF
            END-PERFORM
            IF PRESTAMOS-ABIERTO
                CLOSE F-PRESTAMOS
            END-IF
            IF INFCRED-ABIERTO
                CLOSE F-INFCRED
            END-IF
            IF CANDADOS-ABIERTO
                CLOSE F-CANDADOS
            END-IF.
       030-REVISAR-ADEUDOS-SAL.
            EXIT.

       035-REVISAR-PENSIONES.
      *    Pension alimenticia vigente a hoy, con la misma regla de
      *    vigencia que aplica PRG01019
            OPEN INPUT F-PENSIONES
            IF WS-STATUS-PENSIONES NOT = '00'
                GO TO 035-REVISAR-PENSIONES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-PENSIONES INTO WS-REG-PENSION
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-PEN-INICIO NOT > WS-FECHA-SIS
                            AND WS-PEN-FIN NOT < WS-FECHA-SIS
                            MOVE WS-PEN-EMP TO WS-EMP-BUSCADO
                            PERFORM 090-BUSCAR-CANDIDATO
                               THRU
                               090-BUSCAR-CANDIDATO-SAL
                            IF WS-CAN-HALLADO > ZEROS
                                MOVE 'PENSION ALIMENTICIA'
                                    TO WS-CAN-MOTIVO(WS-CAN-HALLADO)
                                MOVE 'X'
                                    TO WS-CAN-ESTADO(WS-CAN-HALLADO)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-PENSIONES.
       035-REVISAR-PENSIONES-SAL.
            EXIT.

       038-REVISAR-CHEQUES.
      *    Cheque o transferencia retenida sin pagar (estatus P)
            OPEN INPUT F-REGISTRO
            IF NOT REGISTRO-OK
                GO TO 038-REVISAR-CHEQUES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGISTRO NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF CHQ-PENDIENTE AND CHQ-EMP-ID NOT = ZEROS
                            MOVE CHQ-EMP-ID TO WS-EMP-BUSCADO
                            PERFORM 090-BUSCAR-CANDIDATO
                               THRU
                               090-BUSCAR-CANDIDATO-SAL
                            IF WS-CAN-HALLADO > ZEROS
                                MOVE 'PAGO PENDIENTE'
                                    TO WS-CAN-MOTIVO(WS-CAN-HALLADO)
                                MOVE 'X'
                                    TO WS-CAN-ESTADO(WS-CAN-HALLADO)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-REGISTRO.
       038-REVISAR-CHEQUES-SAL.
            EXIT.

       040-DEPURAR.
            OPEN I-O F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro, status '
                    WS-STATUS-EMPLEADOS UPON CONSOLE
                GO TO 040-DEPURAR-SAL
            END-IF
            OPEN I-O F-DOMICILIOS
            MOVE 'N' TO WS-DOMICILIOS-ABIERTO
            IF DOM-OK
                MOVE 'S' TO WS-DOMICILIOS-ABIERTO
            END-IF
            OPEN I-O F-CLABEPEN
            MOVE 'N' TO WS-CLABEPEN-ABIERTO
            IF CLP-OK
                MOVE 'S' TO WS-CLABEPEN-ABIERTO
            END-IF
            PERFORM 042-DEPURAR-EMPLEADO
               THRU
               042-DEPURAR-EMPLEADO-SAL
               VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-NUM
            IF DOMICILIOS-ABIERTO
                CLOSE F-DOMICILIOS
            END-IF
            IF CLABEPEN-ABIERTO
                CLOSE F-CLABEPEN
            END-IF
            CLOSE F-EMPLEADOS.
       040-DEPURAR-SAL.
            EXIT.

       042-DEPURAR-EMPLEADO.
            IF NOT CAN-CANDIDATO(WS-CAN-IDX)
                GO TO 042-DEPURAR-EMPLEADO-SAL
            END-IF
            MOVE WS-CAN-EMP(WS-CAN-IDX) TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    MOVE 'NO SE RELEYO EL MAESTRO'
                        TO WS-CAN-MOTIVO(WS-CAN-IDX)
                    MOVE 'X' TO WS-CAN-ESTADO(WS-CAN-IDX)
                    GO TO 042-DEPURAR-EMPLEADO-SAL
            END-READ
      *    Cuenta bancaria fuera; los pagos que llegaran a salir van
      *    en cheque impreso
            MOVE SPACES TO REG-BANCO
            MOVE SPACES TO REG-CLABE
            MOVE 'C' TO REG-FORMA-PAGO
            MOVE WS-FECHA-SIS TO REG-FECHA-PURGA
            REWRITE REG-EMPLEADOS
                INVALID KEY
                    MOVE 'NO SE REGRABO EL MAESTRO'
                        TO WS-CAN-MOTIVO(WS-CAN-IDX)
                    MOVE 'X' TO WS-CAN-ESTADO(WS-CAN-IDX)
                    GO TO 042-DEPURAR-EMPLEADO-SAL
            END-REWRITE
            MOVE 'D' TO WS-CAN-ESTADO(WS-CAN-IDX)
            IF DOMICILIOS-ABIERTO
                MOVE WS-CAN-EMP(WS-CAN-IDX) TO DOM-EMP-ID
                DELETE F-DOMICILIOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-CAN-DOMICILIO(WS-CAN-IDX)
                END-DELETE
            END-IF
            IF CLABEPEN-ABIERTO
                MOVE WS-CAN-EMP(WS-CAN-IDX) TO CLP-EMP
                DELETE F-CLABEPEN
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-CAN-SOLICITUD(WS-CAN-IDX)
                END-DELETE
            END-IF.
       042-DEPURAR-EMPLEADO-SAL.
            EXIT.

       050-DEPENDIENTES.
      *    Cuenta los renglones de dependientes de cada candidato y,
      *    en ejecucion, regraba DEPENDTS.TXT sin los depurados via
      *    DEPENDTS.TMP
            OPEN INPUT F-DEPENDIENTES
            IF WS-STATUS-DEPENDIENTES NOT = '00'
                GO TO 050-DEPENDIENTES-SAL
            END-IF
            IF MODO-EJECUCION
                OPEN OUTPUT F-DEPENDIENTES-NVO
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-DEPENDIENTES INTO WS-RENGLON-DEP
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 052-RENGLON-DEPENDIENTE
                           THRU
                           052-RENGLON-DEPENDIENTE-SAL
                END-READ
            END-PERFORM
            CLOSE F-DEPENDIENTES
            IF NOT MODO-EJECUCION
                GO TO 050-DEPENDIENTES-SAL
            END-IF
            CLOSE F-DEPENDIENTES-NVO
            IF WS-TOT-DEP-BORRADOS = ZEROS
                GO TO 050-DEPENDIENTES-SAL
            END-IF
            OPEN INPUT F-DEPENDIENTES-NVO
            OPEN OUTPUT F-DEPENDIENTES
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-DEPENDIENTES-NVO INTO WS-RENGLON-DEP
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        MOVE WS-RENGLON-DEP TO REG-DEPENDIENTE
                        WRITE REG-DEPENDIENTE
                END-READ
            END-PERFORM
            CLOSE F-DEPENDIENTES-NVO
            CLOSE F-DEPENDIENTES.
       050-DEPENDIENTES-SAL.
            EXIT.

       052-RENGLON-DEPENDIENTE.
            MOVE WS-DEP-EMP TO WS-EMP-BUSCADO
            PERFORM 090-BUSCAR-CANDIDATO
               THRU
               090-BUSCAR-CANDIDATO-SAL
            IF WS-CAN-HALLADO > ZEROS
                IF MODO-SIMULACION
                    AND CAN-CANDIDATO(WS-CAN-HALLADO)
                    ADD 1 TO WS-CAN-DEPENDTS(WS-CAN-HALLADO)
                END-IF
                IF CAN-DEPURADO(WS-CAN-HALLADO)
                    ADD 1 TO WS-CAN-DEPENDTS(WS-CAN-HALLADO)
                    ADD 1 TO WS-TOT-DEP-BORRADOS
                    GO TO 052-RENGLON-DEPENDIENTE-SAL
                END-IF
            END-IF
            IF MODO-EJECUCION
                MOVE WS-RENGLON-DEP TO REG-DEPENDIENTE-NVO
                WRITE REG-DEPENDIENTE-NVO
            END-IF.
       052-RENGLON-DEPENDIENTE-SAL.
            EXIT.

       060-AUDITAR.
      *    Un renglon de AUDIT.TXT por dato borrado, sin el valor
      *    borrado, y uno con el folio del certificado
            PERFORM 062-AUDITAR-EMPLEADO
               THRU
               062-AUDITAR-EMPLEADO-SAL
               VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-NUM.
       060-AUDITAR-SAL.
            EXIT.

       062-AUDITAR-EMPLEADO.
            IF NOT CAN-DEPURADO(WS-CAN-IDX)
                GO TO 062-AUDITAR-EMPLEADO-SAL
            END-IF
            IF WS-CAN-DOMICILIO(WS-CAN-IDX) = 'S'
                MOVE 'DOMICILIO' TO WS-AUD-CAMPO
                MOVE 'CAPTURADO' TO WS-AUD-ANTES
                MOVE 'ELIMINADO' TO WS-AUD-DESPUES
                CALL 'PRG01017' USING WS-CAN-EMP(WS-CAN-IDX)
                    WS-AUD-OPERACION WS-AUD-CAMPO WS-AUD-ANTES
                    WS-AUD-DESPUES
            END-IF
            IF WS-CAN-DEPENDTS(WS-CAN-IDX) > ZEROS
                MOVE 'DEPENDIENTES' TO WS-AUD-CAMPO
                MOVE SPACES TO WS-AUD-ANTES
                STRING WS-CAN-DEPENDTS(WS-CAN-IDX) ' RENGLONES'
                    DELIMITED BY SIZE
                    INTO WS-AUD-ANTES
                MOVE 'ELIMINADOS' TO WS-AUD-DESPUES
                CALL 'PRG01017' USING WS-CAN-EMP(WS-CAN-IDX)
                    WS-AUD-OPERACION WS-AUD-CAMPO WS-AUD-ANTES
                    WS-AUD-DESPUES
            END-IF
            IF WS-CAN-CUENTA(WS-CAN-IDX) = 'S'
                MOVE 'BANCO/CLABE' TO WS-AUD-CAMPO
                MOVE 'CAPTURADA' TO WS-AUD-ANTES
                MOVE 'ELIMINADA' TO WS-AUD-DESPUES
                CALL 'PRG01017' USING WS-CAN-EMP(WS-CAN-IDX)
                    WS-AUD-OPERACION WS-AUD-CAMPO WS-AUD-ANTES
                    WS-AUD-DESPUES
            END-IF
            IF WS-CAN-SOLICITUD(WS-CAN-IDX) = 'S'
                MOVE 'SOLICITUD CUENTA' TO WS-AUD-CAMPO
                MOVE 'REGISTRADA' TO WS-AUD-ANTES
                MOVE 'ELIMINADA' TO WS-AUD-DESPUES
                CALL 'PRG01017' USING WS-CAN-EMP(WS-CAN-IDX)
                    WS-AUD-OPERACION WS-AUD-CAMPO WS-AUD-ANTES
                    WS-AUD-DESPUES
            END-IF
            MOVE 'CERTIFICADO' TO WS-AUD-CAMPO
            MOVE SPACES TO WS-AUD-ANTES
            MOVE SPACES TO WS-AUD-DESPUES
            STRING 'FOLIO ' WS-FOLIO-ACTUAL
                DELIMITED BY SIZE
                INTO WS-AUD-DESPUES
            CALL 'PRG01017' USING WS-CAN-EMP(WS-CAN-IDX)
                WS-AUD-OPERACION WS-AUD-CAMPO WS-AUD-ANTES
                WS-AUD-DESPUES.
       062-AUDITAR-EMPLEADO-SAL.
            EXIT.

       070-CERTIFICADO.
            OPEN OUTPUT F-CERTIFICADO
            OPEN INPUT F-EMPLEADOS
            MOVE SPACES TO WS-LINEA
            IF MODO-EJECUCION
                STRING 'CERTIFICADO DE DEPURACION DE DATOS PERSONALES'
                    ' FOLIO ' WS-FOLIO-ACTUAL
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            ELSE
                STRING 'SIMULACION DE DEPURACION DE DATOS PERSONALES'
                    ' - SIN CAMBIOS, SIN VALOR DE CERTIFICADO'
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            END-IF
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL
            MOVE SPACES TO WS-LINEA
            STRING 'FECHA ' WS-FECHA-SIS ' ' WS-HORA-SIS
                ' OPERADOR ' WS-OPERADOR
                ' RETENCION ' WS-ANHOS-RETENCION
                ' AÑOS: BAJAS ANTERIORES AL ' WS-FECHA-LIMITE
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL
            MOVE 'SE CONSERVAN NOMBRE, RFC, CURP, SALARIO E HISTORIA DE'
                TO WS-LINEA
            MOVE ' CHEQUES Y NOMINA POR LA OBLIGACION FISCAL'
                TO WS-LINEA(54:45)
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL
            MOVE SPACES TO WS-LINEA
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL
            MOVE '--- DATOS DEPURADOS ---' TO WS-LINEA
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL
            PERFORM 072-RENGLON-DEPURADO
               THRU
               072-RENGLON-DEPURADO-SAL
               VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-NUM
            MOVE SPACES TO WS-LINEA
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL
            MOVE '--- CONSERVADOS (ADEUDO O PAGO ABIERTO) ---'
                TO WS-LINEA
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL
            PERFORM 074-RENGLON-CONSERVADO
               THRU
               074-RENGLON-CONSERVADO-SAL
               VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-NUM
            MOVE SPACES TO WS-LINEA
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL
            MOVE SPACES TO WS-LINEA
            STRING 'DEPURADOS: ' WS-TOT-DEPURADOS
                ' CONSERVADOS: ' WS-TOT-CONSERVADOS
                ' RENGLONES DE DEPENDIENTES: ' WS-TOT-DEP-BORRADOS
                ' SUMA DE CONTROL: ' WS-SUMA-CONTROL
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL
            IF WS-TOT-EXCEDIDOS > ZEROS
                MOVE SPACES TO WS-LINEA
                STRING 'QUEDAN ' WS-TOT-EXCEDIDOS
                    ' BAJAS PARA LA SIGUIENTE CORRIDA'
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 075-EMITIR
                   THRU
                   075-EMITIR-SAL
            END-IF
            MOVE SPACES TO WS-LINEA
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL
            MOVE '______________________________      '
                TO WS-LINEA
            MOVE '______________________________' TO WS-LINEA(37:30)
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL
            MOVE SPACES TO WS-LINEA
            STRING 'ELABORO: ' WS-OPERADOR
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE 'AUTORIZO: RESPONSABLE DE DATOS' TO WS-LINEA(37:30)
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL
            CLOSE F-EMPLEADOS
            CLOSE F-CERTIFICADO.
       070-CERTIFICADO-SAL.
            EXIT.

       072-RENGLON-DEPURADO.
      *    En simulacion se listan los candidatos que se depurarian
            IF NOT CAN-DEPURADO(WS-CAN-IDX)
                AND NOT (MODO-SIMULACION
                    AND CAN-CANDIDATO(WS-CAN-IDX))
                GO TO 072-RENGLON-DEPURADO-SAL
            END-IF
            ADD 1 TO WS-TOT-DEPURADOS
            ADD WS-CAN-EMP(WS-CAN-IDX) TO WS-SUMA-CONTROL
            PERFORM 076-NOMBRE-DEL-EMPLEADO
               THRU
               076-NOMBRE-DEL-EMPLEADO-SAL
            MOVE SPACES TO WS-LINEA
            IF MODO-SIMULACION
                STRING 'EMP=' WS-CAN-EMP(WS-CAN-IDX) ' ' WS-NOMBRE
                    ' BAJA=' WS-CAN-BAJA(WS-CAN-IDX)
                    ' CUENTA=' WS-CAN-CUENTA(WS-CAN-IDX)
                    ' DEPENDIENTES=' WS-CAN-DEPENDTS(WS-CAN-IDX)
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            ELSE
                STRING 'EMP=' WS-CAN-EMP(WS-CAN-IDX) ' ' WS-NOMBRE
                    ' BAJA=' WS-CAN-BAJA(WS-CAN-IDX)
                    ' DOM=' WS-CAN-DOMICILIO(WS-CAN-IDX)
                    ' CUENTA=' WS-CAN-CUENTA(WS-CAN-IDX)
                    ' SOLICITUD=' WS-CAN-SOLICITUD(WS-CAN-IDX)
                    ' DEPENDIENTES=' WS-CAN-DEPENDTS(WS-CAN-IDX)
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            END-IF
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL.
       072-RENGLON-DEPURADO-SAL.
            EXIT.

       074-RENGLON-CONSERVADO.
            IF NOT CAN-CONSERVADO(WS-CAN-IDX)
                GO TO 074-RENGLON-CONSERVADO-SAL
            END-IF
            ADD 1 TO WS-TOT-CONSERVADOS
            PERFORM 076-NOMBRE-DEL-EMPLEADO
               THRU
               076-NOMBRE-DEL-EMPLEADO-SAL
            MOVE SPACES TO WS-LINEA
            STRING 'EMP=' WS-CAN-EMP(WS-CAN-IDX) ' ' WS-NOMBRE
                ' BAJA=' WS-CAN-BAJA(WS-CAN-IDX)
                ' MOTIVO=' WS-CAN-MOTIVO(WS-CAN-IDX)
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 075-EMITIR
               THRU
               075-EMITIR-SAL.
       074-RENGLON-CONSERVADO-SAL.
            EXIT.

       075-EMITIR.
            MOVE WS-LINEA TO REG-CERTIFICADO
            WRITE REG-CERTIFICADO.
       075-EMITIR-SAL.
            EXIT.

       076-NOMBRE-DEL-EMPLEADO.
            MOVE SPACES TO WS-NOMBRE
            IF NOT EMP-OK
                GO TO 076-NOMBRE-DEL-EMPLEADO-SAL
            END-IF
            MOVE WS-CAN-EMP(WS-CAN-IDX) TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    GO TO 076-NOMBRE-DEL-EMPLEADO-SAL
            END-READ
            STRING REG-NOMBRE DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                REG-APE-PATERNO DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                REG-APE-MATERNO DELIMITED BY '  '
                INTO WS-NOMBRE.
       076-NOMBRE-DEL-EMPLEADO-SAL.
            EXIT.

       080-TOMAR-FOLIO.
      *    Serie consecutiva: lee el ultimo folio usado, lo avanza y
      *    lo regraba de inmediato para que una caida no repita folio
            MOVE ZEROS TO WS-FOLIO-ACTUAL
            OPEN INPUT F-FOLIO
            IF WS-STATUS-FOLIO = '00'
                READ F-FOLIO
                    AT END
                        MOVE ZEROS TO WS-FOLIO-ACTUAL
                    NOT AT END
                        MOVE REG-FOLIO TO WS-FOLIO-ACTUAL
                END-READ
                CLOSE F-FOLIO
            END-IF
            ADD 1 TO WS-FOLIO-ACTUAL
            OPEN OUTPUT F-FOLIO
            MOVE WS-FOLIO-ACTUAL TO REG-FOLIO
            WRITE REG-FOLIO
            CLOSE F-FOLIO.
       080-TOMAR-FOLIO-SAL.
            EXIT.

       090-BUSCAR-CANDIDATO.
            MOVE ZEROS TO WS-CAN-HALLADO
            PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                UNTIL WS-CAN-IDX > WS-CAN-NUM
                OR WS-CAN-HALLADO > ZEROS
                IF WS-CAN-EMP(WS-CAN-IDX) = WS-EMP-BUSCADO
                    MOVE WS-CAN-IDX TO WS-CAN-HALLADO
                END-IF
            END-PERFORM.
       090-BUSCAR-CANDIDATO-SAL.
            EXIT.

       END PROGRAM PRG01151.
