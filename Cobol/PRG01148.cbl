       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01148.
      *  Cola de aprobacion de cambios de cuenta bancaria con doble
      *  control, en el espiritu de la doble firma de cheques de
      *  PRG01078: lista los cambios de CLABE que la correccion de
      *  PRG01002 dejo pendientes en CLABEPEN.DAT y permite que un
      *  operador nivel 3 DISTINTO del que lo solicito apruebe o
      *  rechace cada uno; la aprobacion vuelve a validar la CLABE
      *  con PRG01147, pasa banco y CLABE al expediente (no con el
      *  expediente en correccion con candado en CANDADOS.DAT, ni si
      *  su cuenta ya no es la anterior de la solicitud), deja el
      *  cambio en AUDIT.TXT via PRG01017 y encola la alerta en
      *  ALERTAS.TXT (mismo trazado que PRG01056) para que PRG01014
      *  la muestre en la siguiente firma; el cambio queda aprobado
      *  para que PRG01019 retenga la primera transferencia a la
      *  cuenta nueva hasta su revision en PRG01078 - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLABEPEN ASSIGN TO "CLABEPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLP-EMP
               FILE STATUS IS WS-STATUS-CLABEPEN.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               FILE STATUS IS WS-STATUS-EMPLEADOS.
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
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
           SELECT F-ALERTAS ASSIGN TO "ALERTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALERTAS.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CLABEPEN.
       COPY CLABEPEN.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-CANDADOS.
       01 REG-CANDADO.
           02 CAN-EMP-ID           PIC 9(6).
           02 CAN-OPERADOR         PIC X(8).
           02 CAN-FECHA            PIC 9(8).
           02 CAN-HORA             PIC 9(8).
       FD  F-OPERADORES.
       COPY OPERCAT.
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       FD  F-ALERTAS.
       01 REG-ALERTA                 PIC X(93).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CLABEPEN         PIC XX VALUE '00'.
           88 CLP-OK                 VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-CANDADOS         PIC XX VALUE '00'.
           88 CAN-OK                 VALUE '00'.
       01 WS-STATUS-OPERADORES       PIC XX VALUE '00'.
           88 OPE-OK                 VALUE '00'.
           88 OPE-SIN-ARCHIVO        VALUE '35'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-STATUS-ALERTAS          PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'L'.
           88 OPCION-LISTAR          VALUE 'L'.
           88 OPCION-RESOLVER        VALUE 'R'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-RESOLUCION              PIC X VALUE 'A'.
           88 RESUELVE-APROBAR       VALUE 'A'.
           88 RESUELVE-RECHAZAR      VALUE 'R'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-EMP-BUSCADO             PIC 9(6) VALUE ZEROS.
       01 WS-OPERADOR                PIC X(8) VALUE 'CONSOLA'.
       01 WS-NIVEL-OPERADOR          PIC 9 VALUE ZEROS.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-TOT-PENDIENTES          PIC 9(4) VALUE ZEROS.
       01 WS-TOT-POR-RETENER         PIC 9(4) VALUE ZEROS.
       01 WS-MOTIVO                  PIC X(60) VALUE SPACES.
       01 WS-BANCO-VALIDA            PIC X(3) VALUE SPACES.
       01 WS-RESULTADO-CLABE         PIC X VALUE 'S'.
           88 CLABE-VALIDA           VALUE 'S'.
       01 WS-AUD-OPERACION           PIC X(6) VALUE SPACES.
       01 WS-AUD-CAMPO               PIC X(20) VALUE SPACES.
       01 WS-AUD-ANTES               PIC X(20) VALUE SPACES.
       01 WS-AUD-DESPUES             PIC X(20) VALUE SPACES.
       01 WS-REG-ALERTA.
           05 ALR-FECHA              PIC 9(8).
           05 ALR-HORA               PIC 9(8).
           05 ALR-ORIGEN             PIC X(8).
           05 ALR-MENSAJE            PIC X(60).
           05 ALR-ESTADO             PIC X.
           05 ALR-RECONOCE           PIC X(8).

       PROCEDURE DIVISION.
       010-INICIO.
            PERFORM 015-SESION
               THRU
               015-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       015-SESION.
            DISPLAY 'Cambios de cuenta: (L)istar pendientes, '
                '(R)esolver empleado: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-RESOLVER
                    PERFORM 030-RESOLVER-CAMBIO
                       THRU
                       030-RESOLVER-CAMBIO-SAL
                WHEN OTHER
                    PERFORM 020-LISTAR-PENDIENTES
                       THRU
                       020-LISTAR-PENDIENTES-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       015-SESION-SAL.
            EXIT.

       020-LISTAR-PENDIENTES.
      *    Pendientes de aprobar y, aparte, los ya aprobados cuya
      *    primera transferencia aun no se retiene
            MOVE ZEROS TO WS-TOT-PENDIENTES
            MOVE ZEROS TO WS-TOT-POR-RETENER
            OPEN INPUT F-CLABEPEN
            IF NOT CLP-OK
                DISPLAY 'Sin cambios de cuenta registrados, status '
                    WS-STATUS-CLABEPEN UPON CONSOLE
                GO TO 020-LISTAR-PENDIENTES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CLABEPEN NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF CLP-PENDIENTE
                            ADD 1 TO WS-TOT-PENDIENTES
                            DISPLAY 'EMP=' CLP-EMP
                                ' ANTERIOR=' CLP-BANCO-ANT ' '
                                CLP-CLABE-ANT
                                ' NUEVA=' CLP-BANCO-NVO ' '
                                CLP-CLABE-NVA UPON CONSOLE
                            DISPLAY '    SOLICITO ' CLP-SOLICITA
                                ' EL ' CLP-FECHA-SOL ' '
                                CLP-HORA-SOL UPON CONSOLE
                        END-IF
                        IF CLP-APROBADO
                            ADD 1 TO WS-TOT-POR-RETENER
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CLABEPEN
            DISPLAY 'Cambios de cuenta pendientes de aprobacion: '
                WS-TOT-PENDIENTES UPON CONSOLE
            DISPLAY 'Aprobados en espera de su primera '
                'transferencia: ' WS-TOT-POR-RETENER UPON CONSOLE.
       020-LISTAR-PENDIENTES-SAL.
            EXIT.

       030-RESOLVER-CAMBIO.
            PERFORM 040-NIVEL-DEL-OPERADOR
               THRU
               040-NIVEL-DEL-OPERADOR-SAL
            IF WS-NIVEL-OPERADOR < 3
                DISPLAY 'Solo un operador nivel 3 puede aprobar o '
                    'rechazar (firmado: ' WS-OPERADOR ')'
                    UPON CONSOLE
                GO TO 030-RESOLVER-CAMBIO-SAL
            END-IF
            DISPLAY 'Empleado del cambio a resolver: ' UPON CONSOLE
            ACCEPT WS-EMP-BUSCADO FROM CONSOLE
            OPEN I-O F-CLABEPEN
            IF NOT CLP-OK
                DISPLAY 'No se pudo abrir CLABEPEN.DAT, status '
                    WS-STATUS-CLABEPEN UPON CONSOLE
                GO TO 030-RESOLVER-CAMBIO-SAL
            END-IF
            MOVE WS-EMP-BUSCADO TO CLP-EMP
            READ F-CLABEPEN
                INVALID KEY
                    DISPLAY 'No hay cambio de cuenta de ese empleado'
                        UPON CONSOLE
                    CLOSE F-CLABEPEN
                    GO TO 030-RESOLVER-CAMBIO-SAL
            END-READ
            IF NOT CLP-PENDIENTE
                DISPLAY 'El cambio no esta pendiente (estado '
                    CLP-ESTADO ')' UPON CONSOLE
                CLOSE F-CLABEPEN
                GO TO 030-RESOLVER-CAMBIO-SAL
            END-IF
            IF CLP-SOLICITA = WS-OPERADOR
                DISPLAY 'Quien solicito el cambio no puede aprobarlo '
                    '(solicito: ' CLP-SOLICITA ')' UPON CONSOLE
                CLOSE F-CLABEPEN
                GO TO 030-RESOLVER-CAMBIO-SAL
            END-IF
            DISPLAY 'EMP=' CLP-EMP ' SOLICITO ' CLP-SOLICITA
                ' EL ' CLP-FECHA-SOL UPON CONSOLE
            DISPLAY '  Cuenta anterior: ' CLP-BANCO-ANT ' '
                CLP-CLABE-ANT UPON CONSOLE
            DISPLAY '  Cuenta nueva:    ' CLP-BANCO-NVO ' '
                CLP-CLABE-NVA UPON CONSOLE
            DISPLAY '¿(A)probar o (R)echazar?: ' UPON CONSOLE
            ACCEPT WS-RESOLUCION FROM CONSOLE
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            IF RESUELVE-RECHAZAR
                MOVE 'X' TO CLP-ESTADO
                MOVE WS-OPERADOR TO CLP-APRUEBA
                MOVE WS-FECHA-SIS TO CLP-FECHA-APR
                REWRITE REG-CLABEPEN
                MOVE 'RECCTA' TO WS-AUD-OPERACION
                MOVE 'CLABE' TO WS-AUD-CAMPO
                MOVE CLP-CLABE-NVA TO WS-AUD-ANTES
                MOVE SPACES TO WS-AUD-DESPUES
                STRING 'RECHAZA ' WS-OPERADOR
                    DELIMITED BY SIZE
                    INTO WS-AUD-DESPUES
                CALL 'PRG01017' USING CLP-EMP WS-AUD-OPERACION
                    WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
                DISPLAY 'Cambio de cuenta rechazado; el expediente '
                    'conserva la cuenta anterior' UPON CONSOLE
                CLOSE F-CLABEPEN
                GO TO 030-RESOLVER-CAMBIO-SAL
            END-IF
            PERFORM 050-APLICAR-CAMBIO
               THRU
               050-APLICAR-CAMBIO-SAL
            IF WS-MOTIVO NOT = SPACES
                DISPLAY 'No se aplico: ' WS-MOTIVO UPON CONSOLE
                CLOSE F-CLABEPEN
                GO TO 030-RESOLVER-CAMBIO-SAL
            END-IF
            MOVE 'A' TO CLP-ESTADO
            MOVE WS-OPERADOR TO CLP-APRUEBA
            MOVE WS-FECHA-SIS TO CLP-FECHA-APR
            MOVE ZEROS TO CLP-FOLIO-RETENIDO
            REWRITE REG-CLABEPEN
            CLOSE F-CLABEPEN
            MOVE 'CAMBIO' TO WS-AUD-OPERACION
            MOVE 'CLABE' TO WS-AUD-CAMPO
            MOVE CLP-CLABE-ANT TO WS-AUD-ANTES
            MOVE CLP-CLABE-NVA TO WS-AUD-DESPUES
            CALL 'PRG01017' USING CLP-EMP WS-AUD-OPERACION
                WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
            IF CLP-BANCO-NVO NOT = CLP-BANCO-ANT
                MOVE 'BANCO' TO WS-AUD-CAMPO
                MOVE CLP-BANCO-ANT TO WS-AUD-ANTES
                MOVE CLP-BANCO-NVO TO WS-AUD-DESPUES
                CALL 'PRG01017' USING CLP-EMP WS-AUD-OPERACION
                    WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
            END-IF
            PERFORM 060-ENCOLAR-ALERTA
               THRU
               060-ENCOLAR-ALERTA-SAL
            DISPLAY 'Cuenta cambiada; la primera transferencia a la '
                'cuenta nueva quedara retenida para revision en '
                'PRG01078' UPON CONSOLE.
       030-RESOLVER-CAMBIO-SAL.
            EXIT.

       040-NIVEL-DEL-OPERADOR.
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
                GO TO 040-NIVEL-DEL-OPERADOR-SAL
            END-IF
            IF NOT OPE-OK
      *        Archivo dañado o con trazado anterior: sin nivel
                DISPLAY 'Error: OPERADOR.DAT no abre, status '
                    WS-STATUS-OPERADORES UPON CONSOLE
                MOVE ZEROS TO WS-NIVEL-OPERADOR
                GO TO 040-NIVEL-DEL-OPERADOR-SAL
            END-IF
            MOVE WS-OPERADOR TO OPE-ID
            READ F-OPERADORES
                INVALID KEY
                    MOVE ZEROS TO WS-NIVEL-OPERADOR
                NOT INVALID KEY
                    MOVE OPE-NIVEL TO WS-NIVEL-OPERADOR
            END-READ
            CLOSE F-OPERADORES.
       040-NIVEL-DEL-OPERADOR-SAL.
            EXIT.

       050-APLICAR-CAMBIO.
      *    Pasa la cuenta nueva al expediente; un expediente en
      *    correccion lo regrabaria con la cuenta vieja, por eso con
      *    candado el cambio se queda pendiente
            MOVE SPACES TO WS-MOTIVO
            MOVE CLP-BANCO-NVO TO WS-BANCO-VALIDA
            CALL 'PRG01147' USING WS-BANCO-VALIDA CLP-CLABE-NVA
                WS-RESULTADO-CLABE
            IF NOT CLABE-VALIDA
                MOVE 'LA CLABE NUEVA NO PASA LA VALIDACION'
                    TO WS-MOTIVO
                GO TO 050-APLICAR-CAMBIO-SAL
            END-IF
            OPEN INPUT F-CANDADOS
            IF CAN-OK
                MOVE CLP-EMP TO CAN-EMP-ID
                READ F-CANDADOS
                    NOT INVALID KEY
                        STRING 'EXPEDIENTE CON CANDADO DE '
                            CAN-OPERADOR '; INTENTE MAS TARDE'
                            DELIMITED BY SIZE
                            INTO WS-MOTIVO
                END-READ
                CLOSE F-CANDADOS
            END-IF
            IF WS-MOTIVO NOT = SPACES
                GO TO 050-APLICAR-CAMBIO-SAL
            END-IF
            OPEN I-O F-EMPLEADOS
            IF NOT EMP-OK
                STRING 'EL MAESTRO NO ABRE, STATUS '
                    WS-STATUS-EMPLEADOS
                    DELIMITED BY SIZE
                    INTO WS-MOTIVO
                GO TO 050-APLICAR-CAMBIO-SAL
            END-IF
            MOVE CLP-EMP TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    MOVE 'EMPLEADO INEXISTENTE' TO WS-MOTIVO
            END-READ
            IF WS-MOTIVO = SPACES
                AND (REG-CLABE NOT = CLP-CLABE-ANT
                OR REG-BANCO NOT = CLP-BANCO-ANT)
                MOVE 'LA CUENTA DEL EXPEDIENTE YA NO ES LA ANTERIOR'
                    TO WS-MOTIVO
            END-IF
            IF WS-MOTIVO = SPACES
                MOVE CLP-BANCO-NVO TO REG-BANCO
                MOVE CLP-CLABE-NVA TO REG-CLABE
                REWRITE REG-EMPLEADOS
                    INVALID KEY
                        MOVE 'NO SE PUDO REGRABAR EL EXPEDIENTE'
                            TO WS-MOTIVO
                END-REWRITE
            END-IF
            CLOSE F-EMPLEADOS.
       050-APLICAR-CAMBIO-SAL.
            EXIT.

       060-ENCOLAR-ALERTA.
      *    Todo cambio de cuenta aplicado va a la cola de alertas
            MOVE WS-FECHA-SIS TO ALR-FECHA
            MOVE WS-HORA-SIS TO ALR-HORA
            MOVE 'PRG01148' TO ALR-ORIGEN
            MOVE SPACES TO ALR-MENSAJE
            STRING 'CUENTA CAMBIADA EMP ' CLP-EMP
                ' BCO ' CLP-BANCO-NVO
                ' SOL ' CLP-SOLICITA
                ' APR ' WS-OPERADOR
                DELIMITED BY SIZE
                INTO ALR-MENSAJE
            MOVE 'P' TO ALR-ESTADO
            MOVE SPACES TO ALR-RECONOCE
            OPEN EXTEND F-ALERTAS
            IF WS-STATUS-ALERTAS = '35'
                OPEN OUTPUT F-ALERTAS
            END-IF
            MOVE WS-REG-ALERTA TO REG-ALERTA
            WRITE REG-ALERTA
            CLOSE F-ALERTAS.
       060-ENCOLAR-ALERTA-SAL.
            EXIT.

       END PROGRAM PRG01148.
