       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01115.
      *  Creditos FONACOT: importacion de la cedula mensual que envia
      *  FONACOT (FONCED.TXT) a la cedula del mes (FONCRED.DAT,
      *  copybook FONCRED), localizando a cada trabajador por RFC en
      *  el maestro de personal y, si no, por NSS en el expediente
      *  complementario (EMPCOMP.DAT); los no localizados quedan con
      *  empleado cero para revision; una cedula reimportada actualiza
      *  cuota y plazo sin perder lo ya retenido; PRG01019 retiene la
      *  cuota en la corrida y con eso se saca la conciliacion del mes
      *  (FONPAGO.TXT) por credito con lo retenido y el motivo de lo
      *  no retenido (baja, incapacidad, neto insuficiente, sin pago o
      *  no localizado), y la relacion de bajas (estatus B) para el
      *  aviso a FONACOT (FONBAJA.TXT) - LCG 15 OCT 26
      *  Trazado de FONCED.TXT: MES(6 AAAAMM) RFC(13) NSS(11)
      *  CREDITO(10) CUOTA(11 con 2 dec) NUM-CUOTA(3) PLAZO(3)
      *  NOMBRE(40)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FONCRED ASSIGN TO "FONCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FON-LLAVE
               FILE STATUS IS WS-STATUS-FONCRED.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-COMPLEMENTO ASSIGN TO "EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-STATUS-COMPLEMENTO.
           SELECT F-CEDULA ASSIGN TO "FONCED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CEDULA.
           SELECT F-PAGO ASSIGN TO "FONPAGO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-BAJAS ASSIGN TO "FONBAJA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-FONCRED.
       COPY FONCRED.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-COMPLEMENTO.
       COPY EMPCOMP.
       FD  F-CEDULA.
       01 REG-CEDULA                 PIC X(97).
       FD  F-PAGO.
       01 REG-PAGO                   PIC X(132).
       FD  F-BAJAS.
       01 REG-BAJA                   PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-FONCRED          PIC XX VALUE '00'.
           88 FONCRED-OK             VALUE '00'.
           88 FONCRED-NO-EXISTE      VALUE '35'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-COMPLEMENTO      PIC XX VALUE '00'.
           88 CMP-OK                 VALUE '00'.
       01 WS-STATUS-CEDULA           PIC XX VALUE '00'.
           88 CEDULA-OK              VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'L'.
           88 OPCION-IMPORTAR        VALUE 'I'.
           88 OPCION-CONCILIAR       VALUE 'C'.
           88 OPCION-LISTAR          VALUE 'L'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-MES-SEL                 PIC 9(6) VALUE ZEROS.
       01 WS-MES-SEL-R REDEFINES WS-MES-SEL.
           05 WS-MES-SEL-ANHO        PIC 9(4).
           05 WS-MES-SEL-MES         PIC 99.
       01 WS-RENGLON-CED.
           05 CED-MES                PIC 9(6).
           05 CED-RFC                PIC X(13).
           05 CED-NSS                PIC X(11).
           05 CED-CREDITO            PIC X(10).
           05 CED-CUOTA              PIC 9(9)V99.
           05 CED-NUM-CUOTA          PIC 999.
           05 CED-PLAZO              PIC 999.
           05 CED-NOMBRE             PIC X(40).
      *    RFC y NSS de la plantilla en memoria para localizar a los
      *    trabajadores de la cedula, al estilo de la tabla de
      *    enviados de PRG01112
       01 WS-TABLA-RFC.
           05 WS-RFC-NUM             PIC 9(5) VALUE ZEROS.
           05 WS-RFC-ENT OCCURS 9000 TIMES.
               10 WS-RFC-T-RFC       PIC X(13).
               10 WS-RFC-T-EMP       PIC 9(6).
       01 WS-TABLA-NSS.
           05 WS-NSS-NUM             PIC 9(5) VALUE ZEROS.
           05 WS-NSS-ENT OCCURS 9000 TIMES.
               10 WS-NSS-T-NSS       PIC X(11).
               10 WS-NSS-T-EMP       PIC 9(6).
       01 WS-IDX                     PIC 9(5) VALUE ZEROS.
       01 WS-EMP-LOCALIZADO          PIC 9(6) VALUE ZEROS.
       01 WS-EXISTIA                 PIC X VALUE 'N'.
           88 CEDULA-EXISTIA         VALUE 'S'.
       01 WS-ES-BAJA                 PIC X VALUE 'N'.
           88 TRABAJADOR-BAJA        VALUE 'S'.
       01 WS-RETENIDO-ANT            PIC 9(9)V99 VALUE ZEROS.
       01 WS-APLICACIONES-ANT        PIC 99 VALUE ZEROS.
       01 WS-MOTIVO-ANT              PIC X VALUE SPACE.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-DIFERENCIA              PIC 9(9)V99 VALUE ZEROS.
       01 WS-OBSERVACION             PIC X(20) VALUE SPACES.
       01 WS-FECHA-BAJA              PIC X(10) VALUE SPACES.
       01 WS-TOTALES.
           05 WS-TOT-LEIDOS          PIC 9(5) VALUE ZEROS.
           05 WS-TOT-ALTAS           PIC 9(5) VALUE ZEROS.
           05 WS-TOT-CAMBIOS         PIC 9(5) VALUE ZEROS.
           05 WS-TOT-NO-LOCALIZADOS  PIC 9(5) VALUE ZEROS.
           05 WS-TOT-CREDITOS        PIC 9(5) VALUE ZEROS.
           05 WS-TOT-COMPLETOS       PIC 9(5) VALUE ZEROS.
           05 WS-TOT-BAJAS           PIC 9(5) VALUE ZEROS.
           05 WS-TOT-CUOTA           PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-RETENIDO        PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-DIFERENCIA      PIC 9(11)V99 VALUE ZEROS.
       01 WS-EDITADOS.
           05 WS-ED-CUOTA            PIC Z(8)9.99.
           05 WS-ED-RETENIDO         PIC Z(8)9.99.
           05 WS-ED-DIFERENCIA       PIC Z(8)9.99.
           05 WS-ED-TOTAL            PIC Z(10)9.99.
       01 WS-LINEA-REP               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            OPEN I-O F-FONCRED
            IF FONCRED-NO-EXISTE
                OPEN OUTPUT F-FONCRED
                CLOSE F-FONCRED
                OPEN I-O F-FONCRED
            END-IF
            IF NOT FONCRED-OK
                DISPLAY 'Error: no se pudo abrir la cedula FONACOT, '
                    'status ' WS-STATUS-FONCRED UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            CLOSE F-FONCRED
            GOBACK.

       020-SESION.
            DISPLAY 'FONACOT: (I)mportar cedula, (C)onciliacion del '
                'mes, (L)istar cedula: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-IMPORTAR
                    PERFORM 030-IMPORTAR-CEDULA
                       THRU
                       030-IMPORTAR-CEDULA-SAL
                WHEN OPCION-CONCILIAR
                    PERFORM 050-CONCILIAR-MES
                       THRU
                       050-CONCILIAR-MES-SAL
                WHEN OTHER
                    PERFORM 070-LISTAR-CEDULA
                       THRU
                       070-LISTAR-CEDULA-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-IMPORTAR-CEDULA.
            OPEN INPUT F-CEDULA
            IF NOT CEDULA-OK
                DISPLAY 'Error: no se pudo abrir la cedula FONCED.TXT'
                    ', status ' WS-STATUS-CEDULA UPON CONSOLE
                GO TO 030-IMPORTAR-CEDULA-SAL
            END-IF
            PERFORM 032-CARGAR-PLANTILLA
               THRU
               032-CARGAR-PLANTILLA-SAL
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            MOVE ZEROS TO WS-TOT-LEIDOS WS-TOT-ALTAS WS-TOT-CAMBIOS
                WS-TOT-NO-LOCALIZADOS
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CEDULA INTO WS-RENGLON-CED
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 035-IMPORTAR-RENGLON
                           THRU
                           035-IMPORTAR-RENGLON-SAL
                END-READ
            END-PERFORM
            CLOSE F-CEDULA
            DISPLAY 'Renglones de la cedula: ' WS-TOT-LEIDOS
                UPON CONSOLE
            DISPLAY 'Creditos nuevos: ' WS-TOT-ALTAS
                '  actualizados: ' WS-TOT-CAMBIOS UPON CONSOLE
            DISPLAY 'Trabajadores no localizados: '
                WS-TOT-NO-LOCALIZADOS UPON CONSOLE.
       030-IMPORTAR-CEDULA-SAL.
            EXIT.

       032-CARGAR-PLANTILLA.
            MOVE ZEROS TO WS-RFC-NUM WS-NSS-NUM
            OPEN INPUT F-EMPLEADOS
            IF EMP-OK
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-EMPLEADOS NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            IF REG-RFC NOT = SPACES
                                AND WS-RFC-NUM < 9000
                                ADD 1 TO WS-RFC-NUM
                                MOVE REG-RFC
                                    TO WS-RFC-T-RFC(WS-RFC-NUM)
                                MOVE EMP-ID-REG
                                    TO WS-RFC-T-EMP(WS-RFC-NUM)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-EMPLEADOS
            END-IF
            OPEN INPUT F-COMPLEMENTO
            IF CMP-OK
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-COMPLEMENTO NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            IF CMP-NSS NOT = SPACES
                                AND WS-NSS-NUM < 9000
                                ADD 1 TO WS-NSS-NUM
                                MOVE CMP-NSS
                                    TO WS-NSS-T-NSS(WS-NSS-NUM)
                                MOVE CMP-EMP-ID
                                    TO WS-NSS-T-EMP(WS-NSS-NUM)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-COMPLEMENTO
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO.
       032-CARGAR-PLANTILLA-SAL.
            EXIT.

       035-IMPORTAR-RENGLON.
            IF WS-RENGLON-CED = SPACES
                GO TO 035-IMPORTAR-RENGLON-SAL
            END-IF
            ADD 1 TO WS-TOT-LEIDOS
            IF CED-MES NOT NUMERIC OR CED-CUOTA NOT NUMERIC
                OR CED-CREDITO = SPACES
                DISPLAY 'Renglon ' WS-TOT-LEIDOS ' invalido, se '
                    'omite: ' CED-CREDITO UPON CONSOLE
                GO TO 035-IMPORTAR-RENGLON-SAL
            END-IF
            IF CED-NUM-CUOTA NOT NUMERIC
                MOVE ZEROS TO CED-NUM-CUOTA
            END-IF
            IF CED-PLAZO NOT NUMERIC
                MOVE ZEROS TO CED-PLAZO
            END-IF
      *    Primero por RFC, luego por NSS
            MOVE ZEROS TO WS-EMP-LOCALIZADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-RFC-NUM OR WS-EMP-LOCALIZADO > 0
                IF WS-RFC-T-RFC(WS-IDX) = CED-RFC
                    MOVE WS-RFC-T-EMP(WS-IDX) TO WS-EMP-LOCALIZADO
                END-IF
            END-PERFORM
            IF WS-EMP-LOCALIZADO = ZEROS AND CED-NSS NOT = SPACES
                PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-NSS-NUM
                        OR WS-EMP-LOCALIZADO > 0
                    IF WS-NSS-T-NSS(WS-IDX) = CED-NSS
                        MOVE WS-NSS-T-EMP(WS-IDX)
                            TO WS-EMP-LOCALIZADO
                    END-IF
                END-PERFORM
            END-IF
      *    Una cedula reimportada conserva lo ya retenido en el mes
            MOVE 'N' TO WS-EXISTIA
            MOVE ZEROS TO WS-RETENIDO-ANT WS-APLICACIONES-ANT
            MOVE SPACE TO WS-MOTIVO-ANT
            MOVE CED-MES TO FON-MES
            MOVE CED-CREDITO TO FON-CREDITO
            READ F-FONCRED
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WS-EXISTIA
                    MOVE FON-RETENIDO TO WS-RETENIDO-ANT
                    MOVE FON-APLICACIONES TO WS-APLICACIONES-ANT
                    MOVE FON-MOTIVO TO WS-MOTIVO-ANT
            END-READ
            MOVE SPACES TO REG-FONCRED
            MOVE CED-MES TO FON-MES
            MOVE CED-CREDITO TO FON-CREDITO
            MOVE WS-EMP-LOCALIZADO TO FON-EMP-ID
            MOVE CED-RFC TO FON-RFC
            MOVE CED-NSS TO FON-NSS
            MOVE CED-NOMBRE TO FON-NOMBRE
            MOVE CED-CUOTA TO FON-CUOTA
            MOVE CED-NUM-CUOTA TO FON-NUM-CUOTA
            MOVE CED-PLAZO TO FON-PLAZO
            MOVE WS-RETENIDO-ANT TO FON-RETENIDO
            MOVE WS-APLICACIONES-ANT TO FON-APLICACIONES
            MOVE WS-MOTIVO-ANT TO FON-MOTIVO
            MOVE WS-FECHA-SIS TO FON-FECHA-IMPORTA
            IF WS-EMP-LOCALIZADO = ZEROS
                MOVE 'X' TO FON-MOTIVO
                ADD 1 TO WS-TOT-NO-LOCALIZADOS
                DISPLAY 'No localizado: credito ' CED-CREDITO
                    ' RFC ' CED-RFC ' NSS ' CED-NSS UPON CONSOLE
            ELSE
                IF FON-NO-LOCALIZADO
                    MOVE SPACE TO FON-MOTIVO
                END-IF
            END-IF
            IF CEDULA-EXISTIA
                REWRITE REG-FONCRED
                ADD 1 TO WS-TOT-CAMBIOS
            ELSE
                WRITE REG-FONCRED
                ADD 1 TO WS-TOT-ALTAS
            END-IF.
       035-IMPORTAR-RENGLON-SAL.
            EXIT.

       050-CONCILIAR-MES.
            DISPLAY 'Mes de la cedula (AAAAMM): ' UPON CONSOLE
            ACCEPT WS-MES-SEL FROM CONSOLE
            IF WS-MES-SEL-MES < 1 OR WS-MES-SEL-MES > 12
                DISPLAY 'Error: mes invalido' UPON CONSOLE
                GO TO 050-CONCILIAR-MES-SAL
            END-IF
            MOVE WS-MES-SEL TO FON-MES
            MOVE LOW-VALUES TO FON-CREDITO
            START F-FONCRED KEY IS NOT LESS THAN FON-LLAVE
                INVALID KEY
                    DISPLAY 'No hay cedula FONACOT de ese mes'
                        UPON CONSOLE
                    GO TO 050-CONCILIAR-MES-SAL
            END-START
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro de '
                    'personal, status ' WS-STATUS-EMPLEADOS
                    UPON CONSOLE
                GO TO 050-CONCILIAR-MES-SAL
            END-IF
            OPEN OUTPUT F-PAGO
            OPEN OUTPUT F-BAJAS
            INITIALIZE WS-TOTALES
            MOVE SPACES TO WS-LINEA-REP
            STRING 'CONCILIACION DE PAGO FONACOT DEL MES '
                WS-MES-SEL DELIMITED BY SIZE INTO WS-LINEA-REP
            WRITE REG-PAGO FROM WS-LINEA-REP
            MOVE SPACES TO WS-LINEA-REP
            STRING 'CREDITO    EMPLEADO RFC           '
                'NSS                CUOTA      RETENIDO    '
                'DIFERENCIA MOTIVO' DELIMITED BY SIZE
                INTO WS-LINEA-REP
            WRITE REG-PAGO FROM WS-LINEA-REP
            MOVE SPACES TO WS-LINEA-REP
            STRING 'BAJAS PARA AVISO A FONACOT DEL MES '
                WS-MES-SEL DELIMITED BY SIZE INTO WS-LINEA-REP
            WRITE REG-BAJA FROM WS-LINEA-REP
            MOVE SPACES TO WS-LINEA-REP
            STRING 'CREDITO    EMPLEADO RFC           '
                'NSS         FECHA BAJA NOMBRE' DELIMITED BY SIZE
                INTO WS-LINEA-REP
            WRITE REG-BAJA FROM WS-LINEA-REP
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-FONCRED NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF FON-MES NOT = WS-MES-SEL
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        ELSE
                            PERFORM 055-CONCILIAR-CREDITO
                               THRU
                               055-CONCILIAR-CREDITO-SAL
                        END-IF
                END-READ
            END-PERFORM
            MOVE SPACES TO WS-LINEA-REP
            WRITE REG-PAGO FROM WS-LINEA-REP
            MOVE WS-TOT-CUOTA TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'CREDITOS: ' WS-TOT-CREDITOS
                '  COMPLETOS: ' WS-TOT-COMPLETOS
                '  BAJAS: ' WS-TOT-BAJAS
                '  CUOTAS: ' WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINEA-REP
            WRITE REG-PAGO FROM WS-LINEA-REP
            MOVE WS-TOT-RETENIDO TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'TOTAL RETENIDO A PAGAR: ' WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINEA-REP
            WRITE REG-PAGO FROM WS-LINEA-REP
            MOVE WS-TOT-DIFERENCIA TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'TOTAL NO RETENIDO:      ' WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINEA-REP
            WRITE REG-PAGO FROM WS-LINEA-REP
            CLOSE F-PAGO
            CLOSE F-BAJAS
            CLOSE F-EMPLEADOS
            DISPLAY 'Conciliacion en FONPAGO.TXT, creditos: '
                WS-TOT-CREDITOS UPON CONSOLE
            DISPLAY 'Bajas para aviso en FONBAJA.TXT: ' WS-TOT-BAJAS
                UPON CONSOLE.
       050-CONCILIAR-MES-SAL.
            EXIT.

       055-CONCILIAR-CREDITO.
            ADD 1 TO WS-TOT-CREDITOS
            ADD FON-CUOTA TO WS-TOT-CUOTA
            ADD FON-RETENIDO TO WS-TOT-RETENIDO
            MOVE ZEROS TO WS-DIFERENCIA
            IF FON-RETENIDO < FON-CUOTA
                COMPUTE WS-DIFERENCIA = FON-CUOTA - FON-RETENIDO
                ADD WS-DIFERENCIA TO WS-TOT-DIFERENCIA
            END-IF
      *    La baja se revisa contra el maestro aunque la cuota se
      *    haya cubierto, para el aviso a FONACOT
            MOVE 'N' TO WS-ES-BAJA
            IF FON-EMP-ID NOT = ZEROS
                MOVE FON-EMP-ID TO EMP-ID-REG
                READ F-EMPLEADOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF EMP-BAJA
                            MOVE 'S' TO WS-ES-BAJA
                        END-IF
                END-READ
            END-IF
            IF TRABAJADOR-BAJA
                ADD 1 TO WS-TOT-BAJAS
                MOVE SPACES TO WS-FECHA-BAJA
                STRING REG-BAJA-DIA '/' REG-BAJA-MES '/'
                    REG-BAJA-ANHO DELIMITED BY SIZE
                    INTO WS-FECHA-BAJA
                MOVE SPACES TO WS-LINEA-REP
                STRING FON-CREDITO ' ' FON-EMP-ID '   ' FON-RFC ' '
                    FON-NSS ' ' WS-FECHA-BAJA ' ' FON-NOMBRE
                    DELIMITED BY SIZE INTO WS-LINEA-REP
                WRITE REG-BAJA FROM WS-LINEA-REP
                IF WS-DIFERENCIA > ZEROS AND NOT FON-BAJA
                    MOVE 'B' TO FON-MOTIVO
                    REWRITE REG-FONCRED
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN WS-DIFERENCIA = ZEROS
                    MOVE 'COMPLETO' TO WS-OBSERVACION
                    ADD 1 TO WS-TOT-COMPLETOS
                WHEN FON-NO-LOCALIZADO OR FON-EMP-ID = ZEROS
                    MOVE 'NO LOCALIZADO' TO WS-OBSERVACION
                WHEN TRABAJADOR-BAJA
                    MOVE 'BAJA' TO WS-OBSERVACION
                WHEN FON-INCAPACIDAD
                    MOVE 'INCAPACIDAD' TO WS-OBSERVACION
                WHEN FON-NETO-INSUF
                    MOVE 'NETO INSUFICIENTE' TO WS-OBSERVACION
                WHEN OTHER
                    MOVE 'SIN PAGO EN EL MES' TO WS-OBSERVACION
            END-EVALUATE
            MOVE FON-CUOTA TO WS-ED-CUOTA
            MOVE FON-RETENIDO TO WS-ED-RETENIDO
            MOVE WS-DIFERENCIA TO WS-ED-DIFERENCIA
            MOVE SPACES TO WS-LINEA-REP
            STRING FON-CREDITO ' ' FON-EMP-ID '   ' FON-RFC ' '
                FON-NSS ' ' WS-ED-CUOTA ' ' WS-ED-RETENIDO ' '
                WS-ED-DIFERENCIA ' ' WS-OBSERVACION
                DELIMITED BY SIZE INTO WS-LINEA-REP
            WRITE REG-PAGO FROM WS-LINEA-REP.
       055-CONCILIAR-CREDITO-SAL.
            EXIT.

       070-LISTAR-CEDULA.
            DISPLAY 'Mes de la cedula (AAAAMM): ' UPON CONSOLE
            ACCEPT WS-MES-SEL FROM CONSOLE
            MOVE ZEROS TO WS-TOT-CREDITOS
            MOVE WS-MES-SEL TO FON-MES
            MOVE LOW-VALUES TO FON-CREDITO
            START F-FONCRED KEY IS NOT LESS THAN FON-LLAVE
                INVALID KEY
                    DISPLAY 'No hay cedula FONACOT de ese mes'
                        UPON CONSOLE
                    GO TO 070-LISTAR-CEDULA-SAL
            END-START
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-FONCRED NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF FON-MES NOT = WS-MES-SEL
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        ELSE
                            ADD 1 TO WS-TOT-CREDITOS
                            MOVE FON-CUOTA TO WS-ED-CUOTA
                            MOVE FON-RETENIDO TO WS-ED-RETENIDO
                            DISPLAY FON-CREDITO ' ' FON-EMP-ID ' '
                                FON-RFC ' ' FON-NUM-CUOTA '/'
                                FON-PLAZO ' ' WS-ED-CUOTA ' '
                                WS-ED-RETENIDO ' ' FON-MOTIVO
                                UPON CONSOLE
                        END-IF
                END-READ
            END-PERFORM
            DISPLAY 'Creditos en la cedula: ' WS-TOT-CREDITOS
                UPON CONSOLE.
       070-LISTAR-CEDULA-SAL.
            EXIT.

       END PROGRAM PRG01115.
