       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01155.
      *  Conflictos de segregacion de funciones: para un periodo
      *  cruza, por operador, lo que mantuvo (cambios de expediente
      *  de AUDIT.TXT y de tablas de TABAUD.TXT) contra lo que pago
      *  (cheques de REGCHEQ.DAT emitidos en corridas que el mismo
      *  operador capturo segun CORRIDAS.TXT, aprobaciones de doble
      *  firma de APRCHQ.TXT y liberaciones de corrida que PRG01039
      *  asienta en TABAUD.TXT), y reporta en SODREP.TXT cada
      *  combinacion prohibida con los dos movimientos que la forman;
      *  las combinaciones viven en la tabla SODREG.TXT que auditoria
      *  lista, agrega y borra desde aqui (solo un operador nivel 3,
      *  cada cambio a TABAUD.TXT via PRG01095); sin tabla aplican
      *  las reglas de omision: salario, CLABE o alta del empleado
      *  contra emitir o aprobar su pago, y tabla de deducciones
      *  contra liberar la corrida; los valores de campos sensibles
      *  e importes pasan por el enmascarado de PRG01149 - LCG 15 OCT
      *  26
      *  Trazado de SODREG.TXT: CLAVE(3) ACTIVIDAD-A(16)
      *  ACTIVIDAD-B(16) ALCANCE(1 E mismo empleado/G general)
      *  DESCRIPCION(24); actividad A es AUD:campo de AUDIT.TXT o
      *  TAB:archivo de TABAUD.TXT, actividad B es PAG:EMITE,
      *  PAG:APRUEBA o PAG:LIBERA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGLAS ASSIGN TO "SODREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGLAS.
           SELECT F-AUDIT ASSIGN TO "AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIT.
           SELECT F-TABAUD ASSIGN TO "TABAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TABAUD.
           SELECT F-APROBACION ASSIGN TO "APRCHQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APROBACION.
           SELECT F-CORRIDAS ASSIGN TO "CORRIDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORRIDAS.
           SELECT F-REGISTRO ASSIGN TO "REGCHEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS WS-STATUS-REGISTRO.
           SELECT F-OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUS-OPERADORES.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
           SELECT F-REPORTE ASSIGN TO "SODREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WK-CONFLICTOS ASSIGN TO "WKSOD.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  F-REGLAS.
       01 REG-REGLA                  PIC X(60).
       FD  F-AUDIT.
       01 REG-AUDIT                  PIC X(160).
       FD  F-TABAUD.
       01 REG-TABAUD                 PIC X(180).
       FD  F-APROBACION.
       01 REG-APROBACION             PIC X(33).
       FD  F-CORRIDAS.
       01 REG-CORRIDA                PIC X(67).
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-OPERADORES.
       COPY OPERCAT.
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(120).
       SD  WK-CONFLICTOS.
       01 REG-CONFLICTO.
           02 CNF-OPERADOR           PIC X(8).
           02 CNF-CLAVE              PIC 9(3).
           02 CNF-EMP                PIC 9(6).
           02 CNF-FECHA-A            PIC 9(8).
           02 CNF-HORA-A             PIC 9(8).
           02 CNF-FECHA-B            PIC 9(8).
           02 CNF-HORA-B             PIC 9(8).
           02 CNF-ACT-A              PIC X(16).
           02 CNF-DETALLE-A          PIC X(44).
           02 CNF-ACT-B              PIC X(16).
           02 CNF-DETALLE-B          PIC X(44).
           02 CNF-DESCRIPCION        PIC X(24).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGLAS           PIC XX VALUE '00'.
       01 WS-STATUS-AUDIT            PIC XX VALUE '00'.
       01 WS-STATUS-TABAUD           PIC XX VALUE '00'.
       01 WS-STATUS-APROBACION       PIC XX VALUE '00'.
       01 WS-STATUS-CORRIDAS         PIC XX VALUE '00'.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-OPERADORES       PIC XX VALUE '00'.
           88 OPE-OK                 VALUE '00'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FIN-ORDEN               PIC X VALUE 'N'.
           88 FIN-ORDEN              VALUE 'Y'.
       01 WS-OPCION                  PIC X VALUE 'R'.
           88 OPCION-LISTAR          VALUE 'L'.
           88 OPCION-AGREGAR         VALUE 'A'.
           88 OPCION-BORRAR          VALUE 'B'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-OPE-ABIERTO             PIC X VALUE 'N'.
           88 OPE-ABIERTO            VALUE 'S'.
       01 WS-OPERADOR-FIRMADO        PIC X(8) VALUE 'CONSOLA'.
       01 WS-NIVEL-FIRMADO           PIC 9 VALUE ZEROS.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-PERIODO.
           05 WS-DESDE-X             PIC X(8) VALUE SPACES.
           05 WS-HASTA-X             PIC X(8) VALUE SPACES.
           05 WS-FECHA-DESDE         PIC 9(8) VALUE ZEROS.
           05 WS-DESDE-PARTES REDEFINES WS-FECHA-DESDE.
               10 FILLER             PIC 9(6).
               10 WS-DESDE-DIA       PIC 99.
           05 WS-FECHA-HASTA         PIC 9(8) VALUE ZEROS.
      *    Reglas de conflicto (SODREG.TXT o las de omision)
       01 WS-REGLA.
           05 SOD-CLAVE              PIC 9(3).
           05 SOD-ACT-A              PIC X(16).
           05 SOD-ACT-B              PIC X(16).
               88 SOD-B-VALIDA       VALUE 'PAG:EMITE'
                                           'PAG:APRUEBA'
                                           'PAG:LIBERA'.
           05 SOD-ALCANCE            PIC X.
               88 SOD-ALCANCE-VALIDO VALUE 'E' 'G'.
               88 SOD-MISMO-EMPLEADO VALUE 'E'.
           05 SOD-DESCRIPCION        PIC X(24).
       01 WS-TABLA-REGLAS.
           05 WS-RG-NUM              PIC 99 VALUE ZEROS.
           05 WS-RG-ENT OCCURS 30 TIMES.
               10 WS-RG-CLAVE        PIC 9(3).
               10 WS-RG-ACT-A        PIC X(16).
               10 WS-RG-ACT-B        PIC X(16).
               10 WS-RG-ALCANCE      PIC X.
               10 WS-RG-DESCRIPCION  PIC X(24).
       01 WS-RG-IDX                  PIC 99 VALUE ZEROS.
       01 WS-RG-HALLADO              PIC 99 VALUE ZEROS.
       01 WS-RG-MAYOR                PIC 9(3) VALUE ZEROS.
       01 WS-REGLAS-OMISION          PIC X VALUE 'N'.
           88 REGLAS-DE-OMISION      VALUE 'S'.
       01 WS-CLAVE-BUSCADA           PIC 9(3) VALUE ZEROS.
       01 WS-MOTIVO                  PIC X(50) VALUE SPACES.
      *    Movimientos de mantenimiento del periodo (y liberaciones
      *    de corrida) que alguna regla usa
       01 WS-TABLA-EVENTOS.
           05 WS-EV-NUM              PIC 9(4) VALUE ZEROS.
           05 WS-EV-ENT OCCURS 3000 TIMES.
               10 WS-EV-OPERADOR     PIC X(8).
               10 WS-EV-ACTIVIDAD    PIC X(16).
               10 WS-EV-EMP          PIC 9(6).
               10 WS-EV-FECHA        PIC 9(8).
               10 WS-EV-HORA         PIC 9(8).
               10 WS-EV-DETALLE      PIC X(44).
       01 WS-EV-IDX                  PIC 9(4) VALUE ZEROS.
       01 WS-LB-IDX                  PIC 9(4) VALUE ZEROS.
       01 WS-EV-LLENO                PIC X VALUE 'N'.
           88 EV-LLENO               VALUE 'S'.
       01 WS-ACT-CANDIDATA           PIC X(16) VALUE SPACES.
       01 WS-ACT-USADA               PIC X VALUE 'N'.
           88 ACT-USADA              VALUE 'S'.
      *    Operador que capturo cada corrida (CORRIDAS.TXT)
       01 WS-TABLA-CORRIDAS.
           05 WS-CT-NUM              PIC 9(4) VALUE ZEROS.
           05 WS-CT-ENT OCCURS 3000 TIMES.
               10 WS-CT-NUMERO       PIC 9(6).
               10 WS-CT-OPERADOR     PIC X(8).
       01 WS-CT-IDX                  PIC 9(4) VALUE ZEROS.
       01 WS-REN-CORRIDA.
           05 WS-COR-NUMERO          PIC 9(6).
           05 WS-COR-FECHA           PIC 9(8).
           05 WS-COR-HORA            PIC 9(8).
           05 WS-COR-OPERADOR        PIC X(8).
           05 FILLER                 PIC X(37).
      *    Renglon de AUDIT.TXT (trazado de PRG01017)
       01 WS-REN-AUDIT.
           05 WS-AUD-FECHA           PIC X(8).
           05 FILLER                 PIC X.
           05 WS-AUD-HORA            PIC X(8).
           05 FILLER                 PIC X(5).
           05 WS-AUD-EMP             PIC X(6).
           05 FILLER                 PIC X.
           05 WS-AUD-OPERACION       PIC X(6).
           05 FILLER                 PIC X(7).
           05 WS-AUD-CAMPO           PIC X(20).
           05 FILLER                 PIC X(7).
           05 WS-AUD-ANTES           PIC X(20).
           05 FILLER                 PIC X(9).
           05 WS-AUD-DESPUES         PIC X(20).
           05 FILLER                 PIC X(4).
           05 WS-AUD-OPERADOR        PIC X(8).
           05 FILLER                 PIC X(30).
      *    Renglon de TABAUD.TXT (trazado de PRG01095)
       01 WS-REN-TABAUD.
           05 WS-TAU-FECHA           PIC X(8).
           05 FILLER                 PIC X.
           05 WS-TAU-HORA            PIC X(8).
           05 FILLER                 PIC X.
           05 WS-TAU-ARCHIVO         PIC X(12).
           05 FILLER                 PIC X.
           05 WS-TAU-OPERACION       PIC X(6).
           05 FILLER                 PIC X(7).
           05 WS-TAU-ANTES           PIC X(44).
           05 FILLER                 PIC X(6).
           05 WS-TAU-DESPUES         PIC X(44).
           05 FILLER                 PIC X(4).
           05 WS-TAU-OPERADOR        PIC X(8).
           05 FILLER                 PIC X(30).
      *    Renglon de APRCHQ.TXT (trazado de PRG01078)
       01 WS-REN-APR.
           05 WS-APR-FOLIO           PIC 9(8).
           05 WS-APR-EVENTO          PIC X.
               88 APR-APROBADO       VALUE 'A'.
           05 WS-APR-OPERADOR        PIC X(8).
           05 WS-APR-FECHA           PIC X(8).
           05 WS-APR-HORA            PIC X(8).
       01 WS-FECHA-REN               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-REN                PIC 9(8) VALUE ZEROS.
      *    Movimiento de pago que se cruza contra las reglas
       01 WS-PAGO.
           05 WS-B-OPERADOR          PIC X(8).
           05 WS-B-ACTIVIDAD         PIC X(16).
           05 WS-B-EMP               PIC 9(6).
           05 WS-B-FECHA             PIC 9(8).
           05 WS-B-HORA              PIC 9(8).
           05 WS-B-CHEQUE            PIC 9(8).
           05 WS-B-CORRIDA           PIC 9(6).
           05 WS-B-IMPORTE           PIC 9(13)V99.
           05 WS-B-DETALLE           PIC X(44).
           05 WS-B-ARMADO            PIC X.
               88 B-ARMADO           VALUE 'S'.
      *    Enmascarado por nivel del operador (PRG01149)
       01 WS-MSK-PROGRAMA            PIC X(8) VALUE 'PRG01155'.
       01 WS-MSK-EMP                 PIC 9(6) VALUE ZEROS.
       01 WS-MSK-TIPO                PIC X VALUE SPACE.
       01 WS-MSK-DATO                PIC X(40) VALUE SPACES.
       01 WS-MSK-VISIBLE             PIC X VALUE 'N'.
      *    Auditoria de tablas (PRG01095)
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'SODREG.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE SPACES.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
       01 WS-TOTALES.
           05 WS-TOT-CONFLICTOS      PIC 9(6) VALUE ZEROS.
           05 WS-TOT-OPERADORES      PIC 9(4) VALUE ZEROS.
           05 WS-TOT-OPE-CONFLICTOS  PIC 9(6) VALUE ZEROS.
           05 WS-TOT-SIN-EMISOR      PIC 9(6) VALUE ZEROS.
       01 WS-OPE-ANTERIOR            PIC X(8) VALUE SPACES.
       01 WS-ED-IMPORTE              PIC Z(10)9.99.
       01 WS-ED-CONTADOR             PIC Z(5)9.
       01 WS-ALCANCE-ED              PIC X(14) VALUE SPACES.
       01 WS-LINEA                   PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Conflictos de segregacion de funciones'
                UPON CONSOLE
            OPEN INPUT F-OPERADORES
            IF OPE-OK
                MOVE 'S' TO WS-OPE-ABIERTO
            END-IF
            PERFORM 015-NIVEL-FIRMADO
               THRU
               015-NIVEL-FIRMADO-SAL
            MOVE 'I' TO WS-MSK-TIPO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            PERFORM 020-CARGAR-REGLAS
               THRU
               020-CARGAR-REGLAS-SAL
            PERFORM 025-SESION
               THRU
               025-SESION-SAL
               UNTIL NOT CONTINUA-SI
            IF OPE-ABIERTO
                CLOSE F-OPERADORES
            END-IF
            GOBACK.

       015-NIVEL-FIRMADO.
      *    Mismo criterio que 065-NIVEL-FIRMADO de PRG01051 con
      *    archivo existente: la clave firmada se busca en el y
      *    CONSOLA o una clave desconocida quedan en nivel cero
            MOVE 'CONSOLA' TO WS-OPERADOR-FIRMADO
            MOVE ZEROS TO WS-NIVEL-FIRMADO
            OPEN INPUT F-OPSESION
            IF WS-STATUS-OPSESION = '00'
                READ F-OPSESION INTO WS-OPERADOR-FIRMADO
                    AT END
                        MOVE 'CONSOLA' TO WS-OPERADOR-FIRMADO
                END-READ
                CLOSE F-OPSESION
            END-IF
            IF WS-OPERADOR-FIRMADO NOT = 'CONSOLA' AND OPE-ABIERTO
                MOVE WS-OPERADOR-FIRMADO TO OPE-ID
                READ F-OPERADORES
                    INVALID KEY
                        MOVE ZEROS TO WS-NIVEL-FIRMADO
                    NOT INVALID KEY
                        IF NOT OPE-ESTA-BLOQUEADO
                            MOVE OPE-NIVEL TO WS-NIVEL-FIRMADO
                        END-IF
                END-READ
            END-IF.
       015-NIVEL-FIRMADO-SAL.
            EXIT.

       020-CARGAR-REGLAS.
            MOVE ZEROS TO WS-RG-NUM
            MOVE 'N' TO WS-REGLAS-OMISION
            OPEN INPUT F-REGLAS
            IF WS-STATUS-REGLAS NOT = '00'
                PERFORM 022-REGLAS-OMISION
                   THRU
                   022-REGLAS-OMISION-SAL
                GO TO 020-CARGAR-REGLAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGLAS INTO WS-REGLA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF SOD-CLAVE NUMERIC AND WS-RG-NUM < 30
                            ADD 1 TO WS-RG-NUM
                            MOVE WS-REGLA TO WS-RG-ENT(WS-RG-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-REGLAS.
       020-CARGAR-REGLAS-SAL.
            EXIT.

       022-REGLAS-OMISION.
      *    Sin SODREG.TXT: las combinaciones que auditoria pidio
      *    vigilar desde el principio; la primera alta o baja deja
      *    el archivo grabado con ellas
            MOVE 'S' TO WS-REGLAS-OMISION
            MOVE 'AUD:SALARIO' TO SOD-ACT-A
            MOVE 'PAG:EMITE' TO SOD-ACT-B
            MOVE 'E' TO SOD-ALCANCE
            MOVE 'SALARIO Y PAGO' TO SOD-DESCRIPCION
            PERFORM 024-AGREGAR-A-TABLA
               THRU
               024-AGREGAR-A-TABLA-SAL
            MOVE 'PAG:APRUEBA' TO SOD-ACT-B
            MOVE 'SALARIO Y APROBACION' TO SOD-DESCRIPCION
            PERFORM 024-AGREGAR-A-TABLA
               THRU
               024-AGREGAR-A-TABLA-SAL
            MOVE 'AUD:CLABE' TO SOD-ACT-A
            MOVE 'PAG:EMITE' TO SOD-ACT-B
            MOVE 'CLABE Y PAGO' TO SOD-DESCRIPCION
            PERFORM 024-AGREGAR-A-TABLA
               THRU
               024-AGREGAR-A-TABLA-SAL
            MOVE 'PAG:APRUEBA' TO SOD-ACT-B
            MOVE 'CLABE Y APROBACION' TO SOD-DESCRIPCION
            PERFORM 024-AGREGAR-A-TABLA
               THRU
               024-AGREGAR-A-TABLA-SAL
            MOVE 'AUD:EXPEDIENTE' TO SOD-ACT-A
            MOVE 'PAG:EMITE' TO SOD-ACT-B
            MOVE 'ALTA Y PAGO' TO SOD-DESCRIPCION
            PERFORM 024-AGREGAR-A-TABLA
               THRU
               024-AGREGAR-A-TABLA-SAL
            MOVE 'PAG:APRUEBA' TO SOD-ACT-B
            MOVE 'ALTA Y APROBACION' TO SOD-DESCRIPCION
            PERFORM 024-AGREGAR-A-TABLA
               THRU
               024-AGREGAR-A-TABLA-SAL
            MOVE 'TAB:DEDUCC.TXT' TO SOD-ACT-A
            MOVE 'PAG:LIBERA' TO SOD-ACT-B
            MOVE 'G' TO SOD-ALCANCE
            MOVE 'DEDUCCIONES Y LIBERACION' TO SOD-DESCRIPCION
            PERFORM 024-AGREGAR-A-TABLA
               THRU
               024-AGREGAR-A-TABLA-SAL
            MOVE 'TAB:DEDUCVER.TXT' TO SOD-ACT-A
            PERFORM 024-AGREGAR-A-TABLA
               THRU
               024-AGREGAR-A-TABLA-SAL.
       022-REGLAS-OMISION-SAL.
            EXIT.

       024-AGREGAR-A-TABLA.
      *    La clave nueva es la mayor de la tabla mas uno
            MOVE ZEROS TO WS-RG-MAYOR
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-RG-NUM
                IF WS-RG-CLAVE(WS-RG-IDX) > WS-RG-MAYOR
                    MOVE WS-RG-CLAVE(WS-RG-IDX) TO WS-RG-MAYOR
                END-IF
            END-PERFORM
            COMPUTE SOD-CLAVE = WS-RG-MAYOR + 1
            ADD 1 TO WS-RG-NUM
            MOVE WS-REGLA TO WS-RG-ENT(WS-RG-NUM).
       024-AGREGAR-A-TABLA-SAL.
            EXIT.

       025-SESION.
            DISPLAY 'Conflictos de funciones: (R)eporte del periodo, '
                '(L)istar reglas, (A)gregar regla, (B)orrar regla: '
                UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-LISTAR
                    PERFORM 030-LISTAR-REGLAS
                       THRU
                       030-LISTAR-REGLAS-SAL
                WHEN OPCION-AGREGAR
                    PERFORM 040-AGREGAR-REGLA
                       THRU
                       040-AGREGAR-REGLA-SAL
                WHEN OPCION-BORRAR
                    PERFORM 050-BORRAR-REGLA
                       THRU
                       050-BORRAR-REGLA-SAL
                WHEN OTHER
                    PERFORM 060-REPORTE
                       THRU
                       060-REPORTE-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       025-SESION-SAL.
            EXIT.

       030-LISTAR-REGLAS.
            IF REGLAS-DE-OMISION
                DISPLAY 'Reglas de omision (SODREG.TXT no existe '
                    'todavia):' UPON CONSOLE
            END-IF
            IF WS-RG-NUM = ZEROS
                DISPLAY 'La tabla de reglas esta vacia' UPON CONSOLE
                GO TO 030-LISTAR-REGLAS-SAL
            END-IF
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-RG-NUM
                PERFORM 032-ARMAR-REGLA
                   THRU
                   032-ARMAR-REGLA-SAL
                DISPLAY WS-LINEA(1:90) UPON CONSOLE
            END-PERFORM.
       030-LISTAR-REGLAS-SAL.
            EXIT.

       032-ARMAR-REGLA.
            IF WS-RG-ALCANCE(WS-RG-IDX) = 'E'
                MOVE 'MISMO EMPLEADO' TO WS-ALCANCE-ED
            ELSE
                MOVE 'GENERAL' TO WS-ALCANCE-ED
            END-IF
            MOVE SPACES TO WS-LINEA
            STRING 'REGLA ' WS-RG-CLAVE(WS-RG-IDX) ' '
                WS-RG-ACT-A(WS-RG-IDX) ' CONTRA '
                WS-RG-ACT-B(WS-RG-IDX) ' ' WS-ALCANCE-ED ' '
                WS-RG-DESCRIPCION(WS-RG-IDX)
                DELIMITED BY SIZE
                INTO WS-LINEA.
       032-ARMAR-REGLA-SAL.
            EXIT.

       040-AGREGAR-REGLA.
            IF WS-NIVEL-FIRMADO < 3
                DISPLAY 'Solo un operador nivel 3 mantiene las reglas '
                    'de conflicto' UPON CONSOLE
                GO TO 040-AGREGAR-REGLA-SAL
            END-IF
            IF WS-RG-NUM NOT < 30
                DISPLAY 'La tabla ya tiene 30 reglas; borre una antes '
                    'de agregar' UPON CONSOLE
                GO TO 040-AGREGAR-REGLA-SAL
            END-IF
            MOVE SPACES TO WS-REGLA
            DISPLAY 'Actividad de mantenimiento (AUD:campo de '
                'AUDIT.TXT o TAB:archivo de TABAUD.TXT): '
                UPON CONSOLE
            ACCEPT SOD-ACT-A FROM CONSOLE
            DISPLAY 'Actividad de pago (PAG:EMITE, PAG:APRUEBA o '
                'PAG:LIBERA): ' UPON CONSOLE
            ACCEPT SOD-ACT-B FROM CONSOLE
            DISPLAY 'Alcance (E mismo empleado, G general): '
                UPON CONSOLE
            ACCEPT SOD-ALCANCE FROM CONSOLE
            DISPLAY 'Descripcion (24): ' UPON CONSOLE
            ACCEPT SOD-DESCRIPCION FROM CONSOLE
            PERFORM 045-VALIDAR-REGLA
               THRU
               045-VALIDAR-REGLA-SAL
            IF WS-MOTIVO NOT = SPACES
                DISPLAY 'Regla rechazada: ' WS-MOTIVO UPON CONSOLE
                GO TO 040-AGREGAR-REGLA-SAL
            END-IF
            PERFORM 024-AGREGAR-A-TABLA
               THRU
               024-AGREGAR-A-TABLA-SAL
            PERFORM 048-GRABAR-REGLAS
               THRU
               048-GRABAR-REGLAS-SAL
            MOVE 'ALTA' TO WS-TAB-OPERACION
            MOVE SPACES TO WS-TAB-ANTES
            MOVE WS-REGLA TO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Regla ' SOD-CLAVE ' agregada' UPON CONSOLE.
       040-AGREGAR-REGLA-SAL.
            EXIT.

       045-VALIDAR-REGLA.
      *    La actividad A tiene que decir de que bitacora sale; el
      *    alcance por empleado solo aplica cuando ambos lados
      *    traen numero de empleado
            MOVE SPACES TO WS-MOTIVO
            IF (SOD-ACT-A(1:4) NOT = 'AUD:'
                AND SOD-ACT-A(1:4) NOT = 'TAB:')
                OR SOD-ACT-A(5:12) = SPACES
                MOVE 'ACTIVIDAD A DEBE SER AUD:campo O TAB:archivo'
                    TO WS-MOTIVO
                GO TO 045-VALIDAR-REGLA-SAL
            END-IF
            IF NOT SOD-B-VALIDA
                MOVE 'ACTIVIDAD B DEBE SER PAG:EMITE/APRUEBA/LIBERA'
                    TO WS-MOTIVO
                GO TO 045-VALIDAR-REGLA-SAL
            END-IF
            IF NOT SOD-ALCANCE-VALIDO
                MOVE 'ALCANCE DEBE SER E O G' TO WS-MOTIVO
                GO TO 045-VALIDAR-REGLA-SAL
            END-IF
            IF SOD-MISMO-EMPLEADO
                AND (SOD-ACT-A(1:4) = 'TAB:'
                    OR SOD-ACT-B = 'PAG:LIBERA')
                MOVE 'TABLAS Y LIBERACIONES NO TRAEN EMPLEADO: USE G'
                    TO WS-MOTIVO
                GO TO 045-VALIDAR-REGLA-SAL
            END-IF
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-RG-NUM
                IF WS-RG-ACT-A(WS-RG-IDX) = SOD-ACT-A
                    AND WS-RG-ACT-B(WS-RG-IDX) = SOD-ACT-B
                    AND WS-RG-ALCANCE(WS-RG-IDX) = SOD-ALCANCE
                    MOVE 'YA EXISTE UNA REGLA IGUAL' TO WS-MOTIVO
                END-IF
            END-PERFORM.
       045-VALIDAR-REGLA-SAL.
            EXIT.

       048-GRABAR-REGLAS.
            OPEN OUTPUT F-REGLAS
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-RG-NUM
                MOVE WS-RG-ENT(WS-RG-IDX) TO REG-REGLA
                WRITE REG-REGLA
            END-PERFORM
            CLOSE F-REGLAS
            MOVE 'N' TO WS-REGLAS-OMISION.
       048-GRABAR-REGLAS-SAL.
            EXIT.

       050-BORRAR-REGLA.
            IF WS-NIVEL-FIRMADO < 3
                DISPLAY 'Solo un operador nivel 3 mantiene las reglas '
                    'de conflicto' UPON CONSOLE
                GO TO 050-BORRAR-REGLA-SAL
            END-IF
            DISPLAY 'Clave de la regla a borrar: ' UPON CONSOLE
            ACCEPT WS-CLAVE-BUSCADA FROM CONSOLE
            MOVE ZEROS TO WS-RG-HALLADO
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-RG-NUM
                IF WS-RG-CLAVE(WS-RG-IDX) = WS-CLAVE-BUSCADA
                    MOVE WS-RG-IDX TO WS-RG-HALLADO
                END-IF
            END-PERFORM
            IF WS-RG-HALLADO = ZEROS
                DISPLAY 'No existe la regla ' WS-CLAVE-BUSCADA
                    UPON CONSOLE
                GO TO 050-BORRAR-REGLA-SAL
            END-IF
            MOVE WS-RG-HALLADO TO WS-RG-IDX
            PERFORM 032-ARMAR-REGLA
               THRU
               032-ARMAR-REGLA-SAL
            DISPLAY WS-LINEA(1:90) UPON CONSOLE
            DISPLAY '¿Confirma borrar la regla? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                DISPLAY 'Operacion cancelada' UPON CONSOLE
                GO TO 050-BORRAR-REGLA-SAL
            END-IF
            MOVE WS-RG-ENT(WS-RG-HALLADO) TO WS-REGLA
            PERFORM VARYING WS-RG-IDX FROM WS-RG-HALLADO BY 1
                UNTIL WS-RG-IDX NOT < WS-RG-NUM
                MOVE WS-RG-ENT(WS-RG-IDX + 1) TO WS-RG-ENT(WS-RG-IDX)
            END-PERFORM
            SUBTRACT 1 FROM WS-RG-NUM
            PERFORM 048-GRABAR-REGLAS
               THRU
               048-GRABAR-REGLAS-SAL
            MOVE 'BAJA' TO WS-TAB-OPERACION
            MOVE WS-REGLA TO WS-TAB-ANTES
            MOVE SPACES TO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Regla ' SOD-CLAVE ' borrada' UPON CONSOLE.
       050-BORRAR-REGLA-SAL.
            EXIT.

       060-REPORTE.
            IF WS-RG-NUM = ZEROS
                DISPLAY 'Sin reglas de conflicto no hay nada que '
                    'cruzar' UPON CONSOLE
                GO TO 060-REPORTE-SAL
            END-IF
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
      *    Periodo por omision: del primero del mes a hoy
            MOVE WS-FECHA-SIS TO WS-FECHA-HASTA
            MOVE WS-FECHA-SIS TO WS-FECHA-DESDE
            MOVE 1 TO WS-DESDE-DIA
            DISPLAY 'Desde AAAAMMDD (Enter: ' WS-FECHA-DESDE '): '
                UPON CONSOLE
            ACCEPT WS-DESDE-X FROM CONSOLE
            IF WS-DESDE-X NUMERIC
                MOVE WS-DESDE-X TO WS-FECHA-DESDE
            END-IF
            DISPLAY 'Hasta AAAAMMDD (Enter: ' WS-FECHA-HASTA '): '
                UPON CONSOLE
            ACCEPT WS-HASTA-X FROM CONSOLE
            IF WS-HASTA-X NUMERIC
                MOVE WS-HASTA-X TO WS-FECHA-HASTA
            END-IF
            IF WS-FECHA-DESDE > WS-FECHA-HASTA
                DISPLAY 'Periodo invalido: desde despues de hasta'
                    UPON CONSOLE
                GO TO 060-REPORTE-SAL
            END-IF
            MOVE ZEROS TO WS-TOTALES
            MOVE ZEROS TO WS-EV-NUM
            MOVE 'N' TO WS-EV-LLENO
            PERFORM 062-CARGAR-CORRIDAS
               THRU
               062-CARGAR-CORRIDAS-SAL
            PERFORM 064-LEER-AUDIT
               THRU
               064-LEER-AUDIT-SAL
            PERFORM 068-LEER-TABAUD
               THRU
               068-LEER-TABAUD-SAL
            IF EV-LLENO
                DISPLAY 'Aviso: mas de 3000 movimientos de '
                    'mantenimiento; acorte el periodo' UPON CONSOLE
            END-IF
            SORT WK-CONFLICTOS
                ON ASCENDING KEY CNF-OPERADOR
                ON ASCENDING KEY CNF-CLAVE
                ON ASCENDING KEY CNF-EMP
                ON ASCENDING KEY CNF-FECHA-A
                ON ASCENDING KEY CNF-HORA-A
                ON ASCENDING KEY CNF-FECHA-B
                ON ASCENDING KEY CNF-HORA-B
                INPUT PROCEDURE 080-CRUZAR-PAGOS
                    THRU 080-CRUZAR-PAGOS-SAL
                OUTPUT PROCEDURE 090-ESCRIBIR-REPORTE
                    THRU 090-ESCRIBIR-REPORTE-SAL
            DISPLAY 'Conflictos: ' WS-TOT-CONFLICTOS ' de '
                WS-TOT-OPERADORES ' operador(es)' UPON CONSOLE
            DISPLAY 'Reporte en SODREP.TXT' UPON CONSOLE.
       060-REPORTE-SAL.
            EXIT.

       062-CARGAR-CORRIDAS.
      *    El cheque no guarda quien lo emitio: lo dice el control de
      *    la corrida que lo pago
            MOVE ZEROS TO WS-CT-NUM
            OPEN INPUT F-CORRIDAS
            IF WS-STATUS-CORRIDAS NOT = '00'
                DISPLAY 'Aviso: sin CORRIDAS.TXT no se conoce al '
                    'emisor de los cheques' UPON CONSOLE
                GO TO 062-CARGAR-CORRIDAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CORRIDAS INTO WS-REN-CORRIDA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-COR-NUMERO NUMERIC AND WS-CT-NUM < 3000
                            ADD 1 TO WS-CT-NUM
                            MOVE WS-COR-NUMERO
                                TO WS-CT-NUMERO(WS-CT-NUM)
                            MOVE WS-COR-OPERADOR
                                TO WS-CT-OPERADOR(WS-CT-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CORRIDAS.
       062-CARGAR-CORRIDAS-SAL.
            EXIT.

       064-LEER-AUDIT.
            OPEN INPUT F-AUDIT
            IF WS-STATUS-AUDIT NOT = '00'
                DISPLAY 'Aviso: sin AUDIT.TXT no hay cambios de '
                    'expediente que cruzar' UPON CONSOLE
                GO TO 064-LEER-AUDIT-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-AUDIT INTO WS-REN-AUDIT
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 066-RENGLON-AUDIT
                           THRU
                           066-RENGLON-AUDIT-SAL
                END-READ
            END-PERFORM
            CLOSE F-AUDIT.
       064-LEER-AUDIT-SAL.
            EXIT.

       066-RENGLON-AUDIT.
      *    El rechazo de un cambio de cuenta (RECCTA) no cambia nada
            IF WS-AUD-FECHA NOT NUMERIC OR WS-AUD-EMP NOT NUMERIC
                GO TO 066-RENGLON-AUDIT-SAL
            END-IF
            MOVE WS-AUD-FECHA TO WS-FECHA-REN
            IF WS-FECHA-REN < WS-FECHA-DESDE
                OR WS-FECHA-REN > WS-FECHA-HASTA
                OR WS-AUD-OPERACION = 'RECCTA'
                OR WS-AUD-CAMPO(13:8) NOT = SPACES
                GO TO 066-RENGLON-AUDIT-SAL
            END-IF
            MOVE SPACES TO WS-ACT-CANDIDATA
            STRING 'AUD:' WS-AUD-CAMPO(1:12)
                DELIMITED BY SIZE
                INTO WS-ACT-CANDIDATA
            PERFORM 070-ACTIVIDAD-EN-REGLAS
               THRU
               070-ACTIVIDAD-EN-REGLAS-SAL
            IF NOT ACT-USADA
                GO TO 066-RENGLON-AUDIT-SAL
            END-IF
            MOVE WS-AUD-EMP TO WS-MSK-EMP
            PERFORM 067-ENMASCARAR-VALORES
               THRU
               067-ENMASCARAR-VALORES-SAL
            MOVE ZEROS TO WS-HORA-REN
            IF WS-AUD-HORA NUMERIC
                MOVE WS-AUD-HORA TO WS-HORA-REN
            END-IF
            MOVE SPACES TO WS-B-DETALLE
            STRING WS-AUD-OPERACION ' ' DELIMITED BY SIZE
                WS-AUD-ANTES DELIMITED BY '  '
                ' > ' DELIMITED BY SIZE
                WS-AUD-DESPUES DELIMITED BY '  '
                INTO WS-B-DETALLE
            MOVE WS-AUD-OPERADOR TO WS-B-OPERADOR
            MOVE WS-MSK-EMP TO WS-B-EMP
            PERFORM 072-ASENTAR-EVENTO
               THRU
               072-ASENTAR-EVENTO-SAL.
       066-RENGLON-AUDIT-SAL.
            EXIT.

       067-ENMASCARAR-VALORES.
      *    Mismos campos sensibles que 055-ENMASCARAR-AUDITORIA de
      *    PRG01090
            EVALUATE WS-AUD-CAMPO
                WHEN 'RFC'
                WHEN 'CURP'
                WHEN 'CLABE'
                WHEN 'BANCO'
                    MOVE 'C' TO WS-MSK-TIPO
                WHEN 'SALARIO'
                    MOVE 'S' TO WS-MSK-TIPO
                WHEN 'DOMICILIO'
                    MOVE 'D' TO WS-MSK-TIPO
                WHEN OTHER
                    GO TO 067-ENMASCARAR-VALORES-SAL
            END-EVALUATE
            MOVE WS-AUD-ANTES TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:20) TO WS-AUD-ANTES
            MOVE WS-AUD-DESPUES TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:20) TO WS-AUD-DESPUES.
       067-ENMASCARAR-VALORES-SAL.
            EXIT.

       068-LEER-TABAUD.
            OPEN INPUT F-TABAUD
            IF WS-STATUS-TABAUD NOT = '00'
                DISPLAY 'Aviso: sin TABAUD.TXT no hay cambios de '
                    'tablas ni liberaciones que cruzar' UPON CONSOLE
                GO TO 068-LEER-TABAUD-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-TABAUD INTO WS-REN-TABAUD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 069-RENGLON-TABAUD
                           THRU
                           069-RENGLON-TABAUD-SAL
                END-READ
            END-PERFORM
            CLOSE F-TABAUD.
       068-LEER-TABAUD-SAL.
            EXIT.

       069-RENGLON-TABAUD.
      *    La liberacion de corrida de PRG01039 se guarda con las
      *    demas para cruzarla despues como movimiento de pago
            IF WS-TAU-FECHA NOT NUMERIC
                GO TO 069-RENGLON-TABAUD-SAL
            END-IF
            MOVE WS-TAU-FECHA TO WS-FECHA-REN
            IF WS-FECHA-REN < WS-FECHA-DESDE
                OR WS-FECHA-REN > WS-FECHA-HASTA
                GO TO 069-RENGLON-TABAUD-SAL
            END-IF
            MOVE SPACES TO WS-ACT-CANDIDATA
            IF WS-TAU-ARCHIVO = 'CORRIDAS.TXT'
                AND WS-TAU-OPERACION = 'LIBERA'
                MOVE 'PAG:LIBERA' TO WS-ACT-CANDIDATA
            ELSE
                STRING 'TAB:' WS-TAU-ARCHIVO
                    DELIMITED BY SIZE
                    INTO WS-ACT-CANDIDATA
            END-IF
            PERFORM 070-ACTIVIDAD-EN-REGLAS
               THRU
               070-ACTIVIDAD-EN-REGLAS-SAL
            IF NOT ACT-USADA
                GO TO 069-RENGLON-TABAUD-SAL
            END-IF
            MOVE ZEROS TO WS-HORA-REN
            IF WS-TAU-HORA NUMERIC
                MOVE WS-TAU-HORA TO WS-HORA-REN
            END-IF
            MOVE SPACES TO WS-B-DETALLE
            IF WS-ACT-CANDIDATA = 'PAG:LIBERA'
                MOVE WS-TAU-DESPUES TO WS-B-DETALLE
            ELSE
                IF WS-TAU-DESPUES NOT = SPACES
                    STRING WS-TAU-OPERACION ' ' WS-TAU-DESPUES
                        DELIMITED BY SIZE
                        INTO WS-B-DETALLE
                ELSE
                    STRING WS-TAU-OPERACION ' ' WS-TAU-ANTES
                        DELIMITED BY SIZE
                        INTO WS-B-DETALLE
                END-IF
            END-IF
            MOVE WS-TAU-OPERADOR TO WS-B-OPERADOR
            MOVE ZEROS TO WS-B-EMP
            PERFORM 072-ASENTAR-EVENTO
               THRU
               072-ASENTAR-EVENTO-SAL.
       069-RENGLON-TABAUD-SAL.
            EXIT.

       070-ACTIVIDAD-EN-REGLAS.
            MOVE 'N' TO WS-ACT-USADA
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-RG-NUM OR ACT-USADA
                IF WS-RG-ACT-A(WS-RG-IDX) = WS-ACT-CANDIDATA
                    OR WS-RG-ACT-B(WS-RG-IDX) = WS-ACT-CANDIDATA
                    MOVE 'S' TO WS-ACT-USADA
                END-IF
            END-PERFORM.
       070-ACTIVIDAD-EN-REGLAS-SAL.
            EXIT.

       072-ASENTAR-EVENTO.
            IF WS-EV-NUM NOT < 3000
                MOVE 'S' TO WS-EV-LLENO
                GO TO 072-ASENTAR-EVENTO-SAL
            END-IF
            ADD 1 TO WS-EV-NUM
            MOVE WS-B-OPERADOR TO WS-EV-OPERADOR(WS-EV-NUM)
            MOVE WS-ACT-CANDIDATA TO WS-EV-ACTIVIDAD(WS-EV-NUM)
            MOVE WS-B-EMP TO WS-EV-EMP(WS-EV-NUM)
            MOVE WS-FECHA-REN TO WS-EV-FECHA(WS-EV-NUM)
            MOVE WS-HORA-REN TO WS-EV-HORA(WS-EV-NUM)
            MOVE WS-B-DETALLE TO WS-EV-DETALLE(WS-EV-NUM).
       072-ASENTAR-EVENTO-SAL.
            EXIT.

       080-CRUZAR-PAGOS.
      *    Cheques del periodo (emisor = operador de su corrida),
      *    aprobaciones de doble firma del periodo y liberaciones de
      *    corrida ya guardadas
            OPEN INPUT F-REGISTRO
            IF NOT REGISTRO-OK
                DISPLAY 'Aviso: REGCHEQ.DAT no abre, status '
                    WS-STATUS-REGISTRO '; no se cruzan cheques'
                    UPON CONSOLE
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-REGISTRO NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            PERFORM 082-CHEQUE-EMITIDO
                               THRU
                               082-CHEQUE-EMITIDO-SAL
                    END-READ
                END-PERFORM
                PERFORM 084-LEER-APROBACIONES
                   THRU
                   084-LEER-APROBACIONES-SAL
                CLOSE F-REGISTRO
            END-IF
            PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                UNTIL WS-LB-IDX > WS-EV-NUM
                IF WS-EV-ACTIVIDAD(WS-LB-IDX) = 'PAG:LIBERA'
                    MOVE WS-EV-OPERADOR(WS-LB-IDX) TO WS-B-OPERADOR
                    MOVE 'PAG:LIBERA' TO WS-B-ACTIVIDAD
                    MOVE ZEROS TO WS-B-EMP
                    MOVE WS-EV-FECHA(WS-LB-IDX) TO WS-B-FECHA
                    MOVE WS-EV-HORA(WS-LB-IDX) TO WS-B-HORA
                    MOVE WS-EV-DETALLE(WS-LB-IDX) TO WS-B-DETALLE
                    MOVE 'S' TO WS-B-ARMADO
                    PERFORM 087-CRUZAR-PAGO
                       THRU
                       087-CRUZAR-PAGO-SAL
                END-IF
            END-PERFORM.
       080-CRUZAR-PAGOS-SAL.
            EXIT.

       082-CHEQUE-EMITIDO.
            IF CHQ-FECHA < WS-FECHA-DESDE
                OR CHQ-FECHA > WS-FECHA-HASTA
                GO TO 082-CHEQUE-EMITIDO-SAL
            END-IF
            MOVE SPACES TO WS-B-OPERADOR
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-NUM
                    OR WS-B-OPERADOR NOT = SPACES
                IF WS-CT-NUMERO(WS-CT-IDX) = CHQ-CORRIDA
                    MOVE WS-CT-OPERADOR(WS-CT-IDX) TO WS-B-OPERADOR
                END-IF
            END-PERFORM
            IF WS-B-OPERADOR = SPACES
                ADD 1 TO WS-TOT-SIN-EMISOR
                GO TO 082-CHEQUE-EMITIDO-SAL
            END-IF
            MOVE 'PAG:EMITE' TO WS-B-ACTIVIDAD
            MOVE CHQ-EMP-ID TO WS-B-EMP
            MOVE CHQ-FECHA TO WS-B-FECHA
            MOVE ZEROS TO WS-B-HORA
            MOVE CHQ-NUMERO TO WS-B-CHEQUE
            MOVE CHQ-CORRIDA TO WS-B-CORRIDA
            MOVE CHQ-IMPORTE TO WS-B-IMPORTE
            MOVE 'N' TO WS-B-ARMADO
            PERFORM 087-CRUZAR-PAGO
               THRU
               087-CRUZAR-PAGO-SAL.
       082-CHEQUE-EMITIDO-SAL.
            EXIT.

       084-LEER-APROBACIONES.
            OPEN INPUT F-APROBACION
            IF WS-STATUS-APROBACION NOT = '00'
                GO TO 084-LEER-APROBACIONES-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-APROBACION INTO WS-REN-APR
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 085-CHEQUE-APROBADO
                           THRU
                           085-CHEQUE-APROBADO-SAL
                END-READ
            END-PERFORM
            CLOSE F-APROBACION.
       084-LEER-APROBACIONES-SAL.
            EXIT.

       085-CHEQUE-APROBADO.
      *    Solo la aprobacion libera el pago; el rechazo no paga
            IF NOT APR-APROBADO OR WS-APR-FECHA NOT NUMERIC
                OR WS-APR-FOLIO NOT NUMERIC
                GO TO 085-CHEQUE-APROBADO-SAL
            END-IF
            MOVE WS-APR-FECHA TO WS-FECHA-REN
            IF WS-FECHA-REN < WS-FECHA-DESDE
                OR WS-FECHA-REN > WS-FECHA-HASTA
                GO TO 085-CHEQUE-APROBADO-SAL
            END-IF
            MOVE WS-APR-OPERADOR TO WS-B-OPERADOR
            MOVE 'PAG:APRUEBA' TO WS-B-ACTIVIDAD
            MOVE WS-FECHA-REN TO WS-B-FECHA
            MOVE ZEROS TO WS-B-HORA
            IF WS-APR-HORA NUMERIC
                MOVE WS-APR-HORA TO WS-B-HORA
            END-IF
            MOVE WS-APR-FOLIO TO WS-B-CHEQUE
            MOVE ZEROS TO WS-B-EMP
            MOVE ZEROS TO WS-B-CORRIDA
            MOVE ZEROS TO WS-B-IMPORTE
            MOVE WS-APR-FOLIO TO CHQ-NUMERO
            READ F-REGISTRO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CHQ-EMP-ID TO WS-B-EMP
                    MOVE CHQ-CORRIDA TO WS-B-CORRIDA
                    MOVE CHQ-IMPORTE TO WS-B-IMPORTE
            END-READ
            MOVE 'N' TO WS-B-ARMADO
            PERFORM 087-CRUZAR-PAGO
               THRU
               087-CRUZAR-PAGO-SAL.
       085-CHEQUE-APROBADO-SAL.
            EXIT.

       086-ARMAR-DETALLE-PAGO.
      *    Se arma solo cuando el pago entra en algun conflicto, para
      *    no enmascarar importes de cheques que no se reportan
            MOVE WS-B-IMPORTE TO WS-ED-IMPORTE
            MOVE 'S' TO WS-MSK-TIPO
            MOVE WS-ED-IMPORTE TO WS-MSK-DATO
            MOVE WS-B-EMP TO WS-MSK-EMP
            CALL 'PRG01149' USING WS-MSK-PROGRAMA WS-MSK-EMP
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE SPACES TO WS-B-DETALLE
            STRING 'CHEQUE ' WS-B-CHEQUE ' CORR ' WS-B-CORRIDA
                ' $' WS-MSK-DATO(1:14)
                DELIMITED BY SIZE
                INTO WS-B-DETALLE
            MOVE 'S' TO WS-B-ARMADO.
       086-ARMAR-DETALLE-PAGO-SAL.
            EXIT.

       087-CRUZAR-PAGO.
            PERFORM 088-CRUZAR-REGLA
               THRU
               088-CRUZAR-REGLA-SAL
               VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-RG-NUM.
       087-CRUZAR-PAGO-SAL.
            EXIT.

       088-CRUZAR-REGLA.
            IF WS-RG-ACT-B(WS-RG-IDX) NOT = WS-B-ACTIVIDAD
                GO TO 088-CRUZAR-REGLA-SAL
            END-IF
            PERFORM 089-CRUZAR-ANTECEDENTE
               THRU
               089-CRUZAR-ANTECEDENTE-SAL
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-NUM.
       088-CRUZAR-REGLA-SAL.
            EXIT.

       089-CRUZAR-ANTECEDENTE.
            IF WS-EV-ACTIVIDAD(WS-EV-IDX) NOT = WS-RG-ACT-A(WS-RG-IDX)
                OR WS-EV-OPERADOR(WS-EV-IDX) NOT = WS-B-OPERADOR
                GO TO 089-CRUZAR-ANTECEDENTE-SAL
            END-IF
            IF WS-RG-ALCANCE(WS-RG-IDX) = 'E'
                AND WS-EV-EMP(WS-EV-IDX) NOT = WS-B-EMP
                GO TO 089-CRUZAR-ANTECEDENTE-SAL
            END-IF
            IF NOT B-ARMADO
                PERFORM 086-ARMAR-DETALLE-PAGO
                   THRU
                   086-ARMAR-DETALLE-PAGO-SAL
            END-IF
            MOVE WS-B-OPERADOR TO CNF-OPERADOR
            MOVE WS-RG-CLAVE(WS-RG-IDX) TO CNF-CLAVE
            MOVE WS-EV-EMP(WS-EV-IDX) TO CNF-EMP
            MOVE WS-EV-FECHA(WS-EV-IDX) TO CNF-FECHA-A
            MOVE WS-EV-HORA(WS-EV-IDX) TO CNF-HORA-A
            MOVE WS-EV-ACTIVIDAD(WS-EV-IDX) TO CNF-ACT-A
            MOVE WS-EV-DETALLE(WS-EV-IDX) TO CNF-DETALLE-A
            MOVE WS-B-FECHA TO CNF-FECHA-B
            MOVE WS-B-HORA TO CNF-HORA-B
            MOVE WS-B-ACTIVIDAD TO CNF-ACT-B
            MOVE WS-B-DETALLE TO CNF-DETALLE-B
            MOVE WS-RG-DESCRIPCION(WS-RG-IDX) TO CNF-DESCRIPCION
            RELEASE REG-CONFLICTO.
       089-CRUZAR-ANTECEDENTE-SAL.
            EXIT.

       090-ESCRIBIR-REPORTE.
            OPEN OUTPUT F-REPORTE
            MOVE 'CONFLICTOS DE SEGREGACION DE FUNCIONES'
                TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA
            STRING 'PERIODO DEL ' WS-FECHA-DESDE ' AL '
                WS-FECHA-HASTA '   EMITIDO ' WS-FECHA-SIS ' '
                WS-HORA-SIS(1:6) ' POR ' WS-OPERADOR-FIRMADO
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-ESCRIBIR-LINEA
               THRU
               098-ESCRIBIR-LINEA-SAL
            IF REGLAS-DE-OMISION
                MOVE 'REGLAS APLICADAS (DE OMISION):' TO WS-LINEA
            ELSE
                MOVE 'REGLAS APLICADAS (SODREG.TXT):' TO WS-LINEA
            END-IF
            PERFORM 098-ESCRIBIR-LINEA
               THRU
               098-ESCRIBIR-LINEA-SAL
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-RG-NUM
                PERFORM 032-ARMAR-REGLA
                   THRU
                   032-ARMAR-REGLA-SAL
                MOVE SPACES TO REG-REPORTE
                STRING '  ' WS-LINEA(1:118)
                    DELIMITED BY SIZE
                    INTO REG-REPORTE
                WRITE REG-REPORTE
            END-PERFORM
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-OPE-ANTERIOR
            MOVE 'N' TO WS-FIN-ORDEN
            PERFORM UNTIL FIN-ORDEN
                RETURN WK-CONFLICTOS
                    AT END
                        MOVE 'Y' TO WS-FIN-ORDEN
                    NOT AT END
                        PERFORM 094-RENGLON-CONFLICTO
                           THRU
                           094-RENGLON-CONFLICTO-SAL
                END-RETURN
            END-PERFORM
            IF WS-OPE-ANTERIOR NOT = SPACES
                PERFORM 096-CIERRE-OPERADOR
                   THRU
                   096-CIERRE-OPERADOR-SAL
            END-IF
            IF WS-TOT-CONFLICTOS = ZEROS
                MOVE 'SIN CONFLICTOS EN EL PERIODO' TO WS-LINEA
                PERFORM 098-ESCRIBIR-LINEA
                   THRU
                   098-ESCRIBIR-LINEA-SAL
            END-IF
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA
            STRING 'OPERADORES CON CONFLICTO: ' WS-TOT-OPERADORES
                '   CONFLICTOS: ' WS-TOT-CONFLICTOS
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-ESCRIBIR-LINEA
               THRU
               098-ESCRIBIR-LINEA-SAL
            IF WS-TOT-SIN-EMISOR > ZEROS
                MOVE SPACES TO WS-LINEA
                STRING 'CHEQUES DEL PERIODO SIN CORRIDA CONOCIDA '
                    '(SIN EMISOR QUE CRUZAR): ' WS-TOT-SIN-EMISOR
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 098-ESCRIBIR-LINEA
                   THRU
                   098-ESCRIBIR-LINEA-SAL
            END-IF
            IF EV-LLENO
                STRING 'AVISO: MOVIMIENTOS DE MANTENIMIENTO TRUNCADOS '
                    'A 3000; EL REPORTE PUEDE ESTAR INCOMPLETO'
                    DELIMITED BY SIZE
                    INTO WS-LINEA
                PERFORM 098-ESCRIBIR-LINEA
                   THRU
                   098-ESCRIBIR-LINEA-SAL
            END-IF
            CLOSE F-REPORTE.
       090-ESCRIBIR-REPORTE-SAL.
            EXIT.

       092-ENCABEZADO-OPERADOR.
            MOVE SPACES TO OPE-NOMBRE
            IF OPE-ABIERTO
                MOVE CNF-OPERADOR TO OPE-ID
                READ F-OPERADORES
                    INVALID KEY
                        MOVE '(NO REGISTRADO)' TO OPE-NOMBRE
                END-READ
            END-IF
            MOVE SPACES TO WS-LINEA
            STRING 'OPERADOR ' CNF-OPERADOR ' ' OPE-NOMBRE
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-ESCRIBIR-LINEA
               THRU
               098-ESCRIBIR-LINEA-SAL
            ADD 1 TO WS-TOT-OPERADORES
            MOVE ZEROS TO WS-TOT-OPE-CONFLICTOS
            MOVE CNF-OPERADOR TO WS-OPE-ANTERIOR.
       092-ENCABEZADO-OPERADOR-SAL.
            EXIT.

       094-RENGLON-CONFLICTO.
            IF CNF-OPERADOR NOT = WS-OPE-ANTERIOR
                IF WS-OPE-ANTERIOR NOT = SPACES
                    PERFORM 096-CIERRE-OPERADOR
                       THRU
                       096-CIERRE-OPERADOR-SAL
                END-IF
                PERFORM 092-ENCABEZADO-OPERADOR
                   THRU
                   092-ENCABEZADO-OPERADOR-SAL
            END-IF
            ADD 1 TO WS-TOT-CONFLICTOS
            ADD 1 TO WS-TOT-OPE-CONFLICTOS
            MOVE SPACES TO WS-LINEA
            IF CNF-EMP > ZEROS
                STRING '  REGLA ' CNF-CLAVE ' ' CNF-DESCRIPCION
                    ' EMP=' CNF-EMP
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            ELSE
                STRING '  REGLA ' CNF-CLAVE ' ' CNF-DESCRIPCION
                    DELIMITED BY SIZE
                    INTO WS-LINEA
            END-IF
            PERFORM 098-ESCRIBIR-LINEA
               THRU
               098-ESCRIBIR-LINEA-SAL
            MOVE SPACES TO WS-LINEA
            STRING '    ' CNF-FECHA-A ' ' CNF-HORA-A(1:6) ' '
                CNF-ACT-A ' ' CNF-DETALLE-A
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-ESCRIBIR-LINEA
               THRU
               098-ESCRIBIR-LINEA-SAL
            MOVE SPACES TO WS-LINEA
            STRING '    ' CNF-FECHA-B ' ' CNF-HORA-B(1:6) ' '
                CNF-ACT-B ' ' CNF-DETALLE-B
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-ESCRIBIR-LINEA
               THRU
               098-ESCRIBIR-LINEA-SAL.
       094-RENGLON-CONFLICTO-SAL.
            EXIT.

       096-CIERRE-OPERADOR.
            MOVE WS-TOT-OPE-CONFLICTOS TO WS-ED-CONTADOR
            MOVE SPACES TO WS-LINEA
            STRING '  CONFLICTOS DEL OPERADOR ' WS-OPE-ANTERIOR ': '
                WS-ED-CONTADOR
                DELIMITED BY SIZE
                INTO WS-LINEA
            PERFORM 098-ESCRIBIR-LINEA
               THRU
               098-ESCRIBIR-LINEA-SAL
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE.
       096-CIERRE-OPERADOR-SAL.
            EXIT.

       098-ESCRIBIR-LINEA.
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA.
       098-ESCRIBIR-LINEA-SAL.
            EXIT.

       END PROGRAM PRG01155.
