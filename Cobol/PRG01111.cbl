       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01111.
      *  Datos de afiliacion al IMSS del empleado en el expediente
      *  complementario EMPCOMP.DAT (copybook EMPCOMP, llave el
      *  numero de empleado): numero de seguridad social, unidad de
      *  medicina familiar, tipo de trabajador, tipo de salario y
      *  jornada; el NSS se valida con su digito verificador (el
      *  mismo algoritmo de modulo 10 del IMSS) y no se acepta
      *  repetido en otro empleado; la captura valida que el empleado
      *  exista en el maestro, toma el mismo candado por empleado de
      *  CANDADOS.DAT que la correccion de PRG01002 y audita cada
      *  cambio via PRG01017, igual que el domicilio de PRG01082;
      *  la lista de empleados activos sin NSS sale a SINNSS.TXT -
      *  LCG 15 OCT 26
      *  Zona de salario minimo del centro de trabajo (G general, F
      *  frontera norte) en la captura y la consulta, para el barrido
      *  de PRG01116 - LCG 15 OCT 26
      *  Centro de trabajo del empleado (CMP-SITIO) en la captura y la
      *  consulta; en blanco manda el del departamento - LCG 15 OCT 26
      *  Turno del reloj checador del empleado (CMP-TURNO, catalogo de
      *  PRG01122) en la captura y la consulta - LCG 15 OCT 26
      *  Jefe directo (CMP-JEFE) y clave de operador del empleado
      *  (CMP-OPERADOR) en la captura y la consulta: el jefe debe
      *  existir activo en el maestro, no ser el mismo empleado ni
      *  depender de el en la cadena de mando (se recorre hacia
      *  arriba en EMPCOMP); el operador debe existir en
      *  OPERADOR.DAT y no estar ligado a otro empleado; el cambio
      *  de jefe se audita via PRG01017 - LCG 15 OCT 26
      *  Tarjeta de vales de despensa (CMP-TARJETA-VALES) en la captura
      *  y la consulta; debe ser de 16 digitos o quedar en espacios -
      *  LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COMPLEMENTO ASSIGN TO "EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-STATUS-COMPLEMENTO.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
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
           SELECT F-SINNSS ASSIGN TO "SINNSS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-COMPLEMENTO.
       COPY EMPCOMP.
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
       FD  F-SINNSS.
       01 REG-SINNSS                 PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-COMPLEMENTO      PIC XX VALUE '00'.
           88 CMP-OK                 VALUE '00'.
           88 CMP-NO-EXISTE          VALUE '35'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-CANDADOS         PIC XX VALUE '00'.
           88 CAN-OK                 VALUE '00'.
           88 CAN-SIN-ARCHIVO        VALUE '35'.
       01 WS-STATUS-OPERADORES       PIC XX VALUE '00'.
           88 OPE-OK                 VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'C'.
           88 OPCION-CAPTURA         VALUE 'C'.
           88 OPCION-CONSULTA        VALUE 'Q'.
           88 OPCION-FALTANTES       VALUE 'F'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 EmpId                      PIC 9(6) VALUE ZEROS.
       01 Operador                   PIC X(8) VALUE SPACES.
       01 WS-CANDADO-TOMADO          PIC X VALUE 'N'.
           88 CANDADO-TOMADO         VALUE 'S'.
       01 WS-FORZAR                  PIC X VALUE 'N'.
           88 FORZAR-SI              VALUE 'S'.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-EXISTIA                 PIC X VALUE 'N'.
           88 COMPLEMENTO-EXISTIA    VALUE 'S'.
       01 WS-AUD-OPERACION           PIC X(6) VALUE SPACES.
       01 WS-AUD-CAMPO               PIC X(20) VALUE 'NSS'.
       01 WS-AUD-ANTES               PIC X(20) VALUE SPACES.
       01 WS-AUD-DESPUES             PIC X(20) VALUE SPACES.
       01 WS-NSS-CAP                 PIC X(11) VALUE SPACES.
       01 WS-NSS-DIGITOS REDEFINES WS-NSS-CAP.
           05 WS-NSS-DIG             PIC 9 OCCURS 11 TIMES.
       01 WS-NSS-VALIDO              PIC X VALUE 'N'.
           88 NSS-VALIDO             VALUE 'S'.
       01 WS-NSS-IDX                 PIC 99 VALUE ZEROS.
       01 WS-NSS-PRODUCTO            PIC 99 VALUE ZEROS.
       01 WS-NSS-SUMA                PIC 999 VALUE ZEROS.
       01 WS-NSS-RESIDUO             PIC 99 VALUE ZEROS.
       01 WS-NSS-COCIENTE            PIC 999 VALUE ZEROS.
       01 WS-NSS-VERIFICADOR         PIC 9 VALUE ZEROS.
       01 WS-NSS-DUPLICADO           PIC X VALUE 'N'.
           88 NSS-DUPLICADO          VALUE 'S'.
       01 WS-REG-GUARDA              PIC X(200) VALUE SPACES.
       01 WS-TOT-FALTANTES           PIC 9(6) VALUE ZEROS.
       01 WS-JEFE-CAP                PIC 9(6) VALUE ZEROS.
       01 WS-JEFE-ANTES              PIC 9(6) VALUE ZEROS.
       01 WS-OPER-CAP                PIC X(8) VALUE SPACES.
       01 WS-MOTIVO-JEFE             PIC X(50) VALUE SPACES.
       01 WS-CADENA-EMP              PIC 9(6) VALUE ZEROS.
       01 WS-CADENA-NIVEL            PIC 99 VALUE ZEROS.
       01 WS-FIN-CADENA              PIC X VALUE 'N'.
           88 FIN-CADENA             VALUE 'S'.
       01 WS-LINEA-SINNSS            PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            OPEN I-O F-COMPLEMENTO
            IF CMP-NO-EXISTE
                OPEN OUTPUT F-COMPLEMENTO
                CLOSE F-COMPLEMENTO
                OPEN I-O F-COMPLEMENTO
            END-IF
            IF NOT CMP-OK
                DISPLAY 'Error: no se pudo abrir EMPCOMP.DAT, '
                    'status ' WS-STATUS-COMPLEMENTO UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 015-SESION
               THRU
               015-SESION-SAL
               UNTIL NOT CONTINUA-SI
            CLOSE F-COMPLEMENTO
            GOBACK.

       015-SESION.
            DISPLAY 'Afiliacion IMSS: (C)aptura/correccion, '
                '(Q)consulta, (F)altantes de NSS: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-FALTANTES
                    PERFORM 060-LISTAR-FALTANTES
                       THRU
                       060-LISTAR-FALTANTES-SAL
                WHEN OPCION-CONSULTA
                    PERFORM 050-CONSULTAR
                       THRU
                       050-CONSULTAR-SAL
                WHEN OTHER
                    PERFORM 020-CAPTURAR
                       THRU
                       020-CAPTURAR-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       015-SESION-SAL.
            EXIT.

       020-CAPTURAR.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            DISPLAY 'Clave del operador: ' UPON CONSOLE
            ACCEPT Operador FROM CONSOLE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro'
                    UPON CONSOLE
                GO TO 020-CAPTURAR-SAL
            END-IF
            MOVE EmpId TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    DISPLAY 'Error: no existe ese empleado'
                        UPON CONSOLE
                    CLOSE F-EMPLEADOS
                    GO TO 020-CAPTURAR-SAL
            END-READ
            CLOSE F-EMPLEADOS
            DISPLAY 'NSS (11 digitos): ' UPON CONSOLE
            ACCEPT WS-NSS-CAP FROM CONSOLE
            PERFORM 070-VALIDAR-NSS
               THRU
               070-VALIDAR-NSS-SAL
            IF NOT NSS-VALIDO
                DISPLAY 'Error: NSS invalido (digito verificador)'
                    UPON CONSOLE
                GO TO 020-CAPTURAR-SAL
            END-IF
            PERFORM 075-BUSCAR-DUPLICADO
               THRU
               075-BUSCAR-DUPLICADO-SAL
            IF NSS-DUPLICADO
                DISPLAY 'Error: el NSS ya pertenece al empleado '
                    CMP-EMP-ID UPON CONSOLE
                GO TO 020-CAPTURAR-SAL
            END-IF
            PERFORM 030-TOMAR-CANDADO
               THRU
               030-TOMAR-CANDADO-SAL
            IF NOT CANDADO-TOMADO
                GO TO 020-CAPTURAR-SAL
            END-IF
            MOVE 'N' TO WS-EXISTIA
            MOVE EmpId TO CMP-EMP-ID
            READ F-COMPLEMENTO
                INVALID KEY
                    MOVE SPACES TO REG-EMPCOMP
                    MOVE EmpId TO CMP-EMP-ID
                NOT INVALID KEY
                    MOVE 'S' TO WS-EXISTIA
                    DISPLAY 'NSS actual: ' CMP-NSS ' UMF=' CMP-UMF
                        UPON CONSOLE
            END-READ
            MOVE CMP-NSS TO WS-AUD-ANTES
            MOVE WS-NSS-CAP TO CMP-NSS
            DISPLAY 'Unidad de medicina familiar (3): ' UPON CONSOLE
            ACCEPT CMP-UMF FROM CONSOLE
            DISPLAY 'Tipo de trabajador (1 permanente, 2 eventual, '
                '3 eventual de la construccion): ' UPON CONSOLE
            ACCEPT CMP-TIPO-TRAB FROM CONSOLE
            IF NOT CMP-TRAB-PERMANENTE AND NOT CMP-TRAB-EVENTUAL
                AND NOT CMP-TRAB-EVENT-CONST
                MOVE '1' TO CMP-TIPO-TRAB
            END-IF
            DISPLAY 'Tipo de salario (0 fijo, 1 variable, 2 mixto): '
                UPON CONSOLE
            ACCEPT CMP-TIPO-SALARIO FROM CONSOLE
            IF NOT CMP-SAL-FIJO AND NOT CMP-SAL-VARIABLE
                AND NOT CMP-SAL-MIXTO
                MOVE '0' TO CMP-TIPO-SALARIO
            END-IF
            DISPLAY 'Jornada (0 completa, 1-5 dias de semana '
                'reducida, 6 jornada reducida): ' UPON CONSOLE
            ACCEPT CMP-JORNADA FROM CONSOLE
            IF CMP-JORNADA < '0' OR CMP-JORNADA > '6'
                MOVE '0' TO CMP-JORNADA
            END-IF
            DISPLAY 'Zona de salario minimo (G general, F frontera '
                'norte): ' UPON CONSOLE
            ACCEPT CMP-ZONA-SM FROM CONSOLE
            IF NOT CMP-ZONA-GENERAL AND NOT CMP-ZONA-FRONTERA
                MOVE 'G' TO CMP-ZONA-SM
            END-IF
            DISPLAY 'Centro de trabajo (4, espacios = el del '
                'departamento): ' UPON CONSOLE
            ACCEPT CMP-SITIO FROM CONSOLE
            DISPLAY 'Turno del reloj checador (2, espacios = no '
                'checa): ' UPON CONSOLE
            ACCEPT CMP-TURNO FROM CONSOLE
            DISPLAY 'Tarjeta de vales de despensa (16 digitos, '
                'espacios = sin tarjeta): ' UPON CONSOLE
            ACCEPT CMP-TARJETA-VALES FROM CONSOLE
            IF CMP-TARJETA-VALES NOT = SPACES
                AND CMP-TARJETA-VALES NOT NUMERIC
                DISPLAY 'Error: la tarjeta de vales debe ser de 16 '
                    'digitos' UPON CONSOLE
                PERFORM 040-SOLTAR-CANDADO
                   THRU
                   040-SOLTAR-CANDADO-SAL
                GO TO 020-CAPTURAR-SAL
            END-IF
            IF CMP-JEFE NUMERIC
                MOVE CMP-JEFE TO WS-JEFE-ANTES
            ELSE
                MOVE ZEROS TO WS-JEFE-ANTES
            END-IF
            DISPLAY 'Jefe directo (numero de empleado, ceros = sin '
                'jefe): ' UPON CONSOLE
            ACCEPT WS-JEFE-CAP FROM CONSOLE
            DISPLAY 'Clave de operador con que firma el empleado '
                '(espacios = no firma): ' UPON CONSOLE
            ACCEPT WS-OPER-CAP FROM CONSOLE
      *    Las validaciones leen otros registros del complemento; el
      *    del empleado se guarda y se repone
            MOVE REG-EMPCOMP TO WS-REG-GUARDA
            PERFORM 080-VALIDAR-JEFE
               THRU
               080-VALIDAR-JEFE-SAL
            IF WS-MOTIVO-JEFE = SPACES
                PERFORM 085-VALIDAR-OPERADOR
                   THRU
                   085-VALIDAR-OPERADOR-SAL
            END-IF
            MOVE WS-REG-GUARDA TO REG-EMPCOMP
            IF WS-MOTIVO-JEFE NOT = SPACES
                DISPLAY 'Error: ' WS-MOTIVO-JEFE UPON CONSOLE
                PERFORM 040-SOLTAR-CANDADO
                   THRU
                   040-SOLTAR-CANDADO-SAL
                GO TO 020-CAPTURAR-SAL
            END-IF
            MOVE WS-JEFE-CAP TO CMP-JEFE
            MOVE WS-OPER-CAP TO CMP-OPERADOR
            IF COMPLEMENTO-EXISTIA
                REWRITE REG-EMPCOMP
                MOVE 'CAMBIO' TO WS-AUD-OPERACION
            ELSE
                WRITE REG-EMPCOMP
                MOVE 'ALTA' TO WS-AUD-OPERACION
                MOVE SPACES TO WS-AUD-ANTES
            END-IF
            MOVE CMP-NSS TO WS-AUD-DESPUES
            CALL 'PRG01017' USING CMP-EMP-ID WS-AUD-OPERACION
                WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
            IF WS-JEFE-CAP NOT = WS-JEFE-ANTES
                MOVE 'JEFE DIRECTO' TO WS-AUD-CAMPO
                MOVE WS-JEFE-ANTES TO WS-AUD-ANTES
                MOVE WS-JEFE-CAP TO WS-AUD-DESPUES
                CALL 'PRG01017' USING CMP-EMP-ID WS-AUD-OPERACION
                    WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
                MOVE 'NSS' TO WS-AUD-CAMPO
            END-IF
            DISPLAY 'Datos de afiliacion grabados' UPON CONSOLE
            PERFORM 040-SOLTAR-CANDADO
               THRU
               040-SOLTAR-CANDADO-SAL.
       020-CAPTURAR-SAL.
            EXIT.

       030-TOMAR-CANDADO.
      *    Mismo candado por empleado que la correccion de PRG01002,
      *    con toma forzada solo para candados huerfanos
            MOVE 'N' TO WS-CANDADO-TOMADO
            OPEN I-O F-CANDADOS
            IF CAN-SIN-ARCHIVO
                OPEN OUTPUT F-CANDADOS
                CLOSE F-CANDADOS
                OPEN I-O F-CANDADOS
            END-IF
            IF NOT CAN-OK
                DISPLAY 'Aviso: sin control de candados, status '
                    WS-STATUS-CANDADOS UPON CONSOLE
                MOVE 'S' TO WS-CANDADO-TOMADO
                GO TO 030-TOMAR-CANDADO-SAL
            END-IF
            MOVE EmpId TO CAN-EMP-ID
            READ F-CANDADOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'Registro en uso por ' CAN-OPERADOR
                        ' desde ' CAN-FECHA ' ' CAN-HORA
                        UPON CONSOLE
                    DISPLAY '¿Forzar la toma del registro? (S/N): '
                        UPON CONSOLE
                    ACCEPT WS-FORZAR FROM CONSOLE
                    IF FORZAR-SI
                        DELETE F-CANDADOS
                    ELSE
                        CLOSE F-CANDADOS
                        GO TO 030-TOMAR-CANDADO-SAL
                    END-IF
            END-READ
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            MOVE EmpId TO CAN-EMP-ID
            MOVE Operador TO CAN-OPERADOR
            MOVE WS-FECHA-SIS TO CAN-FECHA
            MOVE WS-HORA-SIS TO CAN-HORA
            WRITE REG-CANDADO
                INVALID KEY
                    DISPLAY 'Error: no se pudo tomar el candado'
                        UPON CONSOLE
                NOT INVALID KEY
                    MOVE 'S' TO WS-CANDADO-TOMADO
            END-WRITE
            CLOSE F-CANDADOS.
       030-TOMAR-CANDADO-SAL.
            EXIT.

       040-SOLTAR-CANDADO.
            OPEN I-O F-CANDADOS
            IF CAN-OK
                MOVE EmpId TO CAN-EMP-ID
                READ F-CANDADOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CAN-OPERADOR = Operador
                            DELETE F-CANDADOS
                        END-IF
                END-READ
                CLOSE F-CANDADOS
            END-IF.
       040-SOLTAR-CANDADO-SAL.
            EXIT.

       050-CONSULTAR.
            DISPLAY 'Numero de empleado: ' UPON CONSOLE
            ACCEPT EmpId FROM CONSOLE
            MOVE EmpId TO CMP-EMP-ID
            READ F-COMPLEMENTO
                INVALID KEY
                    DISPLAY 'El empleado no tiene datos de afiliacion '
                        'capturados' UPON CONSOLE
                NOT INVALID KEY
                    DISPLAY 'EMP=' CMP-EMP-ID ' NSS=' CMP-NSS
                        ' UMF=' CMP-UMF UPON CONSOLE
                    DISPLAY 'TIPO TRABAJADOR=' CMP-TIPO-TRAB
                        ' TIPO SALARIO=' CMP-TIPO-SALARIO
                        ' JORNADA=' CMP-JORNADA
                        ' ZONA SM=' CMP-ZONA-SM
                        ' SITIO=' CMP-SITIO
                        ' TURNO=' CMP-TURNO UPON CONSOLE
                    DISPLAY 'JEFE DIRECTO=' CMP-JEFE
                        ' OPERADOR=' CMP-OPERADOR UPON CONSOLE
                    DISPLAY 'TARJETA VALES=' CMP-TARJETA-VALES
                        UPON CONSOLE
            END-READ.
       050-CONSULTAR-SAL.
            EXIT.

       060-LISTAR-FALTANTES.
      *    Empleados activos sin NSS capturado: no pueden reportarse
      *    a IDSE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro'
                    UPON CONSOLE
                GO TO 060-LISTAR-FALTANTES-SAL
            END-IF
            OPEN OUTPUT F-SINNSS
            MOVE 'EMPLEADOS ACTIVOS SIN NSS' TO REG-SINNSS
            WRITE REG-SINNSS
            MOVE ZEROS TO WS-TOT-FALTANTES
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 065-REVISAR-EMPLEADO
               THRU
               065-REVISAR-EMPLEADO-SAL
               UNTIL FIN-ARCHIVO
            MOVE SPACES TO WS-LINEA-SINNSS
            STRING 'SIN NSS: ' WS-TOT-FALTANTES
                DELIMITED BY SIZE
                INTO WS-LINEA-SINNSS
            MOVE WS-LINEA-SINNSS TO REG-SINNSS
            WRITE REG-SINNSS
            CLOSE F-SINNSS
            CLOSE F-EMPLEADOS
            DISPLAY 'Sin NSS: ' WS-TOT-FALTANTES
                '; lista en SINNSS.TXT' UPON CONSOLE.
       060-LISTAR-FALTANTES-SAL.
            EXIT.

       065-REVISAR-EMPLEADO.
            READ F-EMPLEADOS NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                NOT AT END
                    IF NOT EMP-BAJA
                        MOVE EMP-ID-REG TO CMP-EMP-ID
                        READ F-COMPLEMENTO
                            INVALID KEY
                                MOVE SPACES TO CMP-NSS
                        END-READ
                        IF CMP-NSS = SPACES
                            ADD 1 TO WS-TOT-FALTANTES
                            MOVE SPACES TO WS-LINEA-SINNSS
                            STRING EMP-ID-REG ' ' REG-NOMBRE ' '
                                REG-APE-PATERNO ' ' REG-APE-MATERNO
                                DELIMITED BY SIZE
                                INTO WS-LINEA-SINNSS
                            MOVE WS-LINEA-SINNSS TO REG-SINNSS
                            WRITE REG-SINNSS
                        END-IF
                    END-IF
            END-READ.
       065-REVISAR-EMPLEADO-SAL.
            EXIT.

       070-VALIDAR-NSS.
      *    Digito verificador de modulo 10: sobre los primeros diez
      *    digitos, las posiciones pares valen el doble (sumando los
      *    digitos del producto); el onceavo es el complemento a 10
      *    de la suma
            MOVE 'N' TO WS-NSS-VALIDO
            IF WS-NSS-CAP NOT NUMERIC
                GO TO 070-VALIDAR-NSS-SAL
            END-IF
            MOVE ZEROS TO WS-NSS-SUMA
            PERFORM VARYING WS-NSS-IDX FROM 1 BY 1
                UNTIL WS-NSS-IDX > 10
                DIVIDE WS-NSS-IDX BY 2 GIVING WS-NSS-COCIENTE
                    REMAINDER WS-NSS-RESIDUO
                IF WS-NSS-RESIDUO = 0
                    COMPUTE WS-NSS-PRODUCTO =
                        WS-NSS-DIG(WS-NSS-IDX) * 2
                    IF WS-NSS-PRODUCTO > 9
                        SUBTRACT 9 FROM WS-NSS-PRODUCTO
                    END-IF
                ELSE
                    MOVE WS-NSS-DIG(WS-NSS-IDX) TO WS-NSS-PRODUCTO
                END-IF
                ADD WS-NSS-PRODUCTO TO WS-NSS-SUMA
            END-PERFORM
            DIVIDE WS-NSS-SUMA BY 10 GIVING WS-NSS-COCIENTE
                REMAINDER WS-NSS-RESIDUO
            IF WS-NSS-RESIDUO = 0
                MOVE 0 TO WS-NSS-VERIFICADOR
            ELSE
                COMPUTE WS-NSS-VERIFICADOR = 10 - WS-NSS-RESIDUO
            END-IF
            IF WS-NSS-VERIFICADOR = WS-NSS-DIG(11)
                MOVE 'S' TO WS-NSS-VALIDO
            END-IF.
       070-VALIDAR-NSS-SAL.
            EXIT.

       075-BUSCAR-DUPLICADO.
      *    Recorrido del complemento buscando el mismo NSS en otro
      *    empleado
            MOVE 'N' TO WS-NSS-DUPLICADO
            MOVE LOW-VALUES TO CMP-EMP-ID
            START F-COMPLEMENTO KEY IS NOT LESS THAN CMP-EMP-ID
                INVALID KEY
                    GO TO 075-BUSCAR-DUPLICADO-SAL
            END-START
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO OR NSS-DUPLICADO
                READ F-COMPLEMENTO NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF CMP-NSS = WS-NSS-CAP
                            AND CMP-EMP-ID NOT = EmpId
                            MOVE 'S' TO WS-NSS-DUPLICADO
                        END-IF
                END-READ
            END-PERFORM.
       075-BUSCAR-DUPLICADO-SAL.
            EXIT.

       080-VALIDAR-JEFE.
      *    El jefe existe activo, no es el mismo empleado y no
      *    depende de el: se sube por la cadena de jefes de EMPCOMP
      *    hasta el que no tiene jefe
            MOVE SPACES TO WS-MOTIVO-JEFE
            IF WS-JEFE-CAP = ZEROS
                GO TO 080-VALIDAR-JEFE-SAL
            END-IF
            IF WS-JEFE-CAP = EmpId
                MOVE 'el empleado no puede ser su propio jefe'
                    TO WS-MOTIVO-JEFE
                GO TO 080-VALIDAR-JEFE-SAL
            END-IF
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                MOVE 'no se pudo abrir el maestro' TO WS-MOTIVO-JEFE
                GO TO 080-VALIDAR-JEFE-SAL
            END-IF
            MOVE WS-JEFE-CAP TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    MOVE 'el jefe no existe en el maestro'
                        TO WS-MOTIVO-JEFE
            END-READ
            IF WS-MOTIVO-JEFE = SPACES AND EMP-BAJA
                MOVE 'el jefe esta dado de baja' TO WS-MOTIVO-JEFE
            END-IF
            CLOSE F-EMPLEADOS
            IF WS-MOTIVO-JEFE NOT = SPACES
                GO TO 080-VALIDAR-JEFE-SAL
            END-IF
            MOVE WS-JEFE-CAP TO WS-CADENA-EMP
            MOVE 'N' TO WS-FIN-CADENA
            PERFORM VARYING WS-CADENA-NIVEL FROM 1 BY 1
                UNTIL FIN-CADENA OR WS-CADENA-NIVEL > 50
                MOVE WS-CADENA-EMP TO CMP-EMP-ID
                READ F-COMPLEMENTO
                    INVALID KEY
                        MOVE 'S' TO WS-FIN-CADENA
                    NOT INVALID KEY
                        IF CMP-JEFE NOT NUMERIC OR CMP-JEFE = ZEROS
                            MOVE 'S' TO WS-FIN-CADENA
                        ELSE
                            IF CMP-JEFE = EmpId
                                MOVE 'el jefe depende del empleado'
                                    TO WS-MOTIVO-JEFE
                                MOVE 'S' TO WS-FIN-CADENA
                            ELSE
                                MOVE CMP-JEFE TO WS-CADENA-EMP
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF NOT FIN-CADENA
                MOVE 'cadena de mando circular o de mas de 50 niveles'
                    TO WS-MOTIVO-JEFE
            END-IF.
       080-VALIDAR-JEFE-SAL.
            EXIT.

       085-VALIDAR-OPERADOR.
      *    El operador existe en OPERADOR.DAT y firma por un solo
      *    empleado
            IF WS-OPER-CAP = SPACES
                GO TO 085-VALIDAR-OPERADOR-SAL
            END-IF
            OPEN INPUT F-OPERADORES
            IF NOT OPE-OK
                MOVE 'no hay archivo de operadores (OPERADOR.DAT)'
                    TO WS-MOTIVO-JEFE
                GO TO 085-VALIDAR-OPERADOR-SAL
            END-IF
            MOVE WS-OPER-CAP TO OPE-ID
            READ F-OPERADORES
                INVALID KEY
                    MOVE 'el operador no existe en OPERADOR.DAT'
                        TO WS-MOTIVO-JEFE
            END-READ
            CLOSE F-OPERADORES
            IF WS-MOTIVO-JEFE NOT = SPACES
                GO TO 085-VALIDAR-OPERADOR-SAL
            END-IF
            MOVE LOW-VALUES TO CMP-EMP-ID
            START F-COMPLEMENTO KEY IS NOT LESS THAN CMP-EMP-ID
                INVALID KEY
                    GO TO 085-VALIDAR-OPERADOR-SAL
            END-START
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-COMPLEMENTO NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF CMP-OPERADOR = WS-OPER-CAP
                            AND CMP-EMP-ID NOT = EmpId
                            STRING 'el operador ya firma por el '
                                'empleado ' CMP-EMP-ID
                                DELIMITED BY SIZE
                                INTO WS-MOTIVO-JEFE
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        END-IF
                END-READ
            END-PERFORM.
       085-VALIDAR-OPERADOR-SAL.
            EXIT.

       END PROGRAM PRG01111.
