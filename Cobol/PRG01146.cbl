       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01146.
      *  Tablero semanal de datos completos del expediente: revisa a
      *  cada empleado activo contra los datos requeridos y lista lo
      *  que le falta: CLAB CLABE de 18 digitos y banco (solo a los
      *  de pago por transferencia), RFC, CURP, DOMI domicilio en
      *  DOMICIL.DAT (PRG01082) con calle y codigo postal, BENE
      *  beneficiarios de DEPENDTS.TXT (PRG01083) que sumen 100%,
      *  BAND grado y escalon para la validacion de bandas (PRG01100)
      *  y NSS en EMPCOMP.DAT; la lista de requeridos se configura en
      *  DATOSREQ.TXT (un codigo por renglon; sin el archivo se
      *  revisan todos); el porcentaje de completos es de datos
      *  cumplidos entre datos revisados, por departamento y por
      *  compañia (orden del SORT de PRG01142), y se compara contra la
      *  corrida anterior de otro dia que queda en la historia
      *  COMPLHIS.TXT; salida en COMPLETO.TXT - LCG 15 OCT 26
      *  Trazado de COMPLHIS.TXT: FECHA(8) COMPANIA(2) DEPTO(4, ****
      *  el total de la compañia) REVISADOS(7) CUMPLIDOS(7)
      *  El dato CLAB se revisa con la rutina compartida PRG01147
      *  (digito de control y prefijo contra el banco) - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-DOMICILIOS ASSIGN TO "DOMICIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOM-EMP-ID
               FILE STATUS IS WS-STATUS-DOMICILIOS.
           SELECT F-COMPLEMENTO ASSIGN TO "EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-STATUS-COMPLEMENTO.
           SELECT F-DEPENDIENTES ASSIGN TO "DEPENDTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPENDIENTES.
           SELECT F-REQUERIDOS ASSIGN TO "DATOSREQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REQUERIDOS.
           SELECT F-DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPTOS.
           SELECT F-HISTORIA ASSIGN TO "COMPLHIS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORIA.
           SELECT WK-ORDEN-CPL ASSIGN TO "WKCPL.TMP".
           SELECT F-REPORTE ASSIGN TO "COMPLETO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-DOMICILIOS.
       01 REG-DOMICILIO.
           02 DOM-EMP-ID           PIC 9(6).
           02 DOM-CALLE            PIC X(40).
           02 DOM-MUNICIPIO        PIC X(20).
           02 DOM-ESTADO           PIC X(20).
           02 DOM-CP               PIC X(5).
           02 DOM-TELEFONO         PIC X(10).
           02 DOM-CORREO           PIC X(40).
           02 FILLER               PIC X(19).
       FD  F-COMPLEMENTO.
       COPY EMPCOMP.
       FD  F-DEPENDIENTES.
       01 REG-DEPENDIENTE            PIC X(67).
       FD  F-REQUERIDOS.
       01 REG-REQUERIDO              PIC X(20).
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       FD  F-HISTORIA.
       01 REG-HISTORIA               PIC X(28).
       SD  WK-ORDEN-CPL.
       01 REG-ORDEN-CPL.
           02 ORD-COMPANIA           PIC 99.
           02 ORD-DEPTO              PIC X(4).
           02 ORD-EMP-ID             PIC 9(6).
           02 ORD-NOMBRE             PIC X(30).
           02 ORD-REVISADOS          PIC 9.
           02 ORD-CUMPLIDOS          PIC 9.
           02 ORD-FALTANTES          PIC X(35).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-DOMICILIOS       PIC XX VALUE '00'.
           88 DOM-OK                 VALUE '00'.
       01 WS-STATUS-COMPLEMENTO      PIC XX VALUE '00'.
           88 CMP-OK                 VALUE '00'.
       01 WS-STATUS-DEPENDIENTES     PIC XX VALUE '00'.
       01 WS-STATUS-REQUERIDOS       PIC XX VALUE '00'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
       01 WS-STATUS-HISTORIA         PIC XX VALUE '00'.
       01 WS-HAY-DOMICILIOS          PIC X VALUE 'N'.
           88 HAY-DOMICILIOS         VALUE 'S'.
       01 WS-HAY-COMPLEMENTO         PIC X VALUE 'N'.
           88 HAY-COMPLEMENTO        VALUE 'S'.
       01 WS-HAY-CATALOGO            PIC X VALUE 'N'.
           88 HAY-CATALOGO           VALUE 'S'.
       01 WS-FIN-EMPLEADOS           PIC X VALUE 'N'.
           88 FIN-EMPLEADOS          VALUE 'Y'.
       01 WS-FIN-ORDEN               PIC X VALUE 'N'.
           88 FIN-ORDEN              VALUE 'Y'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
      *    Catalogo de datos requeridos; DATOSREQ.TXT apaga los que
      *    no vengan listados
       01 WS-CATALOGO-DATOS.
           05 FILLER                 PIC X(36)
               VALUE 'CLABCLABE VALIDA (TRANSFERENCIA)   S'.
           05 FILLER                 PIC X(36)
               VALUE 'RFC RFC                            S'.
           05 FILLER                 PIC X(36)
               VALUE 'CURPCURP                           S'.
           05 FILLER                 PIC X(36)
               VALUE 'DOMIDOMICILIO (CALLE Y C.P.)       S'.
           05 FILLER                 PIC X(36)
               VALUE 'BENEBENEFICIARIOS AL 100%          S'.
           05 FILLER                 PIC X(36)
               VALUE 'BANDGRADO Y ESCALON                S'.
           05 FILLER                 PIC X(36)
               VALUE 'NSS NUMERO DE SEGURO SOCIAL        S'.
       01 WS-TABLA-DATOS REDEFINES WS-CATALOGO-DATOS.
           05 WS-DATO-ENT OCCURS 7 TIMES.
               10 WS-DATO-CODIGO     PIC X(4).
               10 WS-DATO-DESCRIPCION PIC X(31).
               10 WS-DATO-REQUERIDO  PIC X.
                   88 DATO-REQUERIDO VALUE 'S'.
       01 WS-DATO-NUM                PIC 9 VALUE 7.
       01 WS-DATO-IDX                PIC 9 VALUE ZERO.
       01 WS-RENGLON-REQ.
           05 WS-REQ-CODIGO          PIC X(4).
           05 FILLER                 PIC X(16).
      *    Suma de porcentajes de beneficiario por empleado
       01 WS-RENGLON-DEP.
           05 WS-DEP-EMP             PIC 9(6).
           05 WS-DEP-NOMBRE          PIC X(40).
           05 WS-DEP-PARENTESCO      PIC X(10).
           05 WS-DEP-NACIMIENTO      PIC 9(8).
           05 WS-DEP-PCT             PIC 999.
       01 WS-TABLA-BEN.
           05 WS-BEN-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-BEN-ENT OCCURS 5000 TIMES.
               10 WS-BEN-EMP         PIC 9(6).
               10 WS-BEN-SUMA        PIC 9(4).
       01 WS-BEN-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-BEN-POS                 PIC 9(4) VALUE ZEROS.
       01 WS-BEN-SUMA-EMP            PIC 9(4) VALUE ZEROS.
      *    Revision del empleado en curso
       01 WS-CUMPLE                  PIC X VALUE 'S'.
           88 DATO-CUMPLE            VALUE 'S'.
       01 WS-FALT-PUNTERO            PIC 99 VALUE 1.
       01 WS-BANCO-VALIDA            PIC X(3) VALUE SPACES.
       01 WS-RESULTADO-CLABE         PIC X VALUE 'S'.
           88 CLABE-VALIDA           VALUE 'S'.
      *    Cortes y acumulados
       01 WS-CORTE.
           05 WS-CRT-COMPANIA        PIC 99 VALUE ZEROS.
           05 WS-CRT-DEPTO           PIC X(4) VALUE SPACES.
           05 WS-CRT-PRIMERO         PIC X VALUE 'S'.
               88 CRT-PRIMERO        VALUE 'S'.
       01 WS-ACUM-DEPTO.
           05 WS-AD-EMPLEADOS        PIC 9(5) VALUE ZEROS.
           05 WS-AD-COMPLETOS        PIC 9(5) VALUE ZEROS.
           05 WS-AD-REVISADOS        PIC 9(7) VALUE ZEROS.
           05 WS-AD-CUMPLIDOS        PIC 9(7) VALUE ZEROS.
       01 WS-ACUM-COMPANIA.
           05 WS-AC-EMPLEADOS        PIC 9(5) VALUE ZEROS.
           05 WS-AC-COMPLETOS        PIC 9(5) VALUE ZEROS.
           05 WS-AC-REVISADOS        PIC 9(7) VALUE ZEROS.
           05 WS-AC-CUMPLIDOS        PIC 9(7) VALUE ZEROS.
       01 WS-ACUM-TOTAL.
           05 WS-AT-EMPLEADOS        PIC 9(5) VALUE ZEROS.
           05 WS-AT-COMPLETOS        PIC 9(5) VALUE ZEROS.
           05 WS-AT-REVISADOS        PIC 9(7) VALUE ZEROS.
           05 WS-AT-CUMPLIDOS        PIC 9(7) VALUE ZEROS.
      *    Renglon de totales que se esta imprimiendo
       01 WS-TOT-RENGLON.
           05 WS-TR-ETIQUETA         PIC X(40).
           05 WS-TR-COMPANIA         PIC 99.
           05 WS-TR-DEPTO            PIC X(4).
           05 WS-TR-EMPLEADOS        PIC 9(5).
           05 WS-TR-COMPLETOS        PIC 9(5).
           05 WS-TR-REVISADOS        PIC 9(7).
           05 WS-TR-CUMPLIDOS        PIC 9(7).
       01 WS-PCT-ACTUAL              PIC 9(3)V99 VALUE ZEROS.
       01 WS-PCT-ANTERIOR            PIC 9(3)V99 VALUE ZEROS.
       01 WS-PCT-CAMBIO              PIC S9(3)V99 VALUE ZEROS.
       01 WS-PCT-ED                  PIC ZZ9.99.
       01 WS-PCT-ANT-ED              PIC ZZ9.99.
       01 WS-CAMBIO-ED               PIC +ZZ9.99.
       01 WS-EMPL-ED                 PIC ZZZZ9.
       01 WS-COMPL-ED                PIC ZZZZ9.
       01 WS-NOMBRE-DEPTO            PIC X(30) VALUE SPACES.
       01 WS-LINEA                   PIC X(132) VALUE SPACES.
      *    Historia: renglones de la corrida anterior (la ultima de
      *    un dia distinto de hoy)
       01 WS-REG-HISTORIA.
           05 HIS-FECHA              PIC 9(8).
           05 HIS-COMPANIA           PIC 99.
           05 HIS-DEPTO              PIC X(4).
           05 HIS-REVISADOS          PIC 9(7).
           05 HIS-CUMPLIDOS          PIC 9(7).
       01 WS-FECHA-ANTERIOR          PIC 9(8) VALUE ZEROS.
       01 WS-TABLA-ANT.
           05 WS-ANT-NUM             PIC 999 VALUE ZEROS.
           05 WS-ANT-ENT OCCURS 600 TIMES.
               10 WS-ANT-COMPANIA    PIC 99.
               10 WS-ANT-DEPTO       PIC X(4).
               10 WS-ANT-REVISADOS   PIC 9(7).
               10 WS-ANT-CUMPLIDOS   PIC 9(7).
       01 WS-ANT-IDX                 PIC 999 VALUE ZEROS.
       01 WS-ANT-POS                 PIC 999 VALUE ZEROS.
      *    Renglones de esta corrida para la historia
       01 WS-TABLA-NVA.
           05 WS-NVA-NUM             PIC 999 VALUE ZEROS.
           05 WS-NVA-ENT OCCURS 600 TIMES.
               10 WS-NVA-COMPANIA    PIC 99.
               10 WS-NVA-DEPTO       PIC X(4).
               10 WS-NVA-REVISADOS   PIC 9(7).
               10 WS-NVA-CUMPLIDOS   PIC 9(7).
       01 WS-NVA-IDX                 PIC 999 VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            PERFORM 012-CARGAR-REQUERIDOS
               THRU
               012-CARGAR-REQUERIDOS-SAL
            PERFORM 014-CARGAR-BENEFICIARIOS
               THRU
               014-CARGAR-BENEFICIARIOS-SAL
            PERFORM 016-CARGAR-ANTERIOR
               THRU
               016-CARGAR-ANTERIOR-SAL
            SORT WK-ORDEN-CPL
                ON ASCENDING KEY ORD-COMPANIA
                ON ASCENDING KEY ORD-DEPTO
                ON ASCENDING KEY ORD-EMP-ID
                INPUT PROCEDURE 020-REVISAR-ACTIVOS
                    THRU 020-REVISAR-ACTIVOS-SAL
                OUTPUT PROCEDURE 040-ESCRIBIR-REPORTE
                    THRU 040-ESCRIBIR-REPORTE-SAL
            PERFORM 060-GRABAR-HISTORIA
               THRU
               060-GRABAR-HISTORIA-SAL
            MOVE ZEROS TO WS-PCT-ACTUAL
            IF WS-AT-REVISADOS > ZEROS
                COMPUTE WS-PCT-ACTUAL ROUNDED =
                    WS-AT-CUMPLIDOS * 100 / WS-AT-REVISADOS
            END-IF
            MOVE WS-PCT-ACTUAL TO WS-PCT-ED
            DISPLAY 'Activos revisados: ' WS-AT-EMPLEADOS
                '  Completos: ' WS-AT-COMPLETOS
                '  Datos completos: ' WS-PCT-ED '%' UPON CONSOLE
            DISPLAY 'Tablero en COMPLETO.TXT' UPON CONSOLE
            GOBACK.

       012-CARGAR-REQUERIDOS.
      *    Con DATOSREQ.TXT solo quedan requeridos los codigos que
      *    trae; sin el archivo se revisan todos
            OPEN INPUT F-REQUERIDOS
            IF WS-STATUS-REQUERIDOS NOT = '00'
                GO TO 012-CARGAR-REQUERIDOS-SAL
            END-IF
            PERFORM VARYING WS-DATO-IDX FROM 1 BY 1
                UNTIL WS-DATO-IDX > WS-DATO-NUM
                MOVE 'N' TO WS-DATO-REQUERIDO(WS-DATO-IDX)
            END-PERFORM
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REQUERIDOS INTO WS-RENGLON-REQ
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM VARYING WS-DATO-IDX FROM 1 BY 1
                            UNTIL WS-DATO-IDX > WS-DATO-NUM
                            IF WS-DATO-CODIGO(WS-DATO-IDX)
                                = WS-REQ-CODIGO
                                MOVE 'S'
                                    TO WS-DATO-REQUERIDO(WS-DATO-IDX)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE F-REQUERIDOS.
       012-CARGAR-REQUERIDOS-SAL.
            EXIT.

       014-CARGAR-BENEFICIARIOS.
            MOVE ZEROS TO WS-BEN-NUM
            OPEN INPUT F-DEPENDIENTES
            IF WS-STATUS-DEPENDIENTES NOT = '00'
                GO TO 014-CARGAR-BENEFICIARIOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-DEPENDIENTES INTO WS-RENGLON-DEP
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-DEP-EMP NUMERIC AND WS-DEP-PCT NUMERIC
                            MOVE ZEROS TO WS-BEN-POS
                            PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                                UNTIL WS-BEN-IDX > WS-BEN-NUM
                                OR WS-BEN-POS > ZEROS
                                IF WS-BEN-EMP(WS-BEN-IDX) = WS-DEP-EMP
                                    MOVE WS-BEN-IDX TO WS-BEN-POS
                                END-IF
                            END-PERFORM
                            IF WS-BEN-POS = ZEROS
                                AND WS-BEN-NUM < 5000
                                ADD 1 TO WS-BEN-NUM
                                MOVE WS-BEN-NUM TO WS-BEN-POS
                                MOVE WS-DEP-EMP
                                    TO WS-BEN-EMP(WS-BEN-POS)
                                MOVE ZEROS TO WS-BEN-SUMA(WS-BEN-POS)
                            END-IF
                            IF WS-BEN-POS > ZEROS
                                ADD WS-DEP-PCT
                                    TO WS-BEN-SUMA(WS-BEN-POS)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-DEPENDIENTES.
       014-CARGAR-BENEFICIARIOS-SAL.
            EXIT.

       016-CARGAR-ANTERIOR.
      *    Primera pasada: fecha de la ultima corrida anterior a hoy;
      *    segunda: sus renglones (a igual llave gana el ultimo)
            MOVE ZEROS TO WS-FECHA-ANTERIOR
            MOVE ZEROS TO WS-ANT-NUM
            OPEN INPUT F-HISTORIA
            IF WS-STATUS-HISTORIA NOT = '00'
                GO TO 016-CARGAR-ANTERIOR-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-HISTORIA INTO WS-REG-HISTORIA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF HIS-FECHA < WS-FECHA-SIS
                            AND HIS-FECHA > WS-FECHA-ANTERIOR
                            MOVE HIS-FECHA TO WS-FECHA-ANTERIOR
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-HISTORIA
            IF WS-FECHA-ANTERIOR = ZEROS
                GO TO 016-CARGAR-ANTERIOR-SAL
            END-IF
            OPEN INPUT F-HISTORIA
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-HISTORIA INTO WS-REG-HISTORIA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF HIS-FECHA = WS-FECHA-ANTERIOR
                            PERFORM 018-GUARDAR-ANTERIOR
                               THRU
                               018-GUARDAR-ANTERIOR-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-HISTORIA.
       016-CARGAR-ANTERIOR-SAL.
            EXIT.

       018-GUARDAR-ANTERIOR.
            MOVE ZEROS TO WS-ANT-POS
            PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
                UNTIL WS-ANT-IDX > WS-ANT-NUM OR WS-ANT-POS > ZEROS
                IF WS-ANT-COMPANIA(WS-ANT-IDX) = HIS-COMPANIA
                    AND WS-ANT-DEPTO(WS-ANT-IDX) = HIS-DEPTO
                    MOVE WS-ANT-IDX TO WS-ANT-POS
                END-IF
            END-PERFORM
            IF WS-ANT-POS = ZEROS
                IF WS-ANT-NUM NOT < 600
                    GO TO 018-GUARDAR-ANTERIOR-SAL
                END-IF
                ADD 1 TO WS-ANT-NUM
                MOVE WS-ANT-NUM TO WS-ANT-POS
            END-IF
            MOVE HIS-COMPANIA TO WS-ANT-COMPANIA(WS-ANT-POS)
            MOVE HIS-DEPTO TO WS-ANT-DEPTO(WS-ANT-POS)
            MOVE HIS-REVISADOS TO WS-ANT-REVISADOS(WS-ANT-POS)
            MOVE HIS-CUMPLIDOS TO WS-ANT-CUMPLIDOS(WS-ANT-POS).
       018-GUARDAR-ANTERIOR-SAL.
            EXIT.

       020-REVISAR-ACTIVOS.
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Aviso: no se pudo abrir el maestro, status '
                    WS-STATUS-EMPLEADOS UPON CONSOLE
                GO TO 020-REVISAR-ACTIVOS-SAL
            END-IF
            MOVE 'N' TO WS-HAY-DOMICILIOS
            OPEN INPUT F-DOMICILIOS
            IF DOM-OK
                MOVE 'S' TO WS-HAY-DOMICILIOS
            END-IF
            MOVE 'N' TO WS-HAY-COMPLEMENTO
            OPEN INPUT F-COMPLEMENTO
            IF CMP-OK
                MOVE 'S' TO WS-HAY-COMPLEMENTO
            END-IF
            MOVE 'N' TO WS-FIN-EMPLEADOS
            PERFORM UNTIL FIN-EMPLEADOS
                READ F-EMPLEADOS NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-EMPLEADOS
                    NOT AT END
                        IF NOT EMP-BAJA
                            PERFORM 025-REVISAR-EMPLEADO
                               THRU
                               025-REVISAR-EMPLEADO-SAL
                        END-IF
                END-READ
            END-PERFORM
            IF HAY-DOMICILIOS
                CLOSE F-DOMICILIOS
            END-IF
            IF HAY-COMPLEMENTO
                CLOSE F-COMPLEMENTO
            END-IF
            CLOSE F-EMPLEADOS.
       020-REVISAR-ACTIVOS-SAL.
            EXIT.

       025-REVISAR-EMPLEADO.
            IF REG-COMPANIA NUMERIC AND REG-COMPANIA > ZEROS
                MOVE REG-COMPANIA TO ORD-COMPANIA
            ELSE
                MOVE 01 TO ORD-COMPANIA
            END-IF
            MOVE REG-DEPTO TO ORD-DEPTO
            MOVE EMP-ID-REG TO ORD-EMP-ID
            MOVE SPACES TO ORD-NOMBRE
            STRING REG-APE-PATERNO DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                REG-NOMBRE DELIMITED BY '  '
                INTO ORD-NOMBRE
            MOVE ZERO TO ORD-REVISADOS
            MOVE ZERO TO ORD-CUMPLIDOS
            MOVE SPACES TO ORD-FALTANTES
            MOVE 1 TO WS-FALT-PUNTERO
            PERFORM VARYING WS-DATO-IDX FROM 1 BY 1
                UNTIL WS-DATO-IDX > WS-DATO-NUM
                IF DATO-REQUERIDO(WS-DATO-IDX)
                    PERFORM 030-REVISAR-DATO
                       THRU
                       030-REVISAR-DATO-SAL
                END-IF
            END-PERFORM
            RELEASE REG-ORDEN-CPL.
       025-REVISAR-EMPLEADO-SAL.
            EXIT.

       030-REVISAR-DATO.
            MOVE 'S' TO WS-CUMPLE
            EVALUATE WS-DATO-IDX
                WHEN 1
      *            La CLABE solo se exige a quien cobra por
      *            transferencia
                    IF NOT PAGO-TRANSFER
                        GO TO 030-REVISAR-DATO-SAL
                    END-IF
                    MOVE REG-BANCO TO WS-BANCO-VALIDA
                    CALL 'PRG01147' USING WS-BANCO-VALIDA REG-CLABE
                        WS-RESULTADO-CLABE
                    IF REG-BANCO = SPACES OR NOT CLABE-VALIDA
                        MOVE 'N' TO WS-CUMPLE
                    END-IF
                WHEN 2
                    IF REG-RFC = SPACES
                        MOVE 'N' TO WS-CUMPLE
                    END-IF
                WHEN 3
                    IF REG-CURP = SPACES
                        MOVE 'N' TO WS-CUMPLE
                    END-IF
                WHEN 4
                    MOVE 'N' TO WS-CUMPLE
                    IF HAY-DOMICILIOS
                        MOVE EMP-ID-REG TO DOM-EMP-ID
                        READ F-DOMICILIOS
                            NOT INVALID KEY
                                IF DOM-CALLE NOT = SPACES
                                    AND DOM-CP NOT = SPACES
                                    MOVE 'S' TO WS-CUMPLE
                                END-IF
                        END-READ
                    END-IF
                WHEN 5
                    MOVE ZEROS TO WS-BEN-SUMA-EMP
                    PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                        UNTIL WS-BEN-IDX > WS-BEN-NUM
                        IF WS-BEN-EMP(WS-BEN-IDX) = EMP-ID-REG
                            MOVE WS-BEN-SUMA(WS-BEN-IDX)
                                TO WS-BEN-SUMA-EMP
                        END-IF
                    END-PERFORM
                    IF WS-BEN-SUMA-EMP NOT = 100
                        MOVE 'N' TO WS-CUMPLE
                    END-IF
                WHEN 6
                    IF REG-GRADO NOT NUMERIC OR REG-GRADO = ZERO
                        OR REG-ESCALON NOT NUMERIC
                        OR REG-ESCALON = ZERO
                        MOVE 'N' TO WS-CUMPLE
                    END-IF
                WHEN 7
                    MOVE 'N' TO WS-CUMPLE
                    IF HAY-COMPLEMENTO
                        MOVE EMP-ID-REG TO CMP-EMP-ID
                        READ F-COMPLEMENTO
                            NOT INVALID KEY
                                IF CMP-NSS NOT = SPACES
                                    MOVE 'S' TO WS-CUMPLE
                                END-IF
                        END-READ
                    END-IF
            END-EVALUATE
            ADD 1 TO ORD-REVISADOS
            IF DATO-CUMPLE
                ADD 1 TO ORD-CUMPLIDOS
            ELSE
                STRING WS-DATO-CODIGO(WS-DATO-IDX) ' '
                    DELIMITED BY SIZE
                    INTO ORD-FALTANTES
                    WITH POINTER WS-FALT-PUNTERO
            END-IF.
       030-REVISAR-DATO-SAL.
            EXIT.

       040-ESCRIBIR-REPORTE.
            OPEN OUTPUT F-REPORTE
            MOVE 'N' TO WS-HAY-CATALOGO
            OPEN INPUT F-DEPTOS
            IF DEP-OK
                MOVE 'S' TO WS-HAY-CATALOGO
            END-IF
            MOVE SPACES TO WS-LINEA
            STRING 'DATOS COMPLETOS DEL EXPEDIENTE AL ' WS-FECHA-SIS
                DELIMITED BY SIZE
                INTO WS-LINEA
            IF WS-FECHA-ANTERIOR > ZEROS
                STRING WS-LINEA DELIMITED BY '  '
                    '  (COMPARADO CONTRA EL ' WS-FECHA-ANTERIOR ')'
                    DELIMITED BY SIZE
                    INTO REG-REPORTE
            ELSE
                MOVE WS-LINEA TO REG-REPORTE
            END-IF
            WRITE REG-REPORTE
            MOVE 'DATOS REQUERIDOS:' TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING WS-DATO-IDX FROM 1 BY 1
                UNTIL WS-DATO-IDX > WS-DATO-NUM
                IF DATO-REQUERIDO(WS-DATO-IDX)
                    MOVE SPACES TO WS-LINEA
                    STRING '  ' WS-DATO-CODIGO(WS-DATO-IDX) ' '
                        WS-DATO-DESCRIPCION(WS-DATO-IDX)
                        DELIMITED BY SIZE
                        INTO WS-LINEA
                    MOVE WS-LINEA TO REG-REPORTE
                    WRITE REG-REPORTE
                END-IF
            END-PERFORM
            MOVE 'S' TO WS-CRT-PRIMERO
            MOVE ZEROS TO WS-ACUM-TOTAL
            MOVE 'N' TO WS-FIN-ORDEN
            PERFORM UNTIL FIN-ORDEN
                RETURN WK-ORDEN-CPL
                    AT END
                        MOVE 'Y' TO WS-FIN-ORDEN
                    NOT AT END
                        PERFORM 045-DETALLE
                           THRU
                           045-DETALLE-SAL
                END-RETURN
            END-PERFORM
            IF NOT CRT-PRIMERO
                PERFORM 050-CIERRE-DEPTO
                   THRU
                   050-CIERRE-DEPTO-SAL
                PERFORM 052-CIERRE-COMPANIA
                   THRU
                   052-CIERRE-COMPANIA-SAL
            END-IF
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'TOTAL GENERAL' TO WS-TR-ETIQUETA
            MOVE ZEROS TO WS-TR-COMPANIA
            MOVE SPACES TO WS-TR-DEPTO
            MOVE WS-AT-EMPLEADOS TO WS-TR-EMPLEADOS
            MOVE WS-AT-COMPLETOS TO WS-TR-COMPLETOS
            MOVE WS-AT-REVISADOS TO WS-TR-REVISADOS
            MOVE WS-AT-CUMPLIDOS TO WS-TR-CUMPLIDOS
            PERFORM 055-RENGLON-TOTAL
               THRU
               055-RENGLON-TOTAL-SAL
            IF HAY-CATALOGO
                CLOSE F-DEPTOS
            END-IF
            CLOSE F-REPORTE.
       040-ESCRIBIR-REPORTE-SAL.
            EXIT.

       045-DETALLE.
            IF NOT CRT-PRIMERO
                AND (ORD-COMPANIA NOT = WS-CRT-COMPANIA
                OR ORD-DEPTO NOT = WS-CRT-DEPTO)
                PERFORM 050-CIERRE-DEPTO
                   THRU
                   050-CIERRE-DEPTO-SAL
            END-IF
            IF NOT CRT-PRIMERO
                AND ORD-COMPANIA NOT = WS-CRT-COMPANIA
                PERFORM 052-CIERRE-COMPANIA
                   THRU
                   052-CIERRE-COMPANIA-SAL
            END-IF
            IF CRT-PRIMERO
                OR ORD-COMPANIA NOT = WS-CRT-COMPANIA
                OR ORD-DEPTO NOT = WS-CRT-DEPTO
                PERFORM 048-ENCABEZADO-DEPTO
                   THRU
                   048-ENCABEZADO-DEPTO-SAL
            END-IF
            MOVE 'N' TO WS-CRT-PRIMERO
            MOVE ORD-COMPANIA TO WS-CRT-COMPANIA
            MOVE ORD-DEPTO TO WS-CRT-DEPTO
            ADD 1 TO WS-AD-EMPLEADOS
            ADD ORD-REVISADOS TO WS-AD-REVISADOS
            ADD ORD-CUMPLIDOS TO WS-AD-CUMPLIDOS
            IF ORD-CUMPLIDOS = ORD-REVISADOS
                ADD 1 TO WS-AD-COMPLETOS
                GO TO 045-DETALLE-SAL
            END-IF
      *    Solo se listan los que les falta algo
            MOVE SPACES TO WS-LINEA
            STRING '  ' ORD-EMP-ID ' ' ORD-NOMBRE ' FALTA: '
                ORD-FALTANTES
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE.
       045-DETALLE-SAL.
            EXIT.

       048-ENCABEZADO-DEPTO.
            MOVE ZEROS TO WS-ACUM-DEPTO
            MOVE SPACES TO WS-NOMBRE-DEPTO
            IF HAY-CATALOGO
                MOVE ORD-DEPTO TO DEP-CODIGO
                READ F-DEPTOS
                    NOT INVALID KEY
                        MOVE DEP-DESCRIPCION TO WS-NOMBRE-DEPTO
                END-READ
            END-IF
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA
            STRING 'COMPAÑIA ' ORD-COMPANIA '  DEPARTAMENTO ' ORD-DEPTO
                ' ' WS-NOMBRE-DEPTO
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE.
       048-ENCABEZADO-DEPTO-SAL.
            EXIT.

       050-CIERRE-DEPTO.
            MOVE SPACES TO WS-TR-ETIQUETA
            STRING '  TOTAL DEPTO ' WS-CRT-DEPTO
                DELIMITED BY SIZE
                INTO WS-TR-ETIQUETA
            MOVE WS-CRT-COMPANIA TO WS-TR-COMPANIA
            MOVE WS-CRT-DEPTO TO WS-TR-DEPTO
            MOVE WS-AD-EMPLEADOS TO WS-TR-EMPLEADOS
            MOVE WS-AD-COMPLETOS TO WS-TR-COMPLETOS
            MOVE WS-AD-REVISADOS TO WS-TR-REVISADOS
            MOVE WS-AD-CUMPLIDOS TO WS-TR-CUMPLIDOS
            PERFORM 055-RENGLON-TOTAL
               THRU
               055-RENGLON-TOTAL-SAL
            PERFORM 058-GUARDAR-NUEVO
               THRU
               058-GUARDAR-NUEVO-SAL
            ADD WS-AD-EMPLEADOS TO WS-AC-EMPLEADOS
            ADD WS-AD-COMPLETOS TO WS-AC-COMPLETOS
            ADD WS-AD-REVISADOS TO WS-AC-REVISADOS
            ADD WS-AD-CUMPLIDOS TO WS-AC-CUMPLIDOS.
       050-CIERRE-DEPTO-SAL.
            EXIT.

       052-CIERRE-COMPANIA.
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-TR-ETIQUETA
            STRING 'TOTAL COMPAÑIA ' WS-CRT-COMPANIA
                DELIMITED BY SIZE
                INTO WS-TR-ETIQUETA
            MOVE WS-CRT-COMPANIA TO WS-TR-COMPANIA
            MOVE '****' TO WS-TR-DEPTO
            MOVE WS-AC-EMPLEADOS TO WS-TR-EMPLEADOS
            MOVE WS-AC-COMPLETOS TO WS-TR-COMPLETOS
            MOVE WS-AC-REVISADOS TO WS-TR-REVISADOS
            MOVE WS-AC-CUMPLIDOS TO WS-TR-CUMPLIDOS
            PERFORM 055-RENGLON-TOTAL
               THRU
               055-RENGLON-TOTAL-SAL
            PERFORM 058-GUARDAR-NUEVO
               THRU
               058-GUARDAR-NUEVO-SAL
            ADD WS-AC-EMPLEADOS TO WS-AT-EMPLEADOS
            ADD WS-AC-COMPLETOS TO WS-AT-COMPLETOS
            ADD WS-AC-REVISADOS TO WS-AT-REVISADOS
            ADD WS-AC-CUMPLIDOS TO WS-AT-CUMPLIDOS
            MOVE ZEROS TO WS-ACUM-COMPANIA.
       052-CIERRE-COMPANIA-SAL.
            EXIT.

       055-RENGLON-TOTAL.
      *    Porcentaje de datos cumplidos y su cambio contra la corrida
      *    anterior de la misma compañia y departamento
            MOVE ZEROS TO WS-PCT-ACTUAL
            IF WS-TR-REVISADOS > ZEROS
                COMPUTE WS-PCT-ACTUAL ROUNDED =
                    WS-TR-CUMPLIDOS * 100 / WS-TR-REVISADOS
            END-IF
            MOVE WS-PCT-ACTUAL TO WS-PCT-ED
            MOVE WS-TR-EMPLEADOS TO WS-EMPL-ED
            MOVE WS-TR-COMPLETOS TO WS-COMPL-ED
            MOVE SPACES TO WS-LINEA
            STRING WS-TR-ETIQUETA ' EMPLEADOS ' WS-EMPL-ED
                ' COMPLETOS ' WS-COMPL-ED '  DATOS ' WS-PCT-ED '%'
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE ZEROS TO WS-ANT-POS
            PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
                UNTIL WS-ANT-IDX > WS-ANT-NUM OR WS-ANT-POS > ZEROS
                IF WS-ANT-COMPANIA(WS-ANT-IDX) = WS-TR-COMPANIA
                    AND WS-ANT-DEPTO(WS-ANT-IDX) = WS-TR-DEPTO
                    MOVE WS-ANT-IDX TO WS-ANT-POS
                END-IF
            END-PERFORM
      *    El total general suma la historia de todas las compañias
            IF WS-TR-COMPANIA = ZEROS AND WS-ANT-NUM > ZEROS
                MOVE ZEROS TO WS-TR-REVISADOS
                MOVE ZEROS TO WS-TR-CUMPLIDOS
                PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
                    UNTIL WS-ANT-IDX > WS-ANT-NUM
                    IF WS-ANT-DEPTO(WS-ANT-IDX) = '****'
                        ADD WS-ANT-REVISADOS(WS-ANT-IDX)
                            TO WS-TR-REVISADOS
                        ADD WS-ANT-CUMPLIDOS(WS-ANT-IDX)
                            TO WS-TR-CUMPLIDOS
                    END-IF
                END-PERFORM
                IF WS-TR-REVISADOS > ZEROS
                    COMPUTE WS-PCT-ANTERIOR ROUNDED =
                        WS-TR-CUMPLIDOS * 100 / WS-TR-REVISADOS
                    MOVE 1 TO WS-ANT-POS
                END-IF
            ELSE
                IF WS-ANT-POS > ZEROS
                    MOVE ZEROS TO WS-PCT-ANTERIOR
                    IF WS-ANT-REVISADOS(WS-ANT-POS) > ZEROS
                        COMPUTE WS-PCT-ANTERIOR ROUNDED =
                            WS-ANT-CUMPLIDOS(WS-ANT-POS) * 100
                            / WS-ANT-REVISADOS(WS-ANT-POS)
                    END-IF
                END-IF
            END-IF
            IF WS-ANT-POS > ZEROS
                COMPUTE WS-PCT-CAMBIO = WS-PCT-ACTUAL - WS-PCT-ANTERIOR
                MOVE WS-PCT-ANTERIOR TO WS-PCT-ANT-ED
                MOVE WS-PCT-CAMBIO TO WS-CAMBIO-ED
                MOVE SPACES TO REG-REPORTE
                STRING WS-LINEA DELIMITED BY '%'
                    '%  ANTERIOR ' WS-PCT-ANT-ED '%  CAMBIO '
                    WS-CAMBIO-ED
                    DELIMITED BY SIZE
                    INTO REG-REPORTE
            ELSE
                MOVE SPACES TO REG-REPORTE
                STRING WS-LINEA DELIMITED BY '%'
                    '%  SIN CORRIDA ANTERIOR'
                    DELIMITED BY SIZE
                    INTO REG-REPORTE
            END-IF
            WRITE REG-REPORTE.
       055-RENGLON-TOTAL-SAL.
            EXIT.

       058-GUARDAR-NUEVO.
            IF WS-NVA-NUM NOT < 600
                GO TO 058-GUARDAR-NUEVO-SAL
            END-IF
            ADD 1 TO WS-NVA-NUM
            MOVE WS-TR-COMPANIA TO WS-NVA-COMPANIA(WS-NVA-NUM)
            MOVE WS-TR-DEPTO TO WS-NVA-DEPTO(WS-NVA-NUM)
            MOVE WS-TR-REVISADOS TO WS-NVA-REVISADOS(WS-NVA-NUM)
            MOVE WS-TR-CUMPLIDOS TO WS-NVA-CUMPLIDOS(WS-NVA-NUM).
       058-GUARDAR-NUEVO-SAL.
            EXIT.

       060-GRABAR-HISTORIA.
            IF WS-NVA-NUM = ZEROS
                GO TO 060-GRABAR-HISTORIA-SAL
            END-IF
            OPEN EXTEND F-HISTORIA
            IF WS-STATUS-HISTORIA = '35'
                OPEN OUTPUT F-HISTORIA
            END-IF
            PERFORM VARYING WS-NVA-IDX FROM 1 BY 1
                UNTIL WS-NVA-IDX > WS-NVA-NUM
                MOVE WS-FECHA-SIS TO HIS-FECHA
                MOVE WS-NVA-COMPANIA(WS-NVA-IDX) TO HIS-COMPANIA
                MOVE WS-NVA-DEPTO(WS-NVA-IDX) TO HIS-DEPTO
                MOVE WS-NVA-REVISADOS(WS-NVA-IDX) TO HIS-REVISADOS
                MOVE WS-NVA-CUMPLIDOS(WS-NVA-IDX) TO HIS-CUMPLIDOS
                MOVE WS-REG-HISTORIA TO REG-HISTORIA
                WRITE REG-HISTORIA
            END-PERFORM
            CLOSE F-HISTORIA.
       060-GRABAR-HISTORIA-SAL.
            EXIT.

       END PROGRAM PRG01146.
