       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01143.
      *  Rotacion de personal del mes por compañia y departamento:
      *  plantilla inicial, altas, reingresos (PRG01093), bajas por
      *  motivo (catalogo MOTBAJA), plantilla final, indice de
      *  rotacion del mes (bajas entre la plantilla promedio), bajas
      *  tempranas (dentro de los 90 dias del ingreso) e indice de
      *  los doce meses moviles que terminan en el mes; cada periodo
      *  de empleo cuenta por separado: el vigente del maestro y las
      *  estancias anteriores de los reingresados en ESTINTS.TXT; la
      *  compañia y el departamento son los vigentes del expediente;
      *  salida en ROTACION.TXT - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-REG
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-ESTANCIAS ASSIGN TO "ESTINTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTANCIAS.
           SELECT F-COMPANIAS ASSIGN TO "COMPANIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPANIAS.
           SELECT F-REPORTE ASSIGN TO "ROTACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-ESTANCIAS.
       01 REG-ESTANCIA               PIC X(23).
       FD  F-COMPANIAS.
       01 REG-COMPANIA-TXT           PIC X(60).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-ESTANCIAS        PIC XX VALUE '00'.
       01 WS-STATUS-COMPANIAS        PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       COPY MOTBAJA.
       COPY DIASXMES.
       01 MesRep                     PIC 99 VALUE ZEROS.
       01 AnhoRep                    PIC 9999 VALUE ZEROS.
       01 WS-DIA-FIN                 PIC 99 VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
      *    Ventanas del mes y de los doce meses moviles (AAAAMMDD)
       01 WS-VENTANAS.
           05 WS-INI-MES             PIC 9(8) VALUE ZEROS.
           05 WS-FIN-MES             PIC 9(8) VALUE ZEROS.
           05 WS-INI-12              PIC 9(8) VALUE ZEROS.
       01 WS-REG-ESTANCIA.
           05 EST-EMP                PIC 9(6).
           05 EST-INGRESO            PIC 9(8).
           05 EST-BAJA               PIC 9(8).
           05 EST-MOTIVO             PIC X.
       01 WS-TABLA-EST.
           05 WS-EST-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-EST-ENT OCCURS 5000 TIMES.
               10 WS-EST-T-EMP       PIC 9(6).
               10 WS-EST-T-INGRESO   PIC 9(8).
               10 WS-EST-T-BAJA      PIC 9(8).
               10 WS-EST-T-MOTIVO    PIC X.
       01 WS-EST-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-EST-OTRO                PIC 9(4) VALUE ZEROS.
      *    Periodo de empleo que se esta contando
       01 WS-PERIODO.
           05 WS-PER-COMPANIA        PIC 99.
           05 WS-PER-DEPTO           PIC X(4).
           05 WS-PER-INGRESO         PIC 9(8).
           05 WS-PER-BAJA            PIC 9(8).
           05 WS-PER-MOTIVO          PIC X.
           05 WS-PER-REINGRESO       PIC X.
               88 PER-ES-REINGRESO   VALUE 'S'.
      *    Cifras por compañia y departamento; la tabla se mantiene
      *    ordenada al insertar. Cifras: 1 plantilla inicial, 2
      *    altas, 3 reingresos, 4-8 bajas por motivo del catalogo, 9
      *    bajas sin motivo, 10 total de bajas, 11 plantilla final,
      *    12 bajas tempranas, 13 plantilla al inicio de los doce
      *    meses, 14 bajas de los doce meses
       01 WS-TABLA-GRP.
           05 WS-GRP-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-GRP-ENT OCCURS 500 TIMES.
               10 WS-GRP-COMPANIA    PIC 99.
               10 WS-GRP-DEPTO       PIC X(4).
               10 WS-GRP-CIFRA       PIC 9(5) OCCURS 14 TIMES.
       01 WS-GRP-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-GRP-POS                 PIC 9(4) VALUE ZEROS.
       01 WS-GRP-LLENA               PIC X VALUE 'N'.
           88 GRP-LLENA              VALUE 'S'.
       01 WS-CIF-IDX                 PIC 99 VALUE ZEROS.
      *    Renglon a imprimir y acumulados de compañia y generales
       01 WS-RENGLON.
           05 WS-RNG-CIFRA           PIC 9(5) OCCURS 14 TIMES.
       01 WS-RENGLON-NOMBRES REDEFINES WS-RENGLON.
           05 RNG-INICIAL            PIC 9(5).
           05 RNG-ALTAS              PIC 9(5).
           05 RNG-REINGRESOS         PIC 9(5).
           05 RNG-BAJA-MOTIVO        PIC 9(5) OCCURS 5 TIMES.
           05 RNG-BAJA-SIN-MOTIVO    PIC 9(5).
           05 RNG-BAJAS              PIC 9(5).
           05 RNG-FINAL              PIC 9(5).
           05 RNG-TEMPRANAS          PIC 9(5).
           05 RNG-INICIAL-12         PIC 9(5).
           05 RNG-BAJAS-12           PIC 9(5).
       01 WS-SUBTOTAL.
           05 WS-SUB-CIFRA           PIC 9(5) OCCURS 14 TIMES.
       01 WS-TOTAL.
           05 WS-TOT-CIFRA           PIC 9(5) OCCURS 14 TIMES.
       01 WS-CORTE-COMPANIA          PIC 99 VALUE ZEROS.
       01 WS-ETIQUETA                PIC X(14) VALUE SPACES.
       01 WS-PROMEDIO                PIC 9(5)V99 VALUE ZEROS.
       01 WS-ROT-MES                 PIC 9(3)V99 VALUE ZEROS.
       01 WS-ROT-12                  PIC 9(3)V99 VALUE ZEROS.
       01 WS-ROT-MES-ED              PIC ZZ9.99.
       01 WS-ROT-12-ED               PIC ZZ9.99.
       01 WS-ED.
           05 WS-ED-CIFRA            PIC ZZZZ9 OCCURS 14 TIMES.
      *    Dias absolutos para las bajas tempranas (mismo metodo que
      *    060-DIAS-ABSOLUTOS de PRG01093)
       01 WS-CALC-ABS.
           05 WS-CA-ANO              PIC 9(4).
           05 WS-CA-MES              PIC 99.
           05 WS-CA-DIA              PIC 99.
           05 WS-CA-BIS              PIC X.
               88 CA-ANO-BISIESTO    VALUE 'Y'.
           05 WS-ANO-PREV            PIC 9(4).
           05 WS-BIS-Q4              PIC 9(4).
           05 WS-BIS-Q100            PIC 9(4).
           05 WS-BIS-Q400            PIC 9(4).
           05 WS-BIS-DIAS            PIC 9(6).
           05 WS-CA-RESULT           PIC 9(8).
           05 WS-RES-COC             PIC 9(6).
           05 WS-RES-4               PIC 9(4).
       01 WS-FECHA-CALC              PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
           05 WS-FC-ANO              PIC 9(4).
           05 WS-FC-MES              PIC 99.
           05 WS-FC-DIA              PIC 99.
       01 WS-ABS-INGRESO             PIC 9(8) VALUE ZEROS.
       01 WS-ABS-BAJA                PIC 9(8) VALUE ZEROS.
      *    Catalogo de compañias (COMPANIA.TXT de PRG01086)
       01 WS-RENGLON-COM.
           05 WS-COM-NUMERO          PIC 99.
           05 WS-COM-NOMBRE          PIC X(40).
           05 WS-COM-REGPAT          PIC X(11).
           05 WS-COM-PRIMA-RT        PIC 9(2)V9(5).
       01 WS-TABLA-COM.
           05 WS-COM-NUM             PIC 99 VALUE ZEROS.
           05 WS-COM-ENT OCCURS 20 TIMES.
               10 WS-COM-T-NUMERO    PIC 99.
               10 WS-COM-T-NOMBRE    PIC X(40).
       01 WS-IDX                     PIC 99 VALUE ZEROS.
       01 WS-ENCONTRADO              PIC X VALUE 'N'.
           88 FILA-ENCONTRADA        VALUE 'Y'.
       01 WS-NOMBRE-COM              PIC X(40) VALUE SPACES.
       01 WS-LINEA                   PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Rotacion de personal' UPON CONSOLE
            DISPLAY 'Mes del reporte (1-12): ' UPON CONSOLE
            ACCEPT MesRep FROM CONSOLE
            DISPLAY 'Anho del reporte: ' UPON CONSOLE
            ACCEPT AnhoRep FROM CONSOLE
            MOVE 01 TO WS-DIA-FIN
            CALL 'PRG01013' USING WS-DIA-FIN MesRep AnhoRep
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Mes o anho invalido' UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 012-VENTANAS
               THRU
               012-VENTANAS-SAL
            PERFORM 015-CARGAR-COMPANIAS
               THRU
               015-CARGAR-COMPANIAS-SAL
            PERFORM 018-CARGAR-ESTANCIAS
               THRU
               018-CARGAR-ESTANCIAS-SAL
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro, status '
                    WS-STATUS-EMPLEADOS UPON CONSOLE
                GOBACK
            END-IF
            MOVE ZEROS TO WS-GRP-NUM
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 020-PROCESAR-EMPLEADO
               THRU
               020-PROCESAR-EMPLEADO-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-EMPLEADOS
            PERFORM 050-ESCRIBIR-REPORTE
               THRU
               050-ESCRIBIR-REPORTE-SAL
            DISPLAY 'Reporte de rotacion en ROTACION.TXT' UPON CONSOLE
            GOBACK.

       012-VENTANAS.
      *    Ultimo dia del mes: el mayor dia valido de 31 hacia abajo
            COMPUTE WS-INI-MES = (AnhoRep * 10000) + (MesRep * 100)
                + 1
            MOVE 31 TO WS-DIA-FIN
            CALL 'PRG01013' USING WS-DIA-FIN MesRep AnhoRep
                WS-FECHA-VALIDA
            PERFORM UNTIL NOT FECHA-INVALIDA OR WS-DIA-FIN < 29
                SUBTRACT 1 FROM WS-DIA-FIN
                CALL 'PRG01013' USING WS-DIA-FIN MesRep AnhoRep
                    WS-FECHA-VALIDA
            END-PERFORM
            COMPUTE WS-FIN-MES = (AnhoRep * 10000) + (MesRep * 100)
                + WS-DIA-FIN
      *    Los doce meses moviles empiezan once meses antes
            IF MesRep = 12
                COMPUTE WS-INI-12 = (AnhoRep * 10000) + 101
            ELSE
                COMPUTE WS-INI-12 = ((AnhoRep - 1) * 10000)
                    + ((MesRep + 1) * 100) + 1
            END-IF.
       012-VENTANAS-SAL.
            EXIT.

       015-CARGAR-COMPANIAS.
      *    Gana el ultimo renglon de cada compañia
            MOVE ZEROS TO WS-COM-NUM
            OPEN INPUT F-COMPANIAS
            IF WS-STATUS-COMPANIAS NOT = '00'
                GO TO 015-CARGAR-COMPANIAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-COMPANIAS INTO WS-RENGLON-COM
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        MOVE 'N' TO WS-ENCONTRADO
                        PERFORM VARYING WS-IDX FROM 1 BY 1
                            UNTIL WS-IDX > WS-COM-NUM
                            OR FILA-ENCONTRADA
                            IF WS-COM-T-NUMERO(WS-IDX) = WS-COM-NUMERO
                                MOVE WS-COM-NOMBRE
                                    TO WS-COM-T-NOMBRE(WS-IDX)
                                MOVE 'Y' TO WS-ENCONTRADO
                            END-IF
                        END-PERFORM
                        IF NOT FILA-ENCONTRADA AND WS-COM-NUM < 20
                            ADD 1 TO WS-COM-NUM
                            MOVE WS-COM-NUMERO
                                TO WS-COM-T-NUMERO(WS-COM-NUM)
                            MOVE WS-COM-NOMBRE
                                TO WS-COM-T-NOMBRE(WS-COM-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-COMPANIAS.
       015-CARGAR-COMPANIAS-SAL.
            EXIT.

       018-CARGAR-ESTANCIAS.
      *    Estancias anteriores de los reingresados (PRG01093); las
      *    de antes del motivo de baja traen la posicion 23 vacia
            MOVE ZEROS TO WS-EST-NUM
            OPEN INPUT F-ESTANCIAS
            IF WS-STATUS-ESTANCIAS NOT = '00'
                GO TO 018-CARGAR-ESTANCIAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-ESTANCIAS INTO WS-REG-ESTANCIA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF EST-EMP NUMERIC AND WS-EST-NUM < 5000
                            ADD 1 TO WS-EST-NUM
                            MOVE EST-EMP TO WS-EST-T-EMP(WS-EST-NUM)
                            MOVE EST-INGRESO
                                TO WS-EST-T-INGRESO(WS-EST-NUM)
                            MOVE EST-BAJA TO WS-EST-T-BAJA(WS-EST-NUM)
                            MOVE EST-MOTIVO
                                TO WS-EST-T-MOTIVO(WS-EST-NUM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-ESTANCIAS.
       018-CARGAR-ESTANCIAS-SAL.
            EXIT.

       020-PROCESAR-EMPLEADO.
            READ F-EMPLEADOS NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 020-PROCESAR-EMPLEADO-SAL
            END-READ
            IF REG-COMPANIA NUMERIC AND REG-COMPANIA > ZEROS
                MOVE REG-COMPANIA TO WS-PER-COMPANIA
            ELSE
                MOVE 01 TO WS-PER-COMPANIA
            END-IF
            MOVE REG-DEPTO TO WS-PER-DEPTO
      *    Periodo vigente: abierto mientras no haya baja; es
      *    reingreso si el empleado tiene estancias anteriores
            COMPUTE WS-PER-INGRESO = (REG-ING-ANHO * 10000)
                + (REG-ING-MES * 100) + REG-ING-DIA
            IF EMP-BAJA
                COMPUTE WS-PER-BAJA = (REG-BAJA-ANHO * 10000)
                    + (REG-BAJA-MES * 100) + REG-BAJA-DIA
                MOVE REG-BAJA-MOTIVO TO WS-PER-MOTIVO
            ELSE
                MOVE 99999999 TO WS-PER-BAJA
                MOVE SPACE TO WS-PER-MOTIVO
            END-IF
            MOVE 'N' TO WS-PER-REINGRESO
            PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                UNTIL WS-EST-IDX > WS-EST-NUM
                IF WS-EST-T-EMP(WS-EST-IDX) = EMP-ID-REG
                    MOVE 'S' TO WS-PER-REINGRESO
                END-IF
            END-PERFORM
            PERFORM 030-CONTAR-PERIODO
               THRU
               030-CONTAR-PERIODO-SAL
      *    Estancias anteriores; cada una es reingreso si hay otra
      *    del mismo empleado que empezo antes
            PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                UNTIL WS-EST-IDX > WS-EST-NUM
                IF WS-EST-T-EMP(WS-EST-IDX) = EMP-ID-REG
                    MOVE WS-EST-T-INGRESO(WS-EST-IDX)
                        TO WS-PER-INGRESO
                    MOVE WS-EST-T-BAJA(WS-EST-IDX) TO WS-PER-BAJA
                    MOVE WS-EST-T-MOTIVO(WS-EST-IDX) TO WS-PER-MOTIVO
                    MOVE 'N' TO WS-PER-REINGRESO
                    PERFORM VARYING WS-EST-OTRO FROM 1 BY 1
                        UNTIL WS-EST-OTRO > WS-EST-NUM
                        IF WS-EST-T-EMP(WS-EST-OTRO) = EMP-ID-REG
                            AND WS-EST-T-INGRESO(WS-EST-OTRO)
                                < WS-PER-INGRESO
                            MOVE 'S' TO WS-PER-REINGRESO
                        END-IF
                    END-PERFORM
                    PERFORM 030-CONTAR-PERIODO
                       THRU
                       030-CONTAR-PERIODO-SAL
                END-IF
            END-PERFORM.
       020-PROCESAR-EMPLEADO-SAL.
            EXIT.

       030-CONTAR-PERIODO.
      *    La fecha de baja es el ultimo dia con la empresa: quien se
      *    da de baja en el mes cuenta en la plantilla inicial pero
      *    ya no en la final
            IF WS-PER-INGRESO > WS-FIN-MES
                OR WS-PER-BAJA < WS-INI-12
                GO TO 030-CONTAR-PERIODO-SAL
            END-IF
            PERFORM 035-UBICAR-GRUPO
               THRU
               035-UBICAR-GRUPO-SAL
            IF WS-GRP-POS = ZEROS
                GO TO 030-CONTAR-PERIODO-SAL
            END-IF
            IF WS-PER-INGRESO < WS-INI-MES
                AND WS-PER-BAJA NOT < WS-INI-MES
                ADD 1 TO WS-GRP-CIFRA(WS-GRP-POS 1)
            END-IF
            IF WS-PER-INGRESO NOT < WS-INI-MES
                IF PER-ES-REINGRESO
                    ADD 1 TO WS-GRP-CIFRA(WS-GRP-POS 3)
                ELSE
                    ADD 1 TO WS-GRP-CIFRA(WS-GRP-POS 2)
                END-IF
            END-IF
            IF WS-PER-BAJA NOT < WS-INI-MES
                AND WS-PER-BAJA NOT > WS-FIN-MES
                ADD 1 TO WS-GRP-CIFRA(WS-GRP-POS 10)
                PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                    UNTIL WS-MOT-IDX > WS-MOT-NUM
                    OR WS-MOT-CODIGO(WS-MOT-IDX) = WS-PER-MOTIVO
                    CONTINUE
                END-PERFORM
                IF WS-MOT-IDX > WS-MOT-NUM
                    ADD 1 TO WS-GRP-CIFRA(WS-GRP-POS 9)
                ELSE
                    COMPUTE WS-CIF-IDX = WS-MOT-IDX + 3
                    ADD 1 TO WS-GRP-CIFRA(WS-GRP-POS WS-CIF-IDX)
                END-IF
                PERFORM 040-BAJA-TEMPRANA
                   THRU
                   040-BAJA-TEMPRANA-SAL
            END-IF
            IF WS-PER-BAJA > WS-FIN-MES
                ADD 1 TO WS-GRP-CIFRA(WS-GRP-POS 11)
            END-IF
            IF WS-PER-INGRESO < WS-INI-12
                AND WS-PER-BAJA NOT < WS-INI-12
                ADD 1 TO WS-GRP-CIFRA(WS-GRP-POS 13)
            END-IF
            IF WS-PER-BAJA NOT < WS-INI-12
                AND WS-PER-BAJA NOT > WS-FIN-MES
                ADD 1 TO WS-GRP-CIFRA(WS-GRP-POS 14)
            END-IF.
       030-CONTAR-PERIODO-SAL.
            EXIT.

       035-UBICAR-GRUPO.
      *    Busca la compañia y el departamento; si no esta lo inserta
      *    en su lugar para que el reporte salga ordenado
            MOVE ZEROS TO WS-GRP-POS
            PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > WS-GRP-NUM OR WS-GRP-POS > ZEROS
                IF WS-GRP-COMPANIA(WS-GRP-IDX) = WS-PER-COMPANIA
                    AND WS-GRP-DEPTO(WS-GRP-IDX) = WS-PER-DEPTO
                    MOVE WS-GRP-IDX TO WS-GRP-POS
                END-IF
            END-PERFORM
            IF WS-GRP-POS > ZEROS
                GO TO 035-UBICAR-GRUPO-SAL
            END-IF
            IF WS-GRP-NUM NOT < 500
                IF NOT GRP-LLENA
                    DISPLAY 'Aviso: mas de 500 departamentos, se '
                        'omite el resto' UPON CONSOLE
                    MOVE 'S' TO WS-GRP-LLENA
                END-IF
                GO TO 035-UBICAR-GRUPO-SAL
            END-IF
            MOVE 1 TO WS-GRP-POS
            PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > WS-GRP-NUM
                IF WS-GRP-COMPANIA(WS-GRP-IDX) < WS-PER-COMPANIA
                    OR (WS-GRP-COMPANIA(WS-GRP-IDX) = WS-PER-COMPANIA
                    AND WS-GRP-DEPTO(WS-GRP-IDX) < WS-PER-DEPTO)
                    COMPUTE WS-GRP-POS = WS-GRP-IDX + 1
                END-IF
            END-PERFORM
            PERFORM VARYING WS-GRP-IDX FROM WS-GRP-NUM BY -1
                UNTIL WS-GRP-IDX < WS-GRP-POS
                MOVE WS-GRP-ENT(WS-GRP-IDX)
                    TO WS-GRP-ENT(WS-GRP-IDX + 1)
            END-PERFORM
            ADD 1 TO WS-GRP-NUM
            MOVE WS-PER-COMPANIA TO WS-GRP-COMPANIA(WS-GRP-POS)
            MOVE WS-PER-DEPTO TO WS-GRP-DEPTO(WS-GRP-POS)
            PERFORM VARYING WS-CIF-IDX FROM 1 BY 1
                UNTIL WS-CIF-IDX > 14
                MOVE ZEROS TO WS-GRP-CIFRA(WS-GRP-POS WS-CIF-IDX)
            END-PERFORM.
       035-UBICAR-GRUPO-SAL.
            EXIT.

       040-BAJA-TEMPRANA.
      *    Baja dentro de los 90 dias naturales del ingreso
            MOVE WS-PER-INGRESO TO WS-FECHA-CALC
            MOVE WS-FC-ANO TO WS-CA-ANO
            MOVE WS-FC-MES TO WS-CA-MES
            MOVE WS-FC-DIA TO WS-CA-DIA
            IF WS-CA-MES < 1 OR WS-CA-MES > 12
                GO TO 040-BAJA-TEMPRANA-SAL
            END-IF
            PERFORM 090-DIAS-ABSOLUTOS
               THRU
               090-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-INGRESO
            MOVE WS-PER-BAJA TO WS-FECHA-CALC
            MOVE WS-FC-ANO TO WS-CA-ANO
            MOVE WS-FC-MES TO WS-CA-MES
            MOVE WS-FC-DIA TO WS-CA-DIA
            PERFORM 090-DIAS-ABSOLUTOS
               THRU
               090-DIAS-ABSOLUTOS-SAL
            MOVE WS-CA-RESULT TO WS-ABS-BAJA
            IF WS-ABS-BAJA NOT < WS-ABS-INGRESO
                AND WS-ABS-BAJA - WS-ABS-INGRESO < 90
                ADD 1 TO WS-GRP-CIFRA(WS-GRP-POS 12)
            END-IF.
       040-BAJA-TEMPRANA-SAL.
            EXIT.

       050-ESCRIBIR-REPORTE.
            OPEN OUTPUT F-REPORTE
            MOVE SPACES TO WS-LINEA
            STRING 'ROTACION DE PERSONAL DEL MES ' MesRep '/' AnhoRep
                ' (DEL ' WS-INI-MES ' AL ' WS-FIN-MES
                '; DOCE MESES DESDE EL ' WS-INI-12 ')'
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA
            STRING 'MOTIVOS: REN ' WS-MOT-DESCRIPCION(1)
                ' DES ' WS-MOT-DESCRIPCION(2)
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA
            STRING '         CON ' WS-MOT-DESCRIPCION(3)
                ' JUB ' WS-MOT-DESCRIPCION(4)
                ' DEF ' WS-MOT-DESCRIPCION(5)
                ' S/M SIN MOTIVO'
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE ZEROS TO WS-TOTAL
            MOVE ZEROS TO WS-SUBTOTAL
            PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > WS-GRP-NUM
                IF WS-GRP-IDX = 1
                    OR WS-GRP-COMPANIA(WS-GRP-IDX) NOT =
                        WS-CORTE-COMPANIA
                    IF WS-GRP-IDX > 1
                        PERFORM 058-CIERRE-COMPANIA
                           THRU
                           058-CIERRE-COMPANIA-SAL
                    END-IF
                    MOVE WS-GRP-COMPANIA(WS-GRP-IDX)
                        TO WS-CORTE-COMPANIA
                    PERFORM 052-ENCABEZADO-COMPANIA
                       THRU
                       052-ENCABEZADO-COMPANIA-SAL
                END-IF
                PERFORM VARYING WS-CIF-IDX FROM 1 BY 1
                    UNTIL WS-CIF-IDX > 14
                    MOVE WS-GRP-CIFRA(WS-GRP-IDX WS-CIF-IDX)
                        TO WS-RNG-CIFRA(WS-CIF-IDX)
                    ADD WS-GRP-CIFRA(WS-GRP-IDX WS-CIF-IDX)
                        TO WS-SUB-CIFRA(WS-CIF-IDX)
                    ADD WS-GRP-CIFRA(WS-GRP-IDX WS-CIF-IDX)
                        TO WS-TOT-CIFRA(WS-CIF-IDX)
                END-PERFORM
                MOVE SPACES TO WS-ETIQUETA
                STRING '  ' WS-GRP-DEPTO(WS-GRP-IDX)
                    DELIMITED BY SIZE
                    INTO WS-ETIQUETA
                PERFORM 055-RENGLON
                   THRU
                   055-RENGLON-SAL
            END-PERFORM
            IF WS-GRP-NUM > ZEROS
                PERFORM 058-CIERRE-COMPANIA
                   THRU
                   058-CIERRE-COMPANIA-SAL
            END-IF
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-TOTAL TO WS-RENGLON
            MOVE 'TOTAL GENERAL' TO WS-ETIQUETA
            PERFORM 055-RENGLON
               THRU
               055-RENGLON-SAL
            CLOSE F-REPORTE.
       050-ESCRIBIR-REPORTE-SAL.
            EXIT.

       052-ENCABEZADO-COMPANIA.
            MOVE SPACES TO WS-NOMBRE-COM
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-COM-NUM
                IF WS-COM-T-NUMERO(WS-IDX) = WS-CORTE-COMPANIA
                    MOVE WS-COM-T-NOMBRE(WS-IDX) TO WS-NOMBRE-COM
                END-IF
            END-PERFORM
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA
            STRING 'COMPAÑIA ' WS-CORTE-COMPANIA ' ' WS-NOMBRE-COM
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA
            STRING 'DEPTO         INICIAL ALTAS REING   REN   DES'
                '   CON   JUB   DEF   S/M BAJAS FINAL TEMPR'
                '  ROT%MES ROT%12M'
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE.
       052-ENCABEZADO-COMPANIA-SAL.
            EXIT.

       055-RENGLON.
      *    Indice = bajas entre la plantilla promedio (inicial mas
      *    final entre dos) por cien; el de doce meses usa la
      *    plantilla al inicio de los doce meses y la final del mes
            MOVE ZEROS TO WS-ROT-MES
            MOVE ZEROS TO WS-ROT-12
            COMPUTE WS-PROMEDIO = (RNG-INICIAL + RNG-FINAL) / 2
            IF WS-PROMEDIO > ZEROS
                COMPUTE WS-ROT-MES ROUNDED =
                    RNG-BAJAS * 100 / WS-PROMEDIO
                    ON SIZE ERROR
                        MOVE 999.99 TO WS-ROT-MES
                END-COMPUTE
            END-IF
            COMPUTE WS-PROMEDIO = (RNG-INICIAL-12 + RNG-FINAL) / 2
            IF WS-PROMEDIO > ZEROS
                COMPUTE WS-ROT-12 ROUNDED =
                    RNG-BAJAS-12 * 100 / WS-PROMEDIO
                    ON SIZE ERROR
                        MOVE 999.99 TO WS-ROT-12
                END-COMPUTE
            END-IF
            MOVE WS-ROT-MES TO WS-ROT-MES-ED
            MOVE WS-ROT-12 TO WS-ROT-12-ED
            PERFORM VARYING WS-CIF-IDX FROM 1 BY 1
                UNTIL WS-CIF-IDX > 14
                MOVE WS-RNG-CIFRA(WS-CIF-IDX)
                    TO WS-ED-CIFRA(WS-CIF-IDX)
            END-PERFORM
            MOVE SPACES TO WS-LINEA
            STRING WS-ETIQUETA '  ' WS-ED-CIFRA(1) ' ' WS-ED-CIFRA(2)
                ' ' WS-ED-CIFRA(3) ' ' WS-ED-CIFRA(4) ' '
                WS-ED-CIFRA(5) ' ' WS-ED-CIFRA(6) ' ' WS-ED-CIFRA(7)
                ' ' WS-ED-CIFRA(8) ' ' WS-ED-CIFRA(9) ' '
                WS-ED-CIFRA(10) ' ' WS-ED-CIFRA(11) ' '
                WS-ED-CIFRA(12) '   ' WS-ROT-MES-ED '  '
                WS-ROT-12-ED
                DELIMITED BY SIZE
                INTO WS-LINEA
            MOVE WS-LINEA TO REG-REPORTE
            WRITE REG-REPORTE.
       055-RENGLON-SAL.
            EXIT.

       058-CIERRE-COMPANIA.
            MOVE WS-SUBTOTAL TO WS-RENGLON
            MOVE 'TOTAL COMPAÑIA' TO WS-ETIQUETA
            PERFORM 055-RENGLON
               THRU
               055-RENGLON-SAL
            MOVE ZEROS TO WS-SUBTOTAL.
       058-CIERRE-COMPANIA-SAL.
            EXIT.

       090-DIAS-ABSOLUTOS.
      *    Dia absoluto desde el año 0000 (regla gregoriana completa
      *    4/100/400), igual que en PRG01010
            DIVIDE WS-CA-ANO BY 4 GIVING WS-RES-COC
                REMAINDER WS-RES-4
            IF WS-RES-4 = 0
                DIVIDE WS-CA-ANO BY 100 GIVING WS-RES-COC
                    REMAINDER WS-RES-4
                IF WS-RES-4 = 0
                    DIVIDE WS-CA-ANO BY 400 GIVING WS-RES-COC
                        REMAINDER WS-RES-4
                    IF WS-RES-4 = 0
                        MOVE 'Y' TO WS-CA-BIS
                    ELSE
                        MOVE 'N' TO WS-CA-BIS
                    END-IF
                ELSE
                    MOVE 'Y' TO WS-CA-BIS
                END-IF
            ELSE
                MOVE 'N' TO WS-CA-BIS
            END-IF
            COMPUTE WS-ANO-PREV = WS-CA-ANO - 1
            DIVIDE WS-ANO-PREV BY 4 GIVING WS-BIS-Q4
            DIVIDE WS-ANO-PREV BY 100 GIVING WS-BIS-Q100
            DIVIDE WS-ANO-PREV BY 400 GIVING WS-BIS-Q400
            COMPUTE WS-BIS-DIAS =
                WS-BIS-Q4 - WS-BIS-Q100 + WS-BIS-Q400
            IF CA-ANO-BISIESTO
                COMPUTE WS-CA-RESULT = (WS-CA-ANO - 1) * 365
                    + WS-BIS-DIAS + ACU2(WS-CA-MES) + WS-CA-DIA
            ELSE
                COMPUTE WS-CA-RESULT = (WS-CA-ANO - 1) * 365
                    + WS-BIS-DIAS + ACU1(WS-CA-MES) + WS-CA-DIA
            END-IF.
       090-DIAS-ABSOLUTOS-SAL.
            EXIT.

       END PROGRAM PRG01143.
