       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01110.
      *  Mantenimiento de la tabla de cuotas obrero-patronales del
      *  IMSS (CUOTIMSS.TXT) que aplica la rutina PRG01109: un
      *  renglon por rama con su vigencia AAAAMMDD, base de calculo
      *  y porcentajes patronal y obrero con cuatro decimales, mas
      *  el renglon UM con la UMA diaria de la misma vigencia; las
      *  versiones no se modifican, se da de alta una vigencia nueva
      *  con todas sus ramas, igual que DEDUCVER.TXT - LCG 15 OCT 26
      *  Trazado del renglon: VIGENCIA(8) RAMA(2) DESCRIPCION(19)
      *  BASE(1) PCT-PATRON(7 con 4 dec) PCT-OBRERO(7 con 4 dec)
      *  Ramas: EF enf. y mat. cuota fija (base F), EE enf. y mat.
      *  excedente de 3 UMA (E), PD prestaciones en dinero, GM gastos
      *  medicos de pensionados, IV invalidez y vida, CV cesantia y
      *  vejez, RE retiro, GU guarderias (todas base S), RT riesgo de
      *  trabajo (base R, prima de la compañia) y UM UMA diaria
      *  (base U, el valor va en el campo patronal)
      *  Cada alta queda en la auditoria de tablas TABAUD.TXT via la
      *  rutina compartida PRG01095 - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CUOTAS ASSIGN TO "CUOTIMSS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CUOTAS.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CUOTAS.
       01 REG-CUOTA                  PIC X(44).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CUOTAS           PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'L'.
           88 OPCION-AGREGAR         VALUE 'A'.
           88 OPCION-LISTAR          VALUE 'L'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-FIN-TABLA               PIC X VALUE 'N'.
           88 FIN-TABLA              VALUE 'Y'.
       01 WS-RENGLON.
           05 WS-CUO-VIGENCIA        PIC 9(8).
           05 WS-CUO-RAMA            PIC X(2).
               88 RAMA-VALIDA        VALUE 'EF' 'EE' 'PD' 'GM' 'IV'
                                           'CV' 'RE' 'GU' 'RT' 'UM'.
           05 WS-CUO-DESCRIPCION     PIC X(19).
           05 WS-CUO-BASE            PIC X.
           05 WS-CUO-PATRON          PIC 9(3)V9(4).
           05 WS-CUO-OBRERO          PIC 9(3)V9(4).
       01 WS-DIA-CAP                 PIC 99 VALUE ZEROS.
       01 WS-MES-CAP                 PIC 99 VALUE ZEROS.
       01 WS-ANHO-CAP                PIC 9999 VALUE ZEROS.
       01 WS-PCT-ENT                 PIC 999 VALUE ZEROS.
       01 WS-PCT-DEC                 PIC 9999 VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-PATRON-ED               PIC ZZ9.9999.
       01 WS-OBRERO-ED               PIC ZZ9.9999.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'CUOTIMSS.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       020-SESION.
            DISPLAY 'Cuotas IMSS por rama: (A)gregar, (L)istar: '
                UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            IF OPCION-AGREGAR
                PERFORM 030-AGREGAR-RAMA
                   THRU
                   030-AGREGAR-RAMA-SAL
            ELSE
                PERFORM 040-LISTAR-RAMAS
                   THRU
                   040-LISTAR-RAMAS-SAL
            END-IF
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-AGREGAR-RAMA.
            DISPLAY 'Rama (EF/EE/PD/GM/IV/CV/RE/GU/RT/UM): '
                UPON CONSOLE
            ACCEPT WS-CUO-RAMA FROM CONSOLE
            IF NOT RAMA-VALIDA
                DISPLAY 'Rama invalida' UPON CONSOLE
                GO TO 030-AGREGAR-RAMA-SAL
            END-IF
            DISPLAY 'Dia de vigencia: ' UPON CONSOLE
            ACCEPT WS-DIA-CAP FROM CONSOLE
            DISPLAY 'Mes de vigencia: ' UPON CONSOLE
            ACCEPT WS-MES-CAP FROM CONSOLE
            DISPLAY 'Anho de vigencia: ' UPON CONSOLE
            ACCEPT WS-ANHO-CAP FROM CONSOLE
            CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP WS-ANHO-CAP
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Fecha invalida' UPON CONSOLE
                GO TO 030-AGREGAR-RAMA-SAL
            END-IF
            COMPUTE WS-CUO-VIGENCIA = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP
      *    La base de calculo la decide la rama, no el operador
            EVALUATE WS-CUO-RAMA
                WHEN 'EF'
                    MOVE 'F' TO WS-CUO-BASE
                    MOVE 'ENF MAT CUOTA FIJA' TO WS-CUO-DESCRIPCION
                WHEN 'EE'
                    MOVE 'E' TO WS-CUO-BASE
                    MOVE 'ENF MAT EXCEDENTE' TO WS-CUO-DESCRIPCION
                WHEN 'PD'
                    MOVE 'S' TO WS-CUO-BASE
                    MOVE 'PRESTAC EN DINERO' TO WS-CUO-DESCRIPCION
                WHEN 'GM'
                    MOVE 'S' TO WS-CUO-BASE
                    MOVE 'GASTOS MED PENSION' TO WS-CUO-DESCRIPCION
                WHEN 'IV'
                    MOVE 'S' TO WS-CUO-BASE
                    MOVE 'INVALIDEZ Y VIDA' TO WS-CUO-DESCRIPCION
                WHEN 'CV'
                    MOVE 'S' TO WS-CUO-BASE
                    MOVE 'CESANTIA Y VEJEZ' TO WS-CUO-DESCRIPCION
                WHEN 'RE'
                    MOVE 'S' TO WS-CUO-BASE
                    MOVE 'RETIRO' TO WS-CUO-DESCRIPCION
                WHEN 'GU'
                    MOVE 'S' TO WS-CUO-BASE
                    MOVE 'GUARDERIAS' TO WS-CUO-DESCRIPCION
                WHEN 'RT'
                    MOVE 'R' TO WS-CUO-BASE
                    MOVE 'RIESGO DE TRABAJO' TO WS-CUO-DESCRIPCION
                WHEN OTHER
                    MOVE 'U' TO WS-CUO-BASE
                    MOVE 'UMA DIARIA' TO WS-CUO-DESCRIPCION
            END-EVALUATE
            MOVE ZEROS TO WS-CUO-PATRON
            MOVE ZEROS TO WS-CUO-OBRERO
            EVALUATE WS-CUO-RAMA
                WHEN 'UM'
                    DISPLAY 'UMA diaria, pesos: ' UPON CONSOLE
                    ACCEPT WS-PCT-ENT FROM CONSOLE
                    DISPLAY 'UMA diaria, centavos: ' UPON CONSOLE
                    ACCEPT WS-PCT-DEC FROM CONSOLE
                    COMPUTE WS-CUO-PATRON = WS-PCT-ENT
                        + (WS-PCT-DEC / 100)
                WHEN 'RT'
                    DISPLAY 'Riesgo de trabajo: la prima es la de '
                        'cada compañia (PRG01086)' UPON CONSOLE
                WHEN OTHER
                    DISPLAY 'Porcentaje patronal, parte entera: '
                        UPON CONSOLE
                    ACCEPT WS-PCT-ENT FROM CONSOLE
                    DISPLAY 'Porcentaje patronal, diezmilesimas '
                        '(0-9999): ' UPON CONSOLE
                    ACCEPT WS-PCT-DEC FROM CONSOLE
                    COMPUTE WS-CUO-PATRON = WS-PCT-ENT
                        + (WS-PCT-DEC / 10000)
                    DISPLAY 'Porcentaje obrero, parte entera: '
                        UPON CONSOLE
                    ACCEPT WS-PCT-ENT FROM CONSOLE
                    DISPLAY 'Porcentaje obrero, diezmilesimas '
                        '(0-9999): ' UPON CONSOLE
                    ACCEPT WS-PCT-DEC FROM CONSOLE
                    COMPUTE WS-CUO-OBRERO = WS-PCT-ENT
                        + (WS-PCT-DEC / 10000)
            END-EVALUATE
            OPEN EXTEND F-CUOTAS
            IF WS-STATUS-CUOTAS = '35'
                OPEN OUTPUT F-CUOTAS
            END-IF
            MOVE WS-RENGLON TO REG-CUOTA
            WRITE REG-CUOTA
            CLOSE F-CUOTAS
            MOVE SPACES TO WS-TAB-ANTES
            MOVE WS-RENGLON TO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Rama registrada: ' WS-CUO-RAMA ' '
                WS-CUO-VIGENCIA UPON CONSOLE.
       030-AGREGAR-RAMA-SAL.
            EXIT.

       040-LISTAR-RAMAS.
            OPEN INPUT F-CUOTAS
            IF WS-STATUS-CUOTAS NOT = '00'
                DISPLAY 'No hay tabla de cuotas IMSS todavia'
                    UPON CONSOLE
                GO TO 040-LISTAR-RAMAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-TABLA
            PERFORM UNTIL FIN-TABLA
                READ F-CUOTAS INTO WS-RENGLON
                    AT END
                        MOVE 'Y' TO WS-FIN-TABLA
                    NOT AT END
                        MOVE WS-CUO-PATRON TO WS-PATRON-ED
                        MOVE WS-CUO-OBRERO TO WS-OBRERO-ED
                        DISPLAY WS-CUO-VIGENCIA ' ' WS-CUO-RAMA ' '
                            WS-CUO-DESCRIPCION ' ' WS-CUO-BASE ' '
                            WS-PATRON-ED ' ' WS-OBRERO-ED
                END-READ
            END-PERFORM
            CLOSE F-CUOTAS.
       040-LISTAR-RAMAS-SAL.
            EXIT.

       END PROGRAM PRG01110.
