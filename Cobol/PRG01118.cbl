       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01118.
      *  Catalogo de centros de trabajo (SITIOS.TXT) y tabla de tasas
      *  del impuesto sobre nominas por estado (ISNTASA.TXT): alta de
      *  centro con su descripcion y el estado donde esta (clave
      *  INEGI 01-32), alta de tasa por estado con su vigencia y
      *  listado de ambos; los renglones no se modifican, se agrega
      *  uno nuevo y gana el ultimo (para el centro) o la vigencia
      *  mas reciente (para la tasa), como COMPANIA.TXT de PRG01086 e
      *  INFOVSM.TXT de PRG01113; cada alta queda en TABAUD.TXT via
      *  PRG01095; el empleado apunta a su centro en EMPCOMP
      *  (PRG01111) o en su defecto el departamento en DEPTOS.DAT
      *  (PRG01026), y la declaracion mensual es PRG01119 -
      *  LCG 15 OCT 26
      *  Trazado de SITIOS.TXT: SITIO(4) DESCRIPCION(30) ESTADO(2);
      *  de ISNTASA.TXT: ESTADO(2) VIGENCIA(8 AAAAMMDD) TASA(6 con 4
      *  dec, porcentaje)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SITIOS ASSIGN TO "SITIOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SITIOS.
           SELECT F-ISNTASA ASSIGN TO "ISNTASA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ISNTASA.
       DATA DIVISION.
       FILE SECTION.
       FD  F-SITIOS.
       01 REG-SITIO                  PIC X(36).
       FD  F-ISNTASA.
       01 REG-ISNTASA                PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-SITIOS           PIC XX VALUE '00'.
       01 WS-STATUS-ISNTASA          PIC XX VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'L'.
           88 OPCION-SITIO           VALUE 'S'.
           88 OPCION-TASA            VALUE 'T'.
           88 OPCION-LISTAR          VALUE 'L'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-RENGLON-SITIO.
           05 SIT-SITIO              PIC X(4).
           05 SIT-DESCRIPCION        PIC X(30).
           05 SIT-ESTADO             PIC 99.
               88 SIT-ESTADO-VALIDO  VALUE 1 THRU 32.
       01 WS-RENGLON-TASA.
           05 TAS-ESTADO             PIC 99.
               88 TAS-ESTADO-VALIDO  VALUE 1 THRU 32.
           05 TAS-VIGENCIA           PIC 9(8).
           05 TAS-TASA               PIC 99V9999.
       01 WS-CAPTURA.
           05 WS-DIA-CAP             PIC 99 VALUE ZEROS.
           05 WS-MES-CAP             PIC 99 VALUE ZEROS.
           05 WS-ANHO-CAP            PIC 9999 VALUE ZEROS.
           05 WS-TASA-ENT            PIC 99 VALUE ZEROS.
           05 WS-TASA-DEC            PIC 9(4) VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE SPACES.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
       01 WS-ED-TASA                 PIC Z9.9999.

       PROCEDURE DIVISION.
       010-INICIO.
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       020-SESION.
            DISPLAY 'Impuesto sobre nominas: alta de centro de '
                '(S)itio, alta de (T)asa por estado, (L)istar: '
                UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-SITIO
                    PERFORM 030-AGREGAR-SITIO
                       THRU
                       030-AGREGAR-SITIO-SAL
                WHEN OPCION-TASA
                    PERFORM 040-AGREGAR-TASA
                       THRU
                       040-AGREGAR-TASA-SAL
                WHEN OTHER
                    PERFORM 050-LISTAR
                       THRU
                       050-LISTAR-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-AGREGAR-SITIO.
      *    Un centro ya catalogado se corrige agregandolo otra vez
            DISPLAY 'Clave del centro de trabajo (4): ' UPON CONSOLE
            ACCEPT SIT-SITIO FROM CONSOLE
            IF SIT-SITIO = SPACES
                DISPLAY 'Error: clave en blanco' UPON CONSOLE
                GO TO 030-AGREGAR-SITIO-SAL
            END-IF
            DISPLAY 'Descripcion: ' UPON CONSOLE
            ACCEPT SIT-DESCRIPCION FROM CONSOLE
            DISPLAY 'Estado (clave INEGI 01-32): ' UPON CONSOLE
            ACCEPT SIT-ESTADO FROM CONSOLE
            IF NOT SIT-ESTADO-VALIDO
                DISPLAY 'Error: clave de estado invalida' UPON CONSOLE
                GO TO 030-AGREGAR-SITIO-SAL
            END-IF
            OPEN EXTEND F-SITIOS
            IF WS-STATUS-SITIOS = '35'
                OPEN OUTPUT F-SITIOS
            END-IF
            MOVE WS-RENGLON-SITIO TO REG-SITIO
            WRITE REG-SITIO
            CLOSE F-SITIOS
            MOVE 'SITIOS.TXT' TO WS-TAB-ARCHIVO
            MOVE SPACES TO WS-TAB-ANTES
            MOVE WS-RENGLON-SITIO TO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Centro de trabajo registrado: ' SIT-SITIO
                UPON CONSOLE.
       030-AGREGAR-SITIO-SAL.
            EXIT.

       040-AGREGAR-TASA.
            DISPLAY 'Estado (clave INEGI 01-32): ' UPON CONSOLE
            ACCEPT TAS-ESTADO FROM CONSOLE
            IF NOT TAS-ESTADO-VALIDO
                DISPLAY 'Error: clave de estado invalida' UPON CONSOLE
                GO TO 040-AGREGAR-TASA-SAL
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
                GO TO 040-AGREGAR-TASA-SAL
            END-IF
            COMPUTE TAS-VIGENCIA = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP
            DISPLAY 'Tasa (porcentaje), parte entera: ' UPON CONSOLE
            ACCEPT WS-TASA-ENT FROM CONSOLE
            DISPLAY 'Tasa, diezmilesimas (0-9999): ' UPON CONSOLE
            ACCEPT WS-TASA-DEC FROM CONSOLE
            COMPUTE TAS-TASA = WS-TASA-ENT + (WS-TASA-DEC / 10000)
            MOVE TAS-TASA TO WS-ED-TASA
            DISPLAY 'Estado ' TAS-ESTADO ' vigencia ' TAS-VIGENCIA
                ' tasa ' WS-ED-TASA '%' UPON CONSOLE
            DISPLAY '¿Confirma el registro? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 040-AGREGAR-TASA-SAL
            END-IF
            OPEN EXTEND F-ISNTASA
            IF WS-STATUS-ISNTASA = '35'
                OPEN OUTPUT F-ISNTASA
            END-IF
            MOVE WS-RENGLON-TASA TO REG-ISNTASA
            WRITE REG-ISNTASA
            CLOSE F-ISNTASA
            MOVE 'ISNTASA.TXT' TO WS-TAB-ARCHIVO
            MOVE SPACES TO WS-TAB-ANTES
            MOVE WS-RENGLON-TASA TO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Tasa registrada' UPON CONSOLE.
       040-AGREGAR-TASA-SAL.
            EXIT.

       050-LISTAR.
            DISPLAY 'CENTROS DE TRABAJO' UPON CONSOLE
            OPEN INPUT F-SITIOS
            IF WS-STATUS-SITIOS = '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-SITIOS INTO WS-RENGLON-SITIO
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            DISPLAY SIT-SITIO ' ' SIT-DESCRIPCION
                                ' EDO=' SIT-ESTADO UPON CONSOLE
                    END-READ
                END-PERFORM
                CLOSE F-SITIOS
            END-IF
            DISPLAY 'TASAS ISN POR ESTADO' UPON CONSOLE
            OPEN INPUT F-ISNTASA
            IF WS-STATUS-ISNTASA = '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ F-ISNTASA INTO WS-RENGLON-TASA
                        AT END
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        NOT AT END
                            MOVE TAS-TASA TO WS-ED-TASA
                            DISPLAY 'EDO=' TAS-ESTADO ' '
                                TAS-VIGENCIA ' ' WS-ED-TASA '%'
                                UPON CONSOLE
                    END-READ
                END-PERFORM
                CLOSE F-ISNTASA
            END-IF.
       050-LISTAR-SAL.
            EXIT.

       END PROGRAM PRG01118.
