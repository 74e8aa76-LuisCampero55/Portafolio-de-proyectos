       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01150.
      *  Copia anonimizada de los archivos de produccion para pruebas
      *  y capacitacion: de EMPLEADOS.DAT, REGCHEQ.DAT y DOMICIL.DAT
      *  genera EMPPRU.DAT, CHQPRU.DAT y DOMPRU.DAT con el mismo
      *  trazado y las mismas llaves (numero de empleado y folio de
      *  cheque sin cambio, para que los cruces entre archivos se
      *  sigan cumpliendo); nombres y domicilios se sustituyen por
      *  valores de tablas fijas escogidos con una semilla que da el
      *  operador, RFC y CURP se regeneran con PRG01029 de los
      *  nombres falsos y la fecha real de nacimiento, la CLABE se
      *  sustituye por una falsa con digito de control valido, el
      *  salario se mueve dentro del porcentaje pedido y los importes
      *  de cada cheque con el mismo factor del empleado; el
      *  beneficiario de los cheques de nomina es el nombre falso del
      *  empleado; al final se releen las copias y se deja un reporte
      *  de integridad ANONIM.TXT al estilo de PRG01080, con codigo
      *  de retorno 8 cuando hay hallazgos - LCG 15 OCT 26
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
           SELECT F-REGISTRO ASSIGN TO "REGCHEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS WS-STATUS-REGISTRO.
           SELECT F-DOMICILIOS ASSIGN TO "DOMICIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-EMP-ID
               FILE STATUS IS WS-STATUS-DOMICILIOS.
           SELECT F-EMP-PRUEBA ASSIGN TO "EMPPRU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRU-EMP-ID
               ALTERNATE RECORD KEY IS PRU-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMP-PRUEBA.
           SELECT F-CHQ-PRUEBA ASSIGN TO "CHQPRU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRU-CHQ-NUMERO
               FILE STATUS IS WS-STATUS-CHQ-PRUEBA.
           SELECT F-DOM-PRUEBA ASSIGN TO "DOMPRU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRU-DOM-EMP-ID
               FILE STATUS IS WS-STATUS-DOM-PRUEBA.
           SELECT F-REPORTE ASSIGN TO "ANONIM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-REGISTRO.
       COPY REGCHEQ.
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
      *    Copias con el mismo trazado y longitud que los originales
      *    (ver EMPMAEST, REGCHEQ y PRG01082)
       FD  F-EMP-PRUEBA.
       01 REG-EMP-PRUEBA.
           02 PRU-EMP-ID           PIC 9(6).
           02 PRU-APE-PATERNO      PIC X(20).
           02 PRU-EMP-RESTO        PIC X(174).
       FD  F-CHQ-PRUEBA.
       01 REG-CHQ-PRUEBA.
           02 PRU-CHQ-NUMERO       PIC 9(8).
           02 PRU-CHQ-RESTO        PIC X(232).
       FD  F-DOM-PRUEBA.
       01 REG-DOM-PRUEBA.
           02 PRU-DOM-EMP-ID       PIC 9(6).
           02 PRU-DOM-RESTO        PIC X(154).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-DOMICILIOS       PIC XX VALUE '00'.
           88 DOM-OK                 VALUE '00'.
       01 WS-STATUS-EMP-PRUEBA       PIC XX VALUE '00'.
           88 EMP-PRUEBA-OK          VALUE '00'.
       01 WS-STATUS-CHQ-PRUEBA       PIC XX VALUE '00'.
           88 CHQ-PRUEBA-OK          VALUE '00'.
       01 WS-STATUS-DOM-PRUEBA       PIC XX VALUE '00'.
           88 DOM-PRUEBA-OK          VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-PARAMETROS.
           05 WS-PORCENTAJE          PIC 99 VALUE 10.
           05 WS-SEMILLA             PIC 9(6) VALUE ZEROS.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-TOT-HALLAZGOS           PIC 9(6) VALUE ZEROS.
       01 WS-CONTEOS.
           05 WS-EMP-LEIDOS          PIC 9(6) VALUE ZEROS.
           05 WS-EMP-ESCRITOS        PIC 9(6) VALUE ZEROS.
           05 WS-EMP-RELEIDOS        PIC 9(6) VALUE ZEROS.
           05 WS-CHQ-LEIDOS          PIC 9(8) VALUE ZEROS.
           05 WS-CHQ-ESCRITOS        PIC 9(8) VALUE ZEROS.
           05 WS-CHQ-RELEIDOS        PIC 9(8) VALUE ZEROS.
           05 WS-DOM-LEIDOS          PIC 9(6) VALUE ZEROS.
           05 WS-DOM-ESCRITOS        PIC 9(6) VALUE ZEROS.
           05 WS-DOM-RELEIDOS        PIC 9(6) VALUE ZEROS.
      *  Tablas de valores falsos; el indice sale de la llave del
      *  registro mezclada con la semilla del operador
       01 WS-TABLA-APELLIDOS.
           05 FILLER PIC X(20) VALUE 'ALVAREZ'.
           05 FILLER PIC X(20) VALUE 'BARRERA'.
           05 FILLER PIC X(20) VALUE 'CASTILLO'.
           05 FILLER PIC X(20) VALUE 'DOMINGUEZ'.
           05 FILLER PIC X(20) VALUE 'ESPINOSA'.
           05 FILLER PIC X(20) VALUE 'FUENTES'.
           05 FILLER PIC X(20) VALUE 'GALLEGOS'.
           05 FILLER PIC X(20) VALUE 'HERRERA'.
           05 FILLER PIC X(20) VALUE 'IBARRA'.
           05 FILLER PIC X(20) VALUE 'JUAREZ'.
           05 FILLER PIC X(20) VALUE 'LEDESMA'.
           05 FILLER PIC X(20) VALUE 'MEDINA'.
           05 FILLER PIC X(20) VALUE 'NAVARRO'.
           05 FILLER PIC X(20) VALUE 'OROZCO'.
           05 FILLER PIC X(20) VALUE 'PALACIOS'.
           05 FILLER PIC X(20) VALUE 'QUIROGA'.
           05 FILLER PIC X(20) VALUE 'ROSALES'.
           05 FILLER PIC X(20) VALUE 'SALINAS'.
           05 FILLER PIC X(20) VALUE 'TREVINO'.
           05 FILLER PIC X(20) VALUE 'URIBE'.
           05 FILLER PIC X(20) VALUE 'VALDES'.
           05 FILLER PIC X(20) VALUE 'ZAMORA'.
           05 FILLER PIC X(20) VALUE 'AGUILAR'.
           05 FILLER PIC X(20) VALUE 'BECERRA'.
           05 FILLER PIC X(20) VALUE 'CORONA'.
           05 FILLER PIC X(20) VALUE 'DELGADO'.
           05 FILLER PIC X(20) VALUE 'ESCOBAR'.
           05 FILLER PIC X(20) VALUE 'FIGUEROA'.
           05 FILLER PIC X(20) VALUE 'GUERRERO'.
           05 FILLER PIC X(20) VALUE 'MONTOYA'.
       01 WS-APELLIDOS REDEFINES WS-TABLA-APELLIDOS.
           05 WS-APELLIDO            PIC X(20) OCCURS 30 TIMES.
       01 WS-TABLA-NOMBRES.
           05 FILLER PIC X(20) VALUE 'ADRIANA'.
           05 FILLER PIC X(20) VALUE 'BENITO'.
           05 FILLER PIC X(20) VALUE 'CAROLINA'.
           05 FILLER PIC X(20) VALUE 'DANIEL'.
           05 FILLER PIC X(20) VALUE 'ELENA'.
           05 FILLER PIC X(20) VALUE 'FERNANDO'.
           05 FILLER PIC X(20) VALUE 'GABRIELA'.
           05 FILLER PIC X(20) VALUE 'HUGO'.
           05 FILLER PIC X(20) VALUE 'IRENE'.
           05 FILLER PIC X(20) VALUE 'JAVIER'.
           05 FILLER PIC X(20) VALUE 'LAURA'.
           05 FILLER PIC X(20) VALUE 'MARIO'.
           05 FILLER PIC X(20) VALUE 'NORMA'.
           05 FILLER PIC X(20) VALUE 'OSCAR'.
           05 FILLER PIC X(20) VALUE 'PATRICIA'.
           05 FILLER PIC X(20) VALUE 'RAUL'.
           05 FILLER PIC X(20) VALUE 'SILVIA'.
           05 FILLER PIC X(20) VALUE 'TOMAS'.
           05 FILLER PIC X(20) VALUE 'VERONICA'.
           05 FILLER PIC X(20) VALUE 'ARTURO'.
           05 FILLER PIC X(20) VALUE 'BEATRIZ'.
           05 FILLER PIC X(20) VALUE 'CESAR'.
           05 FILLER PIC X(20) VALUE 'DIANA'.
           05 FILLER PIC X(20) VALUE 'EDUARDO'.
           05 FILLER PIC X(20) VALUE 'FABIOLA'.
           05 FILLER PIC X(20) VALUE 'GERARDO'.
           05 FILLER PIC X(20) VALUE 'ISABEL'.
           05 FILLER PIC X(20) VALUE 'LEONARDO'.
           05 FILLER PIC X(20) VALUE 'MONICA'.
           05 FILLER PIC X(20) VALUE 'RODRIGO'.
       01 WS-NOMBRES REDEFINES WS-TABLA-NOMBRES.
           05 WS-NOMBRE-TAB          PIC X(20) OCCURS 30 TIMES.
       01 WS-TABLA-CALLES.
           05 FILLER PIC X(30) VALUE 'AV. DE LAS PRUEBAS'.
           05 FILLER PIC X(30) VALUE 'CALLE ENSAYO'.
           05 FILLER PIC X(30) VALUE 'CALZADA MUESTRA'.
           05 FILLER PIC X(30) VALUE 'PRIVADA EJEMPLO'.
           05 FILLER PIC X(30) VALUE 'BOULEVARD PILOTO'.
           05 FILLER PIC X(30) VALUE 'CERRADA SIMULACRO'.
           05 FILLER PIC X(30) VALUE 'ANDADOR MODELO'.
           05 FILLER PIC X(30) VALUE 'CALLE PROTOTIPO'.
           05 FILLER PIC X(30) VALUE 'AV. CAPACITACION'.
           05 FILLER PIC X(30) VALUE 'RETORNO FICTICIO'.
       01 WS-CALLES REDEFINES WS-TABLA-CALLES.
           05 WS-CALLE-TAB           PIC X(30) OCCURS 10 TIMES.
       01 WS-CALCULO-AZAR.
           05 WS-LLAVE-AZAR          PIC 9(8) VALUE ZEROS.
           05 WS-AZAR                PIC 9(14) VALUE ZEROS.
           05 WS-COC                 PIC 9(14) VALUE ZEROS.
           05 WS-RESTO               PIC 9(11) VALUE ZEROS.
           05 WS-IDX-PAT             PIC 99 VALUE ZEROS.
           05 WS-IDX-MAT             PIC 99 VALUE ZEROS.
           05 WS-IDX-NOM             PIC 99 VALUE ZEROS.
           05 WS-RANGO               PIC 999 VALUE ZEROS.
           05 WS-DESVIO              PIC S999 VALUE ZEROS.
       01 WS-NOMBRE-FALSO.
           05 WS-FAL-PATERNO         PIC X(20) VALUE SPACES.
           05 WS-FAL-MATERNO         PIC X(20) VALUE SPACES.
           05 WS-FAL-NOMBRE          PIC X(20) VALUE SPACES.
       01 WS-BENEFICIARIO            PIC X(40) VALUE SPACES.
       01 WS-CLAVES.
           05 WS-RFC                 PIC X(13) VALUE SPACES.
           05 WS-CURP                PIC X(18) VALUE SPACES.
           05 WS-MODO                PIC X VALUE 'P'.
           05 WS-RESULTADO           PIC X VALUE 'S'.
               88 CLAVES-VALIDAS     VALUE 'S'.
       01 WS-CLABE-FALSA.
           05 WS-CLF-BANCO           PIC 9(3) VALUE ZEROS.
           05 WS-CLF-PLAZA           PIC 9(3) VALUE 180.
           05 WS-CLF-CUENTA          PIC 9(11) VALUE ZEROS.
           05 WS-CLF-DIGITO          PIC 9 VALUE ZERO.
       01 WS-CLF-POS REDEFINES WS-CLABE-FALSA.
           05 WS-CLF-CAR             PIC 9 OCCURS 18 TIMES.
       01 WS-PESOS-CLABE             PIC X(17) VALUE
           '37137137137137137'.
       01 WS-CALCULO-DIGITO.
           05 WS-IDX                 PIC 99 VALUE ZEROS.
           05 WS-PESO                PIC 9 VALUE ZERO.
           05 WS-PRODUCTO            PIC 99 VALUE ZEROS.
           05 WS-SUMA                PIC 9(4) VALUE ZEROS.
           05 WS-UNIDAD              PIC 99 VALUE ZEROS.
           05 WS-DECENA              PIC 9(4) VALUE ZEROS.
       01 WS-BANCO-CLABE             PIC X(3) VALUE SPACES.
       01 WS-RESULTADO-CLABE         PIC X VALUE 'S'.
           88 CLABE-VALIDA           VALUE 'S'.
       01 WS-NUMERO-CASA             PIC 9(4) VALUE ZEROS.
       01 WS-TELEFONO-NUM            PIC 9(8) VALUE ZEROS.
       01 WS-SALARIO-ORIG            PIC 9(7)V99 VALUE ZEROS.
       01 WS-LIMITE                  PIC 9(9)V99 VALUE ZEROS.
       01 WS-DIFERENCIA              PIC S9(9)V99 VALUE ZEROS.
       01 WS-LINEA-REP               PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Copia anonimizada para pruebas y capacitacion'
                UPON CONSOLE
            DISPLAY 'Porcentaje maximo de variacion del salario '
                '(01-50, 10 por omision): ' UPON CONSOLE
            ACCEPT WS-PORCENTAJE FROM CONSOLE
            IF WS-PORCENTAJE NOT NUMERIC OR WS-PORCENTAJE = ZEROS
                MOVE 10 TO WS-PORCENTAJE
            END-IF
            IF WS-PORCENTAJE > 50
                MOVE 50 TO WS-PORCENTAJE
            END-IF
            DISPLAY 'Semilla (6 digitos; la misma semilla repite la '
                'misma copia): ' UPON CONSOLE
            ACCEPT WS-SEMILLA FROM CONSOLE
            IF WS-SEMILLA NOT NUMERIC
                MOVE ZEROS TO WS-SEMILLA
            END-IF
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            OPEN OUTPUT F-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'COPIA ANONIMIZADA AL ' WS-FECHA-SIS
                ' ' WS-HORA-SIS ' VARIACION DE SALARIO +/-'
                WS-PORCENTAJE ' PCT'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                MOVE SPACES TO WS-LINEA-REP
                STRING 'EMPLEADOS.DAT NO SE PUDO ABRIR, STATUS '
                    WS-STATUS-EMPLEADOS
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                PERFORM 095-ANOTAR-HALLAZGO
                   THRU
                   095-ANOTAR-HALLAZGO-SAL
                GO TO 010-TERMINAR
            END-IF
            PERFORM 020-COPIAR-EMPLEADOS
               THRU
               020-COPIAR-EMPLEADOS-SAL
            PERFORM 030-COPIAR-DOMICILIOS
               THRU
               030-COPIAR-DOMICILIOS-SAL
            PERFORM 040-COPIAR-CHEQUES
               THRU
               040-COPIAR-CHEQUES-SAL
            PERFORM 050-VERIFICAR-EMPLEADOS
               THRU
               050-VERIFICAR-EMPLEADOS-SAL
            PERFORM 060-VERIFICAR-DOMICILIOS
               THRU
               060-VERIFICAR-DOMICILIOS-SAL
            PERFORM 070-VERIFICAR-CHEQUES
               THRU
               070-VERIFICAR-CHEQUES-SAL
            CLOSE F-EMPLEADOS.
       010-TERMINAR.
            MOVE SPACES TO WS-LINEA-REP
            STRING 'EMPLEADOS ' WS-EMP-LEIDOS '/' WS-EMP-ESCRITOS
                '/' WS-EMP-RELEIDOS ' CHEQUES ' WS-CHQ-LEIDOS '/'
                WS-CHQ-ESCRITOS '/' WS-CHQ-RELEIDOS ' DOMICILIOS '
                WS-DOM-LEIDOS '/' WS-DOM-ESCRITOS '/'
                WS-DOM-RELEIDOS ' (LEIDOS/ESCRITOS/RELEIDOS)'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'HALLAZGOS: ' WS-TOT-HALLAZGOS
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            CLOSE F-REPORTE
            DISPLAY WS-LINEA-REP UPON CONSOLE
            DISPLAY 'Copias en EMPPRU.DAT, CHQPRU.DAT y DOMPRU.DAT; '
                'reporte en ANONIM.TXT' UPON CONSOLE
            IF WS-TOT-HALLAZGOS > ZEROS
      *        Codigo de retorno distinto de cero: la copia no debe
      *        entregarse para capacitacion sin revisar el reporte
                MOVE 8 TO RETURN-CODE
            END-IF
            GOBACK.

       020-COPIAR-EMPLEADOS.
            OPEN OUTPUT F-EMP-PRUEBA
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 022-COPIAR-EMPLEADO
               THRU
               022-COPIAR-EMPLEADO-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-EMP-PRUEBA.
       020-COPIAR-EMPLEADOS-SAL.
            EXIT.

       022-COPIAR-EMPLEADO.
            READ F-EMPLEADOS NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 022-COPIAR-EMPLEADO-SAL
            END-READ
            ADD 1 TO WS-EMP-LEIDOS
            MOVE EMP-ID-REG TO WS-LLAVE-AZAR
            PERFORM 080-NOMBRE-FALSO
               THRU
               080-NOMBRE-FALSO-SAL
            MOVE WS-FAL-PATERNO TO REG-APE-PATERNO
            MOVE WS-FAL-MATERNO TO REG-APE-MATERNO
            MOVE WS-FAL-NOMBRE TO REG-NOMBRE
      *    RFC y CURP de los nombres falsos con la fecha real
            MOVE 'P' TO WS-MODO
            CALL 'PRG01029' USING REG-APE-PATERNO REG-APE-MATERNO
                REG-NOMBRE REG-DIA REG-MES REG-ANHO WS-RFC WS-CURP
                WS-MODO WS-RESULTADO
            MOVE WS-RFC TO REG-RFC
            MOVE WS-CURP TO REG-CURP
            IF REG-CLABE NOT = SPACES
                PERFORM 084-CLABE-FALSA
                   THRU
                   084-CLABE-FALSA-SAL
            END-IF
            PERFORM 082-DESVIO-SALARIO
               THRU
               082-DESVIO-SALARIO-SAL
            COMPUTE REG-SALARIO ROUNDED =
                REG-SALARIO * (100 + WS-DESVIO) / 100
            WRITE REG-EMP-PRUEBA FROM REG-EMPLEADOS
                INVALID KEY
                    MOVE SPACES TO WS-LINEA-REP
                    STRING 'EMPLEADO ' EMP-ID-REG
                        ' NO SE PUDO ESCRIBIR EN EMPPRU.DAT'
                        DELIMITED BY SIZE
                        INTO WS-LINEA-REP
                    PERFORM 095-ANOTAR-HALLAZGO
                       THRU
                       095-ANOTAR-HALLAZGO-SAL
                NOT INVALID KEY
                    ADD 1 TO WS-EMP-ESCRITOS
            END-WRITE.
       022-COPIAR-EMPLEADO-SAL.
            EXIT.

       030-COPIAR-DOMICILIOS.
            OPEN INPUT F-DOMICILIOS
            IF NOT DOM-OK
      *        Sin archivo de domicilios no hay nada que copiar
                GO TO 030-COPIAR-DOMICILIOS-SAL
            END-IF
            OPEN OUTPUT F-DOM-PRUEBA
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 032-COPIAR-DOMICILIO
               THRU
               032-COPIAR-DOMICILIO-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-DOM-PRUEBA
            CLOSE F-DOMICILIOS.
       030-COPIAR-DOMICILIOS-SAL.
            EXIT.

       032-COPIAR-DOMICILIO.
      *    Calle, telefono y correo se sustituyen; municipio, estado
      *    y codigo postal se conservan para los filtros de la
      *    extraccion de correspondencia
            READ F-DOMICILIOS NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 032-COPIAR-DOMICILIO-SAL
            END-READ
            ADD 1 TO WS-DOM-LEIDOS
            MOVE DOM-EMP-ID TO WS-LLAVE-AZAR
            PERFORM 086-AZAR
               THRU
               086-AZAR-SAL
            DIVIDE WS-AZAR BY 10 GIVING WS-COC REMAINDER WS-RESTO
            ADD 1 TO WS-RESTO
            MOVE WS-RESTO TO WS-IDX-PAT
            DIVIDE WS-COC BY 999 GIVING WS-COC REMAINDER WS-RESTO
            COMPUTE WS-NUMERO-CASA = WS-RESTO + 1
            MOVE SPACES TO DOM-CALLE
            STRING WS-CALLE-TAB(WS-IDX-PAT) DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                WS-NUMERO-CASA DELIMITED BY SIZE
                INTO DOM-CALLE
            DIVIDE WS-AZAR BY 100000000 GIVING WS-COC
                REMAINDER WS-TELEFONO-NUM
            MOVE SPACES TO DOM-TELEFONO
            STRING '55' WS-TELEFONO-NUM DELIMITED BY SIZE
                INTO DOM-TELEFONO
            MOVE SPACES TO DOM-CORREO
            STRING 'PRUEBA' DOM-EMP-ID '@EJEMPLO.COM'
                DELIMITED BY SIZE
                INTO DOM-CORREO
            WRITE REG-DOM-PRUEBA FROM REG-DOMICILIO
                INVALID KEY
                    MOVE SPACES TO WS-LINEA-REP
                    STRING 'DOMICILIO ' DOM-EMP-ID
                        ' NO SE PUDO ESCRIBIR EN DOMPRU.DAT'
                        DELIMITED BY SIZE
                        INTO WS-LINEA-REP
                    PERFORM 095-ANOTAR-HALLAZGO
                       THRU
                       095-ANOTAR-HALLAZGO-SAL
                NOT INVALID KEY
                    ADD 1 TO WS-DOM-ESCRITOS
            END-WRITE.
       032-COPIAR-DOMICILIO-SAL.
            EXIT.

       040-COPIAR-CHEQUES.
            OPEN INPUT F-REGISTRO
            IF NOT REGISTRO-OK
                GO TO 040-COPIAR-CHEQUES-SAL
            END-IF
            OPEN OUTPUT F-CHQ-PRUEBA
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 042-COPIAR-CHEQUE
               THRU
               042-COPIAR-CHEQUE-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-CHQ-PRUEBA
            CLOSE F-REGISTRO.
       040-COPIAR-CHEQUES-SAL.
            EXIT.

       042-COPIAR-CHEQUE.
            READ F-REGISTRO NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 042-COPIAR-CHEQUE-SAL
            END-READ
            ADD 1 TO WS-CHQ-LEIDOS
      *    Las formas inutilizadas (empleado cero) no llevan persona
            IF CHQ-EMP-ID NOT = ZEROS
                PERFORM 044-BENEFICIARIO-FALSO
                   THRU
                   044-BENEFICIARIO-FALSO-SAL
                MOVE WS-BENEFICIARIO TO CHQ-BENEFICIARIO
                MOVE CHQ-EMP-ID TO WS-LLAVE-AZAR
                PERFORM 082-DESVIO-SALARIO
                   THRU
                   082-DESVIO-SALARIO-SAL
                COMPUTE CHQ-IMPORTE ROUNDED =
                    CHQ-IMPORTE * (100 + WS-DESVIO) / 100
                COMPUTE CHQ-BRUTO ROUNDED =
                    CHQ-BRUTO * (100 + WS-DESVIO) / 100
                COMPUTE CHQ-ISR ROUNDED =
                    CHQ-ISR * (100 + WS-DESVIO) / 100
                COMPUTE CHQ-IMSS ROUNDED =
                    CHQ-IMSS * (100 + WS-DESVIO) / 100
                COMPUTE CHQ-OTRAS ROUNDED =
                    CHQ-OTRAS * (100 + WS-DESVIO) / 100
                COMPUTE CHQ-EQUIV-MXN ROUNDED =
                    CHQ-EQUIV-MXN * (100 + WS-DESVIO) / 100
            END-IF
            WRITE REG-CHQ-PRUEBA FROM REG-CHEQUES
                INVALID KEY
                    MOVE SPACES TO WS-LINEA-REP
                    STRING 'CHEQUE ' CHQ-NUMERO
                        ' NO SE PUDO ESCRIBIR EN CHQPRU.DAT'
                        DELIMITED BY SIZE
                        INTO WS-LINEA-REP
                    PERFORM 095-ANOTAR-HALLAZGO
                       THRU
                       095-ANOTAR-HALLAZGO-SAL
                NOT INVALID KEY
                    ADD 1 TO WS-CHQ-ESCRITOS
            END-WRITE.
       042-COPIAR-CHEQUE-SAL.
            EXIT.

       044-BENEFICIARIO-FALSO.
      *    Cheque de nomina: el nombre falso del empleado, armado
      *    igual que en la emision de PRG01019; pension alimenticia
      *    u otro tercero: un nombre falso propio del folio
            IF CHQ-PAGO-NOMINA
                MOVE CHQ-EMP-ID TO WS-LLAVE-AZAR
            ELSE
                MOVE CHQ-NUMERO TO WS-LLAVE-AZAR
            END-IF
            PERFORM 080-NOMBRE-FALSO
               THRU
               080-NOMBRE-FALSO-SAL
            PERFORM 046-ARMAR-BENEFICIARIO
               THRU
               046-ARMAR-BENEFICIARIO-SAL.
       044-BENEFICIARIO-FALSO-SAL.
            EXIT.

       046-ARMAR-BENEFICIARIO.
            MOVE SPACES TO WS-BENEFICIARIO
            STRING WS-FAL-NOMBRE DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                WS-FAL-PATERNO DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                WS-FAL-MATERNO DELIMITED BY '  '
                INTO WS-BENEFICIARIO.
       046-ARMAR-BENEFICIARIO-SAL.
            EXIT.

       050-VERIFICAR-EMPLEADOS.
      *    Cada copia contra su original: nombre cambiado, claves
      *    fiscales validas, CLABE valida y salario dentro del rango
            OPEN INPUT F-EMP-PRUEBA
            IF NOT EMP-PRUEBA-OK
                MOVE SPACES TO WS-LINEA-REP
                STRING 'EMPPRU.DAT NO SE PUDO RELEER, STATUS '
                    WS-STATUS-EMP-PRUEBA
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                PERFORM 095-ANOTAR-HALLAZGO
                   THRU
                   095-ANOTAR-HALLAZGO-SAL
                GO TO 050-VERIFICAR-EMPLEADOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 052-VERIFICAR-EMPLEADO
               THRU
               052-VERIFICAR-EMPLEADO-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-EMP-PRUEBA
            IF WS-EMP-RELEIDOS NOT = WS-EMP-LEIDOS
                MOVE SPACES TO WS-LINEA-REP
                STRING 'EMPPRU.DAT TIENE ' WS-EMP-RELEIDOS
                    ' EMPLEADOS CONTRA ' WS-EMP-LEIDOS
                    ' DEL MAESTRO'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                PERFORM 095-ANOTAR-HALLAZGO
                   THRU
                   095-ANOTAR-HALLAZGO-SAL
            END-IF.
       050-VERIFICAR-EMPLEADOS-SAL.
            EXIT.

       052-VERIFICAR-EMPLEADO.
            READ F-EMP-PRUEBA NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 052-VERIFICAR-EMPLEADO-SAL
            END-READ
            ADD 1 TO WS-EMP-RELEIDOS
            MOVE PRU-EMP-ID TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    MOVE SPACES TO WS-LINEA-REP
                    STRING 'EMPLEADO ' PRU-EMP-ID
                        ' DE LA COPIA NO EXISTE EN EL MAESTRO'
                        DELIMITED BY SIZE
                        INTO WS-LINEA-REP
                    PERFORM 095-ANOTAR-HALLAZGO
                       THRU
                       095-ANOTAR-HALLAZGO-SAL
                    GO TO 052-VERIFICAR-EMPLEADO-SAL
            END-READ
            MOVE REG-SALARIO TO WS-SALARIO-ORIG
            IF PRU-APE-PATERNO = REG-APE-PATERNO
                AND REG-EMPLEADOS(47:20) = REG-EMP-PRUEBA(47:20)
                MOVE SPACES TO WS-LINEA-REP
                STRING 'EMPLEADO ' PRU-EMP-ID
                    ' CONSERVA SU APELLIDO Y NOMBRE REALES'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                PERFORM 095-ANOTAR-HALLAZGO
                   THRU
                   095-ANOTAR-HALLAZGO-SAL
            END-IF
      *    Desde aqui el area del maestro lleva la copia
            MOVE REG-EMP-PRUEBA TO REG-EMPLEADOS
            MOVE 'V' TO WS-MODO
            CALL 'PRG01029' USING REG-APE-PATERNO REG-APE-MATERNO
                REG-NOMBRE REG-DIA REG-MES REG-ANHO REG-RFC REG-CURP
                WS-MODO WS-RESULTADO
            IF NOT CLAVES-VALIDAS
                MOVE SPACES TO WS-LINEA-REP
                STRING 'EMPLEADO ' PRU-EMP-ID
                    ' CON RFC O CURP INVALIDOS EN LA COPIA'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                PERFORM 095-ANOTAR-HALLAZGO
                   THRU
                   095-ANOTAR-HALLAZGO-SAL
            END-IF
            IF REG-CLABE NOT = SPACES
                MOVE REG-BANCO TO WS-BANCO-CLABE
                CALL 'PRG01147' USING WS-BANCO-CLABE REG-CLABE
                    WS-RESULTADO-CLABE
                IF NOT CLABE-VALIDA
                    MOVE SPACES TO WS-LINEA-REP
                    STRING 'EMPLEADO ' PRU-EMP-ID
                        ' CON CLABE INVALIDA EN LA COPIA ('
                        WS-RESULTADO-CLABE ')'
                        DELIMITED BY SIZE
                        INTO WS-LINEA-REP
                    PERFORM 095-ANOTAR-HALLAZGO
                       THRU
                       095-ANOTAR-HALLAZGO-SAL
                END-IF
            END-IF
            COMPUTE WS-LIMITE ROUNDED =
                (WS-SALARIO-ORIG * WS-PORCENTAJE / 100) + 0.01
            COMPUTE WS-DIFERENCIA = REG-SALARIO - WS-SALARIO-ORIG
            IF WS-DIFERENCIA < ZERO
                COMPUTE WS-DIFERENCIA = ZERO - WS-DIFERENCIA
            END-IF
            IF WS-DIFERENCIA > WS-LIMITE
                MOVE SPACES TO WS-LINEA-REP
                STRING 'EMPLEADO ' PRU-EMP-ID
                    ' CON SALARIO FUERA DEL RANGO PEDIDO'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                PERFORM 095-ANOTAR-HALLAZGO
                   THRU
                   095-ANOTAR-HALLAZGO-SAL
            END-IF.
       052-VERIFICAR-EMPLEADO-SAL.
            EXIT.

       060-VERIFICAR-DOMICILIOS.
            IF WS-DOM-LEIDOS = ZEROS
                GO TO 060-VERIFICAR-DOMICILIOS-SAL
            END-IF
            OPEN INPUT F-DOM-PRUEBA
            IF NOT DOM-PRUEBA-OK
                MOVE SPACES TO WS-LINEA-REP
                STRING 'DOMPRU.DAT NO SE PUDO RELEER, STATUS '
                    WS-STATUS-DOM-PRUEBA
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                PERFORM 095-ANOTAR-HALLAZGO
                   THRU
                   095-ANOTAR-HALLAZGO-SAL
                GO TO 060-VERIFICAR-DOMICILIOS-SAL
            END-IF
            OPEN INPUT F-EMP-PRUEBA
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 062-VERIFICAR-DOMICILIO
               THRU
               062-VERIFICAR-DOMICILIO-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-EMP-PRUEBA
            CLOSE F-DOM-PRUEBA
            IF WS-DOM-RELEIDOS NOT = WS-DOM-LEIDOS
                MOVE SPACES TO WS-LINEA-REP
                STRING 'DOMPRU.DAT TIENE ' WS-DOM-RELEIDOS
                    ' DOMICILIOS CONTRA ' WS-DOM-LEIDOS
                    ' DEL ORIGINAL'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                PERFORM 095-ANOTAR-HALLAZGO
                   THRU
                   095-ANOTAR-HALLAZGO-SAL
            END-IF.
       060-VERIFICAR-DOMICILIOS-SAL.
            EXIT.

       062-VERIFICAR-DOMICILIO.
            READ F-DOM-PRUEBA NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 062-VERIFICAR-DOMICILIO-SAL
            END-READ
            ADD 1 TO WS-DOM-RELEIDOS
            MOVE PRU-DOM-EMP-ID TO PRU-EMP-ID
            READ F-EMP-PRUEBA
                INVALID KEY
                    MOVE SPACES TO WS-LINEA-REP
                    STRING 'DOMICILIO ' PRU-DOM-EMP-ID
                        ' SIN EMPLEADO EN EMPPRU.DAT'
                        DELIMITED BY SIZE
                        INTO WS-LINEA-REP
                    PERFORM 095-ANOTAR-HALLAZGO
                       THRU
                       095-ANOTAR-HALLAZGO-SAL
            END-READ.
       062-VERIFICAR-DOMICILIO-SAL.
            EXIT.

       070-VERIFICAR-CHEQUES.
      *    Cada cheque con empleado debe cruzar contra EMPPRU.DAT y,
      *    si es de nomina, llevar el nombre falso del empleado
            IF WS-CHQ-LEIDOS = ZEROS
                GO TO 070-VERIFICAR-CHEQUES-SAL
            END-IF
            OPEN INPUT F-CHQ-PRUEBA
            IF NOT CHQ-PRUEBA-OK
                MOVE SPACES TO WS-LINEA-REP
                STRING 'CHQPRU.DAT NO SE PUDO RELEER, STATUS '
                    WS-STATUS-CHQ-PRUEBA
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                PERFORM 095-ANOTAR-HALLAZGO
                   THRU
                   095-ANOTAR-HALLAZGO-SAL
                GO TO 070-VERIFICAR-CHEQUES-SAL
            END-IF
            OPEN INPUT F-EMP-PRUEBA
            OPEN INPUT F-REGISTRO
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 072-VERIFICAR-CHEQUE
               THRU
               072-VERIFICAR-CHEQUE-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-REGISTRO
            CLOSE F-EMP-PRUEBA
            CLOSE F-CHQ-PRUEBA
            IF WS-CHQ-RELEIDOS NOT = WS-CHQ-LEIDOS
                MOVE SPACES TO WS-LINEA-REP
                STRING 'CHQPRU.DAT TIENE ' WS-CHQ-RELEIDOS
                    ' CHEQUES CONTRA ' WS-CHQ-LEIDOS
                    ' DEL REGISTRO'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                PERFORM 095-ANOTAR-HALLAZGO
                   THRU
                   095-ANOTAR-HALLAZGO-SAL
            END-IF.
       070-VERIFICAR-CHEQUES-SAL.
            EXIT.

       072-VERIFICAR-CHEQUE.
            READ F-CHQ-PRUEBA NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 072-VERIFICAR-CHEQUE-SAL
            END-READ
            ADD 1 TO WS-CHQ-RELEIDOS
            MOVE REG-CHQ-PRUEBA TO REG-CHEQUES
            IF CHQ-EMP-ID = ZEROS
                GO TO 072-VERIFICAR-CHEQUE-SAL
            END-IF
            MOVE CHQ-EMP-ID TO PRU-EMP-ID
            READ F-EMP-PRUEBA
                INVALID KEY
                    MOVE SPACES TO WS-LINEA-REP
                    STRING 'CHEQUE ' CHQ-NUMERO ' CON EMPLEADO '
                        CHQ-EMP-ID ' INEXISTENTE EN EMPPRU.DAT'
                        DELIMITED BY SIZE
                        INTO WS-LINEA-REP
                    PERFORM 095-ANOTAR-HALLAZGO
                       THRU
                       095-ANOTAR-HALLAZGO-SAL
                    GO TO 072-VERIFICAR-CHEQUE-SAL
            END-READ
            IF NOT CHQ-PAGO-NOMINA
                GO TO 072-VERIFICAR-CHEQUE-SAL
            END-IF
            MOVE REG-EMP-PRUEBA TO REG-EMPLEADOS
            MOVE REG-APE-PATERNO TO WS-FAL-PATERNO
            MOVE REG-APE-MATERNO TO WS-FAL-MATERNO
            MOVE REG-NOMBRE TO WS-FAL-NOMBRE
            PERFORM 046-ARMAR-BENEFICIARIO
               THRU
               046-ARMAR-BENEFICIARIO-SAL
            IF CHQ-BENEFICIARIO NOT = WS-BENEFICIARIO
                MOVE SPACES TO WS-LINEA-REP
                STRING 'CHEQUE ' CHQ-NUMERO
                    ' CON BENEFICIARIO DISTINTO AL EMPLEADO '
                    CHQ-EMP-ID ' DE LA COPIA'
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                PERFORM 095-ANOTAR-HALLAZGO
                   THRU
                   095-ANOTAR-HALLAZGO-SAL
            END-IF.
       072-VERIFICAR-CHEQUE-SAL.
            EXIT.

       080-NOMBRE-FALSO.
      *    Paterno, materno y nombre de las tablas, cada uno con su
      *    propio tramo del numero al azar
            PERFORM 086-AZAR
               THRU
               086-AZAR-SAL
            DIVIDE WS-AZAR BY 30 GIVING WS-COC REMAINDER WS-RESTO
            COMPUTE WS-IDX-PAT = WS-RESTO + 1
            DIVIDE WS-COC BY 30 GIVING WS-COC REMAINDER WS-RESTO
            COMPUTE WS-IDX-MAT = WS-RESTO + 1
            DIVIDE WS-COC BY 30 GIVING WS-COC REMAINDER WS-RESTO
            COMPUTE WS-IDX-NOM = WS-RESTO + 1
            MOVE WS-APELLIDO(WS-IDX-PAT) TO WS-FAL-PATERNO
            MOVE WS-APELLIDO(WS-IDX-MAT) TO WS-FAL-MATERNO
            MOVE WS-NOMBRE-TAB(WS-IDX-NOM) TO WS-FAL-NOMBRE.
       080-NOMBRE-FALSO-SAL.
            EXIT.

       082-DESVIO-SALARIO.
      *    Desvio entero en puntos porcentuales entre menos y mas el
      *    porcentaje pedido, fijo por empleado para que salario y
      *    cheques se muevan juntos
            PERFORM 086-AZAR
               THRU
               086-AZAR-SAL
            COMPUTE WS-RANGO = (WS-PORCENTAJE * 2) + 1
            DIVIDE WS-AZAR BY WS-RANGO GIVING WS-COC
                REMAINDER WS-RESTO
            COMPUTE WS-DESVIO = WS-RESTO - WS-PORCENTAJE.
       082-DESVIO-SALARIO-SAL.
            EXIT.

       084-CLABE-FALSA.
      *    Mismo banco, plaza fija y cuenta de 11 digitos al azar; el
      *    digito de control con la regla oficial de PRG01147
            IF REG-BANCO NUMERIC
                MOVE REG-BANCO TO WS-CLF-BANCO
            ELSE
                MOVE 002 TO WS-CLF-BANCO
                MOVE '002' TO REG-BANCO
            END-IF
            MOVE 180 TO WS-CLF-PLAZA
            PERFORM 086-AZAR
               THRU
               086-AZAR-SAL
            DIVIDE WS-AZAR BY 100000000000 GIVING WS-COC
                REMAINDER WS-CLF-CUENTA
            MOVE ZEROS TO WS-SUMA
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 17
                MOVE WS-PESOS-CLABE(WS-IDX:1) TO WS-PESO
                COMPUTE WS-PRODUCTO = WS-CLF-CAR(WS-IDX) * WS-PESO
                DIVIDE WS-PRODUCTO BY 10 GIVING WS-DECENA
                    REMAINDER WS-UNIDAD
                ADD WS-UNIDAD TO WS-SUMA
            END-PERFORM
            DIVIDE WS-SUMA BY 10 GIVING WS-DECENA
                REMAINDER WS-UNIDAD
            IF WS-UNIDAD = ZEROS
                MOVE ZERO TO WS-CLF-DIGITO
            ELSE
                COMPUTE WS-CLF-DIGITO = 10 - WS-UNIDAD
            END-IF
            MOVE WS-CLABE-FALSA TO REG-CLABE.
       084-CLABE-FALSA-SAL.
            EXIT.

       086-AZAR.
      *    Numero al azar reproducible: la llave del registro mezclada
      *    con la semilla; la misma semilla da la misma copia
            COMPUTE WS-AZAR = (WS-LLAVE-AZAR * 7919)
                + (WS-SEMILLA * 104729) + 7777
            DIVIDE WS-AZAR BY 999983 GIVING WS-COC REMAINDER WS-RESTO
            COMPUTE WS-AZAR = (WS-RESTO * 1000003) + WS-LLAVE-AZAR
                + WS-SEMILLA.
       086-AZAR-SAL.
            EXIT.

       095-ANOTAR-HALLAZGO.
            ADD 1 TO WS-TOT-HALLAZGOS
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       095-ANOTAR-HALLAZGO-SAL.
            EXIT.

       END PROGRAM PRG01150.
