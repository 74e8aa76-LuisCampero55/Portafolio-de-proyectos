       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01135.
      *  Presupuesto de nomina por compañia, departamento y mes, y su
      *  comparacion contra lo real: la carga toma el archivo plano
      *  que entrega finanzas (renglones separados por coma, como el
      *  intake de PRG01023) y graba o reemplaza cada renglon en
      *  PRESUP.DAT con su auditoria en TABAUD.TXT via PRG01095; los
      *  rechazados van a un archivo de excepciones con el motivo; la
      *  captura individual corrige un renglon; el reporte del mes
      *  junta el bruto de los cheques de REGCHEQ.DAT (sin
      *  cancelados, pendientes de aprobacion ni pagos de pension)
      *  por el departamento del empleado, con las plazas pagadas,
      *  contra las plazas e importe presupuestados, y da la
      *  variacion del mes y la acumulada del año; el departamento
      *  que rebasa el porcentaje de tolerancia se marca para que el
      *  contralor lo vea antes del cierre; reporte en PRESREP.TXT -
      *  LCG 15 OCT 26
      *  Trazado del archivo plano: COMPANIA,DEPTO,AAAAMM,PLAZAS,
      *  PESOS,CENTAVOS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PRESUP ASSIGN TO "PRESUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPT-LLAVE
               FILE STATUS IS WS-STATUS-PRESUP.
           SELECT F-REGISTRO ASSIGN TO "REGCHEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS WS-STATUS-REGISTRO.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPTOS.
           SELECT F-CARGA ASSIGN DYNAMIC WS-ARCH-CARGA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARGA.
           SELECT F-EXCEPCIONES ASSIGN DYNAMIC WS-ARCH-EXCEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCEP.
           SELECT F-REPORTE ASSIGN TO "PRESREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-PRESUP.
       COPY PRESUP.
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-DEPTOS.
       COPY DEPTOCAT.
       FD  F-CARGA.
       01 REG-CARGA                  PIC X(80).
       FD  F-EXCEPCIONES.
       01 REG-EXCEPCION              PIC X(160).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PRESUP           PIC XX VALUE '00'.
           88 PRESUP-OK              VALUE '00'.
           88 PRESUP-NO-EXISTE       VALUE '35'.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-DEPTOS           PIC XX VALUE '00'.
           88 DEP-OK                 VALUE '00'.
       01 WS-STATUS-CARGA            PIC XX VALUE '00'.
       01 WS-STATUS-EXCEP            PIC XX VALUE '00'.
       01 WS-ARCH-CARGA              PIC X(100) VALUE SPACES.
       01 WS-ARCH-EXCEP              PIC X(100) VALUE SPACES.
       01 WS-HAY-CATALOGO            PIC X VALUE 'N'.
           88 HAY-CATALOGO           VALUE 'S'.
       01 WS-HAY-MAESTRO             PIC X VALUE 'N'.
           88 HAY-MAESTRO            VALUE 'S'.
       01 WS-OPCION                  PIC X VALUE 'R'.
           88 OPCION-CARGAR          VALUE 'C'.
           88 OPCION-MODIFICAR       VALUE 'M'.
           88 OPCION-REPORTE         VALUE 'R'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
      *    Renglon del archivo plano
       01 WS-RENGLON-CARGA           PIC X(80) VALUE SPACES.
       01 WS-CAMPOS-CARGA.
           05 WS-CAR-COMPANIA        PIC X(2).
           05 WS-CAR-DEPTO           PIC X(4).
           05 WS-CAR-MES             PIC X(6).
           05 WS-CAR-PLAZAS          PIC X(4).
           05 WS-CAR-PESOS           PIC X(11).
           05 WS-CAR-CENT            PIC X(2).
       01 WS-CAMPOS-NUM.
           05 WS-NUM-COMPANIA        PIC 99.
           05 WS-NUM-MES             PIC 9(6).
           05 WS-NUM-MES-R REDEFINES WS-NUM-MES.
               10 WS-NUM-MES-ANHO    PIC 9(4).
               10 WS-NUM-MES-MM      PIC 99.
           05 WS-NUM-PLAZAS          PIC 9(4).
           05 WS-NUM-PESOS           PIC 9(11).
           05 WS-NUM-CENT            PIC 99.
       01 WS-MOTIVO-RECHAZO          PIC X(40) VALUE SPACES.
       01 WS-LINEA-EXCEP             PIC X(160) VALUE SPACES.
       01 WS-ACUM-CARGA.
           05 WS-TOT-LEIDOS          PIC 9(5) VALUE ZEROS.
           05 WS-TOT-ALTAS           PIC 9(5) VALUE ZEROS.
           05 WS-TOT-CAMBIOS         PIC 9(5) VALUE ZEROS.
           05 WS-TOT-RECHAZADOS      PIC 9(5) VALUE ZEROS.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'PRESUP.DAT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
      *    Parametros del reporte
       01 WS-COMPANIA-REP            PIC 99 VALUE 01.
       01 WS-MES-REP                 PIC 9(6) VALUE ZEROS.
       01 WS-MES-REP-R REDEFINES WS-MES-REP.
           05 WS-MES-REP-ANHO        PIC 9(4).
           05 WS-MES-REP-MM          PIC 99.
       01 WS-TOL-ENT                 PIC 99 VALUE ZEROS.
       01 WS-TOL-DEC                 PIC 99 VALUE ZEROS.
       01 WS-TOLERANCIA              PIC 99V99 VALUE 5.
       01 WS-COMPANIA-CHQ            PIC 99 VALUE ZEROS.
       01 WS-DEPTO-CHQ               PIC X(4) VALUE SPACES.
      *    Presupuesto contra real por departamento
       01 WS-TABLA-DEP.
           05 WS-DEP-NUM             PIC 9(3) VALUE ZEROS.
           05 WS-DEP-ENT OCCURS 200 TIMES.
               10 WS-DEP-T-DEPTO     PIC X(4).
               10 WS-DEP-T-PLZ-PRES  PIC 9(5).
               10 WS-DEP-T-PLZ-REAL  PIC 9(5).
               10 WS-DEP-T-PRES-MES  PIC 9(13)V99.
               10 WS-DEP-T-REAL-MES  PIC 9(13)V99.
               10 WS-DEP-T-PRES-ACUM PIC 9(13)V99.
               10 WS-DEP-T-REAL-ACUM PIC 9(13)V99.
       01 WS-IDX                     PIC 9(3) VALUE ZEROS.
       01 WS-DEP-HALLADO             PIC 9(3) VALUE ZEROS.
       01 WS-DEPTO-BUSCADO           PIC X(4) VALUE SPACES.
      *    Empleados pagados en el mes, para contar plazas reales
       01 WS-TABLA-PAGADOS.
           05 WS-PAG-NUM             PIC 9(5) VALUE ZEROS.
           05 WS-PAG-EMP             PIC 9(6) OCCURS 5000 TIMES.
       01 WS-PAG-IDX                 PIC 9(5) VALUE ZEROS.
       01 WS-PAGADO-ANTES            PIC X VALUE 'N'.
           88 PAGADO-ANTES           VALUE 'S'.
       01 WS-CALCULO.
           05 WS-VAR-MES             PIC S9(13)V99 VALUE ZEROS.
           05 WS-VAR-ACUM            PIC S9(13)V99 VALUE ZEROS.
           05 WS-VAR-PCT             PIC S9(5)V99 VALUE ZEROS.
           05 WS-VAR-PCT-ACUM        PIC S9(5)V99 VALUE ZEROS.
       01 WS-MARCA                   PIC X(24) VALUE SPACES.
       01 WS-TOTALES.
           05 WS-TOT-PLZ-PRES        PIC 9(6) VALUE ZEROS.
           05 WS-TOT-PLZ-REAL        PIC 9(6) VALUE ZEROS.
           05 WS-TOT-PRES-MES        PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-REAL-MES        PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-PRES-ACUM       PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-REAL-ACUM       PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-EXCEDIDOS       PIC 9(3) VALUE ZEROS.
       01 WS-EDITADOS.
           05 WS-ED-PLZ-PRES         PIC ZZZZ9.
           05 WS-ED-PLZ-REAL         PIC ZZZZ9.
           05 WS-ED-PRES             PIC Z(11)9.99.
           05 WS-ED-REAL             PIC Z(11)9.99.
           05 WS-ED-VAR              PIC -(11)9.99.
           05 WS-ED-PCT              PIC -(4)9.99.
           05 WS-ED-VAR-ACUM         PIC -(11)9.99.
           05 WS-ED-TOL              PIC Z9.99.
       01 WS-LINEA-REP               PIC X(150) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       020-SESION.
            DISPLAY 'Presupuesto de nomina: (C)argar archivo plano, '
                '(M)odificar un renglon, (R)eporte presupuesto '
                'contra real: ' UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-CARGAR
                    PERFORM 030-CARGAR
                       THRU
                       030-CARGAR-SAL
                WHEN OPCION-MODIFICAR
                    PERFORM 040-MODIFICAR
                       THRU
                       040-MODIFICAR-SAL
                WHEN OTHER
                    PERFORM 050-REPORTE
                       THRU
                       050-REPORTE-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-CARGAR.
            DISPLAY 'Archivo plano del presupuesto (renglones '
                'separados por coma): ' UPON CONSOLE
            ACCEPT WS-ARCH-CARGA FROM CONSOLE
            DISPLAY 'Archivo de excepciones: ' UPON CONSOLE
            ACCEPT WS-ARCH-EXCEP FROM CONSOLE
            OPEN INPUT F-CARGA
            IF WS-STATUS-CARGA NOT = '00'
                DISPLAY 'Error: no se pudo abrir el archivo plano, '
                    'status ' WS-STATUS-CARGA UPON CONSOLE
                GO TO 030-CARGAR-SAL
            END-IF
            PERFORM 080-ABRIR-PRESUP
               THRU
               080-ABRIR-PRESUP-SAL
            IF NOT PRESUP-OK
                CLOSE F-CARGA
                GO TO 030-CARGAR-SAL
            END-IF
            OPEN OUTPUT F-EXCEPCIONES
            MOVE 'N' TO WS-HAY-CATALOGO
            OPEN INPUT F-DEPTOS
            IF DEP-OK
                MOVE 'S' TO WS-HAY-CATALOGO
            ELSE
                DISPLAY 'Aviso: sin catalogo de departamentos, no se '
                    'validara el departamento' UPON CONSOLE
            END-IF
            MOVE ZEROS TO WS-ACUM-CARGA
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 032-PROCESAR-RENGLON
               THRU
               032-PROCESAR-RENGLON-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-CARGA
            CLOSE F-EXCEPCIONES
            CLOSE F-PRESUP
            IF HAY-CATALOGO
                CLOSE F-DEPTOS
            END-IF
            DISPLAY 'Renglones leidos:     ' WS-TOT-LEIDOS
                UPON CONSOLE
            DISPLAY 'Renglones nuevos:     ' WS-TOT-ALTAS
                UPON CONSOLE
            DISPLAY 'Renglones cambiados:  ' WS-TOT-CAMBIOS
                UPON CONSOLE
            DISPLAY 'Renglones rechazados: ' WS-TOT-RECHAZADOS
                UPON CONSOLE.
       030-CARGAR-SAL.
            EXIT.

       032-PROCESAR-RENGLON.
            READ F-CARGA INTO WS-RENGLON-CARGA
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                NOT AT END
                    ADD 1 TO WS-TOT-LEIDOS
                    PERFORM 034-VALIDAR-RENGLON
                       THRU
                       034-VALIDAR-RENGLON-SAL
            END-READ.
       032-PROCESAR-RENGLON-SAL.
            EXIT.

       034-VALIDAR-RENGLON.
            MOVE SPACES TO WS-CAMPOS-CARGA
            MOVE SPACES TO WS-MOTIVO-RECHAZO
            UNSTRING WS-RENGLON-CARGA DELIMITED BY ','
                INTO WS-CAR-COMPANIA WS-CAR-DEPTO WS-CAR-MES
                     WS-CAR-PLAZAS WS-CAR-PESOS WS-CAR-CENT
            END-UNSTRING
            IF WS-CAR-COMPANIA NOT NUMERIC
                MOVE 'COMPAÑIA NO NUMERICA' TO WS-MOTIVO-RECHAZO
                PERFORM 038-RECHAZAR-RENGLON
                   THRU
                   038-RECHAZAR-RENGLON-SAL
                GO TO 034-VALIDAR-RENGLON-SAL
            END-IF
            IF WS-CAR-MES NOT NUMERIC
                MOVE 'MES NO NUMERICO (AAAAMM)' TO WS-MOTIVO-RECHAZO
                PERFORM 038-RECHAZAR-RENGLON
                   THRU
                   038-RECHAZAR-RENGLON-SAL
                GO TO 034-VALIDAR-RENGLON-SAL
            END-IF
            IF WS-CAR-PLAZAS NOT NUMERIC
                OR WS-CAR-PESOS NOT NUMERIC
                OR WS-CAR-CENT NOT NUMERIC
                MOVE 'PLAZAS O IMPORTE NO NUMERICO'
                    TO WS-MOTIVO-RECHAZO
                PERFORM 038-RECHAZAR-RENGLON
                   THRU
                   038-RECHAZAR-RENGLON-SAL
                GO TO 034-VALIDAR-RENGLON-SAL
            END-IF
            MOVE WS-CAR-COMPANIA TO WS-NUM-COMPANIA
            MOVE WS-CAR-MES TO WS-NUM-MES
            MOVE WS-CAR-PLAZAS TO WS-NUM-PLAZAS
            MOVE WS-CAR-PESOS TO WS-NUM-PESOS
            MOVE WS-CAR-CENT TO WS-NUM-CENT
            IF WS-NUM-COMPANIA = ZEROS
                MOVE 'COMPAÑIA EN CERO' TO WS-MOTIVO-RECHAZO
                PERFORM 038-RECHAZAR-RENGLON
                   THRU
                   038-RECHAZAR-RENGLON-SAL
                GO TO 034-VALIDAR-RENGLON-SAL
            END-IF
            IF WS-NUM-MES-MM < 1 OR WS-NUM-MES-MM > 12
                OR WS-NUM-MES-ANHO < 2000
                MOVE 'MES INVALIDO' TO WS-MOTIVO-RECHAZO
                PERFORM 038-RECHAZAR-RENGLON
                   THRU
                   038-RECHAZAR-RENGLON-SAL
                GO TO 034-VALIDAR-RENGLON-SAL
            END-IF
            IF WS-CAR-DEPTO = SPACES
                MOVE 'DEPARTAMENTO EN BLANCO' TO WS-MOTIVO-RECHAZO
                PERFORM 038-RECHAZAR-RENGLON
                   THRU
                   038-RECHAZAR-RENGLON-SAL
                GO TO 034-VALIDAR-RENGLON-SAL
            END-IF
            IF HAY-CATALOGO
                MOVE WS-CAR-DEPTO TO DEP-CODIGO
                READ F-DEPTOS
                    INVALID KEY
                        MOVE 'DEPARTAMENTO NO CATALOGADO'
                            TO WS-MOTIVO-RECHAZO
                END-READ
                IF WS-MOTIVO-RECHAZO NOT = SPACES
                    PERFORM 038-RECHAZAR-RENGLON
                       THRU
                       038-RECHAZAR-RENGLON-SAL
                    GO TO 034-VALIDAR-RENGLON-SAL
                END-IF
            END-IF
            PERFORM 036-GRABAR-RENGLON
               THRU
               036-GRABAR-RENGLON-SAL.
       034-VALIDAR-RENGLON-SAL.
            EXIT.

       036-GRABAR-RENGLON.
      *    Si la llave ya existe se reemplaza (finanzas reenvia el
      *    presupuesto ajustado); cada cambio queda auditado
            MOVE WS-NUM-COMPANIA TO PPT-COMPANIA
            MOVE WS-CAR-DEPTO TO PPT-DEPTO
            MOVE WS-NUM-MES TO PPT-MES
            MOVE SPACES TO WS-TAB-ANTES
            READ F-PRESUP
                INVALID KEY
                    MOVE 'ALTA' TO WS-TAB-OPERACION
                NOT INVALID KEY
                    MOVE 'CAMBIO' TO WS-TAB-OPERACION
                    PERFORM 085-IMAGEN-ANTES
                       THRU
                       085-IMAGEN-ANTES-SAL
            END-READ
            MOVE WS-NUM-PLAZAS TO PPT-PLAZAS
            COMPUTE PPT-IMPORTE = WS-NUM-PESOS + (WS-NUM-CENT / 100)
            MOVE WS-FECHA-SIS TO PPT-FECHA-CARGA
            IF WS-TAB-OPERACION = 'ALTA'
                WRITE REG-PRESUP
                    INVALID KEY
                        MOVE 'NO SE PUDO GRABAR' TO WS-MOTIVO-RECHAZO
                END-WRITE
            ELSE
                REWRITE REG-PRESUP
                    INVALID KEY
                        MOVE 'NO SE PUDO REGRABAR' TO WS-MOTIVO-RECHAZO
                END-REWRITE
            END-IF
            IF WS-MOTIVO-RECHAZO NOT = SPACES
                PERFORM 038-RECHAZAR-RENGLON
                   THRU
                   038-RECHAZAR-RENGLON-SAL
                GO TO 036-GRABAR-RENGLON-SAL
            END-IF
            IF WS-TAB-OPERACION = 'ALTA'
                ADD 1 TO WS-TOT-ALTAS
            ELSE
                ADD 1 TO WS-TOT-CAMBIOS
            END-IF
            PERFORM 087-AUDITAR
               THRU
               087-AUDITAR-SAL.
       036-GRABAR-RENGLON-SAL.
            EXIT.

       038-RECHAZAR-RENGLON.
            ADD 1 TO WS-TOT-RECHAZADOS
            MOVE SPACES TO WS-LINEA-EXCEP
            STRING 'RENGLON ' WS-TOT-LEIDOS ' MOTIVO='
                WS-MOTIVO-RECHAZO ' DATOS=' WS-RENGLON-CARGA
                DELIMITED BY SIZE
                INTO WS-LINEA-EXCEP
            MOVE WS-LINEA-EXCEP TO REG-EXCEPCION
            WRITE REG-EXCEPCION.
       038-RECHAZAR-RENGLON-SAL.
            EXIT.

       040-MODIFICAR.
            PERFORM 080-ABRIR-PRESUP
               THRU
               080-ABRIR-PRESUP-SAL
            IF NOT PRESUP-OK
                GO TO 040-MODIFICAR-SAL
            END-IF
            DISPLAY 'Compañia: ' UPON CONSOLE
            ACCEPT PPT-COMPANIA FROM CONSOLE
            DISPLAY 'Departamento: ' UPON CONSOLE
            ACCEPT PPT-DEPTO FROM CONSOLE
            DISPLAY 'Mes (AAAAMM): ' UPON CONSOLE
            ACCEPT PPT-MES FROM CONSOLE
            MOVE PPT-MES TO WS-NUM-MES
            IF PPT-COMPANIA = ZEROS OR PPT-DEPTO = SPACES
                OR WS-NUM-MES-MM < 1 OR WS-NUM-MES-MM > 12
                DISPLAY 'Error: compañia, departamento o mes invalido'
                    UPON CONSOLE
                CLOSE F-PRESUP
                GO TO 040-MODIFICAR-SAL
            END-IF
            MOVE SPACES TO WS-TAB-ANTES
            READ F-PRESUP
                INVALID KEY
                    MOVE 'ALTA' TO WS-TAB-OPERACION
                    MOVE ZEROS TO PPT-PLAZAS
                    MOVE ZEROS TO PPT-IMPORTE
                    DISPLAY 'Renglon nuevo' UPON CONSOLE
                NOT INVALID KEY
                    MOVE 'CAMBIO' TO WS-TAB-OPERACION
                    PERFORM 085-IMAGEN-ANTES
                       THRU
                       085-IMAGEN-ANTES-SAL
                    MOVE PPT-IMPORTE TO WS-ED-PRES
                    DISPLAY 'Presupuesto actual: plazas ' PPT-PLAZAS
                        ' importe ' WS-ED-PRES UPON CONSOLE
            END-READ
            DISPLAY 'Plazas presupuestadas: ' UPON CONSOLE
            ACCEPT WS-NUM-PLAZAS FROM CONSOLE
            DISPLAY 'Importe presupuestado, pesos: ' UPON CONSOLE
            ACCEPT WS-NUM-PESOS FROM CONSOLE
            DISPLAY 'Importe presupuestado, centavos: ' UPON CONSOLE
            ACCEPT WS-NUM-CENT FROM CONSOLE
            MOVE WS-NUM-PLAZAS TO PPT-PLAZAS
            COMPUTE PPT-IMPORTE = WS-NUM-PESOS + (WS-NUM-CENT / 100)
            MOVE WS-FECHA-SIS TO PPT-FECHA-CARGA
            MOVE PPT-IMPORTE TO WS-ED-PRES
            DISPLAY 'Compañia ' PPT-COMPANIA ' depto ' PPT-DEPTO
                ' mes ' PPT-MES ' plazas ' PPT-PLAZAS ' importe '
                WS-ED-PRES UPON CONSOLE
            DISPLAY '¿Confirma? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                CLOSE F-PRESUP
                GO TO 040-MODIFICAR-SAL
            END-IF
            IF WS-TAB-OPERACION = 'ALTA'
                WRITE REG-PRESUP
                    INVALID KEY
                        DISPLAY 'Error al grabar, status '
                            WS-STATUS-PRESUP UPON CONSOLE
                END-WRITE
            ELSE
                REWRITE REG-PRESUP
                    INVALID KEY
                        DISPLAY 'Error al regrabar, status '
                            WS-STATUS-PRESUP UPON CONSOLE
                END-REWRITE
            END-IF
            IF PRESUP-OK
                PERFORM 087-AUDITAR
                   THRU
                   087-AUDITAR-SAL
                DISPLAY 'Presupuesto registrado' UPON CONSOLE
            END-IF
            CLOSE F-PRESUP.
       040-MODIFICAR-SAL.
            EXIT.

       050-REPORTE.
            DISPLAY 'Compañia: ' UPON CONSOLE
            ACCEPT WS-COMPANIA-REP FROM CONSOLE
            IF WS-COMPANIA-REP = ZEROS
                MOVE 01 TO WS-COMPANIA-REP
            END-IF
            DISPLAY 'Mes a reportar (AAAAMM): ' UPON CONSOLE
            ACCEPT WS-MES-REP FROM CONSOLE
            IF WS-MES-REP-MM < 1 OR WS-MES-REP-MM > 12
                DISPLAY 'Error: mes invalido' UPON CONSOLE
                GO TO 050-REPORTE-SAL
            END-IF
            DISPLAY 'Tolerancia en porcentaje, enteros (ceros = 5): '
                UPON CONSOLE
            ACCEPT WS-TOL-ENT FROM CONSOLE
            DISPLAY 'Tolerancia, decimales: ' UPON CONSOLE
            ACCEPT WS-TOL-DEC FROM CONSOLE
            COMPUTE WS-TOLERANCIA = WS-TOL-ENT + (WS-TOL-DEC / 100)
            IF WS-TOLERANCIA = ZEROS
                MOVE 5 TO WS-TOLERANCIA
            END-IF
            MOVE ZEROS TO WS-DEP-NUM
            MOVE ZEROS TO WS-PAG-NUM
            MOVE ZEROS TO WS-TOTALES
            PERFORM 055-LEER-PRESUPUESTO
               THRU
               055-LEER-PRESUPUESTO-SAL
            PERFORM 060-LEER-REAL
               THRU
               060-LEER-REAL-SAL
            IF WS-DEP-NUM = ZEROS
                DISPLAY 'Sin presupuesto ni pagos para la compañia '
                    WS-COMPANIA-REP ' en ' WS-MES-REP-ANHO
                    UPON CONSOLE
                GO TO 050-REPORTE-SAL
            END-IF
            PERFORM 070-ESCRIBIR-REPORTE
               THRU
               070-ESCRIBIR-REPORTE-SAL
            DISPLAY 'Departamentos: ' WS-DEP-NUM ' fuera de '
                'tolerancia: ' WS-TOT-EXCEDIDOS
                '; reporte en PRESREP.TXT' UPON CONSOLE.
       050-REPORTE-SAL.
            EXIT.

       055-LEER-PRESUPUESTO.
      *    Meses del año hasta el reportado; el del mes va aparte
            OPEN INPUT F-PRESUP
            IF NOT PRESUP-OK
                DISPLAY 'Aviso: sin presupuesto cargado (PRESUP.DAT)'
                    UPON CONSOLE
                GO TO 055-LEER-PRESUPUESTO-SAL
            END-IF
            MOVE WS-COMPANIA-REP TO PPT-COMPANIA
            MOVE LOW-VALUES TO PPT-DEPTO
            MOVE ZEROS TO PPT-MES
            START F-PRESUP KEY IS NOT LESS THAN PPT-LLAVE
                INVALID KEY
                    CLOSE F-PRESUP
                    GO TO 055-LEER-PRESUPUESTO-SAL
            END-START
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-PRESUP NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF PPT-COMPANIA NOT = WS-COMPANIA-REP
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        ELSE
                            PERFORM 057-SUMAR-PRESUPUESTO
                               THRU
                               057-SUMAR-PRESUPUESTO-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-PRESUP.
       055-LEER-PRESUPUESTO-SAL.
            EXIT.

       057-SUMAR-PRESUPUESTO.
            MOVE PPT-MES TO WS-NUM-MES
            IF WS-NUM-MES-ANHO NOT = WS-MES-REP-ANHO
                OR PPT-MES > WS-MES-REP
                GO TO 057-SUMAR-PRESUPUESTO-SAL
            END-IF
            MOVE PPT-DEPTO TO WS-DEPTO-BUSCADO
            PERFORM 065-BUSCAR-DEPTO
               THRU
               065-BUSCAR-DEPTO-SAL
            IF WS-DEP-HALLADO = ZEROS
                GO TO 057-SUMAR-PRESUPUESTO-SAL
            END-IF
            ADD PPT-IMPORTE TO WS-DEP-T-PRES-ACUM(WS-DEP-HALLADO)
            IF PPT-MES = WS-MES-REP
                ADD PPT-PLAZAS TO WS-DEP-T-PLZ-PRES(WS-DEP-HALLADO)
                ADD PPT-IMPORTE TO WS-DEP-T-PRES-MES(WS-DEP-HALLADO)
            END-IF.
       057-SUMAR-PRESUPUESTO-SAL.
            EXIT.

       060-LEER-REAL.
      *    Bruto de los cheques del año hasta el mes, por el
      *    departamento actual del empleado
            OPEN INPUT F-REGISTRO
            IF NOT REGISTRO-OK
                DISPLAY 'Aviso: no se pudo abrir el registro de '
                    'cheques, status ' WS-STATUS-REGISTRO UPON CONSOLE
                GO TO 060-LEER-REAL-SAL
            END-IF
            MOVE 'N' TO WS-HAY-MAESTRO
            OPEN INPUT F-EMPLEADOS
            IF EMP-OK
                MOVE 'S' TO WS-HAY-MAESTRO
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGISTRO NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 062-SUMAR-CHEQUE
                           THRU
                           062-SUMAR-CHEQUE-SAL
                END-READ
            END-PERFORM
            CLOSE F-REGISTRO
            IF HAY-MAESTRO
                CLOSE F-EMPLEADOS
            END-IF.
       060-LEER-REAL-SAL.
            EXIT.

       062-SUMAR-CHEQUE.
            IF CHQ-CANCELADO OR CHQ-PENDIENTE OR CHQ-PAGO-PENSION
                GO TO 062-SUMAR-CHEQUE-SAL
            END-IF
            IF CHQ-FECHA(1:4) NOT = WS-MES-REP-ANHO
                OR CHQ-FECHA(1:6) > WS-MES-REP
                GO TO 062-SUMAR-CHEQUE-SAL
            END-IF
            MOVE 01 TO WS-COMPANIA-CHQ
            IF CHQ-COMPANIA NUMERIC AND CHQ-COMPANIA > ZEROS
                MOVE CHQ-COMPANIA TO WS-COMPANIA-CHQ
            END-IF
            IF WS-COMPANIA-CHQ NOT = WS-COMPANIA-REP
                GO TO 062-SUMAR-CHEQUE-SAL
            END-IF
            MOVE 'SIN-' TO WS-DEPTO-CHQ
            IF HAY-MAESTRO
                MOVE CHQ-EMP-ID TO EMP-ID-REG
                READ F-EMPLEADOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE REG-DEPTO TO WS-DEPTO-CHQ
                END-READ
            END-IF
            MOVE WS-DEPTO-CHQ TO WS-DEPTO-BUSCADO
            PERFORM 065-BUSCAR-DEPTO
               THRU
               065-BUSCAR-DEPTO-SAL
            IF WS-DEP-HALLADO = ZEROS
                GO TO 062-SUMAR-CHEQUE-SAL
            END-IF
            ADD CHQ-BRUTO TO WS-DEP-T-REAL-ACUM(WS-DEP-HALLADO)
            IF CHQ-FECHA(1:6) NOT = WS-MES-REP
                GO TO 062-SUMAR-CHEQUE-SAL
            END-IF
            ADD CHQ-BRUTO TO WS-DEP-T-REAL-MES(WS-DEP-HALLADO)
      *    La plaza cuenta una vez aunque el empleado cobre varias
      *    veces en el mes
            MOVE 'N' TO WS-PAGADO-ANTES
            PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
                UNTIL WS-PAG-IDX > WS-PAG-NUM OR PAGADO-ANTES
                IF WS-PAG-EMP(WS-PAG-IDX) = CHQ-EMP-ID
                    MOVE 'S' TO WS-PAGADO-ANTES
                END-IF
            END-PERFORM
            IF NOT PAGADO-ANTES AND WS-PAG-NUM < 5000
                ADD 1 TO WS-PAG-NUM
                MOVE CHQ-EMP-ID TO WS-PAG-EMP(WS-PAG-NUM)
                ADD 1 TO WS-DEP-T-PLZ-REAL(WS-DEP-HALLADO)
            END-IF.
       062-SUMAR-CHEQUE-SAL.
            EXIT.

       065-BUSCAR-DEPTO.
      *    Regresa el renglon del departamento; lo agrega si no esta
            MOVE ZEROS TO WS-DEP-HALLADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-DEP-NUM OR WS-DEP-HALLADO > ZEROS
                IF WS-DEP-T-DEPTO(WS-IDX) = WS-DEPTO-BUSCADO
                    MOVE WS-IDX TO WS-DEP-HALLADO
                END-IF
            END-PERFORM
            IF WS-DEP-HALLADO > ZEROS OR WS-DEP-NUM NOT < 200
                GO TO 065-BUSCAR-DEPTO-SAL
            END-IF
            ADD 1 TO WS-DEP-NUM
            MOVE WS-DEP-NUM TO WS-DEP-HALLADO
            MOVE WS-DEPTO-BUSCADO TO WS-DEP-T-DEPTO(WS-DEP-HALLADO)
            MOVE ZEROS TO WS-DEP-T-PLZ-PRES(WS-DEP-HALLADO)
            MOVE ZEROS TO WS-DEP-T-PLZ-REAL(WS-DEP-HALLADO)
            MOVE ZEROS TO WS-DEP-T-PRES-MES(WS-DEP-HALLADO)
            MOVE ZEROS TO WS-DEP-T-REAL-MES(WS-DEP-HALLADO)
            MOVE ZEROS TO WS-DEP-T-PRES-ACUM(WS-DEP-HALLADO)
            MOVE ZEROS TO WS-DEP-T-REAL-ACUM(WS-DEP-HALLADO).
       065-BUSCAR-DEPTO-SAL.
            EXIT.

       070-ESCRIBIR-REPORTE.
            OPEN OUTPUT F-REPORTE
            MOVE WS-TOLERANCIA TO WS-ED-TOL
            MOVE SPACES TO WS-LINEA-REP
            STRING 'PRESUPUESTO CONTRA REAL DE NOMINA, COMPAÑIA '
                WS-COMPANIA-REP ' MES ' WS-MES-REP
                ' TOLERANCIA ' WS-ED-TOL ' PCT'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE 'DEPTO PLZ-P PLZ-R     PRESUPUESTO            REAL'
                TO WS-LINEA-REP
            MOVE '       VARIACION   VAR-PCT  VARIACION ACUMULADA'
                TO WS-LINEA-REP(48:)
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM 075-RENGLON-DEPTO
               THRU
               075-RENGLON-DEPTO-SAL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-DEP-NUM
            MOVE WS-TOT-PLZ-PRES TO WS-ED-PLZ-PRES
            MOVE WS-TOT-PLZ-REAL TO WS-ED-PLZ-REAL
            MOVE WS-TOT-PRES-MES TO WS-ED-PRES
            MOVE WS-TOT-REAL-MES TO WS-ED-REAL
            COMPUTE WS-VAR-MES = WS-TOT-REAL-MES - WS-TOT-PRES-MES
            COMPUTE WS-VAR-ACUM = WS-TOT-REAL-ACUM - WS-TOT-PRES-ACUM
            MOVE WS-VAR-MES TO WS-ED-VAR
            MOVE WS-VAR-ACUM TO WS-ED-VAR-ACUM
            MOVE SPACES TO WS-LINEA-REP
            STRING 'TOTAL' WS-ED-PLZ-PRES ' ' WS-ED-PLZ-REAL ' '
                WS-ED-PRES ' ' WS-ED-REAL ' ' WS-ED-VAR
                '          ' WS-ED-VAR-ACUM
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'DEPARTAMENTOS FUERA DE TOLERANCIA: '
                WS-TOT-EXCEDIDOS
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            CLOSE F-REPORTE.
       070-ESCRIBIR-REPORTE-SAL.
            EXIT.

       075-RENGLON-DEPTO.
      *    Variacion positiva es gasto por encima del presupuesto;
      *    rebasar la tolerancia en el mes o en el acumulado marca
      *    el departamento
            COMPUTE WS-VAR-MES = WS-DEP-T-REAL-MES(WS-IDX)
                - WS-DEP-T-PRES-MES(WS-IDX)
            COMPUTE WS-VAR-ACUM = WS-DEP-T-REAL-ACUM(WS-IDX)
                - WS-DEP-T-PRES-ACUM(WS-IDX)
            MOVE ZEROS TO WS-VAR-PCT
            MOVE ZEROS TO WS-VAR-PCT-ACUM
            IF WS-DEP-T-PRES-MES(WS-IDX) > ZEROS
                COMPUTE WS-VAR-PCT ROUNDED = WS-VAR-MES * 100
                    / WS-DEP-T-PRES-MES(WS-IDX)
            END-IF
            IF WS-DEP-T-PRES-ACUM(WS-IDX) > ZEROS
                COMPUTE WS-VAR-PCT-ACUM ROUNDED = WS-VAR-ACUM * 100
                    / WS-DEP-T-PRES-ACUM(WS-IDX)
            END-IF
            MOVE SPACES TO WS-MARCA
            EVALUATE TRUE
                WHEN WS-DEP-T-PRES-MES(WS-IDX) = ZEROS
                    AND WS-DEP-T-REAL-MES(WS-IDX) > ZEROS
                    MOVE '*** SIN PRESUPUESTO' TO WS-MARCA
                WHEN WS-VAR-PCT > WS-TOLERANCIA
                    MOVE '*** EXCEDE EN EL MES' TO WS-MARCA
                WHEN WS-VAR-PCT-ACUM > WS-TOLERANCIA
                    MOVE '*** EXCEDE EN EL ACUMULADO' TO WS-MARCA
            END-EVALUATE
            IF WS-MARCA NOT = SPACES
                ADD 1 TO WS-TOT-EXCEDIDOS
            END-IF
            MOVE WS-DEP-T-PLZ-PRES(WS-IDX) TO WS-ED-PLZ-PRES
            MOVE WS-DEP-T-PLZ-REAL(WS-IDX) TO WS-ED-PLZ-REAL
            MOVE WS-DEP-T-PRES-MES(WS-IDX) TO WS-ED-PRES
            MOVE WS-DEP-T-REAL-MES(WS-IDX) TO WS-ED-REAL
            MOVE WS-VAR-MES TO WS-ED-VAR
            MOVE WS-VAR-PCT TO WS-ED-PCT
            MOVE WS-VAR-ACUM TO WS-ED-VAR-ACUM
            MOVE SPACES TO WS-LINEA-REP
            STRING WS-DEP-T-DEPTO(WS-IDX) ' ' WS-ED-PLZ-PRES ' '
                WS-ED-PLZ-REAL ' ' WS-ED-PRES ' ' WS-ED-REAL ' '
                WS-ED-VAR ' ' WS-ED-PCT ' ' WS-ED-VAR-ACUM ' '
                WS-MARCA
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            ADD WS-DEP-T-PLZ-PRES(WS-IDX) TO WS-TOT-PLZ-PRES
            ADD WS-DEP-T-PLZ-REAL(WS-IDX) TO WS-TOT-PLZ-REAL
            ADD WS-DEP-T-PRES-MES(WS-IDX) TO WS-TOT-PRES-MES
            ADD WS-DEP-T-REAL-MES(WS-IDX) TO WS-TOT-REAL-MES
            ADD WS-DEP-T-PRES-ACUM(WS-IDX) TO WS-TOT-PRES-ACUM
            ADD WS-DEP-T-REAL-ACUM(WS-IDX) TO WS-TOT-REAL-ACUM.
       075-RENGLON-DEPTO-SAL.
            EXIT.

       080-ABRIR-PRESUP.
            OPEN I-O F-PRESUP
            IF PRESUP-NO-EXISTE
                OPEN OUTPUT F-PRESUP
                CLOSE F-PRESUP
                OPEN I-O F-PRESUP
            END-IF
            IF NOT PRESUP-OK
                DISPLAY 'Error: no se pudo abrir PRESUP.DAT, status '
                    WS-STATUS-PRESUP UPON CONSOLE
            END-IF.
       080-ABRIR-PRESUP-SAL.
            EXIT.

       085-IMAGEN-ANTES.
            MOVE SPACES TO WS-TAB-ANTES
            STRING PPT-COMPANIA ' ' PPT-DEPTO ' ' PPT-MES ' PLZ '
                PPT-PLAZAS ' IMP ' PPT-IMPORTE
                DELIMITED BY SIZE
                INTO WS-TAB-ANTES.
       085-IMAGEN-ANTES-SAL.
            EXIT.

       087-AUDITAR.
            MOVE SPACES TO WS-TAB-DESPUES
            STRING PPT-COMPANIA ' ' PPT-DEPTO ' ' PPT-MES ' PLZ '
                PPT-PLAZAS ' IMP ' PPT-IMPORTE
                DELIMITED BY SIZE
                INTO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES.
       087-AUDITAR-SAL.
            EXIT.

       END PROGRAM PRG01135.
