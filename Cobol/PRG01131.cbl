       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01131.
      *  Comisiones de venta: tabla escalonada por vigencia
      *  (COMISTAB.TXT; se agregan renglones, la version en vigor es
      *  el juego de renglones con la vigencia mas reciente que no
      *  pase del primer dia del mes, cada alta queda en TABAUD.TXT
      *  via PRG01095) con tramos T (venta desde y tasa en por
      *  ciento; la tasa del tramo alcanzado se aplica a toda la
      *  base) y un renglon opcional C con la cuota mensual y el
      *  acelerador (factor que multiplica la comision de la parte
      *  de la base que pasa la cuota); la corrida mensual lee el
      *  archivo de ventas del sistema comercial (VENTAS.TXT),
      *  comisiona sobre la venta neta o sobre la cobranza segun se
      *  elija, valida que el vendedor exista y este activo en
      *  EMPLEADOS.DAT, deja el registro de revision COMISREV.TXT al
      *  estilo de AGUINREV.TXT de PRG01041, el archivo de pagos
      *  COMISPAG.TXT en el trazado del lote de PRG01019 y las
      *  excepciones (vendedor inexistente, dado de baja, de otro
      *  periodo o repetido) en COMISEXC.TXT - LCG 15 OCT 26
      *  Trazado de COMISTAB.TXT: VIGENCIA(8) TIPO(1 T/C) IMPORTE(13
      *  con 2 dec; T venta desde, C cuota) FACTOR(7 con 4 dec; T
      *  tasa en por ciento, C acelerador); de VENTAS.TXT: EMP(6)
      *  PERIODO(6 AAAAMM) VENTA-NETA(13 con 2 dec) COBRANZA(13 con 2
      *  dec)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TABLA ASSIGN TO "COMISTAB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TABLA.
           SELECT F-VENTAS ASSIGN TO "VENTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VENTAS.
           SELECT F-EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-REG
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-REVISION ASSIGN TO "COMISREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-PAGOS ASSIGN TO "COMISPAG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-EXCEPCIONES ASSIGN TO "COMISEXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-TABLA.
       01 REG-TABLA                  PIC X(29).
       FD  F-VENTAS.
       01 REG-VENTA                  PIC X(38).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-REVISION.
       01 REG-REVISION               PIC X(132).
       FD  F-PAGOS.
       01 REG-PAGO                   PIC X(21).
       FD  F-EXCEPCIONES.
       01 REG-EXCEPCION              PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-TABLA            PIC XX VALUE '00'.
       01 WS-STATUS-VENTAS           PIC XX VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-OPCION                  PIC X VALUE 'L'.
           88 OPCION-TRAMO           VALUE 'T'.
           88 OPCION-CUOTA           VALUE 'C'.
           88 OPCION-LISTAR          VALUE 'L'.
           88 OPCION-CORRIDA         VALUE 'R'.
       01 WS-CONTINUA                PIC X VALUE 'S'.
           88 CONTINUA-SI            VALUE 'S'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-FECHA-SIS               PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS                PIC 9(8) VALUE ZEROS.
       01 WS-CAPTURA.
           05 WS-DIA-CAP             PIC 99 VALUE ZEROS.
           05 WS-MES-CAP             PIC 99 VALUE ZEROS.
           05 WS-ANHO-CAP            PIC 9999 VALUE ZEROS.
           05 WS-CAP-PESOS           PIC 9(11) VALUE ZEROS.
           05 WS-CAP-CENT            PIC 99 VALUE ZEROS.
           05 WS-CAP-ENTERO          PIC 999 VALUE ZEROS.
           05 WS-CAP-DECIMAL         PIC 9(4) VALUE ZEROS.
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-RENGLON-TAB.
           05 TAB-VIGENCIA           PIC 9(8).
           05 TAB-TIPO               PIC X.
               88 TAB-TRAMO          VALUE 'T'.
               88 TAB-CUOTA          VALUE 'C'.
           05 TAB-IMPORTE            PIC 9(11)V99.
           05 TAB-FACTOR             PIC 9(3)V9(4).
      *    Version de la tabla en vigor para la corrida
       01 WS-TABLA-VIGENTE.
           05 WS-VIG-FECHA           PIC 9(8) VALUE ZEROS.
           05 WS-VIG-CUOTA           PIC 9(11)V99 VALUE ZEROS.
           05 WS-VIG-ACELERADOR      PIC 9(3)V9(4) VALUE ZEROS.
           05 WS-VIG-NUM             PIC 99 VALUE ZEROS.
           05 WS-VIG-TRAMO OCCURS 20 TIMES.
               10 WS-VIG-DESDE       PIC 9(11)V99.
               10 WS-VIG-TASA        PIC 9(3)V9(4).
       01 WS-VIG-IDX                 PIC 99 VALUE ZEROS.
       01 WS-VIG-HALLADO             PIC 99 VALUE ZEROS.
       01 WS-HUBO-CAMBIO             PIC X VALUE 'N'.
           88 HUBO-CAMBIO            VALUE 'S'.
       01 WS-TRAMO-GUARDA            PIC X(20) VALUE SPACES.
       01 WS-FECHA-CORTE             PIC 9(8) VALUE ZEROS.
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'COMISTAB.TXT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE 'ALTA'.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
       01 WS-TAB-DESPUES             PIC X(44) VALUE SPACES.
       01 WS-RENGLON-VTA.
           05 VTA-EMP                PIC 9(6).
           05 VTA-PERIODO            PIC 9(6).
           05 VTA-VENTA-NETA         PIC 9(11)V99.
           05 VTA-COBRANZA           PIC 9(11)V99.
       01 WS-PERIODO.
           05 WS-PER-ANHO            PIC 9999 VALUE ZEROS.
           05 WS-PER-MES             PIC 99 VALUE ZEROS.
       01 WS-PERIODO-NUM REDEFINES WS-PERIODO
                                     PIC 9(6).
       01 WS-BASE-COMISION           PIC X VALUE 'V'.
           88 BASE-VENTA             VALUE 'V'.
           88 BASE-COBRANZA          VALUE 'C'.
      *    Vendedores ya comisionados en la corrida
       01 WS-TABLA-HECHOS.
           05 WS-HEC-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-HEC-EMP OCCURS 3000 TIMES
                                     PIC 9(6).
       01 WS-HEC-IDX                 PIC 9(4) VALUE ZEROS.
       01 WS-YA-HECHO                PIC X VALUE 'N'.
           88 YA-HECHO               VALUE 'S'.
       01 WS-CALCULO.
           05 WS-BASE                PIC 9(11)V99 VALUE ZEROS.
           05 WS-TASA                PIC 9(3)V9(4) VALUE ZEROS.
           05 WS-COMISION            PIC 9(11)V99 VALUE ZEROS.
           05 WS-EXCEDENTE           PIC 9(11)V99 VALUE ZEROS.
           05 WS-ACELERACION         PIC 9(11)V99 VALUE ZEROS.
           05 WS-COMI-PESOS          PIC 9(13) VALUE ZEROS.
           05 WS-COMI-CENT           PIC 99 VALUE ZEROS.
       01 WS-MOTIVO                  PIC X(34) VALUE SPACES.
       01 WS-REG-PAGO.
           05 PAG-EMP                PIC 9(6).
           05 PAG-PESOS              PIC 9(13).
           05 PAG-CENT               PIC 99.
       01 WS-CONTADORES.
           05 WS-TOT-LEIDOS          PIC 9(6) VALUE ZEROS.
           05 WS-TOT-COMISIONADOS    PIC 9(6) VALUE ZEROS.
           05 WS-TOT-SIN-COMISION    PIC 9(6) VALUE ZEROS.
           05 WS-TOT-EXCEPCIONES     PIC 9(6) VALUE ZEROS.
           05 WS-TOT-BASE            PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-COMISION        PIC 9(13)V99 VALUE ZEROS.
       01 WS-EDITADOS.
           05 WS-ED-IMPORTE          PIC Z(10)9.99.
           05 WS-ED-BASE             PIC Z(10)9.99.
           05 WS-ED-TASA             PIC ZZ9.9999.
           05 WS-ED-ACELERA          PIC Z(10)9.99.
           05 WS-ED-TOTAL            PIC Z(12)9.99.
       01 WS-LINEA-REV               PIC X(132) VALUE SPACES.
       01 WS-LINEA-EXC               PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            PERFORM 020-SESION
               THRU
               020-SESION-SAL
               UNTIL NOT CONTINUA-SI
            GOBACK.

       020-SESION.
            DISPLAY 'Comisiones: (T)ramo de la tabla, (C)uota y '
                'acelerador, (L)istar tabla, (R)ealizar corrida: '
                UPON CONSOLE
            ACCEPT WS-OPCION FROM CONSOLE
            EVALUATE TRUE
                WHEN OPCION-TRAMO
                WHEN OPCION-CUOTA
                    PERFORM 040-AGREGAR-RENGLON
                       THRU
                       040-AGREGAR-RENGLON-SAL
                WHEN OPCION-CORRIDA
                    PERFORM 050-CORRIDA-MENSUAL
                       THRU
                       050-CORRIDA-MENSUAL-SAL
                WHEN OTHER
                    PERFORM 030-LISTAR-TABLA
                       THRU
                       030-LISTAR-TABLA-SAL
            END-EVALUATE
            DISPLAY '¿Otra operacion? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONTINUA FROM CONSOLE.
       020-SESION-SAL.
            EXIT.

       030-LISTAR-TABLA.
            OPEN INPUT F-TABLA
            IF WS-STATUS-TABLA NOT = '00'
                DISPLAY 'Sin tabla de comisiones (COMISTAB.TXT)'
                    UPON CONSOLE
                GO TO 030-LISTAR-TABLA-SAL
            END-IF
            DISPLAY 'VIGENCIA T   DESDE / CUOTA    TASA % / ACELERADOR'
                UPON CONSOLE
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-TABLA INTO WS-RENGLON-TAB
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        MOVE TAB-IMPORTE TO WS-ED-IMPORTE
                        MOVE TAB-FACTOR TO WS-ED-TASA
                        DISPLAY TAB-VIGENCIA ' ' TAB-TIPO ' '
                            WS-ED-IMPORTE '   ' WS-ED-TASA
                            UPON CONSOLE
                END-READ
            END-PERFORM
            CLOSE F-TABLA.
       030-LISTAR-TABLA-SAL.
            EXIT.

       040-AGREGAR-RENGLON.
      *    Los renglones de una misma vigencia forman una version de
      *    la tabla; una version nueva se captura completa
            MOVE WS-OPCION TO TAB-TIPO
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
                GO TO 040-AGREGAR-RENGLON-SAL
            END-IF
            COMPUTE TAB-VIGENCIA = (WS-ANHO-CAP * 10000)
                + (WS-MES-CAP * 100) + WS-DIA-CAP
            IF TAB-TRAMO
                DISPLAY 'Venta desde la que aplica el tramo, pesos: '
                    UPON CONSOLE
            ELSE
                DISPLAY 'Cuota mensual de venta, pesos (cero = sin '
                    'cuota): ' UPON CONSOLE
            END-IF
            ACCEPT WS-CAP-PESOS FROM CONSOLE
            DISPLAY 'Centavos: ' UPON CONSOLE
            ACCEPT WS-CAP-CENT FROM CONSOLE
            COMPUTE TAB-IMPORTE = WS-CAP-PESOS + (WS-CAP-CENT / 100)
            IF TAB-TRAMO
                DISPLAY 'Tasa de comision en por ciento, enteros: '
                    UPON CONSOLE
            ELSE
                DISPLAY 'Acelerador sobre lo que pasa la cuota '
                    '(factor, 1 = sin acelerador), enteros: '
                    UPON CONSOLE
            END-IF
            ACCEPT WS-CAP-ENTERO FROM CONSOLE
            DISPLAY 'Diezmilesimos (4 digitos): ' UPON CONSOLE
            ACCEPT WS-CAP-DECIMAL FROM CONSOLE
            COMPUTE TAB-FACTOR = WS-CAP-ENTERO
                + (WS-CAP-DECIMAL / 10000)
            IF TAB-TRAMO AND TAB-FACTOR > 100
                DISPLAY 'Error: la tasa no puede pasar de 100 por '
                    'ciento' UPON CONSOLE
                GO TO 040-AGREGAR-RENGLON-SAL
            END-IF
            IF TAB-CUOTA AND TAB-IMPORTE > ZEROS
                AND TAB-FACTOR < 1
                DISPLAY 'Error: el acelerador no puede ser menor '
                    'que 1' UPON CONSOLE
                GO TO 040-AGREGAR-RENGLON-SAL
            END-IF
            MOVE TAB-IMPORTE TO WS-ED-IMPORTE
            MOVE TAB-FACTOR TO WS-ED-TASA
            DISPLAY 'Vigencia ' TAB-VIGENCIA ' ' TAB-TIPO ' '
                WS-ED-IMPORTE ' ' WS-ED-TASA UPON CONSOLE
            DISPLAY '¿Confirma el registro? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                GO TO 040-AGREGAR-RENGLON-SAL
            END-IF
            OPEN EXTEND F-TABLA
            IF WS-STATUS-TABLA = '35'
                OPEN OUTPUT F-TABLA
            END-IF
            MOVE WS-RENGLON-TAB TO REG-TABLA
            WRITE REG-TABLA
            CLOSE F-TABLA
            MOVE SPACES TO WS-TAB-ANTES
            MOVE WS-RENGLON-TAB TO WS-TAB-DESPUES
            CALL 'PRG01095' USING WS-TAB-ARCHIVO WS-TAB-OPERACION
                WS-TAB-ANTES WS-TAB-DESPUES
            DISPLAY 'Renglon registrado' UPON CONSOLE.
       040-AGREGAR-RENGLON-SAL.
            EXIT.

       050-CORRIDA-MENSUAL.
            DISPLAY 'Periodo de las ventas (AAAAMM): ' UPON CONSOLE
            ACCEPT WS-PERIODO-NUM FROM CONSOLE
            MOVE 1 TO WS-DIA-CAP
            MOVE WS-PER-MES TO WS-MES-CAP
            MOVE WS-PER-ANHO TO WS-ANHO-CAP
            CALL 'PRG01013' USING WS-DIA-CAP WS-MES-CAP WS-ANHO-CAP
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                DISPLAY 'Periodo invalido' UPON CONSOLE
                GO TO 050-CORRIDA-MENSUAL-SAL
            END-IF
            COMPUTE WS-FECHA-CORTE = WS-PERIODO-NUM * 100 + 1
            DISPLAY 'Comisionar sobre (V)enta neta o (C)obranza: '
                UPON CONSOLE
            ACCEPT WS-BASE-COMISION FROM CONSOLE
            IF NOT BASE-VENTA AND NOT BASE-COBRANZA
                MOVE 'V' TO WS-BASE-COMISION
            END-IF
            PERFORM 080-CARGAR-TABLA
               THRU
               080-CARGAR-TABLA-SAL
            IF WS-VIG-NUM = ZEROS
                DISPLAY 'Error: no hay tramos de comision vigentes al '
                    WS-FECHA-CORTE UPON CONSOLE
                GO TO 050-CORRIDA-MENSUAL-SAL
            END-IF
            OPEN INPUT F-VENTAS
            IF WS-STATUS-VENTAS NOT = '00'
                DISPLAY 'Error: no se encontro el archivo de ventas '
                    '(VENTAS.TXT)' UPON CONSOLE
                GO TO 050-CORRIDA-MENSUAL-SAL
            END-IF
            OPEN INPUT F-EMPLEADOS
            IF NOT EMP-OK
                DISPLAY 'Error: no se pudo abrir el maestro, status '
                    WS-STATUS-EMPLEADOS UPON CONSOLE
                CLOSE F-VENTAS
                GO TO 050-CORRIDA-MENSUAL-SAL
            END-IF
            OPEN OUTPUT F-REVISION
            OPEN OUTPUT F-PAGOS
            OPEN OUTPUT F-EXCEPCIONES
            INITIALIZE WS-CONTADORES
            MOVE ZEROS TO WS-HEC-NUM
            MOVE SPACES TO WS-LINEA-REV
            IF BASE-VENTA
                STRING 'REGISTRO DE REVISION DE COMISIONES '
                    WS-PERIODO-NUM ' SOBRE VENTA NETA, TABLA DEL '
                    WS-VIG-FECHA
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REV
            ELSE
                STRING 'REGISTRO DE REVISION DE COMISIONES '
                    WS-PERIODO-NUM ' SOBRE COBRANZA, TABLA DEL '
                    WS-VIG-FECHA
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REV
            END-IF
            MOVE WS-LINEA-REV TO REG-REVISION
            WRITE REG-REVISION
            IF WS-VIG-CUOTA > ZEROS
                MOVE WS-VIG-CUOTA TO WS-ED-BASE
                MOVE WS-VIG-ACELERADOR TO WS-ED-TASA
                MOVE SPACES TO WS-LINEA-REV
                STRING 'CUOTA ' WS-ED-BASE ' ACELERADOR ' WS-ED-TASA
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REV
                MOVE WS-LINEA-REV TO REG-REVISION
                WRITE REG-REVISION
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM 060-PROCESAR-VENTA
               THRU
               060-PROCESAR-VENTA-SAL
               UNTIL FIN-ARCHIVO
            MOVE WS-TOT-COMISION TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINEA-REV
            STRING 'TOTAL: VENDEDORES=' WS-TOT-COMISIONADOS
                ' SIN COMISION=' WS-TOT-SIN-COMISION
                ' EXCEPCIONES=' WS-TOT-EXCEPCIONES
                ' COMISION=' WS-ED-TOTAL
                DELIMITED BY SIZE
                INTO WS-LINEA-REV
            MOVE WS-LINEA-REV TO REG-REVISION
            WRITE REG-REVISION
            CLOSE F-VENTAS
            CLOSE F-EMPLEADOS
            CLOSE F-REVISION
            CLOSE F-PAGOS
            CLOSE F-EXCEPCIONES
            DISPLAY WS-LINEA-REV UPON CONSOLE
            IF WS-TOT-EXCEPCIONES > ZEROS
                DISPLAY 'Revise las excepciones en COMISEXC.TXT'
                    UPON CONSOLE
            END-IF
            DISPLAY 'Revision en COMISREV.TXT; con el visto bueno, '
                'corra el lote de PRG01019 con COMISPAG.TXT'
                UPON CONSOLE.
       050-CORRIDA-MENSUAL-SAL.
            EXIT.

       060-PROCESAR-VENTA.
            READ F-VENTAS INTO WS-RENGLON-VTA
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 060-PROCESAR-VENTA-SAL
            END-READ
            ADD 1 TO WS-TOT-LEIDOS
            IF VTA-EMP NOT NUMERIC OR VTA-PERIODO NOT NUMERIC
                OR VTA-VENTA-NETA NOT NUMERIC
                OR VTA-COBRANZA NOT NUMERIC
                MOVE 'RENGLON CON DATOS NO NUMERICOS' TO WS-MOTIVO
                PERFORM 090-EXCEPCION
                   THRU
                   090-EXCEPCION-SAL
                GO TO 060-PROCESAR-VENTA-SAL
            END-IF
            IF VTA-PERIODO NOT = WS-PERIODO-NUM
                MOVE 'VENTA DE OTRO PERIODO' TO WS-MOTIVO
                PERFORM 090-EXCEPCION
                   THRU
                   090-EXCEPCION-SAL
                GO TO 060-PROCESAR-VENTA-SAL
            END-IF
            MOVE VTA-EMP TO EMP-ID-REG
            READ F-EMPLEADOS
                INVALID KEY
                    MOVE 'VENDEDOR NO EXISTE EN EL MAESTRO'
                        TO WS-MOTIVO
                    PERFORM 090-EXCEPCION
                       THRU
                       090-EXCEPCION-SAL
                    GO TO 060-PROCESAR-VENTA-SAL
            END-READ
            IF EMP-BAJA
                MOVE 'VENDEDOR DADO DE BAJA' TO WS-MOTIVO
                PERFORM 090-EXCEPCION
                   THRU
                   090-EXCEPCION-SAL
                GO TO 060-PROCESAR-VENTA-SAL
            END-IF
      *    Un solo pago por vendedor en la corrida
            MOVE 'N' TO WS-YA-HECHO
            PERFORM VARYING WS-HEC-IDX FROM 1 BY 1
                UNTIL WS-HEC-IDX > WS-HEC-NUM OR YA-HECHO
                IF WS-HEC-EMP(WS-HEC-IDX) = VTA-EMP
                    MOVE 'S' TO WS-YA-HECHO
                END-IF
            END-PERFORM
            IF YA-HECHO
                MOVE 'VENDEDOR REPETIDO EN EL ARCHIVO' TO WS-MOTIVO
                PERFORM 090-EXCEPCION
                   THRU
                   090-EXCEPCION-SAL
                GO TO 060-PROCESAR-VENTA-SAL
            END-IF
            IF WS-HEC-NUM < 3000
                ADD 1 TO WS-HEC-NUM
                MOVE VTA-EMP TO WS-HEC-EMP(WS-HEC-NUM)
            END-IF
            PERFORM 070-CALCULAR-COMISION
               THRU
               070-CALCULAR-COMISION-SAL.
       060-PROCESAR-VENTA-SAL.
            EXIT.

       070-CALCULAR-COMISION.
            IF BASE-VENTA
                MOVE VTA-VENTA-NETA TO WS-BASE
            ELSE
                MOVE VTA-COBRANZA TO WS-BASE
            END-IF
      *    Tasa del tramo mas alto que alcanza la base
            MOVE ZEROS TO WS-TASA
            PERFORM VARYING WS-VIG-IDX FROM 1 BY 1
                UNTIL WS-VIG-IDX > WS-VIG-NUM
                IF WS-VIG-DESDE(WS-VIG-IDX) NOT > WS-BASE
                    MOVE WS-VIG-TASA(WS-VIG-IDX) TO WS-TASA
                END-IF
            END-PERFORM
            COMPUTE WS-COMISION ROUNDED = WS-BASE * WS-TASA / 100
      *    Lo que pasa la cuota gana la comision multiplicada por el
      *    acelerador
            MOVE ZEROS TO WS-ACELERACION
            IF WS-VIG-CUOTA > ZEROS AND WS-BASE > WS-VIG-CUOTA
                AND WS-VIG-ACELERADOR > 1
                COMPUTE WS-EXCEDENTE = WS-BASE - WS-VIG-CUOTA
                COMPUTE WS-ACELERACION ROUNDED = WS-EXCEDENTE
                    * WS-TASA / 100 * (WS-VIG-ACELERADOR - 1)
                ADD WS-ACELERACION TO WS-COMISION
            END-IF
            MOVE WS-BASE TO WS-ED-BASE
            MOVE WS-TASA TO WS-ED-TASA
            MOVE WS-ACELERACION TO WS-ED-ACELERA
            MOVE WS-COMISION TO WS-ED-IMPORTE
            MOVE SPACES TO WS-LINEA-REV
            STRING 'EMP=' EMP-ID-REG ' ' REG-NOMBRE
                ' BASE=' WS-ED-BASE ' TASA=' WS-ED-TASA
                ' ACELERADOR=' WS-ED-ACELERA
                ' COMISION=' WS-ED-IMPORTE
                DELIMITED BY SIZE
                INTO WS-LINEA-REV
            MOVE WS-LINEA-REV TO REG-REVISION
            WRITE REG-REVISION
            IF WS-COMISION = ZEROS
                ADD 1 TO WS-TOT-SIN-COMISION
                GO TO 070-CALCULAR-COMISION-SAL
            END-IF
            ADD 1 TO WS-TOT-COMISIONADOS
            ADD WS-BASE TO WS-TOT-BASE
            ADD WS-COMISION TO WS-TOT-COMISION
            MOVE WS-COMISION TO WS-COMI-PESOS
            COMPUTE WS-COMI-CENT =
                (WS-COMISION - WS-COMI-PESOS) * 100
            MOVE EMP-ID-REG TO PAG-EMP
            MOVE WS-COMI-PESOS TO PAG-PESOS
            MOVE WS-COMI-CENT TO PAG-CENT
            MOVE WS-REG-PAGO TO REG-PAGO
            WRITE REG-PAGO.
       070-CALCULAR-COMISION-SAL.
            EXIT.

       080-CARGAR-TABLA.
      *    Vigencia mas reciente que no pase del corte; al cambiar de
      *    vigencia la version anterior se descarta
            MOVE ZEROS TO WS-VIG-FECHA
            MOVE ZEROS TO WS-VIG-NUM
            MOVE ZEROS TO WS-VIG-CUOTA
            MOVE ZEROS TO WS-VIG-ACELERADOR
            OPEN INPUT F-TABLA
            IF WS-STATUS-TABLA NOT = '00'
                GO TO 080-CARGAR-TABLA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-TABLA INTO WS-RENGLON-TAB
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF TAB-VIGENCIA NOT > WS-FECHA-CORTE
                            AND TAB-VIGENCIA NOT < WS-VIG-FECHA
                            PERFORM 085-GUARDAR-RENGLON
                               THRU
                               085-GUARDAR-RENGLON-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-TABLA
            PERFORM 087-ORDENAR-TRAMOS
               THRU
               087-ORDENAR-TRAMOS-SAL.
       080-CARGAR-TABLA-SAL.
            EXIT.

       085-GUARDAR-RENGLON.
            IF TAB-VIGENCIA > WS-VIG-FECHA
                MOVE TAB-VIGENCIA TO WS-VIG-FECHA
                MOVE ZEROS TO WS-VIG-NUM
                MOVE ZEROS TO WS-VIG-CUOTA
                MOVE ZEROS TO WS-VIG-ACELERADOR
            END-IF
            IF TAB-CUOTA
                MOVE TAB-IMPORTE TO WS-VIG-CUOTA
                MOVE TAB-FACTOR TO WS-VIG-ACELERADOR
                GO TO 085-GUARDAR-RENGLON-SAL
            END-IF
            IF NOT TAB-TRAMO
                GO TO 085-GUARDAR-RENGLON-SAL
            END-IF
      *    El mismo desde capturado de nuevo reemplaza la tasa
            MOVE ZEROS TO WS-VIG-HALLADO
            PERFORM VARYING WS-VIG-IDX FROM 1 BY 1
                UNTIL WS-VIG-IDX > WS-VIG-NUM OR WS-VIG-HALLADO > ZEROS
                IF WS-VIG-DESDE(WS-VIG-IDX) = TAB-IMPORTE
                    MOVE WS-VIG-IDX TO WS-VIG-HALLADO
                END-IF
            END-PERFORM
            IF WS-VIG-HALLADO > ZEROS
                MOVE TAB-FACTOR TO WS-VIG-TASA(WS-VIG-HALLADO)
                GO TO 085-GUARDAR-RENGLON-SAL
            END-IF
            IF WS-VIG-NUM < 20
                ADD 1 TO WS-VIG-NUM
                MOVE TAB-IMPORTE TO WS-VIG-DESDE(WS-VIG-NUM)
                MOVE TAB-FACTOR TO WS-VIG-TASA(WS-VIG-NUM)
            END-IF.
       085-GUARDAR-RENGLON-SAL.
            EXIT.

       087-ORDENAR-TRAMOS.
      *    Los tramos pueden capturarse en cualquier orden; se
      *    ordenan por el desde para que gane el mas alto alcanzado
            MOVE 'S' TO WS-HUBO-CAMBIO
            PERFORM UNTIL NOT HUBO-CAMBIO
                MOVE 'N' TO WS-HUBO-CAMBIO
                PERFORM VARYING WS-VIG-IDX FROM 2 BY 1
                    UNTIL WS-VIG-IDX > WS-VIG-NUM
                    IF WS-VIG-DESDE(WS-VIG-IDX)
                        < WS-VIG-DESDE(WS-VIG-IDX - 1)
                        MOVE WS-VIG-TRAMO(WS-VIG-IDX)
                            TO WS-TRAMO-GUARDA
                        MOVE WS-VIG-TRAMO(WS-VIG-IDX - 1)
                            TO WS-VIG-TRAMO(WS-VIG-IDX)
                        MOVE WS-TRAMO-GUARDA
                            TO WS-VIG-TRAMO(WS-VIG-IDX - 1)
                        MOVE 'S' TO WS-HUBO-CAMBIO
                    END-IF
                END-PERFORM
            END-PERFORM.
       087-ORDENAR-TRAMOS-SAL.
            EXIT.

       090-EXCEPCION.
            ADD 1 TO WS-TOT-EXCEPCIONES
            MOVE SPACES TO WS-LINEA-EXC
            STRING 'EMP=' WS-RENGLON-VTA(1:6)
                ' PERIODO=' WS-RENGLON-VTA(7:6)
                ' MOTIVO=' WS-MOTIVO
                ' DATOS=' WS-RENGLON-VTA
                DELIMITED BY SIZE
                INTO WS-LINEA-EXC
            MOVE WS-LINEA-EXC TO REG-EXCEPCION
            WRITE REG-EXCEPCION.
       090-EXCEPCION-SAL.
            EXIT.

       END PROGRAM PRG01131.
