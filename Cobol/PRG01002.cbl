      *  BANDMAX; fuera de banda solo pasa con la clave de un
      *  operador nivel 3, y la autorizacion queda en AUDIT.TXT
      *  como operacion BANDA - LCG 02 SEP 26
      *  La baja pide el motivo del catalogo MOTBAJA (renuncia
      *  voluntaria, despido, termino de contrato, jubilacion,
      *  defuncion), lo guarda en REG-BAJA-MOTIVO y lo deja en la
      *  auditoria BAJA despues de la fecha - LCG 15 OCT 26
      *  Cuenta CLABE con doble control: la captura y la correccion
      *  validan el digito de control y el prefijo contra el banco con
      *  la rutina compartida PRG01147; en la correccion los campos 15
      *  y 16 ya no tocan el expediente, dejan el cambio pendiente en
      *  CLABEPEN.DAT (cuenta anterior, nueva y quien lo pide,
      *  auditoria SOLCTA) para que otro operador nivel 3 lo apruebe en
      *  PRG01148; la forma T exige una CLABE valida - LCG 15 OCT 26
      *  La pantalla de correccion muestra salario, RFC, CURP y CLABE
      *  por el enmascarado por nivel de operador de PRG01149 - LCG 15
      *  OCT 26
      *  Forma de pago E (efectivo en sobre) en la captura y en la
      *  correccion del campo 14, para el personal de campo y de
      *  temporada sin cuenta bancaria; no pide banco ni CLABE - LCG 15
      *  OCT 26
      *  La solicitud de cambio de cuenta asienta como solicitante al
      *  operador firmado en OPSESION.TXT, el mismo que PRG01148
      *  compara al aprobar - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUS-OPERADORES.
           SELECT F-CLABEPEN ASSIGN TO "CLABEPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLP-EMP
               FILE STATUS IS WS-STATUS-CLABEPEN.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
           SELECT F-ROSTER ASSIGN TO "ROSTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       01 REG-MOVHIST               PIC X(72).
       FD  F-OPERADORES.
       COPY OPERCAT.
       FD  F-CLABEPEN.
       COPY CLABEPEN.
       FD  F-OPSESION.
       01 REG-OPSESION              PIC X(8).
       WORKING-STORAGE SECTION.
           01 ApellidoPaterno      PIC X(20).
           01 ApellidoMaterno      PIC X(20).
           01 Frecuencia           PIC X.
               88 FRECUENCIA-VALIDA VALUE 'S' 'Q' 'M'.
           01 FormaPago            PIC X.
               88 FORMA-PAGO-VALIDA VALUE 'C' 'T' 'E'.
               88 FORMA-TRANSFER   VALUE 'T'.
           01 Banco                PIC X(3).
           01 Clabe                PIC X(18).
           01 DiaBaja              PIC 99.
           01 MesBaja              PIC 99.
           01 AnhoBaja             PIC 9999.
           01 MotivoBaja           PIC X VALUE SPACE.
           01 WS-CAMPO             PIC 99 VALUE ZERO.
               88 VAL-OPCION-CAMPO VALUE 1 THRU 20.
           01 WS-SALARIO-ED        PIC 9(7).99.
               02 WS-CAN-FECHA-SIS PIC 9(8).
               02 WS-CAN-HORA-SIS  PIC 9(8).
           01 WS-LINEA-ROSTER      PIC X(80) VALUE SPACES.
       COPY MOTBAJA.
           01 WS-AUD-OPERACION     PIC X(6) VALUE SPACES.
           01 WS-AUD-CAMPO         PIC X(20) VALUE SPACES.
           01 WS-AUD-ANTES         PIC X(20) VALUE SPACES.
           01 WS-PLZ-PLAZAS        PIC 9(4) VALUE ZEROS.
           01 WS-PLZ-EXCEDE        PIC X VALUE 'N'.
               88 PLAZA-EXCEDIDA   VALUE 'S'.
           01 WS-STATUS-OPSESION   PIC XX VALUE '00'.
           01 WS-OPE-SESION        PIC X(8) VALUE 'CONSOLA'.
           01 WS-STATUS-CLABEPEN   PIC XX VALUE '00'.
               88 CLP-OK           VALUE '00'.
               88 CLP-SIN-ARCHIVO  VALUE '35'.
           01 WS-RESULTADO-CLABE   PIC X VALUE 'S'.
               88 CLABE-VALIDA     VALUE 'S'.
               88 CLABE-FORMATO    VALUE 'F'.
               88 CLABE-DIGITO     VALUE 'D'.
               88 CLABE-BANCO      VALUE 'B'.
           01 WS-BANCO-VALIDA      PIC X(3) VALUE SPACES.
           01 WS-MSK-PROGRAMA      PIC X(8) VALUE 'PRG01002'.
           01 WS-MSK-TIPO          PIC X VALUE SPACE.
           01 WS-MSK-DATO          PIC X(40) VALUE SPACES.
           01 WS-MSK-VISIBLE       PIC X VALUE 'N'.
           01 WS-MSK-SALARIO       PIC X(10) VALUE SPACES.
           01 WS-MSK-RFC           PIC X(13) VALUE SPACES.
           01 WS-MSK-CURP          PIC X(18) VALUE SPACES.
           01 WS-MSK-CLABE         PIC X(18) VALUE SPACES.
       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY "Modo: (C)aptura, (R)correccion, (B)cumpleanos, "
      *    la CLABE quedan en espacios; con forma T la CLABE de 18
      *    posiciones es obligatoria para la dispersion
            DISPLAY "Forma de pago: (C)heque impreso, "
                "(T)ransferencia, (E)fectivo en sobre: ".
            ACCEPT FormaPago
            IF NOT FORMA-PAGO-VALIDA
                MOVE 'C' TO FormaPago
            MOVE SPACES TO Banco
            MOVE SPACES TO Clabe
            IF FORMA-TRANSFER
                DISPLAY "Clave del banco (3, vacia = la del "
                    "prefijo de la CLABE): "
                ACCEPT Banco
                DISPLAY "Cuenta CLABE (18 posiciones): "
                ACCEPT Clabe
                        "obligatoria"
                    GOBACK
                END-IF
                CALL 'PRG01147' USING Banco Clabe WS-RESULTADO-CLABE
                IF NOT CLABE-VALIDA
                    PERFORM 069-AVISAR-CLABE
                       THRU
                       069-AVISAR-CLABE-SAL
                    GOBACK
                END-IF
            END-IF
            DISPLAY "Fondo de ahorro, porcentaje entero (0 = no "
                "inscrito): ".
                REG-ING-MES "/" REG-ING-ANHO
            DISPLAY "8 Departamento: " REG-DEPTO
            DISPLAY "9 Puesto: " REG-PUESTO
            PERFORM 066-ENMASCARAR-DATOS
               THRU
               066-ENMASCARAR-DATOS-SAL
            DISPLAY "10 Salario base: " WS-MSK-SALARIO
            DISPLAY "11 Frecuencia de pago: " REG-FRECUENCIA
            DISPLAY "12 RFC: " WS-MSK-RFC
            DISPLAY "13 CURP: " WS-MSK-CURP
            DISPLAY "14 Forma de pago: " REG-FORMA-PAGO
            DISPLAY "15 Banco: " REG-BANCO
            DISPLAY "16 CLABE: " WS-MSK-CLABE
            DISPLAY "17 Fondo de ahorro (pct): " REG-FONDO-PCT
            DISPLAY "18 Compania: " REG-COMPANIA
            DISPLAY "19 Grado del puesto: " REG-GRADO
                WHEN 14
                    MOVE 'FORMA-PAGO' TO WS-AUD-CAMPO
                    MOVE REG-FORMA-PAGO TO WS-AUD-ANTES
                    DISPLAY "Nueva forma de pago (C/T/E): "
                    ACCEPT FormaPago
                    IF NOT FORMA-PAGO-VALIDA
                        DISPLAY "Forma de pago invalida"
                        MOVE ZERO TO WS-CAMPO
                    ELSE
                        MOVE 'S' TO WS-RESULTADO-CLABE
                        IF FORMA-TRANSFER
                            MOVE REG-BANCO TO WS-BANCO-VALIDA
                            CALL 'PRG01147' USING WS-BANCO-VALIDA
                                REG-CLABE WS-RESULTADO-CLABE
                        END-IF
                        IF NOT CLABE-VALIDA
                            DISPLAY "Error: capture antes una CLABE "
                                "valida (campo 16)"
                            MOVE ZERO TO WS-CAMPO
                        ELSE
                            MOVE FormaPago TO REG-FORMA-PAGO
                        END-IF
                    END-IF
                WHEN 15
                WHEN 16
      *            Banco y CLABE van juntos y no tocan el expediente:
      *            el cambio queda pendiente de la aprobacion de un
      *            segundo operador nivel 3 en PRG01148
                    PERFORM 067-SOLICITAR-CAMBIO-CUENTA
                       THRU
                       067-SOLICITAR-CAMBIO-CUENTA-SAL
                    MOVE ZERO TO WS-CAMPO
                WHEN 17
                    MOVE 'FONDO-PCT' TO WS-AUD-CAMPO
                    MOVE REG-FONDO-PCT TO WS-FONDO-PCT-ED
       065-MOSTRAR-Y-CORREGIR-SAL.
            EXIT.

       066-ENMASCARAR-DATOS.
      *    Salario, RFC, CURP y CLABE en pantalla segun el nivel del
      *    operador (PRG01149); se relee la sesion en cada consulta
            MOVE 'I' TO WS-MSK-TIPO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EMP-ID-REG
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE REG-SALARIO TO WS-SALARIO-ED
            MOVE 'S' TO WS-MSK-TIPO
            MOVE WS-SALARIO-ED TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EMP-ID-REG
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:10) TO WS-MSK-SALARIO
            MOVE 'C' TO WS-MSK-TIPO
            MOVE REG-RFC TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EMP-ID-REG
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:13) TO WS-MSK-RFC
            MOVE REG-CURP TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EMP-ID-REG
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:18) TO WS-MSK-CURP
            MOVE REG-CLABE TO WS-MSK-DATO
            CALL 'PRG01149' USING WS-MSK-PROGRAMA EMP-ID-REG
                WS-MSK-TIPO WS-MSK-DATO WS-MSK-VISIBLE
            MOVE WS-MSK-DATO(1:18) TO WS-MSK-CLABE.
       066-ENMASCARAR-DATOS-SAL.
            EXIT.

       067-SOLICITAR-CAMBIO-CUENTA.
      *    Cambio de cuenta bajo doble control: se valida la CLABE
      *    nueva (digito de control y prefijo contra el banco) y se
      *    deja en CLABEPEN.DAT con la cuenta anterior y la clave de
      *    quien lo pide; un cambio ya pendiente se resuelve primero
            DISPLAY "Nueva cuenta CLABE (18): "
            ACCEPT Clabe
            IF Clabe = SPACES
                DISPLAY "Error: la CLABE no puede quedar vacia"
                GO TO 067-SOLICITAR-CAMBIO-CUENTA-SAL
            END-IF
            DISPLAY "Nueva clave del banco (3, vacia = la del "
                "prefijo de la CLABE): "
            ACCEPT Banco
            CALL 'PRG01147' USING Banco Clabe WS-RESULTADO-CLABE
            IF NOT CLABE-VALIDA
                PERFORM 069-AVISAR-CLABE
                   THRU
                   069-AVISAR-CLABE-SAL
                GO TO 067-SOLICITAR-CAMBIO-CUENTA-SAL
            END-IF
            IF Clabe = REG-CLABE AND Banco = REG-BANCO
                DISPLAY "La cuenta es la misma del expediente; sin "
                    "cambios"
                GO TO 067-SOLICITAR-CAMBIO-CUENTA-SAL
            END-IF
            OPEN I-O F-CLABEPEN
            IF CLP-SIN-ARCHIVO
                OPEN OUTPUT F-CLABEPEN
                CLOSE F-CLABEPEN
                OPEN I-O F-CLABEPEN
            END-IF
            IF NOT CLP-OK
                DISPLAY "Error: CLABEPEN.DAT no abre, status "
                    WS-STATUS-CLABEPEN "; cambio no registrado"
                GO TO 067-SOLICITAR-CAMBIO-CUENTA-SAL
            END-IF
            MOVE EMP-ID-REG TO CLP-EMP
            READ F-CLABEPEN
                INVALID KEY
                    MOVE SPACES TO REG-CLABEPEN
                    MOVE EMP-ID-REG TO CLP-EMP
            END-READ
            IF CLP-PENDIENTE
                DISPLAY "Ya hay un cambio de cuenta pendiente de "
                    CLP-SOLICITA " del " CLP-FECHA-SOL
                    "; resuelvalo en PRG01148"
                CLOSE F-CLABEPEN
                GO TO 067-SOLICITAR-CAMBIO-CUENTA-SAL
            END-IF
            DISPLAY "Cuenta actual: " REG-BANCO " " WS-MSK-CLABE
            DISPLAY "Cuenta nueva:  " Banco " " Clabe
            DISPLAY "¿Solicita el cambio de cuenta? (S/N): "
            ACCEPT WS-CONFIRMA
            IF NOT CONFIRMA-SI
                DISPLAY "Cambio cancelado"
                CLOSE F-CLABEPEN
                GO TO 067-SOLICITAR-CAMBIO-CUENTA-SAL
            END-IF
            CALL 'PRG01021' USING WS-CAN-FECHA-SIS WS-CAN-HORA-SIS
            MOVE REG-BANCO TO CLP-BANCO-ANT
            MOVE REG-CLABE TO CLP-CLABE-ANT
            MOVE Banco TO CLP-BANCO-NVO
            MOVE Clabe TO CLP-CLABE-NVA
            MOVE 'P' TO CLP-ESTADO
      *    El solicitante es el operador firmado en la sesion (como
      *    lo toma PRG01148 para aprobar), no la clave tecleada
            MOVE 'CONSOLA' TO WS-OPE-SESION
            OPEN INPUT F-OPSESION
            IF WS-STATUS-OPSESION = '00'
                READ F-OPSESION INTO WS-OPE-SESION
                    AT END
                        MOVE 'CONSOLA' TO WS-OPE-SESION
                END-READ
                CLOSE F-OPSESION
            END-IF
            MOVE WS-OPE-SESION TO CLP-SOLICITA
            MOVE WS-CAN-FECHA-SIS TO CLP-FECHA-SOL
            MOVE WS-CAN-HORA-SIS TO CLP-HORA-SOL
            MOVE SPACES TO CLP-APRUEBA
            MOVE ZEROS TO CLP-FECHA-APR
            MOVE ZEROS TO CLP-FOLIO-RETENIDO
            IF WS-STATUS-CLABEPEN = '23'
                WRITE REG-CLABEPEN
            ELSE
                REWRITE REG-CLABEPEN
            END-IF
            CLOSE F-CLABEPEN
            MOVE 'SOLCTA' TO WS-AUD-OPERACION
            MOVE 'CLABE' TO WS-AUD-CAMPO
            MOVE REG-CLABE TO WS-AUD-ANTES
            MOVE Clabe TO WS-AUD-DESPUES
            CALL 'PRG01017' USING EMP-ID-REG WS-AUD-OPERACION
                WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
            DISPLAY "Cambio de cuenta pendiente de aprobacion de otro "
                "operador nivel 3 (PRG01148)".
       067-SOLICITAR-CAMBIO-CUENTA-SAL.
            EXIT.

       069-AVISAR-CLABE.
            EVALUATE TRUE
                WHEN CLABE-FORMATO
                    DISPLAY "Error: la CLABE debe traer 18 digitos"
                WHEN CLABE-DIGITO
                    DISPLAY "Error: digito de control de la CLABE "
                        "invalido"
                WHEN CLABE-BANCO
                    DISPLAY "Error: el prefijo de la CLABE no "
                        "corresponde al banco " Banco
            END-EVALUATE.
       069-AVISAR-CLABE-SAL.
            EXIT.

       066-GRABAR-MOVIMIENTO.
      *    Historial de movimientos de empleo con fecha efectiva,
      *    para la progresion y el retroactivo de PRG01067; la fecha
                DISPLAY "Error: fecha de baja invalida"
                GO TO 105-CONFIRMAR-BAJA-SAL
            END-IF
      *    El motivo sale del catalogo MOTBAJA; sin motivo valido no
      *    hay baja
            PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                UNTIL WS-MOT-IDX > WS-MOT-NUM
                DISPLAY "  " WS-MOT-CODIGO(WS-MOT-IDX) " "
                    WS-MOT-DESCRIPCION(WS-MOT-IDX)
            END-PERFORM
            DISPLAY "Motivo de la baja: "
            ACCEPT MotivoBaja
            PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                UNTIL WS-MOT-IDX > WS-MOT-NUM
                OR WS-MOT-CODIGO(WS-MOT-IDX) = MotivoBaja
                CONTINUE
            END-PERFORM
            IF WS-MOT-IDX > WS-MOT-NUM OR MotivoBaja = SPACE
                DISPLAY "Error: motivo de baja no catalogado"
                GO TO 105-CONFIRMAR-BAJA-SAL
            END-IF
            DISPLAY "¿Confirma la baja? (S/N): "
            ACCEPT WS-CONFIRMA
            IF CONFIRMA-SI
                MOVE DiaBaja TO REG-BAJA-DIA
                MOVE MesBaja TO REG-BAJA-MES
                MOVE AnhoBaja TO REG-BAJA-ANHO
                MOVE MotivoBaja TO REG-BAJA-MOTIVO
                REWRITE REG-EMPLEADOS
                MOVE 'BAJA' TO WS-AUD-OPERACION
                MOVE 'ESTATUS' TO WS-AUD-CAMPO
                MOVE 'A' TO WS-AUD-ANTES
                MOVE SPACES TO WS-AUD-DESPUES
                STRING 'B ' DiaBaja '/' MesBaja '/' AnhoBaja ' '
                    MotivoBaja
                    DELIMITED BY SIZE
                    INTO WS-AUD-DESPUES
                CALL 'PRG01017' USING EMP-ID-REG WS-AUD-OPERACION
