      *  LCG 02 SEP 26
      *  Trazado de TARJETAS.TXT: EMP(6) PERIODO(6) DIAS(1)
      *  HORASEXTRA(2)
      *  El renglon de pago lleva el concepto H con el importe de las
      *  horas extra dobles despues del trazado del lote, para que
      *  PRG01019 exente la mitad hasta 5 UMA en la semana; las triples
      *  siguen gravando completas - LCG 15 OCT 26
      *  La tarjeta registra los dias de calendario trabajados de la
      *  semana del calendario de PERIODOS.TXT, y al generar se pagan
      *  aparte la prima dominical (25% del salario diario por
      *  domingo trabajado, dia de la semana como en PRG01009), el
      *  festivo laborado (PRG01044) y el descanso laborado segun el
      *  turno de EMPCOMP (domingo si no tiene), al doble del diario
      *  cada uno; van en renglones propios de TARJREV.TXT y del
      *  renglon de pago; la tarjeta anterior sin dias no lleva
      *  primas - LCG 15 OCT 26
      *  Trazado de TARJETAS.TXT a partir de HORASEXTRA: INICIO(8
      *  AAAAMMDD) TRABAJADOS(7 banderas S/N desde el inicio)
      *  Trazado del renglon de pago despues del concepto: DOMINGOS(1)
      *  PRIMA DOMINICAL(13+2) FESTIVO LABORADO(13+2) DESCANSO
      *  LABORADO(13+2)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-COMPLEMENTO ASSIGN TO "EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-EMP-ID
               FILE STATUS IS WS-STATUS-COMPLEMENTO.
           SELECT F-PERIODOS ASSIGN TO "PERIODOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT F-TURNOS ASSIGN TO "TURNOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TURNOS.
           SELECT F-PAGOS ASSIGN TO "SEMPAG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REVISION ASSIGN TO "TARJREV.TXT"
       DATA DIVISION.
       FILE SECTION.
       FD  F-TARJETAS.
       01 REG-TARJETA                PIC X(30).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-COMPLEMENTO.
       COPY EMPCOMP.
       FD  F-PERIODOS.
       01 REG-PERIODO                PIC X(31).
       FD  F-TURNOS.
       01 REG-TURNO                  PIC X(39).
       FD  F-PAGOS.
       01 REG-PAGO                   PIC X(83).
       FD  F-REVISION.
       01 REG-REVISION               PIC X(120).
       FD  F-EXCEPCIONES.
       01 WS-STATUS-TARJETAS         PIC XX VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-COMPLEMENTO      PIC XX VALUE '00'.
       01 WS-STATUS-PERIODOS         PIC XX VALUE '00'.
       01 WS-STATUS-TURNOS           PIC XX VALUE '00'.
       01 WS-CMP-ABIERTO             PIC X VALUE 'N'.
           88 CMP-ABIERTO            VALUE 'S'.
       01 WS-OPCION                  PIC X VALUE 'C'.
           88 OPCION-CAPTURA         VALUE 'C'.
           88 OPCION-GENERAR         VALUE 'G'.
           05 TAR-PERIODO            PIC 9(6).
           05 TAR-DIAS               PIC 9.
           05 TAR-HRS-EXTRA          PIC 99.
           05 TAR-INICIO             PIC 9(8).
           05 TAR-TRABAJADOS         PIC X(7).
       01 WS-PERIODO-GEN             PIC 9(6) VALUE ZEROS.
       01 WS-PERIODO-GEN-R REDEFINES WS-PERIODO-GEN.
           05 WS-PG-ANHO             PIC 9999.
           05 WS-PG-NUMERO           PIC 99.
       01 WS-RENGLON-PER.
           05 WS-PRD-ANHO            PIC 9999.
           05 WS-PRD-NUMERO          PIC 99.
           05 WS-PRD-INICIO          PIC 9(8).
           05 WS-PRD-FIN             PIC 9(8).
           05 WS-PRD-PAGO            PIC 9(8).
           05 WS-PRD-FRECUENCIA      PIC X.
       01 WS-RENGLON-TURNO.
           05 TUR-TURNO              PIC X(2).
           05 TUR-DESCRIPCION        PIC X(20).
           05 TUR-ENTRADA            PIC 9(4).
           05 TUR-SALIDA             PIC 9(4).
           05 TUR-DIAS               PIC X(7).
           05 TUR-TOLERANCIA         PIC 99.
      *    Dias laborables de cada turno (gana el ultimo renglon)
       01 WS-TABLA-TURNOS.
           05 WS-TT-NUM              PIC 99 VALUE ZEROS.
           05 WS-TT-ENT OCCURS 50 TIMES.
               10 WS-TT-TURNO        PIC X(2).
               10 WS-TT-DIAS         PIC X(7).
       01 WS-TT-IDX                  PIC 99 VALUE ZEROS.
       01 WS-TT-IDX2                 PIC 99 VALUE ZEROS.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-VENTANA-OK              PIC X VALUE 'N'.
           88 VENTANA-HALLADA        VALUE 'S'.
       01 WS-DIA-IDX                 PIC 9 VALUE ZEROS.
       01 WS-DIA-TRABAJADO           PIC X VALUE 'N'.
       01 WS-DIAS-LABORABLES         PIC X(7) VALUE SPACES.
       01 WS-NOMBRES-DIA             PIC X(21)
           VALUE 'LUNMARMIEJUEVIESABDOM'.
       01 WS-ES-FERIADO              PIC X VALUE 'N'.
           88 ES-FERIADO             VALUE 'S'.
       01 WS-FECHA-DESGLOSE.
           05 WS-FD-ANO              PIC 9999.
           05 WS-FD-MES              PIC 99.
           05 WS-FD-DIA              PIC 99.
       01 WS-FECHA-NUM REDEFINES WS-FECHA-DESGLOSE
                                     PIC 9(8).
       01 WS-FECHA-VALIDA            PIC X VALUE 'S'.
           88 FECHA-INVALIDA         VALUE 'N'.
       01 WS-ZELLER.
           05 WS-Z-MES               PIC 99 VALUE ZEROS.
           05 WS-Z-ANO               PIC 9(4) VALUE ZEROS.
           05 WS-Z-SIGLO             PIC 99 VALUE ZEROS.
           05 WS-Z-ANOSIGLO          PIC 99 VALUE ZEROS.
           05 WS-Z-T1                PIC 9(4) VALUE ZEROS.
           05 WS-Z-T2                PIC 9(4) VALUE ZEROS.
           05 WS-Z-T3                PIC 9(4) VALUE ZEROS.
           05 WS-Z-SUMA              PIC 9(6) VALUE ZEROS.
           05 WS-Z-COC               PIC 9(4) VALUE ZEROS.
           05 WS-Z-DOW               PIC 9 VALUE ZEROS.
           05 WS-DIA-SEMANA          PIC 9 VALUE ZEROS.
       01 WS-MOTIVO-RECHAZO          PIC X(40) VALUE SPACES.
       01 WS-CALCULO.
           05 WS-SALARIO-DIARIO      PIC 9(9)V99 VALUE ZEROS.
           05 WS-HRS-TRIPLES         PIC 99 VALUE ZEROS.
           05 WS-PAGO-ORD            PIC 9(11)V99 VALUE ZEROS.
           05 WS-PAGO-EXTRA          PIC 9(11)V99 VALUE ZEROS.
           05 WS-PAGO-DOBLES         PIC 9(11)V99 VALUE ZEROS.
           05 WS-BRUTO               PIC 9(11)V99 VALUE ZEROS.
           05 WS-DOMINGOS            PIC 9 VALUE ZEROS.
           05 WS-FESTIVOS            PIC 9 VALUE ZEROS.
           05 WS-DESCANSOS           PIC 9 VALUE ZEROS.
           05 WS-PRIMA-DOMINICAL     PIC 9(11)V99 VALUE ZEROS.
           05 WS-PAGO-FESTIVO        PIC 9(11)V99 VALUE ZEROS.
           05 WS-PAGO-DESCANSO       PIC 9(11)V99 VALUE ZEROS.
       01 WS-REG-PAGO.
           05 PAG-EMP                PIC 9(6).
           05 PAG-PESOS              PIC 9(13).
           05 PAG-CENT               PIC 99.
           05 PAG-CONCEPTO           PIC X.
           05 PAG-CON-PESOS          PIC 9(13).
           05 PAG-CON-CENT           PIC 99.
           05 PAG-DOMINGOS           PIC 9.
           05 PAG-DOM-PESOS          PIC 9(13).
           05 PAG-DOM-CENT           PIC 99.
           05 PAG-FES-PESOS          PIC 9(13).
           05 PAG-FES-CENT           PIC 99.
           05 PAG-DES-PESOS          PIC 9(13).
           05 PAG-DES-CENT           PIC 99.
       01 WS-CONTADORES.
           05 WS-TOT-TARJETAS        PIC 9(6) VALUE ZEROS.
           05 WS-TOT-GENERADOS       PIC 9(6) VALUE ZEROS.
           05 WS-TOT-BRUTO           PIC 9(13)V99 VALUE ZEROS.
       01 WS-ED-BRUTO                PIC Z(10)9.99.
       01 WS-ED-EXTRA                PIC Z(10)9.99.
       01 WS-ED-PRIMA                PIC Z(10)9.99.
       01 WS-ED-TOTAL                PIC Z(12)9.99.
       01 WS-LINEA-REV               PIC X(120) VALUE SPACES.
       01 WS-LINEA-EXCEP             PIC X(120) VALUE SPACES.
            END-IF
            DISPLAY 'Horas extra de la semana: ' UPON CONSOLE
            ACCEPT TAR-HRS-EXTRA FROM CONSOLE
            PERFORM 035-DIAS-TRABAJADOS
               THRU
               035-DIAS-TRABAJADOS-SAL
            OPEN EXTEND F-TARJETAS
            IF WS-STATUS-TARJETAS = '35'
                OPEN OUTPUT F-TARJETAS
       030-CAPTURAR-TARJETA-SAL.
            EXIT.

       035-DIAS-TRABAJADOS.
      *    Dias de calendario trabajados de la semana, del inicio al
      *    fin del calendario semanal de PERIODOS.TXT, para las
      *    primas de domingo, festivo y descanso
            MOVE ZEROS TO TAR-INICIO
            MOVE SPACES TO TAR-TRABAJADOS
            MOVE TAR-PERIODO TO WS-PERIODO-GEN
            PERFORM 037-BUSCAR-SEMANA
               THRU
               037-BUSCAR-SEMANA-SAL
            IF NOT VENTANA-HALLADA
                DISPLAY 'AVISO: la semana no esta en el calendario de '
                    'PERIODOS.TXT; la tarjeta no llevara primas'
                    UPON CONSOLE
                GO TO 035-DIAS-TRABAJADOS-SAL
            END-IF
            MOVE WS-PRD-INICIO TO TAR-INICIO
            MOVE ALL 'N' TO TAR-TRABAJADOS
            MOVE WS-PRD-INICIO TO WS-FECHA-NUM
            PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                UNTIL WS-DIA-IDX > 7
                OR WS-FECHA-NUM > WS-PRD-FIN
                PERFORM 015-DIA-DE-LA-SEMANA
                   THRU
                   015-DIA-DE-LA-SEMANA-SAL
                DISPLAY '¿Trabajo el ' WS-FD-DIA '/' WS-FD-MES '/'
                    WS-FD-ANO ' ('
                    WS-NOMBRES-DIA((WS-DIA-SEMANA - 1) * 3 + 1:3)
                    ')? (S/N): ' UPON CONSOLE
                ACCEPT WS-DIA-TRABAJADO FROM CONSOLE
                IF WS-DIA-TRABAJADO = 'S'
                    MOVE 'S' TO TAR-TRABAJADOS(WS-DIA-IDX:1)
                END-IF
                PERFORM 017-DIA-SIGUIENTE
                   THRU
                   017-DIA-SIGUIENTE-SAL
            END-PERFORM.
       035-DIAS-TRABAJADOS-SAL.
            EXIT.

       037-BUSCAR-SEMANA.
            MOVE 'N' TO WS-VENTANA-OK
            OPEN INPUT F-PERIODOS
            IF WS-STATUS-PERIODOS NOT = '00'
                GO TO 037-BUSCAR-SEMANA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-PERIODOS INTO WS-RENGLON-PER
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-PRD-ANHO = WS-PG-ANHO
                            AND WS-PRD-NUMERO = WS-PG-NUMERO
                            AND WS-PRD-FRECUENCIA = 'S'
                            MOVE 'S' TO WS-VENTANA-OK
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-PERIODOS.
       037-BUSCAR-SEMANA-SAL.
            EXIT.

       040-GENERAR-PAGOS.
            DISPLAY 'Periodo a generar (AAAASS): ' UPON CONSOLE
            ACCEPT WS-PERIODO-GEN FROM CONSOLE
                CLOSE F-TARJETAS
                GO TO 040-GENERAR-PAGOS-SAL
            END-IF
      *    Sin expediente complementario todos descansan en domingo
            MOVE 'N' TO WS-CMP-ABIERTO
            OPEN INPUT F-COMPLEMENTO
            IF WS-STATUS-COMPLEMENTO = '00'
                MOVE 'S' TO WS-CMP-ABIERTO
            END-IF
            PERFORM 045-CARGAR-TURNOS
               THRU
               045-CARGAR-TURNOS-SAL
            OPEN OUTPUT F-PAGOS
            OPEN OUTPUT F-REVISION
            OPEN OUTPUT F-EXCEPCIONES
            WRITE REG-REVISION
            CLOSE F-TARJETAS
            CLOSE F-EMPLEADOS
            IF CMP-ABIERTO
                CLOSE F-COMPLEMENTO
            END-IF
            CLOSE F-PAGOS
            CLOSE F-REVISION
            CLOSE F-EXCEPCIONES
       040-GENERAR-PAGOS-SAL.
            EXIT.

       045-CARGAR-TURNOS.
            MOVE ZEROS TO WS-TT-NUM
            OPEN INPUT F-TURNOS
            IF WS-STATUS-TURNOS NOT = '00'
                GO TO 045-CARGAR-TURNOS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-TURNOS INTO WS-RENGLON-TURNO
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 047-GUARDAR-TURNO
                           THRU
                           047-GUARDAR-TURNO-SAL
                END-READ
            END-PERFORM
            CLOSE F-TURNOS.
       045-CARGAR-TURNOS-SAL.
            EXIT.

       047-GUARDAR-TURNO.
            MOVE ZEROS TO WS-TT-IDX
            PERFORM VARYING WS-TT-IDX2 FROM 1 BY 1
                UNTIL WS-TT-IDX2 > WS-TT-NUM
                IF WS-TT-TURNO(WS-TT-IDX2) = TUR-TURNO
                    MOVE WS-TT-IDX2 TO WS-TT-IDX
                END-IF
            END-PERFORM
            IF WS-TT-IDX = ZEROS
                IF WS-TT-NUM NOT < 50
                    GO TO 047-GUARDAR-TURNO-SAL
                END-IF
                ADD 1 TO WS-TT-NUM
                MOVE WS-TT-NUM TO WS-TT-IDX
            END-IF
            MOVE TUR-TURNO TO WS-TT-TURNO(WS-TT-IDX)
            MOVE TUR-DIAS TO WS-TT-DIAS(WS-TT-IDX).
       047-GUARDAR-TURNO-SAL.
            EXIT.

       050-PROCESAR-TARJETA.
            READ F-TARJETAS INTO WS-REG-TARJETA
                AT END
                MOVE TAR-HRS-EXTRA TO WS-HRS-DOBLES
                MOVE ZEROS TO WS-HRS-TRIPLES
            END-IF
            COMPUTE WS-PAGO-DOBLES ROUNDED =
                WS-HRS-DOBLES * WS-HORA-ORD * 2
            COMPUTE WS-PAGO-EXTRA ROUNDED = WS-PAGO-DOBLES
                + (WS-HRS-TRIPLES * WS-HORA-ORD * 3)
            PERFORM 070-CALCULAR-PRIMAS
               THRU
               070-CALCULAR-PRIMAS-SAL
            COMPUTE WS-BRUTO = WS-PAGO-ORD + WS-PAGO-EXTRA
                + WS-PRIMA-DOMINICAL + WS-PAGO-FESTIVO
                + WS-PAGO-DESCANSO
            ADD 1 TO WS-TOT-GENERADOS
            ADD WS-BRUTO TO WS-TOT-BRUTO
            MOVE TAR-EMP TO PAG-EMP
            MOVE WS-BRUTO TO PAG-PESOS
            COMPUTE PAG-CENT = (WS-BRUTO - PAG-PESOS) * 100
      *    Las horas dobles van como concepto aparte para su exencion
      *    (la mitad, hasta 5 UMA en la semana); las triples gravan
            MOVE SPACE TO PAG-CONCEPTO
            MOVE ZEROS TO PAG-CON-PESOS
            MOVE ZEROS TO PAG-CON-CENT
            IF WS-PAGO-DOBLES > ZEROS
                MOVE 'H' TO PAG-CONCEPTO
                MOVE WS-PAGO-DOBLES TO PAG-CON-PESOS
                COMPUTE PAG-CON-CENT =
                    (WS-PAGO-DOBLES - PAG-CON-PESOS) * 100
            END-IF
      *    Las primas van aparte: la dominical exenta hasta 1 UMA por
      *    domingo en PRG01019, festivo y descanso gravan completos
            MOVE WS-DOMINGOS TO PAG-DOMINGOS
            MOVE WS-PRIMA-DOMINICAL TO PAG-DOM-PESOS
            COMPUTE PAG-DOM-CENT =
                (WS-PRIMA-DOMINICAL - PAG-DOM-PESOS) * 100
            MOVE WS-PAGO-FESTIVO TO PAG-FES-PESOS
            COMPUTE PAG-FES-CENT =
                (WS-PAGO-FESTIVO - PAG-FES-PESOS) * 100
            MOVE WS-PAGO-DESCANSO TO PAG-DES-PESOS
            COMPUTE PAG-DES-CENT =
                (WS-PAGO-DESCANSO - PAG-DES-PESOS) * 100
            MOVE WS-REG-PAGO TO REG-PAGO
            WRITE REG-PAGO
            MOVE WS-PAGO-ORD TO WS-ED-BRUTO
                DELIMITED BY SIZE
                INTO WS-LINEA-REV
            MOVE WS-LINEA-REV TO REG-REVISION
            WRITE REG-REVISION
            IF WS-PRIMA-DOMINICAL > ZEROS
                MOVE WS-PRIMA-DOMINICAL TO WS-ED-PRIMA
                MOVE SPACES TO WS-LINEA-REV
                STRING '   PRIMA DOMINICAL (' WS-DOMINGOS
                    ' DOMINGOS)=' WS-ED-PRIMA
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REV
                MOVE WS-LINEA-REV TO REG-REVISION
                WRITE REG-REVISION
            END-IF
            IF WS-PAGO-FESTIVO > ZEROS
                MOVE WS-PAGO-FESTIVO TO WS-ED-PRIMA
                MOVE SPACES TO WS-LINEA-REV
                STRING '   FESTIVO LABORADO (' WS-FESTIVOS
                    ' DIAS)=' WS-ED-PRIMA
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REV
                MOVE WS-LINEA-REV TO REG-REVISION
                WRITE REG-REVISION
            END-IF
            IF WS-PAGO-DESCANSO > ZEROS
                MOVE WS-PAGO-DESCANSO TO WS-ED-PRIMA
                MOVE SPACES TO WS-LINEA-REV
                STRING '   DESCANSO LABORADO (' WS-DESCANSOS
                    ' DIAS)=' WS-ED-PRIMA
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REV
                MOVE WS-LINEA-REV TO REG-REVISION
                WRITE REG-REVISION
            END-IF.
       060-CALCULAR-BRUTO-SAL.
            EXIT.

       070-CALCULAR-PRIMAS.
      *    Prima dominical (LFT 71): 25% del diario por domingo
      *    trabajado; festivo (LFT 75) y descanso (LFT 73) laborados:
      *    el doble del diario ademas del dia; un domingo que tambien
      *    es descanso del turno lleva ambas
            MOVE ZEROS TO WS-DOMINGOS
            MOVE ZEROS TO WS-FESTIVOS
            MOVE ZEROS TO WS-DESCANSOS
            MOVE ZEROS TO WS-PRIMA-DOMINICAL
            MOVE ZEROS TO WS-PAGO-FESTIVO
            MOVE ZEROS TO WS-PAGO-DESCANSO
            IF TAR-INICIO NOT NUMERIC OR TAR-INICIO = ZEROS
                GO TO 070-CALCULAR-PRIMAS-SAL
            END-IF
      *    Dias laborables del turno del empleado; sin turno, de
      *    lunes a sabado
            MOVE 'SSSSSSN' TO WS-DIAS-LABORABLES
            IF CMP-ABIERTO
                MOVE TAR-EMP TO CMP-EMP-ID
                READ F-COMPLEMENTO
                    INVALID KEY
                        MOVE SPACES TO CMP-TURNO
                END-READ
                IF CMP-TURNO NOT = SPACES
                    PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                        UNTIL WS-TT-IDX > WS-TT-NUM
                        IF WS-TT-TURNO(WS-TT-IDX) = CMP-TURNO
                            MOVE WS-TT-DIAS(WS-TT-IDX)
                                TO WS-DIAS-LABORABLES
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
            MOVE TAR-INICIO TO WS-FECHA-NUM
            PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                UNTIL WS-DIA-IDX > 7
                IF TAR-TRABAJADOS(WS-DIA-IDX:1) = 'S'
                    PERFORM 075-PRIMAS-DEL-DIA
                       THRU
                       075-PRIMAS-DEL-DIA-SAL
                END-IF
                PERFORM 017-DIA-SIGUIENTE
                   THRU
                   017-DIA-SIGUIENTE-SAL
            END-PERFORM
            COMPUTE WS-PRIMA-DOMINICAL ROUNDED =
                WS-SALARIO-DIARIO * 0.25 * WS-DOMINGOS
            COMPUTE WS-PAGO-FESTIVO ROUNDED =
                WS-SALARIO-DIARIO * 2 * WS-FESTIVOS
            COMPUTE WS-PAGO-DESCANSO ROUNDED =
                WS-SALARIO-DIARIO * 2 * WS-DESCANSOS.
       070-CALCULAR-PRIMAS-SAL.
            EXIT.

       075-PRIMAS-DEL-DIA.
            PERFORM 015-DIA-DE-LA-SEMANA
               THRU
               015-DIA-DE-LA-SEMANA-SAL
            IF WS-DIA-SEMANA = 7
                ADD 1 TO WS-DOMINGOS
            END-IF
            CALL 'PRG01044' USING WS-FD-DIA WS-FD-MES WS-FD-ANO
                WS-ES-FERIADO
            IF ES-FERIADO
                ADD 1 TO WS-FESTIVOS
            END-IF
            IF WS-DIAS-LABORABLES(WS-DIA-SEMANA:1) = 'N'
                ADD 1 TO WS-DESCANSOS
            END-IF.
       075-PRIMAS-DEL-DIA-SAL.
            EXIT.

       015-DIA-DE-LA-SEMANA.
      *    Congruencia de Zeller (misma forma que PRG01009) y de ahi
      *    el dia 1=lunes ... 7=domingo
            IF WS-FD-MES < 3
                COMPUTE WS-Z-MES = WS-FD-MES + 12
                COMPUTE WS-Z-ANO = WS-FD-ANO - 1
            ELSE
                MOVE WS-FD-MES TO WS-Z-MES
                MOVE WS-FD-ANO TO WS-Z-ANO
            END-IF
            DIVIDE WS-Z-ANO BY 100 GIVING WS-Z-SIGLO
            COMPUTE WS-Z-ANOSIGLO = WS-Z-ANO - (WS-Z-SIGLO * 100)
            COMPUTE WS-Z-T1 = (13 * (WS-Z-MES + 1)) / 5
            COMPUTE WS-Z-T2 = WS-Z-ANOSIGLO / 4
            COMPUTE WS-Z-T3 = WS-Z-SIGLO / 4
            COMPUTE WS-Z-SUMA = WS-FD-DIA + WS-Z-T1 + WS-Z-ANOSIGLO
                + WS-Z-T2 + WS-Z-T3 + (5 * WS-Z-SIGLO)
            DIVIDE WS-Z-SUMA BY 7 GIVING WS-Z-COC
                REMAINDER WS-Z-DOW
            EVALUATE WS-Z-DOW
                WHEN 0
                    MOVE 6 TO WS-DIA-SEMANA
                WHEN 1
                    MOVE 7 TO WS-DIA-SEMANA
                WHEN OTHER
                    COMPUTE WS-DIA-SEMANA = WS-Z-DOW - 1
            END-EVALUATE.
       015-DIA-DE-LA-SEMANA-SAL.
            EXIT.

       017-DIA-SIGUIENTE.
      *    Avanza un dia de calendario validando con PRG01013
            ADD 1 TO WS-FD-DIA
            CALL 'PRG01013' USING WS-FD-DIA WS-FD-MES WS-FD-ANO
                WS-FECHA-VALIDA
            IF FECHA-INVALIDA
                MOVE 1 TO WS-FD-DIA
                ADD 1 TO WS-FD-MES
                IF WS-FD-MES > 12
                    MOVE 1 TO WS-FD-MES
                    ADD 1 TO WS-FD-ANO
                END-IF
                MOVE 'S' TO WS-FECHA-VALIDA
            END-IF.
       017-DIA-SIGUIENTE-SAL.
            EXIT.

       END PROGRAM PRG01062.
