      *  beneficios de PRG01034 - LCG 02 SEP 26
      *  Trazado del detalle: tipo(1) emp(6) rfc(13) salario(9 con 2
      *  dec) imss(13 con 2 dec)
      *  Cuota patronal por rama: de CHQFISC.DAT (complemento fiscal
      *  que deja PRG01019) el detalle lleva ademas el salario base
      *  de cotizacion del ultimo cheque del mes y la cuota
      *  patronal, el trailer el total patronal y el resumen el
      *  total obrero-patronal a enterar, que es lo que factura el
      *  SUA; los cheques sin complemento cuentan como cuota
      *  patronal cero - LCG 15 OCT 26
      *  Trazado del detalle: tipo(1) emp(6) rfc(13) salario(9 con 2
      *  dec) imss(13 con 2 dec) sbc(9 con 2 dec) patronal(13 con 2
      *  dec); trailer: tipo(1) conteo(6) imss(15 con 2 dec)
      *  patronal(15 con 2 dec)
      *  El complemento fiscal se lee con bandera de archivo abierto;
      *  un cheque sin complemento ya no apaga la lectura del resto -
      *  LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS REG-APE-PATERNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT F-CHQFISC ASSIGN TO "CHQFISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFS-NUMERO
               FILE STATUS IS WS-STATUS-CHQFISC.
           SELECT F-CORRIDAS ASSIGN TO "CORRIDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORRIDAS.
       COPY REGCHEQ.
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-CHQFISC.
       COPY CHQFISC.
       FD  F-CORRIDAS.
       01 REG-CORRIDA                PIC X(67).
       FD  F-ENTERO.
       01 REG-ENTERO                 PIC X(64).
       FD  F-TRANSMISION.
       01 REG-TRANSMISION            PIC X(64).
       FD  F-RESUMEN.
       01 REG-RESUMEN                PIC X(120).
       FD  F-PERIODOS.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-EMPLEADOS        PIC XX VALUE '00'.
           88 EMP-OK                 VALUE '00'.
       01 WS-STATUS-CHQFISC          PIC XX VALUE '00'.
           88 FISCAL-OK              VALUE '00'.
       01 WS-FISCAL-ABIERTO          PIC X VALUE 'N'.
           88 FISCAL-ABIERTO         VALUE 'S'.
       01 WS-STATUS-CORRIDAS         PIC XX VALUE '00'.
       01 WS-STATUS-ENTERO           PIC XX VALUE '00'.
       01 WS-STATUS-TRANSMISION      PIC XX VALUE '00'.
           05 WS-EMP-ENT OCCURS 2000 TIMES.
               10 WS-EMP-T-ID        PIC 9(6).
               10 WS-EMP-T-IMSS      PIC 9(13)V99.
               10 WS-EMP-T-PATRON    PIC 9(13)V99.
               10 WS-EMP-T-SBC       PIC 9(7)V99.
       01 WS-TABLA-COR.
           05 WS-COR-NUM             PIC 9(3) VALUE ZEROS.
           05 WS-COR-ENT OCCURS 100 TIMES.
       01 WS-REG-ENCABEZADO.
           05 FILLER                 PIC X VALUE 'H'.
           05 ENT-ENC-MES            PIC 9(6).
           05 FILLER                 PIC X(57) VALUE SPACES.
       01 WS-REG-DETALLE.
           05 FILLER                 PIC X VALUE 'D'.
           05 ENT-EMP                PIC 9(6).
           05 ENT-RFC                PIC X(13).
           05 ENT-SALARIO            PIC 9(7)V99.
           05 ENT-IMSS               PIC 9(11)V99.
           05 ENT-SBC                PIC 9(7)V99.
           05 ENT-PATRON             PIC 9(11)V99.
       01 WS-REG-FINAL.
           05 FILLER                 PIC X VALUE 'T'.
           05 ENT-FIN-CONTEO         PIC 9(6).
           05 ENT-FIN-TOTAL          PIC 9(13)V99.
           05 ENT-FIN-PATRON         PIC 9(13)V99.
           05 FILLER                 PIC X(27) VALUE SPACES.
       01 WS-REG-LEIDO               PIC X(64) VALUE SPACES.
       01 WS-TOT-IMSS-MES            PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-PATRON-MES          PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-CUOTAS-MES          PIC 9(13)V99 VALUE ZEROS.
       01 WS-PATRON-CHEQUE           PIC 9(11)V99 VALUE ZEROS.
       01 WS-SBC-CHEQUE              PIC 9(7)V99 VALUE ZEROS.
       01 WS-ED-IMSS                 PIC Z(10)9.99.
       01 WS-ED-1                    PIC Z(12)9.99.
       01 WS-ED-2                    PIC Z(12)9.99.
                   THRU
                   070-COPIAR-A-TRANSMISION-SAL
                MOVE WS-TOT-IMSS-MES TO WS-ED-1
                MOVE WS-TOT-PATRON-MES TO WS-ED-2
                DISPLAY 'Entero liberado en IMSSREM.TXT, obrero='
                    WS-ED-1 ' patronal=' WS-ED-2 UPON CONSOLE
            END-IF
            DISPLAY 'Resumen en IMSSRES.TXT' UPON CONSOLE
            GOBACK.
                    'cheques, status ' WS-STATUS-REGISTRO UPON CONSOLE
                GOBACK
            END-IF
            OPEN INPUT F-CHQFISC
            MOVE 'N' TO WS-FISCAL-ABIERTO
            IF FISCAL-OK
                MOVE 'S' TO WS-FISCAL-ABIERTO
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGISTRO NEXT RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-REGISTRO
            IF FISCAL-ABIERTO
                CLOSE F-CHQFISC
            END-IF.
       020-ACUMULAR-REGISTRO-SAL.
            EXIT.

       030-ACUMULAR-CHEQUE.
      *    Cuota patronal y salario base de cotizacion del
      *    complemento fiscal del cheque (PRG01019); el cheque sin
      *    complemento aporta solo su cuota obrera
            MOVE ZEROS TO WS-PATRON-CHEQUE
            MOVE ZEROS TO WS-SBC-CHEQUE
            IF FISCAL-ABIERTO
                MOVE CHQ-NUMERO TO CFS-NUMERO
                READ F-CHQFISC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CFS-IMSS-PATRON TO WS-PATRON-CHEQUE
                        MOVE CFS-SBC TO WS-SBC-CHEQUE
                END-READ
            END-IF
            ADD CHQ-IMSS TO WS-TOT-IMSS-MES
            ADD WS-PATRON-CHEQUE TO WS-TOT-PATRON-MES
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-EMP-NUM OR FILA-ENCONTRADA
                IF WS-EMP-T-ID(WS-IDX) = CHQ-EMP-ID
                    MOVE 'Y' TO WS-ENCONTRADO
                    ADD CHQ-IMSS TO WS-EMP-T-IMSS(WS-IDX)
                    ADD WS-PATRON-CHEQUE TO WS-EMP-T-PATRON(WS-IDX)
                    IF WS-SBC-CHEQUE > ZEROS
                        MOVE WS-SBC-CHEQUE TO WS-EMP-T-SBC(WS-IDX)
                    END-IF
                END-IF
            END-PERFORM
            IF NOT FILA-ENCONTRADA AND WS-EMP-NUM < 2000
                ADD 1 TO WS-EMP-NUM
                MOVE CHQ-EMP-ID TO WS-EMP-T-ID(WS-EMP-NUM)
                MOVE CHQ-IMSS TO WS-EMP-T-IMSS(WS-EMP-NUM)
                MOVE WS-PATRON-CHEQUE TO WS-EMP-T-PATRON(WS-EMP-NUM)
                MOVE WS-SBC-CHEQUE TO WS-EMP-T-SBC(WS-EMP-NUM)
            END-IF
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EMP-NUM
            MOVE WS-EMP-NUM TO ENT-FIN-CONTEO
            MOVE WS-TOT-IMSS-MES TO ENT-FIN-TOTAL
            MOVE WS-TOT-PATRON-MES TO ENT-FIN-PATRON
            MOVE WS-REG-FINAL TO REG-ENTERO
            WRITE REG-ENTERO
            CLOSE F-ENTERO
            END-IF
            MOVE WS-EMP-T-ID(WS-IDX) TO ENT-EMP
            MOVE WS-EMP-T-IMSS(WS-IDX) TO ENT-IMSS
            MOVE WS-EMP-T-SBC(WS-IDX) TO ENT-SBC
            MOVE WS-EMP-T-PATRON(WS-IDX) TO ENT-PATRON
            MOVE WS-REG-DETALLE TO REG-ENTERO
            WRITE REG-ENTERO.
       055-ESCRIBIR-DETALLE-SAL.
                INTO WS-LINEA-RES
            MOVE WS-LINEA-RES TO REG-RESUMEN
            WRITE REG-RESUMEN
      *    Total a enterar como lo factura el SUA: obrera retenida
      *    mas patronal
            COMPUTE WS-TOT-CUOTAS-MES = WS-TOT-IMSS-MES
                + WS-TOT-PATRON-MES
            MOVE WS-TOT-PATRON-MES TO WS-ED-1
            MOVE WS-TOT-CUOTAS-MES TO WS-ED-2
            MOVE SPACES TO WS-LINEA-RES
            STRING 'CUOTA PATRONAL=' WS-ED-1
                ' TOTAL OBRERO-PATRONAL A ENTERAR=' WS-ED-2
                DELIMITED BY SIZE
                INTO WS-LINEA-RES
            MOVE WS-LINEA-RES TO REG-RESUMEN
            WRITE REG-RESUMEN
            IF WS-TOT-SIN-CALENDARIO > ZEROS
                MOVE 'Y' TO WS-CUADRE-MAL
                MOVE SPACES TO WS-LINEA-RES
