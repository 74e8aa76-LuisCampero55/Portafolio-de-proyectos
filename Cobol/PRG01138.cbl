       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01138.
      *  Reversa supervisada de una corrida de nomina completa, para
      *  la corrida que salio mal (tabla de deducciones o archivo de
      *  pagos equivocado) sin cancelar cheque por cheque con la
      *  funcion V de PRG01019: solo un operador nivel 3 (como la
      *  reapertura de PRG01079); se rechaza si algun cheque de la
      *  corrida ya fue cobrado o si su periodo y frecuencia estan
      *  cerrados en PERCIER.TXT; con un motivo comun pasa a estatus V
      *  todo cheque vigente o pendiente de la corrida, incluidos los
      *  de beneficiarios de pension (clase B), y deshace sus efectos:
      *  el abono de prestamo del cheque (renglon de PRESTMOV.TXT del
      *  mismo empleado, periodo y fecha) regresa al saldo de
      *  PRESTMAE.DAT con una quincena pagada menos y el prestamo
      *  liquidado vuelve a vigente, dejando en la pista un renglon R
      *  de reversa; la aportacion al fondo (renglon A de FONDOLED.TXT
      *  del mismo empleado, periodo y fecha) se contrarresta con un
      *  renglon R por los mismos importes; el control de la corrida
      *  pasa a estado R (revertida) via CORRIDAS.TMP, como la
      *  liberacion de PRG01039; los cheques ya cancelados antes se
      *  listan pero no se tocan sus efectos; el reporte REVCORR.TXT
      *  detalla cada cheque con su folio de recibo anulado, las
      *  transferencias que hay que detener en el banco, los
      *  prestamos y el fondo restaurados, y cuadra conteo, bruto y
      *  neto contra el control de la corrida original; la reversa
      *  queda en AUDIT.TXT via PRG01017 - LCG 15 OCT 26
      *  Trazado de PRESTMOV.TXT con el tipo al final: EMP(6)
      *  FECHA(8) PERIODO(6) ABONO(13 con 2 dec) SALDO(13 con 2 dec)
      *  TIPO(1, espacio abono, R reversa)
      *  El pago en efectivo (forma E) anulado por la reversa se
      *  reporta para recoger el sobre - LCG 15 OCT 26
      *  La reversa regresa a FONCRED.DAT la retencion FONACOT de cada
      *  cheque anulado (complemento fiscal, mes de la cedula) con una
      *  aplicacion menos, y regraba VALESAPL.TXT via VALESAPL.TMP sin
      *  los vales que la corrida aplico a los cheques anulados, que
      *  vuelven a quedar pendientes; el reporte detalla ambos y los
      *  cuadra contra los complementos fiscales - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGISTRO ASSIGN TO "REGCHEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS WS-STATUS-REGISTRO.
           SELECT F-CORRIDAS ASSIGN TO "CORRIDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORRIDAS.
           SELECT F-CORRIDAS-NVO ASSIGN TO "CORRIDAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NVO.
           SELECT F-PERCIER ASSIGN TO "PERCIER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERCIER.
           SELECT F-PRESTAMOS ASSIGN TO "PRESTMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRE-EMP-ID
               FILE STATUS IS WS-STATUS-PRESTAMOS.
           SELECT F-PRESTMOV ASSIGN TO "PRESTMOV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRESTMOV.
           SELECT F-FONDOLED ASSIGN TO "FONDOLED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FONDOLED.
           SELECT F-OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUS-OPERADORES.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
           SELECT F-CHQFISC ASSIGN TO "CHQFISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFS-NUMERO
               FILE STATUS IS WS-STATUS-CHQFISC.
           SELECT F-FONCRED ASSIGN TO "FONCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FON-LLAVE
               FILE STATUS IS WS-STATUS-FONCRED.
           SELECT F-VALESAPL ASSIGN TO "VALESAPL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALESAPL.
           SELECT F-VALESAPL-NVO ASSIGN TO "VALESAPL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VAP-NVO.
           SELECT F-REPORTE ASSIGN TO "REVCORR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-REGISTRO.
       COPY REGCHEQ.
       FD  F-CORRIDAS.
       01 REG-CORRIDA                PIC X(67).
       FD  F-CORRIDAS-NVO.
       01 REG-CORRIDA-NVO            PIC X(67).
       FD  F-PERCIER.
       01 REG-PERCIER                PIC X(54).
       FD  F-PRESTAMOS.
       COPY PRESTMAE.
       FD  F-PRESTMOV.
       01 REG-PRESTMOV               PIC X(47).
       FD  F-FONDOLED.
       01 REG-FONDOLED               PIC X(47).
       FD  F-OPERADORES.
       COPY OPERCAT.
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       FD  F-CHQFISC.
       COPY CHQFISC.
       FD  F-FONCRED.
       COPY FONCRED.
       FD  F-VALESAPL.
       01 REG-VALESAPL               PIC X(44).
       FD  F-VALESAPL-NVO.
       01 REG-VALESAPL-NVO           PIC X(44).
       FD  F-REPORTE.
       01 REG-REPORTE                PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGISTRO         PIC XX VALUE '00'.
           88 REGISTRO-OK            VALUE '00'.
       01 WS-STATUS-CORRIDAS         PIC XX VALUE '00'.
       01 WS-STATUS-NVO              PIC XX VALUE '00'.
       01 WS-STATUS-PERCIER          PIC XX VALUE '00'.
       01 WS-STATUS-PRESTAMOS        PIC XX VALUE '00'.
           88 PRESTAMOS-OK           VALUE '00'.
       01 WS-PRESTAMOS-ABIERTO       PIC X VALUE 'N'.
           88 PRESTAMOS-ABIERTO      VALUE 'S'.
       01 WS-STATUS-PRESTMOV         PIC XX VALUE '00'.
       01 WS-STATUS-FONDOLED         PIC XX VALUE '00'.
       01 WS-STATUS-OPERADORES       PIC XX VALUE '00'.
           88 OPE-OK                 VALUE '00'.
           88 OPE-SIN-ARCHIVO        VALUE '35'.
       01 WS-STATUS-OPSESION         PIC XX VALUE '00'.
       01 WS-STATUS-CHQFISC          PIC XX VALUE '00'.
       01 WS-STATUS-FONCRED          PIC XX VALUE '00'.
           88 FONCRED-OK             VALUE '00'.
       01 WS-STATUS-VALESAPL         PIC XX VALUE '00'.
       01 WS-STATUS-VAP-NVO          PIC XX VALUE '00'.
       01 WS-CON-FISCAL              PIC X VALUE 'N'.
           88 CON-FISCAL             VALUE 'S'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-CONFIRMA                PIC X VALUE 'N'.
           88 CONFIRMA-SI            VALUE 'S'.
       01 WS-ENCONTRADO              PIC X VALUE 'N'.
           88 ENCONTRADO             VALUE 'Y'.
       01 WS-CORRIDA-HALLADA         PIC X VALUE 'N'.
           88 CORRIDA-HALLADA        VALUE 'Y'.
       01 WS-RECHAZO                 PIC X VALUE 'N'.
           88 HAY-RECHAZO            VALUE 'Y'.
       01 WS-CORRIDA-BUSCADA         PIC 9(6) VALUE ZEROS.
       01 WS-MOTIVO                  PIC X(30) VALUE SPACES.
       01 WS-OPERADOR                PIC X(8) VALUE 'CONSOLA'.
       01 WS-NIVEL-OPERADOR          PIC 9 VALUE ZEROS.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
       01 WS-REG-CORRIDA.
           05 COR-NUMERO             PIC 9(6).
           05 COR-FECHA              PIC 9(8).
           05 COR-HORA               PIC 9(8).
           05 COR-OPERADOR           PIC X(8).
           05 COR-CHEQUES            PIC 9(6).
           05 COR-BRUTO              PIC 9(13)V99.
           05 COR-NETO               PIC 9(13)V99.
           05 COR-ESTADO             PIC X.
               88 COR-REVERTIDA      VALUE 'R'.
       01 WS-ESTADO-ORIGINAL         PIC X VALUE SPACE.
       01 WS-REG-PER.
           05 PER-PERIODO            PIC 9(6).
           05 PER-ESTADO             PIC X.
           05 PER-OPERADOR           PIC X(8).
           05 PER-FECHA              PIC 9(8).
           05 PER-MOTIVO             PIC X(30).
           05 PER-FRECUENCIA         PIC X.
       01 WS-FRECUENCIA-ROW          PIC X VALUE 'Q'.
       01 WS-REG-MOV.
           05 MOV-EMP                PIC 9(6).
           05 MOV-FECHA              PIC 9(8).
           05 MOV-PERIODO            PIC 9(6).
           05 MOV-ABONO              PIC 9(11)V99.
           05 MOV-SALDO              PIC 9(11)V99.
           05 MOV-TIPO               PIC X.
               88 MOV-REVERSA        VALUE 'R'.
       01 WS-REG-FON.
           05 FON-EMP                PIC 9(6).
           05 FON-FECHA              PIC 9(8).
           05 FON-PERIODO            PIC 9(6).
           05 FON-TIPO               PIC X.
               88 FON-APORTACION-E   VALUE 'A'.
           05 FON-APORTACION         PIC 9(11)V99.
           05 FON-MATCH              PIC 9(11)V99.
      *    Renglon de VALESAPL.TXT (vales aplicados por PRG01019)
       01 WS-REG-VAP.
           05 VAP-CORRIDA            PIC 9(6).
           05 VAP-EMP                PIC 9(6).
           05 VAP-PERIODO            PIC 9(6).
           05 VAP-CENTRO             PIC X(8).
           05 VAP-IMPORTE            PIC 9(7)V99.
           05 VAP-GRAV               PIC 9(7)V99.
      *    Retencion FONACOT por regresar a la cedula del mes
       01 WS-FONACOT.
           05 WS-FNC-RESTA           PIC 9(9)V99 VALUE ZEROS.
           05 WS-FNC-DEVUELTO        PIC 9(9)V99 VALUE ZEROS.
           05 WS-FNC-FIN             PIC X VALUE 'N'.
               88 FIN-FONACOT        VALUE 'Y'.
      *    Cheques de la corrida; el estatus anterior distingue los
      *    que anula la reversa de los que ya venian cancelados
       01 WS-TABLA-CHQ.
           05 WS-CHQ-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-CHQ-ENT OCCURS 3000 TIMES.
               10 WS-CHQ-T-NUMERO    PIC 9(8).
               10 WS-CHQ-T-EMP       PIC 9(6).
               10 WS-CHQ-T-PERIODO   PIC 9(6).
               10 WS-CHQ-T-FRECUENCIA PIC X.
               10 WS-CHQ-T-FECHA     PIC 9(8).
               10 WS-CHQ-T-CLASE     PIC X.
               10 WS-CHQ-T-FORMA     PIC X.
               10 WS-CHQ-T-ESTATUS   PIC X.
               10 WS-CHQ-T-REEXP     PIC 9(8).
               10 WS-CHQ-T-RECIBO    PIC 9(8).
               10 WS-CHQ-T-BRUTO     PIC 9(13)V99.
               10 WS-CHQ-T-NETO      PIC 9(13)V99.
               10 WS-CHQ-T-PRESTAMO  PIC X.
               10 WS-CHQ-T-FONDO     PIC X.
               10 WS-CHQ-T-FONACOT   PIC 9(9)V99.
               10 WS-CHQ-T-FON-MES   PIC 9(6).
               10 WS-CHQ-T-FON-DEV   PIC 9(9)V99.
               10 WS-CHQ-T-VALES     PIC 9(9)V99.
       01 WS-IDX                     PIC 9(4) VALUE ZEROS.
       01 WS-IDX-PER                 PIC 99 VALUE ZEROS.
       01 WS-IDX-PRE                 PIC 9(4) VALUE ZEROS.
      *    Periodo y frecuencia distintos de la corrida, para revisar
      *    la bitacora de cierres una sola vez por par
       01 WS-TABLA-PER.
           05 WS-PER-NUM             PIC 99 VALUE ZEROS.
           05 WS-PER-ENT OCCURS 50 TIMES.
               10 WS-PER-T-PERIODO   PIC 9(6).
               10 WS-PER-T-FRECUENCIA PIC X.
               10 WS-PER-T-ESTADO    PIC X.
      *    Abonos de prestamo a regresar, tomados de la pista
       01 WS-TABLA-PRE.
           05 WS-PRE-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-PRE-ENT OCCURS 3000 TIMES.
               10 WS-PRE-T-EMP       PIC 9(6).
               10 WS-PRE-T-PERIODO   PIC 9(6).
               10 WS-PRE-T-FECHA     PIC 9(8).
               10 WS-PRE-T-ABONO     PIC 9(11)V99.
               10 WS-PRE-T-SALDO     PIC 9(11)V99.
               10 WS-PRE-T-RESULTADO PIC X(24).
      *    Aportaciones al fondo a contrarrestar
       01 WS-TABLA-FON.
           05 WS-FON-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-FON-ENT OCCURS 3000 TIMES.
               10 WS-FON-T-EMP       PIC 9(6).
               10 WS-FON-T-PERIODO   PIC 9(6).
               10 WS-FON-T-APORTE    PIC 9(11)V99.
               10 WS-FON-T-MATCH     PIC 9(11)V99.
       01 WS-TOTALES.
           05 WS-TOT-CHEQUES         PIC 9(6) VALUE ZEROS.
           05 WS-TOT-BRUTO           PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-NETO            PIC 9(13)V99 VALUE ZEROS.
           05 WS-ANU-CHEQUES         PIC 9(6) VALUE ZEROS.
           05 WS-ANU-BRUTO           PIC 9(13)V99 VALUE ZEROS.
           05 WS-ANU-NETO            PIC 9(13)V99 VALUE ZEROS.
           05 WS-PRV-CHEQUES         PIC 9(6) VALUE ZEROS.
           05 WS-PRV-BRUTO           PIC 9(13)V99 VALUE ZEROS.
           05 WS-PRV-NETO            PIC 9(13)V99 VALUE ZEROS.
           05 WS-COBRADOS            PIC 9(6) VALUE ZEROS.
           05 WS-PENSIONES           PIC 9(6) VALUE ZEROS.
           05 WS-TRANSFERENCIAS      PIC 9(6) VALUE ZEROS.
           05 WS-TOT-PRESTAMO        PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-FONDO           PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-FONACOT         PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-FONAC-DEV       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-VALES           PIC 9(11)V99 VALUE ZEROS.
           05 WS-VAP-QUITADOS        PIC 9(6) VALUE ZEROS.
           05 WS-VAP-GRAV-QUITADO    PIC 9(11)V99 VALUE ZEROS.
       01 WS-AUD-EMP                 PIC 9(6) VALUE ZEROS.
       01 WS-AUD-OPERACION           PIC X(6) VALUE 'REVCOR'.
       01 WS-AUD-CAMPO               PIC X(20) VALUE 'CORRIDA'.
       01 WS-AUD-ANTES               PIC X(20) VALUE SPACES.
       01 WS-AUD-DESPUES             PIC X(20) VALUE SPACES.
       01 WS-ACCION                  PIC X(34) VALUE SPACES.
       01 WS-EDITADOS.
           05 WS-ED-1                PIC Z(12)9.99.
           05 WS-ED-2                PIC Z(12)9.99.
           05 WS-ED-ABONO            PIC Z(10)9.99.
           05 WS-ED-SALDO            PIC Z(10)9.99.
       01 WS-LINEA-REP               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
            DISPLAY 'Reversa de una corrida de nomina' UPON CONSOLE
            PERFORM 015-OPERADOR-FIRMADO
               THRU
               015-OPERADOR-FIRMADO-SAL
            IF WS-NIVEL-OPERADOR < 3
                DISPLAY 'Solo un operador nivel 3 puede revertir una '
                    'corrida (firmado: ' WS-OPERADOR ')' UPON CONSOLE
                GOBACK
            END-IF
            DISPLAY 'Numero de corrida a revertir: ' UPON CONSOLE
            ACCEPT WS-CORRIDA-BUSCADA FROM CONSOLE
            PERFORM 020-LEER-CONTROL
               THRU
               020-LEER-CONTROL-SAL
            IF NOT CORRIDA-HALLADA
                DISPLAY 'No existe el control de la corrida '
                    WS-CORRIDA-BUSCADA UPON CONSOLE
                GOBACK
            END-IF
            IF COR-REVERTIDA
                DISPLAY 'La corrida ' WS-CORRIDA-BUSCADA
                    ' ya esta revertida' UPON CONSOLE
                GOBACK
            END-IF
            MOVE COR-ESTADO TO WS-ESTADO-ORIGINAL
            OPEN I-O F-REGISTRO
            IF NOT REGISTRO-OK
                DISPLAY 'Error: no se pudo abrir el registro de '
                    'cheques, status ' WS-STATUS-REGISTRO UPON CONSOLE
                GOBACK
            END-IF
            PERFORM 030-CARGAR-CHEQUES
               THRU
               030-CARGAR-CHEQUES-SAL
            IF NOT HAY-RECHAZO
                PERFORM 035-REVISAR-PERIODOS
                   THRU
                   035-REVISAR-PERIODOS-SAL
            END-IF
            IF HAY-RECHAZO
                CLOSE F-REGISTRO
                DISPLAY 'Reversa RECHAZADA; la corrida queda como '
                    'estaba' UPON CONSOLE
                GOBACK
            END-IF
            MOVE COR-BRUTO TO WS-ED-1
            MOVE COR-NETO TO WS-ED-2
            DISPLAY 'Control  : cheques=' COR-CHEQUES ' bruto='
                WS-ED-1 ' neto=' WS-ED-2 ' estado=' COR-ESTADO
                UPON CONSOLE
            MOVE WS-TOT-BRUTO TO WS-ED-1
            MOVE WS-TOT-NETO TO WS-ED-2
            DISPLAY 'Registro : cheques=' WS-TOT-CHEQUES ' bruto='
                WS-ED-1 ' neto=' WS-ED-2 UPON CONSOLE
            DISPLAY 'Cheques a anular: ' WS-ANU-CHEQUES
                ' (ya cancelados: ' WS-PRV-CHEQUES ')' UPON CONSOLE
            IF WS-ANU-CHEQUES = ZEROS
                CLOSE F-REGISTRO
                DISPLAY 'La corrida no tiene cheques vigentes que '
                    'anular' UPON CONSOLE
                GOBACK
            END-IF
            DISPLAY 'Motivo comun de la cancelacion: ' UPON CONSOLE
            ACCEPT WS-MOTIVO FROM CONSOLE
            IF WS-MOTIVO = SPACES
                CLOSE F-REGISTRO
                DISPLAY 'El motivo es obligatorio' UPON CONSOLE
                GOBACK
            END-IF
            DISPLAY '¿Confirma la reversa de la corrida '
                WS-CORRIDA-BUSCADA '? (S/N): ' UPON CONSOLE
            ACCEPT WS-CONFIRMA FROM CONSOLE
            IF NOT CONFIRMA-SI
                CLOSE F-REGISTRO
                DISPLAY 'Reversa abandonada' UPON CONSOLE
                GOBACK
            END-IF
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            PERFORM 040-ANULAR-CHEQUES
               THRU
               040-ANULAR-CHEQUES-SAL
            CLOSE F-REGISTRO
            PERFORM 050-RESTAURAR-PRESTAMOS
               THRU
               050-RESTAURAR-PRESTAMOS-SAL
            PERFORM 060-REVERTIR-FONDO
               THRU
               060-REVERTIR-FONDO-SAL
            PERFORM 064-REVERTIR-FONACOT
               THRU
               064-REVERTIR-FONACOT-SAL
            PERFORM 067-QUITAR-VALES
               THRU
               067-QUITAR-VALES-SAL
            PERFORM 070-MARCAR-CORRIDA
               THRU
               070-MARCAR-CORRIDA-SAL
            PERFORM 080-ESCRIBIR-REPORTE
               THRU
               080-ESCRIBIR-REPORTE-SAL
            MOVE SPACES TO WS-AUD-ANTES
            STRING 'CORRIDA ' WS-CORRIDA-BUSCADA ' EDO '
                WS-ESTADO-ORIGINAL
                DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            MOVE WS-MOTIVO TO WS-AUD-DESPUES
            CALL 'PRG01017' USING WS-AUD-EMP WS-AUD-OPERACION
                WS-AUD-CAMPO WS-AUD-ANTES WS-AUD-DESPUES
            DISPLAY 'Corrida ' WS-CORRIDA-BUSCADA ' REVERTIDA: '
                WS-ANU-CHEQUES ' cheques anulados' UPON CONSOLE
            IF WS-TRANSFERENCIAS > ZEROS
                DISPLAY 'AVISO: ' WS-TRANSFERENCIAS ' pagos por '
                    'transferencia; pida al banco detener la '
                    'dispersion' UPON CONSOLE
            END-IF
            IF WS-ESTADO-ORIGINAL = 'L'
                DISPLAY 'AVISO: la corrida estaba liberada; revierta '
                    'en contabilidad la poliza que se haya generado'
                    UPON CONSOLE
            END-IF
            DISPLAY 'Reporte en REVCORR.TXT' UPON CONSOLE
            GOBACK.

       015-OPERADOR-FIRMADO.
      *    Mismo criterio que la reapertura de periodos de PRG01079:
      *    sin catalogo de operadores la consola cuenta como nivel 3
            MOVE 'CONSOLA' TO WS-OPERADOR
            MOVE 3 TO WS-NIVEL-OPERADOR
            OPEN INPUT F-OPSESION
            IF WS-STATUS-OPSESION = '00'
                READ F-OPSESION INTO WS-OPERADOR
                    AT END
                        MOVE 'CONSOLA' TO WS-OPERADOR
                END-READ
                CLOSE F-OPSESION
            END-IF
            OPEN INPUT F-OPERADORES
            IF OPE-OK
                MOVE WS-OPERADOR TO OPE-ID
                READ F-OPERADORES
                    INVALID KEY
                        MOVE ZEROS TO WS-NIVEL-OPERADOR
                    NOT INVALID KEY
                        MOVE OPE-NIVEL TO WS-NIVEL-OPERADOR
                END-READ
                CLOSE F-OPERADORES
            ELSE
                IF NOT OPE-SIN-ARCHIVO
                    DISPLAY 'Error: OPERADOR.DAT no abre, status '
                        WS-STATUS-OPERADORES UPON CONSOLE
                    MOVE ZEROS TO WS-NIVEL-OPERADOR
                END-IF
            END-IF.
       015-OPERADOR-FIRMADO-SAL.
            EXIT.

       020-LEER-CONTROL.
            MOVE 'N' TO WS-CORRIDA-HALLADA
            MOVE 'N' TO WS-FIN-ARCHIVO
            OPEN INPUT F-CORRIDAS
            IF WS-STATUS-CORRIDAS NOT = '00'
                DISPLAY 'No hay registro de corridas (CORRIDAS.TXT)'
                    UPON CONSOLE
                GO TO 020-LEER-CONTROL-SAL
            END-IF
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CORRIDAS INTO WS-REG-CORRIDA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF COR-NUMERO = WS-CORRIDA-BUSCADA
                            MOVE 'Y' TO WS-CORRIDA-HALLADA
                            MOVE 'Y' TO WS-FIN-ARCHIVO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CORRIDAS.
       020-LEER-CONTROL-SAL.
            EXIT.

       030-CARGAR-CHEQUES.
      *    Un cheque ya cobrado no se puede anular: la corrida entera
      *    se rechaza y se listan los cobrados
            MOVE 'N' TO WS-RECHAZO
            MOVE ZEROS TO WS-CHQ-NUM
            MOVE 'N' TO WS-CON-FISCAL
            OPEN INPUT F-CHQFISC
            IF WS-STATUS-CHQFISC = '00'
                MOVE 'S' TO WS-CON-FISCAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            MOVE ZEROS TO CHQ-NUMERO
            START F-REGISTRO KEY IS NOT < CHQ-NUMERO
                INVALID KEY
                    MOVE 'Y' TO WS-FIN-ARCHIVO
            END-START
            PERFORM UNTIL FIN-ARCHIVO
                READ F-REGISTRO NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF CHQ-CORRIDA = WS-CORRIDA-BUSCADA
                            PERFORM 032-GUARDAR-CHEQUE
                               THRU
                               032-GUARDAR-CHEQUE-SAL
                        END-IF
                END-READ
            END-PERFORM
            IF CON-FISCAL
                CLOSE F-CHQFISC
            END-IF
            IF WS-COBRADOS > ZEROS
                MOVE 'Y' TO WS-RECHAZO
                DISPLAY 'Error: ' WS-COBRADOS ' cheques de la corrida '
                    'ya estan cobrados' UPON CONSOLE
            END-IF.
       030-CARGAR-CHEQUES-SAL.
            EXIT.

       032-GUARDAR-CHEQUE.
            IF WS-CHQ-NUM NOT < 3000
                MOVE 'Y' TO WS-RECHAZO
                DISPLAY 'Error: la corrida excede 3000 cheques'
                    UPON CONSOLE
                MOVE 'Y' TO WS-FIN-ARCHIVO
                GO TO 032-GUARDAR-CHEQUE-SAL
            END-IF
            ADD 1 TO WS-CHQ-NUM
            MOVE CHQ-NUMERO TO WS-CHQ-T-NUMERO(WS-CHQ-NUM)
            MOVE CHQ-EMP-ID TO WS-CHQ-T-EMP(WS-CHQ-NUM)
            MOVE CHQ-PERIODO TO WS-CHQ-T-PERIODO(WS-CHQ-NUM)
            IF CHQ-FRECUENCIA = SPACE
                MOVE 'Q' TO WS-CHQ-T-FRECUENCIA(WS-CHQ-NUM)
            ELSE
                MOVE CHQ-FRECUENCIA TO WS-CHQ-T-FRECUENCIA(WS-CHQ-NUM)
            END-IF
            MOVE CHQ-FECHA TO WS-CHQ-T-FECHA(WS-CHQ-NUM)
            MOVE CHQ-CLASE TO WS-CHQ-T-CLASE(WS-CHQ-NUM)
            MOVE CHQ-FORMA-PAGO TO WS-CHQ-T-FORMA(WS-CHQ-NUM)
            MOVE CHQ-ESTATUS TO WS-CHQ-T-ESTATUS(WS-CHQ-NUM)
            MOVE CHQ-REEXPEDIDO-A TO WS-CHQ-T-REEXP(WS-CHQ-NUM)
            MOVE CHQ-RECIBO-FOLIO TO WS-CHQ-T-RECIBO(WS-CHQ-NUM)
            MOVE CHQ-BRUTO TO WS-CHQ-T-BRUTO(WS-CHQ-NUM)
            MOVE CHQ-IMPORTE TO WS-CHQ-T-NETO(WS-CHQ-NUM)
            MOVE 'N' TO WS-CHQ-T-PRESTAMO(WS-CHQ-NUM)
            MOVE 'N' TO WS-CHQ-T-FONDO(WS-CHQ-NUM)
            MOVE ZEROS TO WS-CHQ-T-FONACOT(WS-CHQ-NUM)
            MOVE ZEROS TO WS-CHQ-T-FON-MES(WS-CHQ-NUM)
            MOVE ZEROS TO WS-CHQ-T-FON-DEV(WS-CHQ-NUM)
            MOVE ZEROS TO WS-CHQ-T-VALES(WS-CHQ-NUM)
            ADD 1 TO WS-TOT-CHEQUES
            ADD CHQ-BRUTO TO WS-TOT-BRUTO
            ADD CHQ-IMPORTE TO WS-TOT-NETO
            EVALUATE TRUE
                WHEN CHQ-CANCELADO
                    ADD 1 TO WS-PRV-CHEQUES
                    ADD CHQ-BRUTO TO WS-PRV-BRUTO
                    ADD CHQ-IMPORTE TO WS-PRV-NETO
                    GO TO 032-GUARDAR-CHEQUE-SAL
                WHEN CHQ-COBRADO
                    ADD 1 TO WS-COBRADOS
                    DISPLAY '  cheque ' CHQ-NUMERO ' EMP=' CHQ-EMP-ID
                        ' COBRADO' UPON CONSOLE
                    GO TO 032-GUARDAR-CHEQUE-SAL
                WHEN OTHER
                    ADD 1 TO WS-ANU-CHEQUES
                    ADD CHQ-BRUTO TO WS-ANU-BRUTO
                    ADD CHQ-IMPORTE TO WS-ANU-NETO
            END-EVALUATE
            IF CHQ-CLASE NOT = 'B'
                PERFORM 034-LEER-FISCAL
                   THRU
                   034-LEER-FISCAL-SAL
            END-IF
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                UNTIL WS-IDX-PER > WS-PER-NUM OR ENCONTRADO
                IF WS-PER-T-PERIODO(WS-IDX-PER) = CHQ-PERIODO
                    AND WS-PER-T-FRECUENCIA(WS-IDX-PER)
                        = WS-CHQ-T-FRECUENCIA(WS-CHQ-NUM)
                    MOVE 'Y' TO WS-ENCONTRADO
                END-IF
            END-PERFORM
            IF NOT ENCONTRADO AND WS-PER-NUM < 50
                ADD 1 TO WS-PER-NUM
                MOVE CHQ-PERIODO TO WS-PER-T-PERIODO(WS-PER-NUM)
                MOVE WS-CHQ-T-FRECUENCIA(WS-CHQ-NUM)
                    TO WS-PER-T-FRECUENCIA(WS-PER-NUM)
                MOVE 'A' TO WS-PER-T-ESTADO(WS-PER-NUM)
            END-IF.
       032-GUARDAR-CHEQUE-SAL.
            EXIT.

       034-LEER-FISCAL.
      *    Retencion FONACOT y vales gravados del cheque que se anula,
      *    segun su complemento fiscal
            IF NOT CON-FISCAL
                GO TO 034-LEER-FISCAL-SAL
            END-IF
            MOVE CHQ-NUMERO TO CFS-NUMERO
            READ F-CHQFISC
                INVALID KEY
                    GO TO 034-LEER-FISCAL-SAL
            END-READ
            IF CFS-FONACOT NUMERIC AND CFS-FON-MES NUMERIC
                MOVE CFS-FONACOT TO WS-CHQ-T-FONACOT(WS-CHQ-NUM)
                MOVE CFS-FON-MES TO WS-CHQ-T-FON-MES(WS-CHQ-NUM)
                ADD CFS-FONACOT TO WS-TOT-FONACOT
            END-IF
            IF CFS-VALES-GRAV NUMERIC
                MOVE CFS-VALES-GRAV TO WS-CHQ-T-VALES(WS-CHQ-NUM)
                ADD CFS-VALES-GRAV TO WS-TOT-VALES
            END-IF.
       034-LEER-FISCAL-SAL.
            EXIT.

       035-REVISAR-PERIODOS.
      *    El ultimo renglon del par periodo-frecuencia en la
      *    bitacora manda; los renglones viejos sin frecuencia
      *    cuentan como quincenales
            MOVE 'N' TO WS-FIN-ARCHIVO
            OPEN INPUT F-PERCIER
            IF WS-STATUS-PERCIER NOT = '00'
                GO TO 035-REVISAR-PERIODOS-SAL
            END-IF
            PERFORM UNTIL FIN-ARCHIVO
                READ F-PERCIER INTO WS-REG-PER
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF PER-FRECUENCIA = SPACE
                            MOVE 'Q' TO WS-FRECUENCIA-ROW
                        ELSE
                            MOVE PER-FRECUENCIA TO WS-FRECUENCIA-ROW
                        END-IF
                        PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                            UNTIL WS-IDX-PER > WS-PER-NUM
                            IF WS-PER-T-PERIODO(WS-IDX-PER)
                                = PER-PERIODO
                                AND WS-PER-T-FRECUENCIA(WS-IDX-PER)
                                    = WS-FRECUENCIA-ROW
                                MOVE PER-ESTADO
                                    TO WS-PER-T-ESTADO(WS-IDX-PER)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE F-PERCIER
            PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                UNTIL WS-IDX-PER > WS-PER-NUM
                IF WS-PER-T-ESTADO(WS-IDX-PER) = 'C'
                    MOVE 'Y' TO WS-RECHAZO
                    DISPLAY 'Error: el periodo '
                        WS-PER-T-PERIODO(WS-IDX-PER) ' '
                        WS-PER-T-FRECUENCIA(WS-IDX-PER)
                        ' esta CERRADO' UPON CONSOLE
                END-IF
            END-PERFORM.
       035-REVISAR-PERIODOS-SAL.
            EXIT.

       040-ANULAR-CHEQUES.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CHQ-NUM
                IF WS-CHQ-T-ESTATUS(WS-IDX) NOT = 'V'
                    MOVE WS-CHQ-T-NUMERO(WS-IDX) TO CHQ-NUMERO
                    READ F-REGISTRO
                        INVALID KEY
                            DISPLAY 'Error: cheque '
                                WS-CHQ-T-NUMERO(WS-IDX)
                                ' desaparecio del registro'
                                UPON CONSOLE
                        NOT INVALID KEY
                            MOVE 'V' TO CHQ-ESTATUS
                            MOVE WS-MOTIVO TO CHQ-MOTIVO-CANCEL
                            REWRITE REG-CHEQUES
                    END-READ
                    IF WS-CHQ-T-CLASE(WS-IDX) = 'B'
                        ADD 1 TO WS-PENSIONES
                    END-IF
                    IF WS-CHQ-T-FORMA(WS-IDX) = 'T'
                        ADD 1 TO WS-TRANSFERENCIAS
                    END-IF
                END-IF
            END-PERFORM.
       040-ANULAR-CHEQUES-SAL.
            EXIT.

       050-RESTAURAR-PRESTAMOS.
      *    Cada cheque de empleado anulado regresa a lo mas un abono:
      *    el renglon de la pista del mismo empleado, periodo y fecha
      *    de emision
            MOVE ZEROS TO WS-PRE-NUM
            MOVE 'N' TO WS-FIN-ARCHIVO
            OPEN INPUT F-PRESTMOV
            IF WS-STATUS-PRESTMOV NOT = '00'
                GO TO 050-RESTAURAR-PRESTAMOS-SAL
            END-IF
            PERFORM UNTIL FIN-ARCHIVO
                MOVE SPACES TO WS-REG-MOV
                READ F-PRESTMOV INTO WS-REG-MOV
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF NOT MOV-REVERSA
                            PERFORM 052-BUSCAR-ABONO
                               THRU
                               052-BUSCAR-ABONO-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-PRESTMOV
            IF WS-PRE-NUM = ZEROS
                GO TO 050-RESTAURAR-PRESTAMOS-SAL
            END-IF
            OPEN I-O F-PRESTAMOS
            MOVE 'N' TO WS-PRESTAMOS-ABIERTO
            IF PRESTAMOS-OK
                MOVE 'S' TO WS-PRESTAMOS-ABIERTO
            END-IF
            OPEN EXTEND F-PRESTMOV
            IF WS-STATUS-PRESTMOV = '35'
                OPEN OUTPUT F-PRESTMOV
            END-IF
            PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                UNTIL WS-IDX-PRE > WS-PRE-NUM
                PERFORM 055-REGRESAR-ABONO
                   THRU
                   055-REGRESAR-ABONO-SAL
            END-PERFORM
            CLOSE F-PRESTMOV
            IF PRESTAMOS-ABIERTO
                CLOSE F-PRESTAMOS
            END-IF.
       050-RESTAURAR-PRESTAMOS-SAL.
            EXIT.

       052-BUSCAR-ABONO.
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CHQ-NUM OR ENCONTRADO
                IF WS-CHQ-T-ESTATUS(WS-IDX) NOT = 'V'
                    AND WS-CHQ-T-CLASE(WS-IDX) NOT = 'B'
                    AND WS-CHQ-T-PRESTAMO(WS-IDX) = 'N'
                    AND WS-CHQ-T-EMP(WS-IDX) = MOV-EMP
                    AND WS-CHQ-T-PERIODO(WS-IDX) = MOV-PERIODO
                    AND WS-CHQ-T-FECHA(WS-IDX) = MOV-FECHA
                    MOVE 'Y' TO WS-ENCONTRADO
                    MOVE 'S' TO WS-CHQ-T-PRESTAMO(WS-IDX)
                END-IF
            END-PERFORM
            IF ENCONTRADO AND WS-PRE-NUM < 3000
                ADD 1 TO WS-PRE-NUM
                MOVE MOV-EMP TO WS-PRE-T-EMP(WS-PRE-NUM)
                MOVE MOV-PERIODO TO WS-PRE-T-PERIODO(WS-PRE-NUM)
                MOVE MOV-FECHA TO WS-PRE-T-FECHA(WS-PRE-NUM)
                MOVE MOV-ABONO TO WS-PRE-T-ABONO(WS-PRE-NUM)
                MOVE ZEROS TO WS-PRE-T-SALDO(WS-PRE-NUM)
                MOVE SPACES TO WS-PRE-T-RESULTADO(WS-PRE-NUM)
            END-IF.
       052-BUSCAR-ABONO-SAL.
            EXIT.

       055-REGRESAR-ABONO.
      *    Un prestamo dado de alta despues del abono es otro
      *    prestamo: no se le carga y se deja para revision
            IF NOT PRESTAMOS-ABIERTO
                MOVE 'SIN MAESTRO PRESTMAE' TO
                    WS-PRE-T-RESULTADO(WS-IDX-PRE)
                GO TO 055-REGRESAR-ABONO-SAL
            END-IF
            MOVE WS-PRE-T-EMP(WS-IDX-PRE) TO PRE-EMP-ID
            READ F-PRESTAMOS
                INVALID KEY
                    MOVE 'PRESTAMO NO EXISTE' TO
                        WS-PRE-T-RESULTADO(WS-IDX-PRE)
                    GO TO 055-REGRESAR-ABONO-SAL
            END-READ
            IF PRE-FECHA-ALTA > WS-PRE-T-FECHA(WS-IDX-PRE)
                MOVE 'PRESTAMO POSTERIOR, REVISAR' TO
                    WS-PRE-T-RESULTADO(WS-IDX-PRE)
                GO TO 055-REGRESAR-ABONO-SAL
            END-IF
            ADD WS-PRE-T-ABONO(WS-IDX-PRE) TO PRE-SALDO
            IF PRE-PAGADAS > ZEROS
                SUBTRACT 1 FROM PRE-PAGADAS
            END-IF
            IF PRE-LIQUIDADO
                MOVE 'A' TO PRE-ESTADO
            END-IF
            REWRITE REG-PRESTAMOS
            MOVE PRE-SALDO TO WS-PRE-T-SALDO(WS-IDX-PRE)
            MOVE 'RESTAURADO' TO WS-PRE-T-RESULTADO(WS-IDX-PRE)
            ADD WS-PRE-T-ABONO(WS-IDX-PRE) TO WS-TOT-PRESTAMO
            MOVE WS-PRE-T-EMP(WS-IDX-PRE) TO MOV-EMP
            MOVE WS-FECHA-SIS TO MOV-FECHA
            MOVE WS-PRE-T-PERIODO(WS-IDX-PRE) TO MOV-PERIODO
            MOVE WS-PRE-T-ABONO(WS-IDX-PRE) TO MOV-ABONO
            MOVE PRE-SALDO TO MOV-SALDO
            MOVE 'R' TO MOV-TIPO
            MOVE WS-REG-MOV TO REG-PRESTMOV
            WRITE REG-PRESTMOV.
       055-REGRESAR-ABONO-SAL.
            EXIT.

       060-REVERTIR-FONDO.
      *    Cada aportacion A del cheque anulado se contrarresta con un
      *    renglon R por los mismos importes de empleado y patron
            MOVE ZEROS TO WS-FON-NUM
            MOVE 'N' TO WS-FIN-ARCHIVO
            OPEN INPUT F-FONDOLED
            IF WS-STATUS-FONDOLED NOT = '00'
                GO TO 060-REVERTIR-FONDO-SAL
            END-IF
            PERFORM UNTIL FIN-ARCHIVO
                READ F-FONDOLED INTO WS-REG-FON
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF FON-APORTACION-E
                            PERFORM 062-BUSCAR-APORTACION
                               THRU
                               062-BUSCAR-APORTACION-SAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-FONDOLED
            IF WS-FON-NUM = ZEROS
                GO TO 060-REVERTIR-FONDO-SAL
            END-IF
            OPEN EXTEND F-FONDOLED
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-FON-NUM
                MOVE WS-FON-T-EMP(WS-IDX) TO FON-EMP
                MOVE WS-FECHA-SIS TO FON-FECHA
                MOVE WS-FON-T-PERIODO(WS-IDX) TO FON-PERIODO
                MOVE 'R' TO FON-TIPO
                MOVE WS-FON-T-APORTE(WS-IDX) TO FON-APORTACION
                MOVE WS-FON-T-MATCH(WS-IDX) TO FON-MATCH
                MOVE WS-REG-FON TO REG-FONDOLED
                WRITE REG-FONDOLED
                ADD WS-FON-T-APORTE(WS-IDX) TO WS-TOT-FONDO
                ADD WS-FON-T-MATCH(WS-IDX) TO WS-TOT-FONDO
            END-PERFORM
            CLOSE F-FONDOLED.
       060-REVERTIR-FONDO-SAL.
            EXIT.

       062-BUSCAR-APORTACION.
            MOVE 'N' TO WS-ENCONTRADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CHQ-NUM OR ENCONTRADO
                IF WS-CHQ-T-ESTATUS(WS-IDX) NOT = 'V'
                    AND WS-CHQ-T-CLASE(WS-IDX) NOT = 'B'
                    AND WS-CHQ-T-FONDO(WS-IDX) = 'N'
                    AND WS-CHQ-T-EMP(WS-IDX) = FON-EMP
                    AND WS-CHQ-T-PERIODO(WS-IDX) = FON-PERIODO
                    AND WS-CHQ-T-FECHA(WS-IDX) = FON-FECHA
                    MOVE 'Y' TO WS-ENCONTRADO
                    MOVE 'S' TO WS-CHQ-T-FONDO(WS-IDX)
                END-IF
            END-PERFORM
            IF ENCONTRADO AND WS-FON-NUM < 3000
                ADD 1 TO WS-FON-NUM
                MOVE FON-EMP TO WS-FON-T-EMP(WS-FON-NUM)
                MOVE FON-PERIODO TO WS-FON-T-PERIODO(WS-FON-NUM)
                MOVE FON-APORTACION TO WS-FON-T-APORTE(WS-FON-NUM)
                MOVE FON-MATCH TO WS-FON-T-MATCH(WS-FON-NUM)
            END-IF.
       062-BUSCAR-APORTACION-SAL.
            EXIT.

       064-REVERTIR-FONACOT.
      *    La retencion FONACOT del cheque anulado regresa a los
      *    creditos del empleado en la cedula del mes en que se
      *    retuvo, con una aplicacion menos, para que PRG01115 no la
      *    entere ni la concilie
            IF WS-TOT-FONACOT = ZEROS
                GO TO 064-REVERTIR-FONACOT-SAL
            END-IF
            OPEN I-O F-FONCRED
            IF NOT FONCRED-OK
                DISPLAY 'AVISO: FONCRED.DAT no abre, status '
                    WS-STATUS-FONCRED '; la retencion FONACOT no se '
                    'regresa' UPON CONSOLE
                GO TO 064-REVERTIR-FONACOT-SAL
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CHQ-NUM
                IF WS-CHQ-T-FONACOT(WS-IDX) > ZEROS
                    PERFORM 065-DEVOLVER-FONACOT
                       THRU
                       065-DEVOLVER-FONACOT-SAL
                END-IF
            END-PERFORM
            CLOSE F-FONCRED.
       064-REVERTIR-FONACOT-SAL.
            EXIT.

       065-DEVOLVER-FONACOT.
            MOVE WS-CHQ-T-FONACOT(WS-IDX) TO WS-FNC-RESTA
            MOVE WS-CHQ-T-FON-MES(WS-IDX) TO FON-MES
            MOVE LOW-VALUES TO FON-CREDITO
            START F-FONCRED KEY IS NOT LESS THAN FON-LLAVE
                INVALID KEY
                    GO TO 065-DEVOLVER-FONACOT-SAL
            END-START
            MOVE 'N' TO WS-FNC-FIN
            PERFORM 066-CREDITO-FONACOT
               THRU
               066-CREDITO-FONACOT-SAL
               UNTIL FIN-FONACOT OR WS-FNC-RESTA = ZEROS.
       065-DEVOLVER-FONACOT-SAL.
            EXIT.

       066-CREDITO-FONACOT.
            READ F-FONCRED NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FNC-FIN
                    GO TO 066-CREDITO-FONACOT-SAL
            END-READ
            IF FON-MES NOT = WS-CHQ-T-FON-MES(WS-IDX)
                MOVE 'Y' TO WS-FNC-FIN
                GO TO 066-CREDITO-FONACOT-SAL
            END-IF
            IF FON-EMP-ID NOT = WS-CHQ-T-EMP(WS-IDX)
                OR FON-RETENIDO = ZEROS
                GO TO 066-CREDITO-FONACOT-SAL
            END-IF
            MOVE WS-FNC-RESTA TO WS-FNC-DEVUELTO
            IF WS-FNC-DEVUELTO > FON-RETENIDO
                MOVE FON-RETENIDO TO WS-FNC-DEVUELTO
            END-IF
            SUBTRACT WS-FNC-DEVUELTO FROM FON-RETENIDO
            IF FON-APLICACIONES > ZEROS
                SUBTRACT 1 FROM FON-APLICACIONES
            END-IF
            REWRITE REG-FONCRED
            SUBTRACT WS-FNC-DEVUELTO FROM WS-FNC-RESTA
            ADD WS-FNC-DEVUELTO TO WS-CHQ-T-FON-DEV(WS-IDX)
            ADD WS-FNC-DEVUELTO TO WS-TOT-FONAC-DEV.
       066-CREDITO-FONACOT-SAL.
            EXIT.

       067-QUITAR-VALES.
      *    Los vales que la corrida dio por aplicados a los cheques
      *    anulados vuelven a quedar pendientes: VALESAPL.TXT se
      *    regraba sin sus renglones via VALESAPL.TMP
            OPEN INPUT F-VALESAPL
            IF WS-STATUS-VALESAPL NOT = '00'
                GO TO 067-QUITAR-VALES-SAL
            END-IF
            OPEN OUTPUT F-VALESAPL-NVO
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-VALESAPL INTO WS-REG-VAP
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 068-RENGLON-VALE
                           THRU
                           068-RENGLON-VALE-SAL
                END-READ
            END-PERFORM
            CLOSE F-VALESAPL
            CLOSE F-VALESAPL-NVO
            IF WS-VAP-QUITADOS = ZEROS
                GO TO 067-QUITAR-VALES-SAL
            END-IF
            OPEN INPUT F-VALESAPL-NVO
            OPEN OUTPUT F-VALESAPL
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-VALESAPL-NVO INTO WS-REG-VAP
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        MOVE WS-REG-VAP TO REG-VALESAPL
                        WRITE REG-VALESAPL
                END-READ
            END-PERFORM
            CLOSE F-VALESAPL-NVO
            CLOSE F-VALESAPL.
       067-QUITAR-VALES-SAL.
            EXIT.

       068-RENGLON-VALE.
            IF VAP-CORRIDA = WS-CORRIDA-BUSCADA
                MOVE 'N' TO WS-ENCONTRADO
                PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-CHQ-NUM OR ENCONTRADO
                    IF WS-CHQ-T-ESTATUS(WS-IDX) NOT = 'V'
                        AND WS-CHQ-T-CLASE(WS-IDX) NOT = 'B'
                        AND WS-CHQ-T-EMP(WS-IDX) = VAP-EMP
                        MOVE 'Y' TO WS-ENCONTRADO
                    END-IF
                END-PERFORM
                IF ENCONTRADO
                    ADD 1 TO WS-VAP-QUITADOS
                    ADD VAP-GRAV TO WS-VAP-GRAV-QUITADO
                    GO TO 068-RENGLON-VALE-SAL
                END-IF
            END-IF
            MOVE WS-REG-VAP TO REG-VALESAPL-NVO
            WRITE REG-VALESAPL-NVO.
       068-RENGLON-VALE-SAL.
            EXIT.

       070-MARCAR-CORRIDA.
      *    Regraba CORRIDAS.TXT via archivo de trabajo, cambiando a R
      *    solo el renglon de la corrida, como la liberacion de
      *    PRG01039; el operador renombra CORRIDAS.TMP a CORRIDAS.TXT
            MOVE 'N' TO WS-FIN-ARCHIVO
            OPEN INPUT F-CORRIDAS
            OPEN OUTPUT F-CORRIDAS-NVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CORRIDAS INTO WS-REG-CORRIDA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF COR-NUMERO = WS-CORRIDA-BUSCADA
                            MOVE 'R' TO COR-ESTADO
                        END-IF
                        MOVE WS-REG-CORRIDA TO REG-CORRIDA-NVO
                        WRITE REG-CORRIDA-NVO
                END-READ
            END-PERFORM
            CLOSE F-CORRIDAS
            CLOSE F-CORRIDAS-NVO
            DISPLAY 'Control regrabado en CORRIDAS.TMP; renombre a '
                'CORRIDAS.TXT para dejarlo en firme' UPON CONSOLE
            PERFORM 020-LEER-CONTROL
               THRU
               020-LEER-CONTROL-SAL.
       070-MARCAR-CORRIDA-SAL.
            EXIT.

       080-ESCRIBIR-REPORTE.
            OPEN OUTPUT F-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'REVERSA DE LA CORRIDA ' WS-CORRIDA-BUSCADA
                '  FECHA ' WS-FECHA-SIS '  OPERADOR ' WS-OPERADOR
                '  ESTADO ANTERIOR ' WS-ESTADO-ORIGINAL
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'MOTIVO: ' WS-MOTIVO
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE SPACES TO WS-LINEA-REP
            STRING 'CHEQUE   EMPLEADO PERIODO  RECIBO           BRUTO'
                '            NETO ACCION'
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CHQ-NUM
                PERFORM 085-RENGLON-CHEQUE
                   THRU
                   085-RENGLON-CHEQUE-SAL
            END-PERFORM
            IF WS-PRE-NUM > ZEROS
                MOVE SPACES TO REG-REPORTE
                WRITE REG-REPORTE
                MOVE 'ABONOS DE PRESTAMO REGRESADOS A PRESTMAE.DAT'
                    TO REG-REPORTE
                WRITE REG-REPORTE
            END-IF
            PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                UNTIL WS-IDX-PRE > WS-PRE-NUM
                MOVE WS-PRE-T-ABONO(WS-IDX-PRE) TO WS-ED-ABONO
                MOVE WS-PRE-T-SALDO(WS-IDX-PRE) TO WS-ED-SALDO
                MOVE SPACES TO WS-LINEA-REP
                STRING '  EMP=' WS-PRE-T-EMP(WS-IDX-PRE)
                    ' PERIODO=' WS-PRE-T-PERIODO(WS-IDX-PRE)
                    ' ABONO=' WS-ED-ABONO ' SALDO=' WS-ED-SALDO
                    ' ' WS-PRE-T-RESULTADO(WS-IDX-PRE)
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                MOVE WS-LINEA-REP TO REG-REPORTE
                WRITE REG-REPORTE
            END-PERFORM
            IF WS-FON-NUM > ZEROS
                MOVE SPACES TO REG-REPORTE
                WRITE REG-REPORTE
                MOVE 'APORTACIONES AL FONDO REVERTIDAS EN FONDOLED.TXT'
                    TO REG-REPORTE
                WRITE REG-REPORTE
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-FON-NUM
                MOVE WS-FON-T-APORTE(WS-IDX) TO WS-ED-ABONO
                MOVE WS-FON-T-MATCH(WS-IDX) TO WS-ED-SALDO
                MOVE SPACES TO WS-LINEA-REP
                STRING '  EMP=' WS-FON-T-EMP(WS-IDX)
                    ' PERIODO=' WS-FON-T-PERIODO(WS-IDX)
                    ' EMPLEADO=' WS-ED-ABONO ' PATRON=' WS-ED-SALDO
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                MOVE WS-LINEA-REP TO REG-REPORTE
                WRITE REG-REPORTE
            END-PERFORM
            IF WS-TOT-FONACOT > ZEROS
                MOVE SPACES TO REG-REPORTE
                WRITE REG-REPORTE
                MOVE 'RETENCIONES FONACOT REGRESADAS A FONCRED.DAT'
                    TO REG-REPORTE
                WRITE REG-REPORTE
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-CHQ-NUM
                IF WS-CHQ-T-FONACOT(WS-IDX) > ZEROS
                    MOVE WS-CHQ-T-FONACOT(WS-IDX) TO WS-ED-ABONO
                    MOVE WS-CHQ-T-FON-DEV(WS-IDX) TO WS-ED-SALDO
                    MOVE SPACES TO WS-LINEA-REP
                    STRING '  CHEQUE=' WS-CHQ-T-NUMERO(WS-IDX)
                        ' EMP=' WS-CHQ-T-EMP(WS-IDX)
                        ' MES=' WS-CHQ-T-FON-MES(WS-IDX)
                        ' RETENIDO=' WS-ED-ABONO
                        ' REGRESADO=' WS-ED-SALDO
                        DELIMITED BY SIZE
                        INTO WS-LINEA-REP
                    MOVE WS-LINEA-REP TO REG-REPORTE
                    WRITE REG-REPORTE
                END-IF
            END-PERFORM
            IF WS-VAP-QUITADOS > ZEROS OR WS-TOT-VALES > ZEROS
                MOVE SPACES TO REG-REPORTE
                WRITE REG-REPORTE
                MOVE WS-VAP-GRAV-QUITADO TO WS-ED-1
                MOVE SPACES TO WS-LINEA-REP
                STRING 'VALES DE DESPENSA DE NUEVO PENDIENTES (QUITADOS'
                    ' DE VALESAPL.TXT)  RENGLONES=' WS-VAP-QUITADOS
                    ' GRAVADO=' WS-ED-1
                    DELIMITED BY SIZE
                    INTO WS-LINEA-REP
                MOVE WS-LINEA-REP TO REG-REPORTE
                WRITE REG-REPORTE
            END-IF
            PERFORM 088-CUADRE
               THRU
               088-CUADRE-SAL
            CLOSE F-REPORTE.
       080-ESCRIBIR-REPORTE-SAL.
            EXIT.

       085-RENGLON-CHEQUE.
            MOVE SPACES TO WS-ACCION
            EVALUATE TRUE
                WHEN WS-CHQ-T-ESTATUS(WS-IDX) = 'V'
                    AND WS-CHQ-T-REEXP(WS-IDX) > ZEROS
                    STRING 'YA CANCELADO, REEXP. A '
                        WS-CHQ-T-REEXP(WS-IDX)
                        DELIMITED BY SIZE
                        INTO WS-ACCION
                WHEN WS-CHQ-T-ESTATUS(WS-IDX) = 'V'
                    MOVE 'YA CANCELADO ANTES' TO WS-ACCION
                WHEN WS-CHQ-T-CLASE(WS-IDX) = 'B'
                    MOVE 'ANULADO (PENSION)' TO WS-ACCION
                WHEN WS-CHQ-T-FORMA(WS-IDX) = 'T'
                    MOVE 'ANULADO, DETENER TRANSFERENCIA' TO WS-ACCION
                WHEN WS-CHQ-T-FORMA(WS-IDX) = 'E'
                    MOVE 'ANULADO, RECOGER EL SOBRE' TO WS-ACCION
                WHEN WS-CHQ-T-ESTATUS(WS-IDX) = 'P'
                    MOVE 'ANULADO (ESTABA PENDIENTE)' TO WS-ACCION
                WHEN OTHER
                    MOVE 'ANULADO' TO WS-ACCION
            END-EVALUATE
            MOVE WS-CHQ-T-BRUTO(WS-IDX) TO WS-ED-1
            MOVE WS-CHQ-T-NETO(WS-IDX) TO WS-ED-2
            MOVE SPACES TO WS-LINEA-REP
            STRING WS-CHQ-T-NUMERO(WS-IDX) ' '
                WS-CHQ-T-EMP(WS-IDX) '   '
                WS-CHQ-T-PERIODO(WS-IDX) '   '
                WS-CHQ-T-RECIBO(WS-IDX) ' ' WS-ED-1 ' ' WS-ED-2 ' '
                WS-ACCION
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE.
       085-RENGLON-CHEQUE-SAL.
            EXIT.

       088-CUADRE.
      *    Anulados ahora mas los ya cancelados deben igualar el
      *    control original de la corrida
            MOVE SPACES TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-ANU-BRUTO TO WS-ED-1
            MOVE WS-ANU-NETO TO WS-ED-2
            MOVE SPACES TO WS-LINEA-REP
            STRING 'ANULADOS EN LA REVERSA  CHEQUES=' WS-ANU-CHEQUES
                ' BRUTO=' WS-ED-1 ' NETO=' WS-ED-2
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-PRV-BRUTO TO WS-ED-1
            MOVE WS-PRV-NETO TO WS-ED-2
            MOVE SPACES TO WS-LINEA-REP
            STRING 'CANCELADOS CON ANTERIORIDAD  CHEQUES='
                WS-PRV-CHEQUES ' BRUTO=' WS-ED-1 ' NETO=' WS-ED-2
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE WS-TOT-BRUTO TO WS-ED-1
            MOVE WS-TOT-NETO TO WS-ED-2
            MOVE SPACES TO WS-LINEA-REP
            STRING 'TOTAL REVERTIDO  CHEQUES=' WS-TOT-CHEQUES
                ' BRUTO=' WS-ED-1 ' NETO=' WS-ED-2
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            MOVE COR-BRUTO TO WS-ED-1
            MOVE COR-NETO TO WS-ED-2
            MOVE SPACES TO WS-LINEA-REP
            STRING 'CONTROL DE LA CORRIDA  CHEQUES=' COR-CHEQUES
                ' BRUTO=' WS-ED-1 ' NETO=' WS-ED-2
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            IF WS-TOT-CHEQUES = COR-CHEQUES
                AND WS-TOT-BRUTO = COR-BRUTO
                AND WS-TOT-NETO = COR-NETO
                MOVE 'LA REVERSA CUADRA CON EL CONTROL DE LA CORRIDA'
                    TO REG-REPORTE
            ELSE
                MOVE 'LA REVERSA NO CUADRA CON EL CONTROL DE LA CORRIDA'
                    TO REG-REPORTE
                DISPLAY 'AVISO: la reversa no cuadra con el control '
                    'de la corrida' UPON CONSOLE
            END-IF
            WRITE REG-REPORTE
            MOVE WS-TOT-PRESTAMO TO WS-ED-1
            MOVE WS-TOT-FONDO TO WS-ED-2
            MOVE SPACES TO WS-LINEA-REP
            STRING 'PENSIONES ANULADAS=' WS-PENSIONES
                ' TRANSFERENCIAS A DETENER=' WS-TRANSFERENCIAS
                ' PRESTAMOS REGRESADOS=' WS-ED-1
                ' FONDO REVERTIDO=' WS-ED-2
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
      *    Lo retenido de FONACOT en los cheques anulados debe volver
      *    completo a la cedula, y lo gravado de vales en sus
      *    complementos fiscales debe igualar lo quitado de la pista
            MOVE WS-TOT-FONACOT TO WS-ED-1
            MOVE WS-TOT-FONAC-DEV TO WS-ED-2
            MOVE SPACES TO WS-LINEA-REP
            STRING 'FONACOT RETENIDO=' WS-ED-1
                ' REGRESADO A LA CEDULA=' WS-ED-2
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            IF WS-TOT-FONAC-DEV = WS-TOT-FONACOT
                MOVE 'FONACOT CUADRA CON LA CEDULA' TO REG-REPORTE
            ELSE
                MOVE 'FONACOT NO CUADRA CON LA CEDULA' TO REG-REPORTE
                DISPLAY 'AVISO: la retencion FONACOT no regreso '
                    'completa a FONCRED.DAT' UPON CONSOLE
            END-IF
            WRITE REG-REPORTE
            MOVE WS-TOT-VALES TO WS-ED-1
            MOVE WS-VAP-GRAV-QUITADO TO WS-ED-2
            MOVE SPACES TO WS-LINEA-REP
            STRING 'VALES GRAVADOS EN LOS CHEQUES=' WS-ED-1
                ' QUITADOS DE VALESAPL=' WS-ED-2
                DELIMITED BY SIZE
                INTO WS-LINEA-REP
            MOVE WS-LINEA-REP TO REG-REPORTE
            WRITE REG-REPORTE
            IF WS-VAP-GRAV-QUITADO = WS-TOT-VALES
                MOVE 'VALES CUADRAN CON VALESAPL.TXT' TO REG-REPORTE
            ELSE
                MOVE 'VALES NO CUADRAN CON VALESAPL.TXT' TO REG-REPORTE
                DISPLAY 'AVISO: los vales quitados de VALESAPL.TXT no '
                    'cuadran con los cheques anulados' UPON CONSOLE
            END-IF
            WRITE REG-REPORTE.
       088-CUADRE-SAL.
            EXIT.

       END PROGRAM PRG01138.
