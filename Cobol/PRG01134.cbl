       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01134.
      *  Rutina compartida de distribucion de la mano de obra, en el
      *  espiritu de PRG01117: regresa los centros de costo y
      *  porcentajes con que se reparte el costo del empleado a la
      *  fecha dada, que son los renglones de DISTCC.TXT (tabla por
      *  vigencia que mantiene PRG01133) del empleado con la
      *  vigencia mas reciente menor o igual a la pedida; a igual
      *  vigencia gana la ultima captura completa; sin distribucion,
      *  o cuando la vigente es la de cancelacion (un solo renglon en
      *  cero), regresa cero centros y el llamador carga todo al
      *  centro de costo del departamento como siempre - LCG 15 OCT
      *  26
      *  Trazado de DISTCC.TXT: EMP(6) VIGENCIA(8 AAAAMMDD)
      *  CAPTURA(16 fecha y hora de la captura) CENTRO(8) PCT(5 con
      *  2 dec)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DISTCC ASSIGN TO "DISTCC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DISTCC.
       DATA DIVISION.
       FILE SECTION.
       FD  F-DISTCC.
       01 REG-DISTCC                 PIC X(43).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-DISTCC           PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-RENGLON-DIS.
           05 DIS-EMP                PIC 9(6).
           05 DIS-VIGENCIA           PIC 9(8).
           05 DIS-CAPTURA            PIC 9(16).
           05 DIS-CENTRO             PIC X(8).
           05 DIS-PCT                PIC 9(3)V99.
       01 WS-VIGENCIA-MEJOR          PIC 9(8) VALUE ZEROS.
       01 WS-CAPTURA-MEJOR           PIC 9(16) VALUE ZEROS.
       01 WS-SUMA-PCT                PIC 9(5)V99 VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-EMP                     PIC 9(6).
       01 LK-FECHA                   PIC 9(8).
       01 LK-DISTRIBUCION.
           05 LK-DIS-NUM             PIC 99.
           05 LK-DIS-ENT OCCURS 10 TIMES.
               10 LK-DIS-CENTRO      PIC X(8).
               10 LK-DIS-PCT         PIC 9(3)V99.
       PROCEDURE DIVISION USING LK-EMP LK-FECHA LK-DISTRIBUCION.
       010-INICIO.
            MOVE ZEROS TO LK-DIS-NUM
            MOVE ZEROS TO WS-VIGENCIA-MEJOR
            MOVE ZEROS TO WS-CAPTURA-MEJOR
            MOVE ZEROS TO WS-SUMA-PCT
            MOVE 'N' TO WS-FIN-ARCHIVO
            OPEN INPUT F-DISTCC
            IF WS-STATUS-DISTCC NOT = '00'
                GOBACK
            END-IF
            PERFORM 020-REVISAR-RENGLON
               THRU
               020-REVISAR-RENGLON-SAL
               UNTIL FIN-ARCHIVO
            CLOSE F-DISTCC
      *    La cancelacion, o una captura que no suma cien, deja el
      *    costo en el centro del departamento
            IF WS-SUMA-PCT NOT = 100
                MOVE ZEROS TO LK-DIS-NUM
            END-IF
            GOBACK.

       020-REVISAR-RENGLON.
            READ F-DISTCC INTO WS-RENGLON-DIS
                AT END
                    MOVE 'Y' TO WS-FIN-ARCHIVO
                    GO TO 020-REVISAR-RENGLON-SAL
            END-READ
            IF DIS-EMP NOT = LK-EMP
                OR DIS-VIGENCIA > LK-FECHA
                OR DIS-VIGENCIA < WS-VIGENCIA-MEJOR
                GO TO 020-REVISAR-RENGLON-SAL
            END-IF
            IF DIS-VIGENCIA = WS-VIGENCIA-MEJOR
                AND DIS-CAPTURA < WS-CAPTURA-MEJOR
                GO TO 020-REVISAR-RENGLON-SAL
            END-IF
      *    Vigencia mas reciente o captura posterior: empieza de
      *    nuevo el juego de centros
            IF DIS-VIGENCIA > WS-VIGENCIA-MEJOR
                OR DIS-CAPTURA > WS-CAPTURA-MEJOR
                MOVE DIS-VIGENCIA TO WS-VIGENCIA-MEJOR
                MOVE DIS-CAPTURA TO WS-CAPTURA-MEJOR
                MOVE ZEROS TO LK-DIS-NUM
                MOVE ZEROS TO WS-SUMA-PCT
            END-IF
            IF DIS-PCT = ZEROS OR LK-DIS-NUM NOT < 10
                GO TO 020-REVISAR-RENGLON-SAL
            END-IF
            ADD 1 TO LK-DIS-NUM
            MOVE DIS-CENTRO TO LK-DIS-CENTRO(LK-DIS-NUM)
            MOVE DIS-PCT TO LK-DIS-PCT(LK-DIS-NUM)
            ADD DIS-PCT TO WS-SUMA-PCT.
       020-REVISAR-RENGLON-SAL.
            EXIT.

       END PROGRAM PRG01134.
