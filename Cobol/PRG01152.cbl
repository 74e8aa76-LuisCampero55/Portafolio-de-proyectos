       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01152.
      *  Rutina compartida de encadenamiento de las bitacoras de
      *  auditoria (AUDIT.TXT de PRG01017 y TABAUD.TXT de PRG01095),
      *  en el espiritu de PRG01077: cada renglon lleva un numero de
      *  secuencia y un hash de 12 digitos calculado sobre el
      *  renglon, su secuencia y el hash del renglon anterior, de
      *  modo que editar, quitar o recortar renglones rompe la
      *  cadena; el ultimo eslabon de cada bitacora vive en
      *  CADENA.TXT, que no se rota, y asi la cadena sigue de un
      *  periodo al siguiente cuando PRG01052 archiva la bitacora;
      *  modo A asienta (toma el eslabon anterior de CADENA.TXT,
      *  calcula y lo avanza), modo C solo calcula con la secuencia
      *  y el hash anterior que recibe (la verificacion PRG01153) -
      *  LCG 15 OCT 26
      *  Trazado de CADENA.TXT: BITACORA(12) SECUENCIA(8) HASH(12)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CADENA ASSIGN TO "CADENA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CADENA.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CADENA.
       01 REG-CADENA                 PIC X(32).
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CADENA           PIC XX VALUE '00'.
       01 WS-FIN-ARCHIVO             PIC X VALUE 'N'.
           88 FIN-ARCHIVO            VALUE 'Y'.
       01 WS-REG-CADENA.
           05 WS-CAD-BITACORA        PIC X(12).
           05 WS-CAD-SECUENCIA       PIC 9(8).
           05 WS-CAD-HASH            PIC 9(12).
       01 WS-TABLA-CADENA.
           05 WS-TC-NUM              PIC 99 VALUE ZEROS.
           05 WS-TC-ENT OCCURS 20 TIMES.
               10 WS-TC-BITACORA     PIC X(12).
               10 WS-TC-SECUENCIA    PIC 9(8).
               10 WS-TC-HASH         PIC 9(12).
       01 WS-TC-IDX                  PIC 99 VALUE ZEROS.
       01 WS-TC-HALLADO              PIC 99 VALUE ZEROS.
       01 WS-IDX                     PIC 9(3) VALUE ZEROS.
       01 WS-LARGO                   PIC 9(3) VALUE ZEROS.
       01 WS-CODIGO                  PIC 9(3) VALUE ZEROS.
       01 WS-ACUMULADO               PIC 9(14) VALUE ZEROS.
       01 WS-SECUENCIA-X             PIC 9(8) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-MODO                    PIC X.
           88 MODO-ASENTAR           VALUE 'A'.
       01 LK-BITACORA                PIC X(12).
       01 LK-RENGLON                 PIC X(152).
       01 LK-SECUENCIA               PIC 9(8).
       01 LK-HASH-ANTERIOR           PIC 9(12).
       01 LK-HASH                    PIC 9(12).
       PROCEDURE DIVISION USING LK-MODO LK-BITACORA LK-RENGLON
               LK-SECUENCIA LK-HASH-ANTERIOR LK-HASH.
       010-INICIO.
            IF MODO-ASENTAR
                PERFORM 030-CARGAR-CADENA
                   THRU
                   030-CARGAR-CADENA-SAL
                IF WS-TC-HALLADO > ZEROS
                    COMPUTE LK-SECUENCIA =
                        WS-TC-SECUENCIA(WS-TC-HALLADO) + 1
                    MOVE WS-TC-HASH(WS-TC-HALLADO)
                        TO LK-HASH-ANTERIOR
                ELSE
      *            Primer renglon encadenado de la bitacora
                    MOVE 1 TO LK-SECUENCIA
                    MOVE ZEROS TO LK-HASH-ANTERIOR
                END-IF
            END-IF
            PERFORM 020-CALCULAR-HASH
               THRU
               020-CALCULAR-HASH-SAL
            IF MODO-ASENTAR
                PERFORM 040-GRABAR-CADENA
                   THRU
                   040-GRABAR-CADENA-SAL
            END-IF
            GOBACK.

       020-CALCULAR-HASH.
      *    Hash rodante por caracter como el de PRG01077, sembrado
      *    con el hash anterior y la secuencia, modulo un primo de 12
      *    digitos
            MOVE LK-HASH-ANTERIOR TO WS-ACUMULADO
            MOVE LK-SECUENCIA TO WS-SECUENCIA-X
            COMPUTE WS-ACUMULADO = FUNCTION MOD((WS-ACUMULADO * 31)
                + WS-SECUENCIA-X, 999999999989)
            MOVE ZEROS TO WS-LARGO
            PERFORM VARYING WS-IDX FROM 152 BY -1
                UNTIL WS-IDX < 1 OR WS-LARGO > ZEROS
                IF LK-RENGLON(WS-IDX:1) NOT = SPACE
                    MOVE WS-IDX TO WS-LARGO
                END-IF
            END-PERFORM
            PERFORM 025-ACUMULAR-CARACTER
               THRU
               025-ACUMULAR-CARACTER-SAL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LARGO
            MOVE WS-ACUMULADO TO LK-HASH.
       020-CALCULAR-HASH-SAL.
            EXIT.

       025-ACUMULAR-CARACTER.
            COMPUTE WS-CODIGO = FUNCTION ORD(LK-RENGLON(WS-IDX:1))
            COMPUTE WS-ACUMULADO =
                FUNCTION MOD((WS-ACUMULADO * 31) + WS-CODIGO
                    + WS-IDX, 999999999989).
       025-ACUMULAR-CARACTER-SAL.
            EXIT.

       030-CARGAR-CADENA.
            MOVE ZEROS TO WS-TC-NUM
            MOVE ZEROS TO WS-TC-HALLADO
            OPEN INPUT F-CADENA
            IF WS-STATUS-CADENA NOT = '00'
                GO TO 030-CARGAR-CADENA-SAL
            END-IF
            MOVE 'N' TO WS-FIN-ARCHIVO
            PERFORM UNTIL FIN-ARCHIVO
                READ F-CADENA INTO WS-REG-CADENA
                    AT END
                        MOVE 'Y' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF WS-TC-NUM < 20
                            ADD 1 TO WS-TC-NUM
                            MOVE WS-CAD-BITACORA
                                TO WS-TC-BITACORA(WS-TC-NUM)
                            MOVE WS-CAD-SECUENCIA
                                TO WS-TC-SECUENCIA(WS-TC-NUM)
                            MOVE WS-CAD-HASH
                                TO WS-TC-HASH(WS-TC-NUM)
                            IF WS-CAD-BITACORA = LK-BITACORA
                                MOVE WS-TC-NUM TO WS-TC-HALLADO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CADENA.
       030-CARGAR-CADENA-SAL.
            EXIT.

       040-GRABAR-CADENA.
            IF WS-TC-HALLADO = ZEROS
                ADD 1 TO WS-TC-NUM
                MOVE WS-TC-NUM TO WS-TC-HALLADO
                MOVE LK-BITACORA TO WS-TC-BITACORA(WS-TC-HALLADO)
            END-IF
            MOVE LK-SECUENCIA TO WS-TC-SECUENCIA(WS-TC-HALLADO)
            MOVE LK-HASH TO WS-TC-HASH(WS-TC-HALLADO)
            OPEN OUTPUT F-CADENA
            PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                UNTIL WS-TC-IDX > WS-TC-NUM
                MOVE WS-TC-BITACORA(WS-TC-IDX) TO WS-CAD-BITACORA
                MOVE WS-TC-SECUENCIA(WS-TC-IDX) TO WS-CAD-SECUENCIA
                MOVE WS-TC-HASH(WS-TC-IDX) TO WS-CAD-HASH
                MOVE WS-REG-CADENA TO REG-CADENA
                WRITE REG-CADENA
            END-PERFORM
            CLOSE F-CADENA.
       040-GRABAR-CADENA-SAL.
            EXIT.

       END PROGRAM PRG01152.
