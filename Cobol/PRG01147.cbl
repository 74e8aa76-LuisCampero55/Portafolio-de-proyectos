       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01147.
      *  Rutina compartida de validacion de la cuenta CLABE, llamable
      *  por CALL desde la captura y correccion de personal y desde
      *  la cola de cambios de cuenta: revisa que la CLABE traiga 18
      *  digitos, calcula el digito de control oficial (pesos 3, 7 y
      *  1 sobre las primeras 17 posiciones, modulo 10) y compara el
      *  prefijo de banco (posiciones 1 a 3) contra la clave del
      *  banco; con banco en espacios se le devuelve el prefijo de la
      *  CLABE para proponerlo - LCG 15 OCT 26
      *  Resultado: S valida, F formato (no son 18 digitos), D digito
      *  de control incorrecto, B banco distinto al prefijo
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-PESOS-CLABE             PIC X(17) VALUE
           '37137137137137137'.
       01 WS-CALCULO-DIGITO.
           05 WS-IDX                 PIC 99 VALUE ZEROS.
           05 WS-DIGITO-NUM          PIC 9 VALUE ZERO.
           05 WS-PESO                PIC 9 VALUE ZERO.
           05 WS-PRODUCTO            PIC 99 VALUE ZEROS.
           05 WS-SUMA                PIC 9(4) VALUE ZEROS.
           05 WS-COC                 PIC 9(4) VALUE ZEROS.
           05 WS-RESTO               PIC 99 VALUE ZEROS.
           05 WS-DIGITO              PIC 99 VALUE ZEROS.
       01 WS-CLABE-ARMADA            PIC X(18) VALUE SPACES.
       01 WS-CLABE-CAR REDEFINES WS-CLABE-ARMADA.
           05 WS-CLABE-POS           PIC 9 OCCURS 18 TIMES.
       LINKAGE SECTION.
       01 LK-BANCO                   PIC X(3).
       01 LK-CLABE                   PIC X(18).
       01 LK-RESULTADO               PIC X.
           88 CLABE-VALIDA           VALUE 'S'.
           88 CLABE-FORMATO          VALUE 'F'.
           88 CLABE-DIGITO           VALUE 'D'.
           88 CLABE-BANCO            VALUE 'B'.
       PROCEDURE DIVISION USING LK-BANCO LK-CLABE LK-RESULTADO.
       010-INICIO.
            MOVE 'S' TO LK-RESULTADO
            IF LK-CLABE NOT NUMERIC
                MOVE 'F' TO LK-RESULTADO
                GOBACK
            END-IF
            MOVE LK-CLABE TO WS-CLABE-ARMADA
            PERFORM 020-DIGITO-CLABE
               THRU
               020-DIGITO-CLABE-SAL
            IF WS-DIGITO NOT = WS-CLABE-POS(18)
                MOVE 'D' TO LK-RESULTADO
                GOBACK
            END-IF
            IF LK-BANCO = SPACES
                MOVE LK-CLABE(1:3) TO LK-BANCO
            END-IF
            IF LK-BANCO NOT = LK-CLABE(1:3)
                MOVE 'B' TO LK-RESULTADO
            END-IF
            GOBACK.

       020-DIGITO-CLABE.
      *    Cada posicion por su peso, solo la unidad del producto
      *    entra a la suma; el digito es 10 menos la unidad de la
      *    suma, y cero cuando la suma ya termina en cero
            MOVE ZEROS TO WS-SUMA
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 17
                MOVE WS-CLABE-POS(WS-IDX) TO WS-DIGITO-NUM
                MOVE WS-PESOS-CLABE(WS-IDX:1) TO WS-PESO
                COMPUTE WS-PRODUCTO = WS-DIGITO-NUM * WS-PESO
                DIVIDE WS-PRODUCTO BY 10 GIVING WS-COC
                    REMAINDER WS-RESTO
                ADD WS-RESTO TO WS-SUMA
            END-PERFORM
            DIVIDE WS-SUMA BY 10 GIVING WS-COC REMAINDER WS-RESTO
            IF WS-RESTO = ZEROS
                MOVE ZEROS TO WS-DIGITO
            ELSE
                COMPUTE WS-DIGITO = 10 - WS-RESTO
            END-IF.
       020-DIGITO-CLABE-SAL.
            EXIT.

       END PROGRAM PRG01147.
