       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG01163.
      *  Rutina compartida de desglose de efectivo, llamable por CALL
      *  desde la emision de PRG01019 y desde la lista de firmas y la
      *  devolucion de sobres de PRG01164: reparte el importe neto
      *  del sobre en billetes y monedas de la mayor denominacion a
      *  la menor (tabla DENOMEFE), con el menor numero de piezas;
      *  los centavos que no alcanzan la moneda menor regresan como
      *  resto para que tesoreria los redondee - LCG 15 OCT 26
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DENOMEFE.
       01 WS-IDX                     PIC 99 VALUE ZEROS.
       01 WS-SALDO                   PIC 9(13)V99 VALUE ZEROS.
       01 WS-PIEZAS                  PIC 9(11) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-IMPORTE                 PIC 9(13)V99.
       COPY DESGEFE.
       PROCEDURE DIVISION USING LK-IMPORTE DESGLOSE-EFECTIVO.
       010-INICIO.
            MOVE ZEROS TO DSG-RESTO
            MOVE ZEROS TO WS-SALDO
            IF LK-IMPORTE NUMERIC
                MOVE LK-IMPORTE TO WS-SALDO
            END-IF
            PERFORM 020-DENOMINACION
               THRU
               020-DENOMINACION-SAL
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > DEN-NUM
            MOVE WS-SALDO TO DSG-RESTO
            GOBACK.

       020-DENOMINACION.
      *    Piezas enteras de la denominacion y el saldo que queda
      *    para las menores
            DIVIDE WS-SALDO BY DEN-VALOR(WS-IDX) GIVING WS-PIEZAS
                REMAINDER WS-SALDO
            MOVE WS-PIEZAS TO DSG-CANTIDAD(WS-IDX).
       020-DENOMINACION-SAL.
            EXIT.

       END PROGRAM PRG01163.
