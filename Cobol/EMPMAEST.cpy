      *  compartida PRG01100 valida el salario capturado contra las
      *  tablas de bandas BANDMIN.TXT y BANDMAX.TXT (rejillas de
      *  PRG01011, importes en miles de pesos) - LCG 02 SEP 26
      *  Motivo de la baja (catalogo MOTBAJA: renuncia voluntaria,
      *  despido, termino de contrato, jubilacion, defuncion), tomado
      *  del espacio reservado; espacio en las bajas anteriores al
      *  catalogo y en los activos - LCG 15 OCT 26
      *  Fecha de depuracion de datos personales (AAAAMMDD) de la
      *  corrida de retencion PRG01151, tomada del espacio reservado:
      *  espacios o ceros es no depurado - LCG 15 OCT 26
      *  Forma de pago E (efectivo en sobre) para el personal de
      *  campo y de temporada sin cuenta bancaria: PRG01019 registra
      *  el pago sin imprimir cheque y lo desglosa en billetes y
      *  monedas - LCG 15 OCT 26
       01 REG-EMPLEADOS.
           02 EMP-ID-REG           PIC 9(6).
           02 REG-APE-PATERNO      PIC X(20).
           02 REG-FORMA-PAGO       PIC X.
               88 PAGO-CHEQUE      VALUE 'C' ' '.
               88 PAGO-TRANSFER    VALUE 'T'.
               88 PAGO-EFECTIVO    VALUE 'E'.
           02 REG-BANCO            PIC X(3).
           02 REG-CLABE            PIC X(18).
           02 REG-FONDO-PCT        PIC 99V99.
           02 REG-COMPANIA         PIC 99.
           02 REG-GRADO            PIC 9.
           02 REG-ESCALON          PIC 9.
           02 REG-BAJA-MOTIVO      PIC X.
               88 BAJA-RENUNCIA    VALUE 'R'.
               88 BAJA-DESPIDO     VALUE 'D'.
               88 BAJA-FIN-CONTRATO VALUE 'T'.
               88 BAJA-JUBILACION  VALUE 'J'.
               88 BAJA-DEFUNCION   VALUE 'F'.
           02 REG-FECHA-PURGA      PIC 9(8).
           02 FILLER               PIC X(5).
