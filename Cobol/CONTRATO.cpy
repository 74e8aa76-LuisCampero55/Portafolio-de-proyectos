      *  Copybook compartido: historia de contratos del empleado
      *  (CONTRATO.DAT), llave empleado + consecutivo; la captura es
      *  PRG01124, el contrato a una fecha lo resuelve PRG01125 para
      *  la nomina y los vencimientos a 15 dias los encola PRG01126 en
      *  ALERTAS.TXT al firmarse el operador; gana el consecutivo mas
      *  alto; CON-FIN en ceros para el tiempo indeterminado;
      *  CON-RENOVACIONES cuenta las renovaciones acumuladas del mismo
      *  contrato determinado; CON-ALERTADO es la fecha en que ya se
      *  encolo el aviso de vencimiento (ceros = sin aviso) - LCG
      *  15 OCT 26
       01 REG-CONTRATO.
           02 CON-LLAVE.
               03 CON-EMP          PIC 9(6).
               03 CON-SEQ          PIC 999.
           02 CON-TIPO             PIC X.
               88 CON-INDETERMINADO VALUE 'I'.
               88 CON-DETERMINADO  VALUE 'D'.
               88 CON-PRUEBA       VALUE 'P'.
               88 CON-CAPACITACION VALUE 'C'.
               88 CON-TIPO-VALIDO  VALUE 'I' 'D' 'P' 'C'.
           02 CON-INICIO           PIC 9(8).
           02 CON-FIN              PIC 9(8).
           02 CON-RENOVACIONES     PIC 99.
           02 CON-ALERTADO         PIC 9(8).
           02 CON-CAPTURA          PIC 9(8).
           02 CON-OPERADOR         PIC X(8).
           02 FILLER               PIC X(20).
