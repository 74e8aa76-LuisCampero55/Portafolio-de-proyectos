      *  Copybook compartido: complemento fiscal del registro de
      *  cheques (CHQFISC.DAT), un renglon por cheque con la misma
      *  llave CHQ-NUMERO de REGCHEQ.DAT, para los datos de IMSS que
      *  ya no caben en el FILLER de REGCHEQ: salario base de
      *  cotizacion usado (SDI de PRG01108 topado a 25 UMA), dias
      *  cotizados del periodo y las cuotas obrera y patronal por
      *  rama que calcula PRG01109; la cuota obrera es la misma que
      *  queda en CHQ-IMSS; el cheque sin renglon (anterior al
      *  complemento o de pension) se trata como cuota patronal
      *  cero; el FILLER final reserva espacio para crecer el
      *  registro sin reconvertir el archivo - LCG 15 OCT 26
      *  Descuento INFONAVIT del cheque y numero de credito al que se
      *  aplico (INFCRED.DAT de PRG01113), tomados del espacio
      *  reservado; es la cifra que concilia el entero bimestral de
      *  PRG01114 contra la pista INFOMOV.TXT - LCG 15 OCT 26
      *  Subsidio para el empleo acreditado contra el ISR del cheque
      *  (PRG01038), tomado del espacio reservado: CHQ-ISR es el ISR
      *  ya neto del subsidio; los renglones anteriores lo traen en
      *  espacios, que se trata como cero - LCG 15 OCT 26
      *  Concepto del pago (A aguinaldo, P prima vacacional, U PTU,
      *  H horas extra dobles) y su parte exenta de ISR, tomados del
      *  espacio reservado; la parte gravada es CHQ-BRUTO menos la
      *  exenta y las dos se acumulan aparte en la constancia anual
      *  de PRG01064 - LCG 15 OCT 26
      *  Cuota sindical retenida en el cheque con el sindicato y la
      *  seccion del afiliado (SINDAFIL.DAT de PRG01160), tomados del
      *  espacio reservado; es la cifra que concilia la remesa
      *  mensual de PRG01161 contra la pista SINDMOV.TXT; los
      *  renglones anteriores la traen en espacios, que se trata como
      *  cero - LCG 15 OCT 26
      *  Vales de despensa gravados que el cheque sumo a la base del
      *  ISR (VALESAPL.TXT de PRG01019) y retencion FONACOT aplicada
      *  con el mes de la cedula (FONCRED.DAT), tomados del espacio
      *  reservado: la constancia anual de PRG01064 suma los vales a
      *  la base gravable y la reversion de corrida de PRG01138
      *  regresa la retencion al credito; los renglones anteriores
      *  los traen en espacios, que se trata como cero - LCG 15 OCT 26
       01 REG-CHQFISC.
           02 CFS-NUMERO           PIC 9(8).
           02 CFS-EMP-ID           PIC 9(6).
           02 CFS-SBC              PIC 9(7)V99.
           02 CFS-DIAS-COT         PIC 99.
           02 CFS-IMSS-OBRERO      PIC 9(11)V99.
           02 CFS-IMSS-PATRON      PIC 9(11)V99.
           02 CFS-SDI-ESTIMADO     PIC X.
               88 CFS-SIN-SDI      VALUE 'S'.
           02 CFS-INFONAVIT        PIC 9(9)V99.
           02 CFS-INF-CREDITO      PIC X(10).
           02 CFS-SUBSIDIO         PIC 9(9)V99.
           02 CFS-CONCEPTO         PIC X.
               88 CFS-AGUINALDO    VALUE 'A'.
               88 CFS-PRIMA-VAC    VALUE 'P'.
               88 CFS-PTU          VALUE 'U'.
               88 CFS-EXTRA-DOBLE  VALUE 'H'.
           02 CFS-EXENTO           PIC 9(9)V99.
           02 CFS-CUOTA-SIND       PIC 9(9)V99.
           02 CFS-SINDICATO        PIC X(6).
           02 CFS-SECCION          PIC X(6).
           02 CFS-VALES-GRAV       PIC 9(9)V99.
           02 CFS-FONACOT          PIC 9(9)V99.
           02 CFS-FON-MES          PIC 9(6).
           02 FILLER               PIC X(53).
