      *  al salario diario del empleado y el recibo lo explica con
      *  su propio renglon; sin calendario generado no se descuenta
      *  y se avisa - LCG 02 SEP 26
      *  Cuotas obrero-patronales del IMSS por rama: despues de la
      *  tabla de deducciones la rutina PRG01109 calcula, sobre el SDI
      *  vigente del empleado (PRG01108) topado a 25 UMA y por los dias
      *  cotizados del periodo (frecuencia de la corrida menos
      *  incapacidad), la cuota obrera que ahora es el CHQ-IMSS
      *  retenido y la cuota patronal, que queda con el salario base y
      *  los dias en el complemento fiscal CHQFISC.DAT (copybook
      *  CHQFISC, misma llave del cheque) para la poliza de PRG01063 y
      *  el entero de PRG01065; la reexpedicion hereda el complemento
      *  del original; sin tabla CUOTIMSS.TXT en vigor se conserva el
      *  porcentaje S de DEDUCC.TXT y se avisa - LCG 15 OCT 26
      *  Descuento del credito de vivienda INFONAVIT (INFCRED.DAT de
      *  PRG01113) despues del abono de PRESTMAE: porcentaje del SBC,
      *  cuota fija mensual o veces salario minimo (INFOVSM.TXT) por
      *  los dias cotizados, desde la fecha de inicio del aviso de
      *  retencion y hasta la de suspension; el importe va en OTRAS, en
      *  el complemento fiscal del cheque (CFS-INFONAVIT) y en la pista
      *  INFOMOV.TXT - LCG 15 OCT 26
      *  Retencion de las cuotas FONACOT de la cedula del mes
      *  (FONCRED.DAT importada por PRG01115) despues del INFONAVIT: la
      *  cuota mensual repartida entre los pagos del mes de la
      *  frecuencia de la corrida, topada a lo que falta del mes y al
      *  neto; sin dias cotizados por incapacidad no se retiene y el
      *  motivo queda en la cedula para la conciliacion - LCG 15 OCT 26
      *  Subsidio para el empleo: el acreditado contra el ISR por
      *  PRG01038 se muestra en consola, sale en el recibo de nomina
      *  bajo el ISR y se asienta en CFS-SUBSIDIO del complemento
      *  fiscal (la reposicion lo hereda); CHQ-ISR queda como el ISR ya
      *  neto del subsidio - LCG 15 OCT 26
      *  Renglon de pago con concepto opcional despues de
      *  EMP(6)PESOS(13)CENTAVOS(2): CONCEPTO(1: A aguinaldo, P prima
      *  vacacional, U PTU, H horas extra dobles) y su importe
      *  PESOS(13)CENTAVOS(2); la parte exenta (30 UMA de aguinaldo, 15
      *  de prima y de PTU, la mitad de las dobles hasta 5 UMA) a la
      *  UMA en vigor del renglon U de CUOTIMSS.TXT sale de la base del
      *  ISR, que se recalcula sobre la gravada; exento y gravado van
      *  al recibo y el concepto y lo exento al complemento fiscal; los
      *  renglones de 21 posiciones gravan completos como siempre - LCG
      *  15 OCT 26
      *  La UMA del tope de exencion sale primero de la tabla de
      *  indicadores (PRG01117) y solo sin ella del renglon U de
      *  CUOTIMSS.TXT - LCG 15 OCT 26
      *  Faltas injustificadas: el lote descuenta del bruto de
      *  quincenales y mensuales, al salario diario, las faltas de
      *  FALTAS.TXT (PRG01120) con fecha dentro de la ventana del
      *  periodo en PERIODOS.TXT, como la incapacidad; los dias
      *  cotizados al IMSS bajan por las faltas hasta 7 y el descuento
      *  sale en el recibo y en la simulacion - LCG 15 OCT 26
      *  El renglon de pago semanal de PRG01062 trae despues del
      *  concepto los domingos trabajados y los importes de prima
      *  dominical, festivo laborado y descanso laborado, ya sumados
      *  en el bruto; la prima dominical exenta hasta 1 UMA por
      *  domingo y las tres salen en el recibo; lo exento y el
      *  subsidio del recibo ya no se limpian al grabar el
      *  complemento fiscal sino al emitir la pension - LCG 15 OCT 26
      *  090-VALIDAR-PAGO avisa cuando el empleado del renglon tiene el
      *  ultimo contrato de CONTRATO.DAT vencido sin renovacion
      *  (PRG01125); el pago procede - LCG 15 OCT 26
      *  Vales de despensa de PRG01129: lo gravado de los meses aun no
      *  aplicados (VALES.TXT contra VALESAPL.TXT) se suma a la base
      *  del ISR del pago y la diferencia sale del neto; si el neto no
      *  alcanza quedan pendientes; cada vale aplicado se asienta en
      *  VALESAPL.TXT con la corrida para la poliza de PRG01063 y el
      *  recibo muestra lo gravado - LCG 15 OCT 26
      *  Aviso de fondeo a tesoreria al terminar la simulacion: la
      *  funcion S pide tambien la cuenta libradora (catalogo
      *  CTASBAN.TXT), mira sin bajarla la bandera de la distribucion
      *  del fondo y deja en FONDEO.TXT, acumulado con fecha y hora, el
      *  neto por compañia y cuenta separado en cheque impreso y
      *  transferencia de DISPBAN.TXT, los cheques de pension, el total
      *  a fondear por cuenta con renglon de firmas y, aparte, las
      *  aportaciones al fondo de ahorro del lote - LCG 15 OCT 26
      *  Cuenta recien cambiada: la primera transferencia despues de un
      *  cambio de CLABE aprobado en PRG01148 (CLABEPEN.DAT en estado
      *  A) se registra en estatus P y se retiene para revision en
      *  PRG01078, y el cambio queda en estado R con el folio retenido;
      *  la transferencia exige CLABE valida con la rutina PRG01147 (si
      *  no, sale en cheque impreso) y la condicion FORMA-TRANSFER
      *  queda sobre la forma de pago del pago - LCG 15 OCT 26
      *  Cuota sindical despues del FONACOT: al afiliado de
      *  SINDAFIL.DAT (PRG01160), entre su ingreso y su separacion, se
      *  le retiene el porcentaje vigente de su sindicato en
      *  SINDCUOT.TXT sobre el salario del pago (bruto sin el
      *  concepto), topado al neto; va en OTRAS con su renglon en el
      *  recibo, al complemento fiscal (CFS-CUOTA-SIND) y a la pista
      *  SINDMOV.TXT para la remesa mensual de PRG01161 - LCG 15 OCT 26
      *  Pago en efectivo (forma E del maestro, solo en pesos): el pago
      *  se registra con folio sin imagen de cheque; la hoja del sobre
      *  con sus billetes y monedas (rutina PRG01163) va a SOBRES.TXT,
      *  al cerrar la corrida la orden de denominaciones para el retiro
      *  al banco va a ORDEFECT.TXT (incluye los sobres ya grabados al
      *  retomar), el aviso de fondeo separa el neto en efectivo y la
      *  reimpresion rechaza los pagos en sobre - LCG 15 OCT 26
      *  Las cuotas IMSS rechazadas cortan el calculo antes de exencion
      *  y vales; los vales pendientes se toman despues de descartar
      *  los ya aplicados y se asientan en VALESAPL.TXT hasta que el
      *  cheque queda grabado; el tope anual de aguinaldo, prima
      *  vacacional y PTU descuenta lo exento en el año; el complemento
      *  fiscal guarda los vales gravados y la retencion FONACOT con su
      *  mes; el ensobrado pasa a los parrafos 064 - LCG 15 OCT 26
      *  Exento del año de aguinaldo, prima vacacional y PTU en tabla
      *  de memoria cargada una vez por corrida del complemento fiscal,
      *  al dia con cada cheque grabado, cancelado o reexpedido; el
      *  recorrido del complemento queda solo para tabla desbordada -
      *  LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RECAPLIC ASSIGN TO "RECAPLIC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RECAPLIC.
           SELECT F-VALES ASSIGN TO "VALES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALES.
           SELECT F-VALESAPL ASSIGN TO "VALESAPL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALESAPL.
           SELECT F-INCAPACIDADES ASSIGN TO "INCAPAC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INCAPACIDADES.
           SELECT F-FALTAS ASSIGN TO "FALTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FALTAS.
           SELECT F-CUOTIMSS ASSIGN TO "CUOTIMSS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CUOTIMSS.
           SELECT F-PERIODOS ASSIGN TO "PERIODOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT F-CHKNOM ASSIGN TO "CHKNOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHKNOM.
           SELECT F-CLABEPEN ASSIGN TO "CLABEPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLP-EMP
               FILE STATUS IS WS-STATUS-CLABEPEN.
           SELECT F-OPSESION ASSIGN TO "OPSESION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPSESION.
           SELECT F-DISPERSION ASSIGN TO "DISPBAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DISPERSION.
           SELECT F-SOBRES ASSIGN TO "SOBRES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SOBRES.
           SELECT F-ORDEFECT ASSIGN TO "ORDEFECT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDEFECT.
           SELECT F-PRESTAMOS ASSIGN TO "PRESTMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT F-PRESTMOV ASSIGN TO "PRESTMOV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRESTMOV.
           SELECT F-INFCRED ASSIGN TO "INFCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INF-EMP-ID
               FILE STATUS IS WS-STATUS-INFCRED.
           SELECT F-INFOMOV ASSIGN TO "INFOMOV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFOMOV.
           SELECT F-INFOVSM ASSIGN TO "INFOVSM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFOVSM.
           SELECT F-FONCRED ASSIGN TO "FONCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FON-LLAVE
               FILE STATUS IS WS-STATUS-FONCRED.
           SELECT F-SINDAFIL ASSIGN TO "SINDAFIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIN-EMP-ID
               FILE STATUS IS WS-STATUS-SINDAFIL.
           SELECT F-SINDCUOT ASSIGN TO "SINDCUOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SINDCUOT.
           SELECT F-SINDMOV ASSIGN TO "SINDMOV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SINDMOV.
           SELECT F-FONDOLED ASSIGN TO "FONDOLED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FONDOLED.
           SELECT F-SIMULACION ASSIGN TO "SIMULREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SIMULACION.
           SELECT F-FONDEO ASSIGN TO "FONDEO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FONDEO.
           SELECT F-CUENTAS ASSIGN TO "CTASBAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CUENTAS.
           SELECT F-UMBRAL ASSIGN TO "LIMCHQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-UMBRAL.
           SELECT F-CHQFISC ASSIGN TO "CHQFISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFS-NUMERO
               FILE STATUS IS WS-STATUS-CHQFISC.
           SELECT F-APROBACION ASSIGN TO "APRCHQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APROBACION.
       01 REG-CONCEPTO               PIC X(35).
       FD  F-RECAPLIC.
       01 REG-RECAPLIC               PIC X(30).
       FD  F-VALES.
       01 REG-VALE                   PIC X(61).
       FD  F-VALESAPL.
       01 REG-VALESAPL               PIC X(44).
       FD  F-INCAPACIDADES.
       01 REG-INCAPACIDAD            PIC X(28).
       FD  F-FALTAS.
       01 REG-FALTA                  PIC X(60).
       FD  F-CUOTIMSS.
       01 REG-CUOTIMSS               PIC X(44).
       FD  F-PERIODOS.
       01 REG-PERIODO                PIC X(31).
       FD  F-EMPLEADOS.
       COPY EMPMAEST.
       FD  F-PAGOS.
       01 REG-PAGO                   PIC X(83).
       FD  F-EXCEPCIONES.
       01 REG-EXCEPCION              PIC X(120).
       FD  F-IMPRESION.
       01 REG-CHKNOM                 PIC X(14).
       FD  F-OPSESION.
       01 REG-OPSESION               PIC X(8).
       FD  F-CLABEPEN.
       COPY CLABEPEN.
       FD  F-DISPERSION.
       01 REG-DISPERSION             PIC X(99).
       FD  F-SOBRES.
       01 REG-SOBRE                  PIC X(80).
       FD  F-ORDEFECT.
       01 REG-ORDEFECT               PIC X(80).
       FD  F-PRESTAMOS.
       COPY PRESTMAE.
       FD  F-PRESTMOV.
       01 REG-PRESTMOV               PIC X(46).
       FD  F-INFCRED.
       COPY INFCRED.
       FD  F-INFOMOV.
       01 REG-INFOMOV                PIC X(43).
       FD  F-INFOVSM.
       01 REG-INFOVSM                PIC X(14).
       FD  F-FONCRED.
       COPY FONCRED.
       FD  F-SINDAFIL.
       COPY SINDAFIL.
       FD  F-SINDCUOT.
       01 REG-SINDCUOT               PIC X(60).
       FD  F-SINDMOV.
       01 REG-SINDMOV                PIC X(45).
       FD  F-FONDOLED.
       01 REG-FONDOLED               PIC X(47).
       FD  F-FONDODIS.
       01 REG-PENSION                PIC X(77).
       FD  F-SIMULACION.
       01 REG-SIMULACION             PIC X(132).
       FD  F-FONDEO.
       01 REG-FONDEO                 PIC X(100).
       FD  F-CUENTAS.
       01 REG-CUENTA                 PIC X(58).
       FD  F-UMBRAL.
       01 REG-UMBRAL                 PIC 9(13)V99.
       FD  F-CHQFISC.
       COPY CHQFISC.
       FD  F-APROBACION.
       01 REG-APROBACION             PIC X(33).
       FD  F-PERCIER.
       01 WS-ARCH-EXCEP              PIC X(100) VALUE SPACES.
       01 WS-FIN-PAGOS               PIC X VALUE 'N'.
           88 FIN-PAGOS              VALUE 'Y'.
       01 WS-RENGLON-PAGO            PIC X(83) VALUE SPACES.
       01 WS-PAGO-ED REDEFINES WS-RENGLON-PAGO.
           05 WS-PAGO-EMP            PIC X(6).
           05 WS-PAGO-PESOS          PIC X(13).
           05 WS-PAGO-CENT           PIC X(2).
           05 WS-PAGO-CONCEPTO       PIC X.
               88 PAGO-CONCEPTO-VALIDO VALUE ' ' 'A' 'P' 'U' 'H'.
           05 WS-PAGO-CON-PESOS      PIC X(13).
           05 WS-PAGO-CON-CENT       PIC X(2).
           05 WS-PAGO-DOMINGOS       PIC X.
           05 WS-PAGO-DOM-PESOS      PIC X(13).
           05 WS-PAGO-DOM-CENT       PIC X(2).
           05 WS-PAGO-FES-PESOS      PIC X(13).
           05 WS-PAGO-FES-CENT       PIC X(2).
           05 WS-PAGO-DES-PESOS      PIC X(13).
           05 WS-PAGO-DES-CENT       PIC X(2).
       01 WS-MOTIVO-RECHAZO          PIC X(40) VALUE SPACES.
       01 WS-LINEA-EXCEP             PIC X(120) VALUE SPACES.
       01 WS-LOTE-CONTADORES.
       01 WS-FECHA-HORA.
           05 WS-FECHA-SIS           PIC 9(8).
           05 WS-HORA-SIS            PIC 9(8).
      *    Contrato del empleado a la fecha del lote (PRG01125)
       01 WS-CONTRATO.
           05 WS-CTO-ESTADO          PIC X VALUE 'N'.
               88 CONTRATO-VENCIDO   VALUE 'X'.
           05 WS-CTO-TIPO            PIC X VALUE SPACE.
           05 WS-CTO-FIN             PIC 9(8) VALUE ZEROS.
       01 WS-GROSS-NET.
           05 WS-BRUTO               PIC 9(13)V99 VALUE ZEROS.
           05 WS-ISR                 PIC 9(11)V99 VALUE ZEROS.
           05 WS-ISR-ED              PIC Z(10)9.99.
           05 WS-IMSS-ED             PIC Z(10)9.99.
           05 WS-OTRAS-ED            PIC Z(10)9.99.
           05 WS-SUBSIDIO            PIC 9(11)V99 VALUE ZEROS.
           05 WS-SUBSIDIO-ED         PIC Z(10)9.99.
       01 WS-CUOTAS-IMSS.
           05 WS-IMSS-OBRERO         PIC 9(11)V99 VALUE ZEROS.
           05 WS-IMSS-PATRON         PIC 9(11)V99 VALUE ZEROS.
           05 WS-IMSS-SBC            PIC 9(7)V99 VALUE ZEROS.
           05 WS-IMSS-DIAS           PIC 99 VALUE ZEROS.
           05 WS-IMSS-ESTIMADO       PIC X VALUE 'N'.
               88 IMSS-SDI-ESTIMADO  VALUE 'S'.
           05 WS-CUOTAS-OK           PIC X VALUE 'N'.
               88 CUOTAS-OK          VALUE 'S'.
           05 WS-FISCAL-GRABAR       PIC X VALUE 'N'.
               88 FISCAL-GRABAR      VALUE 'S'.
           05 WS-PATRON-ED           PIC Z(10)9.99.
       01 WS-STATUS-CHQFISC          PIC XX VALUE '00'.
           88 CHQFISC-OK             VALUE '00'.
           88 CHQFISC-NO-EXISTE      VALUE '35'.
       01 WS-STATUS-IMPRESION        PIC XX VALUE '00'.
       01 WS-IMPORTE-PROT            PIC *(12)9.99.
       01 WS-IMPRESION.
           88 FIN-RETOMA             VALUE 'Y'.
       01 WS-STATUS-DISPERSION       PIC XX VALUE '00'.
       01 WS-FORMA-PAGO              PIC X VALUE 'C'.
           88 FORMA-TRANSFER         VALUE 'T'.
           88 FORMA-EFECTIVO         VALUE 'E'.
       01 WS-CLASE-PAGO              PIC X VALUE SPACE.
       01 WS-STATUS-CLABEPEN         PIC XX VALUE '00'.
           88 CLP-OK                 VALUE '00'.
       01 WS-RETENER-CUENTA          PIC X VALUE 'N'.
           88 RETENER-CUENTA         VALUE 'S'.
       01 WS-RESULTADO-CLABE         PIC X VALUE 'S'.
           88 CLABE-VALIDA           VALUE 'S'.
       01 WS-EMP-BANCO               PIC X(3) VALUE SPACES.
       01 WS-EMP-CLABE               PIC X(18) VALUE SPACES.
       01 WS-STATUS-PRESTAMOS        PIC XX VALUE '00'.
           05 MOV-PERIODO            PIC 9(6).
           05 MOV-ABONO              PIC 9(11)V99.
           05 MOV-SALDO              PIC 9(11)V99.
       01 WS-STATUS-INFCRED          PIC XX VALUE '00'.
           88 INFCRED-OK             VALUE '00'.
       01 WS-STATUS-INFOMOV          PIC XX VALUE '00'.
       01 WS-STATUS-INFOVSM          PIC XX VALUE '00'.
       01 WS-INFONAVIT.
           05 WS-DESCUENTO-INF       PIC 9(11)V99 VALUE ZEROS.
           05 WS-INF-CREDITO         PIC X(10) VALUE SPACES.
           05 WS-INF-SBC             PIC 9(7)V99 VALUE ZEROS.
           05 WS-INF-SDI             PIC 9(7)V99 VALUE ZEROS.
           05 WS-INF-SDI-HAY         PIC X VALUE 'N'.
               88 INF-SDI-ENCONTRADO VALUE 'S'.
           05 WS-INF-DIAS            PIC 99 VALUE ZEROS.
           05 WS-INF-VSM             PIC 9(4)V99 VALUE ZEROS.
           05 WS-INF-FIN-VSM         PIC X VALUE 'N'.
               88 FIN-VSM            VALUE 'Y'.
           05 WS-INF-ED              PIC Z(10)9.99.
       01 WS-RENGLON-VSM.
           05 WS-VSM-VIGENCIA        PIC 9(8).
           05 WS-VSM-VALOR           PIC 9(4)V99.
       01 WS-REG-INFOMOV.
           05 IMV-EMP                PIC 9(6).
           05 IMV-FECHA              PIC 9(8).
           05 IMV-PERIODO            PIC 9(6).
           05 IMV-CREDITO            PIC X(10).
           05 IMV-DESCUENTO          PIC 9(11)V99.
       01 WS-STATUS-FONCRED          PIC XX VALUE '00'.
           88 FONCRED-OK             VALUE '00'.
       01 WS-FONACOT.
           05 WS-FON-MES             PIC 9(6) VALUE ZEROS.
           05 WS-FON-PAGOS-MES       PIC 9 VALUE 2.
           05 WS-FON-PENDIENTE       PIC 9(9)V99 VALUE ZEROS.
           05 WS-FON-IMPORTE         PIC 9(9)V99 VALUE ZEROS.
           05 WS-FON-TOTAL           PIC 9(9)V99 VALUE ZEROS.
           05 WS-FON-FIN             PIC X VALUE 'N'.
               88 FIN-FONACOT        VALUE 'Y'.
           05 WS-FON-ED              PIC Z(8)9.99.
       01 WS-STATUS-SINDAFIL         PIC XX VALUE '00'.
           88 SINDAFIL-OK            VALUE '00'.
       01 WS-STATUS-SINDCUOT         PIC XX VALUE '00'.
       01 WS-STATUS-SINDMOV          PIC XX VALUE '00'.
       01 WS-SINDICAL.
           05 WS-CUOTA-SIND          PIC 9(11)V99 VALUE ZEROS.
           05 WS-SND-SINDICATO       PIC X(6) VALUE SPACES.
           05 WS-SND-SECCION         PIC X(6) VALUE SPACES.
           05 WS-SND-BASE            PIC 9(13)V99 VALUE ZEROS.
           05 WS-SND-PCT             PIC 9(2)V9(4) VALUE ZEROS.
           05 WS-SND-VIGENCIA        PIC 9(8) VALUE ZEROS.
           05 WS-SND-FIN             PIC X VALUE 'N'.
               88 FIN-SINDCUOT       VALUE 'Y'.
           05 WS-SND-ED              PIC Z(10)9.99.
      *    Renglon de SINDCUOT.TXT (tabla de cuotas de PRG01160)
       01 WS-RENGLON-SCU.
           05 SCU-SINDICATO          PIC X(6).
           05 SCU-VIGENCIA           PIC 9(8).
           05 SCU-PORCENTAJE         PIC 9(2)V9(4).
           05 SCU-NOMBRE             PIC X(40).
       01 WS-REG-SINDMOV.
           05 SMV-EMP                PIC 9(6).
           05 SMV-FECHA              PIC 9(8).
           05 SMV-PERIODO            PIC 9(6).
           05 SMV-SINDICATO          PIC X(6).
           05 SMV-SECCION            PIC X(6).
           05 SMV-CUOTA              PIC 9(11)V99.
       01 WS-CUENTA                  PIC X(8) VALUE 'NOMINA'.
       01 WS-STATUS-SIMULACION       PIC XX VALUE '00'.
       01 WS-SIMULANDO               PIC X VALUE 'N'.
           05 WS-SIM-NETO            PIC 9(13)V99 VALUE ZEROS.
           05 WS-SIM-PENSION         PIC 9(11)V99 VALUE ZEROS.
       01 WS-LINEA-SIM               PIC X(132) VALUE SPACES.
      *    Aviso de fondeo a tesoreria de la simulacion
       01 WS-STATUS-FONDEO           PIC XX VALUE '00'.
       01 WS-STATUS-CUENTAS          PIC XX VALUE '00'.
       01 WS-FIN-CUENTAS             PIC X VALUE 'N'.
           88 FIN-CUENTAS            VALUE 'Y'.
       01 WS-RENGLON-CTA.
           05 WS-CTA-CLAVE           PIC X(8).
           05 WS-CTA-BANCO           PIC X(20).
           05 WS-CTA-DESCRIPCION     PIC X(30).
       01 WS-CTA-BANCO-AVISO         PIC X(20) VALUE SPACES.
       01 WS-FONDEO.
           05 WS-FDO-NUM-CHEQUE      PIC 9(5) VALUE ZEROS.
           05 WS-FDO-CHEQUE          PIC 9(13)V99 VALUE ZEROS.
           05 WS-FDO-NUM-TRANSFER    PIC 9(5) VALUE ZEROS.
           05 WS-FDO-TRANSFER        PIC 9(13)V99 VALUE ZEROS.
           05 WS-FDO-NUM-EFECTIVO    PIC 9(5) VALUE ZEROS.
           05 WS-FDO-EFECTIVO        PIC 9(13)V99 VALUE ZEROS.
           05 WS-FDO-NUM-PENSION     PIC 9(5) VALUE ZEROS.
           05 WS-FDO-PENSION         PIC 9(13)V99 VALUE ZEROS.
           05 WS-FDO-FONDO           PIC 9(13)V99 VALUE ZEROS.
           05 WS-FDO-TOTAL           PIC 9(13)V99 VALUE ZEROS.
       01 WS-FDO-NUM-ED              PIC ZZZZ9.
       01 WS-FDO-ED                  PIC Z(12)9.99.
       01 WS-LINEA-FONDEO            PIC X(100) VALUE SPACES.
       01 WS-SIM-NETO-ED             PIC Z(12)9.99.
       01 WS-STATUS-UMBRAL           PIC XX VALUE '00'.
       01 WS-STATUS-APROBACION       PIC XX VALUE '00'.
       01 WS-STATUS-RECURRENTES      PIC XX VALUE '00'.
       01 WS-STATUS-CONCEPTOS        PIC XX VALUE '00'.
       01 WS-STATUS-RECAPLIC         PIC XX VALUE '00'.
       01 WS-STATUS-VALES            PIC XX VALUE '00'.
       01 WS-STATUS-VALESAPL         PIC XX VALUE '00'.
      *    Vales de despensa de PRG01129 pendientes de aplicar: lo
      *    gravado de cada mes entra a la base del ISR del siguiente
      *    pago del empleado
       01 WS-VALES-DESPENSA.
           05 WS-VLD-RENGLON.
               10 WS-VLD-EMP         PIC 9(6).
               10 WS-VLD-PERIODO     PIC 9(6).
               10 WS-VLD-DEPTO       PIC X(4).
               10 WS-VLD-CENTRO      PIC X(8).
               10 WS-VLD-DIAS        PIC 99.
               10 WS-VLD-IMPORTE     PIC 9(7)V99.
               10 WS-VLD-EXENTO      PIC 9(7)V99.
               10 WS-VLD-GRAV        PIC 9(7)V99.
               10 WS-VLD-FECHA       PIC 9(8).
           05 WS-VAP-RENGLON.
               10 WS-VAP-CORRIDA     PIC 9(6).
               10 WS-VAP-EMP         PIC 9(6).
               10 WS-VAP-PERIODO     PIC 9(6).
               10 WS-VAP-CENTRO      PIC X(8).
               10 WS-VAP-IMPORTE     PIC 9(7)V99.
               10 WS-VAP-GRAV        PIC 9(7)V99.
           05 WS-VLD-NUM             PIC 99 VALUE ZEROS.
           05 WS-VLD-PEND OCCURS 12 TIMES.
               10 WS-VLD-P-PERIODO   PIC 9(6).
               10 WS-VLD-P-CENTRO    PIC X(8).
               10 WS-VLD-P-IMPORTE   PIC 9(7)V99.
               10 WS-VLD-P-GRAV      PIC 9(7)V99.
           05 WS-VLD-IDX             PIC 99 VALUE ZEROS.
           05 WS-VLD-PENDIENTES      PIC 99 VALUE ZEROS.
           05 WS-VLD-GRAVADO         PIC 9(9)V99 VALUE ZEROS.
           05 WS-VLD-BASE            PIC 9(13)V99 VALUE ZEROS.
           05 WS-VLD-AUMENTO         PIC S9(11)V99 VALUE ZEROS.
           05 WS-VLD-FIN             PIC X VALUE 'N'.
               88 FIN-VALES          VALUE 'Y'.
           05 WS-VLA-NUM             PIC 999 VALUE ZEROS.
           05 WS-VLA-IDX             PIC 999 VALUE ZEROS.
           05 WS-VLA-PERIODO         PIC 9(6) OCCURS 240 TIMES.
           05 WS-VLA-HALLADO         PIC X VALUE 'N'.
               88 VALE-APLICADO      VALUE 'S'.
           05 WS-VLD-GRAVADO-ED      PIC Z(8)9.99.
       01 WS-FIN-RECURRENTES         PIC X VALUE 'N'.
           88 FIN-RECURRENTES        VALUE 'Y'.
       01 WS-FIN-CONCEPTOS           PIC X VALUE 'N'.
       01 WS-RIT-IDX                 PIC 99 VALUE ZEROS.
       01 WS-REC-ED                  PIC Z(10)9.99.
       01 WS-STATUS-INCAPACIDADES    PIC XX VALUE '00'.
       01 WS-STATUS-CUOTIMSS         PIC XX VALUE '00'.
      *    Concepto del renglon de pago (A aguinaldo, P prima
      *    vacacional, U PTU, H horas extra dobles) con su importe y
      *    la parte exenta de ISR que le corresponde en UMA
       01 WS-INDICADORES.
           05 WS-IND-UMA             PIC 9(5)V99 VALUE ZEROS.
           05 WS-IND-SM-GENERAL      PIC 9(5)V99 VALUE ZEROS.
           05 WS-IND-SM-FRONTERA     PIC 9(5)V99 VALUE ZEROS.
           05 WS-IND-HAY             PIC X VALUE 'N'.
               88 IND-HAY            VALUE 'S'.
       01 WS-EXENCION.
           05 WS-CONCEPTO-PAGO       PIC X VALUE SPACE.
               88 CONCEPTO-AGUINALDO VALUE 'A'.
               88 CONCEPTO-PRIMA-VAC VALUE 'P'.
               88 CONCEPTO-PTU       VALUE 'U'.
               88 CONCEPTO-EXTRA-DOBLE VALUE 'H'.
           05 WS-CONCEPTO-IMPORTE    PIC 9(11)V99 VALUE ZEROS.
           05 WS-CONCEPTO-NOMBRE     PIC X(18) VALUE SPACES.
           05 WS-EXENTO              PIC 9(11)V99 VALUE ZEROS.
           05 WS-GRAVADO             PIC 9(13)V99 VALUE ZEROS.
           05 WS-EXE-TOPE            PIC 9(11)V99 VALUE ZEROS.
           05 WS-EXE-OTORGADO        PIC 9(11)V99 VALUE ZEROS.
           05 WS-EXE-FIN-ANO         PIC X VALUE 'N'.
               88 FIN-EXENTO-ANO     VALUE 'Y'.
           05 WS-EXE-PESOS           PIC 9(13) VALUE ZEROS.
           05 WS-EXE-CENT            PIC 99 VALUE ZEROS.
           05 WS-EXE-UMA             PIC 9(5)V99 VALUE ZEROS.
           05 WS-EXE-VIGENCIA        PIC 9(8) VALUE ZEROS.
           05 WS-EXE-ISR             PIC 9(11)V99 VALUE ZEROS.
           05 WS-EXE-IMSS            PIC 9(11)V99 VALUE ZEROS.
           05 WS-EXE-OTRAS           PIC 9(11)V99 VALUE ZEROS.
           05 WS-EXE-NETO            PIC 9(13)V99 VALUE ZEROS.
           05 WS-EXE-SUBSIDIO        PIC 9(11)V99 VALUE ZEROS.
           05 WS-EXE-OK              PIC X VALUE 'S'.
               88 EXE-CALCULO-OK     VALUE 'S'.
           05 WS-EXE-FIN             PIC X VALUE 'N'.
               88 FIN-CUOTIMSS       VALUE 'Y'.
           05 WS-EXENTO-ED           PIC Z(10)9.99.
           05 WS-GRAVADO-ED          PIC Z(12)9.99.
      *    Exento del año por empleado y concepto (aguinaldo, prima
      *    vacacional y PTU), cargado del complemento fiscal en el
      *    primer pago de esos conceptos y llevado al dia con cada
      *    cheque grabado o cancelado en la sesion
       01 WS-EXENTOS-ANO.
           05 WS-EXA-ANO             PIC X(4) VALUE SPACES.
           05 WS-EXA-CARGADA         PIC X VALUE 'N'.
               88 EXA-CARGADA        VALUE 'S'.
           05 WS-EXA-DESBORDE        PIC X VALUE 'N'.
               88 EXA-DESBORDADA     VALUE 'S'.
           05 WS-EXA-FIN             PIC X VALUE 'N'.
               88 FIN-EXENTOS-ANO    VALUE 'Y'.
           05 WS-EXA-EMP             PIC 9(6) VALUE ZEROS.
           05 WS-EXA-CONCEPTO        PIC X VALUE SPACE.
               88 EXA-CONCEPTO-ANUAL VALUE 'A' 'P' 'U'.
           05 WS-EXA-IMPORTE         PIC S9(11)V99 VALUE ZEROS.
           05 WS-EXA-NUM             PIC 9(4) VALUE ZEROS.
           05 WS-EXA-IDX             PIC 9(4) VALUE ZEROS.
           05 WS-EXA-HALLADO         PIC 9(4) VALUE ZEROS.
           05 WS-EXA-ENT OCCURS 3000 TIMES.
               10 WS-EXA-T-EMP       PIC 9(6).
               10 WS-EXA-T-CONCEPTO  PIC X.
               10 WS-EXA-T-EXENTO    PIC 9(11)V99.
       01 WS-RENGLON-CUOTIMSS.
           05 WS-CIM-VIGENCIA        PIC 9(8).
           05 WS-CIM-RAMA            PIC X(2).
           05 WS-CIM-DESCRIPCION     PIC X(19).
           05 WS-CIM-BASE            PIC X.
           05 WS-CIM-PATRON          PIC 9(3)V9(4).
           05 WS-CIM-OBRERO          PIC 9(3)V9(4).
       01 WS-STATUS-PERIODOS         PIC XX VALUE '00'.
       01 WS-FIN-INCAPACIDADES       PIC X VALUE 'N'.
           88 FIN-INCAPACIDADES      VALUE 'Y'.
           05 WS-VENTANA-OK          PIC X VALUE 'N'.
               88 VENTANA-HALLADA    VALUE 'S'.
       01 WS-INCAP-ED                PIC Z(10)9.99.
      *    Faltas injustificadas de FALTAS.TXT (PRG01120) en la
      *    ventana del periodo, solo quincenales y mensuales; al IMSS
      *    se le restan hasta 7 dias como ausentismo
       01 WS-STATUS-FALTAS           PIC XX VALUE '00'.
       01 WS-FIN-FALTAS              PIC X VALUE 'N'.
           88 FIN-FALTAS             VALUE 'Y'.
       01 WS-RENGLON-FALTA.
           05 WS-FAL-EMP             PIC 9(6).
           05 WS-FAL-FECHA           PIC 9(8).
           05 FILLER                 PIC X(46).
       01 WS-FALTAS.
           05 WS-FALTA-DIAS          PIC 999 VALUE ZEROS.
           05 WS-FALTA-IMPORTE       PIC 9(11)V99 VALUE ZEROS.
           05 WS-FALTA-DIARIO        PIC 9(9)V99 VALUE ZEROS.
           05 WS-FALTA-BRUTO         PIC 9(13)V99 VALUE ZEROS.
           05 WS-FALTA-IMSS          PIC 999 VALUE ZEROS.
       01 WS-FALTA-ED                PIC Z(10)9.99.
      *    Primas del renglon de pago semanal de PRG01062, ya sumadas
      *    en el bruto
       01 WS-PRIMAS.
           05 WS-DOMINGOS            PIC 9 VALUE ZEROS.
           05 WS-PRIMA-DOMINICAL     PIC 9(11)V99 VALUE ZEROS.
           05 WS-FESTIVO-LAB         PIC 9(11)V99 VALUE ZEROS.
           05 WS-DESCANSO-LAB        PIC 9(11)V99 VALUE ZEROS.
           05 WS-EXENTO-DOM          PIC 9(11)V99 VALUE ZEROS.
           05 WS-EXENTO-CON          PIC 9(11)V99 VALUE ZEROS.
       01 WS-PRIMA-ED                PIC Z(10)9.99.
       01 WS-STATUS-PENSIONES        PIC XX VALUE '00'.
       01 WS-FIN-PENSIONES           PIC X VALUE 'N'.
           88 FIN-PENSIONES          VALUE 'Y'.
       01 WS-CONTROL-DISP.
           05 WS-DISP-CONTEO         PIC 9(6) VALUE ZEROS.
           05 WS-DISP-TOTAL          PIC 9(13)V99 VALUE ZEROS.
      *    Pagos en efectivo de la corrida: sobres y piezas por
      *    denominacion para la orden de retiro al banco
       01 WS-STATUS-SOBRES           PIC XX VALUE '00'.
       01 WS-STATUS-ORDEFECT         PIC XX VALUE '00'.
       COPY DENOMEFE.
       COPY DESGEFE.
       01 WS-CONTROL-EFECTIVO.
           05 WS-EFE-CONTEO          PIC 9(6) VALUE ZEROS.
           05 WS-EFE-TOTAL           PIC 9(13)V99 VALUE ZEROS.
           05 WS-EFE-RESTO           PIC 9(7)V99 VALUE ZEROS.
           05 WS-EFE-PIEZAS          PIC 9(7) OCCURS 13 TIMES.
       01 WS-EFE-IDX                 PIC 99 VALUE ZEROS.
       01 WS-EFE-IMPORTE             PIC 9(13)V99 VALUE ZEROS.
       01 WS-EFE-SUBTOTAL            PIC 9(13)V99 VALUE ZEROS.
       01 WS-EFE-BILLETES            PIC 9(13)V99 VALUE ZEROS.
       01 WS-EFE-MONEDAS             PIC 9(13)V99 VALUE ZEROS.
       01 WS-EFE-DEN-ED              PIC Z(3)9.99.
       01 WS-EFE-PZA-ED              PIC Z(6)9.
       01 WS-EFE-IMP-ED              PIC Z(12)9.99.
       01 WS-EFE-RESTO-ED            PIC Z(6)9.99.
       01 WS-LINEA-SOBRE             PIC X(80) VALUE SPACES.
       01 WS-REG-DISP-ENC.
           05 FILLER                 PIC X VALUE 'H'.
           05 DIS-ENC-CORRIDA        PIC 9(6).
                       030-SESION-CAPTURA-SAL
            END-EVALUATE
            CLOSE F-REGISTRO
            CLOSE F-CHQFISC
            GOBACK.

       015-ABRIR-REGISTRO.
                DISPLAY 'Error: no se pudo abrir el registro de '
                    'cheques, status ' WS-STATUS-REGISTRO UPON CONSOLE
                GOBACK
            END-IF
      *    Complemento fiscal por cheque (cuotas IMSS por rama)
            OPEN I-O F-CHQFISC
            IF CHQFISC-NO-EXISTE
                OPEN OUTPUT F-CHQFISC
                CLOSE F-CHQFISC
                OPEN I-O F-CHQFISC
            END-IF
            IF NOT CHQFISC-OK
                DISPLAY 'Error: no se pudo abrir el complemento '
                    'fiscal CHQFISC.DAT, status ' WS-STATUS-CHQFISC
                    UPON CONSOLE
                CLOSE F-REGISTRO
                GOBACK
            END-IF.
       015-ABRIR-REGISTRO-SAL.
            EXIT.
            MOVE ZEROS TO WS-RUN-NETO
            MOVE ZEROS TO WS-DISP-CONTEO
            MOVE ZEROS TO WS-DISP-TOTAL
            INITIALIZE WS-CONTROL-EFECTIVO
            MOVE 'N' TO WS-FIN-CORRIDAS
            OPEN INPUT F-CORRIDAS
            IF WS-STATUS-CORRIDAS = '00'
                            ADD 1 TO WS-RUN-CHEQUES
                            ADD CHQ-BRUTO TO WS-RUN-BRUTO
                            ADD CHQ-IMPORTE TO WS-RUN-NETO
      *                    Los sobres ya grabados entran a la orden
      *                    de efectivo de la corrida
                            IF CHQ-PAGO-EFECTIVO AND CHQ-EMITIDO
                                MOVE CHQ-IMPORTE TO WS-EFE-IMPORTE
                                PERFORM 064B-SUMAR-SOBRE
                                   THRU
                                   064B-SUMAR-SOBRE-SAL
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
                DISPLAY 'Transferencias de la corrida: '
                    WS-DISP-CONTEO ' en DISPBAN.TXT' UPON CONSOLE
            END-IF
            IF WS-EFE-CONTEO > ZEROS
                PERFORM 064C-ORDEN-EFECTIVO
                   THRU
                   064C-ORDEN-EFECTIVO-SAL
            END-IF
            DISPLAY 'Control de corrida ' WS-CORRIDA-NUM
                ': cheques=' WS-RUN-CHEQUES
                ' (pendiente de cuadrar con PRG01039)' UPON CONSOLE.
            END-IF
      *    La captura individual no consulta el maestro, asi que no
      *    aplica retencion de fondo de ahorro ni descuento de
      *    incapacidad ni de faltas
            MOVE ZEROS TO WS-FONDO-PCT
            MOVE ZEROS TO WS-INCAP-DIAS
            MOVE ZEROS TO WS-INCAP-IMPORTE
            MOVE ZEROS TO WS-FALTA-DIAS
            MOVE ZEROS TO WS-FALTA-IMPORTE
            MOVE SPACE TO WS-CONCEPTO-PAGO
            MOVE ZEROS TO WS-CONCEPTO-IMPORTE
            INITIALIZE WS-PRIMAS
            PERFORM 055-CALCULAR-NETO
               THRU
               055-CALCULAR-NETO-SAL
      *    compartida de deducciones; el neto regresa a los campos de
      *    pesos y centavos que alimentan la letra de PRG01018
            COMPUTE WS-BRUTO = WS-PESOS + (WS-CENTAVOS / 100)
            MOVE ZEROS TO WS-VLD-PENDIENTES
            MOVE ZEROS TO WS-VLD-GRAVADO
            MOVE ZEROS TO WS-FON-TOTAL
      *    La fecha del cheque decide la version de la tabla de
      *    deducciones en vigor (DEDUCVER.TXT de PRG01037)
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            CALL 'PRG01038' USING WS-BRUTO WS-ISR WS-IMSS WS-OTRAS
                WS-NETO WS-CALCULO-OK WS-FECHA-SIS WS-SUBSIDIO
            IF NOT CALCULO-OK
                GO TO 055-CALCULAR-NETO-SAL
            END-IF
            PERFORM 055A-CUOTAS-IMSS
               THRU
               055A-CUOTAS-IMSS-SAL
      *    Pago rechazado por las cuotas: ni exencion ni vales, que
      *    quedan pendientes para la nueva captura
            IF NOT CALCULO-OK
                GO TO 055-CALCULAR-NETO-SAL
            END-IF
            PERFORM 055B-SEPARAR-EXENTO
               THRU
               055B-SEPARAR-EXENTO-SAL
            PERFORM 055D-VALES-GRAVADOS
               THRU
               055D-VALES-GRAVADOS-SAL
      *    El subsidio acreditado va al complemento fiscal del cheque
      *    aunque no haya tabla de cuotas IMSS
            IF WS-SUBSIDIO > ZEROS
                MOVE 'S' TO WS-FISCAL-GRABAR
            END-IF
            PERFORM 056-ABONO-PRESTAMO
               THRU
               056-ABONO-PRESTAMO-SAL
            PERFORM 056A-DESCUENTO-INFONAVIT
               THRU
               056A-DESCUENTO-INFONAVIT-SAL
            PERFORM 056C-RETENER-FONACOT
               THRU
               056C-RETENER-FONACOT-SAL
            PERFORM 056E-CUOTA-SINDICAL
               THRU
               056E-CUOTA-SINDICAL-SAL
            PERFORM 057-RETENER-FONDO
               THRU
               057-RETENER-FONDO-SAL
            MOVE WS-OTRAS TO WS-OTRAS-ED
            DISPLAY 'Deducciones: ISR=' WS-ISR-ED ' IMSS='
                WS-IMSS-ED ' OTRAS=' WS-OTRAS-ED UPON CONSOLE
            IF WS-SUBSIDIO > ZEROS
                MOVE WS-SUBSIDIO TO WS-SUBSIDIO-ED
                DISPLAY 'Subsidio para el empleo acreditado al ISR: '
                    WS-SUBSIDIO-ED UPON CONSOLE
            END-IF
            MOVE WS-NETO TO WS-PESOS
            COMPUTE WS-CENTAVOS = (WS-NETO - WS-PESOS) * 100.
       055-CALCULAR-NETO-SAL.
            EXIT.

       055A-CUOTAS-IMSS.
      *    Cuotas obrero-patronales por rama sobre el SDI topado a 25
      *    UMA (rutina PRG01109) por los dias cotizados del periodo,
      *    que son los de la frecuencia de la corrida menos los de
      *    incapacidad; la cuota obrera sustituye al porcentaje S de
      *    la tabla de deducciones y la patronal queda para el
      *    complemento fiscal del cheque; sin tabla de cuotas en
      *    vigor se conserva el IMSS de la tabla y se avisa
            MOVE 'N' TO WS-FISCAL-GRABAR
            MOVE ZEROS TO WS-IMSS-PATRON
            EVALUATE WS-FRECUENCIA-CORRIDA
                WHEN 'S'
                    MOVE 7 TO WS-IMSS-DIAS
                WHEN 'M'
                    MOVE 30 TO WS-IMSS-DIAS
                WHEN OTHER
                    MOVE 15 TO WS-IMSS-DIAS
            END-EVALUATE
            IF WS-INCAP-DIAS NOT < WS-IMSS-DIAS
                MOVE ZEROS TO WS-IMSS-DIAS
            ELSE
                SUBTRACT WS-INCAP-DIAS FROM WS-IMSS-DIAS
            END-IF
            MOVE WS-FALTA-DIAS TO WS-FALTA-IMSS
            IF WS-FALTA-IMSS > 7
                MOVE 7 TO WS-FALTA-IMSS
            END-IF
            IF WS-FALTA-IMSS NOT < WS-IMSS-DIAS
                MOVE ZEROS TO WS-IMSS-DIAS
            ELSE
                SUBTRACT WS-FALTA-IMSS FROM WS-IMSS-DIAS
            END-IF
            CALL 'PRG01109' USING WS-EMPID WS-FECHA-SIS WS-IMSS-DIAS
                WS-BRUTO WS-COMPANIA WS-IMSS-OBRERO WS-IMSS-PATRON
                WS-IMSS-SBC WS-IMSS-ESTIMADO WS-CUOTAS-OK
            IF NOT CUOTAS-OK
                MOVE ZEROS TO WS-IMSS-PATRON
                DISPLAY 'AVISO: sin tabla de cuotas IMSS en vigor '
                    '(CUOTIMSS.TXT); el IMSS del empleado ' WS-EMPID
                    ' sale del porcentaje de la tabla de deducciones'
                    UPON CONSOLE
                GO TO 055A-CUOTAS-IMSS-SAL
            END-IF
            IF IMSS-SDI-ESTIMADO
                DISPLAY 'AVISO: el empleado ' WS-EMPID ' no tiene SDI '
                    'calculado (PRG01107); se cotiza sobre el bruto '
                    'del periodo' UPON CONSOLE
            END-IF
            COMPUTE WS-NETO = WS-NETO + WS-IMSS - WS-IMSS-OBRERO
                ON SIZE ERROR
                    MOVE 'N' TO WS-CALCULO-OK
            END-COMPUTE
            IF WS-ISR + WS-IMSS-OBRERO + WS-OTRAS > WS-BRUTO
                MOVE 'N' TO WS-CALCULO-OK
            END-IF
            MOVE WS-IMSS-OBRERO TO WS-IMSS
            MOVE WS-IMSS-PATRON TO WS-PATRON-ED
            DISPLAY 'Cuota patronal IMSS: ' WS-PATRON-ED ' (SBC '
                WS-IMSS-SBC ' x ' WS-IMSS-DIAS ' dias)' UPON CONSOLE
            MOVE 'S' TO WS-FISCAL-GRABAR.
       055A-CUOTAS-IMSS-SAL.
            EXIT.

       055B-SEPARAR-EXENTO.
      *    Parte exenta de ISR del concepto del renglon de pago, en
      *    UMA a la fecha del cheque: aguinaldo 30 UMA, prima
      *    vacacional y PTU 15 UMA cada una, horas extra dobles la
      *    mitad hasta 5 UMA en la semana; el ISR se recalcula con la
      *    misma rutina sobre la parte gravada y la diferencia vuelve
      *    al neto; IMSS y otras se quedan sobre el bruto; la prima
      *    dominical exenta hasta 1 UMA por domingo trabajado
            MOVE ZEROS TO WS-EXENTO
            MOVE ZEROS TO WS-EXENTO-DOM
            MOVE ZEROS TO WS-EXENTO-CON
            MOVE WS-BRUTO TO WS-GRAVADO
            IF WS-CONCEPTO-PAGO = SPACE
                AND WS-PRIMA-DOMINICAL = ZEROS
                GO TO 055B-SEPARAR-EXENTO-SAL
            END-IF
            PERFORM 055C-UMA-VIGENTE
               THRU
               055C-UMA-VIGENTE-SAL
            IF WS-EXE-UMA = ZEROS
                DISPLAY 'AVISO: sin UMA en vigor (renglon U de '
                    'CUOTIMSS.TXT); el concepto del empleado '
                    WS-EMPID ' grava completo' UPON CONSOLE
                GO TO 055B-SEPARAR-EXENTO-SAL
            END-IF
            IF WS-CONCEPTO-IMPORTE > WS-BRUTO
                MOVE WS-BRUTO TO WS-CONCEPTO-IMPORTE
            END-IF
            EVALUATE TRUE
                WHEN CONCEPTO-AGUINALDO
                    COMPUTE WS-EXE-TOPE = WS-EXE-UMA * 30
                    MOVE WS-CONCEPTO-IMPORTE TO WS-EXENTO
                WHEN CONCEPTO-PRIMA-VAC
                WHEN CONCEPTO-PTU
                    COMPUTE WS-EXE-TOPE = WS-EXE-UMA * 15
                    MOVE WS-CONCEPTO-IMPORTE TO WS-EXENTO
                WHEN CONCEPTO-EXTRA-DOBLE
                    COMPUTE WS-EXE-TOPE = WS-EXE-UMA * 5
                    COMPUTE WS-EXENTO ROUNDED =
                        WS-CONCEPTO-IMPORTE / 2
                WHEN OTHER
                    MOVE ZEROS TO WS-EXE-TOPE
            END-EVALUATE
            IF CONCEPTO-AGUINALDO OR CONCEPTO-PRIMA-VAC OR CONCEPTO-PTU
                PERFORM 055E-EXENTO-DEL-ANO
                   THRU
                   055E-EXENTO-DEL-ANO-SAL
            END-IF
            IF WS-EXENTO > WS-EXE-TOPE
                MOVE WS-EXE-TOPE TO WS-EXENTO
            END-IF
            MOVE WS-EXENTO TO WS-EXENTO-CON
            IF WS-PRIMA-DOMINICAL > ZEROS
                COMPUTE WS-EXE-TOPE = WS-EXE-UMA * WS-DOMINGOS
                MOVE WS-PRIMA-DOMINICAL TO WS-EXENTO-DOM
                IF WS-EXENTO-DOM > WS-EXE-TOPE
                    MOVE WS-EXE-TOPE TO WS-EXENTO-DOM
                END-IF
                ADD WS-EXENTO-DOM TO WS-EXENTO
            END-IF
            IF WS-EXENTO > WS-BRUTO
                MOVE WS-BRUTO TO WS-EXENTO
            END-IF
            COMPUTE WS-GRAVADO = WS-BRUTO - WS-EXENTO
            IF WS-EXENTO = ZEROS
                GO TO 055B-SEPARAR-EXENTO-SAL
            END-IF
            MOVE 'S' TO WS-FISCAL-GRABAR
            IF WS-GRAVADO = ZEROS
                ADD WS-ISR TO WS-NETO
                MOVE ZEROS TO WS-ISR
                MOVE ZEROS TO WS-SUBSIDIO
                GO TO 055B-SEPARAR-EXENTO-SAL
            END-IF
            MOVE 'S' TO WS-EXE-OK
            CALL 'PRG01038' USING WS-GRAVADO WS-EXE-ISR WS-EXE-IMSS
                WS-EXE-OTRAS WS-EXE-NETO WS-EXE-OK WS-FECHA-SIS
                WS-EXE-SUBSIDIO
            IF NOT EXE-CALCULO-OK
                DISPLAY 'AVISO: sin tramo de ISR para la parte '
                    'gravada del empleado ' WS-EMPID '; el ISR queda '
                    'sobre el bruto' UPON CONSOLE
                GO TO 055B-SEPARAR-EXENTO-SAL
            END-IF
            COMPUTE WS-NETO = WS-NETO + WS-ISR - WS-EXE-ISR
            MOVE WS-EXE-ISR TO WS-ISR
            MOVE WS-EXE-SUBSIDIO TO WS-SUBSIDIO.
       055B-SEPARAR-EXENTO-SAL.
            EXIT.

       055C-UMA-VIGENTE.
      *    UMA diaria vigente al cheque; sin tabla de indicadores, la
      *    del renglon U de la tabla de cuotas IMSS con la vigencia
      *    mas reciente que no sea posterior al cheque
            MOVE ZEROS TO WS-EXE-UMA
            MOVE ZEROS TO WS-EXE-VIGENCIA
      *    Primero la tabla de indicadores de PRG01116
            CALL 'PRG01117' USING WS-FECHA-SIS WS-IND-UMA
                WS-IND-SM-GENERAL WS-IND-SM-FRONTERA WS-IND-HAY
            IF IND-HAY AND WS-IND-UMA > ZEROS
                MOVE WS-IND-UMA TO WS-EXE-UMA
                GO TO 055C-UMA-VIGENTE-SAL
            END-IF
            OPEN INPUT F-CUOTIMSS
            IF WS-STATUS-CUOTIMSS NOT = '00'
                GO TO 055C-UMA-VIGENTE-SAL
            END-IF
            MOVE 'N' TO WS-EXE-FIN
            PERFORM UNTIL FIN-CUOTIMSS
                READ F-CUOTIMSS INTO WS-RENGLON-CUOTIMSS
                    AT END
                        MOVE 'Y' TO WS-EXE-FIN
                    NOT AT END
                        IF WS-CIM-BASE = 'U'
                            AND WS-CIM-VIGENCIA NOT > WS-FECHA-SIS
                            AND WS-CIM-VIGENCIA > WS-EXE-VIGENCIA
                            MOVE WS-CIM-VIGENCIA TO WS-EXE-VIGENCIA
                            MOVE WS-CIM-PATRON TO WS-EXE-UMA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CUOTIMSS.
       055C-UMA-VIGENTE-SAL.
            EXIT.

       055E-EXENTO-DEL-ANO.
      *    Los topes de aguinaldo, prima vacacional y PTU son por
      *    año: al tope se le resta lo que el mismo concepto ya tuvo
      *    exento este año en cheques no cancelados del empleado,
      *    segun su complemento fiscal; la tabla del año se carga una
      *    vez y solo si se desborda se recorre el complemento
            MOVE ZEROS TO WS-EXE-OTORGADO
            IF NOT EXA-CARGADA OR WS-EXA-ANO NOT = WS-FECHA-SIS(1:4)
                PERFORM 055G-CARGAR-EXENTOS
                   THRU
                   055G-CARGAR-EXENTOS-SAL
            END-IF
            IF EXA-DESBORDADA
                PERFORM 055M-EXENTO-EN-DISCO
                   THRU
                   055M-EXENTO-EN-DISCO-SAL
            ELSE
                MOVE WS-EMPID TO WS-EXA-EMP
                MOVE WS-CONCEPTO-PAGO TO WS-EXA-CONCEPTO
                PERFORM 055I-BUSCAR-EXENTO
                   THRU
                   055I-BUSCAR-EXENTO-SAL
                IF WS-EXA-HALLADO > ZEROS
                    MOVE WS-EXA-T-EXENTO(WS-EXA-HALLADO)
                        TO WS-EXE-OTORGADO
                END-IF
            END-IF
            IF WS-EXE-OTORGADO = ZEROS
                GO TO 055E-EXENTO-DEL-ANO-SAL
            END-IF
            IF WS-EXE-OTORGADO NOT < WS-EXE-TOPE
                MOVE ZEROS TO WS-EXE-TOPE
            ELSE
                SUBTRACT WS-EXE-OTORGADO FROM WS-EXE-TOPE
            END-IF
            MOVE WS-EXE-OTORGADO TO WS-EXENTO-ED
            DISPLAY 'Exento del concepto ya otorgado en el año al '
                'empleado ' WS-EMPID ': ' WS-EXENTO-ED UPON CONSOLE.
       055E-EXENTO-DEL-ANO-SAL.
            EXIT.

       055G-CARGAR-EXENTOS.
      *    Una pasada del complemento fiscal: exento de aguinaldo,
      *    prima vacacional y PTU de cheques no cancelados del año
            MOVE ZEROS TO WS-EXA-NUM
            MOVE 'N' TO WS-EXA-DESBORDE
            MOVE WS-FECHA-SIS(1:4) TO WS-EXA-ANO
            MOVE 'S' TO WS-EXA-CARGADA
            MOVE 'N' TO WS-EXA-FIN
            MOVE ZEROS TO CFS-NUMERO
            START F-CHQFISC KEY IS NOT < CFS-NUMERO
                INVALID KEY
                    MOVE 'Y' TO WS-EXA-FIN
            END-START
            PERFORM 055H-CARGAR-RENGLON
               THRU
               055H-CARGAR-RENGLON-SAL
               UNTIL FIN-EXENTOS-ANO.
       055G-CARGAR-EXENTOS-SAL.
            EXIT.

       055H-CARGAR-RENGLON.
            READ F-CHQFISC NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EXA-FIN
                    GO TO 055H-CARGAR-RENGLON-SAL
            END-READ
            MOVE CFS-CONCEPTO TO WS-EXA-CONCEPTO
            IF NOT EXA-CONCEPTO-ANUAL OR CFS-EXENTO NOT NUMERIC
                GO TO 055H-CARGAR-RENGLON-SAL
            END-IF
            IF CFS-EXENTO = ZEROS
                GO TO 055H-CARGAR-RENGLON-SAL
            END-IF
            MOVE CFS-NUMERO TO CHQ-NUMERO
            READ F-REGISTRO
                INVALID KEY
                    GO TO 055H-CARGAR-RENGLON-SAL
            END-READ
            IF CHQ-CANCELADO OR CHQ-FECHA(1:4) NOT = WS-EXA-ANO
                GO TO 055H-CARGAR-RENGLON-SAL
            END-IF
            MOVE CFS-EMP-ID TO WS-EXA-EMP
            MOVE CFS-EXENTO TO WS-EXA-IMPORTE
            PERFORM 055J-SUMAR-EXENTO
               THRU
               055J-SUMAR-EXENTO-SAL
            IF EXA-DESBORDADA
                MOVE 'Y' TO WS-EXA-FIN
            END-IF.
       055H-CARGAR-RENGLON-SAL.
            EXIT.

       055I-BUSCAR-EXENTO.
            MOVE ZEROS TO WS-EXA-HALLADO
            PERFORM VARYING WS-EXA-IDX FROM 1 BY 1
                UNTIL WS-EXA-IDX > WS-EXA-NUM
                    OR WS-EXA-HALLADO > ZEROS
                IF WS-EXA-T-EMP(WS-EXA-IDX) = WS-EXA-EMP
                    AND WS-EXA-T-CONCEPTO(WS-EXA-IDX)
                        = WS-EXA-CONCEPTO
                    MOVE WS-EXA-IDX TO WS-EXA-HALLADO
                END-IF
            END-PERFORM.
       055I-BUSCAR-EXENTO-SAL.
            EXIT.

       055J-SUMAR-EXENTO.
      *    Suma (o resta, si el importe es negativo) al renglon del
      *    empleado y concepto; sin lugar en la tabla se marca el
      *    desborde y el resto de la sesion lee el complemento
            PERFORM 055I-BUSCAR-EXENTO
               THRU
               055I-BUSCAR-EXENTO-SAL
            IF WS-EXA-HALLADO = ZEROS
                IF WS-EXA-IMPORTE NOT > ZEROS
                    GO TO 055J-SUMAR-EXENTO-SAL
                END-IF
                IF WS-EXA-NUM NOT < 3000
                    MOVE 'S' TO WS-EXA-DESBORDE
                    DISPLAY 'AVISO: la tabla de exentos del año se '
                        'lleno; los topes se toman del complemento '
                        'fiscal' UPON CONSOLE
                    GO TO 055J-SUMAR-EXENTO-SAL
                END-IF
                ADD 1 TO WS-EXA-NUM
                MOVE WS-EXA-NUM TO WS-EXA-HALLADO
                MOVE WS-EXA-EMP TO WS-EXA-T-EMP(WS-EXA-HALLADO)
                MOVE WS-EXA-CONCEPTO
                    TO WS-EXA-T-CONCEPTO(WS-EXA-HALLADO)
                MOVE ZEROS TO WS-EXA-T-EXENTO(WS-EXA-HALLADO)
            END-IF
            IF WS-EXA-T-EXENTO(WS-EXA-HALLADO) + WS-EXA-IMPORTE
                < ZEROS
                MOVE ZEROS TO WS-EXA-T-EXENTO(WS-EXA-HALLADO)
            ELSE
                ADD WS-EXA-IMPORTE TO WS-EXA-T-EXENTO(WS-EXA-HALLADO)
            END-IF.
       055J-SUMAR-EXENTO-SAL.
            EXIT.

       055K-ANOTAR-EXENTO.
      *    El exento del complemento recien grabado entra a la tabla
      *    para los pagos siguientes de la misma corrida
            IF NOT EXA-CARGADA OR EXA-DESBORDADA
                GO TO 055K-ANOTAR-EXENTO-SAL
            END-IF
            MOVE CFS-CONCEPTO TO WS-EXA-CONCEPTO
            IF NOT EXA-CONCEPTO-ANUAL OR CFS-EXENTO = ZEROS
                GO TO 055K-ANOTAR-EXENTO-SAL
            END-IF
            IF WS-FECHA-SIS(1:4) NOT = WS-EXA-ANO
                GO TO 055K-ANOTAR-EXENTO-SAL
            END-IF
            MOVE CFS-EMP-ID TO WS-EXA-EMP
            MOVE CFS-EXENTO TO WS-EXA-IMPORTE
            PERFORM 055J-SUMAR-EXENTO
               THRU
               055J-SUMAR-EXENTO-SAL.
       055K-ANOTAR-EXENTO-SAL.
            EXIT.

       055L-RETIRAR-EXENTO.
      *    El cheque que se cancela en la sesion devuelve su exento
      *    del año a la tabla
            IF NOT EXA-CARGADA OR EXA-DESBORDADA
                GO TO 055L-RETIRAR-EXENTO-SAL
            END-IF
            IF CHQ-FECHA(1:4) NOT = WS-EXA-ANO
                GO TO 055L-RETIRAR-EXENTO-SAL
            END-IF
            MOVE CHQ-NUMERO TO CFS-NUMERO
            READ F-CHQFISC
                INVALID KEY
                    GO TO 055L-RETIRAR-EXENTO-SAL
            END-READ
            MOVE CFS-CONCEPTO TO WS-EXA-CONCEPTO
            IF NOT EXA-CONCEPTO-ANUAL OR CFS-EXENTO NOT NUMERIC
                GO TO 055L-RETIRAR-EXENTO-SAL
            END-IF
            MOVE CFS-EMP-ID TO WS-EXA-EMP
            COMPUTE WS-EXA-IMPORTE = ZEROS - CFS-EXENTO
            PERFORM 055J-SUMAR-EXENTO
               THRU
               055J-SUMAR-EXENTO-SAL.
       055L-RETIRAR-EXENTO-SAL.
            EXIT.

       055M-EXENTO-EN-DISCO.
      *    Con la tabla desbordada: recorrido del complemento fiscal
      *    solo para el empleado y concepto del pago
            MOVE 'N' TO WS-EXE-FIN-ANO
            MOVE ZEROS TO CFS-NUMERO
            START F-CHQFISC KEY IS NOT < CFS-NUMERO
                INVALID KEY
                    MOVE 'Y' TO WS-EXE-FIN-ANO
            END-START
            PERFORM UNTIL FIN-EXENTO-ANO
                READ F-CHQFISC NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-EXE-FIN-ANO
                    NOT AT END
                        IF CFS-EMP-ID = WS-EMPID
                            AND CFS-CONCEPTO = WS-CONCEPTO-PAGO
                            AND CFS-EXENTO NUMERIC
                            MOVE CFS-NUMERO TO CHQ-NUMERO
                            READ F-REGISTRO
                                INVALID KEY
                                    MOVE 'V' TO CHQ-ESTATUS
                            END-READ
                            IF NOT CHQ-CANCELADO
                                AND CHQ-FECHA(1:4) = WS-FECHA-SIS(1:4)
                                ADD CFS-EXENTO TO WS-EXE-OTORGADO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
       055M-EXENTO-EN-DISCO-SAL.
            EXIT.

       055D-VALES-GRAVADOS.
      *    Vales de despensa del empleado (VALES.TXT de PRG01129) que
      *    aun no tienen aplicacion en VALESAPL.TXT: lo gravado se
      *    suma a la base del ISR de este pago y la diferencia de ISR
      *    sale del neto; si el neto no alcanza, los vales esperan al
      *    siguiente pago; los vales aplicados se asientan en
      *    VALESAPL.TXT con la corrida hasta que el cheque queda
      *    grabado (055F), para el costo por centro de costo de la
      *    poliza de PRG01063
            MOVE ZEROS TO WS-VLD-NUM
            MOVE ZEROS TO WS-VLD-PENDIENTES
            MOVE ZEROS TO WS-VLD-GRAVADO
            MOVE ZEROS TO WS-VLA-NUM
      *    Primero los meses ya aplicados en corridas anteriores, para
      *    que no ocupen lugar entre los 12 pendientes del pago
            OPEN INPUT F-VALESAPL
            IF WS-STATUS-VALESAPL = '00'
                MOVE 'N' TO WS-VLD-FIN
                PERFORM UNTIL FIN-VALES
                    READ F-VALESAPL INTO WS-VAP-RENGLON
                        AT END
                            MOVE 'Y' TO WS-VLD-FIN
                        NOT AT END
                            IF WS-VAP-EMP = WS-EMPID
                                IF WS-VLA-NUM < 240
                                    ADD 1 TO WS-VLA-NUM
                                    MOVE WS-VAP-PERIODO
                                        TO WS-VLA-PERIODO(WS-VLA-NUM)
                                ELSE
                                    DISPLAY 'AVISO: mas de 240 vales '
                                        'aplicados del empleado '
                                        WS-EMPID UPON CONSOLE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-VALESAPL
            END-IF
            OPEN INPUT F-VALES
            IF WS-STATUS-VALES NOT = '00'
                GO TO 055D-VALES-GRAVADOS-SAL
            END-IF
            MOVE 'N' TO WS-VLD-FIN
            PERFORM UNTIL FIN-VALES
                READ F-VALES INTO WS-VLD-RENGLON
                    AT END
                        MOVE 'Y' TO WS-VLD-FIN
                    NOT AT END
                        IF WS-VLD-EMP = WS-EMPID
                            MOVE 'N' TO WS-VLA-HALLADO
                            PERFORM VARYING WS-VLA-IDX FROM 1 BY 1
                                UNTIL WS-VLA-IDX > WS-VLA-NUM
                                    OR VALE-APLICADO
                                IF WS-VLA-PERIODO(WS-VLA-IDX)
                                    = WS-VLD-PERIODO
                                    MOVE 'S' TO WS-VLA-HALLADO
                                END-IF
                            END-PERFORM
                            IF NOT VALE-APLICADO AND WS-VLD-NUM < 12
                                ADD 1 TO WS-VLD-NUM
                                MOVE WS-VLD-PERIODO
                                    TO WS-VLD-P-PERIODO(WS-VLD-NUM)
                                MOVE WS-VLD-CENTRO
                                    TO WS-VLD-P-CENTRO(WS-VLD-NUM)
                                MOVE WS-VLD-IMPORTE
                                    TO WS-VLD-P-IMPORTE(WS-VLD-NUM)
                                MOVE WS-VLD-GRAV
                                    TO WS-VLD-P-GRAV(WS-VLD-NUM)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-VALES
            IF WS-VLD-NUM = ZEROS
                GO TO 055D-VALES-GRAVADOS-SAL
            END-IF
            PERFORM VARYING WS-VLD-IDX FROM 1 BY 1
                UNTIL WS-VLD-IDX > WS-VLD-NUM
                ADD 1 TO WS-VLD-PENDIENTES
                ADD WS-VLD-P-GRAV(WS-VLD-IDX) TO WS-VLD-GRAVADO
            END-PERFORM
            IF WS-VLD-GRAVADO > ZEROS
                COMPUTE WS-VLD-BASE = WS-GRAVADO + WS-VLD-GRAVADO
                MOVE 'S' TO WS-EXE-OK
                CALL 'PRG01038' USING WS-VLD-BASE WS-EXE-ISR
                    WS-EXE-IMSS WS-EXE-OTRAS WS-EXE-NETO WS-EXE-OK
                    WS-FECHA-SIS WS-EXE-SUBSIDIO
                IF NOT EXE-CALCULO-OK
                    DISPLAY 'AVISO: sin tramo de ISR para los vales '
                        'gravados del empleado ' WS-EMPID '; quedan '
                        'pendientes' UPON CONSOLE
                    MOVE ZEROS TO WS-VLD-GRAVADO
                    MOVE ZEROS TO WS-VLD-PENDIENTES
                    GO TO 055D-VALES-GRAVADOS-SAL
                END-IF
                COMPUTE WS-VLD-AUMENTO = WS-EXE-ISR - WS-ISR
                IF WS-VLD-AUMENTO > WS-NETO
                    DISPLAY 'AVISO: el neto del empleado ' WS-EMPID
                        ' no alcanza el ISR de sus vales gravados; '
                        'quedan pendientes' UPON CONSOLE
                    MOVE ZEROS TO WS-VLD-GRAVADO
                    MOVE ZEROS TO WS-VLD-PENDIENTES
                    GO TO 055D-VALES-GRAVADOS-SAL
                END-IF
                COMPUTE WS-NETO = WS-NETO - WS-VLD-AUMENTO
                MOVE WS-EXE-ISR TO WS-ISR
                MOVE WS-EXE-SUBSIDIO TO WS-SUBSIDIO
                MOVE 'S' TO WS-FISCAL-GRABAR
                MOVE WS-VLD-GRAVADO TO WS-VLD-GRAVADO-ED
                DISPLAY 'Vales de despensa gravados a la base del '
                    'ISR: ' WS-VLD-GRAVADO-ED UPON CONSOLE
            END-IF.
       055D-VALES-GRAVADOS-SAL.
            EXIT.

       055F-ASENTAR-VALES.
      *    Los vales que entraron a la base del ISR quedan aplicados
      *    a la corrida una vez grabado el cheque; en simulacion el
      *    ISR se calcula igual pero los vales no se dan por aplicados
            IF WS-VLD-PENDIENTES = ZEROS OR SIMULANDO
                GO TO 055F-ASENTAR-VALES-SAL
            END-IF
            OPEN EXTEND F-VALESAPL
            IF WS-STATUS-VALESAPL = '35'
                OPEN OUTPUT F-VALESAPL
            END-IF
            PERFORM VARYING WS-VLD-IDX FROM 1 BY 1
                UNTIL WS-VLD-IDX > WS-VLD-NUM
                MOVE WS-CORRIDA-NUM TO WS-VAP-CORRIDA
                MOVE WS-EMPID TO WS-VAP-EMP
                MOVE WS-VLD-P-PERIODO(WS-VLD-IDX) TO WS-VAP-PERIODO
                MOVE WS-VLD-P-CENTRO(WS-VLD-IDX) TO WS-VAP-CENTRO
                MOVE WS-VLD-P-IMPORTE(WS-VLD-IDX) TO WS-VAP-IMPORTE
                MOVE WS-VLD-P-GRAV(WS-VLD-IDX) TO WS-VAP-GRAV
                MOVE WS-VAP-RENGLON TO REG-VALESAPL
                WRITE REG-VALESAPL
            END-PERFORM
            CLOSE F-VALESAPL
            MOVE ZEROS TO WS-VLD-PENDIENTES.
       055F-ASENTAR-VALES-SAL.
            EXIT.

       053-DESCONTAR-INCAPACIDAD.
      *    Dias de incapacidad cuyo certificado inicia dentro del
      *    periodo pagado: se descuentan del bruto al salario diario
       053B-SUMAR-INCAPACIDAD-SAL.
            EXIT.

       053C-DESCONTAR-FALTAS.
      *    Faltas injustificadas del empleado con fecha dentro de la
      *    ventana del periodo: igual que la incapacidad, al salario
      *    diario y topadas al bruto; el semanal las trae ya en sus
      *    dias trabajados de la tarjeta y no se le descuentan aqui
            MOVE ZEROS TO WS-FALTA-DIAS
            MOVE ZEROS TO WS-FALTA-IMPORTE
            IF FREC-SEMANAL
                GO TO 053C-DESCONTAR-FALTAS-SAL
            END-IF
            OPEN INPUT F-FALTAS
            IF WS-STATUS-FALTAS NOT = '00'
                GO TO 053C-DESCONTAR-FALTAS-SAL
            END-IF
            PERFORM 053A-VENTANA-DEL-PERIODO
               THRU
               053A-VENTANA-DEL-PERIODO-SAL
            IF NOT VENTANA-HALLADA
                CLOSE F-FALTAS
                DISPLAY 'AVISO: periodo ' WS-PERIODO ' sin '
                    'calendario en PERIODOS.TXT; las faltas '
                    'del empleado ' WS-EMPID ' no se descuentan'
                    UPON CONSOLE
                GO TO 053C-DESCONTAR-FALTAS-SAL
            END-IF
            MOVE 'N' TO WS-FIN-FALTAS
            PERFORM 053D-SUMAR-FALTA
               THRU
               053D-SUMAR-FALTA-SAL
               UNTIL FIN-FALTAS
            CLOSE F-FALTAS
            IF WS-FALTA-DIAS = ZEROS
                GO TO 053C-DESCONTAR-FALTAS-SAL
            END-IF
            IF FREC-MENSUAL
                COMPUTE WS-FALTA-DIARIO = REG-SALARIO / 30
            ELSE
                COMPUTE WS-FALTA-DIARIO = REG-SALARIO / 15
            END-IF
            COMPUTE WS-FALTA-IMPORTE ROUNDED = WS-FALTA-DIARIO
                * WS-FALTA-DIAS
            COMPUTE WS-FALTA-BRUTO = WS-PESOS
                + (WS-CENTAVOS / 100)
            IF WS-FALTA-IMPORTE > WS-FALTA-BRUTO
                MOVE WS-FALTA-BRUTO TO WS-FALTA-IMPORTE
            END-IF
            COMPUTE WS-FALTA-BRUTO = WS-FALTA-BRUTO
                - WS-FALTA-IMPORTE
            MOVE WS-FALTA-BRUTO TO WS-PESOS
            COMPUTE WS-CENTAVOS = (WS-FALTA-BRUTO - WS-PESOS) * 100
            MOVE WS-FALTA-IMPORTE TO WS-FALTA-ED
            DISPLAY 'Faltas: ' WS-FALTA-DIAS ' dia(s) '
                'descontado(s) del bruto (' WS-FALTA-ED ')'
                UPON CONSOLE.
       053C-DESCONTAR-FALTAS-SAL.
            EXIT.

       053D-SUMAR-FALTA.
            READ F-FALTAS INTO WS-RENGLON-FALTA
                AT END
                    MOVE 'Y' TO WS-FIN-FALTAS
                NOT AT END
                    IF WS-FAL-EMP = WS-EMPID
                        AND WS-FAL-FECHA NOT < WS-PRD-INICIO
                        AND WS-FAL-FECHA NOT > WS-PRD-FIN
                        ADD 1 TO WS-FALTA-DIAS
                    END-IF
            END-READ.
       053D-SUMAR-FALTA-SAL.
            EXIT.

       054-APLICAR-RECURRENTES.
      *    Conceptos recurrentes vigentes del empleado a la fecha
      *    del cheque: la percepcion suma al neto y la deduccion va
       056-ABONO-PRESTAMO-SAL.
            EXIT.

       056A-DESCUENTO-INFONAVIT.
      *    Descuento del credito de vivienda INFONAVIT del empleado
      *    (maestro de PRG01113) desde la fecha de inicio del aviso
      *    de retencion y hasta su suspension, por los dias
      *    cotizados del periodo: porcentaje del SBC, cuota fija
      *    mensual o factor de veces salario minimo (mensual de 30.4
      *    dias); topado al neto que queda; la cifra va al
      *    complemento fiscal del cheque y a la pista INFOMOV.TXT
            MOVE ZEROS TO WS-DESCUENTO-INF
            MOVE SPACES TO WS-INF-CREDITO
            OPEN I-O F-INFCRED
            IF NOT INFCRED-OK
                GO TO 056A-DESCUENTO-INFONAVIT-SAL
            END-IF
            MOVE WS-EMPID TO INF-EMP-ID
            READ F-INFCRED
                INVALID KEY
                    CLOSE F-INFCRED
                    GO TO 056A-DESCUENTO-INFONAVIT-SAL
            END-READ
            IF NOT INF-ACTIVO OR WS-FECHA-SIS < INF-FECHA-INICIO
                OR (INF-FECHA-SUSP > ZEROS
                    AND WS-FECHA-SIS NOT < INF-FECHA-SUSP)
                CLOSE F-INFCRED
                GO TO 056A-DESCUENTO-INFONAVIT-SAL
            END-IF
            MOVE WS-IMSS-DIAS TO WS-INF-DIAS
            EVALUATE TRUE
                WHEN INF-PORCENTAJE
      *            SBC del calculo de cuotas; sin el, el SDI vigente
      *            o en ultimo caso el bruto entre los dias
                    IF CUOTAS-OK AND WS-IMSS-SBC > ZEROS
                        MOVE WS-IMSS-SBC TO WS-INF-SBC
                    ELSE
                        CALL 'PRG01108' USING WS-EMPID WS-FECHA-SIS
                            WS-INF-SDI WS-INF-SDI-HAY
                        IF INF-SDI-ENCONTRADO
                            MOVE WS-INF-SDI TO WS-INF-SBC
                        ELSE
                            IF WS-INF-DIAS > ZEROS
                                COMPUTE WS-INF-SBC ROUNDED =
                                    WS-BRUTO / WS-INF-DIAS
                            ELSE
                                MOVE ZEROS TO WS-INF-SBC
                            END-IF
                        END-IF
                    END-IF
                    COMPUTE WS-DESCUENTO-INF ROUNDED = WS-INF-SBC
                        * WS-INF-DIAS * INF-VALOR / 100
                WHEN INF-CUOTA-FIJA
                    COMPUTE WS-DESCUENTO-INF ROUNDED = INF-VALOR
                        * WS-INF-DIAS / 30.4
                WHEN INF-VSM
                    PERFORM 056B-LEER-VSM
                       THRU
                       056B-LEER-VSM-SAL
                    IF WS-INF-VSM = ZEROS
                        DISPLAY 'AVISO: sin salario minimo en '
                            'INFOVSM.TXT; el credito INFONAVIT del '
                            'empleado ' WS-EMPID ' no se descuenta'
                            UPON CONSOLE
                    END-IF
                    COMPUTE WS-DESCUENTO-INF ROUNDED = INF-VALOR
                        * WS-INF-VSM * WS-INF-DIAS
                WHEN OTHER
                    MOVE ZEROS TO WS-DESCUENTO-INF
            END-EVALUATE
            IF WS-DESCUENTO-INF > WS-NETO
                MOVE WS-NETO TO WS-DESCUENTO-INF
            END-IF
            IF WS-DESCUENTO-INF = ZEROS
                CLOSE F-INFCRED
                GO TO 056A-DESCUENTO-INFONAVIT-SAL
            END-IF
            ADD WS-DESCUENTO-INF TO WS-OTRAS
            SUBTRACT WS-DESCUENTO-INF FROM WS-NETO
            MOVE INF-CREDITO TO WS-INF-CREDITO
            MOVE 'S' TO WS-FISCAL-GRABAR
            MOVE WS-DESCUENTO-INF TO WS-INF-ED
            DISPLAY 'Descuento INFONAVIT credito ' INF-CREDITO ': '
                WS-INF-ED UPON CONSOLE
      *    En simulacion no se toca el acumulado ni la pista
            IF SIMULANDO
                CLOSE F-INFCRED
                GO TO 056A-DESCUENTO-INFONAVIT-SAL
            END-IF
            ADD WS-DESCUENTO-INF TO INF-RETENIDO
            REWRITE REG-INFCRED
            CLOSE F-INFCRED
            MOVE WS-EMPID TO IMV-EMP
            MOVE WS-FECHA-SIS TO IMV-FECHA
            MOVE WS-PERIODO TO IMV-PERIODO
            MOVE WS-INF-CREDITO TO IMV-CREDITO
            MOVE WS-DESCUENTO-INF TO IMV-DESCUENTO
            OPEN EXTEND F-INFOMOV
            IF WS-STATUS-INFOMOV = '35'
                OPEN OUTPUT F-INFOMOV
            END-IF
            MOVE WS-REG-INFOMOV TO REG-INFOMOV
            WRITE REG-INFOMOV
            CLOSE F-INFOMOV.
       056A-DESCUENTO-INFONAVIT-SAL.
            EXIT.

       056B-LEER-VSM.
      *    Salario minimo diario de la ultima vigencia no posterior a
      *    la fecha del cheque (tabla de PRG01113)
            MOVE ZEROS TO WS-INF-VSM
            OPEN INPUT F-INFOVSM
            IF WS-STATUS-INFOVSM NOT = '00'
                GO TO 056B-LEER-VSM-SAL
            END-IF
            MOVE ZEROS TO WS-VSM-VIGENCIA
            MOVE 'N' TO WS-INF-FIN-VSM
            PERFORM UNTIL FIN-VSM
                READ F-INFOVSM INTO WS-RENGLON-VSM
                    AT END
                        MOVE 'Y' TO WS-INF-FIN-VSM
                    NOT AT END
                        IF WS-VSM-VIGENCIA NOT > WS-FECHA-SIS
                            MOVE WS-VSM-VALOR TO WS-INF-VSM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-INFOVSM.
       056B-LEER-VSM-SAL.
            EXIT.

       056C-RETENER-FONACOT.
      *    Cuotas FONACOT de la cedula del mes del cheque (importada
      *    por PRG01115): la cuota mensual se reparte entre los pagos
      *    del mes de la frecuencia de la corrida y se topa a lo que
      *    falta del mes y al neto; sin dias cotizados por
      *    incapacidad no se retiene; el motivo queda en la cedula
      *    para la conciliacion
            MOVE WS-FECHA-SIS(1:6) TO WS-FON-MES
            MOVE ZEROS TO WS-FON-TOTAL
            EVALUATE WS-FRECUENCIA-CORRIDA
                WHEN 'S'
                    MOVE 4 TO WS-FON-PAGOS-MES
                WHEN 'M'
                    MOVE 1 TO WS-FON-PAGOS-MES
                WHEN OTHER
                    MOVE 2 TO WS-FON-PAGOS-MES
            END-EVALUATE
            OPEN I-O F-FONCRED
            IF NOT FONCRED-OK
                GO TO 056C-RETENER-FONACOT-SAL
            END-IF
            MOVE WS-FON-MES TO FON-MES
            MOVE LOW-VALUES TO FON-CREDITO
            START F-FONCRED KEY IS NOT LESS THAN FON-LLAVE
                INVALID KEY
                    CLOSE F-FONCRED
                    GO TO 056C-RETENER-FONACOT-SAL
            END-START
            MOVE 'N' TO WS-FON-FIN
            PERFORM 056D-CUOTA-FONACOT
               THRU
               056D-CUOTA-FONACOT-SAL
               UNTIL FIN-FONACOT
            CLOSE F-FONCRED.
       056C-RETENER-FONACOT-SAL.
            EXIT.

       056D-CUOTA-FONACOT.
            READ F-FONCRED NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FON-FIN
                    GO TO 056D-CUOTA-FONACOT-SAL
            END-READ
            IF FON-MES NOT = WS-FON-MES
                MOVE 'Y' TO WS-FON-FIN
                GO TO 056D-CUOTA-FONACOT-SAL
            END-IF
            IF FON-EMP-ID NOT = WS-EMPID
                OR FON-RETENIDO NOT < FON-CUOTA
                GO TO 056D-CUOTA-FONACOT-SAL
            END-IF
            IF WS-IMSS-DIAS = ZEROS AND WS-INCAP-DIAS > ZEROS
                IF NOT SIMULANDO
                    MOVE 'I' TO FON-MOTIVO
                    REWRITE REG-FONCRED
                END-IF
                DISPLAY 'FONACOT credito ' FON-CREDITO ': sin '
                    'retencion por incapacidad' UPON CONSOLE
                GO TO 056D-CUOTA-FONACOT-SAL
            END-IF
            COMPUTE WS-FON-PENDIENTE = FON-CUOTA - FON-RETENIDO
            COMPUTE WS-FON-IMPORTE ROUNDED =
                FON-CUOTA / WS-FON-PAGOS-MES
            IF WS-FON-IMPORTE > WS-FON-PENDIENTE
                MOVE WS-FON-PENDIENTE TO WS-FON-IMPORTE
            END-IF
            IF WS-FON-IMPORTE > WS-NETO
                MOVE WS-NETO TO WS-FON-IMPORTE
                IF NOT SIMULANDO
                    MOVE 'N' TO FON-MOTIVO
                END-IF
                DISPLAY 'FONACOT credito ' FON-CREDITO ': neto '
                    'insuficiente para la cuota' UPON CONSOLE
            END-IF
            IF WS-FON-IMPORTE > ZEROS
                ADD WS-FON-IMPORTE TO WS-OTRAS
                SUBTRACT WS-FON-IMPORTE FROM WS-NETO
      *        Lo retenido va al complemento fiscal del cheque para
      *        que la reversion de la corrida lo devuelva a la cedula
                ADD WS-FON-IMPORTE TO WS-FON-TOTAL
                MOVE 'S' TO WS-FISCAL-GRABAR
                MOVE WS-FON-IMPORTE TO WS-FON-ED
                DISPLAY 'Retencion FONACOT credito ' FON-CREDITO ': '
                    WS-FON-ED UPON CONSOLE
            END-IF
      *    En simulacion la cedula no se toca
            IF SIMULANDO
                GO TO 056D-CUOTA-FONACOT-SAL
            END-IF
            ADD WS-FON-IMPORTE TO FON-RETENIDO
            IF WS-FON-IMPORTE > ZEROS
                ADD 1 TO FON-APLICACIONES
            END-IF
            REWRITE REG-FONCRED.
       056D-CUOTA-FONACOT-SAL.
            EXIT.

       056E-CUOTA-SINDICAL.
      *    Cuota sindical del afiliado (SINDAFIL.DAT de PRG01160)
      *    desde su fecha de ingreso y hasta la de separacion: el
      *    porcentaje vigente de su sindicato (SINDCUOT.TXT) sobre el
      *    salario del pago, que es el bruto sin el concepto de
      *    aguinaldo, prima vacacional, PTU u horas extra; topada al
      *    neto que queda; la cifra va al complemento fiscal del
      *    cheque y a la pista SINDMOV.TXT para la remesa de PRG01161
            MOVE ZEROS TO WS-CUOTA-SIND
            MOVE SPACES TO WS-SND-SINDICATO
            MOVE SPACES TO WS-SND-SECCION
            OPEN I-O F-SINDAFIL
            IF NOT SINDAFIL-OK
                GO TO 056E-CUOTA-SINDICAL-SAL
            END-IF
            MOVE WS-EMPID TO SIN-EMP-ID
            READ F-SINDAFIL
                INVALID KEY
                    CLOSE F-SINDAFIL
                    GO TO 056E-CUOTA-SINDICAL-SAL
            END-READ
            IF WS-FECHA-SIS < SIN-FECHA-ALTA
                OR (SIN-FECHA-BAJA > ZEROS
                    AND WS-FECHA-SIS NOT < SIN-FECHA-BAJA)
                CLOSE F-SINDAFIL
                GO TO 056E-CUOTA-SINDICAL-SAL
            END-IF
            PERFORM 056F-PORCENTAJE-SINDICATO
               THRU
               056F-PORCENTAJE-SINDICATO-SAL
            IF WS-SND-PCT = ZEROS
                DISPLAY 'AVISO: el sindicato ' SIN-SINDICATO ' no '
                    'tiene cuota vigente en SINDCUOT.TXT; al empleado '
                    WS-EMPID ' no se le retiene cuota sindical'
                    UPON CONSOLE
                CLOSE F-SINDAFIL
                GO TO 056E-CUOTA-SINDICAL-SAL
            END-IF
            IF WS-CONCEPTO-IMPORTE < WS-BRUTO
                COMPUTE WS-SND-BASE = WS-BRUTO - WS-CONCEPTO-IMPORTE
            ELSE
                MOVE ZEROS TO WS-SND-BASE
            END-IF
            COMPUTE WS-CUOTA-SIND ROUNDED = WS-SND-BASE
                * WS-SND-PCT / 100
            IF WS-CUOTA-SIND > WS-NETO
                MOVE WS-NETO TO WS-CUOTA-SIND
            END-IF
            IF WS-CUOTA-SIND = ZEROS
                CLOSE F-SINDAFIL
                GO TO 056E-CUOTA-SINDICAL-SAL
            END-IF
            ADD WS-CUOTA-SIND TO WS-OTRAS
            SUBTRACT WS-CUOTA-SIND FROM WS-NETO
            MOVE SIN-SINDICATO TO WS-SND-SINDICATO
            MOVE SIN-SECCION TO WS-SND-SECCION
            MOVE 'S' TO WS-FISCAL-GRABAR
            MOVE WS-CUOTA-SIND TO WS-SND-ED
            DISPLAY 'Cuota sindical ' SIN-SINDICATO ' seccion '
                SIN-SECCION ': ' WS-SND-ED UPON CONSOLE
      *    En simulacion no se toca el acumulado ni la pista
            IF SIMULANDO
                CLOSE F-SINDAFIL
                GO TO 056E-CUOTA-SINDICAL-SAL
            END-IF
            ADD WS-CUOTA-SIND TO SIN-RETENIDO
            REWRITE REG-SINDAFIL
            CLOSE F-SINDAFIL
            MOVE WS-EMPID TO SMV-EMP
            MOVE WS-FECHA-SIS TO SMV-FECHA
            MOVE WS-PERIODO TO SMV-PERIODO
            MOVE WS-SND-SINDICATO TO SMV-SINDICATO
            MOVE WS-SND-SECCION TO SMV-SECCION
            MOVE WS-CUOTA-SIND TO SMV-CUOTA
            OPEN EXTEND F-SINDMOV
            IF WS-STATUS-SINDMOV = '35'
                OPEN OUTPUT F-SINDMOV
            END-IF
            MOVE WS-REG-SINDMOV TO REG-SINDMOV
            WRITE REG-SINDMOV
            CLOSE F-SINDMOV.
       056E-CUOTA-SINDICAL-SAL.
            EXIT.

       056F-PORCENTAJE-SINDICATO.
      *    Porcentaje de la vigencia mas reciente no posterior a la
      *    fecha del cheque para el sindicato del afiliado
            MOVE ZEROS TO WS-SND-PCT
            MOVE ZEROS TO WS-SND-VIGENCIA
            OPEN INPUT F-SINDCUOT
            IF WS-STATUS-SINDCUOT NOT = '00'
                GO TO 056F-PORCENTAJE-SINDICATO-SAL
            END-IF
            MOVE 'N' TO WS-SND-FIN
            PERFORM UNTIL FIN-SINDCUOT
                READ F-SINDCUOT INTO WS-RENGLON-SCU
                    AT END
                        MOVE 'Y' TO WS-SND-FIN
                    NOT AT END
                        IF SCU-SINDICATO = SIN-SINDICATO
                            AND SCU-VIGENCIA NOT > WS-FECHA-SIS
                            AND SCU-VIGENCIA NOT < WS-SND-VIGENCIA
                            MOVE SCU-VIGENCIA TO WS-SND-VIGENCIA
                            MOVE SCU-PORCENTAJE TO WS-SND-PCT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-SINDCUOT.
       056F-PORCENTAJE-SINDICATO-SAL.
            EXIT.

       057-RETENER-FONDO.
      *    Retencion del fondo de ahorro sobre el bruto, topada al
      *    neto que queda; la aportacion patronal es igual a la del
                MOVE 'S' TO WS-CHEQUE-PENDIENTE
                MOVE 'P' TO CHQ-ESTATUS
            END-IF
      *    La primera transferencia a una cuenta recien cambiada
      *    tambien se retiene para su revision en PRG01078
            PERFORM 061A-REVISAR-CUENTA-NUEVA
               THRU
               061A-REVISAR-CUENTA-NUEVA-SAL
            IF RETENER-CUENTA
                MOVE 'S' TO WS-CHEQUE-PENDIENTE
                MOVE 'P' TO CHQ-ESTATUS
            END-IF
            ADD 1 TO WS-RUN-CHEQUES
            ADD WS-BRUTO TO WS-RUN-BRUTO
            ADD WS-IMPORTE-DEC TO WS-RUN-NETO
            IF EMISION-FALLIDA
                GO TO 060-EMITIR-CHEQUE-SAL
            END-IF
            PERFORM 060A-GRABAR-FISCAL
               THRU
               060A-GRABAR-FISCAL-SAL
            PERFORM 055F-ASENTAR-VALES
               THRU
               055F-ASENTAR-VALES-SAL
            IF CHEQUE-PENDIENTE
                PERFORM 061-RETENER-APROBACION
                   THRU
                INTO WS-LINEA-CHEQUE
            MOVE WS-LINEA-CHEQUE TO REG-CHEQUE
            WRITE REG-CHEQUE
            EVALUATE TRUE
                WHEN FORMA-TRANSFER
                    PERFORM 066-DISPERSAR-CHEQUE
                       THRU
                       066-DISPERSAR-CHEQUE-SAL
                WHEN FORMA-EFECTIVO
                    PERFORM 064-ENSOBRAR-PAGO
                       THRU
                       064-ENSOBRAR-PAGO-SAL
                WHEN OTHER
                    PERFORM 065-IMPRIMIR-CHEQUE
                       THRU
                       065-IMPRIMIR-CHEQUE-SAL
            END-EVALUATE
            PERFORM 068-ESCRIBIR-RECIBO
               THRU
               068-ESCRIBIR-RECIBO-SAL
       060-EMITIR-CHEQUE-SAL.
            EXIT.

       060A-GRABAR-FISCAL.
      *    Renglon del complemento fiscal con la misma llave del
      *    cheque; el pago a beneficiario de pension no lleva cuotas
            IF NOT FISCAL-GRABAR OR WS-CLASE-PAGO = 'B'
                GO TO 060A-GRABAR-FISCAL-SAL
            END-IF
            MOVE SPACES TO REG-CHQFISC
            MOVE WS-FOLIO-ACTUAL TO CFS-NUMERO
            MOVE WS-EMPID TO CFS-EMP-ID
            MOVE WS-IMSS-SBC TO CFS-SBC
            MOVE WS-IMSS-DIAS TO CFS-DIAS-COT
            MOVE WS-IMSS TO CFS-IMSS-OBRERO
            MOVE WS-IMSS-PATRON TO CFS-IMSS-PATRON
            MOVE WS-IMSS-ESTIMADO TO CFS-SDI-ESTIMADO
            MOVE WS-DESCUENTO-INF TO CFS-INFONAVIT
            MOVE WS-INF-CREDITO TO CFS-INF-CREDITO
            MOVE WS-SUBSIDIO TO CFS-SUBSIDIO
            MOVE WS-CONCEPTO-PAGO TO CFS-CONCEPTO
            MOVE WS-EXENTO TO CFS-EXENTO
            MOVE WS-CUOTA-SIND TO CFS-CUOTA-SIND
            MOVE WS-SND-SINDICATO TO CFS-SINDICATO
            MOVE WS-SND-SECCION TO CFS-SECCION
            MOVE WS-VLD-GRAVADO TO CFS-VALES-GRAV
            MOVE WS-FON-TOTAL TO CFS-FONACOT
            MOVE WS-FON-MES TO CFS-FON-MES
            WRITE REG-CHQFISC
                INVALID KEY
                    DISPLAY 'AVISO: el cheque ' WS-FOLIO-ACTUAL
                        ' ya tenia complemento fiscal' UPON CONSOLE
                NOT INVALID KEY
                    PERFORM 055K-ANOTAR-EXENTO
                       THRU
                       055K-ANOTAR-EXENTO-SAL
            END-WRITE
            MOVE 'N' TO WS-FISCAL-GRABAR.
       060A-GRABAR-FISCAL-SAL.
            EXIT.

       051-LEER-FISCAL.
      *    La reposicion hereda el complemento fiscal del original
      *    con su folio nuevo; el original sin complemento no lo pasa
            MOVE 'N' TO WS-FISCAL-GRABAR
            MOVE ZEROS TO WS-DESCUENTO-INF
            MOVE SPACES TO WS-INF-CREDITO
            MOVE ZEROS TO WS-CUOTA-SIND
            MOVE SPACES TO WS-SND-SINDICATO
            MOVE SPACES TO WS-SND-SECCION
            MOVE ZEROS TO WS-SUBSIDIO
            MOVE SPACE TO WS-CONCEPTO-PAGO
            MOVE ZEROS TO WS-EXENTO
            MOVE ZEROS TO WS-VLD-GRAVADO
            MOVE ZEROS TO WS-VLD-PENDIENTES
            MOVE ZEROS TO WS-FON-TOTAL
            INITIALIZE WS-PRIMAS
            MOVE CHQ-NUMERO TO CFS-NUMERO
            READ F-CHQFISC
                INVALID KEY
                    GO TO 051-LEER-FISCAL-SAL
            END-READ
            MOVE CFS-SBC TO WS-IMSS-SBC
            MOVE CFS-DIAS-COT TO WS-IMSS-DIAS
            MOVE CFS-IMSS-PATRON TO WS-IMSS-PATRON
            MOVE CFS-SDI-ESTIMADO TO WS-IMSS-ESTIMADO
            IF CFS-INFONAVIT NUMERIC
                MOVE CFS-INFONAVIT TO WS-DESCUENTO-INF
                MOVE CFS-INF-CREDITO TO WS-INF-CREDITO
            ELSE
                MOVE ZEROS TO WS-DESCUENTO-INF
                MOVE SPACES TO WS-INF-CREDITO
            END-IF
            IF CFS-SUBSIDIO NUMERIC
                MOVE CFS-SUBSIDIO TO WS-SUBSIDIO
            END-IF
            IF CFS-CUOTA-SIND NUMERIC
                MOVE CFS-CUOTA-SIND TO WS-CUOTA-SIND
                MOVE CFS-SINDICATO TO WS-SND-SINDICATO
                MOVE CFS-SECCION TO WS-SND-SECCION
            END-IF
            IF CFS-EXENTO NUMERIC
                MOVE CFS-CONCEPTO TO WS-CONCEPTO-PAGO
                MOVE CFS-EXENTO TO WS-EXENTO
            END-IF
            IF CFS-VALES-GRAV NUMERIC
                MOVE CFS-VALES-GRAV TO WS-VLD-GRAVADO
            END-IF
            IF CFS-FONACOT NUMERIC
                MOVE CFS-FONACOT TO WS-FON-TOTAL
                MOVE CFS-FON-MES TO WS-FON-MES
            END-IF
            MOVE 'S' TO WS-FISCAL-GRABAR.
       051-LEER-FISCAL-SAL.
            EXIT.

       061-RETENER-APROBACION.
      *    Asienta al emisor en la cola de aprobacion; el aprobador
      *    quedara en su propio renglon cuando PRG01078 resuelva
            MOVE WS-REG-APROBACION TO REG-APROBACION
            WRITE REG-APROBACION
            CLOSE F-APROBACION
            IF RETENER-CUENTA
                PERFORM 061B-MARCAR-RETENIDA
                   THRU
                   061B-MARCAR-RETENIDA-SAL
                DISPLAY 'Transferencia ' WS-FOLIO-ACTUAL
                    ' RETENIDA para revision (primer pago a la '
                    'cuenta nueva del empleado); liberela en PRG01078'
                    UPON CONSOLE
                GO TO 061-RETENER-APROBACION-SAL
            END-IF
            DISPLAY 'Cheque ' WS-FOLIO-ACTUAL ' RETENIDO para '
                'aprobacion (excede el umbral de doble firma); '
                'liberelo en PRG01078' UPON CONSOLE.
       061-RETENER-APROBACION-SAL.
            EXIT.

       061A-REVISAR-CUENTA-NUEVA.
      *    Cambio de cuenta aprobado en PRG01148 cuya primera
      *    transferencia aun no se retiene
            MOVE 'N' TO WS-RETENER-CUENTA
            IF NOT FORMA-TRANSFER OR WS-CLASE-PAGO = 'B'
                GO TO 061A-REVISAR-CUENTA-NUEVA-SAL
            END-IF
            OPEN INPUT F-CLABEPEN
            IF NOT CLP-OK
                GO TO 061A-REVISAR-CUENTA-NUEVA-SAL
            END-IF
            MOVE WS-EMPID TO CLP-EMP
            READ F-CLABEPEN
                NOT INVALID KEY
                    IF CLP-APROBADO
                        MOVE 'S' TO WS-RETENER-CUENTA
                    END-IF
            END-READ
            CLOSE F-CLABEPEN.
       061A-REVISAR-CUENTA-NUEVA-SAL.
            EXIT.

       061B-MARCAR-RETENIDA.
      *    Cierra el ciclo del cambio con el folio retenido; las
      *    transferencias siguientes ya salen normales
            OPEN I-O F-CLABEPEN
            IF NOT CLP-OK
                GO TO 061B-MARCAR-RETENIDA-SAL
            END-IF
            MOVE WS-EMPID TO CLP-EMP
            READ F-CLABEPEN
                NOT INVALID KEY
                    MOVE 'R' TO CLP-ESTADO
                    MOVE WS-FOLIO-ACTUAL TO CLP-FOLIO-RETENIDO
                    REWRITE REG-CLABEPEN
            END-READ
            CLOSE F-CLABEPEN.
       061B-MARCAR-RETENIDA-SAL.
            EXIT.

       065-IMPRIMIR-CHEQUE.
      *    Imagen de impresion para la forma preimpresa: la letra se
      *    parte en el ultimo espacio antes de la columna 100 para
                    MOVE ZEROS TO WS-PNS-TOTAL
                    MOVE ZEROS TO WS-RIT-NUM
                    MOVE ZEROS TO WS-INCAP-DIAS
                    MOVE ZEROS TO WS-FALTA-DIAS
                    MOVE ZEROS TO WS-DESCUENTO-INF
                    MOVE SPACES TO WS-INF-CREDITO
                    MOVE ZEROS TO WS-CUOTA-SIND
                    MOVE SPACES TO WS-SND-SINDICATO
                    MOVE SPACES TO WS-SND-SECCION
                    MOVE ZEROS TO WS-SUBSIDIO
                    MOVE SPACE TO WS-CONCEPTO-PAGO
                    MOVE ZEROS TO WS-EXENTO
                    MOVE ZEROS TO WS-VLD-GRAVADO
                    MOVE ZEROS TO WS-VLD-PENDIENTES
                    MOVE ZEROS TO WS-FON-TOTAL
                    INITIALIZE WS-PRIMAS
                    MOVE 'C' TO WS-FORMA-PAGO
                    MOVE 'B' TO WS-CLASE-PAGO
                    PERFORM 060-EMITIR-CHEQUE
       066-DISPERSAR-CHEQUE-SAL.
            EXIT.

       064-ENSOBRAR-PAGO.
      *    Pago en efectivo: en vez de la imagen de cheque, la hoja
      *    del sobre en SOBRES.TXT con las piezas de cada
      *    denominacion para armarlo; el sobre suma a la orden de
      *    efectivo que se escribe al cerrar la corrida
            MOVE WS-IMPORTE-DEC TO WS-EFE-IMPORTE
            PERFORM 064B-SUMAR-SOBRE
               THRU
               064B-SUMAR-SOBRE-SAL
            OPEN EXTEND F-SOBRES
            IF WS-STATUS-SOBRES = '35'
                OPEN OUTPUT F-SOBRES
            END-IF
            MOVE ALL '-' TO REG-SOBRE
            WRITE REG-SOBRE
            MOVE SPACES TO WS-LINEA-SOBRE
            STRING 'SOBRE ' WS-FOLIO-ACTUAL '  CORRIDA ' WS-CORRIDA-NUM
                '  PERIODO ' WS-PERIODO '  EMP=' WS-EMPID
                DELIMITED BY SIZE
                INTO WS-LINEA-SOBRE
            MOVE WS-LINEA-SOBRE TO REG-SOBRE
            WRITE REG-SOBRE
            MOVE SPACES TO WS-LINEA-SOBRE
            STRING 'NOMBRE ' WS-NOMBRE
                DELIMITED BY SIZE
                INTO WS-LINEA-SOBRE
            MOVE WS-LINEA-SOBRE TO REG-SOBRE
            WRITE REG-SOBRE
            MOVE WS-IMPORTE-DEC TO WS-EFE-IMP-ED
            MOVE SPACES TO WS-LINEA-SOBRE
            STRING 'IMPORTE NETO ' WS-EFE-IMP-ED ' MXN'
                DELIMITED BY SIZE
                INTO WS-LINEA-SOBRE
            MOVE WS-LINEA-SOBRE TO REG-SOBRE
            WRITE REG-SOBRE
            PERFORM 064A-PIEZAS-SOBRE
               THRU
               064A-PIEZAS-SOBRE-SAL
               VARYING WS-EFE-IDX FROM 1 BY 1
               UNTIL WS-EFE-IDX > DEN-NUM
            IF DSG-RESTO > ZEROS
                MOVE DSG-RESTO TO WS-EFE-RESTO-ED
                MOVE SPACES TO WS-LINEA-SOBRE
                STRING '   CENTAVOS SIN MONEDA (A REDONDEAR) '
                    WS-EFE-RESTO-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-SOBRE
                MOVE WS-LINEA-SOBRE TO REG-SOBRE
                WRITE REG-SOBRE
            END-IF
            MOVE SPACES TO REG-SOBRE
            WRITE REG-SOBRE
            MOVE 'ARMO ____________________  REVISO __________________'
                TO REG-SOBRE
            WRITE REG-SOBRE
            CLOSE F-SOBRES.
       064-ENSOBRAR-PAGO-SAL.
            EXIT.

       064A-PIEZAS-SOBRE.
            IF DSG-CANTIDAD(WS-EFE-IDX) = ZEROS
                GO TO 064A-PIEZAS-SOBRE-SAL
            END-IF
            MOVE DEN-VALOR(WS-EFE-IDX) TO WS-EFE-DEN-ED
            MOVE DSG-CANTIDAD(WS-EFE-IDX) TO WS-EFE-PZA-ED
            COMPUTE WS-EFE-SUBTOTAL = DSG-CANTIDAD(WS-EFE-IDX)
                * DEN-VALOR(WS-EFE-IDX)
            MOVE WS-EFE-SUBTOTAL TO WS-EFE-IMP-ED
            MOVE SPACES TO WS-LINEA-SOBRE
            IF DEN-BILLETE(WS-EFE-IDX)
                STRING '   BILLETE ' WS-EFE-DEN-ED ' X ' WS-EFE-PZA-ED
                    ' = ' WS-EFE-IMP-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-SOBRE
            ELSE
                STRING '   MONEDA  ' WS-EFE-DEN-ED ' X ' WS-EFE-PZA-ED
                    ' = ' WS-EFE-IMP-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-SOBRE
            END-IF
            MOVE WS-LINEA-SOBRE TO REG-SOBRE
            WRITE REG-SOBRE.
       064A-PIEZAS-SOBRE-SAL.
            EXIT.

       064B-SUMAR-SOBRE.
      *    Desglose del sobre (PRG01163) y suma a las piezas de la
      *    corrida
            CALL 'PRG01163' USING WS-EFE-IMPORTE DESGLOSE-EFECTIVO
            ADD 1 TO WS-EFE-CONTEO
            ADD WS-EFE-IMPORTE TO WS-EFE-TOTAL
            ADD DSG-RESTO TO WS-EFE-RESTO
            PERFORM VARYING WS-EFE-IDX FROM 1 BY 1
                UNTIL WS-EFE-IDX > DEN-NUM
                ADD DSG-CANTIDAD(WS-EFE-IDX)
                    TO WS-EFE-PIEZAS(WS-EFE-IDX)
            END-PERFORM.
       064B-SUMAR-SOBRE-SAL.
            EXIT.

       064C-ORDEN-EFECTIVO.
      *    Orden de denominaciones para el retiro al banco: piezas
      *    de cada billete y moneda que suman todos los sobres de la
      *    corrida, con renglon de firmas para tesoreria
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            OPEN EXTEND F-ORDEFECT
            IF WS-STATUS-ORDEFECT = '35'
                OPEN OUTPUT F-ORDEFECT
            END-IF
            MOVE ALL '=' TO REG-ORDEFECT
            WRITE REG-ORDEFECT
            MOVE SPACES TO WS-LINEA-SOBRE
            STRING 'ORDEN DE EFECTIVO  CORRIDA ' WS-CORRIDA-NUM
                '  COMPAÑIA ' WS-COMPANIA '  FECHA ' WS-FECHA-SIS
                DELIMITED BY SIZE
                INTO WS-LINEA-SOBRE
            MOVE WS-LINEA-SOBRE TO REG-ORDEFECT
            WRITE REG-ORDEFECT
            MOVE WS-EFE-CONTEO TO WS-EFE-PZA-ED
            MOVE WS-EFE-TOTAL TO WS-EFE-IMP-ED
            MOVE SPACES TO WS-LINEA-SOBRE
            STRING 'SOBRES ' WS-EFE-PZA-ED '  NETO EN SOBRES '
                WS-EFE-IMP-ED
                DELIMITED BY SIZE
                INTO WS-LINEA-SOBRE
            MOVE WS-LINEA-SOBRE TO REG-ORDEFECT
            WRITE REG-ORDEFECT
            MOVE 'DENOMINACION            PIEZAS           IMPORTE'
                TO REG-ORDEFECT
            WRITE REG-ORDEFECT
            MOVE ZEROS TO WS-EFE-BILLETES
            MOVE ZEROS TO WS-EFE-MONEDAS
            PERFORM 064D-RENGLON-ORDEN
               THRU
               064D-RENGLON-ORDEN-SAL
               VARYING WS-EFE-IDX FROM 1 BY 1
               UNTIL WS-EFE-IDX > DEN-NUM
            MOVE WS-EFE-BILLETES TO WS-EFE-IMP-ED
            MOVE SPACES TO WS-LINEA-SOBRE
            STRING 'TOTAL EN BILLETES...............  ' WS-EFE-IMP-ED
                DELIMITED BY SIZE
                INTO WS-LINEA-SOBRE
            MOVE WS-LINEA-SOBRE TO REG-ORDEFECT
            WRITE REG-ORDEFECT
            MOVE WS-EFE-MONEDAS TO WS-EFE-IMP-ED
            MOVE SPACES TO WS-LINEA-SOBRE
            STRING 'TOTAL EN MONEDAS................  ' WS-EFE-IMP-ED
                DELIMITED BY SIZE
                INTO WS-LINEA-SOBRE
            MOVE WS-LINEA-SOBRE TO REG-ORDEFECT
            WRITE REG-ORDEFECT
            COMPUTE WS-EFE-SUBTOTAL = WS-EFE-BILLETES + WS-EFE-MONEDAS
            MOVE WS-EFE-SUBTOTAL TO WS-EFE-IMP-ED
            MOVE SPACES TO WS-LINEA-SOBRE
            STRING 'TOTAL A RETIRAR DEL BANCO.......  ' WS-EFE-IMP-ED
                DELIMITED BY SIZE
                INTO WS-LINEA-SOBRE
            MOVE WS-LINEA-SOBRE TO REG-ORDEFECT
            WRITE REG-ORDEFECT
            IF WS-EFE-RESTO > ZEROS
                MOVE WS-EFE-RESTO TO WS-EFE-RESTO-ED
                MOVE SPACES TO WS-LINEA-SOBRE
                STRING 'CENTAVOS SIN MONEDA EN LOS SOBRES (A '
                    'REDONDEAR) ' WS-EFE-RESTO-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-SOBRE
                MOVE WS-LINEA-SOBRE TO REG-ORDEFECT
                WRITE REG-ORDEFECT
            END-IF
            MOVE SPACES TO REG-ORDEFECT
            WRITE REG-ORDEFECT
            MOVE 'SOLICITA ______________  AUTORIZA ______________  '
                TO WS-LINEA-SOBRE
            MOVE 'RECIBE ______________' TO WS-LINEA-SOBRE(51:)
            MOVE WS-LINEA-SOBRE TO REG-ORDEFECT
            WRITE REG-ORDEFECT
            CLOSE F-ORDEFECT
            DISPLAY 'Pagos en efectivo de la corrida: ' WS-EFE-CONTEO
                ' sobres en SOBRES.TXT, orden en ORDEFECT.TXT'
                UPON CONSOLE.
       064C-ORDEN-EFECTIVO-SAL.
            EXIT.

       064D-RENGLON-ORDEN.
            IF WS-EFE-PIEZAS(WS-EFE-IDX) = ZEROS
                GO TO 064D-RENGLON-ORDEN-SAL
            END-IF
            COMPUTE WS-EFE-SUBTOTAL = WS-EFE-PIEZAS(WS-EFE-IDX)
                * DEN-VALOR(WS-EFE-IDX)
            IF DEN-BILLETE(WS-EFE-IDX)
                ADD WS-EFE-SUBTOTAL TO WS-EFE-BILLETES
            ELSE
                ADD WS-EFE-SUBTOTAL TO WS-EFE-MONEDAS
            END-IF
            MOVE DEN-VALOR(WS-EFE-IDX) TO WS-EFE-DEN-ED
            MOVE WS-EFE-PIEZAS(WS-EFE-IDX) TO WS-EFE-PZA-ED
            MOVE WS-EFE-SUBTOTAL TO WS-EFE-IMP-ED
            MOVE SPACES TO WS-LINEA-SOBRE
            IF DEN-BILLETE(WS-EFE-IDX)
                STRING 'BILLETE ' WS-EFE-DEN-ED '        ' WS-EFE-PZA-ED
                    '  ' WS-EFE-IMP-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-SOBRE
            ELSE
                STRING 'MONEDA  ' WS-EFE-DEN-ED '        ' WS-EFE-PZA-ED
                    '  ' WS-EFE-IMP-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-SOBRE
            END-IF
            MOVE WS-LINEA-SOBRE TO REG-ORDEFECT
            WRITE REG-ORDEFECT.
       064D-RENGLON-ORDEN-SAL.
            EXIT.

       063-BUSCAR-TIPO-CAMBIO.
      *    Tasa vigente a la fecha del cheque: la mas reciente en
      *    TIPOCAM.TXT con fecha no posterior; para MXN la tasa es 1
                INTO WS-LINEA-RECIBO
            MOVE WS-LINEA-RECIBO TO REG-RECIBO
            WRITE REG-RECIBO
            IF WS-PRIMA-DOMINICAL > ZEROS
                MOVE WS-PRIMA-DOMINICAL TO WS-PRIMA-ED
                MOVE SPACES TO WS-LINEA-RECIBO
                STRING '              INCLUYE PRIMA DOMINICAL ('
                    WS-DOMINGOS ' DOMINGOS)..' WS-PRIMA-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-RECIBO
                MOVE WS-LINEA-RECIBO TO REG-RECIBO
                WRITE REG-RECIBO
            END-IF
            IF WS-FESTIVO-LAB > ZEROS
                MOVE WS-FESTIVO-LAB TO WS-PRIMA-ED
                MOVE SPACES TO WS-LINEA-RECIBO
                STRING '              INCLUYE FESTIVO LABORADO..'
                    WS-PRIMA-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-RECIBO
                MOVE WS-LINEA-RECIBO TO REG-RECIBO
                WRITE REG-RECIBO
            END-IF
            IF WS-DESCANSO-LAB > ZEROS
                MOVE WS-DESCANSO-LAB TO WS-PRIMA-ED
                MOVE SPACES TO WS-LINEA-RECIBO
                STRING '              INCLUYE DESCANSO LABORADO.'
                    WS-PRIMA-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-RECIBO
                MOVE WS-LINEA-RECIBO TO REG-RECIBO
                WRITE REG-RECIBO
            END-IF
            IF WS-EXENTO > ZEROS
      *        La reposicion no trae el desglose: sin concepto, lo
      *        exento es de la prima dominical
                IF WS-EXENTO-DOM = ZEROS AND WS-CONCEPTO-PAGO = SPACE
                    MOVE WS-EXENTO TO WS-EXENTO-DOM
                END-IF
                COMPUTE WS-EXENTO-CON = WS-EXENTO - WS-EXENTO-DOM
                EVALUATE TRUE
                    WHEN CONCEPTO-AGUINALDO
                        MOVE 'AGUINALDO' TO WS-CONCEPTO-NOMBRE
                    WHEN CONCEPTO-PRIMA-VAC
                        MOVE 'PRIMA VACACIONAL' TO WS-CONCEPTO-NOMBRE
                    WHEN CONCEPTO-PTU
                        MOVE 'PTU' TO WS-CONCEPTO-NOMBRE
                    WHEN OTHER
                        MOVE 'HORAS EXTRA DOBLES' TO WS-CONCEPTO-NOMBRE
                END-EVALUATE
                COMPUTE WS-GRAVADO = WS-BRUTO - WS-EXENTO
                MOVE WS-GRAVADO TO WS-GRAVADO-ED
                IF WS-EXENTO-CON > ZEROS
                    MOVE WS-EXENTO-CON TO WS-EXENTO-ED
                    MOVE SPACES TO WS-LINEA-RECIBO
                    STRING '              EXENTO ' WS-CONCEPTO-NOMBRE
                        ' ' WS-EXENTO-ED
                        DELIMITED BY SIZE
                        INTO WS-LINEA-RECIBO
                    MOVE WS-LINEA-RECIBO TO REG-RECIBO
                    WRITE REG-RECIBO
                END-IF
                IF WS-EXENTO-DOM > ZEROS
                    MOVE WS-EXENTO-DOM TO WS-EXENTO-ED
                    MOVE SPACES TO WS-LINEA-RECIBO
                    STRING '              EXENTO PRIMA DOMINICAL '
                        WS-EXENTO-ED
                        DELIMITED BY SIZE
                        INTO WS-LINEA-RECIBO
                    MOVE WS-LINEA-RECIBO TO REG-RECIBO
                    WRITE REG-RECIBO
                END-IF
                MOVE SPACES TO WS-LINEA-RECIBO
                STRING '              GRAVADO..........'
                    WS-GRAVADO-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-RECIBO
                MOVE WS-LINEA-RECIBO TO REG-RECIBO
                WRITE REG-RECIBO
            END-IF
            IF WS-VLD-GRAVADO > ZEROS
                MOVE WS-VLD-GRAVADO TO WS-VLD-GRAVADO-ED
                MOVE SPACES TO WS-LINEA-RECIBO
                STRING '              VALES DE DESPENSA GRAVADOS '
                    '(BASE ISR) ' WS-VLD-GRAVADO-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-RECIBO
                MOVE WS-LINEA-RECIBO TO REG-RECIBO
                WRITE REG-RECIBO
            END-IF
            IF WS-INCAP-DIAS > ZEROS
                MOVE WS-INCAP-IMPORTE TO WS-INCAP-ED
                MOVE SPACES TO WS-LINEA-RECIBO
                MOVE WS-LINEA-RECIBO TO REG-RECIBO
                WRITE REG-RECIBO
            END-IF
            IF WS-FALTA-DIAS > ZEROS
                MOVE WS-FALTA-IMPORTE TO WS-FALTA-ED
                MOVE SPACES TO WS-LINEA-RECIBO
                STRING 'MENOS FALTAS INJUSTIFICADAS ('
                    WS-FALTA-DIAS ' DIAS)..' WS-FALTA-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-RECIBO
                MOVE WS-LINEA-RECIBO TO REG-RECIBO
                WRITE REG-RECIBO
            END-IF
            MOVE WS-ISR TO WS-ISR-ED
            MOVE SPACES TO WS-LINEA-RECIBO
            STRING 'DEDUCCIONES   ISR................'
                INTO WS-LINEA-RECIBO
            MOVE WS-LINEA-RECIBO TO REG-RECIBO
            WRITE REG-RECIBO
            IF WS-SUBSIDIO > ZEROS
                MOVE WS-SUBSIDIO TO WS-SUBSIDIO-ED
                MOVE SPACES TO WS-LINEA-RECIBO
                STRING '              (ACREDITADO AL ISR)'
                    ' SUBSIDIO PARA EL EMPLEO ' WS-SUBSIDIO-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-RECIBO
                MOVE WS-LINEA-RECIBO TO REG-RECIBO
                WRITE REG-RECIBO
            END-IF
            MOVE WS-IMSS TO WS-IMSS-ED
            MOVE SPACES TO WS-LINEA-RECIBO
            STRING '              IMSS...............'
                MOVE WS-LINEA-RECIBO TO REG-RECIBO
                WRITE REG-RECIBO
            END-IF
            IF WS-CUOTA-SIND > ZEROS
                MOVE WS-CUOTA-SIND TO WS-SND-ED
                MOVE SPACES TO WS-LINEA-RECIBO
                STRING '              (DE OTRAS) CUOTA SINDICAL '
                    WS-SND-SINDICATO ' ' WS-SND-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-RECIBO
                MOVE WS-LINEA-RECIBO TO REG-RECIBO
                WRITE REG-RECIBO
            END-IF
            IF WS-PNS-TOTAL > ZEROS
                MOVE WS-PNS-TOTAL TO WS-PNS-ED
                MOVE SPACES TO WS-LINEA-RECIBO
                MOVE 'V' TO CHQ-ESTATUS
                MOVE WS-MOTIVO TO CHQ-MOTIVO-CANCEL
                REWRITE REG-CHEQUES
                PERFORM 055L-RETIRAR-EXENTO
                   THRU
                   055L-RETIRAR-EXENTO-SAL
                DISPLAY 'Cheque ' CHQ-NUMERO ' cancelado'
                    UPON CONSOLE
            ELSE
            MOVE CHQ-IMSS TO WS-IMSS
            MOVE CHQ-OTRAS TO WS-OTRAS
            MOVE CHQ-PERIODO TO WS-PERIODO
            PERFORM 051-LEER-FISCAL
               THRU
               051-LEER-FISCAL-SAL
      *    La reposicion siempre sale en cheque impreso: si la
      *    transferencia original fallo, lo que se entrega es papel;
      *    conserva la cuenta libradora y la frecuencia originales
                    GO TO 050-REEXPEDIR-CHEQUE-SAL
            END-READ
            IF NOT CHQ-CANCELADO
                PERFORM 055L-RETIRAR-EXENTO
                   THRU
                   055L-RETIRAR-EXENTO-SAL
                MOVE 'V' TO CHQ-ESTATUS
                MOVE 'REEXPEDIDO' TO CHQ-MOTIVO-CANCEL
            END-IF
                   095-RECHAZAR-PAGO-SAL
                GO TO 090-VALIDAR-PAGO-SAL
            END-IF
            IF NOT PAGO-CONCEPTO-VALIDO
                OR (WS-PAGO-CONCEPTO NOT = SPACE
                    AND (WS-PAGO-CON-PESOS NOT NUMERIC
                        OR WS-PAGO-CON-CENT NOT NUMERIC))
                MOVE 'CONCEPTO DE PAGO INVALIDO' TO WS-MOTIVO-RECHAZO
                PERFORM 095-RECHAZAR-PAGO
                   THRU
                   095-RECHAZAR-PAGO-SAL
                GO TO 090-VALIDAR-PAGO-SAL
            END-IF
      *    Los lotes que no son de tarjetas semanales no traen primas
            IF WS-PAGO-DOMINGOS NOT = SPACE
                AND (WS-PAGO-DOMINGOS NOT NUMERIC
                    OR WS-PAGO-DOM-PESOS NOT NUMERIC
                    OR WS-PAGO-DOM-CENT NOT NUMERIC
                    OR WS-PAGO-FES-PESOS NOT NUMERIC
                    OR WS-PAGO-FES-CENT NOT NUMERIC
                    OR WS-PAGO-DES-PESOS NOT NUMERIC
                    OR WS-PAGO-DES-CENT NOT NUMERIC)
                MOVE 'PRIMAS DEL RENGLON INVALIDAS' TO WS-MOTIVO-RECHAZO
                PERFORM 095-RECHAZAR-PAGO
                   THRU
                   095-RECHAZAR-PAGO-SAL
                GO TO 090-VALIDAR-PAGO-SAL
            END-IF
            MOVE WS-PAGO-EMP TO WS-EMPID
            MOVE WS-EMPID TO EMP-ID-REG
            READ F-EMPLEADOS
                   095-RECHAZAR-PAGO-SAL
                GO TO 090-VALIDAR-PAGO-SAL
            END-IF
      *    Contrato vencido sin renovacion en CONTRATO.DAT: se paga
      *    pero se avisa para que personal lo regularice
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            CALL 'PRG01125' USING WS-EMPID WS-FECHA-SIS WS-CTO-ESTADO
                WS-CTO-TIPO WS-CTO-FIN
            IF CONTRATO-VENCIDO
                DISPLAY 'AVISO: el empleado ' WS-EMPID ' tiene '
                    'contrato tipo ' WS-CTO-TIPO ' vencido el '
                    WS-CTO-FIN ' sin renovacion (PRG01124)'
                    UPON CONSOLE
            END-IF
            MOVE SPACES TO WS-NOMBRE
            STRING REG-NOMBRE DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                REG-APE-MATERNO DELIMITED BY '  '
                INTO WS-NOMBRE
      *    Forma de pago del maestro: transferencia solo con CLABE
      *    valida (PRG01147), cualquier otra cosa sale en cheque
      *    impreso
            MOVE 'C' TO WS-FORMA-PAGO
            MOVE SPACES TO WS-EMP-BANCO
            MOVE SPACES TO WS-EMP-CLABE
            IF PAGO-TRANSFER AND REG-CLABE NOT = SPACES
                MOVE REG-BANCO TO WS-EMP-BANCO
                MOVE REG-CLABE TO WS-EMP-CLABE
                CALL 'PRG01147' USING WS-EMP-BANCO WS-EMP-CLABE
                    WS-RESULTADO-CLABE
                IF CLABE-VALIDA
                    MOVE 'T' TO WS-FORMA-PAGO
                ELSE
                    DISPLAY 'AVISO: el empleado ' WS-EMPID ' tiene '
                        'CLABE invalida para su banco; se paga con '
                        'cheque impreso' UPON CONSOLE
                    MOVE SPACES TO WS-EMP-BANCO
                    MOVE SPACES TO WS-EMP-CLABE
                END-IF
            END-IF
      *    Efectivo en sobre solo en pesos; en otra moneda el pago
      *    sale en cheque impreso
            IF PAGO-EFECTIVO
                IF MONEDA-PESOS
                    MOVE 'E' TO WS-FORMA-PAGO
                ELSE
                    DISPLAY 'AVISO: el empleado ' WS-EMPID ' cobra en '
                        'efectivo pero el lote es en ' WS-MONEDA
                        '; se paga con cheque impreso' UPON CONSOLE
                END-IF
            END-IF
      *    El maestro anterior al fondo trae espacios en el campo
            IF REG-FONDO-PCT NOT NUMERIC
            END-IF
            MOVE WS-PAGO-PESOS TO WS-PESOS
            MOVE WS-PAGO-CENT TO WS-CENTAVOS
            MOVE WS-PAGO-CONCEPTO TO WS-CONCEPTO-PAGO
            MOVE ZEROS TO WS-CONCEPTO-IMPORTE
            IF WS-CONCEPTO-PAGO NOT = SPACE
                MOVE WS-PAGO-CON-PESOS TO WS-EXE-PESOS
                MOVE WS-PAGO-CON-CENT TO WS-EXE-CENT
                COMPUTE WS-CONCEPTO-IMPORTE = WS-EXE-PESOS
                    + (WS-EXE-CENT / 100)
            END-IF
            INITIALIZE WS-PRIMAS
            IF WS-PAGO-DOMINGOS NOT = SPACE
                MOVE WS-PAGO-DOMINGOS TO WS-DOMINGOS
                MOVE WS-PAGO-DOM-PESOS TO WS-EXE-PESOS
                MOVE WS-PAGO-DOM-CENT TO WS-EXE-CENT
                COMPUTE WS-PRIMA-DOMINICAL = WS-EXE-PESOS
                    + (WS-EXE-CENT / 100)
                MOVE WS-PAGO-FES-PESOS TO WS-EXE-PESOS
                MOVE WS-PAGO-FES-CENT TO WS-EXE-CENT
                COMPUTE WS-FESTIVO-LAB = WS-EXE-PESOS
                    + (WS-EXE-CENT / 100)
                MOVE WS-PAGO-DES-PESOS TO WS-EXE-PESOS
                MOVE WS-PAGO-DES-CENT TO WS-EXE-CENT
                COMPUTE WS-DESCANSO-LAB = WS-EXE-PESOS
                    + (WS-EXE-CENT / 100)
            END-IF
            PERFORM 053-DESCONTAR-INCAPACIDAD
               THRU
               053-DESCONTAR-INCAPACIDAD-SAL
            PERFORM 053C-DESCONTAR-FALTAS
               THRU
               053C-DESCONTAR-FALTAS-SAL
            PERFORM 055-CALCULAR-NETO
               THRU
               055-CALCULAR-NETO-SAL
                    GO TO 100-REIMPRIMIR-CHEQUE-SAL
                END-IF
            END-IF
            IF CHQ-PAGO-EFECTIVO
                DISPLAY 'Error: el pago fue en efectivo (sobre), no '
                    'lleva cheque; el sobre no reclamado se devuelve '
                    'con PRG01164' UPON CONSOLE
                GO TO 100-REIMPRIMIR-CHEQUE-SAL
            END-IF
            IF CHQ-PAGO-TRANSFER
                DISPLAY 'Error: el pago es transferencia vigente; '
                    'si el banco la rechazo procese el acuse con '
            IF NOT CORRIDA-FREC-VALIDA
                MOVE 'Q' TO WS-FRECUENCIA-CORRIDA
            END-IF
            DISPLAY 'Cuenta bancaria libradora (vacia = NOMINA): '
                UPON CONSOLE
            ACCEPT WS-CUENTA FROM CONSOLE
            IF WS-CUENTA = SPACES
                MOVE 'NOMINA' TO WS-CUENTA
            END-IF
            MOVE ZEROS TO WS-FONDEO
            PERFORM 111-REVISAR-BANDERA-FONDO
               THRU
               111-REVISAR-BANDERA-FONDO-SAL
            MOVE WS-PERIODO TO WS-PERIODO-REV
            MOVE WS-FRECUENCIA-CORRIDA TO WS-FRECUENCIA-REV
            PERFORM 017-REVISAR-PERIODO
            MOVE 'N' TO WS-SIMULANDO
            DISPLAY WS-LINEA-SIM UPON CONSOLE
            DISPLAY 'Registro de prueba en SIMULREG.TXT; ningun '
                'cheque fue emitido' UPON CONSOLE
            PERFORM 119-AVISO-FONDEO
               THRU
               119-AVISO-FONDEO-SAL.
       110-SIMULAR-LOTE-SAL.
            EXIT.

       111-REVISAR-BANDERA-FONDO.
      *    La simulacion solo mira la bandera de la distribucion del
      *    fondo (no la baja, eso lo hace el lote real) para
      *    calcular como el lote que la va a consumir
            MOVE 'N' TO WS-CORRIDA-SIN-FONDO
            OPEN INPUT F-FONDODIS
            IF WS-STATUS-FONDODIS NOT = '00'
                GO TO 111-REVISAR-BANDERA-FONDO-SAL
            END-IF
            READ F-FONDODIS
                AT END
                    CONTINUE
                NOT AT END
                    IF REG-FONDODIS = 'S'
                        MOVE 'S' TO WS-CORRIDA-SIN-FONDO
                    END-IF
            END-READ
            CLOSE F-FONDODIS.
       111-REVISAR-BANDERA-FONDO-SAL.
            EXIT.

       115-SIMULAR-PAGO.
            READ F-PAGOS INTO WS-RENGLON-PAGO
                AT END
            PERFORM VARYING WS-PNS-IDX FROM 1 BY 1
                UNTIL WS-PNS-IDX > WS-PNS-NUM
                ADD WS-PNS-IMPORTE(WS-PNS-IDX) TO WS-SIM-PENSION
                ADD 1 TO WS-FDO-NUM-PENSION
            END-PERFORM
            MOVE ZEROS TO WS-PNS-NUM
            COMPUTE WS-NETO = WS-PESOS + (WS-CENTAVOS / 100)
            ADD 1 TO WS-TOT-EMITIDOS
            ADD WS-BRUTO TO WS-SIM-BRUTO
            ADD WS-NETO TO WS-SIM-NETO
      *    Lo que tesoreria debe fondear, por forma de pago
            EVALUATE WS-FORMA-PAGO
                WHEN 'T'
                    ADD 1 TO WS-FDO-NUM-TRANSFER
                    ADD WS-NETO TO WS-FDO-TRANSFER
                WHEN 'E'
                    ADD 1 TO WS-FDO-NUM-EFECTIVO
                    ADD WS-NETO TO WS-FDO-EFECTIVO
                WHEN OTHER
                    ADD 1 TO WS-FDO-NUM-CHEQUE
                    ADD WS-NETO TO WS-FDO-CHEQUE
            END-EVALUATE
            ADD WS-SIM-PENSION TO WS-FDO-PENSION
            COMPUTE WS-FDO-FONDO = WS-FDO-FONDO
                + (WS-FONDO-APORTE * 2)
            MOVE WS-ISR TO WS-ISR-ED
            MOVE WS-IMSS TO WS-IMSS-ED
            MOVE WS-OTRAS TO WS-OTRAS-ED
                OR WS-FONDO-APORTE > ZEROS
                OR WS-SIM-PENSION > ZEROS
                OR WS-INCAP-DIAS > ZEROS
                OR WS-FALTA-DIAS > ZEROS
                MOVE WS-ABONO-PRESTAMO TO WS-ABONO-ED
                MOVE WS-FONDO-APORTE TO WS-FONDO-ED
                MOVE WS-SIM-PENSION TO WS-OTRAS-ED
                MOVE WS-INCAP-IMPORTE TO WS-INCAP-ED
                MOVE WS-FALTA-IMPORTE TO WS-FALTA-ED
                MOVE SPACES TO WS-LINEA-SIM
                STRING '   ...PRESTAMO=' WS-ABONO-ED
                    ' FONDO=' WS-FONDO-ED
                    ' PENSIONES=' WS-OTRAS-ED
                    ' INCAPACIDAD=' WS-INCAP-ED
                    ' FALTAS=' WS-FALTA-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-SIM
                MOVE WS-LINEA-SIM TO REG-SIMULACION
       118-ASENTAR-SIMULACION-SAL.
            EXIT.

       119-AVISO-FONDEO.
      *    Aviso de fondeo de la corrida simulada: lo que tesoreria
      *    debe depositar en la cuenta libradora un dia antes de
      *    pagar, por forma de pago (cheque impreso o transferencia
      *    de DISPBAN.TXT) mas los cheques de pension; el total por
      *    cuenta lleva renglon de firmas y el archivo se va
      *    acumulando para probar despues lo que se pidio fondear
            MOVE SPACES TO WS-CTA-BANCO-AVISO
            MOVE 'N' TO WS-FIN-CUENTAS
            OPEN INPUT F-CUENTAS
            IF WS-STATUS-CUENTAS = '00'
                PERFORM UNTIL FIN-CUENTAS
                    READ F-CUENTAS INTO WS-RENGLON-CTA
                        AT END
                            MOVE 'Y' TO WS-FIN-CUENTAS
                        NOT AT END
                            IF WS-CTA-CLAVE = WS-CUENTA
                                MOVE WS-CTA-BANCO
                                    TO WS-CTA-BANCO-AVISO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-CUENTAS
            END-IF
            IF WS-CTA-BANCO-AVISO = SPACES
                MOVE '(SIN CATALOGAR)' TO WS-CTA-BANCO-AVISO
            END-IF
            COMPUTE WS-FDO-TOTAL = WS-FDO-CHEQUE + WS-FDO-TRANSFER
                + WS-FDO-EFECTIVO + WS-FDO-PENSION
            CALL 'PRG01021' USING WS-FECHA-SIS WS-HORA-SIS
            OPEN EXTEND F-FONDEO
            IF WS-STATUS-FONDEO = '35'
                OPEN OUTPUT F-FONDEO
            END-IF
            MOVE ALL '=' TO REG-FONDEO
            WRITE REG-FONDEO
            MOVE SPACES TO WS-LINEA-FONDEO
            STRING 'AVISO DE FONDEO A TESORERIA  FECHA ' WS-FECHA-SIS
                '  HORA ' WS-HORA-SIS(1:6)
                DELIMITED BY SIZE
                INTO WS-LINEA-FONDEO
            MOVE WS-LINEA-FONDEO TO REG-FONDEO
            WRITE REG-FONDEO
            MOVE SPACES TO WS-LINEA-FONDEO
            STRING 'COMPAÑIA ' WS-COMPANIA '  PERIODO ' WS-PERIODO
                '  FRECUENCIA ' WS-FRECUENCIA-CORRIDA
                '  PAGOS ' WS-ARCH-PAGOS(1:40)
                DELIMITED BY SIZE
                INTO WS-LINEA-FONDEO
            MOVE WS-LINEA-FONDEO TO REG-FONDEO
            WRITE REG-FONDEO
            MOVE SPACES TO WS-LINEA-FONDEO
            STRING 'CUENTA LIBRADORA ' WS-CUENTA '  BANCO '
                WS-CTA-BANCO-AVISO
                DELIMITED BY SIZE
                INTO WS-LINEA-FONDEO
            MOVE WS-LINEA-FONDEO TO REG-FONDEO
            WRITE REG-FONDEO
            MOVE WS-FDO-NUM-CHEQUE TO WS-FDO-NUM-ED
            MOVE WS-FDO-CHEQUE TO WS-FDO-ED
            MOVE SPACES TO WS-LINEA-FONDEO
            STRING '  NETO EN CHEQUE IMPRESO.......... PAGOS '
                WS-FDO-NUM-ED '  ' WS-FDO-ED
                DELIMITED BY SIZE
                INTO WS-LINEA-FONDEO
            MOVE WS-LINEA-FONDEO TO REG-FONDEO
            WRITE REG-FONDEO
            MOVE WS-FDO-NUM-TRANSFER TO WS-FDO-NUM-ED
            MOVE WS-FDO-TRANSFER TO WS-FDO-ED
            MOVE SPACES TO WS-LINEA-FONDEO
            STRING '  NETO EN TRANSFERENCIA (DISPBAN). PAGOS '
                WS-FDO-NUM-ED '  ' WS-FDO-ED
                DELIMITED BY SIZE
                INTO WS-LINEA-FONDEO
            MOVE WS-LINEA-FONDEO TO REG-FONDEO
            WRITE REG-FONDEO
            MOVE WS-FDO-NUM-EFECTIVO TO WS-FDO-NUM-ED
            MOVE WS-FDO-EFECTIVO TO WS-FDO-ED
            MOVE SPACES TO WS-LINEA-FONDEO
            STRING '  NETO EN EFECTIVO (SOBRES)....... PAGOS '
                WS-FDO-NUM-ED '  ' WS-FDO-ED
                DELIMITED BY SIZE
                INTO WS-LINEA-FONDEO
            MOVE WS-LINEA-FONDEO TO REG-FONDEO
            WRITE REG-FONDEO
            MOVE WS-FDO-NUM-PENSION TO WS-FDO-NUM-ED
            MOVE WS-FDO-PENSION TO WS-FDO-ED
            MOVE SPACES TO WS-LINEA-FONDEO
            STRING '  CHEQUES DE PENSION ALIMENTICIA.. PAGOS '
                WS-FDO-NUM-ED '  ' WS-FDO-ED
                DELIMITED BY SIZE
                INTO WS-LINEA-FONDEO
            MOVE WS-LINEA-FONDEO TO REG-FONDEO
            WRITE REG-FONDEO
            IF CORRIDA-SIN-FONDO
                MOVE '  (CORRIDA DE LA DISTRIBUCION ANUAL DEL FONDO DE '
                    TO WS-LINEA-FONDEO
                MOVE 'AHORRO: EL NETO ES LA ENTREGA DEL FONDO)'
                    TO WS-LINEA-FONDEO(50:)
                MOVE WS-LINEA-FONDEO TO REG-FONDEO
                WRITE REG-FONDEO
            END-IF
            MOVE WS-FDO-TOTAL TO WS-FDO-ED
            MOVE SPACES TO WS-LINEA-FONDEO
            STRING '  TOTAL A FONDEAR EN LA CUENTA ' WS-CUENTA
                '........... ' WS-FDO-ED
                DELIMITED BY SIZE
                INTO WS-LINEA-FONDEO
            MOVE WS-LINEA-FONDEO TO REG-FONDEO
            WRITE REG-FONDEO
            IF WS-FDO-FONDO > ZEROS
                MOVE WS-FDO-FONDO TO WS-FDO-ED
                MOVE SPACES TO WS-LINEA-FONDEO
                STRING '  APORTACIONES AL FONDO DE AHORRO (EMPLEADO '
                    'MAS PATRONAL), APARTE: ' WS-FDO-ED
                    DELIMITED BY SIZE
                    INTO WS-LINEA-FONDEO
                MOVE WS-LINEA-FONDEO TO REG-FONDEO
                WRITE REG-FONDEO
            END-IF
            IF WS-TOT-RECHAZADOS > ZEROS
                MOVE SPACES TO WS-LINEA-FONDEO
                STRING '  RENGLONES RECHAZADOS EN LA SIMULACION, NO '
                    'INCLUIDOS: ' WS-TOT-RECHAZADOS
                    DELIMITED BY SIZE
                    INTO WS-LINEA-FONDEO
                MOVE WS-LINEA-FONDEO TO REG-FONDEO
                WRITE REG-FONDEO
            END-IF
            MOVE SPACES TO REG-FONDEO
            WRITE REG-FONDEO
            MOVE '  ELABORO NOMINA: ____________________   AUTORIZO '
                TO WS-LINEA-FONDEO
            MOVE 'TESORERIA: ____________________'
                TO WS-LINEA-FONDEO(52:)
            MOVE WS-LINEA-FONDEO TO REG-FONDEO
            WRITE REG-FONDEO
            CLOSE F-FONDEO
            MOVE WS-FDO-TOTAL TO WS-FDO-ED
            DISPLAY 'Aviso de fondeo en FONDEO.TXT: cuenta ' WS-CUENTA
                ' total ' WS-FDO-ED UPON CONSOLE.
       119-AVISO-FONDEO-SAL.
            EXIT.

       004-TOMAR-PARAMETRO.
      *    Siguiente renglon del archivo de parametros; HAY queda en
      *    N cuando no hay archivo o se acabaron los renglones
