      *  Copybook compartido: expediente complementario del empleado
      *  (EMPCOMP.DAT, llave el numero de empleado), archivo compañero
      *  del maestro al estilo de DOMICIL.DAT para los datos que ya
      *  no caben en el FILLER de EMPMAEST: afiliacion al IMSS
      *  (numero de seguridad social con digito verificador, unidad
      *  de medicina familiar, tipo de trabajador, tipo de salario y
      *  semana o jornada reducida) que piden los movimientos
      *  afiliatorios de IDSE; lo mantiene PRG01111; el FILLER final
      *  reserva espacio para crecer el registro sin reconvertir el
      *  archivo - LCG 15 OCT 26
      *  Zona de salario minimo del centro de trabajo (F zona libre
      *  de la frontera norte, G o espacio zona general), tomada del
      *  espacio reservado para el barrido de salario minimo de
      *  PRG01116 - LCG 15 OCT 26
      *  Centro de trabajo del empleado (catalogo SITIOS.TXT de
      *  PRG01118), tomado del espacio reservado; en espacios el
      *  impuesto sobre nominas de PRG01119 toma el del departamento
      *  - LCG 15 OCT 26
      *  Turno del empleado (catalogo TURNOS.TXT de PRG01122), tomado
      *  del espacio reservado; en espacios el empleado no checa y la
      *  importacion del reloj no lo considera - LCG 15 OCT 26
      *  Jefe directo (numero de empleado, ceros o espacios = sin
      *  jefe) y clave de operador de OPERADOR.DAT con que firma el
      *  empleado cuando es jefe, tomados del espacio reservado: la
      *  cadena de mando que valida PRG01111, el organigrama de
      *  PRG01123 y la ruta de autorizacion de vacaciones de
      *  PRG01066 - LCG 15 OCT 26
      *  Numero de tarjeta de vales de despensa del proveedor (16
      *  digitos, espacios = sin tarjeta), tomado del espacio
      *  reservado para el archivo de carga de PRG01129 - LCG 15 OCT 26
       01 REG-EMPCOMP.
           02 CMP-EMP-ID           PIC 9(6).
           02 CMP-NSS              PIC X(11).
           02 CMP-UMF              PIC X(3).
           02 CMP-TIPO-TRAB        PIC X.
               88 CMP-TRAB-PERMANENTE VALUE '1' ' '.
               88 CMP-TRAB-EVENTUAL VALUE '2'.
               88 CMP-TRAB-EVENT-CONST VALUE '3'.
           02 CMP-TIPO-SALARIO     PIC X.
               88 CMP-SAL-FIJO     VALUE '0' ' '.
               88 CMP-SAL-VARIABLE VALUE '1'.
               88 CMP-SAL-MIXTO    VALUE '2'.
           02 CMP-JORNADA          PIC X.
           02 CMP-ZONA-SM          PIC X.
               88 CMP-ZONA-GENERAL VALUE 'G' ' '.
               88 CMP-ZONA-FRONTERA VALUE 'F'.
           02 CMP-SITIO            PIC X(4).
           02 CMP-TURNO            PIC X(2).
           02 CMP-JEFE             PIC 9(6).
           02 CMP-OPERADOR         PIC X(8).
           02 CMP-TARJETA-VALES    PIC X(16).
           02 FILLER               PIC X(140).
