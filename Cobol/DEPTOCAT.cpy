      *  contra esta cifra en las capturas y PRG01069 reporta la
      *  variacion mensual; cero significa sin tope definido - LCG
      *  02 SEP 26
      *  Centro de trabajo del departamento (catalogo SITIOS.TXT de
      *  PRG01118, que da el estado para el impuesto sobre nominas),
      *  tomado del espacio reservado; el de EMPCOMP del empleado
      *  manda sobre este; espacios es sin centro asignado - LCG
      *  15 OCT 26
       01 REG-DEPTOS.
           02 DEP-CODIGO           PIC X(4).
           02 DEP-DESCRIPCION      PIC X(30).
           02 DEP-CENTRO-COSTO     PIC X(8).
           02 DEP-PLAZAS           PIC 9(4).
           02 DEP-SITIO            PIC X(4).
           02 FILLER               PIC X(10).
