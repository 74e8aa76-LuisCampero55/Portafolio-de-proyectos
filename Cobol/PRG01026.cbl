      *  Cada alta, cambio y baja queda en la auditoria de tablas
      *  TABAUD.TXT via la rutina compartida PRG01095, con el
      *  renglon anterior y el nuevo - LCG 02 SEP 26
      *  Centro de trabajo del departamento (DEP-SITIO) en el alta, el
      *  cambio y el listado, para el impuesto sobre nominas de
      *  PRG01119 - LCG 15 OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 Descripcion                PIC X(30).
       01 CentroCosto                PIC X(8).
       01 Plazas                     PIC 9(4).
       01 Sitio                      PIC X(4).
       01 WS-TAB-ARCHIVO             PIC X(12) VALUE 'DEPTOS.DAT'.
       01 WS-TAB-OPERACION           PIC X(6) VALUE SPACES.
       01 WS-TAB-ANTES               PIC X(44) VALUE SPACES.
            DISPLAY 'Plazas autorizadas (0 = sin tope): '
                UPON CONSOLE
            ACCEPT Plazas FROM CONSOLE
            DISPLAY 'Centro de trabajo (4, espacios = ninguno): '
                UPON CONSOLE
            ACCEPT Sitio FROM CONSOLE
            MOVE SPACES TO REG-DEPTOS
            MOVE Codigo TO DEP-CODIGO
            MOVE Descripcion TO DEP-DESCRIPCION
            MOVE CentroCosto TO DEP-CENTRO-COSTO
            MOVE Plazas TO DEP-PLAZAS
            MOVE Sitio TO DEP-SITIO
            WRITE REG-DEPTOS
                INVALID KEY
                    DISPLAY 'Error: ya existe el departamento ' Codigo
                    DISPLAY 'Nuevas plazas autorizadas (0 = sin '
                        'tope): '
                    ACCEPT Plazas
                    DISPLAY 'Centro de trabajo actual: ' DEP-SITIO
                    DISPLAY 'Nuevo centro de trabajo: '
                    ACCEPT Sitio
                    MOVE Descripcion TO DEP-DESCRIPCION
                    MOVE CentroCosto TO DEP-CENTRO-COSTO
                    MOVE Plazas TO DEP-PLAZAS
                    MOVE Sitio TO DEP-SITIO
                    REWRITE REG-DEPTOS
                    MOVE 'CAMBIO' TO WS-TAB-OPERACION
                    MOVE REG-DEPTOS TO WS-TAB-DESPUES
                    NOT AT END
                        DISPLAY DEP-CODIGO ' ' DEP-DESCRIPCION ' CC='
                            DEP-CENTRO-COSTO ' PLAZAS=' DEP-PLAZAS
                            ' SITIO=' DEP-SITIO
                END-READ
            END-PERFORM.
       060-LISTAR-DEPTOS-SAL.
