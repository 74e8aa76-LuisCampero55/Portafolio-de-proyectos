      *  respaldo solo aplica sin archivo de operadores (status 35),
      *  cualquier otro status rechaza la firma y remite a la
      *  conversion PRG01106 - LCG 02 SEP 26
      *  Opcion 38 de nomina: salario diario integrado (PRG01107) - LCG
      *  15 OCT 26
      *  Opcion 39 de nomina: tabla de cuotas IMSS por rama (PRG01110)
      *  - LCG 15 OCT 26
      *  Opcion 23 de personal para los datos de afiliacion IMSS
      *  (PRG01111) y opcion 40 de nomina para el lote de movimientos
      *  afiliatorios IDSE (PRG01112) - LCG 15 OCT 26
      *  Opciones 41 y 42 de nomina: creditos INFONAVIT (PRG01113) y
      *  entero bimestral INFONAVIT (PRG01114) - LCG 15 OCT 26
      *  Opcion 43 de nomina: creditos FONACOT, importacion de la
      *  cedula mensual y conciliacion de pago (PRG01115) -
      *  LCG 15 OCT 26
      *  Opcion 44 de nomina: tabla de UMA y salarios minimos con
      *  barrido de salario minimo (PRG01116) - LCG 15 OCT 26
      *  Opciones 45 y 46 de nomina: catalogo de centros de trabajo y
      *  tasas del impuesto sobre nominas (PRG01118) y declaracion
      *  mensual (PRG01119) - LCG 15 OCT 26
      *  Opcion 47 de nomina: faltas injustificadas y reporte de
      *  ausentismo (PRG01120) - LCG 15 OCT 26
      *  Opcion 48 de nomina: turnos e importacion del reloj checador
      *  (PRG01122) - LCG 15 OCT 26
      *  Opcion 24 del menu de personal: organigrama por compañia y
      *  departamento (PRG01123) - LCG 15 OCT 26
      *  Al firmarse el operador, PRG01126 encola en ALERTAS.TXT los
      *  contratos que vencen en 15 dias o ya vencieron sin renovacion;
      *  opcion 25 del menu de personal: contratos de trabajo
      *  (PRG01124) - LCG 15 OCT 26
      *  Opcion 26 del menu de personal: capacitacion, constancias DC-3
      *  y lista DC-4 (PRG01127) - LCG 15 OCT 26
      *  Opcion 49 del menu de nomina: seguro de vida de grupo, cuota
      *  del empleado y relacion para la aseguradora (PRG01128) - LCG
      *  15 OCT 26
      *  Opcion 50 del menu de nomina: vales de despensa (PRG01129) -
      *  LCG 15 OCT 26
      *  Opcion 51 del menu de nomina: anticipos y comprobacion de
      *  viaticos (PRG01130) - LCG 15 OCT 26
      *  Opcion 52 del menu de nomina: comisiones de venta al archivo
      *  de pagos del lote (PRG01131) - LCG 15 OCT 26
      *  Opcion 27 del menu de personal: resguardo de equipo y
      *  uniformes (PRG01132) - LCG 15 OCT 26
      *  Opcion 53 del menu de nomina: distribucion porcentual de la
      *  mano de obra por centro de costo (PRG01133) - LCG 15 OCT 26
      *  Opcion 54 del menu de nomina: presupuesto de nomina por
      *  departamento y mes contra lo real (PRG01135) - LCG 15 OCT 26
      *  Opcion 55 del menu de nomina: proyeccion del costo de la
      *  nomina a doce meses (PRG01136) - LCG 15 OCT 26
      *  Opcion 56 del menu de nomina: revaluacion cambiaria de fin de
      *  mes de los cheques en moneda extranjera en transito (PRG01137)
      *  - LCG 15 OCT 26
      *  Opcion 57 del menu de nomina: reversa supervisada de una
      *  corrida completa (PRG01138) - LCG 15 OCT 26
      *  Opcion 28 del menu de personal: cambios de personal
      *  programados a fecha futura (PRG01139) - LCG 15 OCT 26
      *  Opcion 29 del menu de personal: sustitucion patronal entre
      *  compañias (PRG01140) - LCG 15 OCT 26
      *  Opcion 30 del menu de personal: evaluacion de desempeño y
      *  propuesta de incrementos por merito (PRG01141) - LCG 15 OCT 26
      *  Opcion 31 del menu de personal: compa-ratio y equidad salarial
      *  por grado, departamento y sexo (PRG01142) - LCG 15 OCT 26
      *  Opcion 32 de personal: rotacion de personal (PRG01143) - LCG
      *  15 OCT 26
      *  Opcion 33 de personal: calendario de ausencias del mes por
      *  departamento (PRG01144) - LCG 15 OCT 26
      *  Opcion 34 de personal: constancia laboral con folio (PRG01145)
      *  - LCG 15 OCT 26
      *  Opcion 35 del menu de personal: tablero de datos completos del
      *  expediente (PRG01146) - LCG 15 OCT 26
      *  Opcion 58 del menu de nomina: aprobacion de cambios de cuenta
      *  CLABE con doble control (PRG01148) - LCG 15 OCT 26
      *  Opcion 59 del menu de nomina: copia anonimizada de maestro,
      *  cheques y domicilios para pruebas y capacitacion (PRG01150) -
      *  LCG 15 OCT 26
      *  Opcion 60 del menu de nomina: depuracion de datos personales
      *  de bajas con plazo de retencion vencido (PRG01151) - LCG 15
      *  OCT 26
      *  Opcion 10 del menu de bitacoras: verificacion de la cadena de
      *  AUDIT.TXT y TABAUD.TXT (PRG01153) - LCG 15 OCT 26
      *  La primera entrada de la sesion a cada area del menu se
      *  asienta en SEGLOG.TXT (evento AREA-x) para la recertificacion
      *  de accesos de PRG01154 - LCG 15 OCT 26
      *  Opcion 11 del menu de bitacoras: recertificacion trimestral de
      *  accesos de operadores (PRG01154) - LCG 15 OCT 26
      *  Opcion 12 del menu de bitacoras: conflictos de segregacion de
      *  funciones (PRG01155) - LCG 15 OCT 26
      *  Opcion 13 de bitacoras: muestra estadistica de pagos para la
      *  auditoria externa (PRG01156) - LCG 15 OCT 26
      *  Opcion 61 del menu de nomina: cierre anual con lista de
      *  control por compañia y año (PRG01157) - LCG 15 OCT 26
      *  Opcion 05 de tablas y cubos: cortes y comparativo anual de los
      *  cubos de personal (PRG01158) - LCG 15 OCT 26
      *  Opcion 36 del menu de personal: cartas de cambio de salario
      *  por rango de fecha efectiva o lote de ajuste (PRG01159) -
      *  LCG 15 OCT 26
      *  Opciones 62 y 63 del menu de nomina: afiliacion sindical y
      *  tabla de cuotas (PRG01160) y remesa mensual de cuotas
      *  sindicales (PRG01161) - LCG 15 OCT 26
      *  Opcion 64 del menu de nomina: lista de raya reimprimible por
      *  corrida (PRG01162) - LCG 15 OCT 26
      *  Opcion 65 del menu de nomina: pagos en efectivo en sobre
      *  (lista de firmas y devolucion de sobres, PRG01164) - LCG 15
      *  OCT 26
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 AREA-TABLAS                  VALUE 'T'.
           88 AREA-BITACORAS               VALUE 'B'.
           88 AREA-SALIR                   VALUE 'S'.
      *    Areas ya asentadas en SEGLOG.TXT en esta sesion (una vez
      *    por area, para la recertificacion de accesos)
       01 WS-AREAS-ASENTADAS               PIC X(6) VALUE SPACES.
       01 WS-AREAS-NUM                     PIC 9 VALUE ZEROS.
       01 WS-AREA-VECES                    PIC 9 VALUE ZEROS.
       01 WS-OPCION-MENU                   PIC 99 VALUE ZEROS.
       01 WS-PROGRAMA-ELEGIDO              PIC X(16) VALUE SPACES.
       01 WS-RESUMEN-SESION.
       01 WS-ALR-IDX                       PIC 999 VALUE ZEROS.
       01 WS-ALR-PENDIENTES                PIC 999 VALUE ZEROS.
       01 WS-ALR-EXTRA                     PIC 999 VALUE ZEROS.
       01 WS-ALR-CONTRATOS                 PIC 999 VALUE ZEROS.
       01 WS-REG-ALERTA.
           05 ALR-FECHA                    PIC 9(8).
           05 ALR-HORA                     PIC 9(8).
                    'durante el quiesce; termine pronto'
                    UPON CONSOLE
            END-IF
      *    Vencimientos de contrato a 15 dias entran a la cola antes
      *    de mostrarla
            CALL 'PRG01126' USING WS-ALR-CONTRATOS
            PERFORM 023-MOSTRAR-ALERTAS
               THRU
               023-MOSTRAR-ALERTAS-SAL
                        DISPLAY 'Su nivel no abre el area de '
                            'personal' UPON CONSOLE
                    ELSE
                        PERFORM 024-ASENTAR-AREA
                           THRU
                           024-ASENTAR-AREA-SAL
                        PERFORM 030-MENU-PERSONAL
                           THRU
                           030-MENU-PERSONAL-SAL
                        DISPLAY 'Su nivel no abre el area de nomina '
                            'y cheques' UPON CONSOLE
                    ELSE
                        PERFORM 024-ASENTAR-AREA
                           THRU
                           024-ASENTAR-AREA-SAL
                        PERFORM 040-MENU-NOMINA
                           THRU
                           040-MENU-NOMINA-SAL
                    END-IF
                WHEN AREA-FECHAS
                    PERFORM 024-ASENTAR-AREA
                       THRU
                       024-ASENTAR-AREA-SAL
                    PERFORM 050-MENU-FECHAS
                       THRU
                       050-MENU-FECHAS-SAL
                WHEN AREA-CALCULADORAS
                    PERFORM 024-ASENTAR-AREA
                       THRU
                       024-ASENTAR-AREA-SAL
                    PERFORM 060-MENU-CALCULADORAS
                       THRU
                       060-MENU-CALCULADORAS-SAL
                WHEN AREA-TABLAS
                    PERFORM 024-ASENTAR-AREA
                       THRU
                       024-ASENTAR-AREA-SAL
                    PERFORM 070-MENU-TABLAS
                       THRU
                       070-MENU-TABLAS-SAL
                        DISPLAY 'Su nivel no abre el area de '
                            'bitacoras y auditoria' UPON CONSOLE
                    ELSE
                        PERFORM 024-ASENTAR-AREA
                           THRU
                           024-ASENTAR-AREA-SAL
                        PERFORM 075-MENU-BITACORAS
                           THRU
                           075-MENU-BITACORAS-SAL
       020-SESION-MENU-SAL.
            EXIT.

       024-ASENTAR-AREA.
      *    La primera entrada de la sesion a cada area queda en
      *    SEGLOG.TXT (evento AREA-x) para que PRG01154 sepa que
      *    areas uso cada operador en el periodo
            MOVE ZEROS TO WS-AREA-VECES
            INSPECT WS-AREAS-ASENTADAS TALLYING WS-AREA-VECES
                FOR ALL WS-AREA
            IF WS-AREA-VECES > ZEROS OR WS-AREAS-NUM NOT < 6
                GO TO 024-ASENTAR-AREA-SAL
            END-IF
            ADD 1 TO WS-AREAS-NUM
            MOVE WS-AREA TO WS-AREAS-ASENTADAS(WS-AREAS-NUM:1)
            MOVE SPACES TO WS-EVENTO-SEG
            STRING 'AREA-' WS-AREA
                DELIMITED BY SIZE
                INTO WS-EVENTO-SEG
            PERFORM 019-BITACORA-SEGURIDAD
               THRU
               019-BITACORA-SEGURIDAD-SAL.
       024-ASENTAR-AREA-SAL.
            EXIT.

       030-MENU-PERSONAL.
            DISPLAY ' -- PERSONAL --' UPON CONSOLE.
            DISPLAY ' 01 Captura/correccion (PRG01002)' UPON CONSOLE.
                UPON CONSOLE.
            DISPLAY ' 21 Expediente 360 (PRG01090)' UPON CONSOLE.
            DISPLAY ' 22 Reingresos (PRG01093)' UPON CONSOLE.
            DISPLAY ' 23 Afiliacion IMSS del empleado (PRG01111)'
                UPON CONSOLE.
            DISPLAY ' 24 Organigrama por departamento (PRG01123)'
                UPON CONSOLE.
            DISPLAY ' 25 Contratos de trabajo (PRG01124)' UPON CONSOLE.
            DISPLAY ' 26 Capacitacion DC-3 y DC-4 (PRG01127)'
                UPON CONSOLE.
            DISPLAY ' 27 Resguardo de equipo (PRG01132)' UPON CONSOLE.
            DISPLAY ' 28 Cambios programados (PRG01139)' UPON CONSOLE.
            DISPLAY ' 29 Sustitucion patronal (PRG01140)' UPON CONSOLE.
            DISPLAY ' 30 Desempeño e incrementos por merito (PRG01141)'
                UPON CONSOLE.
            DISPLAY ' 31 Compa-ratio y equidad salarial (PRG01142)'
                UPON CONSOLE.
            DISPLAY ' 32 Rotacion de personal (PRG01143)' UPON CONSOLE.
            DISPLAY ' 33 Calendario de ausencias del mes (PRG01144)'
                UPON CONSOLE.
            DISPLAY ' 34 Constancia laboral con folio (PRG01145)'
                UPON CONSOLE.
            DISPLAY ' 35 Completitud del expediente (PRG01146)'
                UPON CONSOLE.
            DISPLAY ' 36 Cartas de cambio de salario (PRG01159)'
                UPON CONSOLE.
            DISPLAY ' 00 Regresar' UPON CONSOLE.
            DISPLAY ' Opcion: ' UPON CONSOLE.
            ACCEPT WS-OPCION-MENU FROM CONSOLE
                    MOVE 'PRG01090' TO WS-PROGRAMA-ELEGIDO
                WHEN 22
                    MOVE 'PRG01093' TO WS-PROGRAMA-ELEGIDO
                WHEN 23
                    MOVE 'PRG01111' TO WS-PROGRAMA-ELEGIDO
                WHEN 24
                    MOVE 'PRG01123' TO WS-PROGRAMA-ELEGIDO
                WHEN 25
                    MOVE 'PRG01124' TO WS-PROGRAMA-ELEGIDO
                WHEN 26
                    MOVE 'PRG01127' TO WS-PROGRAMA-ELEGIDO
                WHEN 27
                    MOVE 'PRG01132' TO WS-PROGRAMA-ELEGIDO
                WHEN 28
                    MOVE 'PRG01139' TO WS-PROGRAMA-ELEGIDO
                WHEN 29
                    MOVE 'PRG01140' TO WS-PROGRAMA-ELEGIDO
                WHEN 30
                    MOVE 'PRG01141' TO WS-PROGRAMA-ELEGIDO
                WHEN 31
                    MOVE 'PRG01142' TO WS-PROGRAMA-ELEGIDO
                WHEN 32
                    MOVE 'PRG01143' TO WS-PROGRAMA-ELEGIDO
                WHEN 33
                    MOVE 'PRG01144' TO WS-PROGRAMA-ELEGIDO
                WHEN 34
                    MOVE 'PRG01145' TO WS-PROGRAMA-ELEGIDO
                WHEN 35
                    MOVE 'PRG01146' TO WS-PROGRAMA-ELEGIDO
                WHEN 36
                    MOVE 'PRG01159' TO WS-PROGRAMA-ELEGIDO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
                UPON CONSOLE.
            DISPLAY ' 37 Provision de obligaciones (PRG01105)'
                UPON CONSOLE.
            DISPLAY ' 38 Salario diario integrado (PRG01107)'
                UPON CONSOLE.
            DISPLAY ' 39 Cuotas IMSS por rama (PRG01110)'
                UPON CONSOLE.
            DISPLAY ' 40 Movimientos afiliatorios IDSE (PRG01112)'
                UPON CONSOLE.
            DISPLAY ' 41 Creditos INFONAVIT (PRG01113)' UPON CONSOLE.
            DISPLAY ' 42 Entero bimestral INFONAVIT (PRG01114)'
                UPON CONSOLE.
            DISPLAY ' 43 Creditos FONACOT (PRG01115)' UPON CONSOLE.
            DISPLAY ' 44 UMA y salario minimo (PRG01116)' UPON CONSOLE.
            DISPLAY ' 45 Centros y tasas ISN (PRG01118)' UPON CONSOLE.
            DISPLAY ' 46 Impuesto sobre nominas (PRG01119)'
                UPON CONSOLE.
            DISPLAY ' 47 Faltas injustificadas y ausentismo (PRG01120)'
                UPON CONSOLE.
            DISPLAY ' 48 Reloj checador y turnos (PRG01122)'
                UPON CONSOLE.
            DISPLAY ' 49 Seguro de vida de grupo (PRG01128)'
                UPON CONSOLE.
            DISPLAY ' 50 Vales de despensa (PRG01129)' UPON CONSOLE.
            DISPLAY ' 51 Viaticos: anticipos y comprobacion (PRG01130)'
                UPON CONSOLE.
            DISPLAY ' 52 Comisiones de venta (PRG01131)' UPON CONSOLE.
            DISPLAY ' 53 Distribucion por CC (PRG01133)' UPON CONSOLE.
            DISPLAY ' 54 Presupuesto de nomina (PRG01135)' UPON CONSOLE.
            DISPLAY ' 55 Proyeccion 12 meses (PRG01136)' UPON CONSOLE.
            DISPLAY ' 56 Revaluacion cambiaria (PRG01137)' UPON CONSOLE.
            DISPLAY ' 57 Reversa de corrida (PRG01138)' UPON CONSOLE.
            DISPLAY ' 58 Cambios de cuenta CLABE (PRG01148)'
                UPON CONSOLE.
            DISPLAY ' 59 Copia anonimizada de prueba (PRG01150)'
                UPON CONSOLE.
            DISPLAY ' 60 Depuracion de datos por retencion (PRG01151)'
                UPON CONSOLE.
            DISPLAY ' 61 Cierre anual (lista) (PRG01157)' UPON CONSOLE.
            DISPLAY ' 62 Afiliacion sindical (PRG01160)' UPON CONSOLE.
            DISPLAY ' 63 Remesa de cuotas sindicales (PRG01161)'
                UPON CONSOLE.
            DISPLAY ' 64 Lista de raya por corrida (PRG01162)'
                UPON CONSOLE.
            DISPLAY ' 65 Pagos en efectivo (sobres) (PRG01164)'
                UPON CONSOLE.
            DISPLAY ' 00 Regresar' UPON CONSOLE.
            DISPLAY ' Opcion: ' UPON CONSOLE.
            ACCEPT WS-OPCION-MENU FROM CONSOLE
                    MOVE 'PRG01104' TO WS-PROGRAMA-ELEGIDO
                WHEN 37
                    MOVE 'PRG01105' TO WS-PROGRAMA-ELEGIDO
                WHEN 38
                    MOVE 'PRG01107' TO WS-PROGRAMA-ELEGIDO
                WHEN 39
                    MOVE 'PRG01110' TO WS-PROGRAMA-ELEGIDO
                WHEN 40
                    MOVE 'PRG01112' TO WS-PROGRAMA-ELEGIDO
                WHEN 41
                    MOVE 'PRG01113' TO WS-PROGRAMA-ELEGIDO
                WHEN 42
                    MOVE 'PRG01114' TO WS-PROGRAMA-ELEGIDO
                WHEN 43
                    MOVE 'PRG01115' TO WS-PROGRAMA-ELEGIDO
                WHEN 44
                    MOVE 'PRG01116' TO WS-PROGRAMA-ELEGIDO
                WHEN 45
                    MOVE 'PRG01118' TO WS-PROGRAMA-ELEGIDO
                WHEN 46
                    MOVE 'PRG01119' TO WS-PROGRAMA-ELEGIDO
                WHEN 47
                    MOVE 'PRG01120' TO WS-PROGRAMA-ELEGIDO
                WHEN 48
                    MOVE 'PRG01122' TO WS-PROGRAMA-ELEGIDO
                WHEN 49
                    MOVE 'PRG01128' TO WS-PROGRAMA-ELEGIDO
                WHEN 50
                    MOVE 'PRG01129' TO WS-PROGRAMA-ELEGIDO
                WHEN 51
                    MOVE 'PRG01130' TO WS-PROGRAMA-ELEGIDO
                WHEN 52
                    MOVE 'PRG01131' TO WS-PROGRAMA-ELEGIDO
                WHEN 53
                    MOVE 'PRG01133' TO WS-PROGRAMA-ELEGIDO
                WHEN 54
                    MOVE 'PRG01135' TO WS-PROGRAMA-ELEGIDO
                WHEN 55
                    MOVE 'PRG01136' TO WS-PROGRAMA-ELEGIDO
                WHEN 56
                    MOVE 'PRG01137' TO WS-PROGRAMA-ELEGIDO
                WHEN 57
                    MOVE 'PRG01138' TO WS-PROGRAMA-ELEGIDO
                WHEN 58
                    MOVE 'PRG01148' TO WS-PROGRAMA-ELEGIDO
                WHEN 59
                    MOVE 'PRG01150' TO WS-PROGRAMA-ELEGIDO
                WHEN 60
                    MOVE 'PRG01151' TO WS-PROGRAMA-ELEGIDO
                WHEN 61
                    MOVE 'PRG01157' TO WS-PROGRAMA-ELEGIDO
                WHEN 62
                    MOVE 'PRG01160' TO WS-PROGRAMA-ELEGIDO
                WHEN 63
                    MOVE 'PRG01161' TO WS-PROGRAMA-ELEGIDO
                WHEN 64
                    MOVE 'PRG01162' TO WS-PROGRAMA-ELEGIDO
                WHEN 65
                    MOVE 'PRG01164' TO WS-PROGRAMA-ELEGIDO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
                UPON CONSOLE.
            DISPLAY ' 04 Alimentador del cubo de personal '
                '(PRG01099)' UPON CONSOLE.
            DISPLAY ' 05 Cortes y comparativo de cubos (PRG01158)'
                UPON CONSOLE.
            DISPLAY ' 00 Regresar' UPON CONSOLE.
            DISPLAY ' Opcion: ' UPON CONSOLE.
            ACCEPT WS-OPCION-MENU FROM CONSOLE
                    MOVE 'PRG01049' TO WS-PROGRAMA-ELEGIDO
                WHEN 04
                    MOVE 'PRG01099' TO WS-PROGRAMA-ELEGIDO
                WHEN 05
                    MOVE 'PRG01158' TO WS-PROGRAMA-ELEGIDO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
                UPON CONSOLE.
            DISPLAY ' 09 Auditoria de tablas (PRG01096)'
                UPON CONSOLE.
            DISPLAY ' 10 Cadena de auditoria (PRG01153)' UPON CONSOLE.
            DISPLAY ' 11 Recertificacion de accesos (PRG01154)'
                UPON CONSOLE.
            DISPLAY ' 12 Conflictos de funciones (PRG01155)'
                UPON CONSOLE.
            DISPLAY ' 13 Muestra para auditoria (PRG01156)'
                UPON CONSOLE.
            DISPLAY ' 00 Regresar' UPON CONSOLE.
            DISPLAY ' Opcion: ' UPON CONSOLE.
            ACCEPT WS-OPCION-MENU FROM CONSOLE
                    MOVE 'PRG01089' TO WS-PROGRAMA-ELEGIDO
                WHEN 09
                    MOVE 'PRG01096' TO WS-PROGRAMA-ELEGIDO
                WHEN 10
                    MOVE 'PRG01153' TO WS-PROGRAMA-ELEGIDO
                WHEN 11
                    MOVE 'PRG01154' TO WS-PROGRAMA-ELEGIDO
                WHEN 12
                    MOVE 'PRG01155' TO WS-PROGRAMA-ELEGIDO
                WHEN 13
                    MOVE 'PRG01156' TO WS-PROGRAMA-ELEGIDO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
