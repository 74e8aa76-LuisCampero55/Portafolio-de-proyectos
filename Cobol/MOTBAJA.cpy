      *  Copybook compartido: catalogo de motivos de baja que se
      *  captura con cada baja (REG-BAJA-MOTIVO de EMPMAEST) y su
      *  causa de baja del IMSS para el IDSE de PRG01112; el reporte
      *  de rotacion PRG01143 abre las bajas por estos motivos; el
      *  motivo en espacio (bajas anteriores al catalogo) se reporta
      *  sin motivo y va al IMSS como causa 6 (otras) - LCG 15 OCT 26
       01 WS-CATALOGO-MOTIVOS.
           05 FILLER PIC X(27) VALUE 'RRENUNCIA VOLUNTARIA      2'.
           05 FILLER PIC X(27) VALUE 'DDESPIDO                  8'.
           05 FILLER PIC X(27) VALUE 'TTERMINO DE CONTRATO      1'.
           05 FILLER PIC X(27) VALUE 'JJUBILACION               9'.
           05 FILLER PIC X(27) VALUE 'FDEFUNCION                4'.
       01 WS-TABLA-MOTIVOS REDEFINES WS-CATALOGO-MOTIVOS.
           05 WS-MOTIVO-ENT OCCURS 5 TIMES.
               10 WS-MOT-CODIGO    PIC X.
               10 WS-MOT-DESCRIPCION PIC X(25).
               10 WS-MOT-CAUSA-IMSS PIC X.
       01 WS-MOT-NUM               PIC 9 VALUE 5.
       01 WS-MOT-IDX               PIC 9 VALUE ZERO.
