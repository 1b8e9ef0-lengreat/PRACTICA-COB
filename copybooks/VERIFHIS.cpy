      ******************************************************************
      * COPYBOOK: VERIFHIS.CPY
      * PURPOSE: LAYOUT DEL HISTORICO DE LA VERIFICACION NOCTURNA
      *          (VERIFICACION.HIS). CADA CORRIDA DE VERIF01 AGREGA
      *          UNA LINEA CON SU FECHA Y HORA Y LA CANTIDAD DE
      *          EXCEPCIONES DE CADA TIPO, EN EL ORDEN EN QUE LAS
      *          NUMERA EL REPORTE, PARA VER SI LOS DATOS MEJORAN O
      *          EMPEORAN DE UNA NOCHE A OTRA.
      ******************************************************************
       01  REG-VERIF-HIST.
           05  VH-FECHA                  PIC 9(8).
           05  FILLER                    PIC X     VALUE SPACE.
           05  VH-HORA                   PIC 9(6).
           05  VH-CONTADORES.
               10  VH-CONTADOR OCCURS 10 TIMES.
                   15  FILLER            PIC X.
                   15  VH-CANTIDAD       PIC 9(6).
