      ******************************************************************
      * COPYBOOK: PASOCTL.CPY
      * PURPOSE: LAYOUT DEL ARCHIVO DE CONTROL DE PASOS (PASOS.CTL)
      *          DE LA CADENA NOCTURNA CADENA01. UNA LINEA POR PASO,
      *          EN EL ORDEN EN QUE SE EJECUTAN. EL OPERADOR MANTIENE
      *          LAS COLUMNAS DE DEFINICION EDITANDO EL ARCHIVO; LAS
      *          DE ESTADO LAS ESCRIBE CADENA01 ANTES Y DESPUES DE
      *          CADA PASO, Y SON LAS QUE PERMITEN REANUDAR EN EL PASO
      *          QUE FALLO SIN REPETIR LOS YA TERMINADOS.
      *          DEFINICION:
      *            PS-PROGRAMA       EJECUTABLE DEL PASO
      *            PS-ACTIVO         'N' = EL PASO SE SALTA
      *            PS-PARAMETROS     RESPUESTAS A LO QUE EL PROGRAMA
      *                              PIDE POR CONSOLA, SEPARADAS POR
      *                              ';'. @FECHA@ SE REEMPLAZA POR LA
      *                              FECHA DE PROCESO AAAAMMDD Y @MES@
      *                              POR SU AAAAMM
      *            PS-ARCHIVO-CONTEO ARCHIVO CUYAS LINEAS SON LA
      *                              CANTIDAD DE REGISTROS DEL PASO
      *          ESTADO:
      *            PS-ESTADO 'P' PENDIENTE, 'E' EN EJECUCION (LA
      *                      CADENA SE CORTO A MITAD DEL PASO),
      *                      'T' TERMINADO, 'F' FALLIDO
      ******************************************************************
       01  REG-PASO.
           05  PS-ORDEN                  PIC 99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  PS-PROGRAMA               PIC X(8).
           05  FILLER                    PIC X     VALUE SPACE.
           05  PS-ACTIVO                 PIC X.
               88 PS-ES-ACTIVO                     VALUE 'S'.
           05  FILLER                    PIC X     VALUE SPACE.
           05  PS-PARAMETROS             PIC X(40).
           05  FILLER                    PIC X     VALUE SPACE.
           05  PS-ARCHIVO-CONTEO         PIC X(20).
           05  FILLER                    PIC X     VALUE SPACE.
           05  PS-ESTADO                 PIC X.
               88 PS-PENDIENTE                     VALUE 'P'.
               88 PS-EN-EJECUCION                  VALUE 'E'.
               88 PS-TERMINADO                     VALUE 'T'.
               88 PS-FALLIDO                       VALUE 'F'.
           05  FILLER                    PIC X     VALUE SPACE.
           05  PS-FECHA-PROCESO          PIC 9(8).
           05  FILLER                    PIC X     VALUE SPACE.
           05  PS-INICIO-FECHA           PIC 9(8).
           05  FILLER                    PIC X     VALUE SPACE.
           05  PS-INICIO-HORA            PIC 9(6).
           05  FILLER                    PIC X     VALUE SPACE.
           05  PS-FIN-FECHA              PIC 9(8).
           05  FILLER                    PIC X     VALUE SPACE.
           05  PS-FIN-HORA               PIC 9(6).
           05  FILLER                    PIC X     VALUE SPACE.
           05  PS-REGISTROS              PIC 9(8).
           05  FILLER                    PIC X     VALUE SPACE.
           05  PS-RETORNO                PIC 9(5).
