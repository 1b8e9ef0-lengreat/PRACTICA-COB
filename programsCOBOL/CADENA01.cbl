      ******************************************************************
      * AUTHOR: LEONARDO VILLAFUERTE
      * DATE: 18/09/26
      * PURPOSE: CADENA NOCTURNA DE FIN DE DIA. EJECUTA EN ORDEN LOS
      *          PASOS DEFINIDOS EN PASOS.CTL (VER PASOCTL.CPY), UNO
      *          POR UNO, PASANDOLE A CADA PROGRAMA SUS RESPUESTAS DE
      *          CONSOLA DESDE EL ARCHIVO DE CONTROL. DE CADA PASO
      *          REGISTRA HORA DE INICIO Y FIN, ESTADO, CODIGO DE
      *          RETORNO Y CANTIDAD DE REGISTROS, Y LO DEJA ANOTADO EN
      *          PASOS.CTL ANTES Y DESPUES DE EJECUTARLO. SI UN PASO
      *          FALLA LA CADENA SE DETIENE; AL VOLVER A CORRERLA SE
      *          REANUDA EN EL PASO FALLIDO CON LA MISMA FECHA DE
      *          PROCESO, SIN REPETIR LOS YA TERMINADOS (SRI001 NO
      *          DEBE MARCAR DOS VECES LAS FACTURAS COMO ENVIADAS).
      *          ARCH01 DEVUELVE ERROR CUANDO SU RESPALDO NO SE
      *          VERIFICA, ASI QUE LA CADENA SE DETIENE AHI SIN DAR
      *          POR HECHA LA DEPURACION. TODO QUEDA EN CADENA.LOG,
      *          CON LA SALIDA DE CONSOLA DE CADA PASO, PARA ENTREGAR
      *          AL SIGUIENTE TURNO.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CADENA01.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PASOS-FILE ASSIGN TO "PASOS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASOS.
           SELECT PARAMETROS-FILE ASSIGN TO "PASO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.
           SELECT CONSOLA-FILE ASSIGN TO "PASO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSOLA.
           SELECT SALIDA-FILE ASSIGN TO "PASO.SAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALIDA.
           SELECT BITACORA-FILE ASSIGN TO "CADENA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PASOS-FILE.
       01  PASO-LINEA                    PIC X(133).
       FD  PARAMETROS-FILE.
       01  PRM-LINEA                     PIC X(40).
       FD  CONSOLA-FILE.
       01  CON-LINEA                     PIC X(150).
       FD  SALIDA-FILE.
       01  SAL-LINEA                     PIC X(400).
       FD  BITACORA-FILE.
           COPY REPORTE.
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-ARCHIVOS.
           05  WS-FS-PASOS               PIC XX.
               88 WS-PASOS-OK                     VALUE "00".
               88 WS-PASOS-NO-EXISTE              VALUE "35".
           05  WS-FS-PARAMETROS          PIC XX.
           05  WS-FS-CONSOLA             PIC XX.
               88 WS-CONSOLA-OK                   VALUE "00".
               88 WS-CONSOLA-LEIBLE               VALUE "00" "04"
                                                        "06".
           05  WS-FS-SALIDA              PIC XX.
               88 WS-SALIDA-OK                    VALUE "00".
               88 WS-SALIDA-LEIBLE                VALUE "00" "04"
                                                        "06".
           05  WS-FS-BITACORA            PIC XX.
               88 WS-BITACORA-NO-EXISTE           VALUE "35".

           COPY PASOCTL.

      *    PASOS.CTL COMPLETO EN MEMORIA; SE REGRABA ENTERO CADA VEZ
      *    QUE CAMBIA EL ESTADO DE UN PASO.
       01  WS-TOTAL-PASOS                PIC 99    VALUE 0.
       01  TB-PASOS.
           05  TB-PASO-REG               PIC X(133)
                                         OCCURS 30 TIMES
                                         INDEXED BY TB-PS-IDX.
       01  WK-SUB-I                      PIC 99    VALUE 0.

       01  WK-CONTINUAR-SW               PIC X     VALUE 'S'.
           88 WK-CONTINUAR                         VALUE 'S'.
       01  WK-REANUDAR-SW                PIC X     VALUE 'N'.
           88 WK-REANUDAR                          VALUE 'S'.
       01  WK-PASO-FALLIDO               PIC 99    VALUE 0.
       01  WK-PROGRAMA-FALLIDO           PIC X(8)  VALUE SPACES.

       01  WS-HOY                        PIC 9(8)  VALUE 0.
       01  WS-FECHA-PROCESO              PIC 9(8)  VALUE 0.
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-FP-AAAAMM              PIC 9(6).
           05  FILLER                    PIC 99.

      *    RESPUESTAS DE CONSOLA DEL PASO EN CURSO.
       01  WK-TOTAL-PARAMETROS           PIC 99    VALUE 0.
       01  TB-PARAMETROS.
           05  TB-PARAMETRO              PIC X(40) OCCURS 6 TIMES.

       01  WK-COMANDO                    PIC X(200) VALUE SPACES.
       01  WK-RETORNO                    PIC S9(9) VALUE 0.
       01  WK-REGISTROS                  PIC 9(8)  VALUE 0.

       01  WS-ACUMULADORES.
           05  WS-PASOS-EJECUTADOS       PIC 99    VALUE 0.
           05  WS-PASOS-SALTADOS         PIC 99    VALUE 0.
           05  WS-PASOS-INACTIVOS        PIC 99    VALUE 0.

       01  WK-FECHA-R.
           05  WK-FECHA-ANIO             PIC 9(4).
           05  WK-FECHA-MES              PIC 99.
           05  WK-FECHA-DIA              PIC 99.
       01  WK-FECHA-NUM REDEFINES WK-FECHA-R PIC 9(8).
       01  WK-HORA-R.
           05  WK-HORA-HH                PIC 99.
           05  WK-HORA-MM                PIC 99.
           05  WK-HORA-SS                PIC 99.
       01  WK-HORA-NUM REDEFINES WK-HORA-R PIC 9(6).

       01  WS-LINEA-BITACORA.
           05  WS-E-FECHA.
               10  WS-E-DIA              PIC 99.
               10  FILLER                PIC X     VALUE "/".
               10  WS-E-MES              PIC 99.
               10  FILLER                PIC X     VALUE "/".
               10  WS-E-ANIO             PIC 9(4).
           05  WS-E-HORA.
               10  WS-E-HH               PIC 99.
               10  FILLER                PIC X     VALUE ":".
               10  WS-E-MM               PIC 99.
               10  FILLER                PIC X     VALUE ":".
               10  WS-E-SS               PIC 99.
           05  WS-E-INICIO               PIC X(19).
           05  WS-E-FIN                  PIC X(8).
           05  WS-E-ESTADO               PIC X(10).
           05  WS-E-REGISTROS            PIC ZZ.ZZZ.ZZ9.
           05  WS-E-RETORNO              PIC -ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COMIENZO-CADENA01.
           PERFORM 10000-INICIO
           IF WK-CONTINUAR
               PERFORM 20000-EJECUTAR-PASOS
           END-IF
           PERFORM 30000-RESUMEN
           PERFORM 40000-FIN
           .

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           PERFORM 11000-CARGAR-PASOS
           OPEN EXTEND BITACORA-FILE
           IF WS-BITACORA-NO-EXISTE
               OPEN OUTPUT BITACORA-FILE
               CLOSE BITACORA-FILE
               OPEN EXTEND BITACORA-FILE
           END-IF
           IF WS-TOTAL-PASOS = 0
               DISPLAY "PASOS.CTL NO TIENE PASOS, NADA QUE EJECUTAR"
               MOVE 'N' TO WK-CONTINUAR-SW
           ELSE
               PERFORM 12000-DETERMINAR-CORRIDA
           END-IF
           .

       11000-CARGAR-PASOS.
           OPEN INPUT PASOS-FILE
           IF WS-PASOS-NO-EXISTE
               PERFORM 11100-CREAR-PASOS-DEFECTO
               OPEN INPUT PASOS-FILE
           END-IF
           IF WS-PASOS-OK
               PERFORM UNTIL NOT WS-PASOS-OK
                   READ PASOS-FILE INTO REG-PASO
                       AT END
                           MOVE "35" TO WS-FS-PASOS
                       NOT AT END
                           IF WS-TOTAL-PASOS < 30
                               ADD 1 TO WS-TOTAL-PASOS
                               MOVE REG-PASO
                                    TO TB-PASO-REG(WS-TOTAL-PASOS)
                           ELSE
                               DISPLAY "PASOS.CTL TIENE MAS DE 30"
                               DISPLAY "PASOS, SE IGNORAN LOS"
                               DISPLAY "ADICIONALES"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PASOS-FILE
           END-IF
           .

      *    CADENA INICIAL; SE GRABA SOLO LA PRIMERA VEZ QUE SE CREA
      *    EL ARCHIVO. ARCH01 QUEDA INACTIVO: SUS FECHAS DE CORTE
      *    DEBEN CAER EN PERIODOS CERRADOS, ASI QUE EL OPERADOR LO
      *    ACTIVA Y LE PONE LAS FECHAS CUANDO TOCA DEPURAR. CIERRE01
      *    TAMBIEN QUEDA INACTIVO: RECHAZA UNA FECHA DE PERIODO
      *    ABIERTO (Y LA DE ESTA NOCHE LO ES CASI SIEMPRE), ASI QUE
      *    EL OPERADOR LO ACTIVA Y LE PONE UNA FECHA DE UN PERIODO
      *    YA CERRADO.
       11100-CREAR-PASOS-DEFECTO.
           OPEN OUTPUT PASOS-FILE
           MOVE 1 TO PS-ORDEN
           MOVE "SRI001" TO PS-PROGRAMA
           MOVE 'S' TO PS-ACTIVO
           MOVE SPACES TO PS-PARAMETROS
           MOVE "SRIEXPORT.TXT" TO PS-ARCHIVO-CONTEO
           PERFORM 11110-GRABAR-PASO-DEFECTO
           MOVE 2 TO PS-ORDEN
           MOVE "SRI002" TO PS-PROGRAMA
           MOVE 'S' TO PS-ACTIVO
           MOVE SPACES TO PS-PARAMETROS
           MOVE "SRIRESPUESTA.TXT" TO PS-ARCHIVO-CONTEO
           PERFORM 11110-GRABAR-PASO-DEFECTO
           MOVE 3 TO PS-ORDEN
           MOVE "CIERRE01" TO PS-PROGRAMA
           MOVE 'N' TO PS-ACTIVO
           MOVE "AAAAMMDD" TO PS-PARAMETROS
           MOVE "CIERRE.RPT" TO PS-ARCHIVO-CONTEO
           PERFORM 11110-GRABAR-PASO-DEFECTO
           MOVE 4 TO PS-ORDEN
           MOVE "CIERRE02" TO PS-PROGRAMA
           MOVE 'S' TO PS-ACTIVO
           MOVE "@FECHA@" TO PS-PARAMETROS
           MOVE "CAJA.RPT" TO PS-ARCHIVO-CONTEO
           PERFORM 11110-GRABAR-PASO-DEFECTO
           MOVE 5 TO PS-ORDEN
           MOVE "RPT001" TO PS-PROGRAMA
           MOVE 'S' TO PS-ACTIVO
           MOVE SPACES TO PS-PARAMETROS
           MOVE "FACTURAS.RPT" TO PS-ARCHIVO-CONTEO
           PERFORM 11110-GRABAR-PASO-DEFECTO
           MOVE 6 TO PS-ORDEN
           MOVE "RPT002" TO PS-PROGRAMA
           MOVE 'S' TO PS-ACTIVO
           MOVE SPACES TO PS-PARAMETROS
           MOVE "AGING.RPT" TO PS-ARCHIVO-CONTEO
           PERFORM 11110-GRABAR-PASO-DEFECTO
           MOVE 7 TO PS-ORDEN
           MOVE "RPT003" TO PS-PROGRAMA
           MOVE 'S' TO PS-ACTIVO
           MOVE SPACES TO PS-PARAMETROS
           MOVE "REPOSICION.RPT" TO PS-ARCHIVO-CONTEO
           PERFORM 11110-GRABAR-PASO-DEFECTO
           MOVE 8 TO PS-ORDEN
           MOVE "VERIF01" TO PS-PROGRAMA
           MOVE 'S' TO PS-ACTIVO
           MOVE SPACES TO PS-PARAMETROS
           MOVE "VERIFICACION.RPT" TO PS-ARCHIVO-CONTEO
           PERFORM 11110-GRABAR-PASO-DEFECTO
           MOVE 9 TO PS-ORDEN
           MOVE "ARCH01" TO PS-PROGRAMA
           MOVE 'N' TO PS-ACTIVO
           MOVE "AAAAMMDD;AAAAMMDD" TO PS-PARAMETROS
           MOVE "ARCHIVO.RPT" TO PS-ARCHIVO-CONTEO
           PERFORM 11110-GRABAR-PASO-DEFECTO
           CLOSE PASOS-FILE
           .

       11110-GRABAR-PASO-DEFECTO.
           MOVE 'P' TO PS-ESTADO
           MOVE 0   TO PS-FECHA-PROCESO
           MOVE 0   TO PS-INICIO-FECHA
           MOVE 0   TO PS-INICIO-HORA
           MOVE 0   TO PS-FIN-FECHA
           MOVE 0   TO PS-FIN-HORA
           MOVE 0   TO PS-REGISTROS
           MOVE 0   TO PS-RETORNO
           WRITE PASO-LINEA FROM REG-PASO
           .

      *+---------------------------------------------------------------+
      *    SI ALGUN PASO QUEDO FALLIDO O EN EJECUCION, LA CORRIDA
      *    ANTERIOR NO TERMINO: SE REANUDA EN ESE PASO CON SU MISMA
      *    FECHA DE PROCESO. SI NO, ES UNA CORRIDA NUEVA Y TODOS LOS
      *    PASOS VUELVEN A PENDIENTE.
      *+---------------------------------------------------------------+
       12000-DETERMINAR-CORRIDA.
           MOVE 'N' TO WK-REANUDAR-SW
           PERFORM VARYING WK-SUB-I FROM 1 BY 1
                     UNTIL WK-SUB-I > WS-TOTAL-PASOS OR WK-REANUDAR
               MOVE TB-PASO-REG(WK-SUB-I) TO REG-PASO
               IF PS-ES-ACTIVO AND (PS-FALLIDO OR PS-EN-EJECUCION)
                   SET WK-REANUDAR TO TRUE
                   MOVE PS-FECHA-PROCESO TO WS-FECHA-PROCESO
                   MOVE PS-ORDEN         TO WK-PASO-FALLIDO
                   MOVE PS-PROGRAMA      TO WK-PROGRAMA-FALLIDO
               END-IF
           END-PERFORM
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           IF WK-REANUDAR
               MOVE WS-FECHA-PROCESO TO WK-FECHA-NUM
               PERFORM 90100-EDITAR-FECHA
               MOVE SPACES TO REP-LINEA
               STRING "CADENA NOCTURNA REANUDADA EN EL PASO "
                      WK-PASO-FALLIDO " " WK-PROGRAMA-FALLIDO
                      " - FECHA DE PROCESO " WS-E-FECHA
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               DISPLAY REP-LINEA
           ELSE
               DISPLAY "INGRESE FECHA DE PROCESO AAAAMMDD (0 = HOY)"
               ACCEPT WS-FECHA-PROCESO
               IF WS-FECHA-PROCESO = 0
                   MOVE WS-HOY TO WS-FECHA-PROCESO
               END-IF
               PERFORM VARYING WK-SUB-I FROM 1 BY 1
                         UNTIL WK-SUB-I > WS-TOTAL-PASOS
                   MOVE TB-PASO-REG(WK-SUB-I) TO REG-PASO
                   MOVE 'P' TO PS-ESTADO
                   MOVE WS-FECHA-PROCESO TO PS-FECHA-PROCESO
                   MOVE 0   TO PS-INICIO-FECHA
                   MOVE 0   TO PS-INICIO-HORA
                   MOVE 0   TO PS-FIN-FECHA
                   MOVE 0   TO PS-FIN-HORA
                   MOVE 0   TO PS-REGISTROS
                   MOVE 0   TO PS-RETORNO
                   MOVE REG-PASO TO TB-PASO-REG(WK-SUB-I)
               END-PERFORM
               PERFORM 13000-GRABAR-PASOS
               MOVE WS-FECHA-PROCESO TO WK-FECHA-NUM
               PERFORM 90100-EDITAR-FECHA
               MOVE SPACES TO REP-LINEA
               STRING "CADENA NOCTURNA - CORRIDA NUEVA - FECHA DE "
                      "PROCESO " WS-E-FECHA
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
           END-IF
           WRITE REP-LINEA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-NUM
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-HORA-NUM
           PERFORM 90100-EDITAR-FECHA
           PERFORM 90200-EDITAR-HORA
           MOVE SPACES TO REP-LINEA
           STRING "INICIADA EL " WS-E-FECHA " A LAS " WS-E-HORA
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           .

      *    REGRABA PASOS.CTL COMPLETO DESDE LA TABLA.
       13000-GRABAR-PASOS.
           OPEN OUTPUT PASOS-FILE
           PERFORM VARYING WK-SUB-I FROM 1 BY 1
                     UNTIL WK-SUB-I > WS-TOTAL-PASOS
               WRITE PASO-LINEA FROM TB-PASO-REG(WK-SUB-I)
           END-PERFORM
           CLOSE PASOS-FILE
           .

       20000-EJECUTAR-PASOS.
           PERFORM VARYING TB-PS-IDX FROM 1 BY 1
                     UNTIL TB-PS-IDX > WS-TOTAL-PASOS
                        OR NOT WK-CONTINUAR
               MOVE TB-PASO-REG(TB-PS-IDX) TO REG-PASO
               EVALUATE TRUE
                   WHEN NOT PS-ES-ACTIVO
                       ADD 1 TO WS-PASOS-INACTIVOS
                       MOVE SPACES TO REP-LINEA
                       STRING "PASO " PS-ORDEN " " PS-PROGRAMA
                              " INACTIVO EN PASOS.CTL, NO SE EJECUTA"
                              DELIMITED BY SIZE
                              INTO REP-LINEA
                       END-STRING
                       WRITE REP-LINEA
                   WHEN PS-TERMINADO
                       ADD 1 TO WS-PASOS-SALTADOS
                       MOVE SPACES TO REP-LINEA
                       STRING "PASO " PS-ORDEN " " PS-PROGRAMA
                              " YA TERMINADO EN ESTA CORRIDA, NO SE"
                              " REPITE" DELIMITED BY SIZE
                              INTO REP-LINEA
                       END-STRING
                       WRITE REP-LINEA
                   WHEN OTHER
                       PERFORM 21000-EJECUTAR-UN-PASO
               END-EVALUATE
           END-PERFORM
           .

      *+---------------------------------------------------------------+
      *    EL PASO SE MARCA EN EJECUCION EN PASOS.CTL ANTES DE
      *    LLAMARLO, PARA QUE SI LA CADENA SE CORTA A MITAD DEL PASO
      *    LA SIGUIENTE CORRIDA SEPA DONDE QUEDO. CUALQUIER CODIGO DE
      *    RETORNO DISTINTO DE CERO ES FALLA Y DETIENE LA CADENA.
      *+---------------------------------------------------------------+
       21000-EJECUTAR-UN-PASO.
           IF PS-EN-EJECUCION
               MOVE SPACES TO REP-LINEA
               STRING "*** EL PASO " PS-ORDEN " " PS-PROGRAMA
                      " SE CORTO A MITAD DE LA CORRIDA ANTERIOR;"
                      " REVISE SU SALIDA, SE EJECUTA DE NUEVO"
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           END-IF
           MOVE 'E' TO PS-ESTADO
           MOVE FUNCTION CURRENT-DATE(1:8) TO PS-INICIO-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO PS-INICIO-HORA
           MOVE 0 TO PS-FIN-FECHA
           MOVE 0 TO PS-FIN-HORA
           MOVE 0 TO PS-REGISTROS
           MOVE 0 TO PS-RETORNO
           MOVE REG-PASO TO TB-PASO-REG(TB-PS-IDX)
           PERFORM 13000-GRABAR-PASOS
           PERFORM 21100-PREPARAR-PARAMETROS
           DISPLAY "EJECUTANDO PASO " PS-ORDEN " " PS-PROGRAMA
           MOVE SPACES TO WK-COMANDO
           STRING "./" DELIMITED BY SIZE
                  PS-PROGRAMA DELIMITED BY SPACE
                  " < PASO.PRM > PASO.LOG 2>&1" DELIMITED BY SIZE
                  INTO WK-COMANDO
           END-STRING
           CALL "SYSTEM" USING WK-COMANDO
           MOVE RETURN-CODE TO WK-RETORNO
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PS-FIN-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO PS-FIN-HORA
           PERFORM 21200-CONTAR-REGISTROS
           MOVE WK-REGISTROS TO PS-REGISTROS
           IF WK-RETORNO < 0 OR WK-RETORNO > 99999
               MOVE 99999 TO PS-RETORNO
           ELSE
               MOVE WK-RETORNO TO PS-RETORNO
           END-IF
           ADD 1 TO WS-PASOS-EJECUTADOS
           IF WK-RETORNO = 0
               MOVE 'T' TO PS-ESTADO
           ELSE
               MOVE 'F' TO PS-ESTADO
               MOVE 'N' TO WK-CONTINUAR-SW
               MOVE PS-ORDEN    TO WK-PASO-FALLIDO
               MOVE PS-PROGRAMA TO WK-PROGRAMA-FALLIDO
           END-IF
           MOVE REG-PASO TO TB-PASO-REG(TB-PS-IDX)
           PERFORM 13000-GRABAR-PASOS
           PERFORM 21300-REGISTRAR-PASO
           .

      *    ESCRIBE EN PASO.PRM UNA LINEA POR RESPUESTA DE CONSOLA DEL
      *    PASO, CON @FECHA@ Y @MES@ YA REEMPLAZADOS. UN PASO SIN
      *    PARAMETROS RECIBE EL ARCHIVO VACIO.
       21100-PREPARAR-PARAMETROS.
           MOVE SPACES TO TB-PARAMETROS
           MOVE 0 TO WK-TOTAL-PARAMETROS
           IF PS-PARAMETROS NOT = SPACES
               UNSTRING PS-PARAMETROS DELIMITED BY ";"
                   INTO TB-PARAMETRO(1) TB-PARAMETRO(2)
                        TB-PARAMETRO(3) TB-PARAMETRO(4)
                        TB-PARAMETRO(5) TB-PARAMETRO(6)
                   TALLYING IN WK-TOTAL-PARAMETROS
               END-UNSTRING
           END-IF
           OPEN OUTPUT PARAMETROS-FILE
           PERFORM VARYING WK-SUB-I FROM 1 BY 1
                     UNTIL WK-SUB-I > WK-TOTAL-PARAMETROS
               MOVE SPACES TO PRM-LINEA
               EVALUATE TB-PARAMETRO(WK-SUB-I)
                   WHEN "@FECHA@"
                       MOVE WS-FECHA-PROCESO TO PRM-LINEA
                   WHEN "@MES@"
                       MOVE WS-FP-AAAAMM     TO PRM-LINEA
                   WHEN OTHER
                       MOVE TB-PARAMETRO(WK-SUB-I) TO PRM-LINEA
               END-EVALUATE
               WRITE PRM-LINEA
           END-PERFORM
           CLOSE PARAMETROS-FILE
           .

      *    LA CANTIDAD DE REGISTROS DEL PASO ES LA CANTIDAD DE LINEAS
      *    DE SU ARCHIVO DE CONTEO, QUE SE COPIA A PASO.SAL PARA
      *    LEERLO CON UN NOMBRE FIJO. SIN ARCHIVO DE CONTEO, CERO.
       21200-CONTAR-REGISTROS.
           MOVE 0 TO WK-REGISTROS
           IF PS-ARCHIVO-CONTEO NOT = SPACES
               MOVE SPACES TO WK-COMANDO
               STRING "cat " DELIMITED BY SIZE
                      PS-ARCHIVO-CONTEO DELIMITED BY SPACE
                      " > PASO.SAL 2>/dev/null" DELIMITED BY SIZE
                      INTO WK-COMANDO
               END-STRING
               CALL "SYSTEM" USING WK-COMANDO
               MOVE 0 TO RETURN-CODE
               OPEN INPUT SALIDA-FILE
               IF WS-SALIDA-OK
                   PERFORM UNTIL NOT WS-SALIDA-LEIBLE
                       READ SALIDA-FILE
                           AT END
                               MOVE "10" TO WS-FS-SALIDA
                           NOT AT END
                               ADD 1 TO WK-REGISTROS
                       END-READ
                   END-PERFORM
                   CLOSE SALIDA-FILE
               END-IF
           END-IF
           .

      *    LINEA DEL PASO EN LA BITACORA Y, DEBAJO, SU SALIDA DE
      *    CONSOLA TAL COMO LA DEJO EN PASO.LOG.
       21300-REGISTRAR-PASO.
           MOVE PS-INICIO-FECHA TO WK-FECHA-NUM
           MOVE PS-INICIO-HORA  TO WK-HORA-NUM
           PERFORM 90100-EDITAR-FECHA
           PERFORM 90200-EDITAR-HORA
           MOVE SPACES TO WS-E-INICIO
           STRING WS-E-FECHA " " WS-E-HORA DELIMITED BY SIZE
                  INTO WS-E-INICIO
           END-STRING
           MOVE PS-FIN-HORA TO WK-HORA-NUM
           PERFORM 90200-EDITAR-HORA
           MOVE WS-E-HORA TO WS-E-FIN
           IF PS-TERMINADO
               MOVE "TERMINADO" TO WS-E-ESTADO
           ELSE
               MOVE "FALLIDO"   TO WS-E-ESTADO
           END-IF
           MOVE PS-REGISTROS TO WS-E-REGISTROS
           MOVE WK-RETORNO   TO WS-E-RETORNO
           MOVE SPACES TO REP-LINEA
           STRING "PASO " PS-ORDEN " " PS-PROGRAMA
                  " INICIO " WS-E-INICIO " FIN " WS-E-FIN
                  " " WS-E-ESTADO " REGISTROS " WS-E-REGISTROS
                  " RETORNO " WS-E-RETORNO
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           DISPLAY REP-LINEA
           OPEN INPUT CONSOLA-FILE
           IF WS-CONSOLA-OK
               PERFORM UNTIL NOT WS-CONSOLA-LEIBLE
                   READ CONSOLA-FILE
                       AT END
                           MOVE "10" TO WS-FS-CONSOLA
                       NOT AT END
                           MOVE SPACES TO REP-LINEA
                           MOVE "    | " TO REP-LINEA
                           MOVE CON-LINEA TO REP-LINEA(7:)
                           WRITE REP-LINEA
                   END-READ
               END-PERFORM
               CLOSE CONSOLA-FILE
           END-IF
           IF PS-FALLIDO AND PS-PROGRAMA = "ARCH01"
               MOVE "*** ARCH01 NO PASO SU VERIFICACION (RESPALDO O "
                    TO REP-LINEA
               WRITE REP-LINEA
               MOVE "*** PERIODO DE CORTE): FACTURAS.DAT NO SE TOCO"
                    TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           .

       30000-RESUMEN.
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "PASOS EJECUTADOS: " WS-PASOS-EJECUTADOS
                  "  YA TERMINADOS ANTES: " WS-PASOS-SALTADOS
                  "  INACTIVOS: " WS-PASOS-INACTIVOS
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           DISPLAY REP-LINEA
           MOVE SPACES TO REP-LINEA
           IF WS-TOTAL-PASOS = 0
               MOVE "CADENA SIN PASOS DEFINIDOS EN PASOS.CTL"
                    TO REP-LINEA
               WRITE REP-LINEA
           ELSE
               IF WK-CONTINUAR
                   MOVE "CADENA TERMINADA SIN ERRORES" TO REP-LINEA
                   WRITE REP-LINEA
                   DISPLAY REP-LINEA
               ELSE
                   STRING "*** CADENA DETENIDA EN EL PASO "
                          WK-PASO-FALLIDO " " WK-PROGRAMA-FALLIDO
                          DELIMITED BY SIZE
                          INTO REP-LINEA
                   END-STRING
                   WRITE REP-LINEA
                   DISPLAY REP-LINEA
                   MOVE "*** CORRIJA Y VUELVA A CORRER CADENA01, QUE SE"
                        TO REP-LINEA
                   WRITE REP-LINEA
                   DISPLAY REP-LINEA
                   MOVE "*** REANUDA EN ESE PASO" TO REP-LINEA
                   WRITE REP-LINEA
                   DISPLAY REP-LINEA
               END-IF
           END-IF
           DISPLAY "BITACORA DE LA CORRIDA EN CADENA.LOG"
           .

       40000-FIN.
           CLOSE BITACORA-FILE
           IF NOT WK-CONTINUAR
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    DEJA LA FECHA AAAAMMDD DE WK-FECHA-NUM COMO DD/MM/AAAA EN
      *    WS-E-FECHA.
       90100-EDITAR-FECHA.
           MOVE WK-FECHA-DIA  TO WS-E-DIA
           MOVE WK-FECHA-MES  TO WS-E-MES
           MOVE WK-FECHA-ANIO TO WS-E-ANIO
           .

      *    DEJA LA HORA HHMMSS DE WK-HORA-NUM COMO HH:MM:SS EN
      *    WS-E-HORA.
       90200-EDITAR-HORA.
           MOVE WK-HORA-HH TO WS-E-HH
           MOVE WK-HORA-MM TO WS-E-MM
           MOVE WK-HORA-SS TO WS-E-SS
           .
       END PROGRAM CADENA01.
