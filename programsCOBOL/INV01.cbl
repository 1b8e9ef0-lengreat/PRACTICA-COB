      ******************************************************************
      * AUTHOR: LEONARDO VILLAFUERTE
      * DATE: 07/09/26
      * PURPOSE: TOMA FISICA DE INVENTARIO EN CUATRO PASOS, CADA UNO
      *          UNA CORRIDA DEL PROGRAMA:
      *          1) FOTO: GRABA EN INVFOTO.DAT EL STOCK DEL SISTEMA DE
      *             CADA PRODUCTO CON FECHA Y HORA.
      *          2) CARGA: LEE EL CONTEO DE BODEGA DE CONTEO.TXT Y LE
      *             PONE A CADA PRODUCTO DE LA FOTO LA CANTIDAD
      *             CONTADA (SE PUEDE REPETIR HASTA CONTABILIZAR).
      *          3) DIFERENCIAS: IMPRIME POR PRODUCTO STOCK DE LA FOTO,
      *             CONTADO, DIFERENCIA Y SU VALOR A FD-PROD-PRECIO.
      *          4) CONTABILIZAR: CON LA APROBACION DE UN SUPERVISOR
      *             PASA TODAS LAS DIFERENCIAS AL MAESTRO EN UNA SOLA
      *             CORRIDA CON MOVIMIENTO 'CNT' EN KARDEX.MOV.
      *          LA DIFERENCIA SE MIDE CONTRA LA FOTO Y NO CONTRA EL
      *          STOCK DEL MOMENTO DE CONTABILIZAR: LO QUE SE FACTURO
      *          O DEVOLVIO CON NOTA DE CREDITO DESPUES DE LA FOTO YA
      *          MOVIO EL MAESTRO Y SE CONSERVA, ASI UNA VENTA HECHA
      *          DURANTE EL CONTEO NO SE CONTABILIZA COMO FALTANTE.
      *          EL RESULTADO DE CADA PASO QUEDA EN INVENTARIO.RPT.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. INV01.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PROD-CODIGO
               FILE STATUS IS WS-FS-PRODUCTOS.
           SELECT INVFOTO-FILE ASSIGN TO "INVFOTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-IF-CODIGO
               FILE STATUS IS WS-FS-INVFOTO.
           SELECT CONTEO-FILE ASSIGN TO "CONTEO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTEO.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OP-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.
           SELECT KARDEX-FILE ASSIGN TO "KARDEX.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-KARDEX.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT REPORTE-FILE ASSIGN TO "INVENTARIO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PRODUCTOS-FILE.
           COPY PRODUCTO.
       FD  INVFOTO-FILE.
           COPY INVFOTO.
       FD  CONTEO-FILE.
           COPY CONTEO.
       FD  OPERADORES-FILE.
           COPY OPERADOR.
       FD  KARDEX-FILE.
           COPY KARDEX.
       FD  AUDITORIA-FILE.
           COPY AUDITORIA.
       FD  REPORTE-FILE.
           COPY REPORTE.
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-ARCHIVOS.
           05  WS-FS-PRODUCTOS           PIC XX.
               88 WS-PRODUCTOS-OK                 VALUE "00".
           05  WS-FS-INVFOTO             PIC XX.
               88 WS-INVFOTO-OK                   VALUE "00".
               88 WS-INVFOTO-NO-EXISTE            VALUE "35".
           05  WS-FS-CONTEO              PIC XX.
               88 WS-CONTEO-OK                    VALUE "00".
           05  WS-FS-OPERADORES          PIC XX.
               88 WS-OPERADORES-OK                VALUE "00".
           05  WS-FS-KARDEX              PIC XX.
               88 WS-KARDEX-OK                    VALUE "00".
               88 WS-KARDEX-NO-EXISTE             VALUE "35".
           05  WS-FS-AUDITORIA           PIC XX.
               88 WS-AUDITORIA-OK                 VALUE "00".
               88 WS-AUDITORIA-NO-EXISTE          VALUE "35".
           05  WS-FS-REPORTE             PIC XX.
           05  WS-PRODUCTOS-ABIERTA     PIC X     VALUE 'N'.
           05  WS-INVFOTO-ABIERTA       PIC X     VALUE 'N'.

       01  WS-OPCION-PASO                PIC 9     VALUE 0.
       01  WK-RESPUESTA                  PIC X     VALUE SPACE.
       01  WK-MOTIVO-RECHAZO             PIC X(30) VALUE SPACES.
       01  WK-CONTINUAR-SW               PIC X     VALUE 'N'.
           88 WK-CONTINUAR                         VALUE 'S'.

      *    ESTADO DE LA TOMA EN CURSO, LEIDO DE INVFOTO.DAT ANTES DE
      *    CADA PASO.
       01  WK-TOMA-FECHA                 PIC 9(8)  VALUE 0.
       01  WK-TOMA-HORA                  PIC 9(6)  VALUE 0.
       01  WK-TOMA-PENDIENTES            PIC 9(6)  VALUE 0.
       01  WK-TOMA-CONTABILIZADOS        PIC 9(6)  VALUE 0.
       01  WK-DOCUMENTO-CONTEO           PIC 9(18) VALUE 0.

      *    SUPERVISOR QUE APRUEBA LA CONTABILIZACION.
       01  WK-SUP-CODIGO                 PIC X(10) VALUE SPACES.
       01  WK-SUP-CLAVE                  PIC X(10) VALUE SPACES.
       01  WK-SUP-APROBADO-SW            PIC X     VALUE 'N'.
           88 WK-SUP-APROBADO                      VALUE 'S'.

      *    CALCULO DE LA DIFERENCIA DE UN PRODUCTO.
       01  WK-DIFERENCIA                 PIC S9(9) VALUE 0.
       01  WK-MOV-POSTERIOR              PIC S9(9) VALUE 0.
       01  WK-VALOR-DIFERENCIA           PIC S9(13)V99 VALUE 0.
       01  WK-STOCK-NUEVO                PIC S9(9) VALUE 0.
       01  WK-PRECIO                     PIC 9(10)V99 VALUE 0.
       01  WK-DESCRIPCION                PIC X(30) VALUE SPACES.
       01  WK-KX-ENTRADA                 PIC 9(8)  VALUE 0.
       01  WK-KX-SALIDA                  PIC 9(8)  VALUE 0.

       01  WS-ACUMULADORES.
           05  WS-TOTAL-FOTO             PIC 9(6)  VALUE 0.
           05  WS-TOTAL-LINEAS-CONTEO    PIC 9(6)  VALUE 0.
           05  WS-TOTAL-RECHAZADAS       PIC 9(6)  VALUE 0.
           05  WS-TOTAL-CONTADOS         PIC 9(6)  VALUE 0.
           05  WS-TOTAL-NO-CONTADOS      PIC 9(6)  VALUE 0.
           05  WS-TOTAL-CON-DIFERENCIA   PIC 9(6)  VALUE 0.
           05  WS-TOTAL-SIN-DIFERENCIA   PIC 9(6)  VALUE 0.
           05  WS-TOTAL-CONTABILIZADOS   PIC 9(6)  VALUE 0.
           05  WS-TOTAL-SOBRANTE         PIC 9(13)V99 VALUE 0.
           05  WS-TOTAL-FALTANTE         PIC 9(13)V99 VALUE 0.
           05  WS-TOTAL-NETO             PIC S9(13)V99 VALUE 0.

      *    DATOS DEL AUDITORIA.LOG DEL PASO DE CONTABILIZACION.
       01  WK-AUD-OPERACION              PIC X(25) VALUE SPACES.
       01  WK-AUD-RESULTADO              PIC X(45) VALUE SPACES.

       01  WS-LINEA-INV.
           05  WS-I-CANTIDAD             PIC ZZ.ZZZ.ZZ9.
           05  WS-I-CONTADO              PIC ZZ.ZZZ.ZZ9.
           05  WS-I-DIFERENCIA           PIC -ZZ.ZZZ.ZZ9.
           05  WS-I-POSTERIOR            PIC -ZZ.ZZZ.ZZ9.
           05  WS-I-VALOR                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-I-CONTADOR             PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COMIENZO-INV01.
           PERFORM 10000-INICIO
           EVALUATE WS-OPCION-PASO
               WHEN 1 PERFORM 20000-TOMAR-FOTO
               WHEN 2 PERFORM 30000-CARGAR-CONTEO
               WHEN 3 PERFORM 40000-REPORTE-DIFERENCIAS
               WHEN 4 PERFORM 50000-CONTABILIZAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, NO SE HIZO NADA"
           END-EVALUATE
           PERFORM 60000-FIN
           .

       10000-INICIO.
           DISPLAY "TOMA FISICA DE INVENTARIO"
           DISPLAY "1.- TOMAR FOTO DEL STOCK DEL SISTEMA"
           DISPLAY "2.- CARGAR CONTEO DESDE CONTEO.TXT"
           DISPLAY "3.- REPORTE DE DIFERENCIAS"
           DISPLAY "4.- CONTABILIZAR DIFERENCIAS (SUPERVISOR)"
           DISPLAY "0.- CANCELAR"
           DISPLAY "DIGITE UNA OPCION"
           ACCEPT WS-OPCION-PASO
           IF WS-OPCION-PASO = 0
               DISPLAY "PROCESO CANCELADO"
               STOP RUN
           END-IF
           OPEN INPUT PRODUCTOS-FILE
           IF WS-PRODUCTOS-OK
               MOVE 'S' TO WS-PRODUCTOS-ABIERTA
           ELSE
               DISPLAY "NO EXISTE EL ARCHIVO PRODUCTOS.DAT"
           END-IF
           OPEN OUTPUT REPORTE-FILE
           PERFORM 11000-LEER-ESTADO-TOMA
           .

      *    RECORRE LA FOTO VIGENTE PARA SABER DE CUANDO ES Y CUANTOS
      *    PRODUCTOS QUEDAN SIN CONTABILIZAR. SIN INVFOTO.DAT NO HAY
      *    TOMA EN CURSO.
       11000-LEER-ESTADO-TOMA.
           MOVE 0 TO WK-TOMA-FECHA
           MOVE 0 TO WK-TOMA-HORA
           MOVE 0 TO WK-TOMA-PENDIENTES
           MOVE 0 TO WK-TOMA-CONTABILIZADOS
           OPEN INPUT INVFOTO-FILE
           IF WS-INVFOTO-OK
               PERFORM UNTIL NOT WS-INVFOTO-OK
                   READ INVFOTO-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-INVFOTO
                       NOT AT END
                           MOVE FD-IF-FECHA-FOTO TO WK-TOMA-FECHA
                           MOVE FD-IF-HORA-FOTO  TO WK-TOMA-HORA
                           IF FD-IF-ESTADO = 'P'
                               ADD 1 TO WK-TOMA-CONTABILIZADOS
                           ELSE
                               ADD 1 TO WK-TOMA-PENDIENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVFOTO-FILE
           END-IF
           COMPUTE WK-DOCUMENTO-CONTEO =
                   WK-TOMA-FECHA * 1000000 + WK-TOMA-HORA
           .

      *    PASO 1. UNA FOTO NUEVA REEMPLAZA LA ANTERIOR; SI LA ANTERIOR
      *    TIENE PRODUCTOS SIN CONTABILIZAR SE PIDE CONFIRMACION PARA
      *    NO PERDER UN CONTEO YA CARGADO.
       20000-TOMAR-FOTO.
           MOVE 'S' TO WK-CONTINUAR-SW
           IF WK-TOMA-PENDIENTES > 0
               DISPLAY "HAY UNA TOMA DEL " WK-TOMA-FECHA " "
                       WK-TOMA-HORA " SIN CONTABILIZAR ("
                       WK-TOMA-PENDIENTES " PRODUCTOS)"
               DISPLAY "DESEA DESCARTARLA Y TOMAR UNA FOTO NUEVA? S/N"
               ACCEPT WK-RESPUESTA
               IF WK-RESPUESTA NOT = 'S' AND WK-RESPUESTA NOT = 's'
                   DISPLAY "SE CONSERVA LA TOMA ANTERIOR"
                   MOVE "FOTO CANCELADA, SE CONSERVA LA TOMA ANTERIOR"
                        TO REP-LINEA
                   WRITE REP-LINEA
                   MOVE 'N' TO WK-CONTINUAR-SW
               END-IF
           END-IF
           IF WK-CONTINUAR AND WS-PRODUCTOS-ABIERTA NOT = 'S'
               MOVE "SIN MAESTRO DE PRODUCTOS, NO SE TOMO LA FOTO"
                    TO REP-LINEA
               WRITE REP-LINEA
               MOVE 'N' TO WK-CONTINUAR-SW
           END-IF
           IF WK-CONTINUAR
               PERFORM 20100-GRABAR-FOTO
           END-IF
           .

       20100-GRABAR-FOTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TOMA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-TOMA-HORA
           OPEN OUTPUT INVFOTO-FILE
           PERFORM UNTIL NOT WS-PRODUCTOS-OK
               READ PRODUCTOS-FILE NEXT RECORD
                   AT END
                       MOVE "35" TO WS-FS-PRODUCTOS
                   NOT AT END
                       MOVE FD-PROD-CODIGO  TO FD-IF-CODIGO
                       MOVE WK-TOMA-FECHA   TO FD-IF-FECHA-FOTO
                       MOVE WK-TOMA-HORA    TO FD-IF-HORA-FOTO
                       MOVE FD-PROD-STOCK   TO FD-IF-STOCK-FOTO
                       MOVE 0               TO FD-IF-CONTADO
                       MOVE 'F'             TO FD-IF-ESTADO
                       WRITE FD-INVFOTO-REG
                       ADD 1 TO WS-TOTAL-FOTO
               END-READ
           END-PERFORM
           CLOSE INVFOTO-FILE
           MOVE SPACES TO REP-LINEA
           STRING "FOTO DE EXISTENCIAS TOMADA EL " WK-TOMA-FECHA
                  " A LAS " WK-TOMA-HORA DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-FOTO TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "PRODUCTOS EN LA FOTO : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           DISPLAY "FOTO TOMADA: " WS-TOTAL-FOTO " PRODUCTOS"
           .

      *    PASO 2. PONE EN CERO LOS CONTEOS DE LA FOTO Y SUMA LAS
      *    LINEAS DE CONTEO.TXT, ASI UNA RECARGA CORREGIDA REEMPLAZA A
      *    LA ANTERIOR EN LUGAR DE SUMARSE. LAS LINEAS DE PRODUCTOS QUE
      *    NO ESTAN EN LA FOTO SE LISTAN COMO RECHAZADAS.
       30000-CARGAR-CONTEO.
           IF WK-TOMA-PENDIENTES = 0
               PERFORM 90100-SIN-TOMA-PENDIENTE
           ELSE
               OPEN INPUT CONTEO-FILE
               IF WS-CONTEO-OK
                   PERFORM 30100-PROCESAR-CONTEO
               ELSE
                   DISPLAY "NO EXISTE EL ARCHIVO CONTEO.TXT, NADA QUE"
                   DISPLAY "CARGAR"
                   MOVE "NO EXISTE CONTEO.TXT, NO SE CARGO NADA"
                        TO REP-LINEA
                   WRITE REP-LINEA
               END-IF
           END-IF
           .

       30100-PROCESAR-CONTEO.
           OPEN I-O INVFOTO-FILE
           PERFORM UNTIL NOT WS-INVFOTO-OK
               READ INVFOTO-FILE NEXT RECORD
                   AT END
                       MOVE "35" TO WS-FS-INVFOTO
                   NOT AT END
                       IF FD-IF-ESTADO NOT = 'P'
                           MOVE 0   TO FD-IF-CONTADO
                           MOVE 'F' TO FD-IF-ESTADO
                           REWRITE FD-INVFOTO-REG
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-INVFOTO
           MOVE SPACES TO REP-LINEA
           STRING "CARGA DEL CONTEO FISICO - TOMA DEL " WK-TOMA-FECHA
                  " " WK-TOMA-HORA DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM UNTIL NOT WS-CONTEO-OK
               READ CONTEO-FILE
                   AT END
                       MOVE "35" TO WS-FS-CONTEO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LINEAS-CONTEO
                       PERFORM 30200-APLICAR-LINEA-CONTEO
               END-READ
           END-PERFORM
           CLOSE CONTEO-FILE
           CLOSE INVFOTO-FILE
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-TOTAL-LINEAS-CONTEO TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "LINEAS LEIDAS DE CONTEO.TXT : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-RECHAZADAS TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "LINEAS RECHAZADAS           : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           DISPLAY "CONTEO CARGADO: " WS-TOTAL-LINEAS-CONTEO
                   " LINEAS, " WS-TOTAL-RECHAZADAS " RECHAZADAS"
           .

       30200-APLICAR-LINEA-CONTEO.
           MOVE CT-CODIGO TO FD-IF-CODIGO
           READ INVFOTO-FILE
               INVALID KEY
                   MOVE " PRODUCTO NO ESTA EN LA FOTO"
                        TO WK-MOTIVO-RECHAZO
                   PERFORM 30210-RECHAZAR-LINEA
               NOT INVALID KEY
                   IF FD-IF-ESTADO = 'P'
                       MOVE " PRODUCTO YA CONTABILIZADO"
                            TO WK-MOTIVO-RECHAZO
                       PERFORM 30210-RECHAZAR-LINEA
                   ELSE
                       ADD CT-CANTIDAD TO FD-IF-CONTADO
                       MOVE 'C' TO FD-IF-ESTADO
                       REWRITE FD-INVFOTO-REG
                   END-IF
           END-READ
           .

       30210-RECHAZAR-LINEA.
           ADD 1 TO WS-TOTAL-RECHAZADAS
           MOVE CT-CANTIDAD TO WS-I-CANTIDAD
           MOVE SPACES TO REP-LINEA
           STRING "RECHAZADA: " CT-CODIGO DELIMITED BY SIZE
                  " CANT:" WS-I-CANTIDAD DELIMITED BY SIZE
                  WK-MOTIVO-RECHAZO DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

      *    PASO 3. LISTA CADA PRODUCTO CONTADO CON SU DIFERENCIA
      *    CONTRA LA FOTO VALORIZADA A PRECIO DE VENTA, Y APARTE LOS
      *    PRODUCTOS DE LA FOTO QUE NO APARECIERON EN EL CONTEO (NO
      *    SE CONTABILIZAN). LA COLUMNA MOV.POST MUESTRA LO QUE SE
      *    MOVIO EL STOCK DESPUES DE LA FOTO (VENTAS, NOTAS DE CREDITO,
      *    COMPRAS) Y QUE LA CONTABILIZACION RESPETA.
       40000-REPORTE-DIFERENCIAS.
           IF WK-TOMA-PENDIENTES = 0
               PERFORM 90100-SIN-TOMA-PENDIENTE
           ELSE
               PERFORM 40050-LISTAR-DIFERENCIAS
           END-IF
           .

       40050-LISTAR-DIFERENCIAS.
           MOVE SPACES TO REP-LINEA
           STRING "REPORTE DE DIFERENCIAS DE INVENTARIO - TOMA DEL "
                  WK-TOMA-FECHA " " WK-TOMA-HORA DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE "CODIGO     DESCRIPCION                        FOTO"
                TO REP-LINEA
           MOVE "    CONTADO  DIFERENCIA   MOV.POST               VALOR"
                TO REP-LINEA(51:)
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           OPEN INPUT INVFOTO-FILE
           PERFORM UNTIL NOT WS-INVFOTO-OK
               READ INVFOTO-FILE NEXT RECORD
                   AT END
                       MOVE "35" TO WS-FS-INVFOTO
                   NOT AT END
                       IF FD-IF-ESTADO = 'C'
                           PERFORM 40100-IMPRIME-DIFERENCIA
                       END-IF
                       IF FD-IF-ESTADO = 'F'
                           ADD 1 TO WS-TOTAL-NO-CONTADOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVFOTO-FILE
           IF WS-TOTAL-NO-CONTADOS > 0
               PERFORM 40200-LISTAR-NO-CONTADOS
           END-IF
           PERFORM 40300-TOTALES-DIFERENCIAS
           DISPLAY "REPORTE GENERADO EN INVENTARIO.RPT"
           .

       40100-IMPRIME-DIFERENCIA.
           ADD 1 TO WS-TOTAL-CONTADOS
           PERFORM 90200-CALCULAR-DIFERENCIA
           IF WK-DIFERENCIA = 0
               ADD 1 TO WS-TOTAL-SIN-DIFERENCIA
           ELSE
               ADD 1 TO WS-TOTAL-CON-DIFERENCIA
               IF WK-VALOR-DIFERENCIA > 0
                   ADD WK-VALOR-DIFERENCIA TO WS-TOTAL-SOBRANTE
               ELSE
                   SUBTRACT WK-VALOR-DIFERENCIA FROM WS-TOTAL-FALTANTE
               END-IF
               ADD WK-VALOR-DIFERENCIA TO WS-TOTAL-NETO
               MOVE FD-IF-STOCK-FOTO    TO WS-I-CANTIDAD
               MOVE FD-IF-CONTADO       TO WS-I-CONTADO
               MOVE WK-DIFERENCIA       TO WS-I-DIFERENCIA
               MOVE WK-MOV-POSTERIOR    TO WS-I-POSTERIOR
               MOVE WK-VALOR-DIFERENCIA TO WS-I-VALOR
               MOVE SPACES TO REP-LINEA
               STRING FD-IF-CODIGO " " WK-DESCRIPCION
                      DELIMITED BY SIZE
                      " " WS-I-CANTIDAD " " WS-I-CONTADO
                      DELIMITED BY SIZE
                      " " WS-I-DIFERENCIA " " WS-I-POSTERIOR
                      DELIMITED BY SIZE
                      " " WS-I-VALOR DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           END-IF
           .

       40200-LISTAR-NO-CONTADOS.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "PRODUCTOS DE LA FOTO SIN CONTEO (NO SE CONTABILIZAN):"
                TO REP-LINEA
           WRITE REP-LINEA
           MOVE "00" TO WS-FS-INVFOTO
           OPEN INPUT INVFOTO-FILE
           PERFORM UNTIL NOT WS-INVFOTO-OK
               READ INVFOTO-FILE NEXT RECORD
                   AT END
                       MOVE "35" TO WS-FS-INVFOTO
                   NOT AT END
                       IF FD-IF-ESTADO = 'F'
                           PERFORM 90300-LEER-PRODUCTO
                           MOVE FD-IF-STOCK-FOTO TO WS-I-CANTIDAD
                           MOVE SPACES TO REP-LINEA
                           STRING FD-IF-CODIGO " " WK-DESCRIPCION
                                  DELIMITED BY SIZE
                                  " " WS-I-CANTIDAD DELIMITED BY SIZE
                                  INTO REP-LINEA
                           END-STRING
                           WRITE REP-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVFOTO-FILE
           .

       40300-TOTALES-DIFERENCIAS.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-TOTAL-CONTADOS TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "PRODUCTOS CONTADOS        : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-SIN-DIFERENCIA TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "  SIN DIFERENCIA          : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-CON-DIFERENCIA TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "  CON DIFERENCIA          : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-NO-CONTADOS TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "PRODUCTOS SIN CONTEO      : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-SOBRANTE TO WS-I-VALOR
           MOVE SPACES TO REP-LINEA
           STRING "VALOR SOBRANTES           : " WS-I-VALOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-FALTANTE TO WS-I-VALOR
           MOVE SPACES TO REP-LINEA
           STRING "VALOR FALTANTES           : " WS-I-VALOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-NETO TO WS-I-VALOR
           MOVE SPACES TO REP-LINEA
           STRING "DIFERENCIA NETA           : " WS-I-VALOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

      *    PASO 4. UN SUPERVISOR SE IDENTIFICA CON SU CODIGO Y CLAVE
      *    DE OPERADORES.DAT PARA APROBAR; LUEGO CADA PRODUCTO CONTADO
      *    RECIBE SU DIFERENCIA SOBRE EL STOCK ACTUAL DEL MAESTRO (QUE
      *    YA TRAE LO VENDIDO DESPUES DE LA FOTO) Y DEJA SU LINEA 'CNT'
      *    EN EL KARDEX. LOS PRODUCTOS SIN CONTEO QUEDAN PENDIENTES.
       50000-CONTABILIZAR.
           MOVE 'S' TO WK-CONTINUAR-SW
           IF WK-TOMA-PENDIENTES = 0
               PERFORM 90100-SIN-TOMA-PENDIENTE
               MOVE 'N' TO WK-CONTINUAR-SW
           END-IF
           IF WK-CONTINUAR
               PERFORM 50100-APROBAR-SUPERVISOR
               IF NOT WK-SUP-APROBADO
                   MOVE "CONTABILIZACION NO APROBADA, NO SE TOCO EL"
                        TO REP-LINEA
                   MOVE "STOCK" TO REP-LINEA(44:)
                   WRITE REP-LINEA
                   MOVE 'N' TO WK-CONTINUAR-SW
               END-IF
           END-IF
           IF WK-CONTINUAR
               DISPLAY "SE VAN A CONTABILIZAR LAS DIFERENCIAS DE LA"
                       " TOMA DEL " WK-TOMA-FECHA " " WK-TOMA-HORA
               DISPLAY "CONFIRMA? S/N"
               ACCEPT WK-RESPUESTA
               IF WK-RESPUESTA NOT = 'S' AND WK-RESPUESTA NOT = 's'
                   DISPLAY "CONTABILIZACION CANCELADA"
                   MOVE "CONTABILIZACION CANCELADA POR EL SUPERVISOR"
                        TO REP-LINEA
                   WRITE REP-LINEA
                   MOVE 'N' TO WK-CONTINUAR-SW
               END-IF
           END-IF
           IF WK-CONTINUAR
               IF WS-PRODUCTOS-ABIERTA = 'S'
                   CLOSE PRODUCTOS-FILE
                   MOVE 'N' TO WS-PRODUCTOS-ABIERTA
               END-IF
               OPEN I-O PRODUCTOS-FILE
               IF WS-PRODUCTOS-OK
                   MOVE 'S' TO WS-PRODUCTOS-ABIERTA
                   PERFORM 50300-CONTABILIZAR-TOMA
               ELSE
                   DISPLAY "NO SE PUDO ABRIR PRODUCTOS.DAT, NO SE"
                   DISPLAY "CONTABILIZO NADA"
               END-IF
           END-IF
           .

       50300-CONTABILIZAR-TOMA.
           MOVE SPACES TO REP-LINEA
           STRING "CONTABILIZACION DE LA TOMA DEL " WK-TOMA-FECHA
                  " " WK-TOMA-HORA " APROBADA POR " WK-SUP-CODIGO
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           OPEN I-O INVFOTO-FILE
           PERFORM UNTIL NOT WS-INVFOTO-OK
               READ INVFOTO-FILE NEXT RECORD
                   AT END
                       MOVE "35" TO WS-FS-INVFOTO
                   NOT AT END
                       IF FD-IF-ESTADO = 'C'
                           PERFORM 50200-CONTABILIZAR-PRODUCTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVFOTO-FILE
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-TOTAL-CONTABILIZADOS TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "PRODUCTOS CONTABILIZADOS   : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-CON-DIFERENCIA TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "  CON MOVIMIENTO CNT       : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-NETO TO WS-I-VALOR
           MOVE SPACES TO REP-LINEA
           STRING "DIFERENCIA NETA VALORIZADA : " WS-I-VALOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE "TOMA FISICA"           TO WK-AUD-OPERACION
           MOVE SPACES                  TO WK-AUD-RESULTADO
           STRING "CONTABILIZADA " WK-TOMA-FECHA " PRODUCTOS "
                  WS-TOTAL-CONTABILIZADOS DELIMITED BY SIZE
                  INTO WK-AUD-RESULTADO
           END-STRING
           PERFORM 90400-REGISTRAR-AUDITORIA
           DISPLAY "DIFERENCIAS CONTABILIZADAS: "
                   WS-TOTAL-CONTABILIZADOS
                   " PRODUCTOS. DETALLE EN INVENTARIO.RPT"
           .

       50100-APROBAR-SUPERVISOR.
           MOVE 'N' TO WK-SUP-APROBADO-SW
           DISPLAY "APROBACION DEL SUPERVISOR"
           DISPLAY "INGRESE SU CODIGO DE OPERADOR"
           ACCEPT WK-SUP-CODIGO
           DISPLAY "INGRESE SU CLAVE"
           ACCEPT WK-SUP-CLAVE
           OPEN INPUT OPERADORES-FILE
           IF NOT WS-OPERADORES-OK
               DISPLAY "NO EXISTE OPERADORES.DAT, NO HAY QUIEN APRUEBE"
           ELSE
               MOVE WK-SUP-CODIGO TO FD-OP-CODIGO
               READ OPERADORES-FILE
                   INVALID KEY
                       DISPLAY "CODIGO O CLAVE INCORRECTOS"
                   NOT INVALID KEY
                       IF FD-OP-CLAVE NOT = WK-SUP-CLAVE
                           DISPLAY "CODIGO O CLAVE INCORRECTOS"
                       ELSE
                           IF FD-OP-PERFIL NOT = 'S' OR
                              FD-OP-ESTADO = 'I'
                               DISPLAY "SOLO UN SUPERVISOR ACTIVO PUEDE"
                                       " APROBAR"
                           ELSE
                               SET WK-SUP-APROBADO TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE OPERADORES-FILE
           END-IF
           .

      *    LA DIFERENCIA (CONTADO - FOTO) SE SUMA AL STOCK ACTUAL. UN
      *    FALTANTE MAYOR QUE EL STOCK ACTUAL (SE VENDIO DESPUES DE LA
      *    FOTO LO QUE YA FALTABA) DEJA EL STOCK EN CERO Y EL KARDEX
      *    REGISTRA SOLO LAS UNIDADES QUE REALMENTE SALIERON.
       50200-CONTABILIZAR-PRODUCTO.
           PERFORM 90200-CALCULAR-DIFERENCIA
           IF WK-DIFERENCIA NOT = 0 AND WS-PRODUCTOS-OK
               ADD 1 TO WS-TOTAL-CON-DIFERENCIA
               ADD WK-VALOR-DIFERENCIA TO WS-TOTAL-NETO
               COMPUTE WK-STOCK-NUEVO = FD-PROD-STOCK + WK-DIFERENCIA
               IF WK-STOCK-NUEVO < 0
                   MOVE 0 TO WK-STOCK-NUEVO
               END-IF
               MOVE SPACES TO REP-LINEA
               MOVE FD-PROD-STOCK TO WS-I-CANTIDAD
               MOVE WK-DIFERENCIA TO WS-I-DIFERENCIA
               MOVE WK-STOCK-NUEVO TO WS-I-CONTADO
               STRING FD-IF-CODIGO " " WK-DESCRIPCION DELIMITED BY SIZE
                      " ANTES:" WS-I-CANTIDAD DELIMITED BY SIZE
                      " DIF:" WS-I-DIFERENCIA DELIMITED BY SIZE
                      " QUEDA:" WS-I-CONTADO DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
               IF WK-STOCK-NUEVO > FD-PROD-STOCK
                   COMPUTE WK-KX-ENTRADA =
                           WK-STOCK-NUEVO - FD-PROD-STOCK
                   MOVE 0 TO WK-KX-SALIDA
               ELSE
                   MOVE 0 TO WK-KX-ENTRADA
                   COMPUTE WK-KX-SALIDA =
                           FD-PROD-STOCK - WK-STOCK-NUEVO
               END-IF
               MOVE WK-STOCK-NUEVO TO FD-PROD-STOCK
               REWRITE FD-PRODUCTO-REG
               PERFORM 90500-REGISTRAR-KARDEX
           END-IF
           MOVE 'P' TO FD-IF-ESTADO
           REWRITE FD-INVFOTO-REG
           ADD 1 TO WS-TOTAL-CONTABILIZADOS
           .

       60000-FIN.
           IF WS-PRODUCTOS-ABIERTA = 'S'
               CLOSE PRODUCTOS-FILE
           END-IF
           CLOSE REPORTE-FILE
           STOP RUN.

      *    RUTINAS COMUNES A LOS PASOS.
       90100-SIN-TOMA-PENDIENTE.
           DISPLAY "NO HAY UNA TOMA FISICA PENDIENTE, TOME LA FOTO"
           DISPLAY "PRIMERO (PASO 1)"
           MOVE "NO HAY TOMA FISICA PENDIENTE" TO REP-LINEA
           WRITE REP-LINEA
           .

      *    DIFERENCIA DEL REGISTRO DE LA FOTO EN CURSO CONTRA LO
      *    CONTADO Y MOVIMIENTO DEL STOCK POSTERIOR A LA FOTO; DEJA EL
      *    PRODUCTO LEIDO EN FD-PRODUCTO-REG.
       90200-CALCULAR-DIFERENCIA.
           PERFORM 90300-LEER-PRODUCTO
           COMPUTE WK-DIFERENCIA = FD-IF-CONTADO - FD-IF-STOCK-FOTO
           IF WS-PRODUCTOS-OK
               COMPUTE WK-MOV-POSTERIOR =
                       FD-PROD-STOCK - FD-IF-STOCK-FOTO
           ELSE
               MOVE 0 TO WK-MOV-POSTERIOR
           END-IF
           COMPUTE WK-VALOR-DIFERENCIA = WK-DIFERENCIA * WK-PRECIO
           .

       90300-LEER-PRODUCTO.
           MOVE SPACES TO WK-DESCRIPCION
           MOVE 0      TO WK-PRECIO
           IF WS-PRODUCTOS-ABIERTA = 'S'
               MOVE FD-IF-CODIGO TO FD-PROD-CODIGO
               READ PRODUCTOS-FILE
                   INVALID KEY
                       MOVE "(NO EXISTE EN EL MAESTRO)"
                            TO WK-DESCRIPCION
                   NOT INVALID KEY
                       MOVE FD-PROD-DESCRIPCION TO WK-DESCRIPCION
                       MOVE FD-PROD-PRECIO      TO WK-PRECIO
               END-READ
           ELSE
               MOVE "35" TO WS-FS-PRODUCTOS
           END-IF
           .

       90400-REGISTRAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-AUDITORIA-NO-EXISTE
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AUD-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AUD-HORA
           MOVE WK-AUD-OPERACION             TO AUD-OPERACION
           MOVE 0                            TO AUD-CEDULA
           MOVE WK-DOCUMENTO-CONTEO          TO AUD-FACTURAID
           MOVE WK-AUD-RESULTADO             TO AUD-RESULTADO
           MOVE WK-SUP-CODIGO                TO AUD-OPERADOR
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA-FILE
           .

      *    LINEA 'CNT' DEL KARDEX PARA EL PRODUCTO EN FD-PRODUCTO-REG;
      *    LAS UNIDADES VIENEN EN WK-KX-ENTRADA / WK-KX-SALIDA.
       90500-REGISTRAR-KARDEX.
           OPEN EXTEND KARDEX-FILE
           IF WS-KARDEX-NO-EXISTE
               OPEN OUTPUT KARDEX-FILE
               CLOSE KARDEX-FILE
               OPEN EXTEND KARDEX-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8)  TO KX-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO KX-HORA
           MOVE FD-PROD-CODIGO              TO KX-CODIGO
           MOVE "CNT"                       TO KX-TIPO-DOC
           MOVE WK-DOCUMENTO-CONTEO         TO KX-DOCUMENTO
           MOVE WK-KX-ENTRADA               TO KX-ENTRADA
           MOVE WK-KX-SALIDA                TO KX-SALIDA
           MOVE FD-PROD-STOCK               TO KX-SALDO
           WRITE REG-KARDEX
           CLOSE KARDEX-FILE
           .
       END PROGRAM INV01.
