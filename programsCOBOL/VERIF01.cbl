      ******************************************************************
      * AUTHOR: LEONARDO VILLAFUERTE
      * DATE: 16/09/26
      * PURPOSE: VERIFICACION NOCTURNA DE INTEGRIDAD ENTRE ARCHIVOS.
      *          CADA PROGRAMA CONFIA EN QUE LOS DEMAS ARCHIVOS
      *          CUADRAN; ESTE LO COMPRUEBA Y LISTA LAS EXCEPCIONES
      *          EN VERIFICACION.RPT:
      *          1) FACTURAS CUYO FD-VALORT-FACTURA NO ES LA SUMA DE
      *             SUS LINEAS EN FACTDET.DAT (LAS FACTURAS VIEJAS SIN
      *             DETALLE SOLO SE CUENTAN).
      *          2-5) LINEAS DE DETALLE, PAGOS, NOTAS DE CREDITO Y
      *             RETENCIONES CUYA FACTURA NO ESTA NI EN
      *             FACTURAS.DAT NI EN FACTURAS.HIS.
      *          6) FACTURAS CON PAGOS + RETENCIONES + NOTAS DE
      *             CREDITO MAYORES QUE SU TOTAL MAS LAS NOTAS DE
      *             DEBITO NO CONDONADAS.
      *          7) PRODUCTOS CUYO KARDEX.MOV REPRODUCIDO NO DA EL
      *             FD-PROD-STOCK DEL MAESTRO. EL SALDO DE APERTURA ES
      *             EL ANTERIOR AL PRIMER MOVIMIENTO DEL PRODUCTO, PARA
      *             QUE LOS PRODUCTOS CREADOS ANTES DEL KARDEX NO
      *             SALGAN TODOS LAS NOCHES.
      *          8-10) HUECOS, NUMEROS REPETIDOS Y NUMEROS MAYORES QUE
      *             EL ULTIMO ASIGNADO EN LAS SERIES 'FA', 'NC' Y 'ND'
      *             DE SERIES.DAT, CONTRA LAS FACTURAS (EN LINEA E
      *             HISTORICAS) Y LAS NOTAS DE CREDITO Y DE DEBITO EN
      *             ARCHIVO.
      *          AL FINAL IMPRIME LA CANTIDAD POR TIPO JUNTO A LA DE LA
      *          CORRIDA ANTERIOR, Y LA GUARDA EN VERIFICACION.HIS
      *          (VER VERIFHIS.CPY). NO MODIFICA NINGUN ARCHIVO DE
      *          DATOS.
      * TECTONICS: COBC
      * MODIFICATIONS:
      *  20/09/26 - LAS NOTAS DE DEBITO POR MORA NO CONDONADAS SUMAN
      *             AL TOTAL DE LA FACTURA EN EL CUADRE DE COBROS, Y SE
      *             REVISA LA SERIE 'ND' CONTRA NOTASDEB.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. VERIF01.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FACTURAS-FILE ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-KEY-PRIMARIA
               ALTERNATE RECORD KEY IS FD-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-FACTURAS.
           SELECT HIST-FILE ASSIGN TO "FACTURAS.HIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY-PRIMARIA
               ALTERNATE RECORD KEY IS HI-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-HIST.
           SELECT FACTDET-FILE ASSIGN TO "FACTDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-DET-KEY
               FILE STATUS IS WS-FS-FACTDET.
           SELECT PAGOS-FILE ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PG-KEY
               FILE STATUS IS WS-FS-PAGOS.
           SELECT NOTASCRED-FILE ASSIGN TO "NOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NC-NUMERO
               ALTERNATE RECORD KEY IS FD-NC-REF WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTASCRED.
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-RT-KEY
               FILE STATUS IS WS-FS-RETENCIONES.
           SELECT NOTASDEB-FILE ASSIGN TO "NOTASDEB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ND-NUMERO
               ALTERNATE RECORD KEY IS FD-ND-REF WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTASDEB.
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PROD-CODIGO
               FILE STATUS IS WS-FS-PRODUCTOS.
           SELECT KARDEX-FILE ASSIGN TO "KARDEX.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-KARDEX.
           SELECT SERIES-FILE ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-SER-KEY
               FILE STATUS IS WS-FS-SERIES.
           SELECT VERIFHIS-FILE ASSIGN TO "VERIFICACION.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VERIFHIS.
           SELECT REPORTE-FILE ASSIGN TO "VERIFICACION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FACTURAS-FILE.
           COPY FACTURA.
       FD  HIST-FILE.
           COPY FACTURA REPLACING LEADING ==FD== BY ==HI==.
       FD  FACTDET-FILE.
           COPY FACTDET.
       FD  PAGOS-FILE.
           COPY PAGO.
       FD  NOTASCRED-FILE.
           COPY NOTACRED.
       FD  RETENCIONES-FILE.
           COPY RETENCION.
       FD  NOTASDEB-FILE.
           COPY NOTADEB.
       FD  PRODUCTOS-FILE.
           COPY PRODUCTO.
       FD  KARDEX-FILE.
           COPY KARDEX.
       FD  SERIES-FILE.
           COPY SERIE.
       FD  VERIFHIS-FILE.
           COPY VERIFHIS.
       FD  REPORTE-FILE.
           COPY REPORTE.
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-ARCHIVOS.
           05  WS-FS-FACTURAS            PIC XX.
               88 WS-FACTURAS-OK                  VALUE "00".
           05  WS-FS-HIST                PIC XX.
               88 WS-HIST-OK                      VALUE "00".
           05  WS-FS-FACTDET             PIC XX.
               88 WS-FACTDET-OK                   VALUE "00".
           05  WS-FS-PAGOS               PIC XX.
               88 WS-PAGOS-OK                     VALUE "00".
           05  WS-FS-NOTASCRED           PIC XX.
               88 WS-NOTASCRED-OK                 VALUE "00".
           05  WS-FS-RETENCIONES         PIC XX.
               88 WS-RETENCIONES-OK               VALUE "00".
           05  WS-FS-NOTASDEB            PIC XX.
               88 WS-NOTASDEB-OK                  VALUE "00".
           05  WS-FS-PRODUCTOS           PIC XX.
               88 WS-PRODUCTOS-OK                 VALUE "00".
           05  WS-FS-KARDEX              PIC XX.
               88 WS-KARDEX-OK                    VALUE "00".
           05  WS-FS-SERIES              PIC XX.
               88 WS-SERIES-OK                    VALUE "00".
           05  WS-FS-VERIFHIS            PIC XX.
               88 WS-VERIFHIS-OK                  VALUE "00".
               88 WS-VERIFHIS-NO-EXISTE           VALUE "35".
           05  WS-FS-REPORTE             PIC XX.
           05  WS-FACTURAS-ABIERTA      PIC X     VALUE 'N'.
           05  WS-HIST-ABIERTA          PIC X     VALUE 'N'.
           05  WS-FACTDET-ABIERTA       PIC X     VALUE 'N'.
           05  WS-PAGOS-ABIERTA         PIC X     VALUE 'N'.
           05  WS-NOTASCRED-ABIERTA     PIC X     VALUE 'N'.
           05  WS-RETENCIONES-ABIERTA   PIC X     VALUE 'N'.
           05  WS-NOTASDEB-ABIERTA      PIC X     VALUE 'N'.
           05  WS-PRODUCTOS-ABIERTA     PIC X     VALUE 'N'.
           05  WS-SERIES-ABIERTA        PIC X     VALUE 'N'.

       01  WS-HOY                        PIC 9(8)  VALUE 0.
       01  WS-HORA                       PIC 9(6)  VALUE 0.

      *+---------------------------------------------------------------+
      *    CONTADORES POR TIPO DE EXCEPCION. EL NUMERO DEL TIPO ES LA
      *    POSICION EN LA TABLA Y EN VERIFICACION.HIS; UN TIPO NUEVO
      *    VA SIEMPRE AL FINAL PARA NO CORRER LA HISTORIA.
      *+---------------------------------------------------------------+
       01  WS-TOTAL-TIPOS                PIC 99    VALUE 10.
       01  WK-TIPO                       PIC 99    VALUE 0.
       01  TB-EXCEPCIONES.
           05  TB-EXC OCCURS 10 TIMES.
               10  TB-EX-ACTUAL          PIC 9(6).
               10  TB-EX-ANTERIOR        PIC 9(6).
       01  TB-NOMBRES-TIPO.
           05  FILLER                    PIC X(40)
               VALUE "FACTURA NO CUADRA CON SU DETALLE".
           05  FILLER                    PIC X(40)
               VALUE "LINEA DE DETALLE SIN FACTURA".
           05  FILLER                    PIC X(40)
               VALUE "PAGO SIN FACTURA".
           05  FILLER                    PIC X(40)
               VALUE "NOTA DE CREDITO SIN FACTURA".
           05  FILLER                    PIC X(40)
               VALUE "RETENCION SIN FACTURA".
           05  FILLER                    PIC X(40)
               VALUE "FACTURA SOBREAPLICADA".
           05  FILLER                    PIC X(40)
               VALUE "KARDEX NO CUADRA CON EL STOCK".
           05  FILLER                    PIC X(40)
               VALUE "HUECO EN SERIE".
           05  FILLER                    PIC X(40)
               VALUE "NUMERO REPETIDO EN SERIE".
           05  FILLER                    PIC X(40)
               VALUE "NUMERO MAYOR AL ULTIMO DE LA SERIE".
       01  TB-NOMBRES-TIPO-R REDEFINES TB-NOMBRES-TIPO.
           05  TB-NOMBRE-TIPO            PIC X(40) OCCURS 10 TIMES.
       01  WK-HAY-ANTERIOR-SW            PIC X     VALUE 'N'.
           88 WK-HAY-ANTERIOR                      VALUE 'S'.
       01  WK-FECHA-ANTERIOR             PIC 9(8)  VALUE 0.

      *    CUADRE DE CADA FACTURA.
       01  WK-SUMA-DETALLE               PIC S9(15)V99 VALUE 0.
       01  WK-LINEAS-DETALLE             PIC 9(4)  VALUE 0.
       01  WK-TOTAL-FACTURA              PIC S9(15)V99 VALUE 0.
       01  WK-TOTAL-APLICADO             PIC S9(15)V99 VALUE 0.
       01  WK-TOTAL-PAGOS                PIC S9(15)V99 VALUE 0.
       01  WK-TOTAL-NOTAS                PIC S9(15)V99 VALUE 0.
       01  WK-TOTAL-RETENIDO             PIC S9(15)V99 VALUE 0.

      *    BUSQUEDA DE UNA FACTURA EN LINEA O EN EL HISTORICO.
       01  WK-BUSCA-ID                   PIC 9(10) VALUE 0.
       01  WK-BUSCA-FACTURAID            PIC 9(18) VALUE 0.
       01  WK-EXISTE-SW                  PIC X     VALUE 'N'.
           88 WK-EXISTE                            VALUE 'S'.
       01  WK-ULT-ID                     PIC 9(10) VALUE 0.
       01  WK-ULT-FACTURAID              PIC 9(18) VALUE 0.

      *+---------------------------------------------------------------+
      *    REPRODUCCION DEL KARDEX. LA TABLA SE CARGA DE PRODUCTOS.DAT
      *    EN ORDEN DE CODIGO, ASI QUE SE PUEDE BUSCAR CON SEARCH ALL.
      *+---------------------------------------------------------------+
       01  WS-TB-MAX-PRODUCTOS           PIC 9(4)  VALUE 5000.
       01  WS-TOTAL-PRODUCTOS            PIC 9(4)  VALUE 0.
       01  TB-PRODUCTOS.
           05  TB-PROD OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-TOTAL-PRODUCTOS
                   ASCENDING KEY IS TB-PR-CODIGO
                   INDEXED BY TB-PR-IDX.
               10  TB-PR-CODIGO          PIC X(10).
               10  TB-PR-STOCK           PIC 9(8).
               10  TB-PR-CON-KARDEX      PIC X.
               10  TB-PR-APERTURA        PIC S9(9).
               10  TB-PR-ENTRADAS        PIC 9(9).
               10  TB-PR-SALIDAS         PIC 9(9).
               10  TB-PR-ULT-SALDO       PIC 9(8).
       01  WK-STOCK-KARDEX               PIC S9(10) VALUE 0.
       01  WS-KARDEX-LEIDAS              PIC 9(8)  VALUE 0.
       01  WS-KARDEX-SIN-PRODUCTO        PIC 9(8)  VALUE 0.
       01  WS-PRODUCTOS-FUERA            PIC 9(6)  VALUE 0.

      *+---------------------------------------------------------------+
      *    VERIFICACION DE SERIES. POR CADA SERIE SE MARCAN EN
      *    TB-MARCAS LOS SECUENCIALES QUE ESTAN EN ARCHIVO; LOS NO
      *    MARCADOS HASTA EL ULTIMO ASIGNADO SON HUECOS. SOLO SE
      *    REVISAN LOS ULTIMOS 99999 NUMEROS DE CADA SERIE.
      *+---------------------------------------------------------------+
       01  WS-TOTAL-SERIES               PIC 99    VALUE 0.
       01  TB-SERIES.
           05  TB-SER OCCURS 50 TIMES INDEXED BY TB-SER-IDX.
               10  TB-SR-TIPO-DOC        PIC X(2).
               10  TB-SR-ESTABLEC        PIC 9(3).
               10  TB-SR-PTO-EMISION     PIC 9(3).
               10  TB-SR-ULTIMO          PIC 9(9).
       01  WS-MAX-MARCAS                 PIC 9(5)  VALUE 99999.
       01  TB-MARCAS.
           05  TB-MARCA                  PIC X     OCCURS 99999 TIMES.
       01  WK-BASE-SERIE                 PIC 9(9)  VALUE 0.
       01  WK-TOPE-SERIE                 PIC 9(5)  VALUE 0.
       01  WK-POSICION                   PIC 9(6)  VALUE 0.
       01  WK-HUECO-DESDE                PIC 9(9)  VALUE 0.
       01  WK-HUECO-HASTA                PIC 9(9)  VALUE 0.
       01  WK-EN-HUECO-SW                PIC X     VALUE 'N'.
           88 WK-EN-HUECO                          VALUE 'S'.
       01  WK-NUMERO-DOC                 PIC 9(18) VALUE 0.
       01  WK-NUMERO-DOC-R REDEFINES WK-NUMERO-DOC.
           05  FILLER                    PIC 9(3).
           05  WK-ND-ESTABLEC            PIC 9(3).
           05  WK-ND-PTO-EMISION         PIC 9(3).
           05  WK-ND-SECUENCIAL          PIC 9(9).
       01  WK-DOC-CEDULA                 PIC 9(10) VALUE 0.
       01  WK-SERIE-ED                   PIC X(12) VALUE SPACES.

       01  WS-ACUMULADORES.
           05  WS-FACTURAS-REVISADAS     PIC 9(6)  VALUE 0.
           05  WS-FACTURAS-SIN-DETALLE   PIC 9(6)  VALUE 0.
           05  WS-TOTAL-EXCEPCIONES      PIC 9(7)  VALUE 0.

       01  WS-LINEA-VERIF.
           05  WS-V-VALOR                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-V-VALOR2               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-V-CANTIDAD             PIC -ZZ.ZZZ.ZZ9.
           05  WS-V-CANTIDAD2            PIC -ZZ.ZZZ.ZZ9.
           05  WS-V-CONTADOR             PIC ZZZ.ZZ9.
           05  WS-V-CONTADOR2            PIC ZZZ.ZZ9.
           05  WS-V-TENDENCIA            PIC X(10).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COMIENZO-VERIF01.
           PERFORM 10000-INICIO
           PERFORM 20000-VERIFICAR-FACTURAS
           PERFORM 21000-VERIFICAR-HUERFANOS
           PERFORM 22000-VERIFICAR-KARDEX
           PERFORM 23000-VERIFICAR-SERIES
           PERFORM 30000-RESUMEN
           PERFORM 40000-FIN
           .

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA
           INITIALIZE TB-EXCEPCIONES
           PERFORM 11000-LEER-CORRIDA-ANTERIOR
           OPEN INPUT FACTURAS-FILE
           IF WS-FACTURAS-OK
               MOVE 'S' TO WS-FACTURAS-ABIERTA
           ELSE
               DISPLAY "NO EXISTE EL ARCHIVO FACTURAS.DAT"
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-OK
               MOVE 'S' TO WS-HIST-ABIERTA
           END-IF
           OPEN INPUT FACTDET-FILE
           IF WS-FACTDET-OK
               MOVE 'S' TO WS-FACTDET-ABIERTA
           END-IF
           OPEN INPUT PAGOS-FILE
           IF WS-PAGOS-OK
               MOVE 'S' TO WS-PAGOS-ABIERTA
           END-IF
           OPEN INPUT NOTASCRED-FILE
           IF WS-NOTASCRED-OK
               MOVE 'S' TO WS-NOTASCRED-ABIERTA
           END-IF
           OPEN INPUT RETENCIONES-FILE
           IF WS-RETENCIONES-OK
               MOVE 'S' TO WS-RETENCIONES-ABIERTA
           END-IF
           OPEN INPUT NOTASDEB-FILE
           IF WS-NOTASDEB-OK
               MOVE 'S' TO WS-NOTASDEB-ABIERTA
           END-IF
           OPEN INPUT PRODUCTOS-FILE
           IF WS-PRODUCTOS-OK
               MOVE 'S' TO WS-PRODUCTOS-ABIERTA
           END-IF
           OPEN INPUT SERIES-FILE
           IF WS-SERIES-OK
               MOVE 'S' TO WS-SERIES-ABIERTA
           END-IF
           OPEN OUTPUT REPORTE-FILE
           MOVE SPACES TO REP-LINEA
           STRING "VERIFICACION DE INTEGRIDAD DEL " WS-HOY
                  " A LAS " WS-HORA DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           .

      *    LA ULTIMA LINEA DE VERIFICACION.HIS ES LA CORRIDA ANTERIOR.
       11000-LEER-CORRIDA-ANTERIOR.
           OPEN INPUT VERIFHIS-FILE
           IF WS-VERIFHIS-OK
               PERFORM UNTIL NOT WS-VERIFHIS-OK
                   READ VERIFHIS-FILE
                       AT END
                           MOVE "35" TO WS-FS-VERIFHIS
                       NOT AT END
                           SET WK-HAY-ANTERIOR TO TRUE
                           MOVE VH-FECHA TO WK-FECHA-ANTERIOR
                           PERFORM VARYING WK-TIPO FROM 1 BY 1
                                     UNTIL WK-TIPO > WS-TOTAL-TIPOS
                               MOVE VH-CANTIDAD(WK-TIPO)
                                    TO TB-EX-ANTERIOR(WK-TIPO)
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE VERIFHIS-FILE
           END-IF
           .

      *+---------------------------------------------------------------+
      *    TIPOS 1 Y 6: CUADRE DE CADA FACTURA EN LINEA CONTRA SU
      *    DETALLE Y CONTRA LO APLICADO. LAS HISTORICAS YA ESTAN
      *    SALDADAS Y SU DETALLE VIVE EN FACTDET.HIS.
      *+---------------------------------------------------------------+
       20000-VERIFICAR-FACTURAS.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "CUADRE DE FACTURAS CONTRA DETALLE Y COBROS"
                TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           IF WS-FACTURAS-ABIERTA = 'S'
               PERFORM UNTIL NOT WS-FACTURAS-OK
                   READ FACTURAS-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-FACTURAS
                       NOT AT END
                           ADD 1 TO WS-FACTURAS-REVISADAS
                           PERFORM 20100-CUADRE-DETALLE
                           PERFORM 20200-CUADRE-COBROS
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-FACTURAS
           END-IF
           MOVE WS-FACTURAS-SIN-DETALLE TO WS-V-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "FACTURAS ANTIGUAS SIN DETALLE (NO SE CUADRAN): "
                  WS-V-CONTADOR DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

       20100-CUADRE-DETALLE.
           MOVE 0 TO WK-SUMA-DETALLE
           MOVE 0 TO WK-LINEAS-DETALLE
           IF WS-FACTDET-ABIERTA = 'S'
               MOVE FD-ID        TO FD-DET-ID
               MOVE FD-FACTURAID TO FD-DET-FACTURAID
               MOVE 0            TO FD-DET-LINEA
               START FACTDET-FILE KEY IS >= FD-DET-KEY
                   INVALID KEY
                       MOVE "35" TO WS-FS-FACTDET
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-FACTDET
               END-START
               PERFORM UNTIL NOT WS-FACTDET-OK
                   READ FACTDET-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-FACTDET
                       NOT AT END
                           IF FD-DET-ID NOT = FD-ID OR
                              FD-DET-FACTURAID NOT = FD-FACTURAID
                               MOVE "35" TO WS-FS-FACTDET
                           ELSE
                               ADD 1 TO WK-LINEAS-DETALLE
                               ADD FD-DET-VALOR-LINEA
                                   TO WK-SUMA-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-FACTDET
           END-IF
           IF WK-LINEAS-DETALLE = 0
               ADD 1 TO WS-FACTURAS-SIN-DETALLE
           ELSE
               IF WK-SUMA-DETALLE NOT = FD-VALORT-FACTURA
                   MOVE 1 TO WK-TIPO
                   MOVE FD-VALORT-FACTURA TO WS-V-VALOR
                   MOVE WK-SUMA-DETALLE   TO WS-V-VALOR2
                   MOVE SPACES TO REP-LINEA
                   STRING "[01] FACTURA " FD-FACTURAID " CEDULA "
                          FD-ID " ENCABEZADO:" WS-V-VALOR
                          " DETALLE:" WS-V-VALOR2
                          DELIMITED BY SIZE
                          INTO REP-LINEA
                   END-STRING
                   PERFORM 90100-REGISTRAR-EXCEPCION
               END-IF
           END-IF
           .

      *    MISMO SALDO QUE 20440-CALCULAR-PAGOS DE MENU01: TOTAL + IVA
      *    - DESCUENTO + NOTAS DE DEBITO NO CONDONADAS CONTRA PAGOS +
      *    NOTAS DE CREDITO + RETENCIONES.
       20200-CUADRE-COBROS.
           COMPUTE WK-TOTAL-FACTURA =
                   FD-VALORTOTAL-CXP + FD-VALORIVA - FD-DESC
           PERFORM 20240-SUMAR-NOTAS-DEBITO
           MOVE 0 TO WK-TOTAL-PAGOS
           MOVE 0 TO WK-TOTAL-NOTAS
           MOVE 0 TO WK-TOTAL-RETENIDO
           PERFORM 20210-SUMAR-PAGOS
           PERFORM 20220-SUMAR-NOTAS
           PERFORM 20230-SUMAR-RETENCIONES
           COMPUTE WK-TOTAL-APLICADO = WK-TOTAL-PAGOS
                   + WK-TOTAL-NOTAS + WK-TOTAL-RETENIDO
           IF WK-TOTAL-APLICADO > WK-TOTAL-FACTURA
               MOVE 6 TO WK-TIPO
               MOVE WK-TOTAL-FACTURA  TO WS-V-VALOR
               MOVE WK-TOTAL-APLICADO TO WS-V-VALOR2
               MOVE SPACES TO REP-LINEA
               STRING "[06] FACTURA " FD-FACTURAID " CEDULA "
                      FD-ID " TOTAL:" WS-V-VALOR
                      " APLICADO:" WS-V-VALOR2
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               PERFORM 90100-REGISTRAR-EXCEPCION
           END-IF
           .

       20210-SUMAR-PAGOS.
           IF WS-PAGOS-ABIERTA = 'S'
               MOVE FD-ID        TO FD-PG-ID
               MOVE FD-FACTURAID TO FD-PG-FACTURAID
               MOVE 0            TO FD-PG-SECUENCIA
               START PAGOS-FILE KEY IS >= FD-PG-KEY
                   INVALID KEY
                       MOVE "35" TO WS-FS-PAGOS
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-PAGOS
               END-START
               PERFORM UNTIL NOT WS-PAGOS-OK
                   READ PAGOS-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-PAGOS
                       NOT AT END
                           IF FD-PG-ID NOT = FD-ID OR
                              FD-PG-FACTURAID NOT = FD-FACTURAID
                               MOVE "35" TO WS-FS-PAGOS
                           ELSE
                               ADD FD-PG-VALOR TO WK-TOTAL-PAGOS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-PAGOS
           END-IF
           .

       20220-SUMAR-NOTAS.
           IF WS-NOTASCRED-ABIERTA = 'S'
               MOVE FD-ID        TO FD-NC-REF-ID
               MOVE FD-FACTURAID TO FD-NC-REF-FACTURAID
               START NOTASCRED-FILE KEY IS >= FD-NC-REF
                   INVALID KEY
                       MOVE "35" TO WS-FS-NOTASCRED
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-NOTASCRED
               END-START
               PERFORM UNTIL NOT WS-NOTASCRED-OK
                   READ NOTASCRED-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-NOTASCRED
                       NOT AT END
                           IF FD-NC-REF-ID NOT = FD-ID OR
                              FD-NC-REF-FACTURAID NOT = FD-FACTURAID
                               MOVE "35" TO WS-FS-NOTASCRED
                           ELSE
                               ADD FD-NC-VALOR FD-NC-VALORIVA
                                   TO WK-TOTAL-NOTAS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-NOTASCRED
           END-IF
           .

       20230-SUMAR-RETENCIONES.
           IF WS-RETENCIONES-ABIERTA = 'S'
               MOVE FD-ID        TO FD-RT-REF-ID
               MOVE FD-FACTURAID TO FD-RT-REF-FACTURAID
               MOVE 0            TO FD-RT-SECUENCIA
               START RETENCIONES-FILE KEY IS >= FD-RT-KEY
                   INVALID KEY
                       MOVE "35" TO WS-FS-RETENCIONES
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-RETENCIONES
               END-START
               PERFORM UNTIL NOT WS-RETENCIONES-OK
                   READ RETENCIONES-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-RETENCIONES
                       NOT AT END
                           IF FD-RT-REF-ID NOT = FD-ID OR
                              FD-RT-REF-FACTURAID NOT = FD-FACTURAID
                               MOVE "35" TO WS-FS-RETENCIONES
                           ELSE
                               ADD FD-RT-VALOR TO WK-TOTAL-RETENIDO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-RETENCIONES
           END-IF
           .

       20240-SUMAR-NOTAS-DEBITO.
           IF WS-NOTASDEB-ABIERTA = 'S'
               MOVE FD-ID        TO FD-ND-REF-ID
               MOVE FD-FACTURAID TO FD-ND-REF-FACTURAID
               START NOTASDEB-FILE KEY IS >= FD-ND-REF
                   INVALID KEY
                       MOVE "35" TO WS-FS-NOTASDEB
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-NOTASDEB
               END-START
               PERFORM UNTIL NOT WS-NOTASDEB-OK
                   READ NOTASDEB-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-NOTASDEB
                       NOT AT END
                           IF FD-ND-REF-ID NOT = FD-ID OR
                              FD-ND-REF-FACTURAID NOT = FD-FACTURAID
                               MOVE "35" TO WS-FS-NOTASDEB
                           ELSE
                               IF NOT FD-ND-CONDONADA
                                   ADD FD-ND-VALOR FD-ND-VALORIVA
                                       TO WK-TOTAL-FACTURA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-NOTASDEB
           END-IF
           .

      *+---------------------------------------------------------------+
      *    TIPOS 2 A 5: REGISTROS QUE APUNTAN A UNA FACTURA QUE NO
      *    ESTA NI EN LINEA NI EN EL HISTORICO. CADA ARCHIVO SE
      *    RECORRE DESDE EL PRINCIPIO; LOS REGISTROS DE UNA MISMA
      *    FACTURA VIENEN SEGUIDOS Y SE BUSCA UNA SOLA VEZ.
      *+---------------------------------------------------------------+
       21000-VERIFICAR-HUERFANOS.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "REGISTROS CUYA FACTURA NO EXISTE" TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM 21100-HUERFANOS-DETALLE
           PERFORM 21200-HUERFANOS-PAGOS
           PERFORM 21300-HUERFANOS-NOTAS
           PERFORM 21400-HUERFANOS-RETENCIONES
           .

       21100-HUERFANOS-DETALLE.
           IF WS-FACTDET-ABIERTA = 'S'
               MOVE 0 TO WK-ULT-ID
               MOVE 0 TO WK-ULT-FACTURAID
               MOVE LOW-VALUES TO FD-DET-KEY
               START FACTDET-FILE KEY IS >= FD-DET-KEY
                   INVALID KEY
                       MOVE "35" TO WS-FS-FACTDET
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-FACTDET
               END-START
               PERFORM UNTIL NOT WS-FACTDET-OK
                   READ FACTDET-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-FACTDET
                       NOT AT END
                           MOVE FD-DET-ID        TO WK-BUSCA-ID
                           MOVE FD-DET-FACTURAID TO WK-BUSCA-FACTURAID
                           PERFORM 21900-VERIFICAR-FACTURA
                           IF NOT WK-EXISTE
                               MOVE 2 TO WK-TIPO
                               MOVE SPACES TO REP-LINEA
                               STRING "[02] DETALLE FACTURA "
                                      FD-DET-FACTURAID " CEDULA "
                                      FD-DET-ID " LINEA "
                                      FD-DET-LINEA " PRODUCTO "
                                      FD-DET-CODIGO-PRODUCTO
                                      DELIMITED BY SIZE
                                      INTO REP-LINEA
                               END-STRING
                               PERFORM 90100-REGISTRAR-EXCEPCION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       21200-HUERFANOS-PAGOS.
           IF WS-PAGOS-ABIERTA = 'S'
               MOVE 0 TO WK-ULT-ID
               MOVE 0 TO WK-ULT-FACTURAID
               MOVE LOW-VALUES TO FD-PG-KEY
               START PAGOS-FILE KEY IS >= FD-PG-KEY
                   INVALID KEY
                       MOVE "35" TO WS-FS-PAGOS
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-PAGOS
               END-START
               PERFORM UNTIL NOT WS-PAGOS-OK
                   READ PAGOS-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-PAGOS
                       NOT AT END
                           MOVE FD-PG-ID        TO WK-BUSCA-ID
                           MOVE FD-PG-FACTURAID TO WK-BUSCA-FACTURAID
                           PERFORM 21900-VERIFICAR-FACTURA
                           IF NOT WK-EXISTE
                               MOVE 3 TO WK-TIPO
                               MOVE FD-PG-VALOR TO WS-V-VALOR
                               MOVE SPACES TO REP-LINEA
                               STRING "[03] PAGO FACTURA "
                                      FD-PG-FACTURAID " CEDULA "
                                      FD-PG-ID " SEC "
                                      FD-PG-SECUENCIA " FECHA "
                                      FD-PG-FECHA " VALOR:"
                                      WS-V-VALOR
                                      DELIMITED BY SIZE
                                      INTO REP-LINEA
                               END-STRING
                               PERFORM 90100-REGISTRAR-EXCEPCION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       21300-HUERFANOS-NOTAS.
           IF WS-NOTASCRED-ABIERTA = 'S'
               MOVE 0 TO WK-ULT-ID
               MOVE 0 TO WK-ULT-FACTURAID
               MOVE 0 TO FD-NC-NUMERO
               START NOTASCRED-FILE KEY IS >= FD-NC-NUMERO
                   INVALID KEY
                       MOVE "35" TO WS-FS-NOTASCRED
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-NOTASCRED
               END-START
               PERFORM UNTIL NOT WS-NOTASCRED-OK
                   READ NOTASCRED-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-NOTASCRED
                       NOT AT END
                           MOVE FD-NC-REF-ID    TO WK-BUSCA-ID
                           MOVE FD-NC-REF-FACTURAID
                                TO WK-BUSCA-FACTURAID
                           PERFORM 21900-VERIFICAR-FACTURA
                           IF NOT WK-EXISTE
                               MOVE 4 TO WK-TIPO
                               COMPUTE WS-V-VALOR =
                                       FD-NC-VALOR + FD-NC-VALORIVA
                               MOVE SPACES TO REP-LINEA
                               STRING "[04] NOTA DE CREDITO "
                                      FD-NC-NUMERO " FACTURA "
                                      FD-NC-REF-FACTURAID " CEDULA "
                                      FD-NC-REF-ID " VALOR:"
                                      WS-V-VALOR
                                      DELIMITED BY SIZE
                                      INTO REP-LINEA
                               END-STRING
                               PERFORM 90100-REGISTRAR-EXCEPCION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       21400-HUERFANOS-RETENCIONES.
           IF WS-RETENCIONES-ABIERTA = 'S'
               MOVE 0 TO WK-ULT-ID
               MOVE 0 TO WK-ULT-FACTURAID
               MOVE LOW-VALUES TO FD-RT-KEY
               START RETENCIONES-FILE KEY IS >= FD-RT-KEY
                   INVALID KEY
                       MOVE "35" TO WS-FS-RETENCIONES
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-RETENCIONES
               END-START
               PERFORM UNTIL NOT WS-RETENCIONES-OK
                   READ RETENCIONES-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-RETENCIONES
                       NOT AT END
                           MOVE FD-RT-REF-ID    TO WK-BUSCA-ID
                           MOVE FD-RT-REF-FACTURAID
                                TO WK-BUSCA-FACTURAID
                           PERFORM 21900-VERIFICAR-FACTURA
                           IF NOT WK-EXISTE
                               MOVE 5 TO WK-TIPO
                               MOVE FD-RT-VALOR TO WS-V-VALOR
                               MOVE SPACES TO REP-LINEA
                               STRING "[05] RETENCION "
                                      FD-RT-COMPROBANTE " FACTURA "
                                      FD-RT-REF-FACTURAID " CEDULA "
                                      FD-RT-REF-ID " VALOR:"
                                      WS-V-VALOR
                                      DELIMITED BY SIZE
                                      INTO REP-LINEA
                               END-STRING
                               PERFORM 90100-REGISTRAR-EXCEPCION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      *    DEJA WK-EXISTE-SW SEGUN LA FACTURA WK-BUSCA-ID +
      *    WK-BUSCA-FACTURAID ESTE EN FACTURAS.DAT O EN FACTURAS.HIS.
      *    SI ES LA MISMA FACTURA DEL REGISTRO ANTERIOR SE REUSA LA
      *    RESPUESTA.
       21900-VERIFICAR-FACTURA.
           IF WK-BUSCA-ID NOT = WK-ULT-ID OR
              WK-BUSCA-FACTURAID NOT = WK-ULT-FACTURAID
               MOVE WK-BUSCA-ID        TO WK-ULT-ID
               MOVE WK-BUSCA-FACTURAID TO WK-ULT-FACTURAID
               MOVE 'N' TO WK-EXISTE-SW
               IF WS-FACTURAS-ABIERTA = 'S'
                   MOVE WK-BUSCA-ID        TO FD-ID
                   MOVE WK-BUSCA-FACTURAID TO FD-FACTURAID
                   READ FACTURAS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WK-EXISTE TO TRUE
                   END-READ
               END-IF
               IF NOT WK-EXISTE AND WS-HIST-ABIERTA = 'S'
                   MOVE WK-BUSCA-ID        TO HI-ID
                   MOVE WK-BUSCA-FACTURAID TO HI-FACTURAID
                   READ HIST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WK-EXISTE TO TRUE
                   END-READ
               END-IF
           END-IF
           .

      *+---------------------------------------------------------------+
      *    TIPO 7: SE REPRODUCE KARDEX.MOV PRODUCTO POR PRODUCTO.
      *    APERTURA = SALDO ANTES DEL PRIMER MOVIMIENTO; STOCK SEGUN
      *    KARDEX = APERTURA + ENTRADAS - SALIDAS, QUE DEBE SER EL
      *    FD-PROD-STOCK DEL MAESTRO. UN PRODUCTO SIN MOVIMIENTOS NO
      *    SE PUEDE REPRODUCIR Y SE DA POR BUENO.
      *+---------------------------------------------------------------+
       22000-VERIFICAR-KARDEX.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "KARDEX REPRODUCIDO CONTRA STOCK DEL MAESTRO"
                TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM 22100-CARGAR-PRODUCTOS
           OPEN INPUT KARDEX-FILE
           IF WS-KARDEX-OK
               PERFORM UNTIL NOT WS-KARDEX-OK
                   READ KARDEX-FILE
                       AT END
                           MOVE "35" TO WS-FS-KARDEX
                       NOT AT END
                           ADD 1 TO WS-KARDEX-LEIDAS
                           PERFORM 22200-APLICAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE KARDEX-FILE
           END-IF
           PERFORM VARYING TB-PR-IDX FROM 1 BY 1
                     UNTIL TB-PR-IDX > WS-TOTAL-PRODUCTOS
               IF TB-PR-CON-KARDEX(TB-PR-IDX) = 'S'
                   PERFORM 22300-COMPARAR-PRODUCTO
               END-IF
           END-PERFORM
           MOVE SPACES TO REP-LINEA
           STRING "LINEAS DE KARDEX LEIDAS: " WS-KARDEX-LEIDAS
                  "   DE PRODUCTOS QUE NO ESTAN EN EL MAESTRO: "
                  WS-KARDEX-SIN-PRODUCTO DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           IF WS-PRODUCTOS-FUERA > 0
               MOVE SPACES TO REP-LINEA
               STRING "*** PRODUCTOS QUE NO CABEN EN LA TABLA Y NO SE"
                      " VERIFICARON: " WS-PRODUCTOS-FUERA
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           END-IF
           .

       22100-CARGAR-PRODUCTOS.
           MOVE 0 TO WS-TOTAL-PRODUCTOS
           IF WS-PRODUCTOS-ABIERTA = 'S'
               PERFORM UNTIL NOT WS-PRODUCTOS-OK
                   READ PRODUCTOS-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-PRODUCTOS
                       NOT AT END
                           IF WS-TOTAL-PRODUCTOS < WS-TB-MAX-PRODUCTOS
                               ADD 1 TO WS-TOTAL-PRODUCTOS
                               SET TB-PR-IDX TO WS-TOTAL-PRODUCTOS
                               INITIALIZE TB-PROD(TB-PR-IDX)
                               MOVE FD-PROD-CODIGO
                                    TO TB-PR-CODIGO(TB-PR-IDX)
                               MOVE FD-PROD-STOCK
                                    TO TB-PR-STOCK(TB-PR-IDX)
                               MOVE 'N' TO TB-PR-CON-KARDEX(TB-PR-IDX)
                           ELSE
                               ADD 1 TO WS-PRODUCTOS-FUERA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-PRODUCTOS
           END-IF
           .

       22200-APLICAR-MOVIMIENTO.
           IF WS-TOTAL-PRODUCTOS = 0
               ADD 1 TO WS-KARDEX-SIN-PRODUCTO
           ELSE
               SEARCH ALL TB-PROD
                   AT END
                       ADD 1 TO WS-KARDEX-SIN-PRODUCTO
                   WHEN TB-PR-CODIGO(TB-PR-IDX) = KX-CODIGO
                       IF TB-PR-CON-KARDEX(TB-PR-IDX) = 'N'
                           MOVE 'S' TO TB-PR-CON-KARDEX(TB-PR-IDX)
                           COMPUTE TB-PR-APERTURA(TB-PR-IDX) =
                                   KX-SALDO - KX-ENTRADA + KX-SALIDA
                       END-IF
                       ADD KX-ENTRADA TO TB-PR-ENTRADAS(TB-PR-IDX)
                       ADD KX-SALIDA  TO TB-PR-SALIDAS(TB-PR-IDX)
                       MOVE KX-SALDO  TO TB-PR-ULT-SALDO(TB-PR-IDX)
               END-SEARCH
           END-IF
           .

       22300-COMPARAR-PRODUCTO.
           COMPUTE WK-STOCK-KARDEX = TB-PR-APERTURA(TB-PR-IDX)
                   + TB-PR-ENTRADAS(TB-PR-IDX)
                   - TB-PR-SALIDAS(TB-PR-IDX)
           IF WK-STOCK-KARDEX NOT = TB-PR-STOCK(TB-PR-IDX)
               MOVE 7 TO WK-TIPO
               MOVE WK-STOCK-KARDEX TO WS-V-CANTIDAD
               MOVE TB-PR-STOCK(TB-PR-IDX) TO WS-V-CANTIDAD2
               MOVE SPACES TO REP-LINEA
               STRING "[07] PRODUCTO " TB-PR-CODIGO(TB-PR-IDX)
                      " STOCK SEGUN KARDEX:" WS-V-CANTIDAD
                      " EN MAESTRO:" WS-V-CANTIDAD2
                      " ULTIMO SALDO KARDEX: "
                      TB-PR-ULT-SALDO(TB-PR-IDX)
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               PERFORM 90100-REGISTRAR-EXCEPCION
           END-IF
           .

      *+---------------------------------------------------------------+
      *    TIPOS 8 A 10: SERIES DE FACTURAS Y NOTAS DE CREDITO Y DE
      *    DEBITO.
      *+---------------------------------------------------------------+
       23000-VERIFICAR-SERIES.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "SERIES DE NUMERACION CONTRA DOCUMENTOS EN ARCHIVO"
                TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM 23100-CARGAR-SERIES
           PERFORM VARYING TB-SER-IDX FROM 1 BY 1
                     UNTIL TB-SER-IDX > WS-TOTAL-SERIES
               PERFORM 23200-VERIFICAR-UNA-SERIE
           END-PERFORM
           .

       23100-CARGAR-SERIES.
           MOVE 0 TO WS-TOTAL-SERIES
           IF WS-SERIES-ABIERTA = 'S'
               PERFORM UNTIL NOT WS-SERIES-OK
                   READ SERIES-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-SERIES
                       NOT AT END
                           IF (FD-SER-TIPO-DOC = "FA" OR
                               FD-SER-TIPO-DOC = "NC" OR
                               FD-SER-TIPO-DOC = "ND")
                              AND WS-TOTAL-SERIES < 50
                               ADD 1 TO WS-TOTAL-SERIES
                               SET TB-SER-IDX TO WS-TOTAL-SERIES
                               MOVE FD-SER-TIPO-DOC
                                    TO TB-SR-TIPO-DOC(TB-SER-IDX)
                               MOVE FD-SER-ESTABLEC
                                    TO TB-SR-ESTABLEC(TB-SER-IDX)
                               MOVE FD-SER-PTO-EMISION
                                    TO TB-SR-PTO-EMISION(TB-SER-IDX)
                               MOVE FD-SER-ULT-SECUENCIAL
                                    TO TB-SR-ULTIMO(TB-SER-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       23200-VERIFICAR-UNA-SERIE.
           MOVE SPACES TO WK-SERIE-ED
           STRING TB-SR-TIPO-DOC(TB-SER-IDX) " "
                  TB-SR-ESTABLEC(TB-SER-IDX) "-"
                  TB-SR-PTO-EMISION(TB-SER-IDX)
                  DELIMITED BY SIZE
                  INTO WK-SERIE-ED
           END-STRING
           MOVE SPACES TO TB-MARCAS
           IF TB-SR-ULTIMO(TB-SER-IDX) > WS-MAX-MARCAS
               COMPUTE WK-BASE-SERIE =
                       TB-SR-ULTIMO(TB-SER-IDX) - WS-MAX-MARCAS
               MOVE WS-MAX-MARCAS TO WK-TOPE-SERIE
           ELSE
               MOVE 0 TO WK-BASE-SERIE
               MOVE TB-SR-ULTIMO(TB-SER-IDX) TO WK-TOPE-SERIE
           END-IF
           EVALUATE TB-SR-TIPO-DOC(TB-SER-IDX)
               WHEN "FA"
                   PERFORM 23300-MARCAR-FACTURAS
               WHEN "NC"
                   PERFORM 23400-MARCAR-NOTAS
               WHEN OTHER
                   PERFORM 23450-MARCAR-NOTAS-DEBITO
           END-EVALUATE
           PERFORM 23500-LISTAR-HUECOS
           .

      *    LAS FACTURAS SE BUSCAN EN LINEA Y EN EL HISTORICO: UNA
      *    FACTURA ARCHIVADA NO DEJA HUECO.
       23300-MARCAR-FACTURAS.
           IF WS-FACTURAS-ABIERTA = 'S'
               MOVE LOW-VALUES TO FD-KEY-PRIMARIA
               START FACTURAS-FILE KEY IS >= FD-KEY-PRIMARIA
                   INVALID KEY
                       MOVE "35" TO WS-FS-FACTURAS
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-FACTURAS
               END-START
               PERFORM UNTIL NOT WS-FACTURAS-OK
                   READ FACTURAS-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-FACTURAS
                       NOT AT END
                           MOVE FD-FACTURAID TO WK-NUMERO-DOC
                           MOVE FD-ID        TO WK-DOC-CEDULA
                           PERFORM 23600-MARCAR-NUMERO
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-FACTURAS
           END-IF
           IF WS-HIST-ABIERTA = 'S'
               MOVE LOW-VALUES TO HI-KEY-PRIMARIA
               START HIST-FILE KEY IS >= HI-KEY-PRIMARIA
                   INVALID KEY
                       MOVE "35" TO WS-FS-HIST
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-HIST
               END-START
               PERFORM UNTIL NOT WS-HIST-OK
                   READ HIST-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-HIST
                       NOT AT END
                           MOVE HI-FACTURAID TO WK-NUMERO-DOC
                           MOVE HI-ID        TO WK-DOC-CEDULA
                           PERFORM 23600-MARCAR-NUMERO
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-HIST
           END-IF
           .

       23400-MARCAR-NOTAS.
           IF WS-NOTASCRED-ABIERTA = 'S'
               MOVE 0 TO FD-NC-NUMERO
               START NOTASCRED-FILE KEY IS >= FD-NC-NUMERO
                   INVALID KEY
                       MOVE "35" TO WS-FS-NOTASCRED
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-NOTASCRED
               END-START
               PERFORM UNTIL NOT WS-NOTASCRED-OK
                   READ NOTASCRED-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-NOTASCRED
                       NOT AT END
                           MOVE FD-NC-NUMERO TO WK-NUMERO-DOC
                           MOVE FD-NC-REF-ID TO WK-DOC-CEDULA
                           PERFORM 23600-MARCAR-NUMERO
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-NOTASCRED
           END-IF
           .

      *    UNA NOTA DE DEBITO CONDONADA SIGUE OCUPANDO SU NUMERO.
       23450-MARCAR-NOTAS-DEBITO.
           IF WS-NOTASDEB-ABIERTA = 'S'
               MOVE 0 TO FD-ND-NUMERO
               START NOTASDEB-FILE KEY IS >= FD-ND-NUMERO
                   INVALID KEY
                       MOVE "35" TO WS-FS-NOTASDEB
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-NOTASDEB
               END-START
               PERFORM UNTIL NOT WS-NOTASDEB-OK
                   READ NOTASDEB-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-NOTASDEB
                       NOT AT END
                           MOVE FD-ND-NUMERO TO WK-NUMERO-DOC
                           MOVE FD-ND-REF-ID TO WK-DOC-CEDULA
                           PERFORM 23600-MARCAR-NUMERO
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-NOTASDEB
           END-IF
           .

       23500-LISTAR-HUECOS.
           MOVE 'N' TO WK-EN-HUECO-SW
           PERFORM VARYING WK-POSICION FROM 1 BY 1
                     UNTIL WK-POSICION > WK-TOPE-SERIE
               IF TB-MARCA(WK-POSICION) = SPACE
                   IF NOT WK-EN-HUECO
                       SET WK-EN-HUECO TO TRUE
                       COMPUTE WK-HUECO-DESDE =
                               WK-BASE-SERIE + WK-POSICION
                   END-IF
                   COMPUTE WK-HUECO-HASTA =
                           WK-BASE-SERIE + WK-POSICION
               ELSE
                   IF WK-EN-HUECO
                       PERFORM 23510-IMPRIMIR-HUECO
                   END-IF
               END-IF
           END-PERFORM
           IF WK-EN-HUECO
               PERFORM 23510-IMPRIMIR-HUECO
           END-IF
           .

      *    UN TRAMO DE NUMEROS SEGUIDOS SIN DOCUMENTO ES UNA SOLA
      *    EXCEPCION.
       23510-IMPRIMIR-HUECO.
           MOVE 'N' TO WK-EN-HUECO-SW
           MOVE 8 TO WK-TIPO
           MOVE SPACES TO REP-LINEA
           STRING "[08] SERIE " WK-SERIE-ED " SIN DOCUMENTO DEL "
                  WK-HUECO-DESDE " AL " WK-HUECO-HASTA
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           PERFORM 90100-REGISTRAR-EXCEPCION
           .

      *    MARCA EL SECUENCIAL DE WK-NUMERO-DOC SI ES DE LA SERIE EN
      *    CURSO. LOS NUMEROS ANTERIORES A LA VENTANA REVISADA SE
      *    IGNORAN.
       23600-MARCAR-NUMERO.
           IF WK-ND-ESTABLEC = TB-SR-ESTABLEC(TB-SER-IDX) AND
              WK-ND-PTO-EMISION = TB-SR-PTO-EMISION(TB-SER-IDX) AND
              WK-ND-SECUENCIAL > WK-BASE-SERIE
               IF WK-ND-SECUENCIAL > TB-SR-ULTIMO(TB-SER-IDX)
                   MOVE 10 TO WK-TIPO
                   MOVE SPACES TO REP-LINEA
                   STRING "[10] SERIE " WK-SERIE-ED " DOCUMENTO "
                          WK-NUMERO-DOC " CEDULA " WK-DOC-CEDULA
                          " MAYOR AL ULTIMO ASIGNADO "
                          TB-SR-ULTIMO(TB-SER-IDX)
                          DELIMITED BY SIZE
                          INTO REP-LINEA
                   END-STRING
                   PERFORM 90100-REGISTRAR-EXCEPCION
               ELSE
                   COMPUTE WK-POSICION =
                           WK-ND-SECUENCIAL - WK-BASE-SERIE
                   IF TB-MARCA(WK-POSICION) = 'S'
                       MOVE 9 TO WK-TIPO
                       MOVE SPACES TO REP-LINEA
                       STRING "[09] SERIE " WK-SERIE-ED
                              " DOCUMENTO " WK-NUMERO-DOC
                              " REPETIDO (CEDULA "
                              WK-DOC-CEDULA ")"
                              DELIMITED BY SIZE
                              INTO REP-LINEA
                       END-STRING
                       PERFORM 90100-REGISTRAR-EXCEPCION
                   ELSE
                       MOVE 'S' TO TB-MARCA(WK-POSICION)
                   END-IF
               END-IF
           END-IF
           .

      *    CANTIDAD POR TIPO CONTRA LA CORRIDA ANTERIOR Y LINEA NUEVA
      *    EN VERIFICACION.HIS.
       30000-RESUMEN.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "RESUMEN DE EXCEPCIONES (FACTURAS REVISADAS: "
                  WS-FACTURAS-REVISADAS ")" DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "TIPO" TO REP-LINEA
           MOVE "HOY"  TO REP-LINEA(50:)
           IF WK-HAY-ANTERIOR
               MOVE "ANTERIOR"    TO REP-LINEA(55:)
               MOVE WK-FECHA-ANTERIOR TO REP-LINEA(64:)
           END-IF
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM VARYING WK-TIPO FROM 1 BY 1
                     UNTIL WK-TIPO > WS-TOTAL-TIPOS
               PERFORM 30100-IMPRIMIR-TIPO
           END-PERFORM
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-TOTAL-EXCEPCIONES TO WS-V-CONTADOR
           MOVE SPACES TO REP-LINEA
           MOVE "TOTAL DE EXCEPCIONES" TO REP-LINEA
           MOVE WS-V-CONTADOR TO REP-LINEA(46:)
           WRITE REP-LINEA
           PERFORM 30200-GRABAR-HISTORIA
           DISPLAY "EXCEPCIONES ENCONTRADAS: " WS-TOTAL-EXCEPCIONES
           DISPLAY "REPORTE GENERADO EN VERIFICACION.RPT"
           .

       30100-IMPRIMIR-TIPO.
           MOVE TB-EX-ACTUAL(WK-TIPO) TO WS-V-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "[" WK-TIPO "] " TB-NOMBRE-TIPO(WK-TIPO)
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           MOVE WS-V-CONTADOR TO REP-LINEA(46:)
           IF WK-HAY-ANTERIOR
               MOVE TB-EX-ANTERIOR(WK-TIPO) TO WS-V-CONTADOR2
               EVALUATE TRUE
                   WHEN TB-EX-ACTUAL(WK-TIPO) >
                        TB-EX-ANTERIOR(WK-TIPO)
                       MOVE "EMPEORA"  TO WS-V-TENDENCIA
                   WHEN TB-EX-ACTUAL(WK-TIPO) <
                        TB-EX-ANTERIOR(WK-TIPO)
                       MOVE "MEJORA"   TO WS-V-TENDENCIA
                   WHEN OTHER
                       MOVE "IGUAL"    TO WS-V-TENDENCIA
               END-EVALUATE
               MOVE WS-V-CONTADOR2 TO REP-LINEA(56:)
               MOVE WS-V-TENDENCIA TO REP-LINEA(66:)
           END-IF
           WRITE REP-LINEA
           .

       30200-GRABAR-HISTORIA.
           OPEN EXTEND VERIFHIS-FILE
           IF WS-VERIFHIS-NO-EXISTE
               OPEN OUTPUT VERIFHIS-FILE
               CLOSE VERIFHIS-FILE
               OPEN EXTEND VERIFHIS-FILE
           END-IF
           MOVE SPACES  TO REG-VERIF-HIST
           MOVE WS-HOY  TO VH-FECHA
           MOVE WS-HORA TO VH-HORA
           PERFORM VARYING WK-TIPO FROM 1 BY 1
                     UNTIL WK-TIPO > WS-TOTAL-TIPOS
               MOVE TB-EX-ACTUAL(WK-TIPO) TO VH-CANTIDAD(WK-TIPO)
           END-PERFORM
           WRITE REG-VERIF-HIST
           CLOSE VERIFHIS-FILE
           .

       40000-FIN.
           IF WS-FACTURAS-ABIERTA = 'S'
               CLOSE FACTURAS-FILE
           END-IF
           IF WS-HIST-ABIERTA = 'S'
               CLOSE HIST-FILE
           END-IF
           IF WS-FACTDET-ABIERTA = 'S'
               CLOSE FACTDET-FILE
           END-IF
           IF WS-PAGOS-ABIERTA = 'S'
               CLOSE PAGOS-FILE
           END-IF
           IF WS-NOTASCRED-ABIERTA = 'S'
               CLOSE NOTASCRED-FILE
           END-IF
           IF WS-RETENCIONES-ABIERTA = 'S'
               CLOSE RETENCIONES-FILE
           END-IF
           IF WS-NOTASDEB-ABIERTA = 'S'
               CLOSE NOTASDEB-FILE
           END-IF
           IF WS-PRODUCTOS-ABIERTA = 'S'
               CLOSE PRODUCTOS-FILE
           END-IF
           IF WS-SERIES-ABIERTA = 'S'
               CLOSE SERIES-FILE
           END-IF
           CLOSE REPORTE-FILE
           STOP RUN.

      *    ESCRIBE LA LINEA DE EXCEPCION YA ARMADA EN REP-LINEA Y LA
      *    CUENTA EN EL TIPO WK-TIPO.
       90100-REGISTRAR-EXCEPCION.
           WRITE REP-LINEA
           ADD 1 TO TB-EX-ACTUAL(WK-TIPO)
           ADD 1 TO WS-TOTAL-EXCEPCIONES
           .
       END PROGRAM VERIF01.
