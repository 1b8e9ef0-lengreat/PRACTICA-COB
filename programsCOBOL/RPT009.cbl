      ******************************************************************
      * AUTHOR: LEONARDO VILLAFUERTE
      * DATE: 28/09/26
      * PURPOSE: DESCUENTOS OTORGADOS EN EL MES. PARA UN MES DADO
      *          (AAAAMM, POR LA FECHA DE EMISION) RECORRE LAS
      *          FACTURAS ACTIVAS Y TOTALIZA EL DESCUENTO POR CLIENTE
      *          Y POR CAJERO, SEPARANDO LA PARTE QUE SALE DE LA LISTA
      *          DE PRECIOS DEL CLIENTE (FD-DESC-REGLA) DE LA MANUAL
      *          (LO QUE FD-DESC EXCEDE A LA REGLA; NEGATIVA SI EL
      *          CAJERO DIO MENOS). AL FINAL LISTA CADA FACTURA CON
      *          DESCUENTO POR ENCIMA DE LA LISTA Y EL SUPERVISOR QUE
      *          LO AUTORIZO. LAS FACTURAS ANTERIORES A LAS LISTAS DE
      *          PRECIOS NO TIENEN REGLA NI CAJERO: TODO SU DESCUENTO
      *          CUENTA COMO MANUAL Y SALEN BAJO "(SIN DATO)". LAS
      *          ANULADAS NO SUMAN, SOLO SE CUENTAN. EL RESULTADO
      *          QUEDA EN DESCUENTOS.RPT.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RPT009.
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
           SELECT REPORTE-FILE ASSIGN TO "DESCUENTOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FACTURAS-FILE.
           COPY FACTURA.
       FD  REPORTE-FILE.
           COPY REPORTE.
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-ARCHIVOS.
           05  WS-FS-FACTURAS            PIC XX.
               88 WS-FACTURAS-OK                  VALUE "00".
           05  WS-FS-REPORTE             PIC XX.
           05  WS-FACTURAS-ABIERTA      PIC X     VALUE 'N'.

       01  WS-MES-REPORTADO              PIC 9(6).
       01  WK-FECHA-R.
           05  WK-FECHA-AAMM             PIC 9(6).
           05  WK-FECHA-DD               PIC 99.

       01  WK-DESC-MANUAL                PIC S9(5)V99 VALUE 0.

      *+---------------------------------------------------------------+
      *    ACUMULADORES DEL CLIENTE EN CURSO. LAS FACTURAS SE LEEN POR
      *    LA CLAVE ALTERNA FD-ID, ASI QUE CADA CLIENTE SALE COMPLETO
      *    Y SE IMPRIME AL CAMBIAR LA CEDULA. SOLO ACUMULAN LAS
      *    FACTURAS CON DESCUENTO.
      *+---------------------------------------------------------------+
       01  WK-CLIENTE-ACTUAL.
           05  WK-CLI-ID                 PIC 9(10) VALUE 0.
           05  WK-CLI-NOMBRE             PIC X(30).
           05  WK-CLI-LISTA              PIC X(4).
           05  WK-CLI-FACTURAS           PIC 9(6)  VALUE 0.
           05  WK-CLI-VENTA              PIC S9(15)V99 VALUE 0.
           05  WK-CLI-DESC-LISTA         PIC S9(13)V99 VALUE 0.
           05  WK-CLI-DESC-MANUAL        PIC S9(13)V99 VALUE 0.
           05  WK-CLI-DESC-TOTAL         PIC S9(13)V99 VALUE 0.

       01  WS-TOTALES.
           05  WS-CLIENTES               PIC 9(6)  VALUE 0.
           05  WS-FACTURAS-DESC          PIC 9(6)  VALUE 0.
           05  WS-TOTAL-VENTA            PIC S9(15)V99 VALUE 0.
           05  WS-TOTAL-DESC-LISTA       PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-DESC-MANUAL      PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-DESC             PIC S9(13)V99 VALUE 0.
           05  WS-ANULADAS-CON-DESC      PIC 9(6)  VALUE 0.
           05  WS-EXCEPCIONES            PIC 9(6)  VALUE 0.

      *+---------------------------------------------------------------+
      *    ACUMULADORES POR CAJERO (OPERADOR QUE GRABO LA FACTURA).
      *    CADA CAJERO DISTINTO DEL MES OCUPA UNA ENTRADA; AQUI
      *    CUENTAN TODAS SUS FACTURAS, CON O SIN DESCUENTO, PARA VER
      *    QUE PROPORCION DE SU VENTA DESCUENTA.
      *+---------------------------------------------------------------+
       01  WS-TOTAL-CAJEROS              PIC 99    VALUE 0.
       01  TB-ACUM-CAJEROS.
           05  TB-CAJERO OCCURS 50 TIMES INDEXED BY TB-CJ-IDX.
               10  TB-CJ-CODIGO          PIC X(10).
               10  TB-CJ-FACTURAS        PIC 9(6).
               10  TB-CJ-CON-DESC        PIC 9(6).
               10  TB-CJ-AUTORIZADAS     PIC 9(6).
               10  TB-CJ-VENTA           PIC S9(15)V99.
               10  TB-CJ-DESC-LISTA      PIC S9(13)V99.
               10  TB-CJ-DESC-MANUAL     PIC S9(13)V99.

       01  WK-CAJERO-BUSCADO             PIC X(10).
       01  WK-CAJERO-HALLADO             PIC X     VALUE 'N'.
       01  WK-AUTORIZO                   PIC X(10).

       01  WS-LINEA-DESC.
           05  WS-D-VENTA                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-D-LISTA                PIC -ZZZ.ZZZ.ZZ9,99.
           05  WS-D-MANUAL               PIC -ZZZ.ZZZ.ZZ9,99.
           05  WS-D-TOTAL                PIC -ZZZ.ZZZ.ZZ9,99.
           05  WS-D-CONTADOR             PIC ZZZ.ZZ9.
           05  WS-D-CONTADOR-2           PIC ZZZ.ZZ9.
           05  WS-D-CONTADOR-3           PIC ZZZ.ZZ9.
           05  WS-D-DESC                 PIC ZZ.ZZ9,99.
           05  WS-D-REGLA                PIC ZZ.ZZ9,99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COMIENZO-RPT009.
           PERFORM 10000-INICIO
           PERFORM 20000-PROCESO
           PERFORM 30000-REPORTE-CAJEROS
           PERFORM 40000-EXCEPCIONES
           PERFORM 50000-FIN
           .

       10000-INICIO.
           DISPLAY "INGRESE MES A REPORTAR AAAAMM"
           ACCEPT WS-MES-REPORTADO
           OPEN INPUT FACTURAS-FILE
           IF WS-FACTURAS-OK
               MOVE 'S' TO WS-FACTURAS-ABIERTA
           ELSE
               DISPLAY "NO EXISTE EL ARCHIVO FACTURAS.DAT, NADA QUE"
               DISPLAY "REPORTAR"
           END-IF
           OPEN OUTPUT REPORTE-FILE
           MOVE SPACES TO REP-LINEA
           STRING "DESCUENTOS OTORGADOS - PERIODO "
                  WS-MES-REPORTADO DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "POR CLIENTE (FACTURAS CON DESCUENTO)" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           .

       20000-PROCESO.
           IF WS-FACTURAS-ABIERTA = 'S'
               MOVE 0 TO FD-ID
               START FACTURAS-FILE KEY IS >= FD-ID
                   INVALID KEY
                       MOVE "35" TO WS-FS-FACTURAS
               END-START
               PERFORM UNTIL NOT WS-FACTURAS-OK
                   READ FACTURAS-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-FACTURAS
                       NOT AT END
                           PERFORM 20100-PROCESA-FACTURA
                   END-READ
               END-PERFORM
               PERFORM 20300-CORTE-CLIENTE
           END-IF
           PERFORM 20400-TOTAL-CLIENTES
           .

       20100-PROCESA-FACTURA.
           MOVE FD-FECHA-EMISION TO WK-FECHA-R
           IF WK-FECHA-AAMM NOT = WS-MES-REPORTADO
               CONTINUE
           ELSE
               IF FD-ESTADO = 'X'
                   IF FD-DESC > 0
                       ADD 1 TO WS-ANULADAS-CON-DESC
                   END-IF
               ELSE
                   IF FD-ID NOT = WK-CLI-ID
                       PERFORM 20300-CORTE-CLIENTE
                       MOVE FD-ID TO WK-CLI-ID
                   END-IF
                   COMPUTE WK-DESC-MANUAL = FD-DESC - FD-DESC-REGLA
                   PERFORM 20200-ACUMULAR-CAJERO
                   IF FD-DESC > 0 OR FD-DESC-REGLA > 0
                       PERFORM 20150-ACUMULAR-CLIENTE
                   END-IF
               END-IF
           END-IF
           .

       20150-ACUMULAR-CLIENTE.
           MOVE SPACES TO WK-CLI-NOMBRE
           STRING FD-NOMBRE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  FD-APELLIDO DELIMITED BY "  "
                  INTO WK-CLI-NOMBRE
           END-STRING
           MOVE FD-LISTA-PRECIOS TO WK-CLI-LISTA
           ADD 1                 TO WK-CLI-FACTURAS
           ADD FD-VALORTOTAL-CXP TO WK-CLI-VENTA
           ADD FD-DESC-REGLA     TO WK-CLI-DESC-LISTA
           ADD WK-DESC-MANUAL    TO WK-CLI-DESC-MANUAL
           ADD FD-DESC           TO WK-CLI-DESC-TOTAL
           .

       20200-ACUMULAR-CAJERO.
           IF FD-CAJERO = SPACES
               MOVE "(SIN DATO)" TO WK-CAJERO-BUSCADO
           ELSE
               MOVE FD-CAJERO    TO WK-CAJERO-BUSCADO
           END-IF
           MOVE 'N' TO WK-CAJERO-HALLADO
           PERFORM VARYING TB-CJ-IDX FROM 1 BY 1
                     UNTIL TB-CJ-IDX > WS-TOTAL-CAJEROS
                        OR WK-CAJERO-HALLADO = 'S'
               IF TB-CJ-CODIGO(TB-CJ-IDX) = WK-CAJERO-BUSCADO
                   MOVE 'S' TO WK-CAJERO-HALLADO
               END-IF
           END-PERFORM
           IF WK-CAJERO-HALLADO = 'S'
               SET TB-CJ-IDX DOWN BY 1
           ELSE
               IF WS-TOTAL-CAJEROS < 50
                   ADD 1 TO WS-TOTAL-CAJEROS
                   SET TB-CJ-IDX TO WS-TOTAL-CAJEROS
                   INITIALIZE TB-CAJERO(TB-CJ-IDX)
                   MOVE WK-CAJERO-BUSCADO TO TB-CJ-CODIGO(TB-CJ-IDX)
               ELSE
                   DISPLAY "MAS DE 50 CAJEROS DISTINTOS EN EL MES, SE"
                   DISPLAY "ACUMULA EN LA ULTIMA ENTRADA"
                   SET TB-CJ-IDX TO 50
               END-IF
           END-IF
           ADD 1                 TO TB-CJ-FACTURAS(TB-CJ-IDX)
           ADD FD-VALORTOTAL-CXP TO TB-CJ-VENTA(TB-CJ-IDX)
           IF FD-DESC > 0 OR FD-DESC-REGLA > 0
               ADD 1              TO TB-CJ-CON-DESC(TB-CJ-IDX)
               ADD FD-DESC-REGLA  TO TB-CJ-DESC-LISTA(TB-CJ-IDX)
               ADD WK-DESC-MANUAL TO TB-CJ-DESC-MANUAL(TB-CJ-IDX)
           END-IF
           IF FD-DESC-AUTORIZA NOT = SPACES
               ADD 1 TO TB-CJ-AUTORIZADAS(TB-CJ-IDX)
           END-IF
           .

      *    IMPRIME EL CLIENTE ACUMULADO (SI TUVO FACTURAS CON
      *    DESCUENTO EN EL MES), LO SUMA AL TOTAL Y DEJA LOS
      *    ACUMULADORES LISTOS PARA EL SIGUIENTE.
       20300-CORTE-CLIENTE.
           IF WK-CLI-FACTURAS > 0
               ADD 1                  TO WS-CLIENTES
               ADD WK-CLI-FACTURAS    TO WS-FACTURAS-DESC
               ADD WK-CLI-VENTA       TO WS-TOTAL-VENTA
               ADD WK-CLI-DESC-LISTA  TO WS-TOTAL-DESC-LISTA
               ADD WK-CLI-DESC-MANUAL TO WS-TOTAL-DESC-MANUAL
               ADD WK-CLI-DESC-TOTAL  TO WS-TOTAL-DESC
               MOVE WK-CLI-FACTURAS    TO WS-D-CONTADOR
               MOVE WK-CLI-VENTA       TO WS-D-VENTA
               MOVE WK-CLI-DESC-LISTA  TO WS-D-LISTA
               MOVE WK-CLI-DESC-MANUAL TO WS-D-MANUAL
               MOVE WK-CLI-DESC-TOTAL  TO WS-D-TOTAL
               MOVE SPACES TO REP-LINEA
               STRING WK-CLI-ID DELIMITED BY SIZE
                      " " WK-CLI-NOMBRE DELIMITED BY SIZE
                      " LISTA:" WK-CLI-LISTA DELIMITED BY SIZE
                      " FACT:" WS-D-CONTADOR DELIMITED BY SIZE
                      " VENTA:" WS-D-VENTA DELIMITED BY SIZE
                      " DESC LISTA:" WS-D-LISTA DELIMITED BY SIZE
                      " MANUAL:" WS-D-MANUAL DELIMITED BY SIZE
                      " TOTAL:" WS-D-TOTAL DELIMITED BY SIZE
                      INTO REP-LINEA
                   ON OVERFLOW
                       DISPLAY "LINEA DE CLIENTE DEMASIADO LARGA"
               END-STRING
               WRITE REP-LINEA
           END-IF
           MOVE SPACES TO WK-CLI-NOMBRE
           MOVE SPACES TO WK-CLI-LISTA
           MOVE 0      TO WK-CLI-FACTURAS
           MOVE 0      TO WK-CLI-VENTA
           MOVE 0      TO WK-CLI-DESC-LISTA
           MOVE 0      TO WK-CLI-DESC-MANUAL
           MOVE 0      TO WK-CLI-DESC-TOTAL
           .

       20400-TOTAL-CLIENTES.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           IF WS-CLIENTES = 0
               MOVE "SIN DESCUENTOS EN EL PERIODO" TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           MOVE WS-CLIENTES          TO WS-D-CONTADOR
           MOVE WS-FACTURAS-DESC     TO WS-D-CONTADOR-2
           MOVE WS-TOTAL-VENTA       TO WS-D-VENTA
           MOVE WS-TOTAL-DESC-LISTA  TO WS-D-LISTA
           MOVE WS-TOTAL-DESC-MANUAL TO WS-D-MANUAL
           MOVE WS-TOTAL-DESC        TO WS-D-TOTAL
           MOVE SPACES TO REP-LINEA
           STRING "TOTAL CLIENTES:" WS-D-CONTADOR DELIMITED BY SIZE
                  " FACT:" WS-D-CONTADOR-2 DELIMITED BY SIZE
                  " VENTA:" WS-D-VENTA DELIMITED BY SIZE
                  " DESC LISTA:" WS-D-LISTA DELIMITED BY SIZE
                  " MANUAL:" WS-D-MANUAL DELIMITED BY SIZE
                  " TOTAL:" WS-D-TOTAL DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           IF WS-ANULADAS-CON-DESC > 0
               MOVE WS-ANULADAS-CON-DESC TO WS-D-CONTADOR
               MOVE SPACES TO REP-LINEA
               STRING "FACTURAS ANULADAS CON DESCUENTO (NO SUMADAS):"
                      WS-D-CONTADOR DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           END-IF
           .

       30000-REPORTE-CAJEROS.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "POR CAJERO (TODAS SUS FACTURAS DEL MES)" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           IF WS-TOTAL-CAJEROS = 0
               MOVE "SIN FACTURAS EN EL PERIODO" TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           PERFORM VARYING TB-CJ-IDX FROM 1 BY 1
                     UNTIL TB-CJ-IDX > WS-TOTAL-CAJEROS
               MOVE TB-CJ-FACTURAS(TB-CJ-IDX)    TO WS-D-CONTADOR
               MOVE TB-CJ-CON-DESC(TB-CJ-IDX)    TO WS-D-CONTADOR-2
               MOVE TB-CJ-AUTORIZADAS(TB-CJ-IDX) TO WS-D-CONTADOR-3
               MOVE TB-CJ-VENTA(TB-CJ-IDX)       TO WS-D-VENTA
               MOVE TB-CJ-DESC-LISTA(TB-CJ-IDX)  TO WS-D-LISTA
               MOVE TB-CJ-DESC-MANUAL(TB-CJ-IDX) TO WS-D-MANUAL
               MOVE SPACES TO REP-LINEA
               STRING TB-CJ-CODIGO(TB-CJ-IDX) DELIMITED BY SIZE
                      " FACT:" WS-D-CONTADOR DELIMITED BY SIZE
                      " CON DESC:" WS-D-CONTADOR-2 DELIMITED BY SIZE
                      " VENTA:" WS-D-VENTA DELIMITED BY SIZE
                      " DESC LISTA:" WS-D-LISTA DELIMITED BY SIZE
                      " MANUAL:" WS-D-MANUAL DELIMITED BY SIZE
                      " AUTORIZADAS:" WS-D-CONTADOR-3
                      DELIMITED BY SIZE
                      INTO REP-LINEA
                   ON OVERFLOW
                       DISPLAY "LINEA DE CAJERO DEMASIADO LARGA"
               END-STRING
               WRITE REP-LINEA
           END-PERFORM
           .

      *    SEGUNDA PASADA: CADA FACTURA ACTIVA DEL MES CUYO DESCUENTO
      *    SUPERA EL DE SU LISTA, CON EL CAJERO Y EL SUPERVISOR QUE
      *    AUTORIZO EL EXCESO ("SIN DATO" EN FACTURAS ANTERIORES A LA
      *    AUTORIZACION).
       40000-EXCEPCIONES.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "DESCUENTOS POR ENCIMA DE LA LISTA DE PRECIOS"
                TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           IF WS-FACTURAS-ABIERTA = 'S'
               MOVE "00" TO WS-FS-FACTURAS
               MOVE 0 TO FD-ID
               START FACTURAS-FILE KEY IS >= FD-ID
                   INVALID KEY
                       MOVE "35" TO WS-FS-FACTURAS
               END-START
               PERFORM UNTIL NOT WS-FACTURAS-OK
                   READ FACTURAS-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-FACTURAS
                       NOT AT END
                           PERFORM 40100-VERIFICA-EXCEPCION
                   END-READ
               END-PERFORM
           END-IF
           IF WS-EXCEPCIONES = 0
               MOVE "SIN DESCUENTOS POR ENCIMA DE LA LISTA" TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           MOVE WS-EXCEPCIONES TO WS-D-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "TOTAL FACTURAS SOBRE LA LISTA:" WS-D-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

       40100-VERIFICA-EXCEPCION.
           MOVE FD-FECHA-EMISION TO WK-FECHA-R
           IF WK-FECHA-AAMM = WS-MES-REPORTADO AND
              FD-ESTADO NOT = 'X' AND
              FD-DESC > FD-DESC-REGLA
               ADD 1 TO WS-EXCEPCIONES
               MOVE FD-DESC       TO WS-D-DESC
               MOVE FD-DESC-REGLA TO WS-D-REGLA
               IF FD-CAJERO = SPACES
                   MOVE "(SIN DATO)" TO WK-CAJERO-BUSCADO
               ELSE
                   MOVE FD-CAJERO    TO WK-CAJERO-BUSCADO
               END-IF
               IF FD-DESC-AUTORIZA = SPACES
                   MOVE "(SIN DATO)"     TO WK-AUTORIZO
               ELSE
                   MOVE FD-DESC-AUTORIZA TO WK-AUTORIZO
               END-IF
               MOVE SPACES TO REP-LINEA
               STRING "FACT " FD-FACTURAID DELIMITED BY SIZE
                      " CED " FD-ID DELIMITED BY SIZE
                      " " FD-FECHA-EMISION DELIMITED BY SIZE
                      " CAJERO:" WK-CAJERO-BUSCADO DELIMITED BY SIZE
                      " DESC:" WS-D-DESC DELIMITED BY SIZE
                      " LISTA " FD-LISTA-PRECIOS DELIMITED BY SIZE
                      ":" WS-D-REGLA DELIMITED BY SIZE
                      " AUTORIZO:" WK-AUTORIZO DELIMITED BY SIZE
                      INTO REP-LINEA
                   ON OVERFLOW
                       DISPLAY "LINEA DE EXCEPCION DEMASIADO LARGA"
               END-STRING
               WRITE REP-LINEA
           END-IF
           .

       50000-FIN.
           IF WS-FACTURAS-ABIERTA = 'S'
               CLOSE FACTURAS-FILE
           END-IF
           CLOSE REPORTE-FILE
           DISPLAY "REPORTE GENERADO EN DESCUENTOS.RPT"
           STOP RUN.
       END PROGRAM RPT009.
