      ******************************************************************
      * AUTHOR: LEONARDO VILLAFUERTE
      * DATE: 09/09/26
      * PURPOSE: ESTADO DE CUENTA DE CLIENTES. PARA UN CLIENTE (O PARA
      *          TODOS LOS QUE TIENEN SALDO ABIERTO, CEDULA EN CEROS) Y
      *          UN RANGO DE FECHAS IMPRIME EL SALDO INICIAL, LUEGO
      *          CADA FACTURA, NOTA DE CREDITO, PAGO Y RETENCION DEL
      *          RANGO EN ORDEN DE FECHA CON EL SALDO ACUMULADO, Y EL
      *          SALDO FINAL CON SU ANTIGUEDAD (CORRIENTE / 30 / 60 /
      *          90+ DIAS A LA FECHA HASTA). EL NOMBRE Y LA DIRECCION
      *          SALEN DE CLIENTES.DAT PARA PODER ENVIARLO POR CORREO.
      *          LAS FACTURAS YA ARCHIVADAS EN FACTURAS.HIS TAMBIEN
      *          ENTRAN, PARA QUE EL SALDO INICIAL CUADRE AUNQUE ARCH01
      *          SE HAYA LLEVADO LAS MAS VIEJAS. LAS FACTURAS ANULADAS
      *          SE LISTAN CON SU NOTA DE CREDITO, QUE LAS DEJA EN CERO
      *          EN LA FECHA DE LA ANULACION, PARA QUE UN ESTADO DE UN
      *          RANGO ANTERIOR MUESTRE EL SALDO QUE TUVO; SOLO LAS
      *          ANULADAS VIEJAS SIN NOTA DE CREDITO SE OMITEN, COMO EN
      *          RPT004. EL RESULTADO QUEDA EN ESTCUENTA.RPT.
      * TECTONICS: COBC
      * MODIFICATIONS:
      *  20/09/26 - LAS NOTAS DE DEBITO POR MORA ENTRAN COMO CARGO DE
      *             LA FACTURA QUE REFERENCIAN; SI SE CONDONARON, SALE
      *             EL ABONO EN LA FECHA DE LA CONDONACION.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RPT008.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CLI-ID
               FILE STATUS IS WS-FS-CLIENTES.
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
           SELECT REPORTE-FILE ASSIGN TO "ESTCUENTA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CLIENTES-FILE.
           COPY CLIENTE.
       FD  FACTURAS-FILE.
           COPY FACTURA.
       FD  HIST-FILE.
           COPY FACTURA REPLACING LEADING ==FD== BY ==HI==.
       FD  PAGOS-FILE.
           COPY PAGO.
       FD  NOTASCRED-FILE.
           COPY NOTACRED.
       FD  RETENCIONES-FILE.
           COPY RETENCION.
       FD  NOTASDEB-FILE.
           COPY NOTADEB.
       FD  REPORTE-FILE.
           COPY REPORTE.
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-ARCHIVOS.
           05  WS-FS-CLIENTES            PIC XX.
               88 WS-CLIENTES-OK                  VALUE "00".
           05  WS-FS-FACTURAS            PIC XX.
               88 WS-FACTURAS-OK                  VALUE "00".
           05  WS-FS-HIST                PIC XX.
               88 WS-HIST-OK                      VALUE "00".
           05  WS-FS-PAGOS               PIC XX.
               88 WS-PAGOS-OK                     VALUE "00".
           05  WS-FS-NOTASCRED           PIC XX.
               88 WS-NOTASCRED-OK                 VALUE "00".
           05  WS-FS-RETENCIONES         PIC XX.
               88 WS-RETENCIONES-OK               VALUE "00".
           05  WS-FS-NOTASDEB            PIC XX.
               88 WS-NOTASDEB-OK                  VALUE "00".
           05  WS-FS-REPORTE             PIC XX.
           05  WS-CLIENTES-ABIERTA      PIC X     VALUE 'N'.
           05  WS-FACTURAS-ABIERTA      PIC X     VALUE 'N'.
           05  WS-HIST-ABIERTA          PIC X     VALUE 'N'.
           05  WS-PAGOS-ABIERTA         PIC X     VALUE 'N'.
           05  WS-NOTASCRED-ABIERTA     PIC X     VALUE 'N'.
           05  WS-RETENCIONES-ABIERTA   PIC X     VALUE 'N'.
           05  WS-NOTASDEB-ABIERTA      PIC X     VALUE 'N'.

       01  WS-CEDULA-BUSCADA             PIC 9(10) VALUE 0.
       01  WS-FECHA-DESDE                PIC 9(8)  VALUE 0.
       01  WS-FECHA-HASTA                PIC 9(8)  VALUE 0.
       01  WS-HASTA-ENTERO               PIC 9(8)  VALUE 0.
       01  WK-EMISION-ENTERO             PIC 9(8)  VALUE 0.
       01  WK-DIAS-VENCIDOS              PIC S9(5) VALUE 0.

      *    FACTURA EN CURSO, TOMADA DE FACTURAS.DAT O DE FACTURAS.HIS.
       01  WK-FACTURA.
           05  WK-FAC-ID                 PIC 9(10).
           05  WK-FAC-NUMERO             PIC 9(18).
           05  WK-FAC-FECHA              PIC 9(8).
           05  WK-FAC-CARGO              PIC S9(15)V99.
      *    SALDO DE LA FACTURA CONTANDO SOLO LO FECHADO HASTA LA
      *    FECHA HASTA, PARA LA ANTIGUEDAD DEL SALDO FINAL.
       01  WK-SALDO-FACTURA              PIC S9(15)V99 VALUE 0.

      *    MOVIMIENTO EN CURSO ANTES DE UBICARLO EN LA TABLA.
       01  WK-MOVIMIENTO.
           05  WK-MV-FECHA               PIC 9(8).
           05  WK-MV-ORDEN               PIC 9.
           05  WK-MV-TIPO                PIC X(10).
           05  WK-MV-DOCUMENTO           PIC X(20).
           05  WK-MV-FACTURA             PIC 9(18).
           05  WK-MV-DEBE                PIC 9(13)V99.
           05  WK-MV-HABER               PIC 9(13)V99.

      *+---------------------------------------------------------------+
      *    MOVIMIENTOS DEL RANGO DE UN CLIENTE. SE ORDENAN POR FECHA Y,
      *    DENTRO DEL DIA, FACTURAS ANTES QUE NOTAS, RETENCIONES Y
      *    PAGOS. LOS SALDOS INICIAL Y FINAL SE ACUMULAN FUERA DE LA
      *    TABLA, ASI QUE UN CLIENTE QUE LA DESBORDA SALE CON LOS
      *    SALDOS CORRECTOS Y SOLO PIERDE LINEAS DE DETALLE.
      *+---------------------------------------------------------------+
       01  WS-TB-MAX-MOVIMIENTOS         PIC 9(3)  VALUE 500.
       01  WS-TOTAL-MOVIMIENTOS          PIC 9(3)  VALUE 0.
       01  WK-TABLA-LLENA-SW             PIC X     VALUE 'N'.
           88 WK-TABLA-LLENA                       VALUE 'S'.
       01  WK-CON-NOTA-SW                PIC X     VALUE 'N'.
           88 WK-CON-NOTA                          VALUE 'S'.
       01  TB-MOVIMIENTOS.
           05  TB-MOV OCCURS 500 TIMES.
               10  TB-MV-CLAVE           PIC 9(9).
               10  TB-MV-FECHA           PIC 9(8).
               10  TB-MV-TIPO            PIC X(10).
               10  TB-MV-DOCUMENTO       PIC X(20).
               10  TB-MV-FACTURA         PIC 9(18).
               10  TB-MV-DEBE            PIC 9(13)V99.
               10  TB-MV-HABER           PIC 9(13)V99.
       01  WK-MOV-SWAP.
           05  WK-SW-CLAVE               PIC 9(9).
           05  WK-SW-FECHA               PIC 9(8).
           05  WK-SW-TIPO                PIC X(10).
           05  WK-SW-DOCUMENTO           PIC X(20).
           05  WK-SW-FACTURA             PIC 9(18).
           05  WK-SW-DEBE                PIC 9(13)V99.
           05  WK-SW-HABER               PIC 9(13)V99.
       01  WK-SUB-I                      PIC 9(3).
       01  WK-SUB-J                      PIC 9(3).

      *    SALDOS Y ANTIGUEDAD DEL CLIENTE EN CURSO.
       01  WK-ACUM-CLIENTE.
           05  WK-SALDO-INICIAL          PIC S9(15)V99 VALUE 0.
           05  WK-SALDO-FINAL            PIC S9(15)V99 VALUE 0.
           05  WK-SALDO-CORRIDO          PIC S9(15)V99 VALUE 0.
           05  WK-TOTAL-DEBE             PIC S9(15)V99 VALUE 0.
           05  WK-TOTAL-HABER            PIC S9(15)V99 VALUE 0.
           05  WK-CLI-CORRIENTE          PIC S9(15)V99 VALUE 0.
           05  WK-CLI-TREINTA            PIC S9(15)V99 VALUE 0.
           05  WK-CLI-SESENTA            PIC S9(15)V99 VALUE 0.
           05  WK-CLI-NOVENTA            PIC S9(15)V99 VALUE 0.
       01  WK-IMPRIMIR-SW                PIC X     VALUE 'N'.
           88 WK-IMPRIMIR                          VALUE 'S'.

       01  WS-ACUMULADORES.
           05  WS-CLIENTES-IMPRESOS      PIC 9(6)  VALUE 0.
           05  WS-TOTAL-SALDOS           PIC S9(15)V99 VALUE 0.

       01  WK-FECHA-R.
           05  WK-FECHA-ANIO             PIC 9(4).
           05  WK-FECHA-MES              PIC 99.
           05  WK-FECHA-DIA              PIC 99.
       01  WK-FECHA-NUM REDEFINES WK-FECHA-R PIC 9(8).
       01  WK-FECHA-DESDE-ED             PIC X(10) VALUE SPACES.

       01  WS-LINEA-ESTADO.
           05  WS-E-FECHA.
               10  WS-E-DIA              PIC 99.
               10  FILLER                PIC X     VALUE "/".
               10  WS-E-MES              PIC 99.
               10  FILLER                PIC X     VALUE "/".
               10  WS-E-ANIO             PIC 9(4).
           05  WS-E-DEBE                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-E-HABER                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-E-SALDO                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-E-CORRIENTE            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-E-TREINTA              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-E-SESENTA              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-E-NOVENTA              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-E-CONTADOR             PIC ZZZ.ZZ9.
           05  WS-E-SECUENCIA            PIC 9(3).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COMIENZO-RPT008.
           PERFORM 10000-INICIO
           PERFORM 20000-PROCESO
           PERFORM 30000-RESUMEN
           PERFORM 40000-FIN
           .

       10000-INICIO.
           DISPLAY "ESTADO DE CUENTA DE CLIENTES"
           DISPLAY "INGRESE CEDULA DEL CLIENTE 10 DIGITOS"
           DISPLAY "(CEROS = TODOS LOS CLIENTES CON SALDO ABIERTO)"
           ACCEPT WS-CEDULA-BUSCADA
           DISPLAY "INGRESE FECHA DESDE AAAAMMDD"
           ACCEPT WS-FECHA-DESDE
           DISPLAY "INGRESE FECHA HASTA AAAAMMDD"
           ACCEPT WS-FECHA-HASTA
           COMPUTE WS-HASTA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA)
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-OK
               MOVE 'S' TO WS-CLIENTES-ABIERTA
           ELSE
               DISPLAY "NO EXISTE EL ARCHIVO CLIENTES.DAT, NADA QUE"
               DISPLAY "REPORTAR"
           END-IF
           OPEN INPUT FACTURAS-FILE
           IF WS-FACTURAS-OK
               MOVE 'S' TO WS-FACTURAS-ABIERTA
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-OK
               MOVE 'S' TO WS-HIST-ABIERTA
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
           OPEN OUTPUT REPORTE-FILE
           MOVE "ESTADO DE CUENTA DE CLIENTES" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-FECHA-DESDE TO WK-FECHA-NUM
           PERFORM 90100-EDITAR-FECHA
           MOVE WS-E-FECHA TO WK-FECHA-DESDE-ED
           MOVE WS-FECHA-HASTA TO WK-FECHA-NUM
           PERFORM 90100-EDITAR-FECHA
           MOVE SPACES TO REP-LINEA
           STRING "PERIODO DEL " WK-FECHA-DESDE-ED DELIMITED BY SIZE
                  " AL " WS-E-FECHA DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           .

      *    UN CLIENTE PEDIDO POR CEDULA SALE SIEMPRE, AUNQUE ESTE AL
      *    DIA; SIN CEDULA SE RECORRE EL MAESTRO Y SOLO SALEN LOS QUE
      *    TERMINAN EL RANGO CON SALDO A FAVOR DE LA EMPRESA.
       20000-PROCESO.
           IF WS-CLIENTES-ABIERTA = 'S'
               IF WS-CEDULA-BUSCADA NOT = 0
                   MOVE WS-CEDULA-BUSCADA TO FD-CLI-ID
                   READ CLIENTES-FILE
                       INVALID KEY
                           DISPLAY "CLIENTE " WS-CEDULA-BUSCADA
                                   " NO EXISTE EN CLIENTES.DAT"
                           MOVE "CLIENTE NO EXISTE EN CLIENTES.DAT"
                                TO REP-LINEA
                           WRITE REP-LINEA
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM 21000-ESTADO-CLIENTE
                   END-READ
               ELSE
                   PERFORM UNTIL NOT WS-CLIENTES-OK
                       READ CLIENTES-FILE NEXT RECORD
                           AT END
                               MOVE "35" TO WS-FS-CLIENTES
                           NOT AT END
                               PERFORM 21000-ESTADO-CLIENTE
                       END-READ
                   END-PERFORM
               END-IF
           END-IF
           .

       21000-ESTADO-CLIENTE.
           INITIALIZE WK-ACUM-CLIENTE
           MOVE 0   TO WS-TOTAL-MOVIMIENTOS
           MOVE 'N' TO WK-TABLA-LLENA-SW
           PERFORM 21100-CARGAR-FACTURAS
           PERFORM 21200-CARGAR-HISTORICO
           MOVE 'N' TO WK-IMPRIMIR-SW
           IF WS-CEDULA-BUSCADA NOT = 0 OR WK-SALDO-FINAL > 0
               SET WK-IMPRIMIR TO TRUE
           END-IF
           IF WK-IMPRIMIR
               PERFORM 22000-ORDENAR-MOVIMIENTOS
               PERFORM 23000-IMPRIMIR-ESTADO
               ADD 1 TO WS-CLIENTES-IMPRESOS
               ADD WK-SALDO-FINAL TO WS-TOTAL-SALDOS
           END-IF
           .

      *    UNA ANULADA ENTRA SOLO SI TIENE NOTA DE CREDITO (LA DE LA
      *    ANULACION); LAS ANULADAS VIEJAS SIN NOTA NUNCA TUVIERON
      *    CONTRAPARTIDA Y QUEDARIAN COMO SALDO ABIERTO.
       21050-VER-NOTA-ANULADA.
           MOVE 'N' TO WK-CON-NOTA-SW
           IF WS-NOTASCRED-ABIERTA = 'S'
               MOVE WK-FAC-ID     TO FD-NC-REF-ID
               MOVE WK-FAC-NUMERO TO FD-NC-REF-FACTURAID
               START NOTASCRED-FILE KEY IS >= FD-NC-REF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ NOTASCRED-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FD-NC-REF-ID = WK-FAC-ID AND
                                  FD-NC-REF-FACTURAID = WK-FAC-NUMERO
                                   SET WK-CON-NOTA TO TRUE
                               END-IF
                       END-READ
               END-START
               MOVE "00" TO WS-FS-NOTASCRED
           END-IF
           .

      *    FACTURAS EN LINEA DEL CLIENTE (CLAVE PRIMARIA CEDULA +
      *    NUMERO, ASI QUE VIENEN SEGUIDAS).
       21100-CARGAR-FACTURAS.
           IF WS-FACTURAS-ABIERTA = 'S'
               MOVE FD-CLI-ID TO FD-ID
               MOVE 0         TO FD-FACTURAID
               START FACTURAS-FILE KEY IS >= FD-KEY-PRIMARIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL NOT WS-FACTURAS-OK
                           READ FACTURAS-FILE NEXT RECORD
                               AT END
                                   MOVE "35" TO WS-FS-FACTURAS
                               NOT AT END
                                   IF FD-ID NOT = FD-CLI-ID
                                       MOVE "35" TO WS-FS-FACTURAS
                                   ELSE
                                       PERFORM 21110-FACTURA-EN-LINEA
                                   END-IF
                           END-READ
                       END-PERFORM
                       MOVE "00" TO WS-FS-FACTURAS
               END-START
           END-IF
           .

       21110-FACTURA-EN-LINEA.
           MOVE FD-ID            TO WK-FAC-ID
           MOVE FD-FACTURAID     TO WK-FAC-NUMERO
           MOVE FD-FECHA-EMISION TO WK-FAC-FECHA
           COMPUTE WK-FAC-CARGO =
               FD-VALORTOTAL-CXP + FD-VALORIVA - FD-DESC
           SET WK-CON-NOTA TO TRUE
           IF FD-ESTADO = 'X'
               PERFORM 21050-VER-NOTA-ANULADA
           END-IF
           IF WK-CON-NOTA
               PERFORM 21300-CARGAR-FACTURA
           END-IF
           .

      *    FACTURAS DEL CLIENTE QUE ARCH01 YA PASO AL HISTORICO.
       21200-CARGAR-HISTORICO.
           IF WS-HIST-ABIERTA = 'S'
               MOVE FD-CLI-ID TO HI-ID
               MOVE 0         TO HI-FACTURAID
               START HIST-FILE KEY IS >= HI-KEY-PRIMARIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL NOT WS-HIST-OK
                           READ HIST-FILE NEXT RECORD
                               AT END
                                   MOVE "35" TO WS-FS-HIST
                               NOT AT END
                                   IF HI-ID NOT = FD-CLI-ID
                                       MOVE "35" TO WS-FS-HIST
                                   ELSE
                                       PERFORM 21210-FACTURA-HISTORICA
                                   END-IF
                           END-READ
                       END-PERFORM
                       MOVE "00" TO WS-FS-HIST
               END-START
           END-IF
           .

       21210-FACTURA-HISTORICA.
           MOVE HI-ID            TO WK-FAC-ID
           MOVE HI-FACTURAID     TO WK-FAC-NUMERO
           MOVE HI-FECHA-EMISION TO WK-FAC-FECHA
           COMPUTE WK-FAC-CARGO =
               HI-VALORTOTAL-CXP + HI-VALORIVA - HI-DESC
           SET WK-CON-NOTA TO TRUE
           IF HI-ESTADO = 'X'
               PERFORM 21050-VER-NOTA-ANULADA
           END-IF
           IF WK-CON-NOTA
               PERFORM 21300-CARGAR-FACTURA
           END-IF
           .

      *    LA FACTURA EN WK-FACTURA Y TODO LO QUE LA DESCUENTA. CADA
      *    MOVIMIENTO PASA POR 21900-UBICAR-MOVIMIENTO, QUE DECIDE SI
      *    VA AL SALDO INICIAL, A LA TABLA DEL RANGO O SE IGNORA POR
      *    SER POSTERIOR A LA FECHA HASTA.
       21300-CARGAR-FACTURA.
           MOVE 0 TO WK-SALDO-FACTURA
           MOVE WK-FAC-FECHA    TO WK-MV-FECHA
           MOVE 1               TO WK-MV-ORDEN
           MOVE "FACTURA"       TO WK-MV-TIPO
           MOVE WK-FAC-NUMERO   TO WK-MV-DOCUMENTO
           MOVE WK-FAC-NUMERO   TO WK-MV-FACTURA
           MOVE WK-FAC-CARGO    TO WK-MV-DEBE
           MOVE 0               TO WK-MV-HABER
           PERFORM 21900-UBICAR-MOVIMIENTO
           PERFORM 21400-CARGAR-NOTAS
           PERFORM 21450-CARGAR-NOTAS-DEBITO
           PERFORM 21500-CARGAR-RETENCIONES
           PERFORM 21600-CARGAR-PAGOS
           IF WK-FAC-FECHA <= WS-FECHA-HASTA AND WK-SALDO-FACTURA > 0
               PERFORM 21700-CLASIFICAR-SALDO
           END-IF
           .

       21400-CARGAR-NOTAS.
           IF WS-NOTASCRED-ABIERTA = 'S'
               MOVE WK-FAC-ID     TO FD-NC-REF-ID
               MOVE WK-FAC-NUMERO TO FD-NC-REF-FACTURAID
               START NOTASCRED-FILE KEY IS >= FD-NC-REF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL NOT WS-NOTASCRED-OK
                           READ NOTASCRED-FILE NEXT RECORD
                               AT END
                                   MOVE "35" TO WS-FS-NOTASCRED
                               NOT AT END
                                   IF FD-NC-REF-ID NOT = WK-FAC-ID OR
                                      FD-NC-REF-FACTURAID NOT =
                                      WK-FAC-NUMERO
                                       MOVE "35" TO WS-FS-NOTASCRED
                                   ELSE
                                       MOVE FD-NC-FECHA
                                            TO WK-MV-FECHA
                                       MOVE 2 TO WK-MV-ORDEN
                                       MOVE "NOTA CRED."
                                            TO WK-MV-TIPO
                                       MOVE FD-NC-NUMERO
                                            TO WK-MV-DOCUMENTO
                                       MOVE 0 TO WK-MV-DEBE
                                       COMPUTE WK-MV-HABER =
                                           FD-NC-VALOR + FD-NC-VALORIVA
                                       PERFORM 21900-UBICAR-MOVIMIENTO
                                   END-IF
                           END-READ
                       END-PERFORM
                       MOVE "00" TO WS-FS-NOTASCRED
               END-START
           END-IF
           .

      *    LA NOTA DE DEBITO ES UN CARGO MAS DE LA FACTURA. LA
      *    CONDONADA SE LISTA IGUAL Y SE ANULA CON UN ABONO FECHADO EL
      *    DIA DE LA CONDONACION, PARA QUE LOS ESTADOS YA ENVIADOS
      *    SIGAN CUADRANDO.
       21450-CARGAR-NOTAS-DEBITO.
           IF WS-NOTASDEB-ABIERTA = 'S'
               MOVE WK-FAC-ID     TO FD-ND-REF-ID
               MOVE WK-FAC-NUMERO TO FD-ND-REF-FACTURAID
               START NOTASDEB-FILE KEY IS >= FD-ND-REF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL NOT WS-NOTASDEB-OK
                           READ NOTASDEB-FILE NEXT RECORD
                               AT END
                                   MOVE "35" TO WS-FS-NOTASDEB
                               NOT AT END
                                   IF FD-ND-REF-ID NOT = WK-FAC-ID OR
                                      FD-ND-REF-FACTURAID NOT =
                                      WK-FAC-NUMERO
                                       MOVE "35" TO WS-FS-NOTASDEB
                                   ELSE
                                       PERFORM 21460-CARGAR-NOTA-DEBITO
                                   END-IF
                           END-READ
                       END-PERFORM
                       MOVE "00" TO WS-FS-NOTASDEB
               END-START
           END-IF
           .

       21460-CARGAR-NOTA-DEBITO.
           MOVE FD-ND-FECHA  TO WK-MV-FECHA
           MOVE 1            TO WK-MV-ORDEN
           MOVE "NOTA DEB."  TO WK-MV-TIPO
           MOVE FD-ND-NUMERO TO WK-MV-DOCUMENTO
           COMPUTE WK-MV-DEBE = FD-ND-VALOR + FD-ND-VALORIVA
           MOVE 0            TO WK-MV-HABER
           PERFORM 21900-UBICAR-MOVIMIENTO
           IF FD-ND-CONDONADA
               MOVE FD-ND-FECHA-CONDONACION TO WK-MV-FECHA
               MOVE 2            TO WK-MV-ORDEN
               MOVE "CONDONAC."  TO WK-MV-TIPO
               MOVE 0            TO WK-MV-DEBE
               COMPUTE WK-MV-HABER = FD-ND-VALOR + FD-ND-VALORIVA
               PERFORM 21900-UBICAR-MOVIMIENTO
           END-IF
           .

       21500-CARGAR-RETENCIONES.
           IF WS-RETENCIONES-ABIERTA = 'S'
               MOVE WK-FAC-ID     TO FD-RT-REF-ID
               MOVE WK-FAC-NUMERO TO FD-RT-REF-FACTURAID
               MOVE 0             TO FD-RT-SECUENCIA
               START RETENCIONES-FILE KEY IS >= FD-RT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL NOT WS-RETENCIONES-OK
                           READ RETENCIONES-FILE NEXT RECORD
                               AT END
                                   MOVE "35" TO WS-FS-RETENCIONES
                               NOT AT END
                                   IF FD-RT-REF-ID NOT = WK-FAC-ID OR
                                      FD-RT-REF-FACTURAID NOT =
                                      WK-FAC-NUMERO
                                       MOVE "35"
                                            TO WS-FS-RETENCIONES
                                   ELSE
                                       MOVE FD-RT-FECHA
                                            TO WK-MV-FECHA
                                       MOVE 3 TO WK-MV-ORDEN
                                       MOVE "RETENCION"
                                            TO WK-MV-TIPO
                                       MOVE FD-RT-COMPROBANTE
                                            TO WK-MV-DOCUMENTO
                                       MOVE 0 TO WK-MV-DEBE
                                       MOVE FD-RT-VALOR
                                            TO WK-MV-HABER
                                       PERFORM 21900-UBICAR-MOVIMIENTO
                                   END-IF
                           END-READ
                       END-PERFORM
                       MOVE "00" TO WS-FS-RETENCIONES
               END-START
           END-IF
           .

      *    EL PAGO NO TIENE NUMERO PROPIO: SE IDENTIFICA CON LA FORMA
      *    DE PAGO Y SU SECUENCIAL DENTRO DE LA FACTURA.
       21600-CARGAR-PAGOS.
           IF WS-PAGOS-ABIERTA = 'S'
               MOVE WK-FAC-ID     TO FD-PG-ID
               MOVE WK-FAC-NUMERO TO FD-PG-FACTURAID
               MOVE 0             TO FD-PG-SECUENCIA
               START PAGOS-FILE KEY IS >= FD-PG-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL NOT WS-PAGOS-OK
                           READ PAGOS-FILE NEXT RECORD
                               AT END
                                   MOVE "35" TO WS-FS-PAGOS
                               NOT AT END
                                   IF FD-PG-ID NOT = WK-FAC-ID OR
                                      FD-PG-FACTURAID NOT =
                                      WK-FAC-NUMERO
                                       MOVE "35" TO WS-FS-PAGOS
                                   ELSE
                                       MOVE FD-PG-FECHA
                                            TO WK-MV-FECHA
                                       MOVE 4 TO WK-MV-ORDEN
                                       MOVE "PAGO" TO WK-MV-TIPO
                                       MOVE FD-PG-SECUENCIA
                                            TO WS-E-SECUENCIA
                                       MOVE SPACES
                                            TO WK-MV-DOCUMENTO
                                       STRING FD-PG-FORMA-PAGO
                                              DELIMITED BY "  "
                                              " #" WS-E-SECUENCIA
                                              DELIMITED BY SIZE
                                              INTO WK-MV-DOCUMENTO
                                       END-STRING
                                       MOVE 0 TO WK-MV-DEBE
                                       MOVE FD-PG-VALOR
                                            TO WK-MV-HABER
                                       PERFORM 21900-UBICAR-MOVIMIENTO
                                   END-IF
                           END-READ
                       END-PERFORM
                       MOVE "00" TO WS-FS-PAGOS
               END-START
           END-IF
           .

      *    ANTIGUEDAD DEL SALDO DE LA FACTURA A LA FECHA HASTA, CON
      *    LOS MISMOS TRAMOS DE RPT002. LAS FACTURAS SIN FECHA DE
      *    EMISION (CAMPO EN CEROS) SE CLASIFICAN COMO CORRIENTES.
       21700-CLASIFICAR-SALDO.
           IF WK-FAC-FECHA = 0
               MOVE 0 TO WK-DIAS-VENCIDOS
           ELSE
               COMPUTE WK-EMISION-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WK-FAC-FECHA)
               COMPUTE WK-DIAS-VENCIDOS =
                   WS-HASTA-ENTERO - WK-EMISION-ENTERO
           END-IF
           EVALUATE TRUE
               WHEN WK-DIAS-VENCIDOS < 30
                   ADD WK-SALDO-FACTURA TO WK-CLI-CORRIENTE
               WHEN WK-DIAS-VENCIDOS < 60
                   ADD WK-SALDO-FACTURA TO WK-CLI-TREINTA
               WHEN WK-DIAS-VENCIDOS < 90
                   ADD WK-SALDO-FACTURA TO WK-CLI-SESENTA
               WHEN OTHER
                   ADD WK-SALDO-FACTURA TO WK-CLI-NOVENTA
           END-EVALUATE
           .

      *    LO ANTERIOR A LA FECHA DESDE VA AL SALDO INICIAL, LO DEL
      *    RANGO A LA TABLA Y LO POSTERIOR A LA FECHA HASTA NO ENTRA
      *    EN ESTE ESTADO DE CUENTA.
       21900-UBICAR-MOVIMIENTO.
           IF WK-MV-FECHA <= WS-FECHA-HASTA
               COMPUTE WK-SALDO-FACTURA = WK-SALDO-FACTURA
                       + WK-MV-DEBE - WK-MV-HABER
               COMPUTE WK-SALDO-FINAL = WK-SALDO-FINAL
                       + WK-MV-DEBE - WK-MV-HABER
               IF WK-MV-FECHA < WS-FECHA-DESDE
                   COMPUTE WK-SALDO-INICIAL = WK-SALDO-INICIAL
                           + WK-MV-DEBE - WK-MV-HABER
               ELSE
                   ADD WK-MV-DEBE  TO WK-TOTAL-DEBE
                   ADD WK-MV-HABER TO WK-TOTAL-HABER
                   IF WS-TOTAL-MOVIMIENTOS < WS-TB-MAX-MOVIMIENTOS
                       ADD 1 TO WS-TOTAL-MOVIMIENTOS
                       MOVE WS-TOTAL-MOVIMIENTOS TO WK-SUB-I
                       COMPUTE TB-MV-CLAVE(WK-SUB-I) =
                               WK-MV-FECHA * 10 + WK-MV-ORDEN
                       MOVE WK-MV-FECHA     TO TB-MV-FECHA(WK-SUB-I)
                       MOVE WK-MV-TIPO      TO TB-MV-TIPO(WK-SUB-I)
                       MOVE WK-MV-DOCUMENTO
                            TO TB-MV-DOCUMENTO(WK-SUB-I)
                       MOVE WK-FAC-NUMERO   TO TB-MV-FACTURA(WK-SUB-I)
                       MOVE WK-MV-DEBE      TO TB-MV-DEBE(WK-SUB-I)
                       MOVE WK-MV-HABER     TO TB-MV-HABER(WK-SUB-I)
                   ELSE
                       SET WK-TABLA-LLENA TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *    ORDENA LA TABLA POR FECHA (Y TIPO DENTRO DEL DIA) CON EL
      *    MISMO BURBUJEO DEL RANKING DE RPT006.
       22000-ORDENAR-MOVIMIENTOS.
           PERFORM VARYING WK-SUB-I FROM 1 BY 1
                     UNTIL WK-SUB-I >= WS-TOTAL-MOVIMIENTOS
               PERFORM VARYING WK-SUB-J FROM 1 BY 1
                         UNTIL WK-SUB-J >= WS-TOTAL-MOVIMIENTOS
                   IF TB-MV-CLAVE(WK-SUB-J) >
                      TB-MV-CLAVE(WK-SUB-J + 1)
                       MOVE TB-MOV(WK-SUB-J)     TO WK-MOV-SWAP
                       MOVE TB-MOV(WK-SUB-J + 1) TO TB-MOV(WK-SUB-J)
                       MOVE WK-MOV-SWAP          TO TB-MOV(WK-SUB-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       23000-IMPRIMIR-ESTADO.
           PERFORM 23100-CABECERA-CLIENTE
           MOVE WK-SALDO-INICIAL TO WK-SALDO-CORRIDO
           MOVE WK-SALDO-INICIAL TO WS-E-SALDO
           MOVE SPACES TO REP-LINEA
           MOVE "SALDO INICIAL" TO REP-LINEA(12:)
           MOVE WS-E-SALDO      TO REP-LINEA(101:)
           WRITE REP-LINEA
           PERFORM VARYING WK-SUB-I FROM 1 BY 1
                     UNTIL WK-SUB-I > WS-TOTAL-MOVIMIENTOS
               PERFORM 23200-IMPRIMIR-MOVIMIENTO
           END-PERFORM
           IF WK-TABLA-LLENA
               MOVE "*** EL CLIENTE TIENE MAS MOVIMIENTOS DE LOS QUE"
                    TO REP-LINEA
               WRITE REP-LINEA
               MOVE "*** CABEN EN EL DETALLE; LOS SALDOS SI LOS"
                    TO REP-LINEA
               WRITE REP-LINEA
               MOVE "*** INCLUYEN TODOS. PIDA UN RANGO MAS CORTO"
                    TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           PERFORM 23300-PIE-CLIENTE
           .

       23100-CABECERA-CLIENTE.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "CLIENTE  : " FD-CLI-NOMBRE DELIMITED BY "  "
                  " " FD-CLI-APELLIDO DELIMITED BY "  "
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "CEDULA   : " FD-CLI-ID DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "DIRECCION: " FD-CLI-DIRECCION DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "TELEFONO : " FD-CLI-TELEFONO DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "FECHA      TIPO       DOCUMENTO            FACTURA"
                TO REP-LINEA
           MOVE "DEBE"  TO REP-LINEA(77:)
           MOVE "HABER" TO REP-LINEA(95:)
           MOVE "SALDO" TO REP-LINEA(115:)
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           .

       23200-IMPRIMIR-MOVIMIENTO.
           COMPUTE WK-SALDO-CORRIDO = WK-SALDO-CORRIDO
                   + TB-MV-DEBE(WK-SUB-I) - TB-MV-HABER(WK-SUB-I)
           MOVE TB-MV-FECHA(WK-SUB-I) TO WK-FECHA-NUM
           PERFORM 90100-EDITAR-FECHA
           MOVE TB-MV-DEBE(WK-SUB-I)  TO WS-E-DEBE
           MOVE TB-MV-HABER(WK-SUB-I) TO WS-E-HABER
           MOVE WK-SALDO-CORRIDO      TO WS-E-SALDO
           MOVE SPACES TO REP-LINEA
           STRING WS-E-FECHA " " TB-MV-TIPO(WK-SUB-I)
                  DELIMITED BY SIZE
                  " " TB-MV-DOCUMENTO(WK-SUB-I) DELIMITED BY SIZE
                  " " TB-MV-FACTURA(WK-SUB-I) DELIMITED BY SIZE
                  " " WS-E-DEBE " " WS-E-HABER DELIMITED BY SIZE
                  " " WS-E-SALDO DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

       23300-PIE-CLIENTE.
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WK-TOTAL-DEBE  TO WS-E-DEBE
           MOVE WK-TOTAL-HABER TO WS-E-HABER
           MOVE WK-SALDO-FINAL TO WS-E-SALDO
           MOVE SPACES TO REP-LINEA
           MOVE "TOTALES DEL PERIODO Y SALDO FINAL" TO REP-LINEA(12:)
           MOVE WS-E-DEBE  TO REP-LINEA(63:)
           MOVE WS-E-HABER TO REP-LINEA(82:)
           MOVE WS-E-SALDO TO REP-LINEA(101:)
           WRITE REP-LINEA
           MOVE WK-CLI-CORRIENTE TO WS-E-CORRIENTE
           MOVE WK-CLI-TREINTA   TO WS-E-TREINTA
           MOVE WK-CLI-SESENTA   TO WS-E-SESENTA
           MOVE WK-CLI-NOVENTA   TO WS-E-NOVENTA
           MOVE SPACES TO REP-LINEA
           STRING "ANTIGUEDAD DEL SALDO  CORRIENTE:" WS-E-CORRIENTE
                  DELIMITED BY SIZE
                  " 30:" WS-E-TREINTA DELIMITED BY SIZE
                  " 60:" WS-E-SESENTA DELIMITED BY SIZE
                  " 90+:" WS-E-NOVENTA DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           .

       30000-RESUMEN.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-CLIENTES-IMPRESOS TO WS-E-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "ESTADOS DE CUENTA EMITIDOS : " WS-E-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-SALDOS TO WS-E-SALDO
           MOVE SPACES TO REP-LINEA
           STRING "SUMA DE SALDOS FINALES     : " WS-E-SALDO
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           DISPLAY "REPORTE GENERADO EN ESTCUENTA.RPT"
           .

       40000-FIN.
           IF WS-CLIENTES-ABIERTA = 'S'
               CLOSE CLIENTES-FILE
           END-IF
           IF WS-FACTURAS-ABIERTA = 'S'
               CLOSE FACTURAS-FILE
           END-IF
           IF WS-HIST-ABIERTA = 'S'
               CLOSE HIST-FILE
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
           CLOSE REPORTE-FILE
           STOP RUN.

      *    DEJA LA FECHA AAAAMMDD DE WK-FECHA-NUM COMO DD/MM/AAAA EN
      *    WS-E-FECHA.
       90100-EDITAR-FECHA.
           MOVE WK-FECHA-DIA  TO WS-E-DIA
           MOVE WK-FECHA-MES  TO WS-E-MES
           MOVE WK-FECHA-ANIO TO WS-E-ANIO
           .
       END PROGRAM RPT008.
