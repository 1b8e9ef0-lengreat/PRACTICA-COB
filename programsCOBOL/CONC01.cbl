      ******************************************************************
      * AUTHOR: LEONARDO VILLAFUERTE
      * DATE: 11/09/26
      * PURPOSE: CONCILIACION BANCARIA. CARGA EL EXTRACTO DEL BANCO
      *          (EXTRACTO.TXT, VER EXTBANCO.CPY) Y CRUZA CADA CREDITO
      *          CON LOS PAGOS DE PAGOS.DAT QUE NO SON EN EFECTIVO Y
      *          AUN NO ESTAN CONCILIADOS. UN CREDITO Y UN PAGO CASAN
      *          CUANDO COINCIDEN FECHA, VALOR Y REFERENCIA DEL
      *          DEPOSITO O TRANSFERENCIA (LA QUE EL CAJERO CAPTURA EN
      *          20820-CAPTURAR-PAGO DE MENU01). PRIMERO SE BUSCA UN
      *          PAGO POR CREDITO; LOS CREDITOS QUE QUEDAN LIBRES SE
      *          CRUZAN LUEGO CON EL GRUPO DE PAGOS PENDIENTES DE LA
      *          MISMA FECHA Y REFERENCIA (UNA TRANSFERENCIA O CHEQUE
      *          QUE PAGA VARIAS FACTURAS SE GRABA COMO UN PAGO POR
      *          FACTURA) Y CASAN SI LA SUMA DEL GRUPO ES IGUAL AL
      *          CREDITO. EL PAGO CASADO QUEDA MARCADO CONCILIADO
      *          CON LA FECHA DEL PROCESO, ASI EL EXTRACTO DEL MES
      *          SIGUIENTE YA NO LO VUELVE A TOMAR. CONCILIACION.RPT
      *          SALE EN TRES PARTES: PARTIDAS CONCILIADAS, CREDITOS
      *          DEL BANCO SIN PAGO REGISTRADO Y PAGOS REGISTRADOS QUE
      *          NO APARECEN EN EL BANCO. EN LA TERCERA PARTE SOLO
      *          ENTRAN LOS PAGOS FECHADOS HASTA EL ULTIMO DIA DEL
      *          EXTRACTO; LOS POSTERIORES SOLO SE CUENTAN, PORQUE EL
      *          BANCO TODAVIA NO LOS PUDO REPORTAR.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONC01.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EXTRACTO-FILE ASSIGN TO "EXTRACTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRACTO.
           SELECT PAGOS-FILE ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PG-KEY
               FILE STATUS IS WS-FS-PAGOS.
           SELECT REPORTE-FILE ASSIGN TO "CONCILIACION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  EXTRACTO-FILE.
           COPY EXTBANCO.
       FD  PAGOS-FILE.
           COPY PAGO.
       FD  REPORTE-FILE.
           COPY REPORTE.
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-ARCHIVOS.
           05  WS-FS-EXTRACTO            PIC XX.
               88 WS-EXTRACTO-OK                  VALUE "00".
           05  WS-FS-PAGOS               PIC XX.
               88 WS-PAGOS-OK                     VALUE "00".
           05  WS-FS-REPORTE             PIC XX.
           05  WS-EXTRACTO-ABIERTA      PIC X     VALUE 'N'.
           05  WS-PAGOS-ABIERTA         PIC X     VALUE 'N'.

       01  WS-HOY                        PIC 9(8)  VALUE 0.
      *    RANGO DE FECHAS QUE CUBRE EL EXTRACTO CARGADO.
       01  WS-FECHA-MIN                  PIC 9(8)  VALUE 99999999.
       01  WS-FECHA-MAX                  PIC 9(8)  VALUE 0.

      *+---------------------------------------------------------------+
      *    CREDITOS DEL EXTRACTO. TB-CR-USADO QUEDA EN 'S' CUANDO EL
      *    CREDITO YA CASO CON UN PAGO, PARA QUE DOS PAGOS IGUALES
      *    DEL MISMO DIA NO SE CONCILIEN CONTRA UN SOLO DEPOSITO.
      *+---------------------------------------------------------------+
       01  WS-TB-MAX-CREDITOS            PIC 9(4)  VALUE 2000.
       01  WS-TOTAL-CREDITOS             PIC 9(4)  VALUE 0.
       01  TB-CREDITOS.
           05  TB-CR OCCURS 2000 TIMES.
               10  TB-CR-FECHA           PIC 9(8).
               10  TB-CR-VALOR           PIC 9(10)V99.
               10  TB-CR-REFERENCIA      PIC X(20).
               10  TB-CR-DESCRIPCION     PIC X(40).
               10  TB-CR-USADO           PIC X.

      *+---------------------------------------------------------------+
      *    PAGOS PENDIENTES QUE NO CASARON UNO A UNO CON UN CREDITO.
      *    SE GUARDAN PARA EL SEGUNDO INTENTO POR GRUPO DE FECHA Y
      *    REFERENCIA; TB-PP-USADO QUEDA EN 'S' AL CONCILIARSE.
      *+---------------------------------------------------------------+
       01  WS-TB-MAX-PENDIENTES          PIC 9(4)  VALUE 2000.
       01  WS-TOTAL-PENDIENTES           PIC 9(4)  VALUE 0.
       01  TB-PENDIENTES.
           05  TB-PP OCCURS 2000 TIMES.
               10  TB-PP-KEY             PIC X(31).
               10  TB-PP-FECHA           PIC 9(8).
               10  TB-PP-VALOR           PIC 9(10)V99.
               10  TB-PP-REFERENCIA      PIC X(20).
               10  TB-PP-USADO           PIC X.
       01  WK-GRUPO-CANTIDAD             PIC 9(4).
       01  WK-GRUPO-VALOR                PIC 9(13)V99.
       01  WK-SUB-I                      PIC 9(4).
       01  WK-SUB-J                      PIC 9(4).
       01  WK-SUB-CREDITO                PIC 9(4).
       01  WK-ENCONTRADO-SW              PIC X     VALUE 'N'.
           88 WK-ENCONTRADO                        VALUE 'S'.
       01  WK-PENDIENTE-SW               PIC X     VALUE 'N'.
           88 WK-PENDIENTE                         VALUE 'S'.

       01  WS-ACUMULADORES.
           05  WS-MOVIMIENTOS-LEIDOS     PIC 9(6)  VALUE 0.
           05  WS-DEBITOS-OMITIDOS       PIC 9(6)  VALUE 0.
           05  WS-CREDITOS-DESCARTADOS   PIC 9(6)  VALUE 0.
           05  WS-PENDIENTES-DESCARTADOS PIC 9(6)  VALUE 0.
           05  WS-CANT-CONCILIADOS       PIC 9(6)  VALUE 0.
           05  WS-VALOR-CONCILIADOS      PIC 9(13)V99 VALUE 0.
           05  WS-CANT-SIN-PAGO          PIC 9(6)  VALUE 0.
           05  WS-VALOR-SIN-PAGO         PIC 9(13)V99 VALUE 0.
           05  WS-CANT-SIN-BANCO         PIC 9(6)  VALUE 0.
           05  WS-VALOR-SIN-BANCO        PIC 9(13)V99 VALUE 0.
           05  WS-CANT-POSTERIORES       PIC 9(6)  VALUE 0.
           05  WS-VALOR-POSTERIORES      PIC 9(13)V99 VALUE 0.

       01  WK-FECHA-R.
           05  WK-FECHA-ANIO             PIC 9(4).
           05  WK-FECHA-MES              PIC 99.
           05  WK-FECHA-DIA              PIC 99.
       01  WK-FECHA-NUM REDEFINES WK-FECHA-R PIC 9(8).
       01  WK-FECHA-DESDE-ED             PIC X(10) VALUE SPACES.

       01  WS-LINEA-CONCILIACION.
           05  WS-E-FECHA.
               10  WS-E-DIA              PIC 99.
               10  FILLER                PIC X     VALUE "/".
               10  WS-E-MES              PIC 99.
               10  FILLER                PIC X     VALUE "/".
               10  WS-E-ANIO             PIC 9(4).
           05  WS-E-VALOR                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-E-CONTADOR             PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COMIENZO-CONC01.
           PERFORM 10000-INICIO
           IF WS-EXTRACTO-ABIERTA = 'S'
               PERFORM 20000-CARGAR-EXTRACTO
               PERFORM 21000-CONCILIAR
               PERFORM 22000-CREDITOS-SIN-PAGO
               PERFORM 23000-PAGOS-SIN-BANCO
               PERFORM 30000-RESUMEN
           END-IF
           PERFORM 40000-FIN
           .

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           OPEN INPUT EXTRACTO-FILE
           IF WS-EXTRACTO-OK
               MOVE 'S' TO WS-EXTRACTO-ABIERTA
           ELSE
               DISPLAY "NO EXISTE EL ARCHIVO EXTRACTO.TXT, NADA QUE"
               DISPLAY "CONCILIAR"
           END-IF
           OPEN I-O PAGOS-FILE
           IF WS-PAGOS-OK
               MOVE 'S' TO WS-PAGOS-ABIERTA
           ELSE
               DISPLAY "NO EXISTE EL ARCHIVO PAGOS.DAT, TODOS LOS"
               DISPLAY "CREDITOS QUEDAN SIN PAGO REGISTRADO"
           END-IF
           OPEN OUTPUT REPORTE-FILE
           MOVE "CONCILIACION BANCARIA DE PAGOS" TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           .

      *    LOS DEBITOS DEL EXTRACTO (COMISIONES, CHEQUES GIRADOS) NO
      *    TIENEN CONTRAPARTE EN PAGOS.DAT Y SOLO SE CUENTAN. LA
      *    REFERENCIA SE PASA A MAYUSCULAS COMO LA DEL PAGO.
       20000-CARGAR-EXTRACTO.
           PERFORM UNTIL NOT WS-EXTRACTO-OK
               READ EXTRACTO-FILE
                   AT END
                       MOVE "35" TO WS-FS-EXTRACTO
                   NOT AT END
                       ADD 1 TO WS-MOVIMIENTOS-LEIDOS
                       IF EXB-CREDITO
                           PERFORM 20100-GUARDAR-CREDITO
                       ELSE
                           ADD 1 TO WS-DEBITOS-OMITIDOS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TOTAL-CREDITOS > 0
               MOVE WS-FECHA-MIN TO WK-FECHA-NUM
               PERFORM 90100-EDITAR-FECHA
               MOVE WS-E-FECHA TO WK-FECHA-DESDE-ED
               MOVE WS-FECHA-MAX TO WK-FECHA-NUM
               PERFORM 90100-EDITAR-FECHA
               MOVE SPACES TO REP-LINEA
               STRING "EXTRACTO DEL " WK-FECHA-DESDE-ED
                      DELIMITED BY SIZE
                      " AL " WS-E-FECHA DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           END-IF
           .

       20100-GUARDAR-CREDITO.
           IF WS-TOTAL-CREDITOS >= WS-TB-MAX-CREDITOS
               ADD 1 TO WS-CREDITOS-DESCARTADOS
           ELSE
               ADD 1 TO WS-TOTAL-CREDITOS
               MOVE EXB-FECHA TO TB-CR-FECHA(WS-TOTAL-CREDITOS)
               MOVE EXB-VALOR TO TB-CR-VALOR(WS-TOTAL-CREDITOS)
               MOVE FUNCTION UPPER-CASE(EXB-REFERENCIA)
                    TO TB-CR-REFERENCIA(WS-TOTAL-CREDITOS)
               MOVE EXB-DESCRIPCION
                    TO TB-CR-DESCRIPCION(WS-TOTAL-CREDITOS)
               MOVE 'N' TO TB-CR-USADO(WS-TOTAL-CREDITOS)
               IF EXB-FECHA < WS-FECHA-MIN
                   MOVE EXB-FECHA TO WS-FECHA-MIN
               END-IF
               IF EXB-FECHA > WS-FECHA-MAX
                   MOVE EXB-FECHA TO WS-FECHA-MAX
               END-IF
           END-IF
           .

      *    PRIMERA PARTE: SE RECORRE PAGOS.DAT Y CADA PAGO PENDIENTE
      *    BUSCA SU CREDITO EN LA TABLA DEL EXTRACTO. LOS QUE NO LO
      *    ENCUENTRAN SE INTENTAN DESPUES POR GRUPO.
       21000-CONCILIAR.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "1. PARTIDAS CONCILIADAS" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM 90200-CABECERA-PAGOS
           IF WS-PAGOS-ABIERTA = 'S'
               PERFORM UNTIL NOT WS-PAGOS-OK
                   READ PAGOS-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-PAGOS
                       NOT AT END
                           PERFORM 90300-VER-PENDIENTE
                           IF WK-PENDIENTE
                               PERFORM 21100-BUSCAR-CREDITO
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 21300-CONCILIAR-GRUPOS
           END-IF
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-CANT-CONCILIADOS  TO WS-E-CONTADOR
           MOVE WS-VALOR-CONCILIADOS TO WS-E-VALOR
           MOVE SPACES TO REP-LINEA
           STRING "CONCILIADOS: " WS-E-CONTADOR DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           MOVE WS-E-VALOR TO REP-LINEA(33:)
           WRITE REP-LINEA
           .

       21100-BUSCAR-CREDITO.
           MOVE 'N' TO WK-ENCONTRADO-SW
           PERFORM VARYING WK-SUB-I FROM 1 BY 1
                     UNTIL WK-SUB-I > WS-TOTAL-CREDITOS
                        OR WK-ENCONTRADO
               IF TB-CR-USADO(WK-SUB-I) = 'N'
                  AND TB-CR-FECHA(WK-SUB-I) = FD-PG-FECHA
                  AND TB-CR-VALOR(WK-SUB-I) = FD-PG-VALOR
                  AND TB-CR-REFERENCIA(WK-SUB-I) = FD-PG-REFERENCIA
                   SET WK-ENCONTRADO TO TRUE
                   MOVE WK-SUB-I TO WK-SUB-CREDITO
               END-IF
           END-PERFORM
           IF WK-ENCONTRADO
               PERFORM 21200-MARCAR-CONCILIADO
           ELSE
               PERFORM 21150-GUARDAR-PENDIENTE
           END-IF
           .

       21150-GUARDAR-PENDIENTE.
           IF WS-TOTAL-PENDIENTES >= WS-TB-MAX-PENDIENTES
               ADD 1 TO WS-PENDIENTES-DESCARTADOS
           ELSE
               ADD 1 TO WS-TOTAL-PENDIENTES
               MOVE FD-PG-KEY   TO TB-PP-KEY(WS-TOTAL-PENDIENTES)
               MOVE FD-PG-FECHA TO TB-PP-FECHA(WS-TOTAL-PENDIENTES)
               MOVE FD-PG-VALOR TO TB-PP-VALOR(WS-TOTAL-PENDIENTES)
               MOVE FD-PG-REFERENCIA
                    TO TB-PP-REFERENCIA(WS-TOTAL-PENDIENTES)
               MOVE 'N' TO TB-PP-USADO(WS-TOTAL-PENDIENTES)
           END-IF
           .

       21200-MARCAR-CONCILIADO.
           MOVE 'S'    TO FD-PG-CONCILIADO
           MOVE WS-HOY TO FD-PG-FECHA-CONCILIACION
           REWRITE FD-PAGO-REG
               INVALID KEY
                   DISPLAY "NO SE PUDO MARCAR CONCILIADO EL PAGO "
                           FD-PG-FACTURAID " SEC " FD-PG-SECUENCIA
               NOT INVALID KEY
                   MOVE 'S' TO TB-CR-USADO(WK-SUB-CREDITO)
                   ADD 1 TO WS-CANT-CONCILIADOS
                   ADD FD-PG-VALOR TO WS-VALOR-CONCILIADOS
                   PERFORM 90400-IMPRIMIR-PAGO
           END-REWRITE
           .

      *    SEGUNDO INTENTO: CADA CREDITO AUN LIBRE SE COMPARA CON LA
      *    SUMA DE LOS PAGOS PENDIENTES DE SU MISMA FECHA Y REFERENCIA.
      *    SI HAY MAS DE UNO Y LA SUMA ES EXACTA, TODOS LOS PAGOS DEL
      *    GRUPO QUEDAN CONCILIADOS CONTRA ESE CREDITO; SI NO CUADRA
      *    NINGUNO SE TOCA. SIN REFERENCIA NO SE AGRUPA.
       21300-CONCILIAR-GRUPOS.
           PERFORM VARYING WK-SUB-CREDITO FROM 1 BY 1
                     UNTIL WK-SUB-CREDITO > WS-TOTAL-CREDITOS
               IF TB-CR-USADO(WK-SUB-CREDITO) = 'N'
                  AND TB-CR-REFERENCIA(WK-SUB-CREDITO) NOT = SPACES
                   PERFORM 21310-SUMAR-GRUPO
                   IF WK-GRUPO-CANTIDAD > 1
                      AND WK-GRUPO-VALOR = TB-CR-VALOR(WK-SUB-CREDITO)
                       PERFORM 21320-MARCAR-GRUPO
                   END-IF
               END-IF
           END-PERFORM
           .

       21310-SUMAR-GRUPO.
           MOVE 0 TO WK-GRUPO-CANTIDAD
           MOVE 0 TO WK-GRUPO-VALOR
           PERFORM VARYING WK-SUB-J FROM 1 BY 1
                     UNTIL WK-SUB-J > WS-TOTAL-PENDIENTES
               IF TB-PP-USADO(WK-SUB-J) = 'N'
                  AND TB-PP-FECHA(WK-SUB-J) =
                      TB-CR-FECHA(WK-SUB-CREDITO)
                  AND TB-PP-REFERENCIA(WK-SUB-J) =
                      TB-CR-REFERENCIA(WK-SUB-CREDITO)
                   ADD 1 TO WK-GRUPO-CANTIDAD
                   ADD TB-PP-VALOR(WK-SUB-J) TO WK-GRUPO-VALOR
               END-IF
           END-PERFORM
           .

       21320-MARCAR-GRUPO.
           PERFORM VARYING WK-SUB-J FROM 1 BY 1
                     UNTIL WK-SUB-J > WS-TOTAL-PENDIENTES
               IF TB-PP-USADO(WK-SUB-J) = 'N'
                  AND TB-PP-FECHA(WK-SUB-J) =
                      TB-CR-FECHA(WK-SUB-CREDITO)
                  AND TB-PP-REFERENCIA(WK-SUB-J) =
                      TB-CR-REFERENCIA(WK-SUB-CREDITO)
                   MOVE 'S' TO TB-PP-USADO(WK-SUB-J)
                   MOVE TB-PP-KEY(WK-SUB-J) TO FD-PG-KEY
                   READ PAGOS-FILE
                       INVALID KEY
                           DISPLAY "NO SE ENCONTRO EL PAGO "
                                   TB-PP-KEY(WK-SUB-J)
                       NOT INVALID KEY
                           PERFORM 21200-MARCAR-CONCILIADO
                   END-READ
               END-IF
           END-PERFORM
           .

      *    SEGUNDA PARTE: CREDITOS QUE NINGUN PAGO RECLAMO. SUELEN SER
      *    DEPOSITOS DE CLIENTES AUN NO REGISTRADOS EN COBRANZA O PAGOS
      *    CAPTURADOS CON FECHA, VALOR O REFERENCIA DISTINTOS.
       22000-CREDITOS-SIN-PAGO.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "2. CREDITOS DEL BANCO SIN PAGO REGISTRADO" TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "FECHA      REFERENCIA" TO REP-LINEA
           MOVE "VALOR"       TO REP-LINEA(46:)
           MOVE "DESCRIPCION" TO REP-LINEA(52:)
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM VARYING WK-SUB-I FROM 1 BY 1
                     UNTIL WK-SUB-I > WS-TOTAL-CREDITOS
               IF TB-CR-USADO(WK-SUB-I) = 'N'
                   PERFORM 22100-IMPRIMIR-CREDITO
               END-IF
           END-PERFORM
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-CANT-SIN-PAGO  TO WS-E-CONTADOR
           MOVE WS-VALOR-SIN-PAGO TO WS-E-VALOR
           MOVE SPACES TO REP-LINEA
           STRING "SIN PAGO   : " WS-E-CONTADOR DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           MOVE WS-E-VALOR TO REP-LINEA(33:)
           WRITE REP-LINEA
           .

       22100-IMPRIMIR-CREDITO.
           ADD 1 TO WS-CANT-SIN-PAGO
           ADD TB-CR-VALOR(WK-SUB-I) TO WS-VALOR-SIN-PAGO
           MOVE TB-CR-FECHA(WK-SUB-I) TO WK-FECHA-NUM
           PERFORM 90100-EDITAR-FECHA
           MOVE TB-CR-VALOR(WK-SUB-I) TO WS-E-VALOR
           MOVE SPACES TO REP-LINEA
           STRING WS-E-FECHA " " TB-CR-REFERENCIA(WK-SUB-I)
                  DELIMITED BY SIZE
                  " " WS-E-VALOR DELIMITED BY SIZE
                  " " TB-CR-DESCRIPCION(WK-SUB-I) DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

      *    TERCERA PARTE: SE VUELVE AL INICIO DE PAGOS.DAT; LO QUE
      *    SIGUE PENDIENTE DESPUES DE LA PRIMERA PARTE NO LLEGO AL
      *    BANCO. LOS PAGOS POSTERIORES AL EXTRACTO NO SE LISTAN.
       23000-PAGOS-SIN-BANCO.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "3. PAGOS REGISTRADOS QUE NO APARECEN EN EL BANCO"
                TO REP-LINEA
           WRITE REP-LINEA
           PERFORM 90200-CABECERA-PAGOS
           IF WS-PAGOS-ABIERTA = 'S'
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
                           PERFORM 90300-VER-PENDIENTE
                           IF WK-PENDIENTE
                               PERFORM 23100-CLASIFICAR-PENDIENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-CANT-SIN-BANCO  TO WS-E-CONTADOR
           MOVE WS-VALOR-SIN-BANCO TO WS-E-VALOR
           MOVE SPACES TO REP-LINEA
           STRING "SIN BANCO  : " WS-E-CONTADOR DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           MOVE WS-E-VALOR TO REP-LINEA(33:)
           WRITE REP-LINEA
           .

       23100-CLASIFICAR-PENDIENTE.
           IF FD-PG-FECHA > WS-FECHA-MAX
               ADD 1 TO WS-CANT-POSTERIORES
               ADD FD-PG-VALOR TO WS-VALOR-POSTERIORES
           ELSE
               ADD 1 TO WS-CANT-SIN-BANCO
               ADD FD-PG-VALOR TO WS-VALOR-SIN-BANCO
               PERFORM 90400-IMPRIMIR-PAGO
           END-IF
           .

       30000-RESUMEN.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-MOVIMIENTOS-LEIDOS TO WS-E-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "MOVIMIENTOS DEL EXTRACTO   : " WS-E-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-DEBITOS-OMITIDOS TO WS-E-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "DEBITOS (NO SE CONCILIAN)  : " WS-E-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           IF WS-CREDITOS-DESCARTADOS > 0
               MOVE WS-CREDITOS-DESCARTADOS TO WS-E-CONTADOR
               MOVE SPACES TO REP-LINEA
               STRING "*** CREDITOS QUE NO CABEN EN LA TABLA: "
                      WS-E-CONTADOR DELIMITED BY SIZE
                      ", PARTA EL EXTRACTO Y REPITA"
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           END-IF
           IF WS-PENDIENTES-DESCARTADOS > 0
               MOVE WS-PENDIENTES-DESCARTADOS TO WS-E-CONTADOR
               MOVE SPACES TO REP-LINEA
               STRING "*** PAGOS SIN INTENTO POR GRUPO (TABLA LLENA): "
                      WS-E-CONTADOR DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           END-IF
           MOVE WS-CANT-POSTERIORES  TO WS-E-CONTADOR
           MOVE WS-VALOR-POSTERIORES TO WS-E-VALOR
           MOVE SPACES TO REP-LINEA
           STRING "PAGOS POSTERIORES AL EXTRACTO: " WS-E-CONTADOR
                  DELIMITED BY SIZE
                  " " WS-E-VALOR DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           DISPLAY "PAGOS CONCILIADOS        : " WS-CANT-CONCILIADOS
           DISPLAY "CREDITOS SIN PAGO        : " WS-CANT-SIN-PAGO
           DISPLAY "PAGOS SIN BANCO          : " WS-CANT-SIN-BANCO
           DISPLAY "REPORTE GENERADO EN CONCILIACION.RPT"
           .

       40000-FIN.
           IF WS-EXTRACTO-ABIERTA = 'S'
               CLOSE EXTRACTO-FILE
           END-IF
           IF WS-PAGOS-ABIERTA = 'S'
               CLOSE PAGOS-FILE
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

       90200-CABECERA-PAGOS.
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "FECHA      REFERENCIA" TO REP-LINEA
           MOVE "VALOR"   TO REP-LINEA(46:)
           MOVE "CEDULA"  TO REP-LINEA(52:)
           MOVE "FACTURA" TO REP-LINEA(63:)
           MOVE "SEC"     TO REP-LINEA(82:)
           MOVE "FORMA"   TO REP-LINEA(86:)
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           .

      *    UN PAGO ENTRA A LA CONCILIACION SI NO ES EN EFECTIVO Y
      *    TODAVIA NO ESTA CONCILIADO.
       90300-VER-PENDIENTE.
           MOVE 'N' TO WK-PENDIENTE-SW
           IF FD-PG-FORMA-PAGO NOT = "EFECTIVO"
              AND NOT FD-PG-ESTA-CONCILIADO
               SET WK-PENDIENTE TO TRUE
           END-IF
           .

       90400-IMPRIMIR-PAGO.
           MOVE FD-PG-FECHA TO WK-FECHA-NUM
           PERFORM 90100-EDITAR-FECHA
           MOVE FD-PG-VALOR TO WS-E-VALOR
           MOVE SPACES TO REP-LINEA
           STRING WS-E-FECHA " " FD-PG-REFERENCIA DELIMITED BY SIZE
                  " " WS-E-VALOR DELIMITED BY SIZE
                  " " FD-PG-ID " " FD-PG-FACTURAID DELIMITED BY SIZE
                  " " FD-PG-SECUENCIA " " FD-PG-FORMA-PAGO
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .
       END PROGRAM CONC01.
