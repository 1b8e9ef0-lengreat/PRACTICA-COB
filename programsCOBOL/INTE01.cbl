      ******************************************************************
      * AUTHOR: LEONARDO VILLAFUERTE
      * DATE: 20/09/26
      * PURPOSE: LIQUIDACION MENSUAL DE INTERESES DE MORA. PARA UN MES
      *          YA TERMINADO (AAAAMM) RECORRE CLIENTES.DAT Y, PARA
      *          CADA CLIENTE CON DIAS DE PLAZO, SUS FACTURAS ACTIVAS
      *          VENCIDAS AL ULTIMO DIA DEL MES. CADA UNA PAGA INTERES
      *          SOBRE SU SALDO ABIERTO (MISMO CALCULO QUE 20440-
      *          CALCULAR-PAGOS DE MENU01) POR LOS DIAS DE ESE MES QUE
      *          ESTUVO PASADA DEL PLAZO, A LA TASA ANUAL DE
      *          TASASMORA.TXT VIGENTE AL CORTE (AÑO COMERCIAL DE 360
      *          DIAS). EL SALDO NO INCLUYE NOTAS DE DEBITO ANTERIORES:
      *          NO SE COBRA INTERES SOBRE INTERES.
      *          POR CLIENTE SE EMITE UNA SOLA NOTA DE DEBITO EN
      *          NOTASDEB.DAT (VER NOTADEB.CPY) CON NUMERO DE LA SERIE
      *          'ND', POR LA SUMA DE LOS INTERESES MAS EL IVA VIGENTE
      *          A LA FECHA DE EMISION, REFERENCIANDO LA FACTURA
      *          VENCIDA MAS ANTIGUA. UN CLIENTE QUE YA TIENE NOTA DEL
      *          MES NO SE VUELVE A LIQUIDAR, ASI QUE LA CORRIDA SE
      *          PUEDE REPETIR SIN DUPLICAR. CADA NOTA QUEDA EN
      *          AUDITORIA.LOG Y EL DETALLE POR FACTURA EN INTERES.RPT.
      *          NO EMITE NADA SI EL MES EN CURSO ESTA CERRADO EN
      *          PERIODOS.CTL (TERMINA CON CODIGO DE RETORNO 4).
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. INTE01.
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
           SELECT SERIES-FILE ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-SER-KEY
               FILE STATUS IS WS-FS-SERIES.
           SELECT TASASMORA-FILE ASSIGN TO "TASASMORA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TASASMORA.
           SELECT TASASIVA-FILE ASSIGN TO "TASASIVA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TASASIVA.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT REPORTE-FILE ASSIGN TO "INTERES.RPT"
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
       FD  PAGOS-FILE.
           COPY PAGO.
       FD  NOTASCRED-FILE.
           COPY NOTACRED.
       FD  RETENCIONES-FILE.
           COPY RETENCION.
       FD  NOTASDEB-FILE.
           COPY NOTADEB.
       FD  SERIES-FILE.
           COPY SERIE.
       FD  TASASMORA-FILE.
           COPY TASAMORA.
       FD  TASASIVA-FILE.
           COPY TASAIVA.
       FD  PERIODOS-FILE.
           COPY PERIODO.
       FD  AUDITORIA-FILE.
           COPY AUDITORIA.
       FD  REPORTE-FILE.
           COPY REPORTE.
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-ARCHIVOS.
           05  WS-FS-CLIENTES            PIC XX.
               88 WS-CLIENTES-OK                  VALUE "00".
           05  WS-FS-FACTURAS            PIC XX.
               88 WS-FACTURAS-OK                  VALUE "00".
           05  WS-FS-PAGOS               PIC XX.
               88 WS-PAGOS-OK                     VALUE "00".
           05  WS-FS-NOTASCRED           PIC XX.
               88 WS-NOTASCRED-OK                 VALUE "00".
           05  WS-FS-RETENCIONES         PIC XX.
               88 WS-RETENCIONES-OK               VALUE "00".
           05  WS-FS-NOTASDEB            PIC XX.
               88 WS-NOTASDEB-OK                  VALUE "00".
               88 WS-NOTASDEB-NO-EXISTE           VALUE "35".
           05  WS-FS-SERIES              PIC XX.
               88 WS-SERIES-OK                    VALUE "00".
               88 WS-SERIES-NO-EXISTE             VALUE "35".
           05  WS-FS-TASASMORA           PIC XX.
               88 WS-TASASMORA-OK                 VALUE "00".
               88 WS-TASASMORA-NO-EXISTE          VALUE "35".
           05  WS-FS-TASASIVA            PIC XX.
               88 WS-TASASIVA-OK                  VALUE "00".
           05  WS-FS-PERIODOS            PIC XX.
               88 WS-PERIODOS-OK                  VALUE "00".
           05  WS-FS-AUDITORIA           PIC XX.
               88 WS-AUDITORIA-OK                 VALUE "00".
               88 WS-AUDITORIA-NO-EXISTE          VALUE "35".
           05  WS-FS-REPORTE             PIC XX.
           05  WS-CLIENTES-ABIERTA      PIC X     VALUE 'N'.
           05  WS-FACTURAS-ABIERTA      PIC X     VALUE 'N'.
           05  WS-PAGOS-ABIERTA         PIC X     VALUE 'N'.
           05  WS-NOTASCRED-ABIERTA     PIC X     VALUE 'N'.
           05  WS-RETENCIONES-ABIERTA   PIC X     VALUE 'N'.
           05  WS-NOTASDEB-ABIERTA      PIC X     VALUE 'N'.
           05  WS-SERIES-ABIERTA        PIC X     VALUE 'N'.

       01  WK-CONTINUAR-SW               PIC X     VALUE 'N'.
           88 WK-CONTINUAR                         VALUE 'S'.

      *+---------------------------------------------------------------+
      *    MES LIQUIDADO Y SUS LIMITES EN DIAS ENTEROS: EL INICIO ES
      *    EL ULTIMO DIA DEL MES ANTERIOR, ASI UNA FACTURA VENCIDA
      *    DESDE ANTES PAGA TODOS LOS DIAS DEL MES (CORTE - INICIO).
      *+---------------------------------------------------------------+
       01  WS-MES-LIQUIDADO              PIC 9(6)  VALUE 0.
       01  WS-MES-LIQUIDADO-R REDEFINES WS-MES-LIQUIDADO.
           05  WS-ML-ANIO                PIC 9(4).
           05  WS-ML-MES                 PIC 99.
       01  WS-HOY                        PIC 9(8)  VALUE 0.
       01  WS-FECHA-CORTE                PIC 9(8)  VALUE 0.
       01  WS-INICIO-ENTERO              PIC 9(8)  VALUE 0.
       01  WS-CORTE-ENTERO               PIC 9(8)  VALUE 0.
       01  WK-VENCE-ENTERO               PIC 9(8)  VALUE 0.
       01  WK-VENCE-FECHA                PIC 9(8)  VALUE 0.
       01  WK-DIAS-MORA                  PIC 9(5)  VALUE 0.
       01  WK-FECHA-R.
           05  WK-FECHA-ANIO             PIC 9(4).
           05  WK-FECHA-MES              PIC 99.
           05  WK-FECHA-DIA              PIC 99.
       01  WK-FECHA-NUM REDEFINES WK-FECHA-R PIC 9(8).

      *    CONTROL DE PERIODOS: LAS NOTAS SALEN CON LA FECHA DE HOY Y
      *    NO SE EMITEN EN UN MES YA DECLARADO.
       01  WK-PERIODO-BUSCADO            PIC 9(6)  VALUE 0.
       01  WK-PERIODO-CERRADO-SW         PIC X     VALUE 'N'.
           88 WK-PERIODO-CERRADO                   VALUE 'S'.

      *    TASAS VIGENTES: MORA AL CORTE DEL MES, IVA A LA EMISION.
       01  WS-TASA-MORA                  PIC 9(2)V99 VALUE 0.
       01  WS-TASA-IVA                   PIC 9(2)V99 VALUE 0.
       01  WK-MEJOR-FECHA                PIC 9(8)  VALUE 0.
       01  WK-TASA-HALLADA-SW            PIC X     VALUE 'N'.
           88 WK-TASA-HALLADA                      VALUE 'S'.

      *+---------------------------------------------------------------+
      *    SERIE 'ND' DE ESTA TERMINAL, ARMADA IGUAL QUE EN MENU01.
      *+---------------------------------------------------------------+
       01  WS-ESTABLECIMIENTO            PIC 9(3)  VALUE 1.
       01  WS-PUNTO-EMISION              PIC 9(3)  VALUE 1.
       01  WK-SERIE-TIPO                 PIC X(2)  VALUE "ND".
       01  WK-NUMERO-SERIE               PIC 9(18) VALUE 0.
       01  WK-NUMERO-SERIE-R REDEFINES WK-NUMERO-SERIE.
           05  FILLER                    PIC 9(3).
           05  WK-NS-ESTABLEC            PIC 9(3).
           05  WK-NS-PTO-EMISION         PIC 9(3).
           05  WK-NS-SECUENCIAL          PIC 9(9).
       01  WK-ND-NUMERO                  PIC 9(18) VALUE 0.
       01  WK-ND-GRABADA-SW              PIC X     VALUE 'N'.
           88 WK-ND-GRABADA                        VALUE 'S'.
       01  WK-YA-LIQUIDADO-SW            PIC X     VALUE 'N'.
           88 WK-YA-LIQUIDADO                      VALUE 'S'.
       01  WK-ND-EXISTENTE               PIC 9(18) VALUE 0.

      *    SALDO DE LA FACTURA EN CURSO.
       01  WK-TOTAL-PAGADO               PIC 9(15)V99 VALUE 0.
       01  WK-TOTAL-NC-VALOR             PIC 9(15)V99 VALUE 0.
       01  WK-TOTAL-NC-IVA               PIC 9(15)V99 VALUE 0.
       01  WK-TOTAL-RETENIDO             PIC 9(15)V99 VALUE 0.
       01  WK-SALDO-FACTURA              PIC S9(15)V99 VALUE 0.
       01  WK-INTERES-FACTURA            PIC 9(10)V99 VALUE 0.

      *    ACUMULADO DEL CLIENTE EN CURSO Y FACTURA A REFERENCIAR
      *    (LA DE VENCIMIENTO MAS ANTIGUO).
       01  WK-ACUM-CLIENTE.
           05  WK-CLI-FACTURAS           PIC 9(4).
           05  WK-CLI-BASE               PIC 9(13)V99.
           05  WK-CLI-INTERES            PIC 9(10)V99.
           05  WK-CLI-IVA                PIC 9(10)V99.
           05  WK-REF-FACTURAID          PIC 9(18).
           05  WK-REF-VENCE              PIC 9(8).

       01  WK-AUD-OPERACION              PIC X(25) VALUE SPACES.
       01  WK-AUD-CEDULA                 PIC 9(10) VALUE 0.
       01  WK-AUD-FACTURAID              PIC 9(18) VALUE 0.
       01  WK-AUD-RESULTADO              PIC X(45) VALUE SPACES.

       01  WS-ACUMULADORES.
           05  WS-CLIENTES-LEIDOS        PIC 9(6)  VALUE 0.
           05  WS-CLIENTES-CON-PLAZO     PIC 9(6)  VALUE 0.
           05  WS-CLIENTES-LIQUIDADOS    PIC 9(6)  VALUE 0.
           05  WS-CLIENTES-REPETIDOS     PIC 9(6)  VALUE 0.
           05  WS-FACTURAS-EN-MORA       PIC 9(6)  VALUE 0.
           05  WS-TOTAL-INTERES          PIC 9(13)V99 VALUE 0.
           05  WS-TOTAL-IVA              PIC 9(13)V99 VALUE 0.

       01  WS-LINEA-INTERES.
           05  WS-I-TASA                 PIC Z9,99.
           05  WS-I-VALOR                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-I-VALOR2               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-I-VALOR3               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-I-DIAS                 PIC ZZZZ9.
           05  WS-I-CONTADOR             PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COMIENZO-INTE01.
           PERFORM 10000-INICIO
           IF WK-CONTINUAR
               PERFORM 20000-PROCESO
               PERFORM 30000-RESUMEN
           END-IF
           PERFORM 40000-FIN
           .

       10000-INICIO.
           MOVE 'S' TO WK-CONTINUAR-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           DISPLAY "LIQUIDACION DE INTERESES DE MORA"
           DISPLAY "INGRESE MES A LIQUIDAR AAAAMM"
           ACCEPT WS-MES-LIQUIDADO
           OPEN OUTPUT REPORTE-FILE
           MOVE SPACES TO REP-LINEA
           STRING "LIQUIDACION DE INTERESES DE MORA - PERIODO "
                  WS-MES-LIQUIDADO DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM 11000-CALCULAR-CORTE
           IF WK-CONTINUAR
               PERFORM 12000-VERIFICAR-PERIODO
           END-IF
           IF WK-CONTINUAR
               PERFORM 13000-TASA-MORA
           END-IF
           IF WK-CONTINUAR
               PERFORM 14000-TASA-IVA
           END-IF
           IF WK-CONTINUAR
               PERFORM 15000-ABRIR-ARCHIVOS
               MOVE WS-TASA-MORA TO WS-I-TASA
               MOVE SPACES TO REP-LINEA
               STRING "CORTE: " WS-FECHA-CORTE
                      "  TASA ANUAL DE MORA: " WS-I-TASA " %"
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
               MOVE WS-TASA-IVA TO WS-I-TASA
               MOVE SPACES TO REP-LINEA
               STRING "EMISION: " WS-HOY
                      "  TASA DE IVA: " WS-I-TASA " %"
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
               MOVE ALL "-" TO REP-LINEA
               WRITE REP-LINEA
           ELSE
               MOVE 4 TO RETURN-CODE
               DISPLAY "LIQUIDACION CANCELADA, VER INTERES.RPT"
           END-IF
           .

      *    EL MES DEBE ESTAR TERMINADO: EL CORTE ES SU ULTIMO DIA (EL
      *    DIA ANTERIOR AL PRIMERO DEL MES SIGUIENTE).
       11000-CALCULAR-CORTE.
           IF WS-ML-MES < 1 OR WS-ML-MES > 12 OR WS-ML-ANIO < 1601
               MOVE 'N' TO WK-CONTINUAR-SW
               MOVE "MES INVALIDO, NO SE LIQUIDO NADA" TO REP-LINEA
               WRITE REP-LINEA
           ELSE
               MOVE WS-ML-ANIO TO WK-FECHA-ANIO
               MOVE WS-ML-MES  TO WK-FECHA-MES
               MOVE 1          TO WK-FECHA-DIA
               COMPUTE WS-INICIO-ENTERO =
                       FUNCTION INTEGER-OF-DATE(WK-FECHA-NUM) - 1
               IF WS-ML-MES = 12
                   COMPUTE WK-FECHA-ANIO = WS-ML-ANIO + 1
                   MOVE 1 TO WK-FECHA-MES
               ELSE
                   COMPUTE WK-FECHA-MES = WS-ML-MES + 1
               END-IF
               COMPUTE WS-CORTE-ENTERO =
                       FUNCTION INTEGER-OF-DATE(WK-FECHA-NUM) - 1
               COMPUTE WS-FECHA-CORTE =
                       FUNCTION DATE-OF-INTEGER(WS-CORTE-ENTERO)
               IF WS-FECHA-CORTE NOT < WS-HOY
                   MOVE 'N' TO WK-CONTINUAR-SW
                   MOVE SPACES TO REP-LINEA
                   STRING "EL MES " WS-MES-LIQUIDADO " NO HA"
                          " TERMINADO, NO SE LIQUIDO NADA"
                          DELIMITED BY SIZE
                          INTO REP-LINEA
                   END-STRING
                   WRITE REP-LINEA
               END-IF
           END-IF
           .

      *    MISMA LECTURA DE PERIODOS.CTL QUE CONT01, CON EL MES DE LA
      *    FECHA DE EMISION DE LAS NOTAS (HOY).
       12000-VERIFICAR-PERIODO.
           MOVE 'N' TO WK-PERIODO-CERRADO-SW
           MOVE WS-HOY(1:6) TO WK-PERIODO-BUSCADO
           OPEN INPUT PERIODOS-FILE
           IF WS-PERIODOS-OK
               PERFORM UNTIL NOT WS-PERIODOS-OK
                   READ PERIODOS-FILE
                       AT END
                           MOVE "35" TO WS-FS-PERIODOS
                       NOT AT END
                           IF PE-PERIODO = WK-PERIODO-BUSCADO
                               SET WK-PERIODO-CERRADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF
           IF WK-PERIODO-CERRADO
               MOVE 'N' TO WK-CONTINUAR-SW
               MOVE SPACES TO REP-LINEA
               STRING "EL PERIODO " WK-PERIODO-BUSCADO " ESTA"
                      " CERRADO, NO SE EMITEN NOTAS DE DEBITO"
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           END-IF
           .

      *    TASA ANUAL DE MORA VIGENTE AL CORTE: LA DE FECHA EFECTIVA
      *    MAS RECIENTE QUE NO PASE DEL CORTE.
       13000-TASA-MORA.
           OPEN INPUT TASASMORA-FILE
           IF WS-TASASMORA-NO-EXISTE
               PERFORM 13100-CREAR-TASAS-DEFECTO
               OPEN INPUT TASASMORA-FILE
           END-IF
           MOVE 'N' TO WK-TASA-HALLADA-SW
           MOVE 0   TO WK-MEJOR-FECHA
           IF WS-TASASMORA-OK
               PERFORM UNTIL NOT WS-TASASMORA-OK
                   READ TASASMORA-FILE
                       AT END
                           MOVE "35" TO WS-FS-TASASMORA
                       NOT AT END
                           IF TM-FECHA-EFECTIVA NOT > WS-FECHA-CORTE
                              AND TM-FECHA-EFECTIVA NOT <
                                  WK-MEJOR-FECHA
                               SET WK-TASA-HALLADA TO TRUE
                               MOVE TM-FECHA-EFECTIVA
                                    TO WK-MEJOR-FECHA
                               MOVE TM-TASA-ANUAL TO WS-TASA-MORA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASASMORA-FILE
           END-IF
           IF NOT WK-TASA-HALLADA OR WS-TASA-MORA = 0
               MOVE 'N' TO WK-CONTINUAR-SW
               MOVE "NO HAY TASA DE MORA VIGENTE AL CORTE EN"
                    TO REP-LINEA
               WRITE REP-LINEA
               MOVE "TASASMORA.TXT, NO SE LIQUIDO NADA" TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           .

      *    TABLA INICIAL DE TASAS DE MORA; SE GRABA SOLO LA PRIMERA
      *    VEZ. LOS CAMBIOS POSTERIORES SE HACEN EDITANDO
      *    TASASMORA.TXT, AGREGANDO UNA LINEA POR CADA TASA NUEVA.
       13100-CREAR-TASAS-DEFECTO.
           OPEN OUTPUT TASASMORA-FILE
           MOVE 20240101 TO TM-FECHA-EFECTIVA
           MOVE 12,00    TO TM-TASA-ANUAL
           WRITE REG-TASA-MORA
           CLOSE TASASMORA-FILE
           .

      *    TASA DE IVA VIGENTE A LA EMISION, DE LA MISMA TABLA QUE
      *    USA EL INGRESO DE FACTURAS (20215-OBTENER-TASA-IVA).
       14000-TASA-IVA.
           MOVE 'N' TO WK-TASA-HALLADA-SW
           MOVE 0   TO WK-MEJOR-FECHA
           OPEN INPUT TASASIVA-FILE
           IF WS-TASASIVA-OK
               PERFORM UNTIL NOT WS-TASASIVA-OK
                   READ TASASIVA-FILE
                       AT END
                           MOVE "35" TO WS-FS-TASASIVA
                       NOT AT END
                           IF TI-FECHA-EFECTIVA NOT > WS-HOY AND
                              TI-FECHA-EFECTIVA NOT < WK-MEJOR-FECHA
                               SET WK-TASA-HALLADA TO TRUE
                               MOVE TI-FECHA-EFECTIVA
                                    TO WK-MEJOR-FECHA
                               MOVE TI-TASA TO WS-TASA-IVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASASIVA-FILE
           END-IF
           IF NOT WK-TASA-HALLADA
               MOVE 'N' TO WK-CONTINUAR-SW
               MOVE "NO HAY TASA DE IVA VIGENTE EN TASASIVA.TXT, NO"
                    TO REP-LINEA
               WRITE REP-LINEA
               MOVE "SE LIQUIDO NADA" TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           .

       15000-ABRIR-ARCHIVOS.
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-OK
               MOVE 'S' TO WS-CLIENTES-ABIERTA
           ELSE
               DISPLAY "NO EXISTE EL ARCHIVO CLIENTES.DAT, NADA QUE"
               DISPLAY "LIQUIDAR"
           END-IF
           OPEN INPUT FACTURAS-FILE
           IF WS-FACTURAS-OK
               MOVE 'S' TO WS-FACTURAS-ABIERTA
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
           OPEN I-O NOTASDEB-FILE
           IF WS-NOTASDEB-NO-EXISTE
               OPEN OUTPUT NOTASDEB-FILE
               CLOSE NOTASDEB-FILE
               OPEN I-O NOTASDEB-FILE
           END-IF
           IF WS-NOTASDEB-OK
               MOVE 'S' TO WS-NOTASDEB-ABIERTA
           END-IF
           OPEN I-O SERIES-FILE
           IF WS-SERIES-NO-EXISTE
               OPEN OUTPUT SERIES-FILE
               CLOSE SERIES-FILE
               OPEN I-O SERIES-FILE
           END-IF
           IF WS-SERIES-OK
               MOVE 'S' TO WS-SERIES-ABIERTA
           END-IF
           .

       20000-PROCESO.
           IF WS-CLIENTES-ABIERTA = 'S' AND
              WS-FACTURAS-ABIERTA = 'S' AND
              WS-NOTASDEB-ABIERTA = 'S' AND
              WS-SERIES-ABIERTA = 'S'
               PERFORM UNTIL NOT WS-CLIENTES-OK
                   READ CLIENTES-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-CLIENTES
                       NOT AT END
                           ADD 1 TO WS-CLIENTES-LEIDOS
                           IF FD-CLI-DIAS-PLAZO > 0
                               ADD 1 TO WS-CLIENTES-CON-PLAZO
                               PERFORM 21000-LIQUIDAR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      *    LOS CLIENTES SIN PLAZO (CONTADO) NO ENTRAN: SUS FACTURAS
      *    NO TIENEN FECHA DE VENCIMIENTO, IGUAL QUE EN EL CONTROL DE
      *    CREDITO DE MENU01.
       21000-LIQUIDAR-CLIENTE.
           PERFORM 21100-VERIFICAR-LIQUIDADO
           IF WK-YA-LIQUIDADO
               ADD 1 TO WS-CLIENTES-REPETIDOS
               MOVE SPACES TO REP-LINEA
               STRING "CLIENTE " FD-CLI-ID " YA TIENE LA NOTA DE"
                      " DEBITO " WK-ND-EXISTENTE " DEL PERIODO,"
                      " SE OMITE"
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           ELSE
               INITIALIZE WK-ACUM-CLIENTE
               MOVE 99999999 TO WK-REF-VENCE
               MOVE FD-CLI-ID TO FD-ID
               START FACTURAS-FILE KEY IS >= FD-ID
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
                                       PERFORM 21200-PROCESA-FACTURA
                                   END-IF
                           END-READ
                       END-PERFORM
                       MOVE "00" TO WS-FS-FACTURAS
               END-START
               IF WK-CLI-INTERES > 0
                   PERFORM 22000-EMITIR-NOTA
               END-IF
           END-IF
           .

      *    UN CLIENTE QUE YA TIENE NOTA DE DEBITO DEL MES (AUNQUE
      *    ESTE CONDONADA) NO SE VUELVE A LIQUIDAR.
       21100-VERIFICAR-LIQUIDADO.
           MOVE 'N' TO WK-YA-LIQUIDADO-SW
           MOVE FD-CLI-ID TO FD-ND-REF-ID
           MOVE 0         TO FD-ND-REF-FACTURAID
           START NOTASDEB-FILE KEY IS >= FD-ND-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL NOT WS-NOTASDEB-OK
                       READ NOTASDEB-FILE NEXT RECORD
                           AT END
                               MOVE "35" TO WS-FS-NOTASDEB
                           NOT AT END
                               IF FD-ND-REF-ID NOT = FD-CLI-ID
                                   MOVE "35" TO WS-FS-NOTASDEB
                               ELSE
                                   IF FD-ND-PERIODO =
                                      WS-MES-LIQUIDADO
                                       SET WK-YA-LIQUIDADO TO TRUE
                                       MOVE FD-ND-NUMERO
                                            TO WK-ND-EXISTENTE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO WS-FS-NOTASDEB
           END-START
           .

      *    UNA FACTURA ACTIVA CON FECHA DE EMISION ENTRA SI SU
      *    VENCIMIENTO (EMISION + PLAZO) ES ANTERIOR AL CORTE. PAGA
      *    LOS DIAS DEL MES POSTERIORES AL VENCIMIENTO.
       21200-PROCESA-FACTURA.
           IF FD-ESTADO NOT = 'X' AND FD-FECHA-EMISION NOT = 0
               COMPUTE WK-VENCE-ENTERO =
                       FUNCTION INTEGER-OF-DATE(FD-FECHA-EMISION)
                       + FD-CLI-DIAS-PLAZO
               IF WK-VENCE-ENTERO < WS-CORTE-ENTERO
                   IF WK-VENCE-ENTERO > WS-INICIO-ENTERO
                       COMPUTE WK-DIAS-MORA =
                               WS-CORTE-ENTERO - WK-VENCE-ENTERO
                   ELSE
                       COMPUTE WK-DIAS-MORA =
                               WS-CORTE-ENTERO - WS-INICIO-ENTERO
                   END-IF
                   PERFORM 21300-CALCULAR-SALDO
                   IF WK-SALDO-FACTURA > 0
                       COMPUTE WK-INTERES-FACTURA ROUNDED =
                               WK-SALDO-FACTURA * WS-TASA-MORA
                               * WK-DIAS-MORA / 36000
                       IF WK-INTERES-FACTURA > 0
                           PERFORM 21400-ACUMULAR-FACTURA
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *    MISMO SALDO QUE 20440-CALCULAR-PAGOS DE MENU01 (TOTAL + IVA
      *    - DESCUENTO - PAGOS - NOTAS DE CREDITO - RETENCIONES), SIN
      *    LAS NOTAS DE DEBITO.
       21300-CALCULAR-SALDO.
           MOVE 0 TO WK-TOTAL-PAGADO
           MOVE 0 TO WK-TOTAL-NC-VALOR
           MOVE 0 TO WK-TOTAL-NC-IVA
           MOVE 0 TO WK-TOTAL-RETENIDO
           IF WS-PAGOS-ABIERTA = 'S'
               PERFORM 21310-SUMAR-PAGOS
           END-IF
           IF WS-NOTASCRED-ABIERTA = 'S'
               PERFORM 21320-SUMAR-NOTAS-CREDITO
           END-IF
           IF WS-RETENCIONES-ABIERTA = 'S'
               PERFORM 21330-SUMAR-RETENCIONES
           END-IF
           COMPUTE WK-SALDO-FACTURA = FD-VALORTOTAL-CXP + FD-VALORIVA
                   - FD-DESC - WK-TOTAL-PAGADO
                   - WK-TOTAL-NC-VALOR - WK-TOTAL-NC-IVA
                   - WK-TOTAL-RETENIDO
           .

       21310-SUMAR-PAGOS.
           MOVE FD-ID        TO FD-PG-ID
           MOVE FD-FACTURAID TO FD-PG-FACTURAID
           MOVE 0            TO FD-PG-SECUENCIA
           START PAGOS-FILE KEY IS >= FD-PG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL NOT WS-PAGOS-OK
                       READ PAGOS-FILE NEXT RECORD
                           AT END
                               MOVE "35" TO WS-FS-PAGOS
                           NOT AT END
                               IF FD-PG-ID NOT = FD-ID OR
                                  FD-PG-FACTURAID NOT = FD-FACTURAID
                                   MOVE "35" TO WS-FS-PAGOS
                               ELSE
                                   ADD FD-PG-VALOR TO WK-TOTAL-PAGADO
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO WS-FS-PAGOS
           END-START
           .

       21320-SUMAR-NOTAS-CREDITO.
           MOVE FD-ID        TO FD-NC-REF-ID
           MOVE FD-FACTURAID TO FD-NC-REF-FACTURAID
           START NOTASCRED-FILE KEY IS >= FD-NC-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL NOT WS-NOTASCRED-OK
                       READ NOTASCRED-FILE NEXT RECORD
                           AT END
                               MOVE "35" TO WS-FS-NOTASCRED
                           NOT AT END
                               IF FD-NC-REF-ID NOT = FD-ID OR
                                  FD-NC-REF-FACTURAID NOT =
                                  FD-FACTURAID
                                   MOVE "35" TO WS-FS-NOTASCRED
                               ELSE
                                   ADD FD-NC-VALOR
                                       TO WK-TOTAL-NC-VALOR
                                   ADD FD-NC-VALORIVA
                                       TO WK-TOTAL-NC-IVA
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO WS-FS-NOTASCRED
           END-START
           .

       21330-SUMAR-RETENCIONES.
           MOVE FD-ID        TO FD-RT-REF-ID
           MOVE FD-FACTURAID TO FD-RT-REF-FACTURAID
           MOVE 0            TO FD-RT-SECUENCIA
           START RETENCIONES-FILE KEY IS >= FD-RT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL NOT WS-RETENCIONES-OK
                       READ RETENCIONES-FILE NEXT RECORD
                           AT END
                               MOVE "35" TO WS-FS-RETENCIONES
                           NOT AT END
                               IF FD-RT-REF-ID NOT = FD-ID OR
                                  FD-RT-REF-FACTURAID NOT =
                                  FD-FACTURAID
                                   MOVE "35" TO WS-FS-RETENCIONES
                               ELSE
                                   ADD FD-RT-VALOR
                                       TO WK-TOTAL-RETENIDO
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO WS-FS-RETENCIONES
           END-START
           .

       21400-ACUMULAR-FACTURA.
           ADD 1                  TO WK-CLI-FACTURAS
           ADD 1                  TO WS-FACTURAS-EN-MORA
           ADD WK-SALDO-FACTURA   TO WK-CLI-BASE
           ADD WK-INTERES-FACTURA TO WK-CLI-INTERES
           IF WK-VENCE-ENTERO < WK-REF-VENCE
               MOVE WK-VENCE-ENTERO TO WK-REF-VENCE
               MOVE FD-FACTURAID    TO WK-REF-FACTURAID
           END-IF
           COMPUTE WK-VENCE-FECHA =
                   FUNCTION DATE-OF-INTEGER(WK-VENCE-ENTERO)
           MOVE WK-SALDO-FACTURA   TO WS-I-VALOR
           MOVE WK-DIAS-MORA       TO WS-I-DIAS
           MOVE WK-INTERES-FACTURA TO WS-I-VALOR2
           MOVE SPACES TO REP-LINEA
           STRING "  CLIENTE " FD-ID " FACTURA " FD-FACTURAID
                  " VENCE " WK-VENCE-FECHA
                  " SALDO:" WS-I-VALOR " DIAS:" WS-I-DIAS
                  " INTERES:" WS-I-VALOR2
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

      *    UNA NOTA POR CLIENTE CON EL TOTAL DE SUS INTERESES. SI EL
      *    NUMERO YA EXISTE SE TOMA EL SIGUIENTE DE LA SERIE, COMO EN
      *    21020-GRABAR-NOTA DE MENU01.
       22000-EMITIR-NOTA.
           COMPUTE WK-CLI-IVA ROUNDED =
                   WK-CLI-INTERES * WS-TASA-IVA / 100
           MOVE 'N' TO WK-ND-GRABADA-SW
           PERFORM 22100-ASIGNAR-NUMERO-NOTA
           PERFORM UNTIL WK-ND-GRABADA
               INITIALIZE FD-NOTADEB-REG
               MOVE WK-ND-NUMERO       TO FD-ND-NUMERO
               MOVE FD-CLI-ID          TO FD-ND-REF-ID
               MOVE WK-REF-FACTURAID   TO FD-ND-REF-FACTURAID
               MOVE FD-CLI-ID-TIPO     TO FD-ND-ID-TIPO
               MOVE WS-HOY             TO FD-ND-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO FD-ND-HORA
               MOVE WS-MES-LIQUIDADO   TO FD-ND-PERIODO
               MOVE WK-CLI-FACTURAS    TO FD-ND-FACTURAS
               MOVE WK-CLI-BASE        TO FD-ND-BASE-MORA
               MOVE WS-TASA-MORA       TO FD-ND-TASA-MORA
               MOVE WK-CLI-INTERES     TO FD-ND-VALOR
               MOVE WS-TASA-IVA        TO FD-ND-TASA-IVA
               MOVE WK-CLI-IVA         TO FD-ND-VALORIVA
               MOVE SPACES             TO FD-ND-MOTIVO
               STRING "INTERES DE MORA " WS-MES-LIQUIDADO
                      DELIMITED BY SIZE
                      INTO FD-ND-MOTIVO
               END-STRING
               MOVE SPACE              TO FD-ND-ESTADO
               MOVE 'P'                TO FD-ND-ESTADO-SRI
               WRITE FD-NOTADEB-REG
                   INVALID KEY
                       DISPLAY "NUMERO DE NOTA " WK-ND-NUMERO
                               " YA EXISTE, SE TOMA EL SIGUIENTE"
                       PERFORM 22100-ASIGNAR-NUMERO-NOTA
                   NOT INVALID KEY
                       SET WK-ND-GRABADA TO TRUE
               END-WRITE
           END-PERFORM
           ADD 1              TO WS-CLIENTES-LIQUIDADOS
           ADD WK-CLI-INTERES TO WS-TOTAL-INTERES
           ADD WK-CLI-IVA     TO WS-TOTAL-IVA
           MOVE WK-CLI-INTERES TO WS-I-VALOR
           MOVE WK-CLI-IVA     TO WS-I-VALOR2
           COMPUTE WS-I-VALOR3 = WK-CLI-INTERES + WK-CLI-IVA
           MOVE SPACES TO REP-LINEA
           STRING "NOTA DE DEBITO " WK-ND-NUMERO " CLIENTE "
                  FD-CLI-ID " REF. FACTURA " WK-REF-FACTURAID
                  " INTERES:" WS-I-VALOR " IVA:" WS-I-VALOR2
                  " TOTAL:" WS-I-VALOR3
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "NOTA DE DEBITO MORA" TO WK-AUD-OPERACION
           MOVE FD-CLI-ID             TO WK-AUD-CEDULA
           MOVE WK-REF-FACTURAID      TO WK-AUD-FACTURAID
           MOVE SPACES                TO WK-AUD-RESULTADO
           STRING "EMITIDA ND " WK-ND-NUMERO
                  DELIMITED BY SIZE
                  INTO WK-AUD-RESULTADO
           END-STRING
           PERFORM 90400-REGISTRAR-AUDITORIA
           .

       22100-ASIGNAR-NUMERO-NOTA.
           PERFORM 90200-TOMAR-NUMERO-SERIE
           MOVE WK-NUMERO-SERIE TO WK-ND-NUMERO
           .

       30000-RESUMEN.
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-CLIENTES-LEIDOS TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "CLIENTES LEIDOS           : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-CLIENTES-CON-PLAZO TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "CLIENTES CON PLAZO        : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-FACTURAS-EN-MORA TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "FACTURAS CON MORA         : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-CLIENTES-LIQUIDADOS TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "NOTAS DE DEBITO EMITIDAS  : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-CLIENTES-REPETIDOS TO WS-I-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "CLIENTES YA LIQUIDADOS    : " WS-I-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-INTERES TO WS-I-VALOR
           MOVE SPACES TO REP-LINEA
           STRING "TOTAL INTERESES           : " WS-I-VALOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-IVA TO WS-I-VALOR
           MOVE SPACES TO REP-LINEA
           STRING "TOTAL IVA                 : " WS-I-VALOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           DISPLAY "NOTAS DE DEBITO EMITIDAS: " WS-CLIENTES-LIQUIDADOS
           DISPLAY "TOTAL INTERESES: " WS-TOTAL-INTERES
           DISPLAY "REPORTE GENERADO EN INTERES.RPT"
           .

       40000-FIN.
           IF WS-CLIENTES-ABIERTA = 'S'
               CLOSE CLIENTES-FILE
           END-IF
           IF WS-FACTURAS-ABIERTA = 'S'
               CLOSE FACTURAS-FILE
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
           IF WS-SERIES-ABIERTA = 'S'
               CLOSE SERIES-FILE
           END-IF
           CLOSE REPORTE-FILE
           STOP RUN.

      *    MISMA RUTINA QUE 90200-TOMAR-NUMERO-SERIE DE MENU01 PARA LA
      *    SERIE 'ND'. SI LA SERIE NO EXISTE TODAVIA SE CREA
      *    ARRANCANDO EN 1.
       90200-TOMAR-NUMERO-SERIE.
           MOVE WK-SERIE-TIPO      TO FD-SER-TIPO-DOC
           MOVE WS-ESTABLECIMIENTO TO FD-SER-ESTABLEC
           MOVE WS-PUNTO-EMISION   TO FD-SER-PTO-EMISION
           READ SERIES-FILE
               INVALID KEY
                   MOVE WK-SERIE-TIPO      TO FD-SER-TIPO-DOC
                   MOVE WS-ESTABLECIMIENTO TO FD-SER-ESTABLEC
                   MOVE WS-PUNTO-EMISION   TO FD-SER-PTO-EMISION
                   MOVE 1 TO FD-SER-ULT-SECUENCIAL
                   WRITE FD-SERIE-REG
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO FD-SER-ULT-SECUENCIAL
                   REWRITE FD-SERIE-REG
                   END-REWRITE
           END-READ
           MOVE 0                     TO WK-NUMERO-SERIE
           MOVE FD-SER-ESTABLEC       TO WK-NS-ESTABLEC
           MOVE FD-SER-PTO-EMISION    TO WK-NS-PTO-EMISION
           MOVE FD-SER-ULT-SECUENCIAL TO WK-NS-SECUENCIAL
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
           MOVE WK-AUD-CEDULA                TO AUD-CEDULA
           MOVE WK-AUD-FACTURAID             TO AUD-FACTURAID
           MOVE WK-AUD-RESULTADO             TO AUD-RESULTADO
           MOVE "INTE01"                     TO AUD-OPERADOR
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA-FILE
           .
       END PROGRAM INTE01.
