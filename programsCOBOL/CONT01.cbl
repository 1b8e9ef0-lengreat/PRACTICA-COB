      ******************************************************************
      * AUTHOR: LEONARDO VILLAFUERTE
      * DATE: 14/09/26
      * PURPOSE: EXPORTACION DEL DIARIO CONTABLE DE UN DIA. ARMA EL
      *          ASIENTO DE PARTIDA DOBLE CON LOS PROPIOS ARCHIVOS DEL
      *          SISTEMA, SIN RETECLEAR LOS REPORTES:
      *          - FACTURAS.DAT: CUENTAS POR COBRAR AL DEBE, VENTAS
      *            (TOTAL - DESCUENTO) E IVA COBRADO AL HABER.
      *          - NOTASCRED.DAT: DEVOLUCION E IVA AL DEBE, CUENTAS
      *            POR COBRAR AL HABER.
      *          - PAGOS.DAT: CAJA O BANCO SEGUN LA FORMA DE PAGO AL
      *            DEBE, CUENTAS POR COBRAR AL HABER.
      *          - RETENCIONES.DAT: CREDITO TRIBUTARIO SEGUN EL
      *            IMPUESTO AL DEBE, CUENTAS POR COBRAR AL HABER.
      *          LAS CUENTAS SALEN DE LA TABLA CUENTAS.TXT (VER
      *          CTACONT.CPY), QUE SE CREA CON UN PLAN INICIAL LA
      *          PRIMERA VEZ Y LUEGO LA MANTIENE EL CONTADOR. EL
      *          ARCHIVO DE INTERFAZ ASIENTOS.TXT (ASIENTO.CPY) SE
      *          IMPORTA EN LA CONTABILIDAD Y CONTABLE.RPT PRUEBA QUE
      *          EL DEBE ES IGUAL AL HABER, POR ORIGEN Y POR CUENTA.
      *          LAS FACTURAS ANULADAS VIEJAS SIN NOTA DE CREDITO SE
      *          OMITEN, COMO EN RPT004. UN DIA DE UN PERIODO YA
      *          CERRADO EN PERIODOS.CTL SOLO SE EXPORTA CON LA
      *          AUTORIZACION DE UN SUPERVISOR, QUE QUEDA EN
      *          AUDITORIA.LOG.
      * TECTONICS: COBC
      * MODIFICATIONS:
      *  20/09/26 - NUEVO ORIGEN NOTASDEB.DAT: LA NOTA DE DEBITO POR
      *             MORA VA CON CUENTAS POR COBRAR AL DEBE, INTERESES
      *             (CONCEPTO 'INT') E IVA AL HABER; LA CONDONACION SE
      *             REVERSA CON LA FECHA EN QUE SE CONDONO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONT01.
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
           SELECT NOTASCRED-FILE ASSIGN TO "NOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NC-NUMERO
               ALTERNATE RECORD KEY IS FD-NC-REF WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTASCRED.
           SELECT PAGOS-FILE ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PG-KEY
               FILE STATUS IS WS-FS-PAGOS.
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
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OP-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT ASIENTOS-FILE ASSIGN TO "ASIENTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASIENTOS.
           SELECT REPORTE-FILE ASSIGN TO "CONTABLE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FACTURAS-FILE.
           COPY FACTURA.
       FD  NOTASCRED-FILE.
           COPY NOTACRED.
       FD  PAGOS-FILE.
           COPY PAGO.
       FD  RETENCIONES-FILE.
           COPY RETENCION.
       FD  NOTASDEB-FILE.
           COPY NOTADEB.
       FD  CUENTAS-FILE.
           COPY CTACONT.
       FD  PERIODOS-FILE.
           COPY PERIODO.
       FD  OPERADORES-FILE.
           COPY OPERADOR.
       FD  AUDITORIA-FILE.
           COPY AUDITORIA.
       FD  ASIENTOS-FILE.
           COPY ASIENTO.
       FD  REPORTE-FILE.
           COPY REPORTE.
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-ARCHIVOS.
           05  WS-FS-FACTURAS            PIC XX.
               88 WS-FACTURAS-OK                  VALUE "00".
           05  WS-FS-NOTASCRED           PIC XX.
               88 WS-NOTASCRED-OK                 VALUE "00".
           05  WS-FS-PAGOS               PIC XX.
               88 WS-PAGOS-OK                     VALUE "00".
           05  WS-FS-RETENCIONES         PIC XX.
               88 WS-RETENCIONES-OK               VALUE "00".
           05  WS-FS-NOTASDEB            PIC XX.
               88 WS-NOTASDEB-OK                  VALUE "00".
           05  WS-FS-CUENTAS             PIC XX.
               88 WS-CUENTAS-OK                   VALUE "00".
               88 WS-CUENTAS-NO-EXISTE            VALUE "35".
           05  WS-FS-PERIODOS            PIC XX.
               88 WS-PERIODOS-OK                  VALUE "00".
           05  WS-FS-OPERADORES          PIC XX.
               88 WS-OPERADORES-OK                VALUE "00".
           05  WS-FS-AUDITORIA           PIC XX.
               88 WS-AUDITORIA-OK                 VALUE "00".
               88 WS-AUDITORIA-NO-EXISTE          VALUE "35".
           05  WS-FS-ASIENTOS            PIC XX.
           05  WS-FS-REPORTE             PIC XX.
           05  WS-FACTURAS-ABIERTA      PIC X     VALUE 'N'.
           05  WS-NOTASCRED-ABIERTA     PIC X     VALUE 'N'.
           05  WS-PAGOS-ABIERTA         PIC X     VALUE 'N'.
           05  WS-RETENCIONES-ABIERTA   PIC X     VALUE 'N'.
           05  WS-NOTASDEB-ABIERTA      PIC X     VALUE 'N'.

       01  WS-FECHA-DIARIO               PIC 9(8)  VALUE 0.
       01  WK-CONTINUAR-SW               PIC X     VALUE 'N'.
           88 WK-CONTINUAR                         VALUE 'S'.
       01  WK-HAY-NC-SW                  PIC X     VALUE 'N'.

      *    CONTROL DE PERIODOS: UN DIA DE UN MES YA CERRADO NO SE
      *    VUELVE A EXPORTAR SIN AUTORIZACION.
       01  WK-PERIODO-BUSCADO            PIC 9(6)  VALUE 0.
       01  WK-PERIODO-CERRADO-SW         PIC X     VALUE 'N'.
           88 WK-PERIODO-CERRADO                   VALUE 'S'.
       01  WK-FECHA-PERIODO-R.
           05  WK-FP-AAMM                PIC 9(6).
           05  WK-FP-DD                  PIC 99.

      *    SUPERVISOR QUE AUTORIZA EXPORTAR UN PERIODO CERRADO.
       01  WK-SUP-CODIGO                 PIC X(10) VALUE SPACES.
       01  WK-SUP-CLAVE                  PIC X(10) VALUE SPACES.
       01  WK-SUP-APROBADO-SW            PIC X     VALUE 'N'.
           88 WK-SUP-APROBADO                      VALUE 'S'.
       01  WK-AUD-OPERACION              PIC X(25) VALUE SPACES.
       01  WK-AUD-RESULTADO              PIC X(45) VALUE SPACES.

      *+---------------------------------------------------------------+
      *    TABLA DE CUENTAS CARGADA DE CUENTAS.TXT.
      *+---------------------------------------------------------------+
       01  WS-TOTAL-CUENTAS              PIC 9(3)  VALUE 0.
       01  TB-CUENTAS.
           05  TB-CUENTA OCCURS 100 TIMES INDEXED BY TB-CTA-IDX.
               10  TB-CTA-CONCEPTO       PIC X(3).
               10  TB-CTA-DETALLE        PIC X(15).
               10  TB-CTA-CUENTA         PIC X(20).
               10  TB-CTA-DESCRIPCION    PIC X(40).

      *+---------------------------------------------------------------+
      *    TOTALES DEL DIA POR CUENTA PARA EL REPORTE DE CONTROL.
      *+---------------------------------------------------------------+
       01  WS-TOTAL-ACUM                 PIC 9(3)  VALUE 0.
       01  TB-ACUM-CUENTAS.
           05  TB-ACUM OCCURS 100 TIMES INDEXED BY TB-ACUM-IDX.
               10  TB-AC-CUENTA          PIC X(20).
               10  TB-AC-DESCRIPCION     PIC X(40).
               10  TB-AC-DEBE            PIC 9(13)V99.
               10  TB-AC-HABER           PIC 9(13)V99.
       01  WK-HALLADA-SW                 PIC X     VALUE 'N'.
           88 WK-HALLADA                           VALUE 'S'.

      *    LINEA DEL ASIENTO EN CURSO ANTES DE GRABARLA.
       01  WK-LINEA-ASIENTO.
           05  WK-LN-CONCEPTO            PIC X(3).
           05  WK-LN-DETALLE             PIC X(15).
           05  WK-LN-CUENTA              PIC X(20).
           05  WK-LN-DESCRIPCION         PIC X(40).
           05  WK-LN-DEBE                PIC 9(13)V99.
           05  WK-LN-HABER               PIC 9(13)V99.
           05  WK-LN-TIPO-DOC            PIC X(3).
           05  WK-LN-DOCUMENTO           PIC 9(18).
           05  WK-LN-CEDULA              PIC 9(10).
           05  WK-LN-GLOSA               PIC X(30).
       01  WK-VALOR-VENTA                PIC 9(13)V99 VALUE 0.
       01  WK-VALOR-DOCUMENTO            PIC 9(13)V99 VALUE 0.

      *    TOTALES POR ORIGEN: 1 FACTURAS, 2 NOTAS DE CREDITO,
      *    3 PAGOS, 4 RETENCIONES, 5 NOTAS DE DEBITO.
       01  WK-ORIGEN                     PIC 9     VALUE 0.
       01  TB-ORIGENES.
           05  TB-ORIGEN OCCURS 5 TIMES.
               10  TB-OR-DOCUMENTOS      PIC 9(6).
               10  TB-OR-DEBE            PIC 9(13)V99.
               10  TB-OR-HABER           PIC 9(13)V99.
       01  TB-NOMBRES-ORIGEN.
           05  FILLER                    PIC X(20) VALUE "FACTURAS".
           05  FILLER                    PIC X(20)
                                         VALUE "NOTAS DE CREDITO".
           05  FILLER                    PIC X(20) VALUE "PAGOS".
           05  FILLER                    PIC X(20) VALUE "RETENCIONES".
           05  FILLER                    PIC X(20)
                                         VALUE "NOTAS DE DEBITO".
       01  TB-NOMBRES-ORIGEN-R REDEFINES TB-NOMBRES-ORIGEN.
           05  TB-OR-NOMBRE              PIC X(20) OCCURS 5 TIMES.

       01  WS-ACUMULADORES.
           05  WS-LINEAS-GRABADAS        PIC 9(6)  VALUE 0.
           05  WS-LINEAS-SIN-CUENTA      PIC 9(6)  VALUE 0.
           05  WS-TOTAL-DEBE             PIC 9(13)V99 VALUE 0.
           05  WS-TOTAL-HABER            PIC 9(13)V99 VALUE 0.
           05  WS-DIFERENCIA             PIC S9(13)V99 VALUE 0.

       01  WK-FECHA-R.
           05  WK-FECHA-ANIO             PIC 9(4).
           05  WK-FECHA-MES              PIC 99.
           05  WK-FECHA-DIA              PIC 99.
       01  WK-FECHA-NUM REDEFINES WK-FECHA-R PIC 9(8).

       01  WS-LINEA-CONTABLE.
           05  WS-C-FECHA.
               10  WS-C-DIA              PIC 99.
               10  FILLER                PIC X     VALUE "/".
               10  WS-C-MES              PIC 99.
               10  FILLER                PIC X     VALUE "/".
               10  WS-C-ANIO             PIC 9(4).
           05  WS-C-DEBE                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-C-HABER                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-C-DIFERENCIA           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-C-CONTADOR             PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COMIENZO-CONT01.
           PERFORM 10000-INICIO
           IF WK-CONTINUAR
               PERFORM 20000-PROCESO-FACTURAS
               PERFORM 21000-PROCESO-NOTAS
               PERFORM 22000-PROCESO-PAGOS
               PERFORM 23000-PROCESO-RETENCIONES
               PERFORM 24000-PROCESO-NOTAS-DEBITO
               PERFORM 30000-RESUMEN
           END-IF
           PERFORM 40000-FIN
           .

       10000-INICIO.
           MOVE 'S' TO WK-CONTINUAR-SW
           DISPLAY "EXPORTACION DEL DIARIO CONTABLE"
           DISPLAY "INGRESE FECHA A EXPORTAR AAAAMMDD"
           ACCEPT WS-FECHA-DIARIO
           OPEN OUTPUT REPORTE-FILE
           MOVE WS-FECHA-DIARIO TO WK-FECHA-NUM
           PERFORM 90100-EDITAR-FECHA
           MOVE SPACES TO REP-LINEA
           STRING "CONTROL DEL DIARIO CONTABLE DEL " WS-C-FECHA
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM 11000-VERIFICAR-PERIODO
           IF WK-PERIODO-CERRADO
               PERFORM 12000-AUTORIZAR-PERIODO-CERRADO
           END-IF
           IF WK-CONTINUAR
               PERFORM 13000-CARGAR-CUENTAS
               PERFORM 14000-ABRIR-ARCHIVOS
           END-IF
           .

      *    MISMA LECTURA DE PERIODOS.CTL QUE CIERRE01. SI EL ARCHIVO
      *    NO EXISTE, NINGUN PERIODO ESTA CERRADO.
       11000-VERIFICAR-PERIODO.
           MOVE 'N' TO WK-PERIODO-CERRADO-SW
           MOVE WS-FECHA-DIARIO TO WK-FECHA-PERIODO-R
           MOVE WK-FP-AAMM      TO WK-PERIODO-BUSCADO
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
           .

      *    EL DIA YA FUE DECLARADO Y CERRADO; LA CONTABILIDAD NO
      *    DEBERIA RECIBIRLO DOS VECES. SOLO UN SUPERVISOR PUEDE
      *    FORZAR LA REEXPORTACION (POR EJEMPLO SI SE PERDIO EL
      *    ARCHIVO), Y LA AUTORIZACION QUEDA EN AUDITORIA.LOG.
       12000-AUTORIZAR-PERIODO-CERRADO.
           DISPLAY "LA FECHA " WS-FECHA-DIARIO " CAE EN EL PERIODO"
           DISPLAY "CERRADO " WK-PERIODO-BUSCADO ", SOLO SE EXPORTA"
           DISPLAY "CON AUTORIZACION DE UN SUPERVISOR"
           PERFORM 50100-APROBAR-SUPERVISOR
           IF WK-SUP-APROBADO
               MOVE "EXPORTACION CONTABLE"  TO WK-AUD-OPERACION
               MOVE SPACES                  TO WK-AUD-RESULTADO
               STRING "PERIODO CERRADO " WK-PERIODO-BUSCADO
                      " DIA " WS-FECHA-DIARIO " AUTORIZADO"
                      DELIMITED BY SIZE
                      INTO WK-AUD-RESULTADO
               END-STRING
               PERFORM 90400-REGISTRAR-AUDITORIA
               MOVE SPACES TO REP-LINEA
               STRING "PERIODO " WK-PERIODO-BUSCADO " CERRADO,"
                      " EXPORTADO CON AUTORIZACION DE "
                      WK-SUP-CODIGO DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           ELSE
               MOVE 'N' TO WK-CONTINUAR-SW
               MOVE SPACES TO REP-LINEA
               STRING "PERIODO " WK-PERIODO-BUSCADO " CERRADO, SIN"
                      " AUTORIZACION. NO SE EXPORTO NADA"
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
               DISPLAY "EXPORTACION CANCELADA"
           END-IF
           .

       13000-CARGAR-CUENTAS.
           OPEN INPUT CUENTAS-FILE
           IF WS-CUENTAS-NO-EXISTE
               PERFORM 13100-CREAR-CUENTAS-DEFECTO
               OPEN INPUT CUENTAS-FILE
           END-IF
           IF WS-CUENTAS-OK
               PERFORM UNTIL NOT WS-CUENTAS-OK
                   READ CUENTAS-FILE
                       AT END
                           MOVE "35" TO WS-FS-CUENTAS
                       NOT AT END
                           IF WS-TOTAL-CUENTAS < 100
                               ADD 1 TO WS-TOTAL-CUENTAS
                               SET TB-CTA-IDX TO WS-TOTAL-CUENTAS
                               MOVE CC-CONCEPTO
                                    TO TB-CTA-CONCEPTO(TB-CTA-IDX)
                               MOVE CC-DETALLE
                                    TO TB-CTA-DETALLE(TB-CTA-IDX)
                               MOVE CC-CUENTA
                                    TO TB-CTA-CUENTA(TB-CTA-IDX)
                               MOVE CC-DESCRIPCION
                                    TO TB-CTA-DESCRIPCION(TB-CTA-IDX)
                           ELSE
                               DISPLAY "CUENTAS.TXT TIENE MAS DE 100"
                               DISPLAY "LINEAS, SE IGNORAN LAS"
                               DISPLAY "ADICIONALES"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-FILE
           END-IF
           .

      *    PLAN DE CUENTAS INICIAL; SE GRABA SOLO LA PRIMERA VEZ QUE
      *    SE CREA EL ARCHIVO. EL CONTADOR CAMBIA LOS CODIGOS O
      *    AGREGA FORMAS DE PAGO EDITANDO CUENTAS.TXT DIRECTAMENTE.
       13100-CREAR-CUENTAS-DEFECTO.
           OPEN OUTPUT CUENTAS-FILE
           MOVE SPACES TO REG-CUENTA-CONTABLE
           MOVE "CXC" TO CC-CONCEPTO
           MOVE "1.1.2.01" TO CC-CUENTA
           MOVE "CUENTAS POR COBRAR CLIENTES" TO CC-DESCRIPCION
           WRITE REG-CUENTA-CONTABLE
           MOVE SPACES TO REG-CUENTA-CONTABLE
           MOVE "VEN" TO CC-CONCEPTO
           MOVE "4.1.1.01" TO CC-CUENTA
           MOVE "VENTAS" TO CC-DESCRIPCION
           WRITE REG-CUENTA-CONTABLE
           MOVE SPACES TO REG-CUENTA-CONTABLE
           MOVE "IVA" TO CC-CONCEPTO
           MOVE "2.1.3.01" TO CC-CUENTA
           MOVE "IVA COBRADO EN VENTAS" TO CC-DESCRIPCION
           WRITE REG-CUENTA-CONTABLE
           MOVE SPACES TO REG-CUENTA-CONTABLE
           MOVE "DEV" TO CC-CONCEPTO
           MOVE "4.1.2.01" TO CC-CUENTA
           MOVE "DEVOLUCIONES EN VENTAS" TO CC-DESCRIPCION
           WRITE REG-CUENTA-CONTABLE
           MOVE SPACES TO REG-CUENTA-CONTABLE
           MOVE "PAG" TO CC-CONCEPTO
           MOVE "EFECTIVO" TO CC-DETALLE
           MOVE "1.1.1.01" TO CC-CUENTA
           MOVE "CAJA GENERAL" TO CC-DESCRIPCION
           WRITE REG-CUENTA-CONTABLE
           MOVE SPACES TO REG-CUENTA-CONTABLE
           MOVE "PAG" TO CC-CONCEPTO
           MOVE "TARJETA" TO CC-DETALLE
           MOVE "1.1.2.05" TO CC-CUENTA
           MOVE "TARJETAS DE CREDITO POR COBRAR" TO CC-DESCRIPCION
           WRITE REG-CUENTA-CONTABLE
           MOVE SPACES TO REG-CUENTA-CONTABLE
           MOVE "PAG" TO CC-CONCEPTO
           MOVE "1.1.1.02" TO CC-CUENTA
           MOVE "BANCOS" TO CC-DESCRIPCION
           WRITE REG-CUENTA-CONTABLE
           MOVE SPACES TO REG-CUENTA-CONTABLE
           MOVE "RET" TO CC-CONCEPTO
           MOVE "IVA" TO CC-DETALLE
           MOVE "1.1.4.01" TO CC-CUENTA
           MOVE "CREDITO TRIBUTARIO IVA" TO CC-DESCRIPCION
           WRITE REG-CUENTA-CONTABLE
           MOVE SPACES TO REG-CUENTA-CONTABLE
           MOVE "RET" TO CC-CONCEPTO
           MOVE "REN" TO CC-DETALLE
           MOVE "1.1.4.02" TO CC-CUENTA
           MOVE "CREDITO TRIBUTARIO RENTA" TO CC-DESCRIPCION
           WRITE REG-CUENTA-CONTABLE
           MOVE SPACES TO REG-CUENTA-CONTABLE
           MOVE "INT" TO CC-CONCEPTO
           MOVE "4.2.1.01" TO CC-CUENTA
           MOVE "INTERESES POR MORA" TO CC-DESCRIPCION
           WRITE REG-CUENTA-CONTABLE
           CLOSE CUENTAS-FILE
           .

       14000-ABRIR-ARCHIVOS.
           OPEN INPUT FACTURAS-FILE
           IF WS-FACTURAS-OK
               MOVE 'S' TO WS-FACTURAS-ABIERTA
           END-IF
           OPEN INPUT NOTASCRED-FILE
           IF WS-NOTASCRED-OK
               MOVE 'S' TO WS-NOTASCRED-ABIERTA
           END-IF
           OPEN INPUT PAGOS-FILE
           IF WS-PAGOS-OK
               MOVE 'S' TO WS-PAGOS-ABIERTA
           END-IF
           OPEN INPUT RETENCIONES-FILE
           IF WS-RETENCIONES-OK
               MOVE 'S' TO WS-RETENCIONES-ABIERTA
           END-IF
           OPEN INPUT NOTASDEB-FILE
           IF WS-NOTASDEB-OK
               MOVE 'S' TO WS-NOTASDEB-ABIERTA
           END-IF
           OPEN OUTPUT ASIENTOS-FILE
           INITIALIZE TB-ORIGENES
           .

       20000-PROCESO-FACTURAS.
           MOVE 1 TO WK-ORIGEN
           IF WS-FACTURAS-ABIERTA = 'S'
               PERFORM UNTIL NOT WS-FACTURAS-OK
                   READ FACTURAS-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-FACTURAS
                       NOT AT END
                           IF FD-FECHA-EMISION = WS-FECHA-DIARIO
                               PERFORM 20100-PROCESA-FACTURA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      *    LA FACTURA ANULADA SE CONTABILIZA IGUAL QUE EN LA
      *    DECLARACION DE IVA: SI TIENE NOTA DE CREDITO, ESTA LA
      *    REVERSA; SI NO LA TIENE, NO ENTRA.
       20100-PROCESA-FACTURA.
           IF FD-ESTADO = 'X'
               PERFORM 20150-VERIFICAR-TIENE-NC
           ELSE
               MOVE 'S' TO WK-HAY-NC-SW
           END-IF
           IF WK-HAY-NC-SW = 'S'
               ADD 1 TO TB-OR-DOCUMENTOS(WK-ORIGEN)
               COMPUTE WK-VALOR-VENTA = FD-VALORTOTAL-CXP - FD-DESC
               COMPUTE WK-VALOR-DOCUMENTO =
                       WK-VALOR-VENTA + FD-VALORIVA
               MOVE "FAC"          TO WK-LN-TIPO-DOC
               MOVE FD-FACTURAID   TO WK-LN-DOCUMENTO
               MOVE FD-ID          TO WK-LN-CEDULA
               MOVE "VENTA SEGUN FACTURA" TO WK-LN-GLOSA
               MOVE "CXC"          TO WK-LN-CONCEPTO
               MOVE SPACES         TO WK-LN-DETALLE
               MOVE WK-VALOR-DOCUMENTO TO WK-LN-DEBE
               MOVE 0              TO WK-LN-HABER
               PERFORM 90200-GRABAR-LINEA
               MOVE "VEN"          TO WK-LN-CONCEPTO
               MOVE 0              TO WK-LN-DEBE
               MOVE WK-VALOR-VENTA TO WK-LN-HABER
               PERFORM 90200-GRABAR-LINEA
               MOVE "IVA"          TO WK-LN-CONCEPTO
               MOVE FD-VALORIVA    TO WK-LN-HABER
               PERFORM 90200-GRABAR-LINEA
           END-IF
           .

       20150-VERIFICAR-TIENE-NC.
           MOVE 'N' TO WK-HAY-NC-SW
           IF WS-NOTASCRED-ABIERTA = 'S'
               MOVE FD-ID        TO FD-NC-REF-ID
               MOVE FD-FACTURAID TO FD-NC-REF-FACTURAID
               START NOTASCRED-FILE KEY IS >= FD-NC-REF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ NOTASCRED-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FD-NC-REF-ID = FD-ID AND
                                  FD-NC-REF-FACTURAID = FD-FACTURAID
                                   MOVE 'S' TO WK-HAY-NC-SW
                               END-IF
                       END-READ
               END-START
           END-IF
           .

       21000-PROCESO-NOTAS.
           MOVE 2 TO WK-ORIGEN
           IF WS-NOTASCRED-ABIERTA = 'S'
               MOVE 0 TO FD-NC-NUMERO
               START NOTASCRED-FILE KEY IS >= FD-NC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL NOT WS-NOTASCRED-OK
                           READ NOTASCRED-FILE NEXT RECORD
                               AT END
                                   MOVE "35" TO WS-FS-NOTASCRED
                               NOT AT END
                                   IF FD-NC-FECHA = WS-FECHA-DIARIO
                                       PERFORM 21100-PROCESA-NOTA
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           .

       21100-PROCESA-NOTA.
           ADD 1 TO TB-OR-DOCUMENTOS(WK-ORIGEN)
           MOVE "NC "               TO WK-LN-TIPO-DOC
           MOVE FD-NC-NUMERO        TO WK-LN-DOCUMENTO
           MOVE FD-NC-REF-ID        TO WK-LN-CEDULA
           MOVE FD-NC-MOTIVO        TO WK-LN-GLOSA
           MOVE SPACES              TO WK-LN-DETALLE
           MOVE "DEV"               TO WK-LN-CONCEPTO
           MOVE FD-NC-VALOR         TO WK-LN-DEBE
           MOVE 0                   TO WK-LN-HABER
           PERFORM 90200-GRABAR-LINEA
           MOVE "IVA"               TO WK-LN-CONCEPTO
           MOVE FD-NC-VALORIVA      TO WK-LN-DEBE
           PERFORM 90200-GRABAR-LINEA
           MOVE "CXC"               TO WK-LN-CONCEPTO
           MOVE 0                   TO WK-LN-DEBE
           COMPUTE WK-LN-HABER = FD-NC-VALOR + FD-NC-VALORIVA
           PERFORM 90200-GRABAR-LINEA
           .

       22000-PROCESO-PAGOS.
           MOVE 3 TO WK-ORIGEN
           IF WS-PAGOS-ABIERTA = 'S'
               PERFORM UNTIL NOT WS-PAGOS-OK
                   READ PAGOS-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-PAGOS
                       NOT AT END
                           IF FD-PG-FECHA = WS-FECHA-DIARIO
                               PERFORM 22100-PROCESA-PAGO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      *    LA CUENTA DE CAJA O BANCO SALE DE LA FORMA DE PAGO; UNA
      *    FORMA SIN LINEA PROPIA EN CUENTAS.TXT VA A LA CUENTA POR
      *    DEFECTO DEL CONCEPTO 'PAG'.
       22100-PROCESA-PAGO.
           ADD 1 TO TB-OR-DOCUMENTOS(WK-ORIGEN)
           MOVE "PAG"               TO WK-LN-TIPO-DOC
           MOVE FD-PG-FACTURAID     TO WK-LN-DOCUMENTO
           MOVE FD-PG-ID            TO WK-LN-CEDULA
           MOVE SPACES              TO WK-LN-GLOSA
           STRING "COBRO " FD-PG-FORMA-PAGO DELIMITED BY SIZE
                  INTO WK-LN-GLOSA
           END-STRING
           MOVE "PAG"               TO WK-LN-CONCEPTO
           MOVE FD-PG-FORMA-PAGO    TO WK-LN-DETALLE
           MOVE FD-PG-VALOR         TO WK-LN-DEBE
           MOVE 0                   TO WK-LN-HABER
           PERFORM 90200-GRABAR-LINEA
           MOVE "CXC"               TO WK-LN-CONCEPTO
           MOVE SPACES              TO WK-LN-DETALLE
           MOVE 0                   TO WK-LN-DEBE
           MOVE FD-PG-VALOR         TO WK-LN-HABER
           PERFORM 90200-GRABAR-LINEA
           .

       23000-PROCESO-RETENCIONES.
           MOVE 4 TO WK-ORIGEN
           IF WS-RETENCIONES-ABIERTA = 'S'
               PERFORM UNTIL NOT WS-RETENCIONES-OK
                   READ RETENCIONES-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-RETENCIONES
                       NOT AT END
                           IF FD-RT-FECHA = WS-FECHA-DIARIO
                               PERFORM 23100-PROCESA-RETENCION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       23100-PROCESA-RETENCION.
           ADD 1 TO TB-OR-DOCUMENTOS(WK-ORIGEN)
           MOVE "RET"               TO WK-LN-TIPO-DOC
           MOVE FD-RT-REF-FACTURAID TO WK-LN-DOCUMENTO
           MOVE FD-RT-REF-ID        TO WK-LN-CEDULA
           MOVE SPACES              TO WK-LN-GLOSA
           STRING "RETENCION " FD-RT-COMPROBANTE DELIMITED BY SIZE
                  INTO WK-LN-GLOSA
           END-STRING
           MOVE "RET"               TO WK-LN-CONCEPTO
           MOVE FD-RT-TIPO-IMPUESTO TO WK-LN-DETALLE
           MOVE FD-RT-VALOR         TO WK-LN-DEBE
           MOVE 0                   TO WK-LN-HABER
           PERFORM 90200-GRABAR-LINEA
           MOVE "CXC"               TO WK-LN-CONCEPTO
           MOVE SPACES              TO WK-LN-DETALLE
           MOVE 0                   TO WK-LN-DEBE
           MOVE FD-RT-VALOR         TO WK-LN-HABER
           PERFORM 90200-GRABAR-LINEA
           .

      *    UNA NOTA DE DEBITO ENTRA EL DIA QUE SE EMITIO Y, SI LUEGO
      *    SE CONDONA, SALE EL ASIENTO INVERSO EL DIA DE LA
      *    CONDONACION. EMITIDA Y CONDONADA EL MISMO DIA DEJA LOS DOS.
       24000-PROCESO-NOTAS-DEBITO.
           MOVE 5 TO WK-ORIGEN
           IF WS-NOTASDEB-ABIERTA = 'S'
               MOVE 0 TO FD-ND-NUMERO
               START NOTASDEB-FILE KEY IS >= FD-ND-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL NOT WS-NOTASDEB-OK
                           READ NOTASDEB-FILE NEXT RECORD
                               AT END
                                   MOVE "35" TO WS-FS-NOTASDEB
                               NOT AT END
                                   IF FD-ND-FECHA = WS-FECHA-DIARIO
                                       PERFORM 24100-PROCESA-NOTA-DEBITO
                                   END-IF
                                   IF FD-ND-CONDONADA AND
                                      FD-ND-FECHA-CONDONACION =
                                      WS-FECHA-DIARIO
                                       PERFORM 24200-PROCESA-CONDONACION
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           .

       24100-PROCESA-NOTA-DEBITO.
           ADD 1 TO TB-OR-DOCUMENTOS(WK-ORIGEN)
           MOVE "ND "               TO WK-LN-TIPO-DOC
           MOVE FD-ND-NUMERO        TO WK-LN-DOCUMENTO
           MOVE FD-ND-REF-ID        TO WK-LN-CEDULA
           MOVE FD-ND-MOTIVO        TO WK-LN-GLOSA
           MOVE SPACES              TO WK-LN-DETALLE
           MOVE "CXC"               TO WK-LN-CONCEPTO
           COMPUTE WK-LN-DEBE = FD-ND-VALOR + FD-ND-VALORIVA
           MOVE 0                   TO WK-LN-HABER
           PERFORM 90200-GRABAR-LINEA
           MOVE "INT"               TO WK-LN-CONCEPTO
           MOVE 0                   TO WK-LN-DEBE
           MOVE FD-ND-VALOR         TO WK-LN-HABER
           PERFORM 90200-GRABAR-LINEA
           MOVE "IVA"               TO WK-LN-CONCEPTO
           MOVE FD-ND-VALORIVA      TO WK-LN-HABER
           PERFORM 90200-GRABAR-LINEA
           .

       24200-PROCESA-CONDONACION.
           ADD 1 TO TB-OR-DOCUMENTOS(WK-ORIGEN)
           MOVE "ND "               TO WK-LN-TIPO-DOC
           MOVE FD-ND-NUMERO        TO WK-LN-DOCUMENTO
           MOVE FD-ND-REF-ID        TO WK-LN-CEDULA
           MOVE "CONDONACION INTERES DE MORA" TO WK-LN-GLOSA
           MOVE SPACES              TO WK-LN-DETALLE
           MOVE "INT"               TO WK-LN-CONCEPTO
           MOVE FD-ND-VALOR         TO WK-LN-DEBE
           MOVE 0                   TO WK-LN-HABER
           PERFORM 90200-GRABAR-LINEA
           MOVE "IVA"               TO WK-LN-CONCEPTO
           MOVE FD-ND-VALORIVA      TO WK-LN-DEBE
           PERFORM 90200-GRABAR-LINEA
           MOVE "CXC"               TO WK-LN-CONCEPTO
           MOVE 0                   TO WK-LN-DEBE
           COMPUTE WK-LN-HABER = FD-ND-VALOR + FD-ND-VALORIVA
           PERFORM 90200-GRABAR-LINEA
           .

       30000-RESUMEN.
           PERFORM 31000-RESUMEN-ORIGENES
           PERFORM 32000-RESUMEN-CUENTAS
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-TOTAL-DEBE  TO WS-C-DEBE
           MOVE WS-TOTAL-HABER TO WS-C-HABER
           MOVE SPACES TO REP-LINEA
           MOVE "TOTAL DEL ASIENTO" TO REP-LINEA
           MOVE WS-C-DEBE  TO REP-LINEA(63:)
           MOVE WS-C-HABER TO REP-LINEA(82:)
           WRITE REP-LINEA
           COMPUTE WS-DIFERENCIA = WS-TOTAL-DEBE - WS-TOTAL-HABER
           MOVE WS-DIFERENCIA TO WS-C-DIFERENCIA
           MOVE SPACES TO REP-LINEA
           STRING "DIFERENCIA DEBE - HABER  : " WS-C-DIFERENCIA
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           IF WS-DIFERENCIA = 0
               MOVE "EL DIARIO CUADRA: DEBE IGUAL A HABER"
                    TO REP-LINEA
           ELSE
               MOVE "*** EL DIARIO NO CUADRA, NO LO IMPORTE ***"
                    TO REP-LINEA
           END-IF
           WRITE REP-LINEA
           MOVE WS-LINEAS-GRABADAS TO WS-C-CONTADOR
           MOVE SPACES TO REP-LINEA
           STRING "LINEAS EN ASIENTOS.TXT   : " WS-C-CONTADOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           IF WS-LINEAS-SIN-CUENTA > 0
               MOVE WS-LINEAS-SIN-CUENTA TO WS-C-CONTADOR
               MOVE SPACES TO REP-LINEA
               STRING "*** LINEAS SIN CUENTA CONTABLE: " WS-C-CONTADOR
                      ", COMPLETE CUENTAS.TXT Y REPITA"
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           END-IF
           DISPLAY "LINEAS DEL ASIENTO: " WS-LINEAS-GRABADAS
           DISPLAY "TOTAL DEBE : " WS-C-DEBE
           DISPLAY "TOTAL HABER: " WS-C-HABER
           DISPLAY "INTERFAZ GENERADA EN ASIENTOS.TXT"
           DISPLAY "REPORTE GENERADO EN CONTABLE.RPT"
           .

       31000-RESUMEN-ORIGENES.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "RESUMEN POR ORIGEN" TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "ORIGEN                DOCUMENTOS" TO REP-LINEA
           MOVE "DEBE"  TO REP-LINEA(77:)
           MOVE "HABER" TO REP-LINEA(95:)
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM VARYING WK-ORIGEN FROM 1 BY 1
                     UNTIL WK-ORIGEN > 5
               MOVE TB-OR-DOCUMENTOS(WK-ORIGEN) TO WS-C-CONTADOR
               MOVE TB-OR-DEBE(WK-ORIGEN)       TO WS-C-DEBE
               MOVE TB-OR-HABER(WK-ORIGEN)      TO WS-C-HABER
               MOVE SPACES TO REP-LINEA
               MOVE TB-OR-NOMBRE(WK-ORIGEN) TO REP-LINEA
               MOVE WS-C-CONTADOR TO REP-LINEA(26:)
               MOVE WS-C-DEBE     TO REP-LINEA(63:)
               MOVE WS-C-HABER    TO REP-LINEA(82:)
               WRITE REP-LINEA
           END-PERFORM
           .

       32000-RESUMEN-CUENTAS.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "RESUMEN POR CUENTA" TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "CUENTA               DESCRIPCION" TO REP-LINEA
           MOVE "DEBE"  TO REP-LINEA(77:)
           MOVE "HABER" TO REP-LINEA(95:)
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM VARYING TB-ACUM-IDX FROM 1 BY 1
                     UNTIL TB-ACUM-IDX > WS-TOTAL-ACUM
               MOVE TB-AC-DEBE(TB-ACUM-IDX)  TO WS-C-DEBE
               MOVE TB-AC-HABER(TB-ACUM-IDX) TO WS-C-HABER
               MOVE SPACES TO REP-LINEA
               STRING TB-AC-CUENTA(TB-ACUM-IDX) " "
                      TB-AC-DESCRIPCION(TB-ACUM-IDX)
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               MOVE WS-C-DEBE  TO REP-LINEA(63:)
               MOVE WS-C-HABER TO REP-LINEA(82:)
               WRITE REP-LINEA
           END-PERFORM
           .

       40000-FIN.
           IF WS-FACTURAS-ABIERTA = 'S'
               CLOSE FACTURAS-FILE
           END-IF
           IF WS-NOTASCRED-ABIERTA = 'S'
               CLOSE NOTASCRED-FILE
           END-IF
           IF WS-PAGOS-ABIERTA = 'S'
               CLOSE PAGOS-FILE
           END-IF
           IF WS-RETENCIONES-ABIERTA = 'S'
               CLOSE RETENCIONES-FILE
           END-IF
           IF WS-NOTASDEB-ABIERTA = 'S'
               CLOSE NOTASDEB-FILE
           END-IF
           IF WK-CONTINUAR
               CLOSE ASIENTOS-FILE
           END-IF
           CLOSE REPORTE-FILE
           STOP RUN.

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

      *    DEJA LA FECHA AAAAMMDD DE WK-FECHA-NUM COMO DD/MM/AAAA EN
      *    WS-C-FECHA.
       90100-EDITAR-FECHA.
           MOVE WK-FECHA-DIA  TO WS-C-DIA
           MOVE WK-FECHA-MES  TO WS-C-MES
           MOVE WK-FECHA-ANIO TO WS-C-ANIO
           .

      *    GRABA EN ASIENTOS.TXT LA LINEA ARMADA EN WK-LINEA-ASIENTO
      *    (UNA LINEA EN CERO NO SE GRABA) Y LA SUMA A LOS TOTALES
      *    POR ORIGEN Y POR CUENTA.
       90200-GRABAR-LINEA.
           IF WK-LN-DEBE > 0 OR WK-LN-HABER > 0
               PERFORM 90300-BUSCAR-CUENTA
               ADD 1 TO WS-LINEAS-GRABADAS
               MOVE WS-FECHA-DIARIO    TO AS-FECHA
               MOVE WS-LINEAS-GRABADAS TO AS-LINEA
               MOVE WK-LN-CUENTA       TO AS-CUENTA
               MOVE WK-LN-DEBE         TO AS-DEBE
               MOVE WK-LN-HABER        TO AS-HABER
               MOVE WK-LN-TIPO-DOC     TO AS-TIPO-DOC
               MOVE WK-LN-DOCUMENTO    TO AS-DOCUMENTO
               MOVE WK-LN-CEDULA       TO AS-CEDULA
               MOVE WK-LN-GLOSA        TO AS-GLOSA
               WRITE REG-ASIENTO
               ADD WK-LN-DEBE  TO WS-TOTAL-DEBE
                                  TB-OR-DEBE(WK-ORIGEN)
               ADD WK-LN-HABER TO WS-TOTAL-HABER
                                  TB-OR-HABER(WK-ORIGEN)
               PERFORM 90500-ACUMULAR-CUENTA
           END-IF
           .

      *    CUENTA PARA CONCEPTO + DETALLE; SI NO HAY LINEA PARA EL
      *    DETALLE SE USA LA DEL CONCEPTO CON DETALLE EN ESPACIOS. SIN
      *    NINGUNA DE LAS DOS LA LINEA SALE SIN CUENTA Y SE AVISA.
       90300-BUSCAR-CUENTA.
           MOVE SPACES TO WK-LN-CUENTA
           MOVE SPACES TO WK-LN-DESCRIPCION
           MOVE 'N' TO WK-HALLADA-SW
           PERFORM VARYING TB-CTA-IDX FROM 1 BY 1
                     UNTIL TB-CTA-IDX > WS-TOTAL-CUENTAS
                        OR WK-HALLADA
               IF TB-CTA-CONCEPTO(TB-CTA-IDX) = WK-LN-CONCEPTO AND
                  TB-CTA-DETALLE(TB-CTA-IDX)  = WK-LN-DETALLE
                   SET WK-HALLADA TO TRUE
                   MOVE TB-CTA-CUENTA(TB-CTA-IDX) TO WK-LN-CUENTA
                   MOVE TB-CTA-DESCRIPCION(TB-CTA-IDX)
                        TO WK-LN-DESCRIPCION
               END-IF
           END-PERFORM
           PERFORM VARYING TB-CTA-IDX FROM 1 BY 1
                     UNTIL TB-CTA-IDX > WS-TOTAL-CUENTAS
                        OR WK-HALLADA
               IF TB-CTA-CONCEPTO(TB-CTA-IDX) = WK-LN-CONCEPTO AND
                  TB-CTA-DETALLE(TB-CTA-IDX)  = SPACES
                   SET WK-HALLADA TO TRUE
                   MOVE TB-CTA-CUENTA(TB-CTA-IDX) TO WK-LN-CUENTA
                   MOVE TB-CTA-DESCRIPCION(TB-CTA-IDX)
                        TO WK-LN-DESCRIPCION
               END-IF
           END-PERFORM
           IF NOT WK-HALLADA
               ADD 1 TO WS-LINEAS-SIN-CUENTA
               MOVE SPACES TO WK-LN-DESCRIPCION
               STRING "*** SIN CUENTA: " WK-LN-CONCEPTO " "
                      WK-LN-DETALLE DELIMITED BY SIZE
                      INTO WK-LN-DESCRIPCION
               END-STRING
               DISPLAY "NO HAY CUENTA EN CUENTAS.TXT PARA "
                       WK-LN-CONCEPTO " " WK-LN-DETALLE
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
           MOVE 0                            TO AUD-FACTURAID
           MOVE WK-AUD-RESULTADO             TO AUD-RESULTADO
           MOVE WK-SUP-CODIGO                TO AUD-OPERADOR
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA-FILE
           .

      *    SUMA LA LINEA A LA ENTRADA DE SU CUENTA EN TB-ACUM-CUENTAS
      *    (LAS LINEAS SIN CUENTA SE AGRUPAN POR SU AVISO).
       90500-ACUMULAR-CUENTA.
           MOVE 'N' TO WK-HALLADA-SW
           PERFORM VARYING TB-ACUM-IDX FROM 1 BY 1
                     UNTIL TB-ACUM-IDX > WS-TOTAL-ACUM
                        OR WK-HALLADA
               IF TB-AC-CUENTA(TB-ACUM-IDX) = WK-LN-CUENTA AND
                  TB-AC-DESCRIPCION(TB-ACUM-IDX) = WK-LN-DESCRIPCION
                   SET WK-HALLADA TO TRUE
               END-IF
           END-PERFORM
           IF WK-HALLADA
               SET TB-ACUM-IDX DOWN BY 1
           ELSE
               IF WS-TOTAL-ACUM < 100
                   ADD 1 TO WS-TOTAL-ACUM
                   SET TB-ACUM-IDX TO WS-TOTAL-ACUM
                   INITIALIZE TB-ACUM(TB-ACUM-IDX)
                   MOVE WK-LN-CUENTA TO TB-AC-CUENTA(TB-ACUM-IDX)
                   MOVE WK-LN-DESCRIPCION
                        TO TB-AC-DESCRIPCION(TB-ACUM-IDX)
               ELSE
                   SET TB-ACUM-IDX TO 100
               END-IF
           END-IF
           ADD WK-LN-DEBE  TO TB-AC-DEBE(TB-ACUM-IDX)
           ADD WK-LN-HABER TO TB-AC-HABER(TB-ACUM-IDX)
           .
       END PROGRAM CONT01.
