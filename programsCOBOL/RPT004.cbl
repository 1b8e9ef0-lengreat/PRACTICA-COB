      *          IVAMES.RPT. LAS ANULADAS VIEJAS SIN NOTA DE CREDITO
      *          SE OMITEN, COMO EN RPT001.
      * TECTONICS: COBC
      * MODIFICATIONS:
      *  20/09/26 - LAS NOTAS DE DEBITO POR MORA DEL MES (NOTASDEB.DAT,
      *             SIN LAS CONDONADAS) SE DECLARAN POR SU TASA DE IVA
      *             EN UNA LINEA PROPIA Y SUMAN AL NETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS FD-NC-NUMERO
               ALTERNATE RECORD KEY IS FD-NC-REF WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTASCRED.
           SELECT NOTASDEB-FILE ASSIGN TO "NOTASDEB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ND-NUMERO
               ALTERNATE RECORD KEY IS FD-ND-REF WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTASDEB.
           SELECT REPORTE-FILE ASSIGN TO "IVAMES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           COPY FACTURA.
       FD  NOTASCRED-FILE.
           COPY NOTACRED.
       FD  NOTASDEB-FILE.
           COPY NOTADEB.
       FD  REPORTE-FILE.
           COPY REPORTE.
       WORKING-STORAGE SECTION.
               88 WS-FACTURAS-OK                  VALUE "00".
           05  WS-FS-NOTASCRED           PIC XX.
               88 WS-NOTASCRED-OK                 VALUE "00".
           05  WS-FS-NOTASDEB            PIC XX.
               88 WS-NOTASDEB-OK                  VALUE "00".
           05  WS-FS-REPORTE             PIC XX.
           05  WS-FACTURAS-ABIERTA      PIC X     VALUE 'N'.
           05  WS-NOTASCRED-ABIERTA     PIC X     VALUE 'N'.
           05  WS-NOTASDEB-ABIERTA      PIC X     VALUE 'N'.

       01  WS-MES-DECLARADO              PIC 9(6).
       01  WK-MES-DOCUMENTO              PIC 9(6).
      *+---------------------------------------------------------------+
      *    ACUMULADORES POR TASA DE IVA. CADA TASA DISTINTA QUE
      *    APARECE EN EL MES OCUPA UNA ENTRADA: VENTAS (FACTURAS) Y
      *    CREDITOS (NOTAS DE CREDITO) Y DEBITOS (NOTAS DE DEBITO
      *    POR MORA) POR SEPARADO.
      *+---------------------------------------------------------------+
       01  WS-TOTAL-TASAS                PIC 99    VALUE 0.
       01  TB-ACUM-TASAS.
               10  TB-AC-NC-BASE         PIC S9(15)V99.
               10  TB-AC-NC-IVA          PIC S9(15)V99.
               10  TB-AC-NC-DOCS         PIC 9(6).
               10  TB-AC-ND-BASE         PIC S9(15)V99.
               10  TB-AC-ND-IVA          PIC S9(15)V99.
               10  TB-AC-ND-DOCS         PIC 9(6).

       01  WK-TASA-BUSCADA               PIC 9(2)V99.
       01  WK-TASA-HALLADA               PIC X     VALUE 'N'.
           PERFORM 10000-INICIO
           PERFORM 20000-PROCESO-FACTURAS
           PERFORM 30000-PROCESO-NOTAS
           PERFORM 35000-PROCESO-NOTAS-DEBITO
           PERFORM 40000-IMPRIMIR-DECLARACION
           PERFORM 60000-FIN
           .
           IF WS-NOTASCRED-OK
               MOVE 'S' TO WS-NOTASCRED-ABIERTA
           END-IF
           OPEN INPUT NOTASDEB-FILE
           IF WS-NOTASDEB-OK
               MOVE 'S' TO WS-NOTASDEB-ABIERTA
           END-IF
           OPEN OUTPUT REPORTE-FILE
           .

           END-IF
           .

      *    LAS NOTAS DE DEBITO CONDONADAS NO SE DECLARAN: LA
      *    CONDONACION SOLO SE PERMITE MIENTRAS SU MES SIGUE ABIERTO.
      *    SI EL SRI YA LA HABIA AUTORIZADO, SRI003 LA INFORMA COMO
      *    ANULADA EN EL MES DE LA CONDONACION, CON ESTA MISMA REGLA
      *    PARA LAS VENTAS.
       35000-PROCESO-NOTAS-DEBITO.
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
                                   PERFORM 35100-PROCESA-NOTA-DEBITO
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           .

       35100-PROCESA-NOTA-DEBITO.
           MOVE FD-ND-FECHA   TO WK-FECHA-R
           MOVE WK-FECHA-AAMM TO WK-MES-DOCUMENTO
           IF WK-MES-DOCUMENTO = WS-MES-DECLARADO AND
              NOT FD-ND-CONDONADA
               MOVE FD-ND-TASA-IVA TO WK-TASA-BUSCADA
               PERFORM 20200-UBICAR-TASA
               ADD 1 TO TB-AC-ND-DOCS(TB-ACUM-IDX)
               ADD FD-ND-VALOR    TO TB-AC-ND-BASE(TB-ACUM-IDX)
               ADD FD-ND-VALORIVA TO TB-AC-ND-IVA(TB-ACUM-IDX)
           END-IF
           .

       40000-IMPRIMIR-DECLARACION.
           MOVE SPACES TO REP-LINEA
           STRING "DECLARACION MENSUAL DE IVA - PERIODO "
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE TB-AC-ND-BASE(TB-ACUM-IDX) TO WS-I-BASE
           MOVE TB-AC-ND-IVA(TB-ACUM-IDX)  TO WS-I-IVA
           MOVE TB-AC-ND-DOCS(TB-ACUM-IDX) TO WS-I-DOCS
           MOVE SPACES TO REP-LINEA
           STRING "  NOTAS DB. BASE:" WS-I-BASE DELIMITED BY SIZE
                  " IVA:" WS-I-IVA DELIMITED BY SIZE
                  " DOCS:" WS-I-DOCS DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           COMPUTE WS-I-BASE = TB-AC-BASE(TB-ACUM-IDX)
                   + TB-AC-ND-BASE(TB-ACUM-IDX)
                   - TB-AC-NC-BASE(TB-ACUM-IDX)
           COMPUTE WS-I-IVA = TB-AC-IVA(TB-ACUM-IDX)
                   + TB-AC-ND-IVA(TB-ACUM-IDX)
                   - TB-AC-NC-IVA(TB-ACUM-IDX)
           MOVE SPACES TO REP-LINEA
           STRING "  NETO      BASE:" WS-I-BASE DELIMITED BY SIZE
           IF WS-NOTASCRED-ABIERTA = 'S'
               CLOSE NOTASCRED-FILE
           END-IF
           IF WS-NOTASDEB-ABIERTA = 'S'
               CLOSE NOTASDEB-FILE
           END-IF
           CLOSE REPORTE-FILE
           STOP RUN.
       END PROGRAM RPT004.
