      *             RETENCION DE RETENCIONES.DAT, PARA QUE LAS
      *             FACTURAS CUBIERTAS CON RETENCION NO APAREZCAN
      *             COMO CARTERA ABIERTA.
      *  20/09/26 - LAS NOTAS DE DEBITO POR MORA NO CONDONADAS DE
      *             NOTASDEB.DAT SUMAN AL SALDO DE LA FACTURA QUE
      *             REFERENCIAN, EN EL TRAMO DE ESA FACTURA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-RT-KEY
               FILE STATUS IS WS-FS-RETENCIONES.
           SELECT NOTASDEB-FILE ASSIGN TO "NOTASDEB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ND-NUMERO
               ALTERNATE RECORD KEY IS FD-ND-REF WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTASDEB.
           SELECT REPORTE-FILE ASSIGN TO "AGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           COPY NOTACRED.
       FD  RETENCIONES-FILE.
           COPY RETENCION.
       FD  NOTASDEB-FILE.
           COPY NOTADEB.
       FD  REPORTE-FILE.
           COPY REPORTE.
       WORKING-STORAGE SECTION.
               88 WS-NOTASCRED-OK                 VALUE "00".
           05  WS-FS-RETENCIONES         PIC XX.
               88 WS-RETENCIONES-OK               VALUE "00".
           05  WS-FS-NOTASDEB            PIC XX.
               88 WS-NOTASDEB-OK                  VALUE "00".
           05  WS-FS-REPORTE             PIC XX.
           05  WS-FACTURAS-ABIERTA      PIC X     VALUE 'N'.
           05  WS-PAGOS-ABIERTA         PIC X     VALUE 'N'.
           05  WS-NOTASCRED-ABIERTA     PIC X     VALUE 'N'.
           05  WS-RETENCIONES-ABIERTA   PIC X     VALUE 'N'.
           05  WS-NOTASDEB-ABIERTA      PIC X     VALUE 'N'.

       01  WS-HOY                        PIC 9(8).
       01  WS-HOY-ENTERO                 PIC 9(8).
       01  WK-TOTAL-NC-VALOR             PIC 9(15)V99 VALUE 0.
       01  WK-TOTAL-NC-IVA               PIC 9(15)V99 VALUE 0.
       01  WK-TOTAL-RETENIDO             PIC 9(15)V99 VALUE 0.
       01  WK-TOTAL-ND-VALOR             PIC 9(15)V99 VALUE 0.
       01  WK-TOTAL-ND-IVA               PIC 9(15)V99 VALUE 0.
       01  WK-SALDO-FACTURA              PIC S9(15)V99 VALUE 0.

       01  WK-CEDULA-ANTERIOR            PIC 9(10) VALUE 0.
           IF WS-RETENCIONES-OK
               MOVE 'S' TO WS-RETENCIONES-ABIERTA
           END-IF
           OPEN INPUT NOTASDEB-FILE
           IF WS-NOTASDEB-OK
               MOVE 'S' TO WS-NOTASDEB-ABIERTA
           END-IF
           OPEN OUTPUT REPORTE-FILE
           MOVE "ANTIGUEDAD DE SALDOS POR CLIENTE" TO REP-LINEA
           WRITE REP-LINEA
           END-IF
           PERFORM 20250-SUMAR-NOTAS-CREDITO
           PERFORM 20270-SUMAR-RETENCIONES
           PERFORM 20280-SUMAR-NOTAS-DEBITO
           COMPUTE WK-SALDO-FACTURA = FD-VALORTOTAL-CXP + FD-VALORIVA
                   - FD-DESC - WK-TOTAL-PAGADO
                   - WK-TOTAL-NC-VALOR - WK-TOTAL-NC-IVA
                   - WK-TOTAL-RETENIDO
                   + WK-TOTAL-ND-VALOR + WK-TOTAL-ND-IVA
           .

       20250-SUMAR-NOTAS-CREDITO.
           END-IF
           .

      *    SUMA LAS NOTAS DE DEBITO POR MORA NO CONDONADAS DE LA
      *    FACTURA EN FD-FACTURA-REG (MISMO CALCULO QUE 20480 DE
      *    MENU01).
       20280-SUMAR-NOTAS-DEBITO.
           MOVE 0 TO WK-TOTAL-ND-VALOR
           MOVE 0 TO WK-TOTAL-ND-IVA
           IF WS-NOTASDEB-ABIERTA = 'S'
               MOVE FD-ID        TO FD-ND-REF-ID
               MOVE FD-FACTURAID TO FD-ND-REF-FACTURAID
               START NOTASDEB-FILE KEY IS >= FD-ND-REF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL NOT WS-NOTASDEB-OK
                           READ NOTASDEB-FILE NEXT RECORD
                               AT END
                                   MOVE "35" TO WS-FS-NOTASDEB
                               NOT AT END
                                   IF FD-ND-REF-ID NOT = FD-ID OR
                                      FD-ND-REF-FACTURAID NOT =
                                      FD-FACTURAID
                                       MOVE "35" TO WS-FS-NOTASDEB
                                   ELSE
                                       IF NOT FD-ND-CONDONADA
                                           ADD FD-ND-VALOR
                                               TO WK-TOTAL-ND-VALOR
                                           ADD FD-ND-VALORIVA
                                               TO WK-TOTAL-ND-IVA
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                       MOVE "00" TO WS-FS-NOTASDEB
               END-START
           END-IF
           .

       20300-CLASIFICAR-SALDO.
           IF FD-FECHA-EMISION = 0
               MOVE 0 TO WK-DIAS-VENCIDOS
           IF WS-RETENCIONES-ABIERTA = 'S'
               CLOSE RETENCIONES-FILE
           END-IF
           IF WS-NOTASDEB-ABIERTA = 'S'
               CLOSE NOTASDEB-FILE
           END-IF
           CLOSE REPORTE-FILE
           STOP RUN.
       END PROGRAM RPT002.
