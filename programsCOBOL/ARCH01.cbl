      *             PERIODO ABIERTO EL PROCESO SE ABORTA SIN TOCAR
      *             NADA, PARA QUE EL ARCHIVO NUNCA SE ADELANTE A LA
      *             DECLARACION.
      *  18/09/26 - TERMINA CON CODIGO DE RETORNO 4 SI EL CORTE CAE EN
      *             PERIODO ABIERTO Y 8 SI EL RESPALDO NO SE VERIFICA,
      *             PARA QUE LA CADENA NOCTURNA CADENA01 SE DETENGA Y
      *             NO DE LA DEPURACION POR HECHA.
      *  20/09/26 - EL SALDO SUMA LAS NOTAS DE DEBITO POR MORA NO
      *             CONDONADAS DE NOTASDEB.DAT: UNA FACTURA CON
      *             INTERESES SIN COBRAR NO ESTA SALDADA Y SE CONSERVA.
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
           SELECT REPORTE-FILE ASSIGN TO "ARCHIVO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           COPY NOTACRED.
       FD  RETENCIONES-FILE.
           COPY RETENCION.
       FD  NOTASDEB-FILE.
           COPY NOTADEB.
       FD  REPORTE-FILE.
           COPY REPORTE.
       FD  PERIODOS-FILE.
               88 WS-NOTASCRED-OK                 VALUE "00".
           05  WS-FS-RETENCIONES         PIC XX.
               88 WS-RETENCIONES-OK               VALUE "00".
           05  WS-FS-NOTASDEB            PIC XX.
               88 WS-NOTASDEB-OK                  VALUE "00".
           05  WS-FS-REPORTE             PIC XX.
           05  WS-PAGOS-ABIERTA         PIC X     VALUE 'N'.
           05  WS-NOTASCRED-ABIERTA     PIC X     VALUE 'N'.
           05  WS-FACTDET-ABIERTA       PIC X     VALUE 'N'.
           05  WS-RETENCIONES-ABIERTA   PIC X     VALUE 'N'.
           05  WS-NOTASDEB-ABIERTA      PIC X     VALUE 'N'.

       01  WS-FECHA-CORTE                PIC 9(8).
       01  WS-FECHA-CORTE-ANULADAS       PIC 9(8).
       01  WK-TOTAL-NC-VALOR             PIC 9(15)V99 VALUE 0.
       01  WK-TOTAL-NC-IVA               PIC 9(15)V99 VALUE 0.
       01  WK-TOTAL-RETENIDO             PIC 9(15)V99 VALUE 0.
       01  WK-TOTAL-ND-VALOR             PIC 9(15)V99 VALUE 0.
       01  WK-TOTAL-ND-IVA               PIC 9(15)V99 VALUE 0.
       01  WK-SALDO-FACTURA              PIC S9(15)V99 VALUE 0.
       01  WK-ARCHIVAR-SW                PIC X     VALUE 'N'.
           88 WK-ARCHIVAR                          VALUE 'S'.
               MOVE "CORTE EN PERIODO ABIERTO, PROCESO ABORTADO"
                    TO REP-LINEA
               WRITE REP-LINEA
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 20000-RESPALDAR
               PERFORM 21000-VERIFICAR-RESPALDO
                   MOVE "RESPALDO NO VERIFICADO, PROCESO ABORTADO"
                        TO REP-LINEA
                   WRITE REP-LINEA
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 50000-FIN
           IF WS-RETENCIONES-ABIERTA = 'S'
               CLOSE RETENCIONES-FILE
           END-IF
           IF WS-NOTASDEB-ABIERTA = 'S'
               CLOSE NOTASDEB-FILE
           END-IF
           .

       30100-ABRIR-HISTORICOS.
           IF WS-RETENCIONES-OK
               MOVE 'S' TO WS-RETENCIONES-ABIERTA
           END-IF
           OPEN INPUT NOTASDEB-FILE
           IF WS-NOTASDEB-OK
               MOVE 'S' TO WS-NOTASDEB-ABIERTA
           END-IF
           .

      *    SOLO SE CUENTAN LOS REGISTROS CUYA GRABACION QUEDO
           .

      *    MISMO CALCULO DE SALDO QUE 20440-CALCULAR-PAGOS DE MENU01:
      *    TOTAL + IVA - DESCUENTO - PAGOS - NOTAS DE CREDITO -
      *    RETENCIONES + NOTAS DE DEBITO NO CONDONADAS.
       32100-CALCULAR-SALDO.
           MOVE 0 TO WK-TOTAL-PAGADO
           IF WS-PAGOS-ABIERTA = 'S'
                       MOVE "00" TO WS-FS-RETENCIONES
               END-START
           END-IF
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
           COMPUTE WK-SALDO-FACTURA = FD-VALORTOTAL-CXP + FD-VALORIVA
                   - FD-DESC - WK-TOTAL-PAGADO
                   - WK-TOTAL-NC-VALOR - WK-TOTAL-NC-IVA
                   - WK-TOTAL-RETENIDO
                   + WK-TOTAL-ND-VALOR + WK-TOTAL-ND-IVA
           .

      *    MUEVE LAS LINEAS DE DETALLE DE LA FACTURA ARCHIVADA DE
