      *          EXISTE, NO ESTA ENVIADA O TRAEN VEREDICTO INVALIDO
      *          SE LISTAN Y SE CUENTAN APARTE PARA REVISION MANUAL.
      * TECTONICS: COBC
      * MODIFICATIONS:
      *  20/09/26 - LAS RESPUESTAS DE TIPO '05' SON DE NOTAS DE DEBITO
      *             POR MORA: SE APLICAN EN NOTASDEB.DAT POR NUMERO DE
      *             NOTA, CON LAS MISMAS REGLAS QUE LAS FACTURAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS FD-KEY-PRIMARIA
               ALTERNATE RECORD KEY IS FD-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-FACTURAS.
           SELECT NOTASDEB-FILE ASSIGN TO "NOTASDEB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ND-NUMERO
               ALTERNATE RECORD KEY IS FD-ND-REF WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTASDEB.
           SELECT RESPUESTA-FILE ASSIGN TO "SRIRESPUESTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPUESTA.
      *-----------------------
       FD  FACTURAS-FILE.
           COPY FACTURA.
       FD  NOTASDEB-FILE.
           COPY NOTADEB.
       FD  RESPUESTA-FILE.
           COPY SRIRESP.
       WORKING-STORAGE SECTION.
               88 WS-FACTURAS-OK                  VALUE "00".
           05  WS-FS-RESPUESTA           PIC XX.
               88 WS-RESPUESTA-OK                 VALUE "00".
           05  WS-FS-NOTASDEB            PIC XX.
               88 WS-NOTASDEB-OK                  VALUE "00".
           05  WS-FACTURAS-ABIERTA      PIC X     VALUE 'N'.
           05  WS-RESPUESTA-ABIERTA     PIC X     VALUE 'N'.
           05  WS-NOTASDEB-ABIERTA      PIC X     VALUE 'N'.

       01  WS-ACUMULADORES.
           05  WS-RESPUESTAS-LEIDAS      PIC 9(6)  VALUE 0.
           05  WS-FACTURAS-AUTORIZADAS   PIC 9(6)  VALUE 0.
           05  WS-FACTURAS-RECHAZADAS    PIC 9(6)  VALUE 0.
           05  WS-RESPUESTAS-ERRADAS     PIC 9(6)  VALUE 0.
           05  WS-NOTAS-AUTORIZADAS      PIC 9(6)  VALUE 0.
           05  WS-NOTAS-RECHAZADAS       PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               DISPLAY "NO EXISTE EL ARCHIVO FACTURAS.DAT, NO HAY"
               DISPLAY "DONDE REGISTRAR LAS RESPUESTAS"
           END-IF
           OPEN I-O NOTASDEB-FILE
           IF WS-NOTASDEB-OK
               MOVE 'S' TO WS-NOTASDEB-ABIERTA
           END-IF
           .

       20000-PROCESO.
                       "' PARA LA FACTURA " SRR-FACTURAID
                       ", SE OMITE"
           ELSE
               IF SRR-TIPO-DOC = "05"
                   PERFORM 20300-PROCESAR-NOTA-DEBITO
               ELSE
                   PERFORM 20150-PROCESAR-FACTURA
               END-IF
           END-IF
           .

       20150-PROCESAR-FACTURA.
           MOVE SRR-ID-COMPRADOR TO FD-ID
           MOVE SRR-FACTURAID    TO FD-FACTURAID
           READ FACTURAS-FILE
               INVALID KEY
                   ADD 1 TO WS-RESPUESTAS-ERRADAS
                   DISPLAY "FACTURA " SRR-FACTURAID " CEDULA "
                           SRR-ID-COMPRADOR " NO EXISTE EN"
                           " FACTURAS.DAT, SE OMITE"
               NOT INVALID KEY
                   PERFORM 20200-APLICAR-RESPUESTA
           END-READ
           .

      *    SOLO SE APLICA LA RESPUESTA A FACTURAS MARCADAS COMO
      *    ENVIADAS POR SRI001. UNA RESPUESTA PARA UNA FACTURA EN
      *    OTRO ESTADO (PENDIENTE, YA AUTORIZADA, ANULADA DESPUES
           END-IF
           .

      *    RESPUESTA DE UNA NOTA DE DEBITO: SE UBICA POR SU NUMERO Y
      *    DEBE SER DEL MISMO CLIENTE Y ESTAR ENVIADA.
       20300-PROCESAR-NOTA-DEBITO.
           MOVE SRR-FACTURAID TO FD-ND-NUMERO
           IF WS-NOTASDEB-ABIERTA = 'S'
               READ NOTASDEB-FILE
                   INVALID KEY
                       MOVE "23" TO WS-FS-NOTASDEB
               END-READ
           ELSE
               MOVE "35" TO WS-FS-NOTASDEB
           END-IF
           IF NOT WS-NOTASDEB-OK OR FD-ND-REF-ID NOT = SRR-ID-COMPRADOR
               ADD 1 TO WS-RESPUESTAS-ERRADAS
               DISPLAY "NOTA DE DEBITO " SRR-FACTURAID " CEDULA "
                       SRR-ID-COMPRADOR " NO EXISTE EN"
                       " NOTASDEB.DAT, SE OMITE"
           ELSE
               PERFORM 20400-APLICAR-RESPUESTA-NOTA
           END-IF
           .

       20400-APLICAR-RESPUESTA-NOTA.
           IF FD-ND-ESTADO-SRI NOT = 'E'
               ADD 1 TO WS-RESPUESTAS-ERRADAS
               DISPLAY "NOTA DE DEBITO " FD-ND-NUMERO " NO ESTA EN"
                       " ESTADO ENVIADA (ESTADO SRI '"
                       FD-ND-ESTADO-SRI "'), SE OMITE"
           ELSE
               MOVE SRR-RESPUESTA TO FD-ND-ESTADO-SRI
               IF SRR-RESPUESTA = 'A'
                   MOVE SRR-NUM-AUTORIZACION
                        TO FD-ND-NUM-AUTORIZACION
                   MOVE SPACES TO FD-ND-MOTIVO-RECHAZO
               ELSE
                   MOVE SPACES TO FD-ND-NUM-AUTORIZACION
                   MOVE SRR-MOTIVO-RECHAZO TO FD-ND-MOTIVO-RECHAZO
               END-IF
               REWRITE FD-NOTADEB-REG
                   INVALID KEY
                       ADD 1 TO WS-RESPUESTAS-ERRADAS
                       DISPLAY "NO SE PUDO ACTUALIZAR LA NOTA DE "
                               "DEBITO " FD-ND-NUMERO
                   NOT INVALID KEY
                       IF SRR-RESPUESTA = 'A'
                           ADD 1 TO WS-NOTAS-AUTORIZADAS
                       ELSE
                           ADD 1 TO WS-NOTAS-RECHAZADAS
                       END-IF
               END-REWRITE
           END-IF
           .

       30000-FIN.
           DISPLAY "RESPUESTAS LEIDAS      : " WS-RESPUESTAS-LEIDAS
           DISPLAY "FACTURAS AUTORIZADAS   : " WS-FACTURAS-AUTORIZADAS
           DISPLAY "FACTURAS RECHAZADAS    : " WS-FACTURAS-RECHAZADAS
           DISPLAY "NOTAS DEB. AUTORIZADAS : " WS-NOTAS-AUTORIZADAS
           DISPLAY "NOTAS DEB. RECHAZADAS  : " WS-NOTAS-RECHAZADAS
           DISPLAY "RESPUESTAS CON ERROR   : " WS-RESPUESTAS-ERRADAS
           IF WS-RESPUESTA-ABIERTA = 'S'
               CLOSE RESPUESTA-FILE
           IF WS-FACTURAS-ABIERTA = 'S'
               CLOSE FACTURAS-FILE
           END-IF
           IF WS-NOTASDEB-ABIERTA = 'S'
               CLOSE NOTASDEB-FILE
           END-IF
           STOP RUN.
       END PROGRAM SRI002.
