      *          (UNA RECHAZADA SE REENVIA VOLVIENDOLA A PENDIENTE EN
      *          EL MANTENIMIENTO DE FACTURA DE MENU01).
      * TECTONICS: COBC
      * MODIFICATIONS:
      *  20/09/26 - CADA REGISTRO LLEVA EL TIPO DE COMPROBANTE. UNA
      *             SEGUNDA PASADA EXPORTA LAS NOTAS DE DEBITO POR MORA
      *             PENDIENTES DE NOTASDEB.DAT (TIPO '05', CON LA
      *             FACTURA QUE MODIFICAN) Y LAS MARCA COMO ENVIADAS;
      *             LAS CONDONADAS NO SE ENVIAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS FD-KEY-PRIMARIA
               ALTERNATE RECORD KEY IS FD-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-FACTURAS.
           SELECT NOTASDEB-FILE ASSIGN TO "NOTASDEB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-ND-NUMERO
               ALTERNATE RECORD KEY IS FD-ND-REF WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTASDEB.
           SELECT EXPORT-FILE ASSIGN TO "SRIEXPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORT.
      *-----------------------
       FD  FACTURAS-FILE.
           COPY FACTURA.
       FD  NOTASDEB-FILE.
           COPY NOTADEB.
       FD  EXPORT-FILE.
           COPY SRIEXP.
       WORKING-STORAGE SECTION.
       01  WS-ARCHIVOS.
           05  WS-FS-FACTURAS            PIC XX.
               88 WS-FACTURAS-OK                  VALUE "00".
           05  WS-FS-NOTASDEB            PIC XX.
               88 WS-NOTASDEB-OK                  VALUE "00".
           05  WS-FS-EXPORT              PIC XX.
           05  WS-FACTURAS-ABIERTA      PIC X     VALUE 'N'.
           05  WS-NOTASDEB-ABIERTA      PIC X     VALUE 'N'.

      *    RUC DEL EMISOR QUE VIAJA EN CADA REGISTRO DE INTERFAZ.
      *    CAMBIARLO AQUI SI CAMBIA LA RAZON SOCIAL.
           05  WS-FACTURAS-LEIDAS        PIC 9(6)  VALUE 0.
           05  WS-FACTURAS-ENVIADAS      PIC 9(6)  VALUE 0.
           05  WS-FACTURAS-OMITIDAS      PIC 9(6)  VALUE 0.
           05  WS-NOTAS-LEIDAS           PIC 9(6)  VALUE 0.
           05  WS-NOTAS-ENVIADAS         PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COMIENZO-SRI001.
           PERFORM 10000-INICIO
           PERFORM 20000-PROCESO
           PERFORM 21000-PROCESO-NOTAS-DEBITO
           PERFORM 30000-FIN
           .

               DISPLAY "NO EXISTE EL ARCHIVO FACTURAS.DAT, NADA QUE"
               DISPLAY "EXPORTAR"
           END-IF
           OPEN I-O NOTASDEB-FILE
           IF WS-NOTASDEB-OK
               MOVE 'S' TO WS-NOTASDEB-ABIERTA
           END-IF
           OPEN OUTPUT EXPORT-FILE
           .

           MOVE FD-VALORIVA        TO SRI-VALOR-IVA
           COMPUTE SRI-VALOR-TOTAL = FD-VALORTOTAL-CXP
                   - FD-DESC + FD-VALORIVA
           MOVE "01"               TO SRI-TIPO-DOC
           MOVE 0                  TO SRI-DOC-MODIFICADO
           WRITE REG-SRI-EXPORT
           MOVE 'E' TO FD-ESTADO-SRI
           REWRITE FD-FACTURA-REG
           END-REWRITE
           .

      *    MISMA REGLA QUE PARA LAS FACTURAS: SOLO SALEN LAS NOTAS
      *    ACTIVAS PENDIENTES DE ENVIO.
       21000-PROCESO-NOTAS-DEBITO.
           IF WS-NOTASDEB-ABIERTA = 'S'
               PERFORM UNTIL NOT WS-NOTASDEB-OK
                   READ NOTASDEB-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-NOTASDEB
                       NOT AT END
                           ADD 1 TO WS-NOTAS-LEIDAS
                           IF NOT FD-ND-CONDONADA AND
                              (FD-ND-ESTADO-SRI = 'P' OR
                               FD-ND-ESTADO-SRI = ' ')
                               PERFORM 21100-EXPORTAR-NOTA-DEBITO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       21100-EXPORTAR-NOTA-DEBITO.
           MOVE WS-RUC-EMISOR       TO SRI-RUC-EMISOR
           MOVE FD-ND-ID-TIPO       TO SRI-ID-TIPO
           MOVE FD-ND-REF-ID        TO SRI-ID-COMPRADOR
           MOVE FD-ND-NUMERO        TO SRI-FACTURAID
           MOVE FD-ND-FECHA         TO SRI-FECHA-EMISION
           MOVE FD-ND-VALOR         TO SRI-BASE-IMPONIBLE
           MOVE 0                   TO SRI-DESCUENTO
           MOVE FD-ND-TASA-IVA      TO SRI-TASA-IVA
           MOVE FD-ND-VALORIVA      TO SRI-VALOR-IVA
           COMPUTE SRI-VALOR-TOTAL = FD-ND-VALOR + FD-ND-VALORIVA
           MOVE "05"                TO SRI-TIPO-DOC
           MOVE FD-ND-REF-FACTURAID TO SRI-DOC-MODIFICADO
           WRITE REG-SRI-EXPORT
           MOVE 'E' TO FD-ND-ESTADO-SRI
           REWRITE FD-NOTADEB-REG
               INVALID KEY
                   DISPLAY "NO SE PUDO MARCAR COMO ENVIADA LA "
                           "NOTA DE DEBITO " FD-ND-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WS-NOTAS-ENVIADAS
           END-REWRITE
           .

       30000-FIN.
           DISPLAY "FACTURAS LEIDAS   : " WS-FACTURAS-LEIDAS
           DISPLAY "FACTURAS EXPORTADAS: " WS-FACTURAS-ENVIADAS
           DISPLAY "FACTURAS OMITIDAS : " WS-FACTURAS-OMITIDAS
           DISPLAY "NOTAS DEB. LEIDAS : " WS-NOTAS-LEIDAS
           DISPLAY "NOTAS DEB. EXPORTADAS: " WS-NOTAS-ENVIADAS
           DISPLAY "ARCHIVO DE INTERFAZ GENERADO EN SRIEXPORT.TXT"
           IF WS-FACTURAS-ABIERTA = 'S'
               CLOSE FACTURAS-FILE
           END-IF
           IF WS-NOTASDEB-ABIERTA = 'S'
               CLOSE NOTASDEB-FILE
           END-IF
           CLOSE EXPORT-FILE
           STOP RUN.
       END PROGRAM SRI001.
