      *          CANTIDAD SUGERIDA PARA VOLVER AL MINIMO. EL RESULTADO
      *          QUEDA EN REPOSICION.RPT.
      * TECTONICS: COBC
      * MODIFICATIONS:
      *  05/09/26 - DEBAJO DE CADA PRODUCTO POR REPONER SE IMPRIME LA
      *             ULTIMA COMPRA (FECHA, COSTO Y PROVEEDOR DE
      *             PROVEEDORES.DAT) PARA SABER A QUIEN PEDIRLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-PROD-CODIGO
               FILE STATUS IS WS-FS-PRODUCTOS.
           SELECT PROVEEDORES-FILE ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PRV-RUC
               FILE STATUS IS WS-FS-PROVEEDORES.
           SELECT REPORTE-FILE ASSIGN TO "REPOSICION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
      *-----------------------
       FD  PRODUCTOS-FILE.
           COPY PRODUCTO.
       FD  PROVEEDORES-FILE.
           COPY PROVEEDOR.
       FD  REPORTE-FILE.
           COPY REPORTE.
       WORKING-STORAGE SECTION.
       01  WS-ARCHIVOS.
           05  WS-FS-PRODUCTOS           PIC XX.
               88 WS-PRODUCTOS-OK                 VALUE "00".
           05  WS-FS-PROVEEDORES         PIC XX.
               88 WS-PROVEEDORES-OK               VALUE "00".
           05  WS-FS-REPORTE             PIC XX.
           05  WS-PRODUCTOS-ABIERTA     PIC X     VALUE 'N'.
           05  WS-PROVEEDORES-ABIERTA   PIC X     VALUE 'N'.

       01  WS-TOTAL-PRODUCTOS            PIC 9(6)  VALUE 0.
       01  WS-TOTAL-REPONER              PIC 9(6)  VALUE 0.
           05  WS-R-MINIMO               PIC ZZZ.ZZZ.Z9.
           05  WS-R-SUGERIDA             PIC ZZZ.ZZZ.Z9.
           05  WS-R-CONTADOR             PIC ZZZ.ZZ9.
           05  WS-R-ULT-COSTO            PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  WS-R-ULT-FECHA.
               10  WS-R-ULT-DIA          PIC 99.
               10  FILLER                PIC X     VALUE "/".
               10  WS-R-ULT-MES          PIC 99.
               10  FILLER                PIC X     VALUE "/".
               10  WS-R-ULT-ANIO         PIC 9(4).
       01  WK-ULT-FECHA                  PIC 9(8)  VALUE 0.
       01  FILLER REDEFINES WK-ULT-FECHA.
           05  WK-ULT-ANIO               PIC 9(4).
           05  WK-ULT-MES                PIC 99.
           05  WK-ULT-DIA                PIC 99.
       01  WK-ULT-PROVEEDOR-NOMBRE       PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               DISPLAY "NO EXISTE EL ARCHIVO PRODUCTOS.DAT, NADA QUE"
               DISPLAY "REPORTAR"
           END-IF
           OPEN INPUT PROVEEDORES-FILE
           IF WS-PROVEEDORES-OK
               MOVE 'S' TO WS-PROVEEDORES-ABIERTA
           END-IF
           OPEN OUTPUT REPORTE-FILE
           MOVE "REPORTE DE REPOSICION DE EXISTENCIAS" TO REP-LINEA
           WRITE REP-LINEA
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           IF FD-PROD-ULT-PROVEEDOR NOT = 0
               PERFORM 20200-IMPRIME-ULTIMA-COMPRA
           END-IF
           .

      *    SEGUNDA LINEA DEL PRODUCTO CON SU ULTIMA RECEPCION DE
      *    COMPRA. SI EL PROVEEDOR YA NO ESTA EN EL MAESTRO SE IMPRIME
      *    SOLO SU RUC.
       20200-IMPRIME-ULTIMA-COMPRA.
           MOVE SPACES TO WK-ULT-PROVEEDOR-NOMBRE
           IF WS-PROVEEDORES-ABIERTA = 'S'
               MOVE FD-PROD-ULT-PROVEEDOR TO FD-PRV-RUC
               READ PROVEEDORES-FILE
                   INVALID KEY
                       MOVE "(NO REGISTRADO EN PROVEEDORES)"
                            TO WK-ULT-PROVEEDOR-NOMBRE
                   NOT INVALID KEY
                       MOVE FD-PRV-NOMBRE TO WK-ULT-PROVEEDOR-NOMBRE
               END-READ
           END-IF
           MOVE FD-PROD-ULT-COMPRA-FECHA TO WK-ULT-FECHA
           MOVE WK-ULT-DIA               TO WS-R-ULT-DIA
           MOVE WK-ULT-MES               TO WS-R-ULT-MES
           MOVE WK-ULT-ANIO              TO WS-R-ULT-ANIO
           MOVE FD-PROD-ULT-COSTO        TO WS-R-ULT-COSTO
           MOVE SPACES TO REP-LINEA
           STRING "           ULTIMA COMPRA:" DELIMITED BY SIZE
                  WS-R-ULT-FECHA DELIMITED BY SIZE
                  " COSTO:" WS-R-ULT-COSTO DELIMITED BY SIZE
                  " PROVEEDOR:" FD-PROD-ULT-PROVEEDOR DELIMITED BY SIZE
                  " " WK-ULT-PROVEEDOR-NOMBRE DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

       30000-RESUMEN.
           IF WS-PRODUCTOS-ABIERTA = 'S'
               CLOSE PRODUCTOS-FILE
           END-IF
           IF WS-PROVEEDORES-ABIERTA = 'S'
               CLOSE PROVEEDORES-FILE
           END-IF
           CLOSE REPORTE-FILE
           STOP RUN.
       END PROGRAM RPT003.
