      ******************************************************************
      * AUTHOR: LEONARDO VILLAFUERTE
      * DATE: 24/09/26
      * PURPOSE: ANEXO TRANSACCIONAL SIMPLIFICADO (ATS), SECCION DE
      *          VENTAS. PARA UN MES YA TERMINADO (AAAAMM) AGRUPA POR
      *          COMPRADOR (CEDULA/RUC Y TIPO DE ID) LAS FACTURAS DE
      *          FACTURAS.DAT Y LAS NOTAS DE DEBITO DE NOTASDEB.DAT
      *          EMITIDAS EN EL MES, LES RESTA LAS NOTAS DE CREDITO
      *          DEL MES Y SUMA LO QUE CADA COMPRADOR NOS RETUVO EN EL
      *          MES (RETENCIONES.DAT) POR IVA Y POR RENTA. LAS REGLAS
      *          SON LAS DE LA DECLARACION DE IVA DE RPT004: LA
      *          FACTURA ENTRA POR SU FECHA DE EMISION, LA NOTA DE
      *          CREDITO POR LA SUYA, LAS ANULADAS VIEJAS SIN NOTA DE
      *          CREDITO NO ENTRAN Y LAS NOTAS DE DEBITO CONDONADAS
      *          TAMPOCO. ADEMAS LISTA LAS FACTURAS ANULADAS QUE EL SRI
      *          HABIA AUTORIZADO (FD-NUM-AUTORIZACION), EN EL MES DE
      *          SU ULTIMA NOTA DE CREDITO, Y LAS NOTAS DE DEBITO
      *          AUTORIZADAS QUE SE CONDONARON, EN EL MES DE LA
      *          CONDONACION.
      *          EL ARCHIVO PARA LA HERRAMIENTA DEL SRI QUEDA EN
      *          ATSVENTAS.TXT (VER ATSVENTA.CPY) Y EL REPORTE DE
      *          CONTROL EN ATSCONTROL.RPT: LOS TOTALES POR TASA
      *          CALCULADOS COMO EN IVAMES.RPT, LOS DEL ARCHIVO Y SI
      *          CUADRAN. SI NO CUADRAN TERMINA CON CODIGO DE RETORNO 4.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SRI003.
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
           SELECT NOTASCRED-FILE ASSIGN TO "NOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NC-NUMERO
               ALTERNATE RECORD KEY IS FD-NC-REF WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTASCRED.
           SELECT NOTASDEB-FILE ASSIGN TO "NOTASDEB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ND-NUMERO
               ALTERNATE RECORD KEY IS FD-ND-REF WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTASDEB.
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-RT-KEY
               FILE STATUS IS WS-FS-RETENCIONES.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.
           SELECT ATS-FILE ASSIGN TO "ATSVENTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATS.
           SELECT REPORTE-FILE ASSIGN TO "ATSCONTROL.RPT"
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
       FD  NOTASCRED-FILE.
           COPY NOTACRED.
       FD  NOTASDEB-FILE.
           COPY NOTADEB.
       FD  RETENCIONES-FILE.
           COPY RETENCION.
       FD  PERIODOS-FILE.
           COPY PERIODO.
       FD  ATS-FILE.
           COPY ATSVENTA.
       FD  REPORTE-FILE.
           COPY REPORTE.
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-ARCHIVOS.
           05  WS-FS-CLIENTES            PIC XX.
               88 WS-CLIENTES-OK                  VALUE "00".
           05  WS-FS-FACTURAS            PIC XX.
               88 WS-FACTURAS-OK                  VALUE "00".
           05  WS-FS-NOTASCRED           PIC XX.
               88 WS-NOTASCRED-OK                 VALUE "00".
           05  WS-FS-NOTASDEB            PIC XX.
               88 WS-NOTASDEB-OK                  VALUE "00".
           05  WS-FS-RETENCIONES         PIC XX.
               88 WS-RETENCIONES-OK               VALUE "00".
           05  WS-FS-PERIODOS            PIC XX.
               88 WS-PERIODOS-OK                  VALUE "00".
           05  WS-FS-ATS                 PIC XX.
           05  WS-FS-REPORTE             PIC XX.
           05  WS-CLIENTES-ABIERTA      PIC X     VALUE 'N'.
           05  WS-FACTURAS-ABIERTA      PIC X     VALUE 'N'.
           05  WS-NOTASCRED-ABIERTA     PIC X     VALUE 'N'.
           05  WS-NOTASDEB-ABIERTA      PIC X     VALUE 'N'.
           05  WS-RETENCIONES-ABIERTA   PIC X     VALUE 'N'.

       01  WK-CONTINUAR-SW               PIC X     VALUE 'N'.
           88 WK-CONTINUAR                         VALUE 'S'.

      *    RUC DEL INFORMANTE, EL MISMO QUE EL EMISOR DE SRI001.
       01  WS-RUC-EMISOR                 PIC X(13)
                                         VALUE "1790012345001".

       01  WS-HOY                        PIC 9(8)  VALUE 0.
       01  WS-MES-DECLARADO              PIC 9(6)  VALUE 0.
       01  WS-MES-DECLARADO-R REDEFINES WS-MES-DECLARADO.
           05  WS-MD-ANIO                PIC 9(4).
           05  WS-MD-MES                 PIC 99.
       01  WK-MES-DOCUMENTO              PIC 9(6).
       01  WK-FECHA-R.
           05  WK-FECHA-AAMM             PIC 9(6).
           05  WK-FECHA-DD               PIC 99.
       01  WK-PERIODO-CERRADO-SW         PIC X     VALUE 'N'.
           88 WK-PERIODO-CERRADO                   VALUE 'S'.

      *+---------------------------------------------------------------+
      *    ACUMULADORES POR TASA DE IVA, IGUALES A LOS DE RPT004:
      *    FACTURAS, NOTAS DE CREDITO Y NOTAS DE DEBITO POR SEPARADO.
      *+---------------------------------------------------------------+
       01  WS-TOTAL-TASAS                PIC 99    VALUE 0.
       01  TB-ACUM-TASAS.
           05  TB-TASA-ACUM OCCURS 20 TIMES INDEXED BY TB-ACUM-IDX.
               10  TB-AC-TASA            PIC 9(2)V99.
               10  TB-AC-BASE            PIC S9(15)V99.
               10  TB-AC-IVA             PIC S9(15)V99.
               10  TB-AC-DOCUMENTOS      PIC 9(6).
               10  TB-AC-NC-BASE         PIC S9(15)V99.
               10  TB-AC-NC-IVA          PIC S9(15)V99.
               10  TB-AC-NC-DOCS         PIC 9(6).
               10  TB-AC-ND-BASE         PIC S9(15)V99.
               10  TB-AC-ND-IVA          PIC S9(15)V99.
               10  TB-AC-ND-DOCS         PIC 9(6).
       01  WK-TASA-BUSCADA               PIC 9(2)V99.
       01  WK-TASA-HALLADA               PIC X     VALUE 'N'.
       01  WK-HAY-NC-SW                  PIC X     VALUE 'N'.
       01  WK-FECHA-ULT-NC               PIC 9(8)  VALUE 0.

      *+---------------------------------------------------------------+
      *    COMPRADORES DEL MES, ORDENADOS POR CEDULA Y TIPO DE ID PARA
      *    BUSCARLOS CON SEARCH ALL. UN COMPRADOR NUEVO SE INSERTA EN
      *    SU LUGAR CORRIENDO LOS DE CLAVE MAYOR.
      *+---------------------------------------------------------------+
       01  WS-TB-MAX-COMPRADORES         PIC 9(4)  VALUE 5000.
       01  WS-TOTAL-COMPRADORES          PIC 9(4)  VALUE 0.
       01  TB-COMPRADORES.
           05  TB-COMP OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-TOTAL-COMPRADORES
                   ASCENDING KEY IS TB-CP-CLAVE
                   INDEXED BY TB-CP-IDX.
               10  TB-CP-CLAVE.
                   15  TB-CP-ID          PIC 9(10).
                   15  TB-CP-ID-TIPO     PIC X.
               10  TB-CP-FACTURAS        PIC 9(6).
               10  TB-CP-NOTAS-DEBITO    PIC 9(6).
               10  TB-CP-NOTAS-CREDITO   PIC 9(6).
               10  TB-CP-BASE-0          PIC S9(13)V99.
               10  TB-CP-BASE-GRAVADA    PIC S9(13)V99.
               10  TB-CP-IVA             PIC S9(13)V99.
               10  TB-CP-RET-IVA         PIC 9(13)V99.
               10  TB-CP-RET-RENTA       PIC 9(13)V99.
       01  WK-CP-CLAVE.
           05  WK-CP-ID                  PIC 9(10).
           05  WK-CP-ID-TIPO             PIC X.
       01  WK-COMPRADOR-SW               PIC X     VALUE 'N'.
           88 WK-COMPRADOR-UBICADO                 VALUE 'S'.
       01  WK-LUGAR-SW                   PIC X     VALUE 'N'.
           88 WK-LUGAR-HALLADO                     VALUE 'S'.
       01  WK-SUB-I                      PIC 9(4)  VALUE 0.
       01  WK-SUB-ANT                    PIC 9(4)  VALUE 0.
      *    DOCUMENTO QUE REFERENCIA UNA FACTURA (NOTA DE CREDITO O
      *    RETENCION): SU COMPRADOR TOMA EL TIPO DE ID DE LA FACTURA.
       01  WK-REF-ID                     PIC 9(10) VALUE 0.
       01  WK-REF-FACTURAID              PIC 9(18) VALUE 0.
       01  WK-BASE-DOCUMENTO             PIC S9(13)V99 VALUE 0.

      *    COMPROBANTES AUTORIZADOS ANULADOS QUE SE INFORMAN EN EL MES:
      *    FACTURAS ANULADAS ("01") Y NOTAS DE DEBITO CONDONADAS ("05").
       01  WS-TB-MAX-ANULADOS            PIC 9(4)  VALUE 1000.
       01  WS-TOTAL-ANULADOS             PIC 9(4)  VALUE 0.
       01  TB-ANULADOS.
           05  TB-ANU OCCURS 1000 TIMES.
               10  TB-AN-TIPO            PIC X(2).
               10  TB-AN-ID              PIC 9(10).
               10  TB-AN-FACTURAID       PIC 9(18).
               10  TB-AN-FECHA           PIC 9(8).
               10  TB-AN-AUTORIZACION    PIC X(37).
       01  WK-AN-DOCUMENTO               PIC X(8).
       01  WK-NUMERO-DOC                 PIC 9(18) VALUE 0.
       01  WK-NUMERO-DOC-R REDEFINES WK-NUMERO-DOC.
           05  FILLER                    PIC 9(3).
           05  WK-NUM-ESTABLEC           PIC 9(3).
           05  WK-NUM-PTO-EMISION        PIC 9(3).
           05  WK-NUM-SECUENCIAL         PIC 9(9).

       01  WS-ACUMULADORES.
           05  WS-FACTURAS-LEIDAS        PIC 9(6)  VALUE 0.
           05  WS-ANULADAS-SIN-AUTORIZ   PIC 9(6)  VALUE 0.
           05  WS-ANULADOS-FUERA         PIC 9(6)  VALUE 0.
           05  WS-DOCS-FUERA             PIC 9(6)  VALUE 0.
           05  WS-TIPO-POR-DEFECTO       PIC 9(6)  VALUE 0.
           05  WS-RT-IVA-MES             PIC 9(13)V99 VALUE 0.
           05  WS-RT-RENTA-MES           PIC 9(13)V99 VALUE 0.
      *    TOTALES DE LA DECLARACION (NETO DE TODAS LAS TASAS).
           05  WS-DC-BASE                PIC S9(15)V99 VALUE 0.
           05  WS-DC-IVA                 PIC S9(15)V99 VALUE 0.
           05  WS-DC-DOCUMENTOS          PIC 9(7)  VALUE 0.
           05  WS-DC-NC-DOCS             PIC 9(7)  VALUE 0.
      *    TOTALES DEL ARCHIVO ATS.
           05  WS-AT-BASE-0              PIC S9(15)V99 VALUE 0.
           05  WS-AT-BASE-GRAVADA        PIC S9(15)V99 VALUE 0.
           05  WS-AT-BASE                PIC S9(15)V99 VALUE 0.
           05  WS-AT-IVA                 PIC S9(15)V99 VALUE 0.
           05  WS-AT-DOCUMENTOS          PIC 9(7)  VALUE 0.
           05  WS-AT-NC-DOCS             PIC 9(7)  VALUE 0.
           05  WS-AT-RET-IVA             PIC 9(15)V99 VALUE 0.
           05  WS-AT-RET-RENTA           PIC 9(15)V99 VALUE 0.
       01  WK-DIFERENCIAS                PIC 9     VALUE 0.

       01  WS-LINEA-ATS.
           05  WS-A-TASA                 PIC Z9,99.
           05  WS-A-BASE                 PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-A-IVA                  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-A-VALOR                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-A-VALOR2               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-A-DOCS                 PIC ZZZ.ZZ9.
           05  WS-A-DOCS2                PIC ZZZ.ZZ9.
           05  WS-A-CUADRE               PIC X(10).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COMIENZO-SRI003.
           PERFORM 10000-INICIO
           IF WK-CONTINUAR
               PERFORM 20000-PROCESO-FACTURAS
               PERFORM 21000-PROCESO-NOTAS-CREDITO
               PERFORM 22000-PROCESO-NOTAS-DEBITO
               PERFORM 23000-PROCESO-RETENCIONES
               PERFORM 30000-GRABAR-ATS
               PERFORM 40000-REPORTE-CONTROL
           END-IF
           PERFORM 50000-FIN
           .

       10000-INICIO.
           MOVE 'S' TO WK-CONTINUAR-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           DISPLAY "ANEXO TRANSACCIONAL SIMPLIFICADO - VENTAS"
           DISPLAY "INGRESE MES A INFORMAR AAAAMM"
           ACCEPT WS-MES-DECLARADO
           OPEN OUTPUT REPORTE-FILE
           MOVE SPACES TO REP-LINEA
           STRING "CONTROL DEL ATS DE VENTAS - PERIODO "
                  WS-MES-DECLARADO DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM 11000-VALIDAR-MES
           IF WK-CONTINUAR
               PERFORM 12000-VERIFICAR-PERIODO
               PERFORM 13000-ABRIR-ARCHIVOS
           END-IF
           IF NOT WK-CONTINUAR
               MOVE 4 TO RETURN-CODE
               DISPLAY "ATS NO GENERADO, VER ATSCONTROL.RPT"
           END-IF
           .

      *    EL ATS SE PRESENTA CON EL MES TERMINADO.
       11000-VALIDAR-MES.
           IF WS-MD-MES < 1 OR WS-MD-MES > 12
               MOVE 'N' TO WK-CONTINUAR-SW
               MOVE "MES INVALIDO, NO SE GENERO EL ATS" TO REP-LINEA
               WRITE REP-LINEA
           ELSE
               IF WS-MES-DECLARADO NOT < WS-HOY(1:6)
                   MOVE 'N' TO WK-CONTINUAR-SW
                   MOVE SPACES TO REP-LINEA
                   STRING "EL MES " WS-MES-DECLARADO " NO HA"
                          " TERMINADO, NO SE GENERO EL ATS"
                          DELIMITED BY SIZE
                          INTO REP-LINEA
                   END-STRING
                   WRITE REP-LINEA
               END-IF
           END-IF
           .

      *    UN MES TODAVIA ABIERTO SE PUEDE INFORMAR, PERO SE AVISA:
      *    SUS CIFRAS PUEDEN CAMBIAR HASTA QUE SE CIERRE.
       12000-VERIFICAR-PERIODO.
           MOVE 'N' TO WK-PERIODO-CERRADO-SW
           OPEN INPUT PERIODOS-FILE
           IF WS-PERIODOS-OK
               PERFORM UNTIL NOT WS-PERIODOS-OK
                   READ PERIODOS-FILE
                       AT END
                           MOVE "35" TO WS-FS-PERIODOS
                       NOT AT END
                           IF PE-PERIODO = WS-MES-DECLARADO
                               SET WK-PERIODO-CERRADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF
           IF NOT WK-PERIODO-CERRADO
               MOVE SPACES TO REP-LINEA
               STRING "AVISO: EL PERIODO " WS-MES-DECLARADO
                      " NO ESTA CERRADO EN PERIODOS.CTL, LAS CIFRAS"
                      " PUEDEN CAMBIAR"
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           END-IF
           .

       13000-ABRIR-ARCHIVOS.
           OPEN INPUT FACTURAS-FILE
           IF WS-FACTURAS-OK
               MOVE 'S' TO WS-FACTURAS-ABIERTA
           ELSE
               DISPLAY "NO EXISTE EL ARCHIVO FACTURAS.DAT, EL ATS SALE"
               DISPLAY "SIN FACTURAS"
           END-IF
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-OK
               MOVE 'S' TO WS-CLIENTES-ABIERTA
           END-IF
           OPEN INPUT NOTASCRED-FILE
           IF WS-NOTASCRED-OK
               MOVE 'S' TO WS-NOTASCRED-ABIERTA
           END-IF
           OPEN INPUT NOTASDEB-FILE
           IF WS-NOTASDEB-OK
               MOVE 'S' TO WS-NOTASDEB-ABIERTA
           END-IF
           OPEN INPUT RETENCIONES-FILE
           IF WS-RETENCIONES-OK
               MOVE 'S' TO WS-RETENCIONES-ABIERTA
           END-IF
           OPEN OUTPUT ATS-FILE
           .

      *+---------------------------------------------------------------+
      *    FACTURAS DEL MES, CON LA MISMA REGLA DE 20100-PROCESA-
      *    FACTURA DE RPT004. EN LA MISMA PASADA SE RECOGEN LAS
      *    ANULADAS CON AUTORIZACION CUYA ULTIMA NOTA DE CREDITO CAE
      *    EN EL MES (LAS ANULADAS VIEJAS SIN NOTA, POR SU EMISION).
      *+---------------------------------------------------------------+
       20000-PROCESO-FACTURAS.
           IF WS-FACTURAS-ABIERTA = 'S'
               MOVE LOW-VALUES TO FD-KEY-PRIMARIA
               START FACTURAS-FILE KEY IS >= FD-KEY-PRIMARIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL NOT WS-FACTURAS-OK
                           READ FACTURAS-FILE NEXT RECORD
                               AT END
                                   MOVE "35" TO WS-FS-FACTURAS
                               NOT AT END
                                   ADD 1 TO WS-FACTURAS-LEIDAS
                                   PERFORM 20100-PROCESA-FACTURA
                           END-READ
                       END-PERFORM
               END-START
               MOVE "00" TO WS-FS-FACTURAS
           END-IF
           .

       20100-PROCESA-FACTURA.
           MOVE FD-FECHA-EMISION TO WK-FECHA-R
           MOVE WK-FECHA-AAMM    TO WK-MES-DOCUMENTO
           IF FD-ESTADO = 'X'
               PERFORM 20150-BUSCAR-NOTAS-CREDITO
           ELSE
               MOVE 'S' TO WK-HAY-NC-SW
           END-IF
           IF WK-MES-DOCUMENTO = WS-MES-DECLARADO AND
              WK-HAY-NC-SW = 'S'
               PERFORM 20200-ACUMULAR-FACTURA
           END-IF
           IF FD-ESTADO = 'X'
               PERFORM 20300-VERIFICAR-ANULADA
           END-IF
           .

      *    DICE SI LA FACTURA TIENE NOTAS DE CREDITO Y LA FECHA DE LA
      *    ULTIMA, QUE EN UNA ANULADA ES LA DE LA ANULACION.
       20150-BUSCAR-NOTAS-CREDITO.
           MOVE 'N' TO WK-HAY-NC-SW
           MOVE 0   TO WK-FECHA-ULT-NC
           IF WS-NOTASCRED-ABIERTA = 'S'
               MOVE FD-ID        TO FD-NC-REF-ID
               MOVE FD-FACTURAID TO FD-NC-REF-FACTURAID
               START NOTASCRED-FILE KEY IS >= FD-NC-REF
                   INVALID KEY
                       MOVE "35" TO WS-FS-NOTASCRED
                   NOT INVALID KEY
                       MOVE "00" TO WS-FS-NOTASCRED
               END-START
               PERFORM UNTIL NOT WS-NOTASCRED-OK
                   READ NOTASCRED-FILE NEXT RECORD
                       AT END
                           MOVE "35" TO WS-FS-NOTASCRED
                       NOT AT END
                           IF FD-NC-REF-ID NOT = FD-ID OR
                              FD-NC-REF-FACTURAID NOT = FD-FACTURAID
                               MOVE "35" TO WS-FS-NOTASCRED
                           ELSE
                               MOVE 'S' TO WK-HAY-NC-SW
                               IF FD-NC-FECHA > WK-FECHA-ULT-NC
                                   MOVE FD-NC-FECHA
                                        TO WK-FECHA-ULT-NC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-NOTASCRED
           END-IF
           .

       20200-ACUMULAR-FACTURA.
           MOVE FD-TASA-IVA TO WK-TASA-BUSCADA
           PERFORM 29000-UBICAR-TASA
           ADD 1 TO TB-AC-DOCUMENTOS(TB-ACUM-IDX)
           COMPUTE TB-AC-BASE(TB-ACUM-IDX) =
                   TB-AC-BASE(TB-ACUM-IDX)
                   + FD-VALORTOTAL-CXP - FD-DESC
           ADD FD-VALORIVA TO TB-AC-IVA(TB-ACUM-IDX)
           MOVE FD-ID      TO WK-CP-ID
           MOVE FD-ID-TIPO TO WK-CP-ID-TIPO
           PERFORM 29100-UBICAR-COMPRADOR
           IF WK-COMPRADOR-UBICADO
               ADD 1 TO TB-CP-FACTURAS(TB-CP-IDX)
               COMPUTE WK-BASE-DOCUMENTO =
                       FD-VALORTOTAL-CXP - FD-DESC
               IF FD-TASA-IVA = 0
                   ADD WK-BASE-DOCUMENTO TO TB-CP-BASE-0(TB-CP-IDX)
               ELSE
                   ADD WK-BASE-DOCUMENTO
                       TO TB-CP-BASE-GRAVADA(TB-CP-IDX)
               END-IF
               ADD FD-VALORIVA TO TB-CP-IVA(TB-CP-IDX)
           END-IF
           .

      *    SOLO SE INFORMAN LAS QUE EL SRI LLEGO A AUTORIZAR; LAS
      *    DEMAS NUNCA FUERON COMPROBANTES VALIDOS Y SOLO SE CUENTAN.
       20300-VERIFICAR-ANULADA.
           IF WK-HAY-NC-SW = 'S'
               MOVE WK-FECHA-ULT-NC TO WK-FECHA-R
           ELSE
               MOVE FD-FECHA-EMISION TO WK-FECHA-R
           END-IF
           IF WK-FECHA-AAMM = WS-MES-DECLARADO
               IF FD-NUM-AUTORIZACION = SPACES
                   ADD 1 TO WS-ANULADAS-SIN-AUTORIZ
               ELSE
                   IF WS-TOTAL-ANULADOS < WS-TB-MAX-ANULADOS
                       ADD 1 TO WS-TOTAL-ANULADOS
                       MOVE WS-TOTAL-ANULADOS TO WK-SUB-I
                       MOVE "01"         TO TB-AN-TIPO(WK-SUB-I)
                       MOVE FD-ID        TO TB-AN-ID(WK-SUB-I)
                       MOVE FD-FACTURAID TO TB-AN-FACTURAID(WK-SUB-I)
                       MOVE WK-FECHA-R   TO TB-AN-FECHA(WK-SUB-I)
                       MOVE FD-NUM-AUTORIZACION
                            TO TB-AN-AUTORIZACION(WK-SUB-I)
                   ELSE
                       ADD 1 TO WS-ANULADOS-FUERA
                   END-IF
               END-IF
           END-IF
           .

      *    NOTAS DE CREDITO DEL MES, RESTADAS AL COMPRADOR DE LA
      *    FACTURA QUE REFERENCIAN.
       21000-PROCESO-NOTAS-CREDITO.
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
                                   PERFORM 21100-PROCESA-NOTA-CREDITO
                           END-READ
                       END-PERFORM
               END-START
               MOVE "00" TO WS-FS-NOTASCRED
           END-IF
           .

       21100-PROCESA-NOTA-CREDITO.
           MOVE FD-NC-FECHA   TO WK-FECHA-R
           MOVE WK-FECHA-AAMM TO WK-MES-DOCUMENTO
           IF WK-MES-DOCUMENTO = WS-MES-DECLARADO
               MOVE FD-NC-TASA-IVA TO WK-TASA-BUSCADA
               PERFORM 29000-UBICAR-TASA
               ADD 1 TO TB-AC-NC-DOCS(TB-ACUM-IDX)
               ADD FD-NC-VALOR    TO TB-AC-NC-BASE(TB-ACUM-IDX)
               ADD FD-NC-VALORIVA TO TB-AC-NC-IVA(TB-ACUM-IDX)
               MOVE FD-NC-REF-ID        TO WK-REF-ID
               MOVE FD-NC-REF-FACTURAID TO WK-REF-FACTURAID
               PERFORM 29300-TIPO-ID-REFERENCIA
               PERFORM 29100-UBICAR-COMPRADOR
               IF WK-COMPRADOR-UBICADO
                   ADD 1 TO TB-CP-NOTAS-CREDITO(TB-CP-IDX)
                   IF FD-NC-TASA-IVA = 0
                       SUBTRACT FD-NC-VALOR
                           FROM TB-CP-BASE-0(TB-CP-IDX)
                   ELSE
                       SUBTRACT FD-NC-VALOR
                           FROM TB-CP-BASE-GRAVADA(TB-CP-IDX)
                   END-IF
                   SUBTRACT FD-NC-VALORIVA FROM TB-CP-IVA(TB-CP-IDX)
               END-IF
           END-IF
           .

      *    NOTAS DE DEBITO POR MORA DEL MES SIN LAS CONDONADAS, COMO
      *    EN 35100-PROCESA-NOTA-DEBITO DE RPT004.
       22000-PROCESO-NOTAS-DEBITO.
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
                                   PERFORM 22100-PROCESA-NOTA-DEBITO
                           END-READ
                       END-PERFORM
               END-START
               MOVE "00" TO WS-FS-NOTASDEB
           END-IF
           .

       22100-PROCESA-NOTA-DEBITO.
           MOVE FD-ND-FECHA   TO WK-FECHA-R
           MOVE WK-FECHA-AAMM TO WK-MES-DOCUMENTO
           IF WK-MES-DOCUMENTO = WS-MES-DECLARADO AND
              NOT FD-ND-CONDONADA
               MOVE FD-ND-TASA-IVA TO WK-TASA-BUSCADA
               PERFORM 29000-UBICAR-TASA
               ADD 1 TO TB-AC-ND-DOCS(TB-ACUM-IDX)
               ADD FD-ND-VALOR    TO TB-AC-ND-BASE(TB-ACUM-IDX)
               ADD FD-ND-VALORIVA TO TB-AC-ND-IVA(TB-ACUM-IDX)
               MOVE FD-ND-REF-ID  TO WK-CP-ID
               MOVE FD-ND-ID-TIPO TO WK-CP-ID-TIPO
               PERFORM 29100-UBICAR-COMPRADOR
               IF WK-COMPRADOR-UBICADO
                   ADD 1 TO TB-CP-NOTAS-DEBITO(TB-CP-IDX)
                   IF FD-ND-TASA-IVA = 0
                       ADD FD-ND-VALOR TO TB-CP-BASE-0(TB-CP-IDX)
                   ELSE
                       ADD FD-ND-VALOR
                           TO TB-CP-BASE-GRAVADA(TB-CP-IDX)
                   END-IF
                   ADD FD-ND-VALORIVA TO TB-CP-IVA(TB-CP-IDX)
               END-IF
           END-IF
           IF FD-ND-CONDONADA AND FD-ND-ESTADO-SRI = 'A'
               PERFORM 22200-VERIFICAR-ND-CONDONADA
           END-IF
           .

      *    LA NOTA DE DEBITO CONDONADA NO ENTRA EN VENTAS (COMO EN
      *    RPT004); SI EL SRI YA LA HABIA AUTORIZADO SE INFORMA COMO
      *    ANULADA EN EL MES DE LA CONDONACION.
       22200-VERIFICAR-ND-CONDONADA.
           MOVE FD-ND-FECHA-CONDONACION TO WK-FECHA-R
           IF WK-FECHA-AAMM = WS-MES-DECLARADO
               IF WS-TOTAL-ANULADOS < WS-TB-MAX-ANULADOS
                   ADD 1 TO WS-TOTAL-ANULADOS
                   MOVE WS-TOTAL-ANULADOS TO WK-SUB-I
                   MOVE "05"         TO TB-AN-TIPO(WK-SUB-I)
                   MOVE FD-ND-REF-ID TO TB-AN-ID(WK-SUB-I)
                   MOVE FD-ND-NUMERO TO TB-AN-FACTURAID(WK-SUB-I)
                   MOVE FD-ND-FECHA-CONDONACION
                        TO TB-AN-FECHA(WK-SUB-I)
                   MOVE FD-ND-NUM-AUTORIZACION
                        TO TB-AN-AUTORIZACION(WK-SUB-I)
               ELSE
                   ADD 1 TO WS-ANULADOS-FUERA
               END-IF
           END-IF
           .

      *    RETENCIONES QUE LOS COMPRADORES NOS HICIERON EN EL MES, POR
      *    LA FECHA DEL COMPROBANTE COMO EN RPT007.
       23000-PROCESO-RETENCIONES.
           IF WS-RETENCIONES-ABIERTA = 'S'
               MOVE LOW-VALUES TO FD-RT-KEY
               START RETENCIONES-FILE KEY IS >= FD-RT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL NOT WS-RETENCIONES-OK
                           READ RETENCIONES-FILE NEXT RECORD
                               AT END
                                   MOVE "35" TO WS-FS-RETENCIONES
                               NOT AT END
                                   PERFORM 23100-PROCESA-RETENCION
                           END-READ
                       END-PERFORM
               END-START
               MOVE "00" TO WS-FS-RETENCIONES
           END-IF
           .

       23100-PROCESA-RETENCION.
           MOVE FD-RT-FECHA   TO WK-FECHA-R
           MOVE WK-FECHA-AAMM TO WK-MES-DOCUMENTO
           IF WK-MES-DOCUMENTO = WS-MES-DECLARADO
               IF FD-RT-TIPO-IMPUESTO = "IVA"
                   ADD FD-RT-VALOR TO WS-RT-IVA-MES
               ELSE
                   ADD FD-RT-VALOR TO WS-RT-RENTA-MES
               END-IF
               MOVE FD-RT-REF-ID        TO WK-REF-ID
               MOVE FD-RT-REF-FACTURAID TO WK-REF-FACTURAID
               PERFORM 29300-TIPO-ID-REFERENCIA
               PERFORM 29100-UBICAR-COMPRADOR
               IF WK-COMPRADOR-UBICADO
                   IF FD-RT-TIPO-IMPUESTO = "IVA"
                       ADD FD-RT-VALOR TO TB-CP-RET-IVA(TB-CP-IDX)
                   ELSE
                       ADD FD-RT-VALOR TO TB-CP-RET-RENTA(TB-CP-IDX)
                   END-IF
               END-IF
           END-IF
           .

      *    UBICA (O CREA) LA ENTRADA DE LA TABLA DE ACUMULADORES PARA
      *    LA TASA EN WK-TASA-BUSCADA, IGUAL QUE RPT004.
       29000-UBICAR-TASA.
           MOVE 'N' TO WK-TASA-HALLADA
           PERFORM VARYING TB-ACUM-IDX FROM 1 BY 1
                     UNTIL TB-ACUM-IDX > WS-TOTAL-TASAS
                        OR WK-TASA-HALLADA = 'S'
               IF TB-AC-TASA(TB-ACUM-IDX) = WK-TASA-BUSCADA
                   MOVE 'S' TO WK-TASA-HALLADA
               END-IF
           END-PERFORM
           IF WK-TASA-HALLADA = 'S'
               SET TB-ACUM-IDX DOWN BY 1
           ELSE
               IF WS-TOTAL-TASAS < 20
                   ADD 1 TO WS-TOTAL-TASAS
                   SET TB-ACUM-IDX TO WS-TOTAL-TASAS
                   INITIALIZE TB-TASA-ACUM(TB-ACUM-IDX)
                   MOVE WK-TASA-BUSCADA TO TB-AC-TASA(TB-ACUM-IDX)
               ELSE
                   DISPLAY "MAS DE 20 TASAS DISTINTAS EN EL MES, SE"
                   DISPLAY "ACUMULA EN LA ULTIMA ENTRADA"
                   SET TB-ACUM-IDX TO 20
               END-IF
           END-IF
           .

      *    DEJA TB-CP-IDX EN EL COMPRADOR DE WK-CP-CLAVE, CREANDOLO SI
      *    ES NUEVO. CON LA TABLA LLENA EL DOCUMENTO SOLO SE CUENTA Y
      *    EL REPORTE DE CONTROL SALE DESCUADRADO.
       29100-UBICAR-COMPRADOR.
           MOVE 'N' TO WK-COMPRADOR-SW
           IF WS-TOTAL-COMPRADORES > 0
               SEARCH ALL TB-COMP
                   AT END
                       CONTINUE
                   WHEN TB-CP-CLAVE(TB-CP-IDX) = WK-CP-CLAVE
                       SET WK-COMPRADOR-UBICADO TO TRUE
               END-SEARCH
           END-IF
           IF NOT WK-COMPRADOR-UBICADO
               IF WS-TOTAL-COMPRADORES < WS-TB-MAX-COMPRADORES
                   PERFORM 29200-INSERTAR-COMPRADOR
               ELSE
                   ADD 1 TO WS-DOCS-FUERA
               END-IF
           END-IF
           .

       29200-INSERTAR-COMPRADOR.
           ADD 1 TO WS-TOTAL-COMPRADORES
           MOVE WS-TOTAL-COMPRADORES TO WK-SUB-I
           MOVE 'N' TO WK-LUGAR-SW
           PERFORM UNTIL WK-LUGAR-HALLADO
               IF WK-SUB-I = 1
                   SET WK-LUGAR-HALLADO TO TRUE
               ELSE
                   COMPUTE WK-SUB-ANT = WK-SUB-I - 1
                   IF TB-CP-CLAVE(WK-SUB-ANT) < WK-CP-CLAVE
                       SET WK-LUGAR-HALLADO TO TRUE
                   ELSE
                       MOVE TB-COMP(WK-SUB-ANT) TO TB-COMP(WK-SUB-I)
                       MOVE WK-SUB-ANT TO WK-SUB-I
                   END-IF
               END-IF
           END-PERFORM
           INITIALIZE TB-COMP(WK-SUB-I)
           MOVE WK-CP-CLAVE TO TB-CP-CLAVE(WK-SUB-I)
           SET TB-CP-IDX TO WK-SUB-I
           SET WK-COMPRADOR-UBICADO TO TRUE
           .

      *    TIPO DE ID DEL COMPRADOR DE UN DOCUMENTO QUE REFERENCIA
      *    UNA FACTURA: EL DE LA FACTURA, Y SI YA NO ESTA EN LINEA EL
      *    DEL MAESTRO DE CLIENTES. SIN NINGUNO DE LOS DOS SE TOMA
      *    CEDULA Y SE CUENTA EN EL REPORTE.
       29300-TIPO-ID-REFERENCIA.
           MOVE WK-REF-ID TO WK-CP-ID
           MOVE SPACE     TO WK-CP-ID-TIPO
           IF WS-FACTURAS-ABIERTA = 'S'
               MOVE WK-REF-ID        TO FD-ID
               MOVE WK-REF-FACTURAID TO FD-FACTURAID
               READ FACTURAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-ID-TIPO TO WK-CP-ID-TIPO
               END-READ
           END-IF
           IF WK-CP-ID-TIPO = SPACE AND WS-CLIENTES-ABIERTA = 'S'
               MOVE WK-REF-ID TO FD-CLI-ID
               READ CLIENTES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-CLI-ID-TIPO TO WK-CP-ID-TIPO
               END-READ
           END-IF
           IF WK-CP-ID-TIPO = SPACE
               MOVE 'C' TO WK-CP-ID-TIPO
               ADD 1 TO WS-TIPO-POR-DEFECTO
           END-IF
           .

      *+---------------------------------------------------------------+
      *    ARCHIVO PARA LA HERRAMIENTA DEL SRI: CABECERA, UN REGISTRO
      *    POR COMPRADOR EN ORDEN DE CEDULA Y LOS ANULADOS.
      *+---------------------------------------------------------------+
       30000-GRABAR-ATS.
           PERFORM VARYING TB-CP-IDX FROM 1 BY 1
                     UNTIL TB-CP-IDX > WS-TOTAL-COMPRADORES
               ADD TB-CP-BASE-0(TB-CP-IDX)       TO WS-AT-BASE-0
               ADD TB-CP-BASE-GRAVADA(TB-CP-IDX) TO WS-AT-BASE-GRAVADA
               ADD TB-CP-IVA(TB-CP-IDX)          TO WS-AT-IVA
               ADD TB-CP-FACTURAS(TB-CP-IDX)
                   TB-CP-NOTAS-DEBITO(TB-CP-IDX) TO WS-AT-DOCUMENTOS
               ADD TB-CP-NOTAS-CREDITO(TB-CP-IDX) TO WS-AT-NC-DOCS
               ADD TB-CP-RET-IVA(TB-CP-IDX)      TO WS-AT-RET-IVA
               ADD TB-CP-RET-RENTA(TB-CP-IDX)    TO WS-AT-RET-RENTA
           END-PERFORM
           COMPUTE WS-AT-BASE = WS-AT-BASE-0 + WS-AT-BASE-GRAVADA
           MOVE SPACES TO REG-ATS-VENTA
           SET ATS-CABECERA TO TRUE
           MOVE WS-RUC-EMISOR        TO ATS-C-RUC-INFORMANTE
           MOVE WS-MD-ANIO           TO ATS-C-ANIO
           MOVE WS-MD-MES            TO ATS-C-MES
           MOVE WS-TOTAL-COMPRADORES TO ATS-C-COMPRADORES
           MOVE WS-TOTAL-ANULADOS    TO ATS-C-ANULADOS
           MOVE WS-AT-BASE           TO ATS-C-TOTAL-VENTAS
           WRITE REG-ATS-VENTA
           PERFORM VARYING TB-CP-IDX FROM 1 BY 1
                     UNTIL TB-CP-IDX > WS-TOTAL-COMPRADORES
               PERFORM 30100-GRABAR-COMPRADOR
           END-PERFORM
           PERFORM VARYING WK-SUB-I FROM 1 BY 1
                     UNTIL WK-SUB-I > WS-TOTAL-ANULADOS
               PERFORM 30200-GRABAR-ANULADO
           END-PERFORM
           .

       30100-GRABAR-COMPRADOR.
           MOVE SPACES TO REG-ATS-VENTA
           SET ATS-VENTA TO TRUE
           EVALUATE TB-CP-ID-TIPO(TB-CP-IDX)
               WHEN 'R'
                   MOVE "04" TO ATS-V-TP-ID-CLIENTE
               WHEN 'P'
                   MOVE "06" TO ATS-V-TP-ID-CLIENTE
               WHEN OTHER
                   MOVE "05" TO ATS-V-TP-ID-CLIENTE
           END-EVALUATE
           MOVE TB-CP-ID(TB-CP-IDX)            TO ATS-V-ID-CLIENTE
           MOVE TB-CP-FACTURAS(TB-CP-IDX)      TO ATS-V-FACTURAS
           MOVE TB-CP-NOTAS-DEBITO(TB-CP-IDX)  TO ATS-V-NOTAS-DEBITO
           MOVE TB-CP-NOTAS-CREDITO(TB-CP-IDX) TO ATS-V-NOTAS-CREDITO
           MOVE TB-CP-BASE-0(TB-CP-IDX)        TO ATS-V-BASE-TARIFA-0
           MOVE TB-CP-BASE-GRAVADA(TB-CP-IDX)  TO ATS-V-BASE-GRAVADA
           MOVE TB-CP-IVA(TB-CP-IDX)           TO ATS-V-MONTO-IVA
           MOVE TB-CP-RET-IVA(TB-CP-IDX)       TO ATS-V-RET-IVA
           MOVE TB-CP-RET-RENTA(TB-CP-IDX)     TO ATS-V-RET-RENTA
           WRITE REG-ATS-VENTA
           .

       30200-GRABAR-ANULADO.
           MOVE TB-AN-FACTURAID(WK-SUB-I) TO WK-NUMERO-DOC
           MOVE SPACES TO REG-ATS-VENTA
           SET ATS-ANULADO TO TRUE
           MOVE TB-AN-TIPO(WK-SUB-I)         TO ATS-A-TIPO-COMPROB
           MOVE WK-NUM-ESTABLEC              TO ATS-A-ESTABLECIMIENTO
           MOVE WK-NUM-PTO-EMISION           TO ATS-A-PUNTO-EMISION
           MOVE WK-NUM-SECUENCIAL         TO ATS-A-SECUENCIAL-DESDE
           MOVE WK-NUM-SECUENCIAL         TO ATS-A-SECUENCIAL-HASTA
           MOVE TB-AN-AUTORIZACION(WK-SUB-I) TO ATS-A-AUTORIZACION
           MOVE TB-AN-FECHA(WK-SUB-I)        TO ATS-A-FECHA-ANULACION
           WRITE REG-ATS-VENTA
           .

      *+---------------------------------------------------------------+
      *    REPORTE DE CONTROL: LA DECLARACION POR TASA COMO LA IMPRIME
      *    RPT004, SU NETO CONTRA EL TOTAL DEL ARCHIVO, LAS
      *    RETENCIONES DEL MES CONTRA LAS INFORMADAS Y LOS ANULADOS.
      *+---------------------------------------------------------------+
       40000-REPORTE-CONTROL.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "DECLARACION DE IVA DEL MES (COMO EN IVAMES.RPT)"
                TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM VARYING TB-ACUM-IDX FROM 1 BY 1
                     UNTIL TB-ACUM-IDX > WS-TOTAL-TASAS
               PERFORM 41000-IMPRIMIR-UNA-TASA
           END-PERFORM
           IF WS-TOTAL-TASAS = 0
               MOVE "SIN MOVIMIENTOS EN EL PERIODO" TO REP-LINEA
               WRITE REP-LINEA
               MOVE SPACES TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           PERFORM 42000-CUADRE
           PERFORM 43000-LISTAR-ANULADOS
           DISPLAY "ATS GENERADO EN ATSVENTAS.TXT, COMPRADORES: "
                   WS-TOTAL-COMPRADORES
           IF WK-DIFERENCIAS > 0
               MOVE 4 TO RETURN-CODE
               DISPLAY "EL ATS NO CUADRA CON LA DECLARACION, VER"
               DISPLAY "ATSCONTROL.RPT"
           END-IF
           .

       41000-IMPRIMIR-UNA-TASA.
           MOVE SPACES TO REP-LINEA
           MOVE TB-AC-TASA(TB-ACUM-IDX) TO WS-A-TASA
           STRING "TASA " WS-A-TASA " %" DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE TB-AC-BASE(TB-ACUM-IDX) TO WS-A-BASE
           MOVE TB-AC-IVA(TB-ACUM-IDX)  TO WS-A-IVA
           MOVE TB-AC-DOCUMENTOS(TB-ACUM-IDX) TO WS-A-DOCS
           MOVE SPACES TO REP-LINEA
           STRING "  VENTAS    BASE:" WS-A-BASE DELIMITED BY SIZE
                  " IVA:" WS-A-IVA DELIMITED BY SIZE
                  " DOCS:" WS-A-DOCS DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE TB-AC-NC-BASE(TB-ACUM-IDX) TO WS-A-BASE
           MOVE TB-AC-NC-IVA(TB-ACUM-IDX)  TO WS-A-IVA
           MOVE TB-AC-NC-DOCS(TB-ACUM-IDX) TO WS-A-DOCS
           MOVE SPACES TO REP-LINEA
           STRING "  NOTAS CR. BASE:" WS-A-BASE DELIMITED BY SIZE
                  " IVA:" WS-A-IVA DELIMITED BY SIZE
                  " DOCS:" WS-A-DOCS DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE TB-AC-ND-BASE(TB-ACUM-IDX) TO WS-A-BASE
           MOVE TB-AC-ND-IVA(TB-ACUM-IDX)  TO WS-A-IVA
           MOVE TB-AC-ND-DOCS(TB-ACUM-IDX) TO WS-A-DOCS
           MOVE SPACES TO REP-LINEA
           STRING "  NOTAS DB. BASE:" WS-A-BASE DELIMITED BY SIZE
                  " IVA:" WS-A-IVA DELIMITED BY SIZE
                  " DOCS:" WS-A-DOCS DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           COMPUTE WS-A-BASE = TB-AC-BASE(TB-ACUM-IDX)
                   + TB-AC-ND-BASE(TB-ACUM-IDX)
                   - TB-AC-NC-BASE(TB-ACUM-IDX)
           COMPUTE WS-A-IVA = TB-AC-IVA(TB-ACUM-IDX)
                   + TB-AC-ND-IVA(TB-ACUM-IDX)
                   - TB-AC-NC-IVA(TB-ACUM-IDX)
           MOVE SPACES TO REP-LINEA
           STRING "  NETO      BASE:" WS-A-BASE DELIMITED BY SIZE
                  " IVA:" WS-A-IVA DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           COMPUTE WS-DC-BASE = WS-DC-BASE + TB-AC-BASE(TB-ACUM-IDX)
                   + TB-AC-ND-BASE(TB-ACUM-IDX)
                   - TB-AC-NC-BASE(TB-ACUM-IDX)
           COMPUTE WS-DC-IVA = WS-DC-IVA + TB-AC-IVA(TB-ACUM-IDX)
                   + TB-AC-ND-IVA(TB-ACUM-IDX)
                   - TB-AC-NC-IVA(TB-ACUM-IDX)
           ADD TB-AC-DOCUMENTOS(TB-ACUM-IDX)
               TB-AC-ND-DOCS(TB-ACUM-IDX) TO WS-DC-DOCUMENTOS
           ADD TB-AC-NC-DOCS(TB-ACUM-IDX) TO WS-DC-NC-DOCS
           .

       42000-CUADRE.
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "CUADRE              DECLARACION                ATS"
                TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-DC-BASE TO WS-A-VALOR
           MOVE WS-AT-BASE TO WS-A-VALOR2
           IF WS-DC-BASE = WS-AT-BASE
               MOVE "CUADRA" TO WS-A-CUADRE
           ELSE
               MOVE "DIFERENCIA" TO WS-A-CUADRE
               ADD 1 TO WK-DIFERENCIAS
           END-IF
           MOVE SPACES TO REP-LINEA
           STRING "BASE NETA     " WS-A-VALOR " " WS-A-VALOR2 " "
                  WS-A-CUADRE DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-DC-IVA TO WS-A-VALOR
           MOVE WS-AT-IVA TO WS-A-VALOR2
           IF WS-DC-IVA = WS-AT-IVA
               MOVE "CUADRA" TO WS-A-CUADRE
           ELSE
               MOVE "DIFERENCIA" TO WS-A-CUADRE
               ADD 1 TO WK-DIFERENCIAS
           END-IF
           MOVE SPACES TO REP-LINEA
           STRING "IVA NETO      " WS-A-VALOR " " WS-A-VALOR2 " "
                  WS-A-CUADRE DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-DC-DOCUMENTOS TO WS-A-DOCS
           MOVE WS-AT-DOCUMENTOS TO WS-A-DOCS2
           IF WS-DC-DOCUMENTOS = WS-AT-DOCUMENTOS
               MOVE "CUADRA" TO WS-A-CUADRE
           ELSE
               MOVE "DIFERENCIA" TO WS-A-CUADRE
               ADD 1 TO WK-DIFERENCIAS
           END-IF
           MOVE SPACES TO REP-LINEA
           STRING "FACT. + N.DEB.            " WS-A-DOCS
                  "            " WS-A-DOCS2 " "
                  WS-A-CUADRE DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-DC-NC-DOCS TO WS-A-DOCS
           MOVE WS-AT-NC-DOCS TO WS-A-DOCS2
           IF WS-DC-NC-DOCS = WS-AT-NC-DOCS
               MOVE "CUADRA" TO WS-A-CUADRE
           ELSE
               MOVE "DIFERENCIA" TO WS-A-CUADRE
               ADD 1 TO WK-DIFERENCIAS
           END-IF
           MOVE SPACES TO REP-LINEA
           STRING "NOTAS DE CREDITO          " WS-A-DOCS
                  "            " WS-A-DOCS2 " "
                  WS-A-CUADRE DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "RETENCIONES RECIBIDAS   RETENMES.RPT               ATS"
                TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-RT-IVA-MES TO WS-A-VALOR
           MOVE WS-AT-RET-IVA TO WS-A-VALOR2
           IF WS-RT-IVA-MES = WS-AT-RET-IVA
               MOVE "CUADRA" TO WS-A-CUADRE
           ELSE
               MOVE "DIFERENCIA" TO WS-A-CUADRE
               ADD 1 TO WK-DIFERENCIAS
           END-IF
           MOVE SPACES TO REP-LINEA
           STRING "RET. IVA      " WS-A-VALOR " " WS-A-VALOR2 " "
                  WS-A-CUADRE DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-RT-RENTA-MES TO WS-A-VALOR
           MOVE WS-AT-RET-RENTA TO WS-A-VALOR2
           IF WS-RT-RENTA-MES = WS-AT-RET-RENTA
               MOVE "CUADRA" TO WS-A-CUADRE
           ELSE
               MOVE "DIFERENCIA" TO WS-A-CUADRE
               ADD 1 TO WK-DIFERENCIAS
           END-IF
           MOVE SPACES TO REP-LINEA
           STRING "RET. RENTA    " WS-A-VALOR " " WS-A-VALOR2 " "
                  WS-A-CUADRE DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-AT-BASE-0 TO WS-A-VALOR
           MOVE SPACES TO REP-LINEA
           STRING "BASE TARIFA 0 INFORMADA:  " WS-A-VALOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-AT-BASE-GRAVADA TO WS-A-VALOR
           MOVE SPACES TO REP-LINEA
           STRING "BASE GRAVADA INFORMADA:   " WS-A-VALOR
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-TOTAL-COMPRADORES TO WS-A-DOCS
           MOVE SPACES TO REP-LINEA
           STRING "COMPRADORES INFORMADOS:   " WS-A-DOCS
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           IF WS-DOCS-FUERA > 0
               MOVE WS-DOCS-FUERA TO WS-A-DOCS
               MOVE SPACES TO REP-LINEA
               STRING "DOCUMENTOS SIN LUGAR EN LA TABLA DE "
                      "COMPRADORES: " WS-A-DOCS
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           END-IF
           IF WS-TIPO-POR-DEFECTO > 0
               MOVE WS-TIPO-POR-DEFECTO TO WS-A-DOCS
               MOVE SPACES TO REP-LINEA
               STRING "DOCUMENTOS SIN FACTURA NI CLIENTE, INFORMADOS "
                      "COMO CEDULA: " WS-A-DOCS
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           END-IF
           .

       43000-LISTAR-ANULADOS.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "COMPROBANTES ANULADOS INFORMADOS" TO REP-LINEA
           WRITE REP-LINEA
           IF WS-TOTAL-ANULADOS = 0
               MOVE "  NINGUNO" TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           PERFORM VARYING WK-SUB-I FROM 1 BY 1
                     UNTIL WK-SUB-I > WS-TOTAL-ANULADOS
               IF TB-AN-TIPO(WK-SUB-I) = "05"
                   MOVE "NOTA DB." TO WK-AN-DOCUMENTO
               ELSE
                   MOVE "FACTURA " TO WK-AN-DOCUMENTO
               END-IF
               MOVE SPACES TO REP-LINEA
               STRING "  " WK-AN-DOCUMENTO " " TB-AN-FACTURAID(WK-SUB-I)
                      " CEDULA " TB-AN-ID(WK-SUB-I)
                      " ANULADA " TB-AN-FECHA(WK-SUB-I)
                      " AUT. " TB-AN-AUTORIZACION(WK-SUB-I)
                      DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
           END-PERFORM
           IF WS-ANULADOS-FUERA > 0
               MOVE WS-ANULADOS-FUERA TO WS-A-DOCS
               MOVE SPACES TO REP-LINEA
               STRING "  ANULADOS QUE NO ENTRARON EN LA TABLA: "
                      WS-A-DOCS DELIMITED BY SIZE
                      INTO REP-LINEA
               END-STRING
               WRITE REP-LINEA
               ADD 1 TO WK-DIFERENCIAS
           END-IF
           MOVE WS-ANULADAS-SIN-AUTORIZ TO WS-A-DOCS
           MOVE SPACES TO REP-LINEA
           STRING "  ANULADAS SIN AUTORIZACION DEL SRI (NO SE "
                  "INFORMAN): " WS-A-DOCS
                  DELIMITED BY SIZE
                  INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

       50000-FIN.
           IF WS-FACTURAS-ABIERTA = 'S'
               CLOSE FACTURAS-FILE
           END-IF
           IF WS-CLIENTES-ABIERTA = 'S'
               CLOSE CLIENTES-FILE
           END-IF
           IF WS-NOTASCRED-ABIERTA = 'S'
               CLOSE NOTASCRED-FILE
           END-IF
           IF WS-NOTASDEB-ABIERTA = 'S'
               CLOSE NOTASDEB-FILE
           END-IF
           IF WS-RETENCIONES-ABIERTA = 'S'
               CLOSE RETENCIONES-FILE
           END-IF
           IF WK-CONTINUAR
               CLOSE ATS-FILE
           END-IF
           CLOSE REPORTE-FILE
           STOP RUN.
       END PROGRAM SRI003.
