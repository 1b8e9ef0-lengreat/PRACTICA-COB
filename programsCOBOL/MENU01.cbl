      *             ARCH01 Y CIERRE01 SOLO ACEPTAN FECHAS DE CORTE
      *             DE PERIODOS CERRADOS. LA SALIDA PASO A LA
      *             OPCION 12.
      *  05/09/26 - COMPRAS (OPCION 12): MAESTRO DE PROVEEDORES
      *             (PROVEEDORES.DAT: RUC, NOMBRE, CONTACTO Y PLAZO DE
      *             PAGO) Y RECEPCION DE MERCADERIA CONTRA LA FACTURA
      *             DEL PROVEEDOR (COMPRAS.DAT / COMPDET.DAT, NUMERO
      *             DE LA SERIE 'CP'). AL GRABAR LA RECEPCION SUBE EL
      *             STOCK, CADA LINEA DEJA UN MOVIMIENTO 'COM' EN
      *             KARDEX.MOV Y EL PRODUCTO RECALCULA SU COSTO
      *             PROMEDIO PONDERADO Y GUARDA LA ULTIMA COMPRA (VER
      *             RPT003). LA SALIDA PASO A LA OPCION 13.
      *  11/09/26 - LOS PAGOS CON CHEQUE, TARJETA O TRANSFERENCIA PIDEN
      *             LA REFERENCIA DEL DEPOSITO O TRANSFERENCIA, QUE
      *             QUEDA EN PAGOS.DAT PARA LA CONCILIACION BANCARIA
      *             DE CONC01. EL PAGO NACE SIN CONCILIAR.
      *  20/09/26 - NOTAS DE DEBITO POR INTERES DE MORA (NOTASDEB.DAT,
      *             SERIE 'ND'), EMITIDAS POR LA LIQUIDACION MENSUAL
      *             INTE01 CONTRA LA FACTURA VENCIDA MAS ANTIGUA DEL
      *             CLIENTE. SUMAN AL SALDO DE LA FACTURA EN COBRANZA,
      *             CONSULTA Y CONTROL DE CREDITO. UN SUPERVISOR PUEDE
      *             CONDONARLAS DESDE EL MANTENIMIENTO DE FACTURA
      *             (OPCION 4 DEL SUBMENU) Y DEVOLVER A PENDIENTE UNA
      *             QUE EL SRI RECHAZO PARA REENVIARLA (OPCION 5); UNA
      *             FACTURA CON NOTAS DE DEBITO ACTIVAS NO SE ANULA.
      *  28/09/26 - LISTAS DE PRECIOS: EL SUPERVISOR ASIGNA AL CLIENTE
      *             UNA LISTA DE LISTASPRECIO.TXT CON PRECIOS
      *             ESPECIALES POR PRODUCTO Y DESCUENTOS POR CANTIDAD,
      *             CADA REGLA CON SUS FECHAS DE VIGENCIA. EL INGRESO
      *             DE FACTURAS Y PROFORMAS APLICA PRECIO Y DESCUENTO
      *             POR LINEA (QUEDAN EN FACTDET/PROFDET) Y EL
      *             DESCUENTO DE LA FACTURA ARRANCA EN LA SUMA DE LAS
      *             LINEAS; UN DESCUENTO MAYOR PIDE SUPERVISOR Y QUEDA
      *             EN AUDITORIA. LA FACTURA GUARDA LISTA, PARTE DE
      *             REGLA, CAJERO Y SUPERVISOR QUE AUTORIZO (VER
      *             RPT009 PARA EL REPORTE MENSUAL DE DESCUENTOS).
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
           SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT FORMASPAGO-FILE ASSIGN TO "FORMASPAGO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FORMASPAGO.
           SELECT LISTASPRECIO-FILE ASSIGN TO "LISTASPRECIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTASPRECIO.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.
           SELECT PROVEEDORES-FILE ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PRV-RUC
               FILE STATUS IS WS-FS-PROVEEDORES.
           SELECT COMPRAS-FILE ASSIGN TO "COMPRAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CP-NUMERO
               ALTERNATE RECORD KEY IS FD-CP-REF-PROVEEDOR
               FILE STATUS IS WS-FS-COMPRAS.
           SELECT COMPDET-FILE ASSIGN TO "COMPDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CPD-KEY
               FILE STATUS IS WS-FS-COMPDET.
           SELECT FACTHIST-FILE ASSIGN TO "FACTURAS.HIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY PAGO.
       FD  NOTASCRED-FILE.
           COPY NOTACRED.
      *    NOTAS DE DEBITO POR MORA (LAS EMITE INTE01, VER 20480).
       FD  NOTASDEB-FILE.
           COPY NOTADEB.
      *    COMPROBANTES DE RETENCION CONTRA FACTURAS (VER 20850).
       FD  RETENCIONES-FILE.
           COPY RETENCION.
           COPY TASAIVA.
       FD  FORMASPAGO-FILE.
           COPY FORMAPAG.
      *    REGLAS DE LAS LISTAS DE PRECIOS DE CLIENTES (VER 10420-
      *    CARGAR-LISTAS-PRECIO Y 20227-APLICAR-LISTA-PRECIOS).
       FD  LISTASPRECIO-FILE.
           COPY LISTAPRE.
       FD  AUDITORIA-FILE.
           COPY AUDITORIA.
       FD  HISTPREC-FILE.
      *    QUE FACTURAS.DAT CON PREFIJO HI-.
       FD  FACTHIST-FILE.
           COPY FACTURA REPLACING LEADING ==FD== BY ==HI==.
      *    MAESTRO DE PROVEEDORES Y RECEPCIONES DE COMPRA CON SUS
      *    LINEAS (VER 21400-COMPRAS).
       FD  PROVEEDORES-FILE.
           COPY PROVEEDOR.
       FD  COMPRAS-FILE.
           COPY COMPRA.
       FD  COMPDET-FILE.
           COPY COMPDET.
       WORKING-STORAGE SECTION.
      *-----------------------
       01  FILLER                        PIC X(30) VALUE "INICIO WORKING
           05  WS-FS-NOTASCRED           PIC XX.
              88 WS-NOTASCRED-OK                  VALUE "00".
              88 WS-NOTASCRED-NO-EXISTE           VALUE "35".
           05  WS-FS-NOTASDEB            PIC XX.
              88 WS-NOTASDEB-OK                   VALUE "00".
              88 WS-NOTASDEB-NO-EXISTE            VALUE "35".
           05  WS-FS-RETENCIONES         PIC XX.
              88 WS-RETENCIONES-OK               VALUE "00".
              88 WS-RETENCIONES-NO-EXISTE        VALUE "35".
           05  WS-FS-FORMASPAGO          PIC XX.
              88 WS-FORMASPAGO-OK                 VALUE "00".
              88 WS-FORMASPAGO-NO-EXISTE          VALUE "35".
           05  WS-FS-LISTASPRECIO        PIC XX.
              88 WS-LISTASPRECIO-OK               VALUE "00".
              88 WS-LISTASPRECIO-NO-EXISTE        VALUE "35".
           05  WS-FS-AUDITORIA           PIC XX.
              88 WS-AUDITORIA-OK                  VALUE "00".
              88 WS-AUDITORIA-NO-EXISTE           VALUE "35".
           05  WS-FS-FACTHIST            PIC XX.
              88 WS-FACTHIST-OK                   VALUE "00".
              88 WS-FACTHIST-NO-EXISTE            VALUE "35".
           05  WS-FS-PROVEEDORES         PIC XX.
              88 WS-PROVEEDORES-OK                VALUE "00".
              88 WS-PROVEEDORES-NO-EXISTE         VALUE "35".
           05  WS-FS-COMPRAS             PIC XX.
              88 WS-COMPRAS-OK                    VALUE "00".
              88 WS-COMPRAS-NO-EXISTE             VALUE "35".
           05  WS-FS-COMPDET             PIC XX.
              88 WS-COMPDET-OK                    VALUE "00".
              88 WS-COMPDET-NO-EXISTE             VALUE "35".

       01  WS-ESTADO-LOTE.
           05  WS-LOTE-ESTADO            PIC X(11).
           05  TB-FP OCCURS 20 TIMES INDEXED BY TB-FP-IDX.
               10  TB-FP-NOMBRE          PIC X(15).
       01  WS-TOTAL-FORMAS-PAGO          PIC 99    VALUE 0.

      *+---------------------------------------------------------------+
      *       TABLA DE REGLAS DE LAS LISTAS DE PRECIOS DE CLIENTES
      *       (MISMO ORDEN DE CAMPOS QUE LISTAPRE.CPY)
      *+---------------------------------------------------------------+
       01  TB-LISTAS-PRECIO.
           05  TB-LP OCCURS 500 TIMES INDEXED BY TB-LP-IDX.
               10  TB-LP-LISTA           PIC X(4).
               10  TB-LP-PRODUCTO        PIC X(10).
               10  TB-LP-DESDE           PIC 9(8).
               10  TB-LP-HASTA           PIC 9(8).
               10  TB-LP-CANT-MINIMA     PIC 9(8).
               10  TB-LP-PRECIO          PIC 9(10)V99.
               10  TB-LP-PORC            PIC 9(2)V99.
       01  WS-TOTAL-LISTAS               PIC 9(3)  VALUE 0.
       01  WK-FORMA-VALIDA-SW            PIC X     VALUE 'N'.
           88 WK-FORMA-VALIDA                      VALUE 'S'.
       01  WS-HOY                        PIC 9(8).
      *+---------------------------------------------------------------+
       01  WK-CLI-CUPO-CREDITO           PIC 9(10)V99 VALUE 0.
       01  WK-CLI-DIAS-PLAZO             PIC 9(3)  VALUE 0.
       01  WK-CLI-LISTA-PRECIOS          PIC X(4)  VALUE SPACES.
       01  WK-CREDITO-OK-SW              PIC X     VALUE 'S'.
           88 WK-CREDITO-OK                        VALUE 'S'.
       01  WK-RESP-CREDITO               PIC X.
       01  WK-CRED-HOY-ENTERO            PIC 9(8)  VALUE 0.
       01  WK-CRED-EMISION-ENTERO        PIC 9(8)  VALUE 0.

      *+---------------------------------------------------------------+
      *     DATOS DE TRABAJO DE LAS LISTAS DE PRECIOS Y DEL DESCUENTO
      *     DE LA FACTURA. ENTRE LAS REGLAS VIGENTES QUE APLICAN A UNA
      *     LINEA GANA LA DE MAYOR PUNTAJE: PRIMERO LA DEL PRODUCTO
      *     SOBRE LA GENERAL DE LA LISTA, LUEGO LA DE MAYOR CANTIDAD
      *     MINIMA Y AL FINAL LA DE FECHA DESDE MAS RECIENTE. EL
      *     PRECIO Y EL PORCENTAJE SE ELIGEN POR SEPARADO, ASI UNA
      *     REGLA DE SOLO DESCUENTO NO BORRA UN PRECIO ESPECIAL.
      *+---------------------------------------------------------------+
       01  WK-LP-PRECIO-BASE             PIC 9(10)V99 VALUE 0.
       01  WK-LP-CANTIDAD                PIC 9(8)  VALUE 0.
       01  WK-LP-PRECIO                  PIC 9(10)V99 VALUE 0.
       01  WK-LP-PORC                    PIC 9(2)V99 VALUE 0.
       01  WK-LP-PUNTAJE-R.
           05  WK-LP-PJ-ESPECIFICA       PIC 9.
           05  WK-LP-PJ-CANTIDAD         PIC 9(8).
           05  WK-LP-PJ-FECHA            PIC 9(8).
       01  WK-LP-PUNTAJE REDEFINES WK-LP-PUNTAJE-R
                                         PIC 9(17).
       01  WK-LP-MEJOR-PRECIO            PIC 9(17) VALUE 0.
       01  WK-LP-MEJOR-DESC              PIC 9(17) VALUE 0.
       01  WK-LP-VALIDA-SW               PIC X     VALUE 'N'.
           88 WK-LP-VALIDA                         VALUE 'S'.
       01  WK-DESC-LISTA-TOTAL           PIC 9(10)V99 VALUE 0.
       01  WK-DESC-MANUAL                PIC 9(5)V99 VALUE 0.
       01  WK-RESP-DESCUENTO             PIC X.
       01  WK-SUP-CODIGO                 PIC X(10).
       01  WK-SUP-CLAVE                  PIC X(10).
       01  WK-SUP-APROBADO-SW            PIC X     VALUE 'N'.
           88 WK-SUP-APROBADO                      VALUE 'S'.
      *    RESULTADO DE AUDITORIA DE UN DESCUENTO MANUAL (45 POS.). SE
      *    ARMA AL AUTORIZAR Y SE GRABA CUANDO EL DOCUMENTO YA TIENE
      *    NUMERO (20264).
       01  WK-DESC-AUDITAR-SW            PIC X     VALUE 'N'.
           88 WK-DESC-AUDITAR                      VALUE 'S'.
       01  WK-AUD-DESCUENTO.
           05  WK-AD-AUTORIZA            PIC X(14).
           05  FILLER                    PIC X(6)  VALUE " DESC ".
           05  WK-AD-DESC                PIC ZZ.ZZ9,99.
           05  FILLER                    PIC X(7)  VALUE " REGLA ".
           05  WK-AD-REGLA               PIC ZZ.ZZ9,99.

      *+---------------------------------------------------------------+
      *                     DATOS PARA AUDITORIA
      *+---------------------------------------------------------------+
                 15 WK-VALORTOTAL-CXP    PIC S9(15)V99 COMP-3.
                 15 WK-DESC              PIC 9(5)V99.
                 15 WK-VALORIVA          PIC 9(5)V99.
                 15 WK-LISTA-PRECIOS     PIC X(4).
                 15 WK-DESC-REGLA        PIC 9(5)V99.
                 15 WK-DESC-AUTORIZA     PIC X(10).

      *+---------------------------------------------------------------+
      *     LINEAS DE LA FACTURA EN CURSO DE INGRESO. SE GRABAN EN
              10 WK-LIN-CANTIDAD         PIC 9(8).
              10 WK-LIN-PRECIO           PIC 9(10)V99.
              10 WK-LIN-VALOR            PIC 9(10)V99.
              10 WK-LIN-DESC-PORC        PIC 9(2)V99.
              10 WK-LIN-DESC             PIC 9(10)V99.

       01  SW-OTRA-LINEA                 PIC X     VALUE 'N'.
           88 SW-SI-OTRA-LINEA                     VALUE 'S'.
       01  WK-DET-ENCONTRADO             PIC X     VALUE 'N'.
       01  WK-SUMA-VALOR                 PIC 9(10)V99 VALUE 0.
       01  WK-SUMA-CANTIDAD              PIC 9(8)  VALUE 0.
       01  WK-SUMA-DESC                  PIC 9(10)V99 VALUE 0.

      *+---------------------------------------------------------------+
      *          DATOS DE TRABAJO DE CUENTAS POR COBRAR (PAGOS)
       01  WK-ULT-SECUENCIA              PIC 9(3)  VALUE 0.
       01  WK-PAGO-VALOR                 PIC 9(10)V99 VALUE 0.
       01  WK-FORMA-PAGO                 PIC X(15).
       01  WK-PAGO-REFERENCIA            PIC X(20).

      *+---------------------------------------------------------------+
      *       DATOS DE TRABAJO DE LAS RETENCIONES (COMPROBANTES QUE
       01  WK-NC-GRABADA-SW              PIC X     VALUE 'N'.
           88 WK-NC-GRABADA                        VALUE 'S'.

      *+---------------------------------------------------------------+
      *     DATOS DE TRABAJO DE LAS NOTAS DE DEBITO POR MORA
      *+---------------------------------------------------------------+
       01  WK-TOTAL-ND-VALOR             PIC 9(15)V99 VALUE 0.
       01  WK-TOTAL-ND-IVA               PIC 9(15)V99 VALUE 0.
       01  WK-ND-ACTIVAS                 PIC 9(4)  VALUE 0.
       01  WK-ND-NUMERO                  PIC 9(18) VALUE 0.
       01  WK-ND-TOTAL                   PIC 9(11)V99 VALUE 0.
       01  WK-RESP-CONDONA               PIC X.
       01  WK-ND-RECHAZADAS              PIC 9(4)  VALUE 0.

       01  WK-RESP-SRI                   PIC X.
       01  WK-RESP-HIST                  PIC X.

       01  WK-PF-ENCONTRADA              PIC X     VALUE 'N'.
       01  WK-RESP-VENCIDA               PIC X.

      *+---------------------------------------------------------------+
      *     DATOS DE TRABAJO DE PROVEEDORES Y RECEPCION DE COMPRAS. LAS
      *     LINEAS RECIBIDAS QUEDAN EN TB-LINEAS-COMPRA HASTA QUE EL
      *     OPERADOR CONFIRMA Y EL ENCABEZADO QUEDA GRABADO.
      *+---------------------------------------------------------------+
       01  WS-OPCION-COMPRA              PIC 9.
       01  WK-PRV-RUC                    PIC 9(13) VALUE 0.
       01  WK-RESP-PROVEEDOR             PIC X.
       01  WK-CP-NUMERO                  PIC 9(18) VALUE 0.
       01  WK-CP-FACT-PROVEEDOR          PIC X(17).
       01  WK-CP-VALOR-TOTAL             PIC 9(13)V99 VALUE 0.
       01  WK-CP-GRABADA-SW              PIC X     VALUE 'N'.
           88 WK-CP-GRABADA                        VALUE 'S'.
       01  WK-RESP-COMPRA                PIC X.
       01  SW-OTRA-LINEA-COMPRA          PIC X     VALUE 'N'.
           88 SW-SI-OTRA-LINEA-COMPRA              VALUE 'S'.
           88 SW-NO-OTRA-LINEA-COMPRA              VALUE 'N'.
       01  TB-LINEAS-COMPRA.
           05  WK-CP-TOTAL-LINEAS        PIC 9(3).
           05  TB-LINEA-CP OCCURS 50 TIMES INDEXED BY TB-CPL-IDX.
              10 WK-CPL-CODIGO           PIC X(10).
              10 WK-CPL-CANTIDAD         PIC 9(8).
              10 WK-CPL-COSTO            PIC 9(10)V99.
              10 WK-CPL-VALOR            PIC 9(10)V99.

       01  FILLER                        PIC X(30) VALUE "FINAL WORKING
      -    "MENU01".

           PERFORM 10250-ABRIR-CLIENTES
           PERFORM 10270-ABRIR-PAGOS
           PERFORM 10280-ABRIR-NOTASCRED
           PERFORM 10282-ABRIR-NOTASDEB
           PERFORM 10283-ABRIR-RETENCIONES
           PERFORM 10285-ABRIR-PROFORMAS
           PERFORM 10290-ABRIR-SERIES
           PERFORM 10297-ABRIR-COMPRAS
           PERFORM 10300-VERIFICAR-LOTE-INTERRUMPIDO
           PERFORM 10400-CARGAR-TASAS-IVA
           PERFORM 10420-CARGAR-LISTAS-PRECIO
           PERFORM 10450-CARGAR-FORMAS-PAGO
           PERFORM 10500-IDENTIFICAR-OPERADOR
           .
           END-IF
           .

       10282-ABRIR-NOTASDEB.
           OPEN I-O NOTASDEB-FILE
           IF WS-NOTASDEB-NO-EXISTE
               OPEN OUTPUT NOTASDEB-FILE
               CLOSE NOTASDEB-FILE
               OPEN I-O NOTASDEB-FILE
           END-IF
           .

       10283-ABRIR-RETENCIONES.
           OPEN I-O RETENCIONES-FILE
           IF WS-RETENCIONES-NO-EXISTE
           END-IF
           .

       10297-ABRIR-COMPRAS.
           OPEN I-O PROVEEDORES-FILE
           IF WS-PROVEEDORES-NO-EXISTE
               OPEN OUTPUT PROVEEDORES-FILE
               CLOSE PROVEEDORES-FILE
               OPEN I-O PROVEEDORES-FILE
           END-IF
           OPEN I-O COMPRAS-FILE
           IF WS-COMPRAS-NO-EXISTE
               OPEN OUTPUT COMPRAS-FILE
               CLOSE COMPRAS-FILE
               OPEN I-O COMPRAS-FILE
           END-IF
           OPEN I-O COMPDET-FILE
           IF WS-COMPDET-NO-EXISTE
               OPEN OUTPUT COMPDET-FILE
               CLOSE COMPDET-FILE
               OPEN I-O COMPDET-FILE
           END-IF
           .

      *    SERIES INICIALES DE ESTA TERMINAL; SE CARGAN SOLO LA
      *    PRIMERA VEZ QUE SE CREA EL ARCHIVO, CON EL SECUENCIAL EN
      *    CERO PARA QUE EL PRIMER DOCUMENTO SALGA CON EL NUMERO 1.
           MOVE WS-PUNTO-EMISION   TO FD-SER-PTO-EMISION
           MOVE 0                  TO FD-SER-ULT-SECUENCIAL
           WRITE FD-SERIE-REG
           MOVE "CP"               TO FD-SER-TIPO-DOC
           MOVE WS-ESTABLECIMIENTO TO FD-SER-ESTABLEC
           MOVE WS-PUNTO-EMISION   TO FD-SER-PTO-EMISION
           MOVE 0                  TO FD-SER-ULT-SECUENCIAL
           WRITE FD-SERIE-REG
           MOVE "ND"               TO FD-SER-TIPO-DOC
           MOVE WS-ESTABLECIMIENTO TO FD-SER-ESTABLEC
           MOVE WS-PUNTO-EMISION   TO FD-SER-PTO-EMISION
           MOVE 0                  TO FD-SER-ULT-SECUENCIAL
           WRITE FD-SERIE-REG
           .

      *    CATALOGO INICIAL DEL MAESTRO DE PRODUCTOS; SE CARGA SOLO LA
           MOVE 'A'                TO FD-PROD-ESTADO
           MOVE 100                TO FD-PROD-STOCK
           MOVE 10                 TO FD-PROD-STOCK-MINIMO
           MOVE 0                  TO FD-PROD-COSTO-PROMEDIO
           MOVE 0                  TO FD-PROD-ULT-COMPRA-FECHA
           MOVE 0                  TO FD-PROD-ULT-PROVEEDOR
           MOVE 0                  TO FD-PROD-ULT-COSTO
           WRITE FD-PRODUCTO-REG
           MOVE "P0000002"        TO FD-PROD-CODIGO
           MOVE "PRODUCTO GENERICO 2" TO FD-PROD-DESCRIPCION
           MOVE 'A'                TO FD-PROD-ESTADO
           MOVE 100                TO FD-PROD-STOCK
           MOVE 10                 TO FD-PROD-STOCK-MINIMO
           MOVE 0                  TO FD-PROD-COSTO-PROMEDIO
           MOVE 0                  TO FD-PROD-ULT-COMPRA-FECHA
           MOVE 0                  TO FD-PROD-ULT-PROVEEDOR
           MOVE 0                  TO FD-PROD-ULT-COSTO
           WRITE FD-PRODUCTO-REG
           MOVE "P0000003"        TO FD-PROD-CODIGO
           MOVE "PRODUCTO GENERICO 3" TO FD-PROD-DESCRIPCION
           MOVE 'A'                TO FD-PROD-ESTADO
           MOVE 100                TO FD-PROD-STOCK
           MOVE 10                 TO FD-PROD-STOCK-MINIMO
           MOVE 0                  TO FD-PROD-COSTO-PROMEDIO
           MOVE 0                  TO FD-PROD-ULT-COMPRA-FECHA
           MOVE 0                  TO FD-PROD-ULT-PROVEEDOR
           MOVE 0                  TO FD-PROD-ULT-COSTO
           WRITE FD-PRODUCTO-REG
           .

           CLOSE TASASIVA-FILE
           .

      *    REGLAS DE LAS LISTAS DE PRECIOS DE CLIENTES. SE CARGAN A
      *    MEMORIA UNA SOLA VEZ AL INICIAR, IGUAL QUE LAS TASAS DE
      *    IVA, PARA QUE EL INGRESO DE LINEAS (VER 20227-APLICAR-
      *    LISTA-PRECIOS) NO RELEA EL ARCHIVO EN CADA PRODUCTO.
       10420-CARGAR-LISTAS-PRECIO.
           OPEN INPUT LISTASPRECIO-FILE
           IF WS-LISTASPRECIO-NO-EXISTE
               PERFORM 10430-CREAR-LISTAS-DEFECTO
               OPEN INPUT LISTASPRECIO-FILE
           END-IF
           IF WS-LISTASPRECIO-OK
               PERFORM UNTIL NOT WS-LISTASPRECIO-OK
                   READ LISTASPRECIO-FILE INTO REG-LISTA-PRECIO
                       AT END
                           MOVE "35" TO WS-FS-LISTASPRECIO
                       NOT AT END
                           IF WS-TOTAL-LISTAS < 500
                               ADD 1 TO WS-TOTAL-LISTAS
                               SET TB-LP-IDX TO WS-TOTAL-LISTAS
                               MOVE REG-LISTA-PRECIO TO
                                    TB-LP(TB-LP-IDX)
                           ELSE
                               DISPLAY "LISTASPRECIO.TXT TIENE MAS DE"
                               DISPLAY "500 REGLAS, SE IGNORAN LAS"
                               DISPLAY "REGLAS ADICIONALES"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTASPRECIO-FILE
           END-IF
           .

      *    LISTA INICIAL DE EJEMPLO ("MAYO", MAYORISTAS); SE CARGA
      *    SOLO LA PRIMERA VEZ QUE SE CREA EL ARCHIVO. LISTAS Y
      *    REGLAS NUEVAS SE AGREGAN EDITANDO LISTASPRECIO.TXT.
       10430-CREAR-LISTAS-DEFECTO.
           OPEN OUTPUT LISTASPRECIO-FILE
           MOVE "MAYO"      TO LP-LISTA
           MOVE SPACES      TO LP-CODIGO-PRODUCTO
           MOVE 20260101    TO LP-FECHA-DESDE
           MOVE 0           TO LP-FECHA-HASTA
           MOVE 12          TO LP-CANTIDAD-MINIMA
           MOVE 0           TO LP-PRECIO
           MOVE 5,00        TO LP-DESC-PORC
           WRITE REG-LISTA-PRECIO
           MOVE "MAYO"      TO LP-LISTA
           MOVE SPACES      TO LP-CODIGO-PRODUCTO
           MOVE 20260101    TO LP-FECHA-DESDE
           MOVE 0           TO LP-FECHA-HASTA
           MOVE 50          TO LP-CANTIDAD-MINIMA
           MOVE 0           TO LP-PRECIO
           MOVE 10,00       TO LP-DESC-PORC
           WRITE REG-LISTA-PRECIO
           MOVE "MAYO"      TO LP-LISTA
           MOVE "P0000003"  TO LP-CODIGO-PRODUCTO
           MOVE 20260101    TO LP-FECHA-DESDE
           MOVE 0           TO LP-FECHA-HASTA
           MOVE 1           TO LP-CANTIDAD-MINIMA
           MOVE 90,00       TO LP-PRECIO
           MOVE 0           TO LP-DESC-PORC
           WRITE REG-LISTA-PRECIO
           CLOSE LISTASPRECIO-FILE
           .

      *    MAESTRO DE FORMAS DE PAGO ACEPTADAS EN CAJA. SE CARGA A
      *    MEMORIA UNA SOLA VEZ AL INICIAR PARA QUE EL REGISTRO DE
      *    PAGOS (VER 20820-CAPTURAR-PAGO) VALIDE LA FORMA TECLEADA
               MOVE "ACCESO DENEGADO TRAS TRES INTENTOS"
                    TO WK-AUD-RESULTADO
               PERFORM 90000-REGISTRAR-AUDITORIA
               MOVE 13 TO WS-OPCION
           END-IF
           .

           .

       20000-PROCESO.
           PERFORM UNTIL WS-OPCION=13
               DISPLAY "1.- INGRESO DE CLIENTES"
               DISPLAY "2.- CONSULTA DE CLIENTES"
               DISPLAY "3.- MODIFICAR/ANULAR FACTURA"
               DISPLAY "9.- PROFORMAS"
               DISPLAY "10.- MANTENIMIENTO DE OPERADORES"
               DISPLAY "11.- CIERRE DE PERIODO CONTABLE"
               DISPLAY "12.- COMPRAS Y PROVEEDORES"
               DISPLAY "13.- SALIR"
               DISPLAY "DIGITE UNA OPCION"
               ACCEPT WS-OPCION
               PERFORM 20100-INGRESO-OPCION
                 ELSE
                     PERFORM 20150-RECHAZAR-SIN-PERMISO
                 END-IF
             WHEN 12 PERFORM 21400-COMPRAS
           END-EVALUATE
           .

               PERFORM 20250-INGRESO-LINEA
                   UNTIL SW-NO-OTRA-LINEA
                      OR WK-TOTAL-LINEAS = WS-TB-MAX-LINEAS
               PERFORM 20256-CAPTURAR-DESCUENTO
               DISPLAY "DESEA CONTINUAR? Y/N"
               ACCEPT SW-CONTINUAR
               PERFORM 20255-TOTALIZAR-FACTURA
               IF NOT WK-CREDITO-OK
                   DISPLAY "FACTURA NO GRABADA, SUPERA EL CUPO DE"
                   DISPLAY "CREDITO DEL CLIENTE"
                   MOVE 'N' TO WK-DESC-AUDITAR-SW
                   SET TB-INDICE DOWN BY 1
               ELSE
                   PERFORM 20260-GRABAR-FACTURA
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NUEVO, INGRESE SUS DATOS"
                   MOVE SPACES TO WK-CLI-LISTA-PRECIOS
                   PERFORM 20213-CAPTURAR-DATOS-CLIENTE
                   PERFORM 20216-GRABAR-CLIENTE
               NOT INVALID KEY
                       PERFORM 20217-CARGAR-CLIENTE-WK
                   ELSE
                       DISPLAY "INGRESE LOS DATOS CORREGIDOS"
                       MOVE FD-CLI-LISTA-PRECIOS
                            TO WK-CLI-LISTA-PRECIOS
                       PERFORM 20213-CAPTURAR-DATOS-CLIENTE
                       PERFORM 20216-GRABAR-CLIENTE
                   END-IF
           ACCEPT WK-CLI-CUPO-CREDITO
           DISPLAY "INGRESE DIAS DE PLAZO (0 = SIN CONTROL)"
           ACCEPT WK-CLI-DIAS-PLAZO
      *    LA LISTA DE PRECIOS DECIDE DESCUENTOS, ASI QUE SOLO UN
      *    SUPERVISOR LA ASIGNA; UN OPERADOR CONSERVA LA QUE YA TENIA
      *    EL CLIENTE (NINGUNA SI ES NUEVO).
           IF WK-OP-SUPERVISOR
               MOVE 'N' TO WK-LP-VALIDA-SW
               PERFORM UNTIL WK-LP-VALIDA
                   DISPLAY "INGRESE LISTA DE PRECIOS (ESPACIOS ="
                           " PRECIO NORMAL)"
                   ACCEPT WK-CLI-LISTA-PRECIOS
                   MOVE FUNCTION UPPER-CASE(WK-CLI-LISTA-PRECIOS)
                        TO WK-CLI-LISTA-PRECIOS
                   PERFORM 20228-VALIDAR-LISTA-PRECIOS
                   IF NOT WK-LP-VALIDA
                       DISPLAY "LA LISTA NO EXISTE EN LISTASPRECIO.TXT"
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "LISTA DE PRECIOS: " WK-CLI-LISTA-PRECIOS
                       " (SOLO UN SUPERVISOR LA CAMBIA)"
           END-IF
           .

       20214-DISPLAY-CLIENTE-MAESTRO.
           DISPLAY "** TELEFONO: " FD-CLI-TELEFONO
           DISPLAY "** CUPO CREDITO: " FD-CLI-CUPO-CREDITO
           DISPLAY "** DIAS PLAZO: " FD-CLI-DIAS-PLAZO
           DISPLAY "** LISTA DE PRECIOS: " FD-CLI-LISTA-PRECIOS
           .

      *    GRABA (O REGRABA) EN EL MAESTRO LO QUE ESTA EN LA TABLA DE
           MOVE WK-TELEFONO(TB-INDICE)   TO FD-CLI-TELEFONO
           MOVE WK-CLI-CUPO-CREDITO      TO FD-CLI-CUPO-CREDITO
           MOVE WK-CLI-DIAS-PLAZO        TO FD-CLI-DIAS-PLAZO
           MOVE WK-CLI-LISTA-PRECIOS     TO FD-CLI-LISTA-PRECIOS
           WRITE FD-CLIENTE-REG
               INVALID KEY
                   REWRITE FD-CLIENTE-REG
           MOVE FD-CLI-TELEFONO   TO WK-TELEFONO(TB-INDICE)
           MOVE FD-CLI-CUPO-CREDITO TO WK-CLI-CUPO-CREDITO
           MOVE FD-CLI-DIAS-PLAZO   TO WK-CLI-DIAS-PLAZO
           MOVE FD-CLI-LISTA-PRECIOS TO WK-CLI-LISTA-PRECIOS
           .

      *    ASIGNA EL SIGUIENTE NUMERO DE FACTURA DE LA SERIE DE ESTA

      *    CAPTURA UNA LINEA DE LA FACTURA EN CURSO: PRODUCTO Y
      *    CANTIDAD. LAS LINEAS QUEDAN EN TB-LINEAS-FACTURA HASTA QUE
      *    EL ENCABEZADO SE GRABE CON EXITO. YA CON LA CANTIDAD SE
      *    VUELVE A APLICAR LA LISTA DE PRECIOS DEL CLIENTE, QUE PUEDE
      *    TENER PRECIO O DESCUENTO POR VOLUMEN; EL DESCUENTO DE LA
      *    LINEA NO RESTA DEL VALOR, SE ACUMULA EN EL DE LA FACTURA.
       20250-INGRESO-LINEA.
           ADD 1 TO WK-TOTAL-LINEAS
           SET TB-LIN-IDX TO WK-TOTAL-LINEAS
                   MOVE 'S' TO WK-CANT-OK-SW
               END-IF
           END-PERFORM
           MOVE WK-LIN-CANTIDAD(TB-LIN-IDX) TO WK-LP-CANTIDAD
           PERFORM 20227-APLICAR-LISTA-PRECIOS
           MOVE WK-LP-PRECIO TO WK-LIN-PRECIO(TB-LIN-IDX)
           MOVE WK-LP-PORC   TO WK-LIN-DESC-PORC(TB-LIN-IDX)
           COMPUTE WK-LIN-VALOR(TB-LIN-IDX) =
                    WK-LIN-CANTIDAD(TB-LIN-IDX)
                    * WK-LIN-PRECIO(TB-LIN-IDX)
           COMPUTE WK-LIN-DESC(TB-LIN-IDX) ROUNDED =
                    WK-LIN-VALOR(TB-LIN-IDX)
                    * (WK-LIN-DESC-PORC(TB-LIN-IDX) / 100)
           IF WK-LIN-DESC(TB-LIN-IDX) > 0
               DISPLAY "PRECIO: " WK-LIN-PRECIO(TB-LIN-IDX)
                       " DESCUENTO DE LISTA "
                       WK-LIN-DESC-PORC(TB-LIN-IDX) "%: "
                       WK-LIN-DESC(TB-LIN-IDX)
           END-IF
           IF WK-TOTAL-LINEAS = WS-TB-MAX-LINEAS
               DISPLAY "SE ALCANZO EL MAXIMO DE LINEAS POR FACTURA ("
                       WS-TB-MAX-LINEAS ")"
                TO WK-VALORT-FACTURA(TB-INDICE)
           .

      *    DESCUENTO DE LA FACTURA (O PROFORMA) EN CURSO. ARRANCA EN
      *    LA SUMA DE LOS DESCUENTOS DE LISTA DE LAS LINEAS; EL
      *    OPERADOR PUEDE DAR MENOS, PERO DAR MAS QUE LA REGLA
      *    REQUIERE UN SUPERVISOR (VER 20258). LA PARTE DE REGLA Y
      *    QUIEN AUTORIZO EL EXCESO QUEDAN EN LA FACTURA.
       20256-CAPTURAR-DESCUENTO.
           MOVE 'N' TO WK-DESC-AUDITAR-SW
           PERFORM 20257-SUMAR-DESCUENTO-LISTA
           MOVE WK-CLI-LISTA-PRECIOS     TO WK-LISTA-PRECIOS(TB-INDICE)
           MOVE WK-DESC-REGLA(TB-INDICE) TO WK-DESC(TB-INDICE)
           MOVE SPACES                   TO WK-DESC-AUTORIZA(TB-INDICE)
           DISPLAY "DESCUENTO SEGUN LISTA DE PRECIOS: "
                   WK-DESC-REGLA(TB-INDICE)
           DISPLAY "DESEA CAMBIAR EL DESCUENTO? S/N"
           ACCEPT WK-RESP-DESCUENTO
           IF WK-RESP-DESCUENTO = 'S' OR WK-RESP-DESCUENTO = 's'
               DISPLAY "INGRESE DESCUENTO TOTAL HASTA 5 DIGITOS"
               ACCEPT WK-DESC-MANUAL
               IF WK-DESC-MANUAL > WK-DESC-REGLA(TB-INDICE)
                   PERFORM 20258-AUTORIZAR-DESCUENTO
               ELSE
                   MOVE WK-DESC-MANUAL TO WK-DESC(TB-INDICE)
               END-IF
           END-IF
           .

       20257-SUMAR-DESCUENTO-LISTA.
           MOVE 0 TO WK-DESC-LISTA-TOTAL
           PERFORM VARYING TB-LIN-IDX FROM 1 BY 1
                     UNTIL TB-LIN-IDX > WK-TOTAL-LINEAS
               ADD WK-LIN-DESC(TB-LIN-IDX) TO WK-DESC-LISTA-TOTAL
           END-PERFORM
           IF WK-DESC-LISTA-TOTAL > 99999,99
               DISPLAY "EL DESCUENTO DE LISTA SUPERA EL MAXIMO DE LA"
               DISPLAY "FACTURA, SE TOMA 99999,99"
               MOVE 99999,99 TO WK-DESC-REGLA(TB-INDICE)
           ELSE
               MOVE WK-DESC-LISTA-TOTAL TO WK-DESC-REGLA(TB-INDICE)
           END-IF
           .

      *    UN DESCUENTO MAYOR AL DE LA LISTA LO AUTORIZA EL MISMO
      *    OPERADOR SI ES SUPERVISOR; SI NO, UN SUPERVISOR SE
      *    IDENTIFICA EN EL ACTO. SIN APROBACION QUEDA EL DE LA
      *    LISTA. EN AMBOS CASOS EL INTENTO QUEDA EN AUDITORIA CON EL
      *    DESCUENTO PEDIDO Y EL DE LA REGLA; LA LINEA SE GRABA AL
      *    GRABAR EL DOCUMENTO, CON SU NUMERO (VER 20264).
       20258-AUTORIZAR-DESCUENTO.
           IF WK-OP-SUPERVISOR
               MOVE WK-OPERADOR TO WK-SUP-CODIGO
               SET WK-SUP-APROBADO TO TRUE
           ELSE
               DISPLAY "EL DESCUENTO SUPERA EL DE LA LISTA DE PRECIOS"
               PERFORM 20259-APROBAR-SUPERVISOR
           END-IF
           MOVE WK-DESC-MANUAL           TO WK-AD-DESC
           MOVE WK-DESC-REGLA(TB-INDICE) TO WK-AD-REGLA
           IF WK-SUP-APROBADO
               MOVE WK-DESC-MANUAL TO WK-DESC(TB-INDICE)
               MOVE WK-SUP-CODIGO  TO WK-DESC-AUTORIZA(TB-INDICE)
               MOVE SPACES TO WK-AD-AUTORIZA
               STRING "AUT " WK-SUP-CODIGO DELIMITED BY SIZE
                      INTO WK-AD-AUTORIZA
               END-STRING
           ELSE
               DISPLAY "SE MANTIENE EL DESCUENTO DE LA LISTA"
               MOVE "SIN SUPERVISOR" TO WK-AD-AUTORIZA
           END-IF
           SET WK-DESC-AUDITAR TO TRUE
           .

      *    UN SUPERVISOR ACTIVO SE IDENTIFICA CON SU CODIGO Y CLAVE
      *    PARA APROBAR UNA EXCEPCION EN UNA SESION DE OPERADOR.
       20259-APROBAR-SUPERVISOR.
           MOVE 'N' TO WK-SUP-APROBADO-SW
           DISPLAY "APROBACION DEL SUPERVISOR"
           DISPLAY "INGRESE SU CODIGO DE OPERADOR"
           ACCEPT WK-SUP-CODIGO
           DISPLAY "INGRESE SU CLAVE"
           ACCEPT WK-SUP-CLAVE
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
           .

       20225-VALIDAR-PRODUCTO.
           MOVE 'N' TO WK-PRODUCTO-VALIDO-SW
           PERFORM UNTIL WK-PRODUCTO-VALIDO
                           DISPLAY "PRODUCTO DESACTIVADO, NO SE PUEDE"
                           DISPLAY "FACTURAR, INGRESE OTRO CODIGO"
                       ELSE
                           MOVE FD-PROD-PRECIO TO WK-LP-PRECIO-BASE
                           MOVE 1 TO WK-LP-CANTIDAD
                           PERFORM 20227-APLICAR-LISTA-PRECIOS
                           MOVE WK-LP-PRECIO TO
                                WK-LIN-PRECIO(TB-LIN-IDX)
                           DISPLAY "PRECIO UNITARIO: " WK-LP-PRECIO
                           IF WK-LP-PRECIO NOT = FD-PROD-PRECIO
                               DISPLAY "(PRECIO DE LA LISTA "
                                       WK-CLI-LISTA-PRECIOS
                                       ", PRECIO NORMAL "
                                       FD-PROD-PRECIO ")"
                           END-IF
                           MOVE 'S' TO WK-PRODUCTO-VALIDO-SW
                       END-IF
               END-READ
           END-PERFORM
           .

      *    PRECIO Y PORCENTAJE DE DESCUENTO DE LA LINEA EN CURSO
      *    SEGUN LA LISTA DE PRECIOS DEL CLIENTE, PARA LA CANTIDAD EN
      *    WK-LP-CANTIDAD Y EL PRECIO DEL MAESTRO EN WK-LP-PRECIO-
      *    BASE. SOLO CUENTAN LAS REGLAS VIGENTES HOY; SIN LISTA O
      *    SIN REGLA QUE APLIQUE QUEDA EL PRECIO DEL MAESTRO SIN
      *    DESCUENTO.
       20227-APLICAR-LISTA-PRECIOS.
           MOVE WK-LP-PRECIO-BASE TO WK-LP-PRECIO
           MOVE 0 TO WK-LP-PORC
           MOVE 0 TO WK-LP-MEJOR-PRECIO
           MOVE 0 TO WK-LP-MEJOR-DESC
           IF WK-CLI-LISTA-PRECIOS NOT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
               PERFORM VARYING TB-LP-IDX FROM 1 BY 1
                         UNTIL TB-LP-IDX > WS-TOTAL-LISTAS
                   IF TB-LP-LISTA(TB-LP-IDX) = WK-CLI-LISTA-PRECIOS
                      AND (TB-LP-PRODUCTO(TB-LP-IDX) = SPACES OR
                           TB-LP-PRODUCTO(TB-LP-IDX) =
                           WK-LIN-CODIGO(TB-LIN-IDX))
                      AND TB-LP-DESDE(TB-LP-IDX) <= WS-HOY
                      AND (TB-LP-HASTA(TB-LP-IDX) = 0 OR
                           TB-LP-HASTA(TB-LP-IDX) >= WS-HOY)
                      AND TB-LP-CANT-MINIMA(TB-LP-IDX)
                          <= WK-LP-CANTIDAD
                       PERFORM 20229-EVALUAR-REGLA
                   END-IF
               END-PERFORM
           END-IF
           .

      *    VERIFICA QUE LA LISTA EN WK-CLI-LISTA-PRECIOS TENGA AL
      *    MENOS UNA REGLA EN LISTASPRECIO.TXT (ESPACIOS ES VALIDO).
       20228-VALIDAR-LISTA-PRECIOS.
           MOVE 'N' TO WK-LP-VALIDA-SW
           IF WK-CLI-LISTA-PRECIOS = SPACES
               SET WK-LP-VALIDA TO TRUE
           ELSE
               PERFORM VARYING TB-LP-IDX FROM 1 BY 1
                         UNTIL TB-LP-IDX > WS-TOTAL-LISTAS
                   IF TB-LP-LISTA(TB-LP-IDX) = WK-CLI-LISTA-PRECIOS
                       SET WK-LP-VALIDA TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .

      *    UNA REGLA QUE APLICA REEMPLAZA AL PRECIO Y/O PORCENTAJE
      *    ELEGIDOS HASTA AHORA SI SU PUNTAJE NO ES MENOR (A IGUAL
      *    PUNTAJE GANA LA QUE VIENE DESPUES EN EL ARCHIVO).
       20229-EVALUAR-REGLA.
           IF TB-LP-PRODUCTO(TB-LP-IDX) = SPACES
               MOVE 0 TO WK-LP-PJ-ESPECIFICA
           ELSE
               MOVE 1 TO WK-LP-PJ-ESPECIFICA
           END-IF
           MOVE TB-LP-CANT-MINIMA(TB-LP-IDX) TO WK-LP-PJ-CANTIDAD
           MOVE TB-LP-DESDE(TB-LP-IDX)       TO WK-LP-PJ-FECHA
           IF TB-LP-PRECIO(TB-LP-IDX) > 0 AND
              WK-LP-PUNTAJE >= WK-LP-MEJOR-PRECIO
               MOVE TB-LP-PRECIO(TB-LP-IDX) TO WK-LP-PRECIO
               MOVE WK-LP-PUNTAJE           TO WK-LP-MEJOR-PRECIO
           END-IF
           IF TB-LP-PORC(TB-LP-IDX) > 0 AND
              WK-LP-PUNTAJE >= WK-LP-MEJOR-DESC
               MOVE TB-LP-PORC(TB-LP-IDX) TO WK-LP-PORC
               MOVE WK-LP-PUNTAJE         TO WK-LP-MEJOR-DESC
           END-IF
           .

      *    GRABA LA FACTURA EN FACTURAS.DAT. SI EL NUMERO DE FACTURA YA
      *    EXISTE PARA ESA CEDULA (POR EJEMPLO UNA SERIE RECREADA
      *    DETRAS DE FACTURAS VIEJAS), NO SE DESCARTA LO YA DIGITADO:
                       MOVE WK-FACTURAID(TB-INDICE) TO WK-AUD-FACTURAID
                       MOVE "GRABADA"          TO WK-AUD-RESULTADO
                       PERFORM 90000-REGISTRAR-AUDITORIA
                       PERFORM 20264-AUDITAR-DESCUENTO
                       PERFORM 20262-GRABAR-DETALLE
                       PERFORM 20263-DESCONTAR-STOCK
                       PERFORM 20265-ACTUALIZAR-CTL-LOTE
           END-PERFORM
           .

      *    GRABA EN AUDITORIA EL DESCUENTO MANUAL SOBRE LA REGLA QUE
      *    QUEDO PENDIENTE EN 20258, CON EL NUMERO QUE EL DOCUMENTO
      *    ACABA DE TOMAR (EL LLAMADOR LO DEJA EN WK-AUD-FACTURAID).
       20264-AUDITAR-DESCUENTO.
           IF WK-DESC-AUDITAR
               MOVE "DESCUENTO MANUAL"  TO WK-AUD-OPERACION
               MOVE WK-ID(TB-INDICE)    TO WK-AUD-CEDULA
               MOVE WK-AUD-DESCUENTO    TO WK-AUD-RESULTADO
               PERFORM 90000-REGISTRAR-AUDITORIA
               MOVE 'N' TO WK-DESC-AUDITAR-SW
           END-IF
           .

       20261-CARGAR-FD-FACTURA.
           MOVE WK-ID(TB-INDICE)               TO FD-ID
           MOVE WK-FACTURAID(TB-INDICE)        TO FD-FACTURAID
           MOVE 'P'                            TO FD-ESTADO-SRI
           MOVE SPACES                         TO FD-NUM-AUTORIZACION
           MOVE SPACES                         TO FD-MOTIVO-RECHAZO
           MOVE WK-LISTA-PRECIOS(TB-INDICE)    TO FD-LISTA-PRECIOS
           MOVE WK-DESC-REGLA(TB-INDICE)       TO FD-DESC-REGLA
           MOVE WK-OPERADOR                    TO FD-CAJERO
           MOVE WK-DESC-AUTORIZA(TB-INDICE)    TO FD-DESC-AUTORIZA
           .

      *    GRABA LAS LINEAS DE LA FACTURA RECIEN GRABADA EN FACTDET.DAT
               MOVE WK-LIN-PRECIO(WK-LIN-NUM)
                    TO FD-DET-PRECIO-UNITARIO
               MOVE WK-LIN-VALOR(WK-LIN-NUM)    TO FD-DET-VALOR-LINEA
               MOVE WK-LIN-DESC-PORC(WK-LIN-NUM) TO FD-DET-DESC-PORC
               MOVE WK-LIN-DESC(WK-LIN-NUM)     TO FD-DET-DESC-LINEA
               WRITE FD-DETALLE-REG
                   INVALID KEY
                       REWRITE FD-DETALLE-REG
           DISPLAY "** TASA-IVA: " FD-TASA-IVA
           PERFORM 20410-DISPLAY-DETALLE
           DISPLAY "** DESCUENTO: " FD-DESC
           IF FD-LISTA-PRECIOS NOT = SPACES OR FD-DESC-REGLA > 0
               DISPLAY "**   LISTA " FD-LISTA-PRECIOS
                       " DESCUENTO DE LISTA: " FD-DESC-REGLA
           END-IF
           IF FD-DESC-AUTORIZA NOT = SPACES
               DISPLAY "**   EXCESO AUTORIZADO POR: " FD-DESC-AUTORIZA
           END-IF
           IF FD-CAJERO NOT = SPACES
               DISPLAY "** CAJERO: " FD-CAJERO
           END-IF
           DISPLAY "** VALOR IVA: " FD-VALORIVA
           DISPLAY "** TOTAL VALOR: " FD-VALORTOTAL-CXP
           DISPLAY "** VALOR FACTURA: " FD-VALORT-FACTURA
               DISPLAY "** NOTAS DE CREDITO: " WK-TOTAL-NC-VALOR
                       " IVA REVERSADO: " WK-TOTAL-NC-IVA
           END-IF
           IF WK-TOTAL-ND-VALOR > 0
               DISPLAY "** NOTAS DE DEBITO (MORA): " WK-TOTAL-ND-VALOR
                       " IVA: " WK-TOTAL-ND-IVA
           END-IF
           DISPLAY "** SALDO PENDIENTE: " WK-SALDO-FACTURA
           IF FD-ESTADO = 'X'
               DISPLAY "** ESTADO: ANULADA"
      *    ESTA EN FD-FACTURA-REG Y DEJA EN WK-TOTAL-PAGADO LO COBRADO,
      *    EN WK-ULT-SECUENCIA EL ULTIMO SECUENCIAL USADO Y EN
      *    WK-SALDO-FACTURA EL SALDO PENDIENTE (TOTAL + IVA - DESCUENTO
      *    - PAGOS - NOTAS DE CREDITO - RETENCIONES + NOTAS DE DEBITO
      *    ACTIVAS CON SU IVA).
       20440-CALCULAR-PAGOS.
           MOVE 0 TO WK-TOTAL-PAGADO
           MOVE 0 TO WK-ULT-SECUENCIA
           END-START
           PERFORM 20460-CALCULAR-NOTAS
           PERFORM 20470-CALCULAR-RETENCIONES
           PERFORM 20480-CALCULAR-NOTAS-DEBITO
           COMPUTE WK-SALDO-FACTURA = FD-VALORTOTAL-CXP + FD-VALORIVA
                   - FD-DESC - WK-TOTAL-PAGADO
                   - WK-TOTAL-NC-VALOR - WK-TOTAL-NC-IVA
                   - WK-TOTAL-RETENIDO
                   + WK-TOTAL-ND-VALOR + WK-TOTAL-ND-IVA
           .

      *    SUMA LAS NOTAS DE DEBITO POR MORA NO CONDONADAS QUE
      *    REFERENCIAN LA FACTURA QUE ESTA EN FD-FACTURA-REG (POR LA
      *    CLAVE ALTERNA FD-ND-REF) Y DEJA EN WK-TOTAL-ND-VALOR /
      *    WK-TOTAL-ND-IVA EL INTERES Y SU IVA, Y EN WK-ND-ACTIVAS
      *    CUANTAS SON.
       20480-CALCULAR-NOTAS-DEBITO.
           MOVE 0 TO WK-TOTAL-ND-VALOR
           MOVE 0 TO WK-TOTAL-ND-IVA
           MOVE 0 TO WK-ND-ACTIVAS
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
                                       ADD 1 TO WK-ND-ACTIVAS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO WS-FS-NOTASDEB
           END-START
           .

      *    SUMA LOS VALORES RETENIDOS EN RETENCIONES.DAT PARA LA
                                           FD-DET-PRECIO-UNITARIO
                                           " VALOR: "
                                           FD-DET-VALOR-LINEA
                                   IF FD-DET-DESC-LINEA > 0
                                       DISPLAY "**   DESC. LISTA "
                                               FD-DET-DESC-PORC "%: "
                                               FD-DET-DESC-LINEA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               DISPLAY "1.- MODIFICAR CANTIDAD/PRECIO/DESCUENTO"
               DISPLAY "2.- ANULAR FACTURA"
               DISPLAY "3.- REGISTRAR RESPUESTA DEL SRI"
               DISPLAY "4.- CONDONAR NOTA DE DEBITO POR MORA"
               DISPLAY "5.- REENVIAR NOTA DE DEBITO RECHAZADA POR SRI"
               DISPLAY "0.- CANCELAR"
               DISPLAY "DIGITE UNA OPCION"
               ACCEPT WS-OPCION-MANT
                           PERFORM 20530-ANULAR-FACTURA
                       END-IF
                   WHEN 3 PERFORM 20540-REGISTRAR-RESPUESTA-SRI
                   WHEN 4 PERFORM 20550-CONDONAR-NOTA-DEBITO
                   WHEN 5 PERFORM 20555-REENVIAR-NOTA-DEBITO
               END-EVALUATE
           END-IF
           .
           ACCEPT FD-PRECIO-UNITARIO
           DISPLAY "INGRESE DESCUENTO HASTA 5 DIGITOS"
           ACCEPT FD-DESC
           PERFORM 20526-CONTROLAR-DESC-MANUAL
           COMPUTE FD-VALORTOTAL-CXP = FD-CANTIDAD * FD-PRECIO-UNITARIO
           COMPUTE FD-VALORIVA = FD-VALORTOTAL-CXP * (FD-TASA-IVA / 100)
           COMPUTE FD-VALORT-FACTURA = FD-CANTIDAD * FD-PRECIO-UNITARIO
                   ACCEPT FD-DET-PRECIO-UNITARIO
                   COMPUTE FD-DET-VALOR-LINEA =
                       FD-DET-CANTIDAD * FD-DET-PRECIO-UNITARIO
                   PERFORM 20527-REAPLICAR-LISTA-LINEA
                   COMPUTE FD-DET-DESC-LINEA ROUNDED =
                       FD-DET-VALOR-LINEA * (FD-DET-DESC-PORC / 100)
                   REWRITE FD-DETALLE-REG
                   PERFORM 20524-AJUSTAR-STOCK-LINEA
                   DISPLAY "INGRESE DESCUENTO HASTA 5 DIGITOS"
                   ACCEPT FD-DESC
                   PERFORM 20523-RECALCULAR-ENCABEZADO
                   PERFORM 20526-CONTROLAR-DESC-MANUAL
                   PERFORM 20525-REGRABAR-ENCABEZADO
           END-READ
           .
       20523-RECALCULAR-ENCABEZADO.
           MOVE 0 TO WK-SUMA-VALOR
           MOVE 0 TO WK-SUMA-CANTIDAD
           MOVE 0 TO WK-SUMA-DESC
           MOVE FD-ID        TO FD-DET-ID
           MOVE FD-FACTURAID TO FD-DET-FACTURAID
           MOVE 0            TO FD-DET-LINEA
                                       TO WK-SUMA-VALOR
                                   ADD FD-DET-CANTIDAD
                                       TO WK-SUMA-CANTIDAD
                                   ADD FD-DET-DESC-LINEA
                                       TO WK-SUMA-DESC
                               END-IF
                       END-READ
                   END-PERFORM
           MOVE WK-SUMA-CANTIDAD TO FD-CANTIDAD
           COMPUTE FD-VALORIVA = FD-VALORTOTAL-CXP * (FD-TASA-IVA / 100)
           MOVE WK-SUMA-VALOR    TO FD-VALORT-FACTURA
           IF WK-SUMA-DESC > 99999,99
               MOVE 99999,99     TO FD-DESC-REGLA
           ELSE
               MOVE WK-SUMA-DESC TO FD-DESC-REGLA
           END-IF
           .

      *    LA MODIFICACION ES SOLO DE SUPERVISORES, ASI QUE UN
      *    DESCUENTO QUE QUEDA POR ENCIMA DEL DE LA LISTA SE DA POR
      *    AUTORIZADO POR EL SUPERVISOR FIRMADO Y QUEDA EN
      *    AUDITORIA, IGUAL QUE EN EL INGRESO (VER 20258).
       20526-CONTROLAR-DESC-MANUAL.
           IF FD-DESC > FD-DESC-REGLA
               MOVE WK-OPERADOR   TO FD-DESC-AUTORIZA
               MOVE FD-DESC       TO WK-AD-DESC
               MOVE FD-DESC-REGLA TO WK-AD-REGLA
               MOVE SPACES TO WK-AD-AUTORIZA
               STRING "AUT " WK-OPERADOR DELIMITED BY SIZE
                      INTO WK-AD-AUTORIZA
               END-STRING
               MOVE "DESCUENTO MANUAL"  TO WK-AUD-OPERACION
               MOVE FD-ID               TO WK-AUD-CEDULA
               MOVE FD-FACTURAID        TO WK-AUD-FACTURAID
               MOVE WK-AUD-DESCUENTO    TO WK-AUD-RESULTADO
               PERFORM 90000-REGISTRAR-AUDITORIA
           ELSE
               MOVE SPACES        TO FD-DESC-AUTORIZA
           END-IF
           .

      *    REGRABA EL ENCABEZADO MODIFICADO. SI LA FACTURA YA HABIA
           END-REWRITE
           .

      *    CON LA NUEVA CANTIDAD LA LINEA PUEDE GANAR O PERDER UN
      *    DESCUENTO POR CANTIDAD: SE VUELVE A BUSCAR EN LA LISTA DE
      *    PRECIOS DE LA FACTURA EL PORCENTAJE QUE LE TOCA, CON LA
      *    MISMA RUTINA DEL INGRESO (20227). EL PRECIO QUEDA EL QUE
      *    DIGITO EL SUPERVISOR. LA TABLA DE LINEAS NO SE USA EN EL
      *    MANTENIMIENTO, ASI QUE SU PRIMERA POSICION SIRVE DE PASO.
       20527-REAPLICAR-LISTA-LINEA.
           MOVE FD-LISTA-PRECIOS       TO WK-CLI-LISTA-PRECIOS
           MOVE FD-DET-CANTIDAD        TO WK-LP-CANTIDAD
           MOVE FD-DET-PRECIO-UNITARIO TO WK-LP-PRECIO-BASE
           SET TB-LIN-IDX TO 1
           MOVE FD-DET-CODIGO-PRODUCTO TO WK-LIN-CODIGO(TB-LIN-IDX)
           PERFORM 20227-APLICAR-LISTA-PRECIOS
           IF WK-LP-PORC NOT = FD-DET-DESC-PORC
               DISPLAY "DESCUENTO DE LISTA DE LA LINEA: "
                       FD-DET-DESC-PORC "% -> " WK-LP-PORC "%"
           END-IF
           MOVE WK-LP-PORC TO FD-DET-DESC-PORC
           .

      *    LA ANULACION TOTAL ES EL CASO LIMITE DE LA NOTA DE CREDITO:
      *    PRIMERO SE EMITE UNA NOTA POR TODO LO QUE QUEDA SIN
      *    DEVOLVER (SI QUEDA ALGO) Y SOLO SI ESA NOTA QUEDA GRABADA
                    TO WK-AUD-RESULTADO
               PERFORM 90000-REGISTRAR-AUDITORIA
           ELSE
      *    UNA NOTA DE DEBITO ACTIVA QUEDARIA COLGADA DE UNA FACTURA
      *    ANULADA; PRIMERO SE CONDONA (OPCION 4).
               PERFORM 20480-CALCULAR-NOTAS-DEBITO
               IF WK-ND-ACTIVAS > 0
                   DISPLAY "LA FACTURA TIENE " WK-ND-ACTIVAS
                           " NOTAS DE DEBITO POR MORA ACTIVAS,"
                   DISPLAY "CONDONELAS PRIMERO (OPCION 4), NO SE ANULA"
               ELSE
                   PERFORM 20460-CALCULAR-NOTAS
                   COMPUTE WK-SALDO-DEVOLUCION = FD-VALORTOTAL-CXP
                           - WK-TOTAL-NC-VALOR
                   MOVE 0 TO WK-NC-NUMERO
                   IF WK-SALDO-DEVOLUCION > 0
                       PERFORM 21030-GENERAR-NC-ANULACION
                   ELSE
                       MOVE 'S' TO WK-NC-GRABADA-SW
                   END-IF
                   IF WK-NC-GRABADA
                       PERFORM 20531-MARCAR-ANULADA
                   ELSE
                       DISPLAY "NO SE EMITIO LA NOTA DE CREDITO, LA"
                               " FACTURA"
                       DISPLAY "NO SE ANULA"
                   END-IF
               END-IF
           END-IF
           .
           END-IF
           .

      *    CONDONA (DEJA SIN EFECTO) UNA NOTA DE DEBITO POR MORA DE
      *    LA FACTURA EN FD-FACTURA-REG. SOLO SE CONDONA UNA NOTA QUE
      *    NO SE HAYA COBRADO (EL SALDO DE LA FACTURA TODAVIA LA
      *    CUBRE ENTERA) Y CUYO MES NO ESTE CERRADO, PORQUE YA FUE
      *    DECLARADA. LA NOTA QUEDA EN ESTADO 'X' CON FECHA Y
      *    SUPERVISOR, DEJA DE SUMAR EN EL SALDO Y CONT01 REVERSA SU
      *    ASIENTO CON LA FECHA DE CONDONACION.
       20550-CONDONAR-NOTA-DEBITO.
           PERFORM 20440-CALCULAR-PAGOS
           IF WK-ND-ACTIVAS = 0
               DISPLAY "LA FACTURA NO TIENE NOTAS DE DEBITO ACTIVAS"
           ELSE
               PERFORM 20551-LISTAR-NOTAS-DEBITO
               DISPLAY "INGRESE NUMERO DE NOTA DE DEBITO A CONDONAR"
               ACCEPT WK-ND-NUMERO
               MOVE WK-ND-NUMERO TO FD-ND-NUMERO
               READ NOTASDEB-FILE
                   INVALID KEY
                       DISPLAY "LA NOTA DE DEBITO NO EXISTE"
                   NOT INVALID KEY
                       PERFORM 20552-VALIDAR-CONDONACION
               END-READ
           END-IF
           .

       20551-LISTAR-NOTAS-DEBITO.
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
                                       DISPLAY "NOTA " FD-ND-NUMERO
                                               " FECHA " FD-ND-FECHA
                                               " " FD-ND-MOTIVO
                                       DISPLAY "     INTERES: "
                                               FD-ND-VALOR
                                               " IVA: "
                                               FD-ND-VALORIVA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO WS-FS-NOTASDEB
           END-START
           .

       20552-VALIDAR-CONDONACION.
           COMPUTE WK-ND-TOTAL = FD-ND-VALOR + FD-ND-VALORIVA
           MOVE FD-ND-FECHA TO WK-FECHA-PERIODO-R
           MOVE WK-FP-AAMM  TO WK-PERIODO-BUSCADO
           PERFORM 90400-VERIFICAR-PERIODO-CERRADO
           EVALUATE TRUE
               WHEN FD-ND-REF-ID NOT = FD-ID OR
                    FD-ND-REF-FACTURAID NOT = FD-FACTURAID
                   DISPLAY "LA NOTA DE DEBITO NO ES DE ESTA FACTURA"
               WHEN FD-ND-CONDONADA
                   DISPLAY "LA NOTA DE DEBITO YA ESTA CONDONADA"
               WHEN WK-PERIODO-CERRADO
                   DISPLAY "LA NOTA PERTENECE AL PERIODO "
                           WK-PERIODO-BUSCADO " YA DECLARADO Y"
                           " CERRADO, NO SE PUEDE CONDONAR"
                   MOVE "PERIODO CERRADO"       TO WK-AUD-OPERACION
                   MOVE FD-ID                   TO WK-AUD-CEDULA
                   MOVE FD-FACTURAID            TO WK-AUD-FACTURAID
                   MOVE "CONDONACION DE NOTA DE DEBITO RECHAZADA"
                        TO WK-AUD-RESULTADO
                   PERFORM 90000-REGISTRAR-AUDITORIA
               WHEN WK-SALDO-FACTURA < WK-ND-TOTAL
                   DISPLAY "LA NOTA DE DEBITO YA FUE COBRADA EN TODO O"
                   DISPLAY "EN PARTE (SALDO " WK-SALDO-FACTURA
                           "), NO SE PUEDE CONDONAR"
               WHEN OTHER
                   DISPLAY "CONDONAR NOTA " FD-ND-NUMERO " POR "
                           WK-ND-TOTAL "? S/N"
                   ACCEPT WK-RESP-CONDONA
                   IF WK-RESP-CONDONA = 'S' OR WK-RESP-CONDONA = 's'
                       PERFORM 20553-GRABAR-CONDONACION
                   ELSE
                       DISPLAY "CONDONACION CANCELADA"
                   END-IF
           END-EVALUATE
           .

       20553-GRABAR-CONDONACION.
           MOVE 'X'                        TO FD-ND-ESTADO
           MOVE FUNCTION CURRENT-DATE(1:8) TO FD-ND-FECHA-CONDONACION
           MOVE WK-OPERADOR                TO FD-ND-OPERADOR-CONDONA
           REWRITE FD-NOTADEB-REG
               INVALID KEY
                   DISPLAY "NO SE PUDO CONDONAR LA NOTA DE DEBITO"
               NOT INVALID KEY
                   DISPLAY "NOTA DE DEBITO CONDONADA"
                   MOVE "CONDONACION NOTA DEBITO" TO WK-AUD-OPERACION
                   MOVE FD-ID                     TO WK-AUD-CEDULA
                   MOVE FD-FACTURAID              TO WK-AUD-FACTURAID
                   MOVE SPACES                    TO WK-AUD-RESULTADO
                   STRING "CONDONADA ND " FD-ND-NUMERO
                          DELIMITED BY SIZE
                          INTO WK-AUD-RESULTADO
                   END-STRING
                   PERFORM 90000-REGISTRAR-AUDITORIA
           END-REWRITE
           .

      *    UNA NOTA DE DEBITO QUE EL SRI RECHAZO (ESTADO SRI 'R',
      *    MARCADO POR SRI002) SOLO SALE DE ESE ESTADO AQUI: EL
      *    SUPERVISOR VE EL MOTIVO DEL RECHAZO Y LA DEVUELVE A
      *    PENDIENTE PARA QUE EL PROXIMO EXPORT DE SRI001 LA REENVIE,
      *    IGUAL QUE UNA FACTURA EN LA OPCION 3. EL CAMBIO QUEDA EN
      *    AUDITORIA.
       20555-REENVIAR-NOTA-DEBITO.
           PERFORM 20556-LISTAR-ND-RECHAZADAS
           IF WK-ND-RECHAZADAS = 0
               DISPLAY "LA FACTURA NO TIENE NOTAS DE DEBITO RECHAZADAS"
           ELSE
               DISPLAY "INGRESE NUMERO DE NOTA DE DEBITO A REENVIAR"
               ACCEPT WK-ND-NUMERO
               MOVE WK-ND-NUMERO TO FD-ND-NUMERO
               READ NOTASDEB-FILE
                   INVALID KEY
                       DISPLAY "LA NOTA DE DEBITO NO EXISTE"
                   NOT INVALID KEY
                       PERFORM 20557-VALIDAR-REENVIO
               END-READ
           END-IF
           .

       20556-LISTAR-ND-RECHAZADAS.
           MOVE 0 TO WK-ND-RECHAZADAS
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
                                   IF FD-ND-ESTADO-SRI = 'R'
                                       ADD 1 TO WK-ND-RECHAZADAS
                                       DISPLAY "NOTA " FD-ND-NUMERO
                                               " FECHA " FD-ND-FECHA
                                               " " FD-ND-MOTIVO
                                       DISPLAY "     MOTIVO RECHAZO: "
                                               FD-ND-MOTIVO-RECHAZO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO WS-FS-NOTASDEB
           END-START
           .

       20557-VALIDAR-REENVIO.
           EVALUATE TRUE
               WHEN FD-ND-REF-ID NOT = FD-ID OR
                    FD-ND-REF-FACTURAID NOT = FD-FACTURAID
                   DISPLAY "LA NOTA DE DEBITO NO ES DE ESTA FACTURA"
               WHEN FD-ND-ESTADO-SRI NOT = 'R'
                   DISPLAY "LA NOTA DE DEBITO NO ESTA RECHAZADA"
               WHEN OTHER
                   DISPLAY "MOTIVO RECHAZO: " FD-ND-MOTIVO-RECHAZO
                   DISPLAY "DEVOLVER NOTA " FD-ND-NUMERO
                           " A PENDIENTE DE ENVIO? S/N"
                   ACCEPT WK-RESP-CONDONA
                   IF WK-RESP-CONDONA = 'S' OR WK-RESP-CONDONA = 's'
                       PERFORM 20558-GRABAR-REENVIO
                   ELSE
                       DISPLAY "REENVIO CANCELADO"
                   END-IF
           END-EVALUATE
           .

       20558-GRABAR-REENVIO.
           MOVE 'P'    TO FD-ND-ESTADO-SRI
           MOVE SPACES TO FD-ND-NUM-AUTORIZACION
           MOVE SPACES TO FD-ND-MOTIVO-RECHAZO
           REWRITE FD-NOTADEB-REG
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA NOTA DE DEBITO"
               NOT INVALID KEY
                   DISPLAY "NOTA DE DEBITO PENDIENTE DE REENVIO"
                   MOVE "ESTADO SRI NOTA DEBITO" TO WK-AUD-OPERACION
                   MOVE FD-ID                    TO WK-AUD-CEDULA
                   MOVE FD-FACTURAID             TO WK-AUD-FACTURAID
                   MOVE SPACES                   TO WK-AUD-RESULTADO
                   STRING "ND " FD-ND-NUMERO " RECHAZADA A PENDIENTE"
                          DELIMITED BY SIZE
                          INTO WK-AUD-RESULTADO
                   END-STRING
                   PERFORM 90000-REGISTRAR-AUDITORIA
           END-REWRITE
           .

      *    DEVUELVE AL MAESTRO DE PRODUCTOS LAS CANTIDADES DE LA
      *    FACTURA ANULADA, LEYENDO SUS LINEAS EN FACTDET.DAT. LAS
      *    FACTURAS VIEJAS SIN DETALLE REPONEN POR LOS CAMPOS DE
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE, SE VA A CREAR"
                   MOVE SPACES TO WK-CLI-LISTA-PRECIOS
                   PERFORM 20213-CAPTURAR-DATOS-CLIENTE
                   PERFORM 20216-GRABAR-CLIENTE
                   DISPLAY "CLIENTE CREADO"
                   ACCEPT WK-RESP-CLIENTE
                   IF WK-RESP-CLIENTE = 'S' OR WK-RESP-CLIENTE = 's'
                       DISPLAY "INGRESE LOS DATOS CORREGIDOS"
                       MOVE FD-CLI-LISTA-PRECIOS
                            TO WK-CLI-LISTA-PRECIOS
                       PERFORM 20213-CAPTURAR-DATOS-CLIENTE
                       PERFORM 20216-GRABAR-CLIENTE
                       DISPLAY "CLIENTE ACTUALIZADO"
               IF WK-TOTAL-RETENIDO > 0
                   DISPLAY "TOTAL RETENIDO: " WK-TOTAL-RETENIDO
               END-IF
               IF WK-TOTAL-ND-VALOR > 0
                   DISPLAY "NOTAS DE DEBITO (MORA): " WK-TOTAL-ND-VALOR
                           " IVA: " WK-TOTAL-ND-IVA
               END-IF
               DISPLAY "SALDO PENDIENTE: " WK-SALDO-FACTURA
               IF WK-SALDO-FACTURA <= 0
                   DISPLAY "LA FACTURA YA ESTA PAGADA POR COMPLETO"
                   PERFORM 20840-LISTAR-FORMAS-PAGO
               END-IF
           END-PERFORM
      *    SIN REFERENCIA EL BANCO NO SE PUEDE CONCILIAR, ASI QUE SE
      *    EXIGE EN TODA FORMA QUE NO SEA EFECTIVO.
           MOVE SPACES TO WK-PAGO-REFERENCIA
           IF WK-FORMA-PAGO NOT = "EFECTIVO"
               PERFORM UNTIL WK-PAGO-REFERENCIA NOT = SPACES
                   DISPLAY "INGRESE REFERENCIA DEL DEPOSITO O"
                   DISPLAY "TRANSFERENCIA (COMO SALE EN EL BANCO)"
                   ACCEPT WK-PAGO-REFERENCIA
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(WK-PAGO-REFERENCIA)
                    TO WK-PAGO-REFERENCIA
           END-IF
           MOVE FD-ID              TO FD-PG-ID
           MOVE FD-FACTURAID       TO FD-PG-FACTURAID
           COMPUTE FD-PG-SECUENCIA = WK-ULT-SECUENCIA + 1
           MOVE FUNCTION CURRENT-DATE(1:8) TO FD-PG-FECHA
           MOVE WK-PAGO-VALOR      TO FD-PG-VALOR
           MOVE WK-FORMA-PAGO      TO FD-PG-FORMA-PAGO
           MOVE WK-PAGO-REFERENCIA TO FD-PG-REFERENCIA
           MOVE SPACE              TO FD-PG-CONCILIADO
           MOVE 0                  TO FD-PG-FECHA-CONCILIACION
           WRITE FD-PAGO-REG
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL PAGO"
                   ACCEPT FD-PROD-STOCK-MINIMO
                   MOVE WK-PROD-CODIGO-MANT TO FD-PROD-CODIGO
                   MOVE 'A' TO FD-PROD-ESTADO
                   MOVE 0   TO FD-PROD-COSTO-PROMEDIO
                   MOVE 0   TO FD-PROD-ULT-COMPRA-FECHA
                   MOVE 0   TO FD-PROD-ULT-PROVEEDOR
                   MOVE 0   TO FD-PROD-ULT-COSTO
                   WRITE FD-PRODUCTO-REG
                       INVALID KEY
                           DISPLAY "NO SE PUDO CREAR EL PRODUCTO"
           PERFORM 20250-INGRESO-LINEA
               UNTIL SW-NO-OTRA-LINEA
                  OR WK-TOTAL-LINEAS = WS-TB-MAX-LINEAS
           PERFORM 20256-CAPTURAR-DESCUENTO
           DISPLAY "INGRESE FECHA DE VENCIMIENTO AAAAMMDD"
           ACCEPT WK-PF-FECHA-VENCE
           PERFORM 20255-TOTALIZAR-FACTURA
               MOVE WK-CANTIDAD(TB-INDICE) TO FD-PF-CANTIDAD
               MOVE 'V'                    TO FD-PF-ESTADO
               MOVE 0                      TO FD-PF-FACTURAID
               MOVE WK-LISTA-PRECIOS(TB-INDICE) TO FD-PF-LISTA-PRECIOS
               MOVE WK-DESC-REGLA(TB-INDICE)    TO FD-PF-DESC-REGLA
               MOVE WK-DESC-AUTORIZA(TB-INDICE) TO FD-PF-DESC-AUTORIZA
               WRITE FD-PROF-REG
                   INVALID KEY
                       DISPLAY "NUMERO DE PROFORMA " WK-PF-NUMERO
                       MOVE WK-PF-NUMERO        TO WK-AUD-FACTURAID
                       MOVE "PROFORMA GRABADA"  TO WK-AUD-RESULTADO
                       PERFORM 90000-REGISTRAR-AUDITORIA
                       PERFORM 20264-AUDITAR-DESCUENTO
               END-WRITE
           END-PERFORM
           .
               MOVE WK-LIN-PRECIO(WK-LIN-NUM)
                    TO FD-PFD-PRECIO-UNITARIO
               MOVE WK-LIN-VALOR(WK-LIN-NUM)    TO FD-PFD-VALOR-LINEA
               MOVE WK-LIN-DESC-PORC(WK-LIN-NUM) TO FD-PFD-DESC-PORC
               MOVE WK-LIN-DESC(WK-LIN-NUM)     TO FD-PFD-DESC-LINEA
               WRITE FD-PFDET-REG
                   INVALID KEY
                       REWRITE FD-PFDET-REG
                           MOVE 'N'
                                TO WK-TASA-IVA-MANUAL-SW(TB-INDICE)
                           MOVE FD-PF-DESC TO WK-DESC(TB-INDICE)
                           MOVE FD-PF-DESC-REGLA
                                TO WK-DESC-REGLA(TB-INDICE)
                           MOVE FD-PF-LISTA-PRECIOS
                                TO WK-LISTA-PRECIOS(TB-INDICE)
                           MOVE FD-PF-DESC-AUTORIZA
                                TO WK-DESC-AUTORIZA(TB-INDICE)
                           PERFORM 20255-TOTALIZAR-FACTURA
                           PERFORM 20226-VERIFICAR-CUPO-FACTURA
                           IF WK-CREDITO-OK
                                       MOVE FD-PFD-VALOR-LINEA
                                            TO WK-LIN-VALOR
                                               (TB-LIN-IDX)
                                       MOVE FD-PFD-DESC-PORC
                                            TO WK-LIN-DESC-PORC
                                               (TB-LIN-IDX)
                                       MOVE FD-PFD-DESC-LINEA
                                            TO WK-LIN-DESC
                                               (TB-LIN-IDX)
                                   END-IF
                               END-IF
                       END-READ
           END-EVALUATE
           .

      *    OPCION 12: COMPRAS. MANTIENE EL MAESTRO DE PROVEEDORES Y
      *    REGISTRA LA MERCADERIA RECIBIDA CONTRA LA FACTURA DEL
      *    PROVEEDOR. ANTES LA UNICA FORMA DE SUBIR EL STOCK ERA EL
      *    AJUSTE MANUAL DE LA OPCION 7 Y CADA ENTREGA QUEDABA EN EL
      *    KARDEX COMO UNA CORRECCION SIN EXPLICACION.
       21400-COMPRAS.
           DISPLAY "COMPRAS Y PROVEEDORES"
           DISPLAY "1.- MANTENIMIENTO DE PROVEEDORES"
           DISPLAY "2.- RECEPCION DE COMPRA"
           DISPLAY "0.- CANCELAR"
           DISPLAY "DIGITE UNA OPCION"
           ACCEPT WS-OPCION-COMPRA
           EVALUATE WS-OPCION-COMPRA
               WHEN 1 PERFORM 21410-MANTENIMIENTO-PROVEEDORES
               WHEN 2 PERFORM 21420-RECEPCION-COMPRA
           END-EVALUATE
           .

      *    CREA O CORRIGE UN PROVEEDOR POR SU RUC, IGUAL QUE LA OPCION
      *    5 CON LOS CLIENTES. UN PROVEEDOR QUE YA NO SE USA SE MARCA
      *    INACTIVO (NO SE BORRA) PARA QUE SUS COMPRAS VIEJAS SIGAN
      *    APUNTANDO A UN RUC CONOCIDO.
       21410-MANTENIMIENTO-PROVEEDORES.
           DISPLAY "MANTENIMIENTO DE PROVEEDORES"
           DISPLAY "INGRESE RUC DEL PROVEEDOR 13 DIGITOS"
           ACCEPT WK-PRV-RUC
           PERFORM UNTIL WK-PRV-RUC > 0
               DISPLAY "RUC INVALIDO, INGRESE NUEVAMENTE"
               ACCEPT WK-PRV-RUC
           END-PERFORM
           MOVE WK-PRV-RUC TO FD-PRV-RUC
           READ PROVEEDORES-FILE
               INVALID KEY
                   DISPLAY "PROVEEDOR NO EXISTE, SE VA A CREAR"
                   PERFORM 21412-CAPTURAR-PROVEEDOR
                   MOVE 'A' TO FD-PRV-ESTADO
                   WRITE FD-PROVEEDOR-REG
                       INVALID KEY
                           DISPLAY "NO SE PUDO CREAR EL PROVEEDOR"
                       NOT INVALID KEY
                           DISPLAY "PROVEEDOR CREADO"
                           MOVE "MANTENIMIENTO PROVEEDOR"
                                TO WK-AUD-OPERACION
                           MOVE 0 TO WK-AUD-CEDULA
                           MOVE 0 TO WK-AUD-FACTURAID
                           MOVE "PROVEEDOR CREADO"
                                TO WK-AUD-RESULTADO
                           PERFORM 90000-REGISTRAR-AUDITORIA
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 21414-DISPLAY-PROVEEDOR
                   DISPLAY "DESEA CORREGIR LOS DATOS? S/N"
                   ACCEPT WK-RESP-PROVEEDOR
                   IF WK-RESP-PROVEEDOR = 'S' OR
                      WK-RESP-PROVEEDOR = 's'
                       DISPLAY "INGRESE LOS DATOS CORREGIDOS"
                       PERFORM 21412-CAPTURAR-PROVEEDOR
                       DISPLAY "ESTADO: A=ACTIVO, I=INACTIVO"
                       ACCEPT FD-PRV-ESTADO
                       IF FD-PRV-ESTADO = 'i'
                           MOVE 'I' TO FD-PRV-ESTADO
                       END-IF
                       IF FD-PRV-ESTADO NOT = 'I'
                           MOVE 'A' TO FD-PRV-ESTADO
                       END-IF
                       REWRITE FD-PROVEEDOR-REG
                           INVALID KEY
                               DISPLAY "NO SE PUDO ACTUALIZAR EL"
                                       " PROVEEDOR"
                           NOT INVALID KEY
                               DISPLAY "PROVEEDOR ACTUALIZADO"
                               MOVE "MANTENIMIENTO PROVEEDOR"
                                    TO WK-AUD-OPERACION
                               MOVE 0 TO WK-AUD-CEDULA
                               MOVE 0 TO WK-AUD-FACTURAID
                               MOVE "PROVEEDOR ACTUALIZADO"
                                    TO WK-AUD-RESULTADO
                               PERFORM 90000-REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ
           .

       21412-CAPTURAR-PROVEEDOR.
           MOVE WK-PRV-RUC TO FD-PRV-RUC
           DISPLAY "INGRESE RAZON SOCIAL"
           ACCEPT FD-PRV-NOMBRE
           DISPLAY "INGRESE PERSONA DE CONTACTO"
           ACCEPT FD-PRV-CONTACTO
           DISPLAY "INGRESE TELEFONO 10 DIGITOS"
           ACCEPT FD-PRV-TELEFONO
           DISPLAY "INGRESE DIAS DE PLAZO DE PAGO (0 = CONTADO)"
           ACCEPT FD-PRV-DIAS-PLAZO
           .

       21414-DISPLAY-PROVEEDOR.
           DISPLAY "PROVEEDOR REGISTRADO:"
           DISPLAY "** RUC: " FD-PRV-RUC
           DISPLAY "** RAZON SOCIAL: " FD-PRV-NOMBRE
           DISPLAY "** CONTACTO: " FD-PRV-CONTACTO
           DISPLAY "** TELEFONO: " FD-PRV-TELEFONO
           DISPLAY "** DIAS PLAZO: " FD-PRV-DIAS-PLAZO
           IF FD-PRV-ESTADO = 'I'
               DISPLAY "** ESTADO: INACTIVO"
           ELSE
               DISPLAY "** ESTADO: ACTIVO"
           END-IF
           .

      *    RECEPCION DE MERCADERIA: PIDE EL PROVEEDOR (ACTIVO) Y EL
      *    NUMERO DE SU FACTURA, RECHAZA UNA FACTURA DEL PROVEEDOR YA
      *    INGRESADA (CLAVE ALTERNA DE COMPRAS.DAT), CAPTURA LAS
      *    LINEAS Y, CON LA CONFIRMACION DEL OPERADOR, GRABA LA
      *    RECEPCION Y SUBE EL STOCK. HASTA LA CONFIRMACION NO SE
      *    TOCA NINGUN ARCHIVO NI SE CONSUME NUMERO DE LA SERIE.
       21420-RECEPCION-COMPRA.
           DISPLAY "RECEPCION DE COMPRA"
           DISPLAY "INGRESE RUC DEL PROVEEDOR 13 DIGITOS"
           ACCEPT WK-PRV-RUC
           MOVE WK-PRV-RUC TO FD-PRV-RUC
           READ PROVEEDORES-FILE
               INVALID KEY
                   DISPLAY "PROVEEDOR NO EXISTE, CREELO PRIMERO EN EL"
                   DISPLAY "MANTENIMIENTO DE PROVEEDORES"
               NOT INVALID KEY
                   IF FD-PRV-ESTADO = 'I'
                       DISPLAY "PROVEEDOR INACTIVO, NO RECIBE COMPRAS"
                   ELSE
                       DISPLAY "PROVEEDOR: " FD-PRV-NOMBRE
                       PERFORM 21421-CAPTURAR-COMPRA
                   END-IF
           END-READ
           .

       21421-CAPTURAR-COMPRA.
           DISPLAY "INGRESE NUMERO DE FACTURA DEL PROVEEDOR"
           ACCEPT WK-CP-FACT-PROVEEDOR
           MOVE WK-PRV-RUC           TO FD-CP-RUC-PROVEEDOR
           MOVE WK-CP-FACT-PROVEEDOR TO FD-CP-FACT-PROVEEDOR
           READ COMPRAS-FILE KEY IS FD-CP-REF-PROVEEDOR
               INVALID KEY
                   MOVE 0 TO WK-CP-TOTAL-LINEAS
                   INITIALIZE TB-LINEAS-COMPRA
                   SET SW-SI-OTRA-LINEA-COMPRA TO TRUE
                   PERFORM 21422-INGRESO-LINEA-COMPRA
                       UNTIL SW-NO-OTRA-LINEA-COMPRA
                          OR WK-CP-TOTAL-LINEAS = WS-TB-MAX-LINEAS
                   PERFORM 21424-TOTALIZAR-COMPRA
                   DISPLAY "TOTAL DE LA COMPRA SIN IVA: "
                           WK-CP-VALOR-TOTAL
                   DISPLAY "CONFIRMA EL INGRESO DE LA COMPRA? S/N"
                   ACCEPT WK-RESP-COMPRA
                   IF WK-RESP-COMPRA = 'S' OR WK-RESP-COMPRA = 's'
                       PERFORM 21425-GRABAR-COMPRA
                   ELSE
                       DISPLAY "RECEPCION CANCELADA, NO SE GRABO"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "ESA FACTURA DEL PROVEEDOR YA FUE INGRESADA"
                           " CON LA RECEPCION " FD-CP-NUMERO
           END-READ
           .

      *    CAPTURA UNA LINEA DE LA RECEPCION: PRODUCTO DEL MAESTRO
      *    (ACTIVO), CANTIDAD RECIBIDA Y COSTO UNITARIO SIN IVA DE LA
      *    FACTURA DEL PROVEEDOR.
       21422-INGRESO-LINEA-COMPRA.
           ADD 1 TO WK-CP-TOTAL-LINEAS
           SET TB-CPL-IDX TO WK-CP-TOTAL-LINEAS
           MOVE 'N' TO WK-PRODUCTO-VALIDO-SW
           PERFORM UNTIL WK-PRODUCTO-VALIDO
               DISPLAY "INGRESE CODIGO PRODUCTO 10 ALFANUMERICOS"
               ACCEPT WK-CPL-CODIGO(TB-CPL-IDX)
               MOVE WK-CPL-CODIGO(TB-CPL-IDX) TO FD-PROD-CODIGO
               READ PRODUCTOS-FILE
                   INVALID KEY
                       DISPLAY "CODIGO DE PRODUCTO NO EXISTE EN EL"
                       DISPLAY "MAESTRO, INGRESE NUEVAMENTE"
                   NOT INVALID KEY
                       IF FD-PROD-ESTADO = 'I'
                           DISPLAY "PRODUCTO DESACTIVADO, REACTIVELO"
                           DISPLAY "ANTES DE RECIBIR MERCADERIA"
                       ELSE
                           DISPLAY "PRODUCTO: " FD-PROD-DESCRIPCION
                           DISPLAY "ULTIMO COSTO: " FD-PROD-ULT-COSTO
                           MOVE 'S' TO WK-PRODUCTO-VALIDO-SW
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "INGRESE CANTIDAD RECIBIDA HASTA 8 DIGITOS"
           ACCEPT WK-CPL-CANTIDAD(TB-CPL-IDX)
           PERFORM UNTIL WK-CPL-CANTIDAD(TB-CPL-IDX) > 0
               DISPLAY "LA CANTIDAD DEBE SER MAYOR A CERO, INGRESE"
               DISPLAY "NUEVAMENTE"
               ACCEPT WK-CPL-CANTIDAD(TB-CPL-IDX)
           END-PERFORM
           DISPLAY "INGRESE COSTO UNITARIO $ SIN IVA"
           ACCEPT WK-CPL-COSTO(TB-CPL-IDX)
           PERFORM UNTIL WK-CPL-COSTO(TB-CPL-IDX) > 0
               DISPLAY "EL COSTO DEBE SER MAYOR A CERO, INGRESE"
               DISPLAY "NUEVAMENTE"
               ACCEPT WK-CPL-COSTO(TB-CPL-IDX)
           END-PERFORM
           COMPUTE WK-CPL-VALOR(TB-CPL-IDX) =
                   WK-CPL-CANTIDAD(TB-CPL-IDX)
                   * WK-CPL-COSTO(TB-CPL-IDX)
           IF WK-CP-TOTAL-LINEAS = WS-TB-MAX-LINEAS
               DISPLAY "SE ALCANZO EL MAXIMO DE LINEAS POR RECEPCION ("
                       WS-TB-MAX-LINEAS ")"
           ELSE
               DISPLAY "DESEA INGRESAR OTRO PRODUCTO? S/N"
               ACCEPT SW-OTRA-LINEA-COMPRA
               IF SW-OTRA-LINEA-COMPRA = 's'
                   SET SW-SI-OTRA-LINEA-COMPRA TO TRUE
               END-IF
               IF NOT SW-SI-OTRA-LINEA-COMPRA
                   SET SW-NO-OTRA-LINEA-COMPRA TO TRUE
               END-IF
           END-IF
           .

       21424-TOTALIZAR-COMPRA.
           MOVE 0 TO WK-CP-VALOR-TOTAL
           PERFORM VARYING TB-CPL-IDX FROM 1 BY 1
                     UNTIL TB-CPL-IDX > WK-CP-TOTAL-LINEAS
               ADD WK-CPL-VALOR(TB-CPL-IDX) TO WK-CP-VALOR-TOTAL
           END-PERFORM
           .

      *    GRABA LA RECEPCION CON EL SIGUIENTE NUMERO DE LA SERIE 'CP';
      *    UN DUPLICADO TOMA EL SIGUIENTE NUMERO Y REINTENTA, IGUAL QUE
      *    LAS FACTURAS. RECIEN CON EL ENCABEZADO GRABADO SE GRABAN LAS
      *    LINEAS Y SE SUBE EL STOCK.
       21425-GRABAR-COMPRA.
           MOVE 'N' TO WK-CP-GRABADA-SW
           PERFORM 21426-ASIGNAR-NUMERO-COMPRA
           PERFORM UNTIL WK-CP-GRABADA
               MOVE WK-CP-NUMERO         TO FD-CP-NUMERO
               MOVE WK-PRV-RUC           TO FD-CP-RUC-PROVEEDOR
               MOVE WK-CP-FACT-PROVEEDOR TO FD-CP-FACT-PROVEEDOR
               MOVE FUNCTION CURRENT-DATE(1:8) TO FD-CP-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO FD-CP-HORA
               MOVE WK-CP-TOTAL-LINEAS   TO FD-CP-TOTAL-LINEAS
               MOVE WK-CP-VALOR-TOTAL    TO FD-CP-VALOR-TOTAL
               MOVE WK-OPERADOR          TO FD-CP-OPERADOR
               WRITE FD-COMPRA-REG
                   INVALID KEY
                       DISPLAY "NUMERO DE RECEPCION " WK-CP-NUMERO
                               " YA EXISTE, SE TOMA EL SIGUIENTE"
                       PERFORM 21426-ASIGNAR-NUMERO-COMPRA
                   NOT INVALID KEY
                       MOVE 'S' TO WK-CP-GRABADA-SW
                       PERFORM 21427-GRABAR-DETALLE-COMPRA
                       PERFORM 21428-INGRESAR-STOCK-COMPRA
                       DISPLAY "RECEPCION " WK-CP-NUMERO " GRABADA"
                       MOVE "RECEPCION COMPRA"  TO WK-AUD-OPERACION
                       MOVE 0                   TO WK-AUD-CEDULA
                       MOVE WK-CP-NUMERO        TO WK-AUD-FACTURAID
                       MOVE "COMPRA GRABADA, STOCK ACTUALIZADO"
                            TO WK-AUD-RESULTADO
                       PERFORM 90000-REGISTRAR-AUDITORIA
               END-WRITE
           END-PERFORM
           .

       21426-ASIGNAR-NUMERO-COMPRA.
           MOVE "CP" TO WK-SERIE-TIPO
           PERFORM 90200-TOMAR-NUMERO-SERIE
           MOVE WK-NUMERO-SERIE TO WK-CP-NUMERO
           DISPLAY "NUMERO DE RECEPCION ASIGNADO: " WK-CP-NUMERO
           .

       21427-GRABAR-DETALLE-COMPRA.
           PERFORM VARYING WK-LIN-NUM FROM 1 BY 1
                     UNTIL WK-LIN-NUM > WK-CP-TOTAL-LINEAS
               MOVE WK-CP-NUMERO TO FD-CPD-NUMERO
               MOVE WK-LIN-NUM   TO FD-CPD-LINEA
               MOVE WK-CPL-CODIGO(WK-LIN-NUM)
                    TO FD-CPD-CODIGO-PRODUCTO
               MOVE WK-CPL-CANTIDAD(WK-LIN-NUM) TO FD-CPD-CANTIDAD
               MOVE WK-CPL-COSTO(WK-LIN-NUM)
                    TO FD-CPD-COSTO-UNITARIO
               MOVE WK-CPL-VALOR(WK-LIN-NUM)    TO FD-CPD-VALOR-LINEA
               WRITE FD-COMPDET-REG
                   INVALID KEY
                       REWRITE FD-COMPDET-REG
               END-WRITE
           END-PERFORM
           .

      *    SUBE EL STOCK DE CADA PRODUCTO RECIBIDO, RECALCULA SU COSTO
      *    PROMEDIO PONDERADO CON LAS UNIDADES QUE YA HABIA Y GUARDA LA
      *    ULTIMA COMPRA. UN PRODUCTO SIN COSTO PREVIO (O SIN STOCK)
      *    TOMA EL COSTO DE ESTA COMPRA COMO PROMEDIO, PARA QUE LAS
      *    EXISTENCIAS CARGADAS ANTES DEL COSTEO NO LO DILUYAN A CERO.
      *    CADA LINEA DEJA SU MOVIMIENTO 'COM' EN EL KARDEX.
       21428-INGRESAR-STOCK-COMPRA.
           PERFORM VARYING WK-LIN-NUM FROM 1 BY 1
                     UNTIL WK-LIN-NUM > WK-CP-TOTAL-LINEAS
               MOVE WK-CPL-CODIGO(WK-LIN-NUM) TO FD-PROD-CODIGO
               READ PRODUCTOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FD-PROD-COSTO-PROMEDIO = 0 OR
                          FD-PROD-STOCK = 0
                           MOVE WK-CPL-COSTO(WK-LIN-NUM)
                                TO FD-PROD-COSTO-PROMEDIO
                       ELSE
                           COMPUTE FD-PROD-COSTO-PROMEDIO ROUNDED =
                               (FD-PROD-STOCK * FD-PROD-COSTO-PROMEDIO
                                + WK-CPL-VALOR(WK-LIN-NUM))
                               / (FD-PROD-STOCK
                                  + WK-CPL-CANTIDAD(WK-LIN-NUM))
                       END-IF
                       ADD WK-CPL-CANTIDAD(WK-LIN-NUM) TO FD-PROD-STOCK
                       MOVE FUNCTION CURRENT-DATE(1:8)
                            TO FD-PROD-ULT-COMPRA-FECHA
                       MOVE WK-PRV-RUC TO FD-PROD-ULT-PROVEEDOR
                       MOVE WK-CPL-COSTO(WK-LIN-NUM)
                            TO FD-PROD-ULT-COSTO
                       REWRITE FD-PRODUCTO-REG
                       MOVE "COM"        TO WK-KX-TIPO
                       MOVE WK-CP-NUMERO TO WK-KX-DOCUMENTO
                       MOVE WK-CPL-CANTIDAD(WK-LIN-NUM)
                            TO WK-KX-ENTRADA
                       MOVE 0            TO WK-KX-SALIDA
                       PERFORM 90300-REGISTRAR-KARDEX
               END-READ
           END-PERFORM
           .

      *    ESCRIBE UNA LINEA EN AUDITORIA.LOG. LOS DATOS DEL EVENTO SE
      *    DEJAN ANTES EN WK-AUDITORIA (OPERACION/CEDULA/FACTURAID/
      *    RESULTADO); ESTA RUTINA SOLO TIMBRA FECHA/HORA Y GRABA.
           .

      *    TOMA EL SIGUIENTE NUMERO DE LA SERIE CUYO TIPO ESTA EN
      *    WK-SERIE-TIPO ('FA', 'NC', ...) PARA EL ESTABLECIMIENTO Y
      *    PUNTO DE EMISION DE ESTA TERMINAL, AVANZA EL SECUENCIAL EN
      *    SERIES.DAT Y DEJA EL NUMERO COMPLETO ARMADO EN
      *    WK-NUMERO-SERIE. SI LA SERIE NO EXISTE TODAVIA (TIPO NUEVO
           CLOSE CLIENTES-FILE
           CLOSE PAGOS-FILE
           CLOSE NOTASCRED-FILE
           CLOSE NOTASDEB-FILE
           CLOSE RETENCIONES-FILE
           CLOSE PROFORMAS-FILE
           CLOSE PROFDET-FILE
           CLOSE OPERADORES-FILE
           CLOSE SERIES-FILE
           CLOSE PROVEEDORES-FILE
           CLOSE COMPRAS-FILE
           CLOSE COMPDET-FILE
           STOP RUN.
      ** add other procedures here
       END PROGRAM MENU01.
