      ******************************************************************
      * COPYBOOK: NOTADEB.CPY
      * PURPOSE: LAYOUT DEL REGISTRO DE NOTAS DE DEBITO
      *          (NOTASDEB.DAT). LAS EMITE LA LIQUIDACION MENSUAL DE
      *          INTERESES DE MORA INTE01: UNA NOTA POR CLIENTE Y MES
      *          LIQUIDADO, CON NUMERO PROPIO DE LA SERIE 'ND', POR LA
      *          SUMA DE LOS INTERESES DE TODAS SUS FACTURAS VENCIDAS.
      *          REFERENCIA LA CLAVE PRIMARIA DE LA FACTURA VENCIDA MAS
      *          ANTIGUA DEL CLIENTE (EL DOCUMENTO MODIFICADO QUE PIDE
      *          EL SRI), Y ES A ESA FACTURA A LA QUE SE LE SUMA EN EL
      *          SALDO DE COBRANZA, AGING Y CONTROL DE CREDITO. EL
      *          DETALLE POR FACTURA QUEDA EN INTERES.RPT.
      *          UNA NOTA CONDONADA POR UN SUPERVISOR (MENU01, OPCION
      *          3) QUEDA EN ESTADO 'X' CON FECHA Y OPERADOR, Y DEJA DE
      *          SUMAR EN TODAS PARTES. EL ESTADO SRI SIGUE LAS MISMAS
      *          REGLAS QUE EN LA FACTURA (VER FACTURA.CPY).
      ******************************************************************
       01  FD-NOTADEB-REG.
           05  FD-ND-NUMERO              PIC 9(18).
           05  FD-ND-REF.
               10  FD-ND-REF-ID          PIC 9(10).
               10  FD-ND-REF-FACTURAID   PIC 9(18).
           05  FD-ND-ID-TIPO             PIC X.
           05  FD-ND-FECHA               PIC 9(8).
           05  FD-ND-HORA                PIC 9(6).
      *    MES LIQUIDADO (AAAAMM), CANTIDAD DE FACTURAS VENCIDAS QUE
      *    ENTRARON, SUMA DE SUS SALDOS Y TASA ANUAL DE MORA USADA.
           05  FD-ND-PERIODO             PIC 9(6).
           05  FD-ND-FACTURAS            PIC 9(4).
           05  FD-ND-BASE-MORA           PIC 9(13)V99.
           05  FD-ND-TASA-MORA           PIC 9(2)V99.
           05  FD-ND-VALOR               PIC 9(10)V99.
           05  FD-ND-TASA-IVA            PIC 9(2)V99.
           05  FD-ND-VALORIVA            PIC 9(10)V99.
           05  FD-ND-MOTIVO              PIC X(30).
           05  FD-ND-ESTADO              PIC X.
               88 FD-ND-CONDONADA                 VALUE 'X'.
           05  FD-ND-FECHA-CONDONACION   PIC 9(8).
           05  FD-ND-OPERADOR-CONDONA    PIC X(10).
           05  FD-ND-ESTADO-SRI          PIC X.
           05  FD-ND-NUM-AUTORIZACION    PIC X(37).
           05  FD-ND-MOTIVO-RECHAZO      PIC X(45).
