      ******************************************************************
      * COPYBOOK: PROVEEDOR.CPY
      * PURPOSE: LAYOUT DEL REGISTRO DEL ARCHIVO MAESTRO DE PROVEEDORES
      *          (PROVEEDORES.DAT), CLAVE POR RUC. LO MANTIENE LA
      *          OPCION DE COMPRAS DE MENU01 Y LO REFERENCIA CADA
      *          RECEPCION DE COMPRA (VER COMPRA.CPY).
      ******************************************************************
       01  FD-PROVEEDOR-REG.
           05  FD-PRV-RUC                PIC 9(13).
           05  FD-PRV-NOMBRE             PIC X(40).
      *    PERSONA DE CONTACTO Y TELEFONO PARA PEDIDOS Y RECLAMOS.
           05  FD-PRV-CONTACTO           PIC X(30).
           05  FD-PRV-TELEFONO           PIC 9(10).
      *    CONDICION DE PAGO PACTADA CON EL PROVEEDOR, EN DIAS DESDE
      *    LA FECHA DE SU FACTURA. CERO = CONTADO.
           05  FD-PRV-DIAS-PLAZO         PIC 9(3).
      *    'A' = ACTIVO, 'I' = INACTIVO (NO RECIBE COMPRAS NUEVAS).
           05  FD-PRV-ESTADO             PIC X.
