      ******************************************************************
      * COPYBOOK: COMPRA.CPY
      * PURPOSE: LAYOUT DEL REGISTRO DE ENCABEZADO DE RECEPCIONES DE
      *          COMPRA (COMPRAS.DAT). CADA MERCADERIA RECIBIDA DE UN
      *          PROVEEDOR ES UN DOCUMENTO CON NUMERO PROPIO (SERIE
      *          'CP' DE SERIES.DAT) QUE GUARDA EL RUC DEL PROVEEDOR Y
      *          EL NUMERO DE SU FACTURA. LA CLAVE ALTERNA PROVEEDOR +
      *          FACTURA DEL PROVEEDOR NO ADMITE DUPLICADOS, ASI LA
      *          MISMA FACTURA NO SE PUEDE INGRESAR DOS VECES. LAS
      *          LINEAS VIVEN EN COMPDET.DAT (VER COMPDET.CPY).
      ******************************************************************
       01  FD-COMPRA-REG.
           05  FD-CP-NUMERO              PIC 9(18).
           05  FD-CP-REF-PROVEEDOR.
               10  FD-CP-RUC-PROVEEDOR   PIC 9(13).
               10  FD-CP-FACT-PROVEEDOR  PIC X(17).
           05  FD-CP-FECHA               PIC 9(8).
           05  FD-CP-HORA                PIC 9(6).
           05  FD-CP-TOTAL-LINEAS        PIC 9(3).
           05  FD-CP-VALOR-TOTAL         PIC 9(13)V99.
           05  FD-CP-OPERADOR            PIC X(10).
