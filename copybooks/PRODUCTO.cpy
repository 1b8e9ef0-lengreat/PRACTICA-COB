      *    DESCUENTA AL GRABAR CADA FACTURA Y SE REPONE AL ANULARLA.
           05  FD-PROD-STOCK             PIC 9(8).
           05  FD-PROD-STOCK-MINIMO      PIC 9(8).
      *    COSTO PROMEDIO PONDERADO DE LAS EXISTENCIAS Y DATOS DE LA
      *    ULTIMA COMPRA RECIBIDA (FECHA, RUC DEL PROVEEDOR Y COSTO
      *    UNITARIO). LOS ACTUALIZA LA RECEPCION DE COMPRAS DE MENU01;
      *    CEROS EN PRODUCTOS SIN COMPRAS REGISTRADAS (EL PRIMER
      *    INGRESO TOMA SU COSTO COMO PROMEDIO INICIAL).
           05  FD-PROD-COSTO-PROMEDIO    PIC 9(10)V9999.
           05  FD-PROD-ULT-COMPRA-FECHA  PIC 9(8).
           05  FD-PROD-ULT-PROVEEDOR     PIC 9(13).
           05  FD-PROD-ULT-COSTO         PIC 9(10)V99.
