           05  FD-DET-CANTIDAD           PIC 9(8).
           05  FD-DET-PRECIO-UNITARIO    PIC 9(10)V99.
           05  FD-DET-VALOR-LINEA        PIC 9(10)V99.
      *    DESCUENTO DE LA LINEA SEGUN LA LISTA DE PRECIOS DEL
      *    CLIENTE: PORCENTAJE DE LA REGLA VIGENTE Y VALOR SOBRE
      *    FD-DET-VALOR-LINEA. CEROS SI NO APLICO NINGUNA REGLA O EN
      *    LINEAS ANTERIORES A ESTOS CAMPOS.
           05  FD-DET-DESC-PORC          PIC 9(2)V99.
           05  FD-DET-DESC-LINEA         PIC 9(10)V99.
