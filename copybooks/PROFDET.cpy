           05  FD-PFD-CANTIDAD           PIC 9(8).
           05  FD-PFD-PRECIO-UNITARIO    PIC 9(10)V99.
           05  FD-PFD-VALOR-LINEA        PIC 9(10)V99.
      *    DESCUENTO DE LISTA DE LA LINEA, IGUAL QUE EN FACTDET.CPY.
           05  FD-PFD-DESC-PORC          PIC 9(2)V99.
           05  FD-PFD-DESC-LINEA         PIC 9(10)V99.
