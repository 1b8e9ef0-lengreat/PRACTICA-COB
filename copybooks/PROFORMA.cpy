           05  FD-PF-CANTIDAD            PIC 9(8).
           05  FD-PF-ESTADO              PIC X.
           05  FD-PF-FACTURAID           PIC 9(18).
      *    ORIGEN DEL DESCUENTO COTIZADO (LISTA, PARTE DE REGLA Y
      *    SUPERVISOR QUE AUTORIZO EL EXCESO), IGUAL QUE EN
      *    FACTURA.CPY; PASAN TAL CUAL A LA FACTURA AL CONVERTIR.
           05  FD-PF-LISTA-PRECIOS       PIC X(4).
           05  FD-PF-DESC-REGLA          PIC 9(5)V99.
           05  FD-PF-DESC-AUTORIZA       PIC X(10).
