      ******************************************************************
      * COPYBOOK: COMPDET.CPY
      * PURPOSE: LAYOUT DEL REGISTRO DE DETALLE DE RECEPCIONES DE
      *          COMPRA (COMPDET.DAT). UNA LINEA POR PRODUCTO
      *          RECIBIDO, CLAVE POR NUMERO DE RECEPCION + NUMERO DE
      *          LINEA, CON LA CANTIDAD Y EL COSTO UNITARIO DE LA
      *          FACTURA DEL PROVEEDOR (SIN IVA).
      ******************************************************************
       01  FD-COMPDET-REG.
           05  FD-CPD-KEY.
               10  FD-CPD-NUMERO         PIC 9(18).
               10  FD-CPD-LINEA          PIC 9(3).
           05  FD-CPD-CODIGO-PRODUCTO    PIC X(10).
           05  FD-CPD-CANTIDAD           PIC 9(8).
           05  FD-CPD-COSTO-UNITARIO     PIC 9(10)V99.
           05  FD-CPD-VALOR-LINEA        PIC 9(10)V99.
