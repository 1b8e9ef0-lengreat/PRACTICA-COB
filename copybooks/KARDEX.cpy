      *          TIPOS DE DOCUMENTO: 'FAC' FACTURA GRABADA, 'MOD'
      *          LINEA DE FACTURA MODIFICADA, 'ANU' ANULACION DE
      *          FACTURA, 'NC ' NOTA DE CREDITO, 'AJU' AJUSTE MANUAL
      *          DE STOCK (DOCUMENTO EN CEROS), 'COM' RECEPCION DE
      *          COMPRA (DOCUMENTO = NUMERO DE RECEPCION), 'CNT'
      *          DIFERENCIA DE LA TOMA FISICA DE INVENTARIO
      *          (DOCUMENTO = FECHA Y HORA DE LA FOTO, AAAAMMDDHHMMSS).
      ******************************************************************
       01  REG-KARDEX.
           05  KX-FECHA                  PIC 9(8).
