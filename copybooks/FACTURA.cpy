      *    ESPACIOS EN REGISTROS ANTERIORES A ESTOS CAMPOS.
           05  FD-NUM-AUTORIZACION       PIC X(37).
           05  FD-MOTIVO-RECHAZO         PIC X(45).
      *    ORIGEN DEL DESCUENTO: LISTA DE PRECIOS DEL CLIENTE AL
      *    FACTURAR, PARTE DE FD-DESC QUE SALE DE LAS REGLAS DE ESA
      *    LISTA (SUMA DE LAS LINEAS EN FACTDET.DAT), OPERADOR QUE
      *    GRABO LA FACTURA Y SUPERVISOR QUE AUTORIZO UN DESCUENTO
      *    MAYOR AL DE LA LISTA (ESPACIOS SI NO HUBO). LO QUE FD-DESC
      *    EXCEDE A FD-DESC-REGLA ES DESCUENTO MANUAL. REGISTROS
      *    ANTERIORES A ESTOS CAMPOS TRAEN ESPACIOS Y CEROS, ASI QUE
      *    TODO SU DESCUENTO CUENTA COMO MANUAL (VER RPT009).
           05  FD-LISTA-PRECIOS          PIC X(4).
           05  FD-DESC-REGLA             PIC 9(5)V99.
           05  FD-CAJERO                 PIC X(10).
           05  FD-DESC-AUTORIZA          PIC X(10).
