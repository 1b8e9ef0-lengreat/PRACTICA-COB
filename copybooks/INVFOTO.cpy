      ******************************************************************
      * COPYBOOK: INVFOTO.CPY
      * PURPOSE: LAYOUT DEL REGISTRO DE LA FOTO DE EXISTENCIAS DE LA
      *          TOMA FISICA DE INVENTARIO (INVFOTO.DAT), CLAVE POR
      *          CODIGO DE PRODUCTO. INV01 GRABA UN REGISTRO POR
      *          PRODUCTO CON EL STOCK DEL SISTEMA AL MOMENTO DE LA
      *          FOTO, LUEGO LE CARGA LA CANTIDAD CONTADA Y AL FINAL
      *          LO MARCA CONTABILIZADO CUANDO LA DIFERENCIA YA PASO
      *          AL MAESTRO Y AL KARDEX.
      ******************************************************************
       01  FD-INVFOTO-REG.
           05  FD-IF-CODIGO              PIC X(10).
      *    FECHA Y HORA DE LA FOTO; IGUALES EN TODOS LOS REGISTROS DE
      *    UNA MISMA TOMA. JUNTAS FORMAN EL DOCUMENTO DEL MOVIMIENTO
      *    'CNT' EN KARDEX.MOV.
           05  FD-IF-FECHA-FOTO          PIC 9(8).
           05  FD-IF-HORA-FOTO           PIC 9(6).
           05  FD-IF-STOCK-FOTO          PIC 9(8).
           05  FD-IF-CONTADO             PIC 9(8).
      *    'F' = FOTO SIN CONTEO, 'C' = CONTADO, 'P' = DIFERENCIA
      *    CONTABILIZADA.
           05  FD-IF-ESTADO              PIC X.
