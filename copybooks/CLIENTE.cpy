      *    CREDITO DEL INGRESO DE FACTURAS EN MENU01.
           05  FD-CLI-CUPO-CREDITO       PIC 9(10)V99.
           05  FD-CLI-DIAS-PLAZO         PIC 9(3).
      *    LISTA DE PRECIOS ASIGNADA AL CLIENTE (CODIGO DE
      *    LISTASPRECIO.TXT, VER LISTAPRE.CPY). ESPACIOS = PRECIO DEL
      *    MAESTRO DE PRODUCTOS SIN DESCUENTO DE LISTA. SOLO UN
      *    SUPERVISOR LA ASIGNA O LA CAMBIA.
           05  FD-CLI-LISTA-PRECIOS      PIC X(4).
