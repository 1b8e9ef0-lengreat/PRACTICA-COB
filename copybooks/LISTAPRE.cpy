      ******************************************************************
      * COPYBOOK: LISTAPRE.CPY
      * PURPOSE: LAYOUT DEL ARCHIVO DE REFERENCIA DE LISTAS DE PRECIOS
      *          (LISTASPRECIO.TXT). CADA LINEA ES UNA REGLA DE UNA
      *          LISTA, VIGENTE ENTRE DOS FECHAS: PRECIO ESPECIAL DE UN
      *          PRODUCTO Y/O PORCENTAJE DE DESCUENTO A PARTIR DE UNA
      *          CANTIDAD MINIMA POR LINEA. PRODUCTO EN ESPACIOS = LA
      *          REGLA VALE PARA TODOS LOS PRODUCTOS; FECHA HASTA EN
      *          CEROS = SIN FIN; PRECIO EN CEROS = SE RESPETA EL DEL
      *          MAESTRO. LA LISTA SE ASIGNA AL CLIENTE EN CLIENTES.DAT
      *          (FD-CLI-LISTA-PRECIOS) Y EL INGRESO DE FACTURAS Y
      *          PROFORMAS DE MENU01 LA APLICA POR LINEA. LA MANTIENE
      *          EL SUPERVISOR EDITANDO EL ARCHIVO, IGUAL QUE
      *          TASASIVA.TXT.
      ******************************************************************
       01  REG-LISTA-PRECIO.
           05  LP-LISTA                  PIC X(4).
           05  LP-CODIGO-PRODUCTO        PIC X(10).
           05  LP-FECHA-DESDE            PIC 9(8).
           05  LP-FECHA-HASTA            PIC 9(8).
           05  LP-CANTIDAD-MINIMA        PIC 9(8).
           05  LP-PRECIO                 PIC 9(10)V99.
           05  LP-DESC-PORC              PIC 9(2)V99.
