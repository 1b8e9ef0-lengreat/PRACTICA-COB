      ******************************************************************
      * COPYBOOK: CONTEO.CPY
      * PURPOSE: LAYOUT DE UN REGISTRO DEL ARCHIVO DE CONTEO FISICO
      *          (CONTEO.TXT). FORMATO FIJO, UNA LINEA POR PRODUCTO Y
      *          UBICACION CONTADA CON LAS UNIDADES ENCONTRADAS; UN
      *          PRODUCTO CONTADO EN VARIAS UBICACIONES TRAE VARIAS
      *          LINEAS Y SE SUMAN. LO CONSUME INV01.
      ******************************************************************
       01  REG-CONTEO.
           05  CT-CODIGO                 PIC X(10).
           05  CT-CANTIDAD               PIC 9(8).
