      *          FACTURA ACTIVA, LISTO PARA LA HERRAMIENTA DE ENVIO.
      *          LOS IMPORTES VAN EN ZONA NUMERICA SIN PUNTO DECIMAL,
      *          CON DOS DECIMALES IMPLICITOS.
      *          EL TIPO DE COMPROBANTE SIGUE LA TABLA DEL SRI ('01'
      *          FACTURA, '05' NOTA DE DEBITO). EN UNA NOTA DE DEBITO
      *          SRI-FACTURAID LLEVA EL NUMERO DE LA NOTA Y
      *          SRI-DOC-MODIFICADO EL DE LA FACTURA QUE REFERENCIA;
      *          EN UNA FACTURA VA EN CEROS.
      ******************************************************************
       01  REG-SRI-EXPORT.
           05  SRI-RUC-EMISOR            PIC X(13).
           05  SRI-TASA-IVA              PIC 9(2)V99.
           05  SRI-VALOR-IVA             PIC 9(5)V99.
           05  SRI-VALOR-TOTAL           PIC 9(13)V99.
           05  SRI-TIPO-DOC              PIC X(2).
           05  SRI-DOC-MODIFICADO        PIC 9(18).
