      *          'R' RECHAZADA), EL NUMERO DE AUTORIZACION (SOLO EN
      *          AUTORIZADAS) Y EL MOTIVO DEL RECHAZO (SOLO EN
      *          RECHAZADAS). LO CONSUME EL IMPORTADOR SRI002.
      *          EL TIPO DE COMPROBANTE ES EL MISMO DEL ARCHIVO DE
      *          ENVIO ('01' FACTURA, '05' NOTA DE DEBITO; EN BLANCO
      *          SE TOMA COMO FACTURA). EN UNA NOTA DE DEBITO
      *          SRR-FACTURAID LLEVA EL NUMERO DE LA NOTA.
      ******************************************************************
       01  REG-SRI-RESPUESTA.
           05  SRR-ID-COMPRADOR          PIC 9(10).
           05  SRR-RESPUESTA             PIC X.
           05  SRR-NUM-AUTORIZACION      PIC X(37).
           05  SRR-MOTIVO-RECHAZO        PIC X(45).
           05  SRR-TIPO-DOC              PIC X(2).
