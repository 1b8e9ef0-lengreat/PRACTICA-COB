      * PURPOSE: LAYOUT DEL REGISTRO DEL ARCHIVO DE CONTROL DE SERIES
      *          DE NUMERACION DE DOCUMENTOS (SERIES.DAT). UNA SERIE
      *          POR TIPO DE DOCUMENTO ('FA' FACTURA, 'NC' NOTA DE
      *          CREDITO, 'PF' PROFORMA, 'CP' RECEPCION DE COMPRA,
      *          'ND' NOTA DE DEBITO) Y
      *          POR ESTABLECIMIENTO + PUNTO DE EMISION,
      *          AL ESTILO SRI 001-001-000000123. EL SECUENCIAL ES EL
      *          ULTIMO NUMERO ASIGNADO; EL SIGUIENTE DOCUMENTO TOMA
      *          SECUENCIAL + 1, ASI LA NUMERACION SALE CORRELATIVA Y
