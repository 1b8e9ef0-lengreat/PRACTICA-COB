      ******************************************************************
      * COPYBOOK: ASIENTO.CPY
      * PURPOSE: LAYOUT DE UNA LINEA DEL ARCHIVO DE INTERFAZ CON LA
      *          CONTABILIDAD (ASIENTOS.TXT) QUE GENERA CONT01. FORMATO
      *          FIJO, UNA LINEA POR CUENTA DE CADA DOCUMENTO DEL DIA;
      *          CADA LINEA LLEVA VALOR SOLO EN EL DEBE O SOLO EN EL
      *          HABER. TODAS LAS LINEAS DE UNA CORRIDA SON UN MISMO
      *          ASIENTO DE DIARIO CON LA FECHA EXPORTADA.
      *          TIPO DE DOCUMENTO: 'FAC' FACTURA, 'NC ' NOTA DE
      *          CREDITO, 'PAG' PAGO, 'RET' RETENCION, 'ND ' NOTA DE
      *          DEBITO.
      ******************************************************************
       01  REG-ASIENTO.
           05  AS-FECHA                  PIC 9(8).
           05  AS-LINEA                  PIC 9(6).
           05  AS-CUENTA                 PIC X(20).
           05  AS-DEBE                   PIC 9(13)V99.
           05  AS-HABER                  PIC 9(13)V99.
           05  AS-TIPO-DOC               PIC X(3).
           05  AS-DOCUMENTO              PIC 9(18).
           05  AS-CEDULA                 PIC 9(10).
           05  AS-GLOSA                  PIC X(30).
