      ******************************************************************
      * COPYBOOK: TASAMORA.CPY
      * PURPOSE: LAYOUT DEL ARCHIVO DE REFERENCIA DE TASAS DE INTERES
      *          DE MORA (TASASMORA.TXT). UNA LINEA POR TASA ANUAL
      *          VIGENTE A PARTIR DE UNA FECHA, IGUAL QUE TASASIVA.TXT.
      *          LA MANTIENE EL CONTADOR EDITANDO EL ARCHIVO CUANDO
      *          CAMBIA LA TASA PUBLICADA.
      ******************************************************************
       01  REG-TASA-MORA.
           05  TM-FECHA-EFECTIVA         PIC 9(8).
           05  TM-TASA-ANUAL             PIC 9(2)V99.
