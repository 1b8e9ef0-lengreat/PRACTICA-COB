      ******************************************************************
      * COPYBOOK: EXTBANCO.CPY
      * PURPOSE: LAYOUT DE UN MOVIMIENTO DEL EXTRACTO BANCARIO
      *          (EXTRACTO.TXT) TAL COMO LO ENTREGA EL BANCO. FORMATO
      *          FIJO, UNA LINEA POR MOVIMIENTO: FECHA CONTABLE,
      *          TIPO ('C' CREDITO / 'D' DEBITO), VALOR, REFERENCIA
      *          DEL DEPOSITO O TRANSFERENCIA Y DESCRIPCION DEL BANCO.
      *          LO CONSUME LA CONCILIACION BANCARIA CONC01, QUE SOLO
      *          USA LOS CREDITOS.
      ******************************************************************
       01  REG-EXTRACTO.
           05  EXB-FECHA                 PIC 9(8).
           05  EXB-TIPO                  PIC X.
               88 EXB-CREDITO                     VALUE 'C'.
               88 EXB-DEBITO                      VALUE 'D'.
           05  EXB-VALOR                 PIC 9(10)V99.
           05  EXB-REFERENCIA            PIC X(20).
           05  EXB-DESCRIPCION           PIC X(40).
