      *          TOTAL O PARCIAL DE UNA FACTURA ES UN REGISTRO, CLAVE
      *          POR LA CLAVE PRIMARIA DE LA FACTURA (CEDULA + NUMERO
      *          DE FACTURA) MAS UN SECUENCIAL DE PAGO.
      *          LOS PAGOS QUE NO SON EN EFECTIVO LLEVAN LA REFERENCIA
      *          DEL DEPOSITO O TRANSFERENCIA TAL COMO SALE EN EL
      *          EXTRACTO DEL BANCO; CONC01 LOS MARCA CONCILIADOS
      *          ('S' Y FECHA) CUANDO LOS ENCUENTRA EN EL EXTRACTO.
      ******************************************************************
       01  FD-PAGO-REG.
           05  FD-PG-KEY.
           05  FD-PG-FECHA               PIC 9(8).
           05  FD-PG-VALOR               PIC 9(10)V99.
           05  FD-PG-FORMA-PAGO          PIC X(15).
           05  FD-PG-REFERENCIA          PIC X(20).
           05  FD-PG-CONCILIADO          PIC X.
               88 FD-PG-ESTA-CONCILIADO           VALUE 'S'.
           05  FD-PG-FECHA-CONCILIACION  PIC 9(8).
