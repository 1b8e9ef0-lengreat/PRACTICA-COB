      ******************************************************************
      * COPYBOOK: CTACONT.CPY
      * PURPOSE: LAYOUT DE LA TABLA DE CUENTAS CONTABLES (CUENTAS.TXT)
      *          QUE USA LA EXPORTACION DEL DIARIO CONT01. UNA LINEA
      *          POR CONCEPTO DEL ASIENTO, CON SU DETALLE OPCIONAL Y
      *          EL CODIGO DE CUENTA DEL PLAN DEL CONTADOR. EL
      *          CONTADOR LA MANTIENE EDITANDO EL ARCHIVO; UN CONCEPTO
      *          CON DETALLE EN ESPACIOS ES LA CUENTA POR DEFECTO DEL
      *          CONCEPTO CUANDO NO HAY UNA LINEA PARA ESE DETALLE.
      *          CONCEPTOS:
      *            'CXC' CUENTAS POR COBRAR CLIENTES
      *            'VEN' VENTAS (BASE IMPONIBLE NETA DE DESCUENTO)
      *            'IVA' IVA COBRADO EN VENTAS
      *            'DEV' DEVOLUCIONES EN VENTAS (NOTAS DE CREDITO)
      *            'PAG' COBROS, DETALLE = FORMA DE PAGO
      *            'RET' RETENCIONES RECIBIDAS, DETALLE = IMPUESTO
      *                  ('IVA' O 'REN')
      *            'INT' INTERESES DE MORA (NOTAS DE DEBITO)
      ******************************************************************
       01  REG-CUENTA-CONTABLE.
           05  CC-CONCEPTO               PIC X(3).
           05  FILLER                    PIC X     VALUE SPACE.
           05  CC-DETALLE                PIC X(15).
           05  FILLER                    PIC X     VALUE SPACE.
           05  CC-CUENTA                 PIC X(20).
           05  FILLER                    PIC X     VALUE SPACE.
           05  CC-DESCRIPCION            PIC X(40).
