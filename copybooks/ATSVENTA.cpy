      ******************************************************************
      * COPYBOOK: ATSVENTA.CPY
      * PURPOSE: LAYOUT DEL ARCHIVO DE VENTAS DEL ANEXO TRANSACCIONAL
      *          SIMPLIFICADO (ATSVENTAS.TXT) QUE GENERA SRI003 PARA LA
      *          HERRAMIENTA DEL SRI. FORMATO FIJO, TRES TIPOS DE
      *          REGISTRO SEGUN ATS-TIPO-REG:
      *          'C' CABECERA: RUC DEL INFORMANTE, PERIODO Y TOTALES.
      *          'V' VENTAS DE UN COMPRADOR (CEDULA/RUC + TIPO DE ID):
      *              FACTURAS Y NOTAS DE DEBITO DEL MES MENOS LAS NOTAS
      *              DE CREDITO DEL MES, BASE SEPARADA EN TARIFA 0 Y
      *              GRAVADA, Y LO QUE EL COMPRADOR NOS RETUVO EN EL
      *              MES POR IVA Y POR RENTA.
      *          'A' COMPROBANTE ANULADO CON SU AUTORIZACION: FACTURA
      *              ANULADA (TIPO '01') O NOTA DE DEBITO CONDONADA
      *              (TIPO '05').
      *          EL TIPO DE ID VA CON EL CODIGO DEL SRI: '04' RUC,
      *          '05' CEDULA, '06' PASAPORTE. LOS IMPORTES VAN EN ZONA
      *          NUMERICA CON DOS DECIMALES IMPLICITOS; LOS QUE PUEDEN
      *          QUEDAR NEGATIVOS (NOTA DE CREDITO DE UNA VENTA DE OTRO
      *          MES) LLEVAN EL SIGNO ADELANTE EN UN CARACTER APARTE.
      ******************************************************************
       01  REG-ATS-VENTA.
           05  ATS-TIPO-REG              PIC X.
               88 ATS-CABECERA                    VALUE 'C'.
               88 ATS-VENTA                       VALUE 'V'.
               88 ATS-ANULADO                     VALUE 'A'.
           05  ATS-DATOS                 PIC X(130).
           05  ATS-CABECERA-R REDEFINES ATS-DATOS.
               10  ATS-C-RUC-INFORMANTE  PIC X(13).
               10  ATS-C-ANIO            PIC 9(4).
               10  ATS-C-MES             PIC 99.
               10  ATS-C-COMPRADORES     PIC 9(6).
               10  ATS-C-ANULADOS        PIC 9(6).
               10  ATS-C-TOTAL-VENTAS    PIC S9(13)V99
                                         SIGN LEADING SEPARATE.
               10  FILLER                PIC X(83).
           05  ATS-VENTA-R REDEFINES ATS-DATOS.
               10  ATS-V-TP-ID-CLIENTE   PIC X(2).
               10  ATS-V-ID-CLIENTE      PIC 9(10).
               10  ATS-V-FACTURAS        PIC 9(6).
               10  ATS-V-NOTAS-DEBITO    PIC 9(6).
               10  ATS-V-NOTAS-CREDITO   PIC 9(6).
               10  ATS-V-BASE-TARIFA-0   PIC S9(13)V99
                                         SIGN LEADING SEPARATE.
               10  ATS-V-BASE-GRAVADA    PIC S9(13)V99
                                         SIGN LEADING SEPARATE.
               10  ATS-V-MONTO-IVA       PIC S9(13)V99
                                         SIGN LEADING SEPARATE.
               10  ATS-V-RET-IVA         PIC 9(13)V99.
               10  ATS-V-RET-RENTA       PIC 9(13)V99.
               10  FILLER                PIC X(22).
           05  ATS-ANULADO-R REDEFINES ATS-DATOS.
               10  ATS-A-TIPO-COMPROB    PIC X(2).
               10  ATS-A-ESTABLECIMIENTO PIC 9(3).
               10  ATS-A-PUNTO-EMISION   PIC 9(3).
               10  ATS-A-SECUENCIAL-DESDE PIC 9(9).
               10  ATS-A-SECUENCIAL-HASTA PIC 9(9).
               10  ATS-A-AUTORIZACION    PIC X(37).
               10  ATS-A-FECHA-ANULACION PIC 9(8).
               10  FILLER                PIC X(59).
