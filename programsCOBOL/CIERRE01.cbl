      *             SUPERVISOR EN MENU01); UNA FECHA EN PERIODO
      *             ABIERTO SE RECHAZA PARA QUE EL CIERRE NUNCA SE
      *             ADELANTE A LA DECLARACION DEL MES.
      *  18/09/26 - EL CIERRE ABORTADO POR PERIODO ABIERTO TERMINA CON
      *             CODIGO DE RETORNO 4, PARA QUE LA CADENA NOCTURNA
      *             CADENA01 LO DETECTE Y SE DETENGA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               MOVE "CIERRE EN PERIODO ABIERTO, PROCESO ABORTADO"
                    TO REP-LINEA
               WRITE REP-LINEA
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 20000-PROCESO-FACTURAS
               PERFORM 30000-PROCESO-AUDITORIA
