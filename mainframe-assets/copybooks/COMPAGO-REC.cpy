      ******************************************************************
      * COPYBOOK - REGISTRO DEL FICHERO DE PAGOS DE COMISIONES
      * (POLCOMIS)
      * UNA ORDEN DE PAGO POR INTERMEDIARIO CON IMPORTE A PAGAR
      * POSITIVO EN EL MES LIQUIDADO: DATOS DEL BENEFICIARIO (NIF,
      * NOMBRE E IBAN DEL MAESTRO INTERMEDIARIOS), MES Y NETO A
      * TRANSFERIR. LOS INTERMEDIARIOS CON SALDO CERO O DEUDOR NO
      * GENERAN ORDEN: SU SALDO SE ARRASTRA AL MES SIGUIENTE EN
      * LIQUIDACIONES_COMISION.
      ******************************************************************
       01 CPG-REGISTRO.
          05 CPG-CODIGO-INTERMEDIARIO
                                     PIC X(08).
          05 CPG-NIF                 PIC X(13).
          05 CPG-NOMBRE              PIC X(40).
          05 CPG-IBAN                PIC X(34).
          05 CPG-PERIODO             PIC X(06).
          05 CPG-IMPORTE-PAGO        PIC S9(9)V99 COMP-3.
          05 FILLER                  PIC X(13).
