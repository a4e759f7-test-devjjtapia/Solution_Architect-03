      ******************************************************************
      * COPYBOOK DCLGEN - TABLA DB2 LIQUIDACIONES_COMISION
      * RESULTADO DE LA LIQUIDACION MENSUAL DE COMISIONES (POLCOMIS):
      * UNA FILA POR INTERMEDIARIO Y MES LIQUIDADO (CLAVE PRIMARIA
      * CODIGO_INTERMEDIARIO + PERIODO AAAAMM).
      *   COMISION_EMITIDA   - COMISION SOBRE LA PRIMA EMITIDA EN EL
      *                        MES (ALTAS, ENDOSOS Y RENOVACIONES).
      *   COMISION_EXTORNADA - COMISION RECUPERADA SOBRE LOS
      *                        EXTORNOS QUE POLEXTOR PAGO EN EL MES.
      *   SALDO_ANTERIOR     - SALDO DEUDOR ARRASTRADO DEL ULTIMO
      *                        MES LIQUIDADO (CERO O NEGATIVO).
      *   SALDO_FINAL        - EMITIDA - EXTORNADA + ANTERIOR.
      *   IMPORTE_PAGADO     - LO QUE SE ORDENA PAGAR A TESORERIA:
      *                        EL SALDO FINAL SI ES POSITIVO, Y SI NO
      *                        CERO (EL SALDO NEGATIVO SE COMPENSA EN
      *                        LOS MESES SIGUIENTES).
      * LA FECHA DE PROCESO VA EN FORMATO AAAAMMDD, COMO EN
      * POLIZAS_HIST.
      ******************************************************************
       01 DCLLIQUIDACIONES-COMISION.
          05 LQC-CODIGO-INTERMEDIARIO
                                   PIC X(08).
          05 LQC-PERIODO           PIC X(06).
          05 LQC-COMISION-EMITIDA  PIC S9(9)V99 COMP-3.
          05 LQC-COMISION-EXTORNADA
                                   PIC S9(9)V99 COMP-3.
          05 LQC-SALDO-ANTERIOR    PIC S9(9)V99 COMP-3.
          05 LQC-SALDO-FINAL       PIC S9(9)V99 COMP-3.
          05 LQC-IMPORTE-PAGADO    PIC S9(9)V99 COMP-3.
          05 LQC-FECHA-PROCESO     PIC X(08).
