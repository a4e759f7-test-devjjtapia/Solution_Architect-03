      ******************************************************************
      * COPYBOOK DCLGEN - TABLA DB2 TRATADOS_REASEGURO
      * TRATADOS DE CESION DE REASEGURO: UNA FILA POR TIPO DE
      * PRODUCTO (CLAVE PRIMARIA TIPO_PRODUCTO), CON EL CODIGO DEL
      * TRATADO QUE LO CUBRE, EL PORCENTAJE DE CESION (CUOTA PARTE),
      * EL LIMITE DE RETENCION Y EL PERIODO DE VIGENCIA DEL
      * TRATADO (FECHAS ISO AAAA-MM-DD, AMBAS INCLUIDAS).
      * LA PARTE RETENIDA DE UNA PRIMA O DE UN SINIESTRO ES SU
      * IMPORTE POR (100 - PORCENTAJE) / 100, SIN PASAR DEL LIMITE
      * DE RETENCION; LO QUE LO EXCEDE SE CEDE ENTERO. UN LIMITE
      * CERO SIGNIFICA CUOTA PARTE PURA, SIN TOPE.
      * CONSUMIDOR: POLCESIO (BORDEREAU MENSUAL DE CESION). UN
      * PRODUCTO SIN FILA, O CON EL TRATADO FUERA DE VIGENCIA EN EL
      * MES, SALE COMO EXCEPCION EN EL REPORTE DE CONTROL.
      ******************************************************************
       01 DCLTRATADOS-REASEGURO.
          05 TRAT-TIPO-PRODUCTO    PIC X(10).
          05 TRAT-CODIGO-TRATADO   PIC X(10).
      *    PORCENTAJE CEDIDO (P.EJ. 40.00 = SE CEDE EL 40%).
          05 TRAT-PORCENTAJE-CESION
                                   PIC S9(3)V99 COMP-3.
          05 TRAT-LIMITE-RETENCION PIC S9(9)V99 COMP-3.
          05 TRAT-FECHA-INICIO     PIC X(10).
          05 TRAT-FECHA-FIN        PIC X(10).
