      ******************************************************************
      * COPYBOOK DCLGEN - TABLA DB2 POLIZAS_SINI_MOVIM
      * LIBRO DE MOVIMIENTOS ECONOMICOS DE LOS SINIESTROS: UNA FILA
      * POR MOVIMIENTO, FECHADO, CON USUARIO Y MOTIVO. TIPOS:
      *   APER - RESERVA INICIAL (LA GRABA UPDSINIE AL ABRIR).
      *   PAGO - PAGO AL PERJUDICADO (PARCIAL O TOTAL).
      *   AUMR - AUMENTO DE RESERVA.
      *   LIBR - LIBERACION DE RESERVA (UPDSINIE LIBERA LO PENDIENTE
      *          AL CERRAR EL SINIESTRO).
      * CLAVE PRIMARIA POLIZA_ID + SECUENCIA_SINIESTRO + SECUENCIA;
      * SECUENCIA ES UN CORRELATIVO ASCENDENTE DENTRO DE CADA
      * SINIESTRO. PENDIENTE_RESULTANTE ES LA RESERVA PENDIENTE
      * (RESERVA - PAGOS) QUE DEJA EL MOVIMIENTO, NUNCA NEGATIVA.
      * LOS SALDOS VIGENTES SE MANTIENEN TAMBIEN EN LA FILA DE
      * POLIZAS_SINIESTROS (IMPORTE_RESERVA E IMPORTE_PAGADO) EN LA
      * MISMA UNIDAD DE TRABAJO QUE EL MOVIMIENTO.
      * ESCRIBEN: MOVSINIE (PAGOS Y AJUSTES) Y UPDSINIE (APERTURA Y
      * CIERRE).
      ******************************************************************
       01 DCLPOLIZAS-SINI-MOVIM.
          05 SMOV-POLIZA-ID           PIC X(10).
          05 SMOV-SECUENCIA-SINIESTRO PIC S9(09) COMP.
          05 SMOV-SECUENCIA           PIC S9(09) COMP.
          05 SMOV-TIPO-MOVIMIENTO     PIC X(04).
             88 SMOV-ES-APERTURA          VALUE 'APER'.
             88 SMOV-ES-PAGO              VALUE 'PAGO'.
             88 SMOV-ES-AUMENTO           VALUE 'AUMR'.
             88 SMOV-ES-LIBERACION        VALUE 'LIBR'.
          05 SMOV-FECHA-MOVIMIENTO    PIC X(08).
          05 SMOV-HORA-MOVIMIENTO     PIC X(06).
          05 SMOV-IMPORTE             PIC S9(9)V99 COMP-3.
          05 SMOV-PENDIENTE-RESULTANTE PIC S9(9)V99 COMP-3.
          05 SMOV-USUARIO             PIC X(08).
          05 SMOV-MOTIVO              PIC X(04).
