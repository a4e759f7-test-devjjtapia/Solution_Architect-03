      * CODIGO DE CAUSA Y ESTADO (ABIERTO/CERRADO). SECUENCIA ES UN
      * CORRELATIVO ASCENDENTE DENTRO DE CADA POLIZA (CLAVE
      * PRIMARIA POLIZA_ID + SECUENCIA), IGUAL QUE EN POLIZAS_HIST.
      * IMPORTE_RESERVA ES LA RESERVA VIGENTE (LA INICIAL MAS LOS
      * AUMENTOS MENOS LAS LIBERACIONES) E IMPORTE_PAGADO LO PAGADO
      * HASTA LA FECHA; LA RESERVA PENDIENTE ES SU DIFERENCIA Y
      * NUNCA ES NEGATIVA. EL DETALLE DE CADA MOVIMIENTO QUEDA EN
      * POLIZAS_SINI_MOVIM (POLSIMOV).
      * ESCRIBEN: UPDSINIE (APERTURA Y CIERRE EN LINEA) Y MOVSINIE
      * (PAGOS Y AJUSTES DE RESERVA). CONSULTA: GETSINIE (PAGINADA,
      * AL ESTILO GETPHIST). LA VALIDACION DE CICLO DE VIDA DE
      * UPDPOLZA Y POLBULK RECHAZA EL PASO A CANCELADA MIENTRAS
      * EXISTA UN SINIESTRO ABIERTO CON RESERVA PENDIENTE.
      ******************************************************************
       01 DCLPOLIZAS-SINIESTROS.
          05 SINI-POLIZA-ID        PIC X(10).
          05 SINI-CODIGO-CAUSA     PIC X(04).
          05 SINI-FECHA-CIERRE     PIC X(08).
          05 SINI-USUARIO          PIC X(08).
          05 SINI-IMPORTE-PAGADO   PIC S9(9)V99 COMP-3.
