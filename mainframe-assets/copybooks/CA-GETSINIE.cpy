      * CA-CLAVE-CONTINUACION DEVUELVE LA ULTIMA SECUENCIA SERVIDA
      * PARA REENVIARLA EN LA SIGUIENTE LLAMADA (CERO EN LA
      * PRIMERA).
      * LOS SALDOS ECONOMICOS DE CADA SINIESTRO (PAGADO HASTA LA
      * FECHA Y RESERVA PENDIENTE, VER MOVSINIE) VAN EN UNA TABLA
      * PARALELA AL FINAL DEL AREA, CON EL MISMO INDICE QUE
      * CA-SINIESTRO-TABLA, PARA NO DESPLAZAR EL LAYOUT EXISTENTE.
      ******************************************************************
       01 DFHCOMMAREA.
      *    ---------------------------------------------------------
              10 CA-SIN-CODIGO-CAUSA      PIC X(04).
              10 CA-SIN-FECHA-CIERRE      PIC X(08).
              10 CA-SIN-USUARIO           PIC X(08).
           05 CA-SINIESTRO-SALDOS OCCURS 10 TIMES
                 INDEXED BY CA-IDX-SALDO.
              10 CA-SIN-IMPORTE-PAGADO    PIC S9(9)V99.
              10 CA-SIN-IMPORTE-PENDIENTE PIC S9(9)V99.
