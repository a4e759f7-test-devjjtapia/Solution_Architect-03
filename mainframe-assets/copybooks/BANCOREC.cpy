      ******************************************************************
      * COPYBOOK - REGISTRO DEL FICHERO DE COBROS Y DEVOLUCIONES DEL
      * BANCO
      * FICHERO SECUENCIAL QUE ENVIA CADA DIA LA ENTIDAD COBRADORA
      * CON UNA PARTIDA POR RECIBO COBRADO ('C') O DEVUELTO ('D').
      * EL RECIBO SE IDENTIFICA COMO EN EL CUADRO DE POLRECIB:
      * POLIZA, NUMERO DE RECIBO Y FECHA DE EMISION (ISO). LA FECHA
      * DEL MOVIMIENTO (AAAAMMDD) ES LA DE ABONO O CARGO EN CUENTA;
      * EL MOTIVO SOLO VIENE INFORMADO EN LAS DEVOLUCIONES.
      * LO APLICA POLCOBRO CONTRA LA TABLA POLIZAS_RECIBOS.
      ******************************************************************
       01 BCO-REGISTRO.
          05 BCO-POLIZA-ID           PIC X(10).
          05 BCO-NUMERO-RECIBO       PIC 9(02).
          05 BCO-FECHA-EMISION       PIC X(10).
          05 BCO-TIPO-MOVIMIENTO     PIC X(01).
             88 BCO-ES-COBRO             VALUE 'C'.
             88 BCO-ES-DEVOLUCION        VALUE 'D'.
             88 BCO-MOVIMIENTO-VALIDO    VALUES 'C' 'D'.
          05 BCO-FECHA-MOVIMIENTO    PIC X(08).
          05 BCO-IMPORTE             PIC S9(9)V99 COMP-3.
          05 BCO-MOTIVO-DEVOLUCION   PIC X(04).
          05 BCO-REFERENCIA-BANCO    PIC X(20).
          05 FILLER                  PIC X(19).
