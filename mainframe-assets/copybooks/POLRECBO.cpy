      ******************************************************************
      * COPYBOOK DCLGEN - TABLA DB2 POLIZAS_RECIBOS
      * LIBRO DE RECIBOS: UNA FILA POR RECIBO DEL CUADRO QUE EMITE
      * POLRECIB, CON SU SITUACION DE COBRO. LA CARGA POLRECAR A
      * PARTIR DEL FICHERO DEL CUADRO Y LA ACTUALIZA POLCOBRO CON
      * LOS COBROS Y DEVOLUCIONES DEL BANCO.
      * CLAVE PRIMARIA POLIZA_ID + FECHA_EMISION (ISO AAAA-MM-DD):
      * EL NUMERO DE RECIBO (1 DE N) SE REINICIA EN CADA EJERCICIO,
      * LA FECHA DE EMISION NO SE REPITE DENTRO DE UNA POLIZA.
      * SITUACIONES:
      *   PENDIENTE - EMITIDO Y TODAVIA NO COBRADO.
      *   COBRADO   - COBRADO POR EL BANCO (FECHA_COBRO).
      *   DEVUELTO  - COBRADO Y DESPUES DEVUELTO POR EL BANCO
      *               (FECHA_DEVOLUCION Y MOTIVO_DEVOLUCION); VUELVE
      *               A COBRADO SI EL BANCO LO COBRA DE NUEVO.
      *   ANULADO   - PENDIENTE QUE YA NO SE VA A COBRAR: DESAPARECIO
      *               DEL CUADRO DEL EJERCICIO (CAMBIO DE FORMA DE
      *               PAGO) O SE EMITIO DESPUES DE LA CANCELACION O
      *               VENCIMIENTO DE LA POLIZA. NO ES DEUDA; VUELVE A
      *               PENDIENTE SI EL CUADRO LO TRAE DE NUEVO.
      * MIENTRAS ESTA PENDIENTE, LA CARGA NOCTURNA AJUSTA EL IMPORTE
      * Y EL FRACCIONAMIENTO AL ULTIMO CUADRO; UN RECIBO COBRADO O
      * DEVUELTO YA NO SE TOCA.
      * LAS FECHAS DE ALTA, COBRO, DEVOLUCION Y CAMBIO DE SITUACION
      * VAN EN FORMATO AAAAMMDD, COMO EN POLIZAS_HIST.
      ******************************************************************
       01 DCLPOLIZAS-RECIBOS.
          05 RCB-POLIZA-ID            PIC X(10).
          05 RCB-FECHA-EMISION        PIC X(10).
          05 RCB-NUMERO-RECIBO        PIC S9(04) COMP.
          05 RCB-TOTAL-RECIBOS        PIC S9(04) COMP.
          05 RCB-IMPORTE-RECIBO       PIC S9(9)V99 COMP-3.
          05 RCB-FORMA-PAGO           PIC X(01).
          05 RCB-ESTADO-RECIBO        PIC X(10).
             88 RCB-PENDIENTE             VALUE 'PENDIENTE'.
             88 RCB-COBRADO               VALUE 'COBRADO'.
             88 RCB-DEVUELTO              VALUE 'DEVUELTO'.
             88 RCB-ANULADO               VALUE 'ANULADO'.
          05 RCB-FECHA-ALTA           PIC X(08).
          05 RCB-FECHA-COBRO          PIC X(08).
          05 RCB-FECHA-DEVOLUCION     PIC X(08).
          05 RCB-MOTIVO-DEVOLUCION    PIC X(04).
          05 RCB-FECHA-ESTADO         PIC X(08).
