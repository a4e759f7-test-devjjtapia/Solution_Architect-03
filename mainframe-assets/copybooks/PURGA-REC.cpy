      ******************************************************************
      * COPYBOOK - REGISTRO DEL ARCHIVO DE POLIZAS PURGADAS (POLPURGA)
      * COPIA COMPLETA DE CADA POLIZA CERRADA QUE SE BORRA DE DB2 AL
      * CUMPLIR EL PERIODO DE RETENCION: UN REGISTRO 'POL' CON LA
      * FILA DE POLIZAS SEGUIDO DE UN REGISTRO POR CADA FILA DE SUS
      * TABLAS DEPENDIENTES (HISTORICO, ENDOSOS, SINIESTROS Y SUS
      * MOVIMIENTOS, RECIBOS Y CARTAS DE REQUERIMIENTO), TODOS CON LA
      * POLIZA-ID EN LA MISMA POSICION. EL REGISTRO 'POL' LLEVA ADEMAS
      * LA FECHA DE CIERRE QUE SE TOMO PARA LA RETENCION Y LA FECHA Y
      * HORA DEL BORRADO.
      * LOS IMPORTES VAN EN COMP-3 COMO EN EL ESPEJO DE POLIZAS; LAS
      * SECUENCIAS Y NUMEROS DE RECIBO, EN DISPLAY.
      * EL FICHERO VA ENVUELTO EN CABECERA Y PIE (PURGA-CTL), CON LA
      * MISMA LONGITUD DE REGISTRO (150).
      ******************************************************************
       01 PUR-REGISTRO.
          05 PUR-TIPO-REGISTRO       PIC X(03).
             88 PUR-ES-POLIZA            VALUE 'POL'.
             88 PUR-ES-HISTORICO         VALUE 'HIS'.
             88 PUR-ES-ENDOSO            VALUE 'END'.
             88 PUR-ES-SINIESTRO         VALUE 'SIN'.
             88 PUR-ES-MOVIMIENTO        VALUE 'MOV'.
             88 PUR-ES-RECIBO            VALUE 'REC'.
             88 PUR-ES-REQUERIMIENTO     VALUE 'REQ'.
          05 PUR-POLIZA-ID           PIC X(10).
          05 PUR-DATOS               PIC X(137).
      *    ---------------------------------------------------------
      *    FILA DE POLIZAS
      *    ---------------------------------------------------------
          05 PUR-DATOS-POLIZA REDEFINES PUR-DATOS.
             10 PUR-POL-NIF-CLIENTE     PIC X(13).
             10 PUR-POL-NOMBRE-ASEGURADO
                                        PIC X(40).
             10 PUR-POL-TIPO-PRODUCTO   PIC X(10).
             10 PUR-POL-ESTADO-POLIZA   PIC X(10).
             10 PUR-POL-FECHA-EFECTO    PIC X(10).
             10 PUR-POL-FECHA-VENCIMIENTO
                                        PIC X(10).
             10 PUR-POL-PRIMA-IMPORTE   PIC S9(9)V99 COMP-3.
             10 PUR-POL-FORMA-PAGO      PIC X(01).
             10 PUR-POL-CODIGO-INTERMEDIARIO
                                        PIC X(08).
      *       FECHA DE CIERRE (AAAAMMDD) SOBRE LA QUE SE CONTO LA
      *       RETENCION, Y MOMENTO DEL BORRADO.
             10 PUR-POL-FECHA-CIERRE    PIC X(08).
             10 PUR-POL-FECHA-PURGA     PIC X(08).
             10 PUR-POL-HORA-PURGA      PIC X(06).
             10 FILLER                  PIC X(07).
      *    ---------------------------------------------------------
      *    FILA DE POLIZAS_HIST
      *    ---------------------------------------------------------
          05 PUR-DATOS-HISTORICO REDEFINES PUR-DATOS.
             10 PUR-HIS-SECUENCIA       PIC 9(09).
             10 PUR-HIS-FECHA-CAMBIO    PIC X(08).
             10 PUR-HIS-HORA-CAMBIO     PIC X(06).
             10 PUR-HIS-ESTADO-ANTERIOR PIC X(10).
             10 PUR-HIS-ESTADO-NUEVO    PIC X(10).
             10 PUR-HIS-USUARIO         PIC X(08).
             10 PUR-HIS-MOTIVO-CAMBIO   PIC X(04).
             10 FILLER                  PIC X(82).
      *    ---------------------------------------------------------
      *    FILA DE POLIZAS_ENDOSOS
      *    ---------------------------------------------------------
          05 PUR-DATOS-ENDOSO REDEFINES PUR-DATOS.
             10 PUR-END-SECUENCIA       PIC 9(09).
             10 PUR-END-FECHA-ENDOSO    PIC X(08).
             10 PUR-END-HORA-ENDOSO     PIC X(06).
             10 PUR-END-FECHA-EFECTO    PIC X(10).
             10 PUR-END-PRIMA-ANTERIOR  PIC S9(9)V99 COMP-3.
             10 PUR-END-PRIMA-NUEVA     PIC S9(9)V99 COMP-3.
             10 PUR-END-USUARIO         PIC X(08).
             10 PUR-END-MOTIVO-ENDOSO   PIC X(04).
             10 FILLER                  PIC X(80).
      *    ---------------------------------------------------------
      *    FILA DE POLIZAS_SINIESTROS
      *    ---------------------------------------------------------
          05 PUR-DATOS-SINIESTRO REDEFINES PUR-DATOS.
             10 PUR-SIN-SECUENCIA       PIC 9(09).
             10 PUR-SIN-FECHA-OCURRENCIA
                                        PIC X(10).
             10 PUR-SIN-FECHA-APERTURA  PIC X(08).
             10 PUR-SIN-HORA-APERTURA   PIC X(06).
             10 PUR-SIN-ESTADO-SINIESTRO
                                        PIC X(10).
             10 PUR-SIN-IMPORTE-RESERVA PIC S9(9)V99 COMP-3.
             10 PUR-SIN-CODIGO-CAUSA    PIC X(04).
             10 PUR-SIN-FECHA-CIERRE    PIC X(08).
             10 PUR-SIN-USUARIO         PIC X(08).
             10 PUR-SIN-IMPORTE-PAGADO  PIC S9(9)V99 COMP-3.
             10 FILLER                  PIC X(62).
      *    ---------------------------------------------------------
      *    FILA DE POLIZAS_SINI_MOVIM
      *    ---------------------------------------------------------
          05 PUR-DATOS-MOVIMIENTO REDEFINES PUR-DATOS.
             10 PUR-MOV-SECUENCIA-SINIESTRO
                                        PIC 9(09).
             10 PUR-MOV-SECUENCIA       PIC 9(09).
             10 PUR-MOV-TIPO-MOVIMIENTO PIC X(04).
             10 PUR-MOV-FECHA-MOVIMIENTO
                                        PIC X(08).
             10 PUR-MOV-HORA-MOVIMIENTO PIC X(06).
             10 PUR-MOV-IMPORTE         PIC S9(9)V99 COMP-3.
             10 PUR-MOV-PENDIENTE-RESULTANTE
                                        PIC S9(9)V99 COMP-3.
             10 PUR-MOV-USUARIO         PIC X(08).
             10 PUR-MOV-MOTIVO          PIC X(04).
             10 FILLER                  PIC X(77).
      *    ---------------------------------------------------------
      *    FILA DE POLIZAS_RECIBOS
      *    ---------------------------------------------------------
          05 PUR-DATOS-RECIBO REDEFINES PUR-DATOS.
             10 PUR-REC-FECHA-EMISION   PIC X(10).
             10 PUR-REC-NUMERO-RECIBO   PIC 9(04).
             10 PUR-REC-TOTAL-RECIBOS   PIC 9(04).
             10 PUR-REC-IMPORTE-RECIBO  PIC S9(9)V99 COMP-3.
             10 PUR-REC-FORMA-PAGO      PIC X(01).
             10 PUR-REC-ESTADO-RECIBO   PIC X(10).
             10 PUR-REC-FECHA-ALTA      PIC X(08).
             10 PUR-REC-FECHA-COBRO     PIC X(08).
             10 PUR-REC-FECHA-DEVOLUCION
                                        PIC X(08).
             10 PUR-REC-MOTIVO-DEVOLUCION
                                        PIC X(04).
             10 PUR-REC-FECHA-ESTADO    PIC X(08).
             10 FILLER                  PIC X(66).
      *    ---------------------------------------------------------
      *    FILA DE POLIZAS_REQUERIM
      *    ---------------------------------------------------------
          05 PUR-DATOS-REQUERIMIENTO REDEFINES PUR-DATOS.
             10 PUR-REQ-FECHA-VENCIMIENTO
                                        PIC X(10).
             10 PUR-REQ-FECHA-CARTA     PIC X(08).
             10 PUR-REQ-FECHA-LIMITE    PIC X(08).
             10 PUR-REQ-IMPORTE-DEUDA   PIC S9(9)V99 COMP-3.
             10 FILLER                  PIC X(105).
