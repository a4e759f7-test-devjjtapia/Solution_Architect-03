      ******************************************************************
      * COPYBOOK - REGISTROS DE CONTROL DEL DIARIO CONTABLE
      * POLCONTA ENVUELVE EL DIARIO ENTRE UNA CABECERA (FECHA DE
      * PROCESO, ORIGEN, FECHA CONTABLE Y FECHA DESDE DE LA VENTANA
      * CONTABILIZADA: (DESDE, CONTABLE]) Y UN PIE (NUMERO
      * DE LINEAS, TOTAL DEBE, TOTAL HABER Y MARCA DE CUADRE), COMO
      * POLRECIB ENVUELVE EL CUADRO DE RECIBOS (RECIBO-CTL). EL
      * SISTEMA CONTABLE SOLO CARGA UN DIARIO CON PIE, CON DEBE
      * IGUAL A HABER Y CON MARCA DE CUADRE 'S'; LA MARCA QUEDA EN
      * 'N' SI ALGUN MOVIMIENTO DEL DIA NO PUDO CONTABILIZARSE POR
      * FALTA DE CUENTA EN CUENTAS_CONTABLES.
      * LA CABECERA DE LA GENERACION ANTERIOR DA A POLCONTA EL
      * PRINCIPIO DE LA VENTANA SIGUIENTE: SU FECHA CONTABLE SI EL
      * DIARIO CUADRO, O SU MISMA FECHA DESDE SI NO (EL SISTEMA
      * CONTABLE NO LO CARGO Y LA VENTANA SE REPITE ENTERA).
      * MISMA LONGITUD DE REGISTRO QUE ASI-REGISTRO (100). LOS DATOS
      * EMPIEZAN SIEMPRE POR LA FECHA CONTABLE NUMERICA, ASI QUE
      * 'CAB'/'PIE' NO COLISIONA NUNCA CON UN REGISTRO DE DATOS.
      ******************************************************************
       01 ASC-REGISTRO.
          05 ASC-TIPO-REGISTRO       PIC X(03).
             88 ASC-ES-CABECERA          VALUE 'CAB'.
             88 ASC-ES-PIE               VALUE 'PIE'.
          05 ASC-DATOS               PIC X(97).
          05 ASC-DATOS-CABECERA REDEFINES ASC-DATOS.
             10 ASC-CAB-FECHA-PROCESO   PIC X(08).
             10 ASC-CAB-ORIGEN          PIC X(20).
             10 ASC-CAB-FECHA-CONTABLE  PIC X(08).
             10 ASC-CAB-FECHA-DESDE     PIC X(08).
             10 FILLER                  PIC X(53).
          05 ASC-DATOS-PIE REDEFINES ASC-DATOS.
             10 ASC-PIE-TOTAL-REGISTROS PIC 9(09).
             10 ASC-PIE-TOTAL-DEBE      PIC S9(13)V99.
             10 ASC-PIE-TOTAL-HABER     PIC S9(13)V99.
             10 ASC-PIE-MARCA-CUADRE    PIC X(01).
                88 ASC-PIE-CUADRA           VALUE 'S'.
                88 ASC-PIE-NO-CUADRA        VALUE 'N'.
             10 FILLER                  PIC X(57).
