      ******************************************************************
      * COPYBOOK - LINEA DEL DIARIO CONTABLE (POLCONTA)
      * UNA LINEA POR APUNTE: CADA ASIENTO LLEVA EXACTAMENTE DOS
      * LINEAS CON EL MISMO NUMERO, LA 1 AL DEBE Y LA 2 AL HABER,
      * POR EL MISMO IMPORTE (SIEMPRE POSITIVO). LAS CUENTAS SALEN
      * DE LA TABLA CUENTAS_CONTABLES (CTACONT) SEGUN EL TIPO DE
      * MOVIMIENTO Y EL PRODUCTO. LA REFERENCIA IDENTIFICA EL
      * MOVIMIENTO DE ORIGEN (SECUENCIA DE ENDOSO, SINIESTRO Y
      * MOVIMIENTO, ETC.) PARA QUE CONTABILIDAD PUEDA RASTREARLO.
      * EL FICHERO VA ENVUELTO EN CABECERA Y PIE DE CONTROL
      * (ASIENTO-CTL).
      ******************************************************************
       01 ASI-REGISTRO.
          05 ASI-FECHA-CONTABLE      PIC X(08).
          05 ASI-NUMERO-ASIENTO      PIC 9(09).
          05 ASI-LINEA               PIC 9(01).
          05 ASI-DEBE-HABER          PIC X(01).
             88 ASI-ES-DEBE              VALUE 'D'.
             88 ASI-ES-HABER             VALUE 'H'.
          05 ASI-CUENTA              PIC X(10).
          05 ASI-IMPORTE             PIC S9(11)V99 COMP-3.
          05 ASI-TIPO-MOVIMIENTO     PIC X(04).
          05 ASI-TIPO-PRODUCTO       PIC X(10).
          05 ASI-POLIZA-ID           PIC X(10).
          05 ASI-REFERENCIA          PIC X(20).
          05 FILLER                  PIC X(20).
