      ******************************************************************
      * COPYBOOK DCLGEN - TABLA DB2 INTERMEDIARIOS
      * MAESTRO DE INTERMEDIARIOS (AGENTES Y CORREDORES) QUE APORTAN
      * NEGOCIO: UNA FILA POR CODIGO DE INTERMEDIARIO (CLAVE
      * PRIMARIA), CON SU NOMBRE, NIF, TIPO, ESTADO Y LA CUENTA
      * (IBAN) DONDE TESORERIA LE ABONA LAS COMISIONES.
      * LAS POLIZAS LO REFERENCIAN EN POLIZAS.CODIGO_INTERMEDIARIO
      * (ADDPOLZA SOLO ADMITE INTERMEDIARIOS DE ALTA). UN
      * INTERMEDIARIO DE BAJA NO APORTA NEGOCIO NUEVO, PERO SIGUE
      * LIQUIDANDO LAS COMISIONES Y EXTORNOS DE SU CARTERA.
      * LOS CODIGOS QUE EMPIEZAN POR 'CAB' O 'PIE' ESTAN RESERVADOS
      * PARA LAS MARCAS DE CONTROL DEL FICHERO DE PAGOS DE
      * COMISIONES (COMPAGO-CTL).
      * MANTENIMIENTO: TRANSACCION UPDINTER, JUNTO CON SUS
      * PORCENTAJES DE COMISION POR PRODUCTO (COMISION.CPY).
      ******************************************************************
       01 DCLINTERMEDIARIOS.
          05 INTM-CODIGO-INTERMEDIARIO
                                   PIC X(08).
          05 INTM-NOMBRE           PIC X(40).
          05 INTM-NIF              PIC X(13).
          05 INTM-TIPO-INTERMEDIARIO
                                   PIC X(01).
             88 INTM-ES-AGENTE         VALUE 'A'.
             88 INTM-ES-CORREDOR       VALUE 'C'.
          05 INTM-ESTADO           PIC X(01).
             88 INTM-DE-ALTA           VALUE 'A'.
             88 INTM-DE-BAJA           VALUE 'B'.
          05 INTM-IBAN             PIC X(34).
