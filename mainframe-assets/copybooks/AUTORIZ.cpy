      ******************************************************************
      * COPYBOOK DCLGEN - TABLA DB2 AUTORIZ_USUARIOS
      * ATRIBUCIONES DE CADA USUARIO CICS SOBRE LOS CAMBIOS
      * MANUALES DE POLIZA: UNA FILA POR USUARIO (CLAVE PRIMARIA),
      * CON LA DIFERENCIA DE PRIMA MAXIMA (EN VALOR ABSOLUTO) QUE
      * PUEDE ENDOSAR POR SI SOLO EN UPDPRIMA Y SI PUEDE CANCELAR
      * POLIZAS EN UPDPOLZA. LO QUE EXCEDE SUS ATRIBUCIONES QUEDA
      * PENDIENTE DE APROBACION POR OTRO USUARIO (AUTPEND.CPY).
      * UN USUARIO SIN FILA NO TIENE ATRIBUCIONES: TODO ENDOSO CON
      * DIFERENCIA DE PRIMA Y TODA CANCELACION SUYA QUEDA PENDIENTE.
      * LA MANTIENE AUDITORIA INTERNA DIRECTAMENTE EN DB2.
      ******************************************************************
       01 DCLAUTORIZ-USUARIOS.
          05 AUTU-USUARIO          PIC X(08).
          05 AUTU-MAX-DELTA-PRIMA  PIC S9(9)V99 COMP-3.
          05 AUTU-PUEDE-CANCELAR   PIC X(01).
             88 AUTU-SI-PUEDE-CANCELAR VALUE 'S'.
             88 AUTU-NO-PUEDE-CANCELAR VALUE 'N'.
