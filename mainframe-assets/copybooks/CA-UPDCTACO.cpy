      ******************************************************************
      * COPYBOOK DFHCOMMAREA - TRANSACCION UPDCTACO
      * AREA DE COMUNICACION PARA EL MANTENIMIENTO DE LA TABLA DE
      * CORRESPONDENCIA CONTABLE (TABLA CUENTAS_CONTABLES) QUE USA
      * EL DIARIO DE POLCONTA:
      *   - ACCION 'A' (ALTA): CREA LA FILA DEL TIPO DE MOVIMIENTO Y
      *     PRODUCTO ('*' = FILA GENERICA DEL MOVIMIENTO) CON SUS
      *     CUENTAS DE DEBE Y HABER Y SU DESCRIPCION.
      *   - ACCION 'M' (MODIFICAR): SUSTITUYE CUENTAS Y DESCRIPCION
      *     DE LA FILA EXISTENTE.
      *   - ACCION 'C' (CONSULTAR): DEVUELVE LA FILA EN LOS MISMOS
      *     CAMPOS DE DATOS.
      ******************************************************************
       01 DFHCOMMAREA.
      *    ---------------------------------------------------------
      *    AREA DE ENTRADA
      *    ---------------------------------------------------------
           05 CA-ACCION                PIC X(01).
              88 CA-ACCION-ALTA            VALUE 'A'.
              88 CA-ACCION-MODIFICAR       VALUE 'M'.
              88 CA-ACCION-CONSULTAR       VALUE 'C'.
              88 CA-ACCION-VALIDA          VALUES 'A' 'M' 'C'.
           05 CA-TIPO-MOVIMIENTO       PIC X(04).
              88 CA-MOVIMIENTO-VALIDO      VALUES 'ALTA' 'ENDO'
                                                  'RENV' 'EXTN'
                                                  'EXTC' 'APER'
                                                  'AUMR' 'LIBR'
                                                  'PAGO'.
           05 CA-TIPO-PRODUCTO         PIC X(10).
      *    ---------------------------------------------------------
      *    DATOS DE LA FILA: ENTRADA EN ALTA/MODIFICACION, SALIDA
      *    EN CONSULTA.
      *    ---------------------------------------------------------
           05 CA-CUENTA-DEBE           PIC X(10).
           05 CA-CUENTA-HABER          PIC X(10).
           05 CA-DESCRIPCION           PIC X(40).
      *    ---------------------------------------------------------
      *    AREA DE SALIDA
      *    ---------------------------------------------------------
           05 CA-RETURN-CODE           PIC 9(02).
              88 CA-RC-OK                  VALUE 00.
              88 CA-RC-NO-ENCONTRADO       VALUE 04.
              88 CA-RC-DATOS-INVALIDOS     VALUE 08.
              88 CA-RC-ERROR-BD            VALUE 12.
              88 CA-RC-OPERACION-INVALIDA  VALUE 16.
           05 CA-REASON-CODE           PIC 9(04).
              88 CA-RSN-NINGUNO            VALUE 0000.
              88 CA-RSN-ACCION-DESCONOCIDA VALUE 1010.
              88 CA-RSN-CODIGO-OBLIGATORIO VALUE 1012.
              88 CA-RSN-DESCRIPCION-OBLIGATORIA
                                           VALUE 1013.
              88 CA-RSN-MOVIMIENTO-INVALIDO
                                           VALUE 1019.
              88 CA-RSN-CUENTA-INVALIDA    VALUE 1020.
              88 CA-RSN-NO-ENCONTRADO      VALUE 2001.
              88 CA-RSN-ERROR-BD           VALUE 2002.
              88 CA-RSN-CUENTA-YA-EXISTE   VALUE 3015.
