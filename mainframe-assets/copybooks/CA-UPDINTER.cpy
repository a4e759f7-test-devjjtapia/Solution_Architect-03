      ******************************************************************
      * COPYBOOK DFHCOMMAREA - TRANSACCION UPDINTER
      * AREA DE COMUNICACION PARA EL MANTENIMIENTO DEL MAESTRO DE
      * INTERMEDIARIOS (TABLA INTERMEDIARIOS) Y DE SUS PORCENTAJES
      * DE COMISION POR PRODUCTO (TABLA COMISIONES_INTERMED):
      *   - ACCION 'A' (ALTA): CREA EL INTERMEDIARIO CON SU NOMBRE,
      *     NIF, TIPO, ESTADO E IBAN.
      *   - ACCION 'M' (MODIFICAR): SUSTITUYE ESOS MISMOS ATRIBUTOS
      *     DEL INTERMEDIARIO EXISTENTE (LA BAJA ES UNA MODIFICACION
      *     DEL ESTADO A 'B'; NUNCA SE BORRA LA FILA).
      *   - ACCION 'C' (CONSULTAR): DEVUELVE EL INTERMEDIARIO EN LOS
      *     MISMOS CAMPOS DE DATOS.
      *   - ACCION 'T' (TASA): FIJA EL PORCENTAJE DE COMISION DEL
      *     INTERMEDIARIO PARA EL TIPO DE PRODUCTO ('*' = FILA
      *     GENERICA), DANDO DE ALTA LA FILA SI NO EXISTIA.
      *   - ACCION 'V' (VER TASA): DEVUELVE EL PORCENTAJE PACTADO
      *     PARA EL TIPO DE PRODUCTO.
      ******************************************************************
       01 DFHCOMMAREA.
      *    ---------------------------------------------------------
      *    AREA DE ENTRADA
      *    ---------------------------------------------------------
           05 CA-ACCION                PIC X(01).
              88 CA-ACCION-ALTA            VALUE 'A'.
              88 CA-ACCION-MODIFICAR       VALUE 'M'.
              88 CA-ACCION-CONSULTAR       VALUE 'C'.
              88 CA-ACCION-TASA            VALUE 'T'.
              88 CA-ACCION-VER-TASA        VALUE 'V'.
              88 CA-ACCION-VALIDA          VALUES 'A' 'M' 'C' 'T'
                                                  'V'.
           05 CA-CODIGO-INTERMEDIARIO  PIC X(08).
      *    ---------------------------------------------------------
      *    DATOS DEL INTERMEDIARIO: ENTRADA EN ALTA/MODIFICACION,
      *    SALIDA EN CONSULTA.
      *    ---------------------------------------------------------
           05 CA-NOMBRE                PIC X(40).
           05 CA-NIF                   PIC X(13).
           05 CA-TIPO-INTERMEDIARIO    PIC X(01).
              88 CA-TIPO-VALIDO            VALUES 'A' 'C'.
           05 CA-ESTADO                PIC X(01).
              88 CA-ESTADO-VALIDO          VALUES 'A' 'B'.
           05 CA-IBAN                  PIC X(34).
      *    ---------------------------------------------------------
      *    COMISION POR PRODUCTO: ENTRADA EN TASA (PRODUCTO Y
      *    PORCENTAJE) Y VER TASA (PRODUCTO), SALIDA EN VER TASA
      *    (PORCENTAJE).
      *    ---------------------------------------------------------
           05 CA-TIPO-PRODUCTO         PIC X(10).
           05 CA-PORCENTAJE-COMISION   PIC S9(3)V99.
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
              88 CA-RSN-INDICADOR-INVALIDO VALUE 1015.
              88 CA-RSN-CODIGO-RESERVADO   VALUE 1016.
              88 CA-RSN-DATOS-PAGO-OBLIGATORIOS
                                           VALUE 1021.
              88 CA-RSN-PORCENTAJE-INVALIDO
                                           VALUE 1022.
              88 CA-RSN-NO-ENCONTRADO      VALUE 2001.
              88 CA-RSN-ERROR-BD           VALUE 2002.
              88 CA-RSN-PRODUCTO-DESCONOCIDO
                                           VALUE 3013.
              88 CA-RSN-INTERMEDIARIO-YA-EXISTE
                                           VALUE 3015.
