      ******************************************************************
      * PROGRAMA CICS DE MANTENIMIENTO DEL MAESTRO DE INTERMEDIARIOS
      * ALTA, MODIFICACION Y CONSULTA DE LA TABLA INTERMEDIARIOS
      * (AGENTES Y CORREDORES: NOMBRE, NIF, TIPO, ESTADO E IBAN DE
      * ABONO DE COMISIONES) Y DE SUS PORCENTAJES DE COMISION POR
      * TIPO DE PRODUCTO (TABLA COMISIONES_INTERMED, CON LA FILA
      * GENERICA '*' DEL INTERMEDIARIO). ADDPOLZA VALIDA CONTRA ESTE
      * MAESTRO EL INTERMEDIARIO DE CADA ALTA, Y LA LIQUIDACION
      * MENSUAL DE COMISIONES (POLCOMIS) TOMA DE AQUI LOS
      * PORCENTAJES Y LA CUENTA DE PAGO: LAS COMISIONES YA NO SE
      * CALCULAN FUERA DEL SISTEMA A PARTIR DE LISTADOS DE VENTAS.
      * LOS CODIGOS QUE EMPIEZAN POR 'CAB' O 'PIE' ESTAN RESERVADOS
      * PARA LAS MARCAS DE CONTROL DEL FICHERO DE PAGOS DE
      * COMISIONES Y SE RECHAZAN EN EL ALTA.
      * CADA ALTA, MODIFICACION O CAMBIO DE PORCENTAJE (INTENTADO O
      * APLICADO) DEJA SU RASTRO EN LA TD QUEUE AUDT, COMO EL RESTO
      * DE PROGRAMAS DE ESTA FAMILIA: EL MAESTRO DECIDE CUANTO Y A
      * QUE CUENTA SE PAGA Y NO SE TOCA SIN QUE QUEDE QUIEN, CUANDO
      * Y CON QUE RESULTADO.
      * SE EXPONDRIA COMO API REST A TRAVES DE Z/OS CONNECT, IGUAL
      * QUE EL RESTO DE MANTENIMIENTOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPDINTER.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ABSTIME              PIC S9(15) COMP-3.

       COPY AUDREC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY INTERMED.
       COPY COMISION.
       COPY PRODUCTO.

       LINKAGE SECTION.
       COPY CA-UPDINTER.

       PROCEDURE DIVISION.
      ******************************************************************
      *      LOGICA PRINCIPAL
      ******************************************************************
      *    EL LLAMADOR PUEDE ENVIAR UNA COMMAREA MAS CORTA QUE EL
      *    LAYOUT ACTUAL. SE COMPRUEBA EIBCALEN ANTES DE TOCAR
      *    CUALQUIER CAMPO PARA EVITAR UNA VIOLACION DE ALMACENAMIENTO
      *    (ASRA) AL LEER O ESCRIBIR MAS ALLA DE LO QUE EL LLAMADOR
      *    REALMENTE RESERVO.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
               GOBACK
           END-IF.

           SET CA-RC-OK TO TRUE.
           SET CA-RSN-NINGUNO TO TRUE.

           PERFORM 2000-VALIDAR-ENTRADA.

           IF CA-RC-OK
               EVALUATE TRUE
                   WHEN CA-ACCION-ALTA
                       PERFORM 4000-ALTA-INTERMEDIARIO
                   WHEN CA-ACCION-MODIFICAR
                       PERFORM 5000-MODIFICAR-INTERMEDIARIO
                   WHEN CA-ACCION-CONSULTAR
                       PERFORM 6000-CONSULTAR-INTERMEDIARIO
                   WHEN CA-ACCION-TASA
                       PERFORM 6500-FIJAR-COMISION
                   WHEN CA-ACCION-VER-TASA
                       PERFORM 6800-CONSULTAR-COMISION
               END-EVALUATE
           END-IF.

      *    LAS ACCIONES QUE CAMBIAN EL MAESTRO (ALTA, MODIFICACION Y
      *    TASA) SE AUDITAN SIEMPRE, TAMBIEN LAS RECHAZADAS; LAS
      *    CONSULTAS NO TOCAN NADA Y NO SE AUDITAN.
           IF CA-ACCION-ALTA OR CA-ACCION-MODIFICAR OR CA-ACCION-TASA
               PERFORM 8000-REGISTRAR-AUDITORIA
           END-IF.

      *    ---------------------------------------------------------
      *    LA RESPUESTA SE DEVUELVE EN DFHCOMMAREA (LAYOUT
      *    CA-UPDINTER), QUE CICS PROPAGA AL PROGRAMA LLAMADOR
      *    (Z/OS CONNECT) AL VOLVER.
      *    ---------------------------------------------------------
           EXEC CICS RETURN END-EXEC.

           GOBACK.

      ******************************************************************
      * 2000-VALIDAR-ENTRADA
      * VALIDACIONES DE ENTRADA ANTES DE GASTAR NINGUNA LLAMADA A
      * DB2. EN ALTA Y MODIFICACION SON OBLIGATORIOS EL NOMBRE, UN
      * TIPO Y UN ESTADO VALIDOS, Y EL NIF Y EL IBAN SIN LOS QUE
      * TESORERIA NO PUEDE PAGAR. EN LA TASA EL PORCENTAJE DEBE
      * ESTAR ENTRE 0 Y 100 (CERO = SIN COMISION PARA EL PRODUCTO).
      ******************************************************************
       2000-VALIDAR-ENTRADA.
           EVALUATE TRUE
               WHEN NOT CA-ACCION-VALIDA
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-ACCION-DESCONOCIDA TO TRUE
               WHEN CA-CODIGO-INTERMEDIARIO = SPACES
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-CODIGO-OBLIGATORIO TO TRUE
               WHEN CA-ACCION-CONSULTAR
                   CONTINUE
               WHEN CA-ACCION-TASA OR CA-ACCION-VER-TASA
                   PERFORM 2500-VALIDAR-TASA
               WHEN CA-CODIGO-INTERMEDIARIO(1:3) = 'CAB'
                     OR CA-CODIGO-INTERMEDIARIO(1:3) = 'PIE'
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-CODIGO-RESERVADO TO TRUE
               WHEN CA-NOMBRE = SPACES
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-DESCRIPCION-OBLIGATORIA TO TRUE
               WHEN NOT CA-TIPO-VALIDO
                     OR NOT CA-ESTADO-VALIDO
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-INDICADOR-INVALIDO TO TRUE
               WHEN CA-NIF = SPACES
                     OR CA-IBAN = SPACES
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-DATOS-PAGO-OBLIGATORIOS TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 2500-VALIDAR-TASA
      ******************************************************************
       2500-VALIDAR-TASA.
           EVALUATE TRUE
               WHEN CA-TIPO-PRODUCTO = SPACES
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-CODIGO-OBLIGATORIO TO TRUE
               WHEN CA-ACCION-VER-TASA
                   CONTINUE
               WHEN CA-PORCENTAJE-COMISION < ZERO
                     OR CA-PORCENTAJE-COMISION > 100
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-PORCENTAJE-INVALIDO TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 4000-ALTA-INTERMEDIARIO
      * INSERTA LA FILA NUEVA; LA CLAVE DUPLICADA (-803) SE
      * TRADUCE A SU PROPIO CODIGO DE RAZON.
      ******************************************************************
       4000-ALTA-INTERMEDIARIO.
           PERFORM 7000-CARGAR-HOST-VARIABLES.

           EXEC SQL
                INSERT INTO INTERMEDIARIOS
                       (CODIGO_INTERMEDIARIO, NOMBRE, NIF,
                        TIPO_INTERMEDIARIO, ESTADO, IBAN)
                VALUES (:INTM-CODIGO-INTERMEDIARIO, :INTM-NOMBRE,
                        :INTM-NIF, :INTM-TIPO-INTERMEDIARIO,
                        :INTM-ESTADO, :INTM-IBAN)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   EXEC CICS SYNCPOINT END-EXEC
               WHEN -803
                   SET CA-RC-OPERACION-INVALIDA TO TRUE
                   SET CA-RSN-INTERMEDIARIO-YA-EXISTE TO TRUE
               WHEN OTHER
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 5000-MODIFICAR-INTERMEDIARIO
      ******************************************************************
       5000-MODIFICAR-INTERMEDIARIO.
           PERFORM 7000-CARGAR-HOST-VARIABLES.

           EXEC SQL
                UPDATE INTERMEDIARIOS
                   SET NOMBRE             = :INTM-NOMBRE,
                       NIF                = :INTM-NIF,
                       TIPO_INTERMEDIARIO = :INTM-TIPO-INTERMEDIARIO,
                       ESTADO             = :INTM-ESTADO,
                       IBAN               = :INTM-IBAN
                 WHERE CODIGO_INTERMEDIARIO
                       = :INTM-CODIGO-INTERMEDIARIO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   EXEC CICS SYNCPOINT END-EXEC
               WHEN 100
                   SET CA-RC-NO-ENCONTRADO TO TRUE
                   SET CA-RSN-NO-ENCONTRADO TO TRUE
               WHEN OTHER
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 6000-CONSULTAR-INTERMEDIARIO
      ******************************************************************
       6000-CONSULTAR-INTERMEDIARIO.
           MOVE CA-CODIGO-INTERMEDIARIO TO INTM-CODIGO-INTERMEDIARIO.

           EXEC SQL
                SELECT NOMBRE, NIF, TIPO_INTERMEDIARIO, ESTADO, IBAN
                  INTO :INTM-NOMBRE, :INTM-NIF,
                       :INTM-TIPO-INTERMEDIARIO, :INTM-ESTADO,
                       :INTM-IBAN
                  FROM INTERMEDIARIOS
                 WHERE CODIGO_INTERMEDIARIO
                       = :INTM-CODIGO-INTERMEDIARIO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE INTM-NOMBRE             TO CA-NOMBRE
                   MOVE INTM-NIF                TO CA-NIF
                   MOVE INTM-TIPO-INTERMEDIARIO TO CA-TIPO-INTERMEDIARIO
                   MOVE INTM-ESTADO             TO CA-ESTADO
                   MOVE INTM-IBAN               TO CA-IBAN
               WHEN 100
                   SET CA-RC-NO-ENCONTRADO TO TRUE
                   SET CA-RSN-NO-ENCONTRADO TO TRUE
               WHEN OTHER
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 6500-FIJAR-COMISION
      * EL INTERMEDIARIO DEBE EXISTIR, Y EL PRODUCTO EN EL MAESTRO
      * PRODUCTOS (SALVO LA FILA GENERICA '*'). SE INTENTA PRIMERO
      * LA MODIFICACION Y, SI LA FILA NO EXISTIA, SE DA DE ALTA.
      ******************************************************************
       6500-FIJAR-COMISION.
           PERFORM 6600-COMPROBAR-REFERENCIAS.

           IF CA-RC-OK
               MOVE CA-CODIGO-INTERMEDIARIO
                   TO COMI-CODIGO-INTERMEDIARIO
               MOVE CA-TIPO-PRODUCTO TO COMI-TIPO-PRODUCTO
               MOVE CA-PORCENTAJE-COMISION
                   TO COMI-PORCENTAJE-COMISION

               EXEC SQL
                    UPDATE COMISIONES_INTERMED
                       SET PORCENTAJE_COMISION
                           = :COMI-PORCENTAJE-COMISION
                     WHERE CODIGO_INTERMEDIARIO
                           = :COMI-CODIGO-INTERMEDIARIO
                       AND TIPO_PRODUCTO = :COMI-TIPO-PRODUCTO
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                        INSERT INTO COMISIONES_INTERMED
                               (CODIGO_INTERMEDIARIO, TIPO_PRODUCTO,
                                PORCENTAJE_COMISION)
                        VALUES (:COMI-CODIGO-INTERMEDIARIO,
                                :COMI-TIPO-PRODUCTO,
                                :COMI-PORCENTAJE-COMISION)
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 6600-COMPROBAR-REFERENCIAS
      ******************************************************************
       6600-COMPROBAR-REFERENCIAS.
           MOVE CA-CODIGO-INTERMEDIARIO TO INTM-CODIGO-INTERMEDIARIO.

           EXEC SQL
                SELECT ESTADO
                  INTO :INTM-ESTADO
                  FROM INTERMEDIARIOS
                 WHERE CODIGO_INTERMEDIARIO
                       = :INTM-CODIGO-INTERMEDIARIO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET CA-RC-NO-ENCONTRADO TO TRUE
                   SET CA-RSN-NO-ENCONTRADO TO TRUE
               WHEN OTHER
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

           IF CA-RC-OK AND CA-TIPO-PRODUCTO NOT = '*'
               MOVE CA-TIPO-PRODUCTO TO PROD-CODIGO-PRODUCTO
               EXEC SQL
                    SELECT ABIERTO_NUEVO
                      INTO :PROD-ABIERTO-NUEVO
                      FROM PRODUCTOS
                     WHERE CODIGO_PRODUCTO = :PROD-CODIGO-PRODUCTO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN 100
                       SET CA-RC-OPERACION-INVALIDA TO TRUE
                       SET CA-RSN-PRODUCTO-DESCONOCIDO TO TRUE
                   WHEN OTHER
                       SET CA-RC-ERROR-BD TO TRUE
                       SET CA-RSN-ERROR-BD TO TRUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 6800-CONSULTAR-COMISION
      * DEVUELVE LA FILA EXACTA DEL PRODUCTO PEDIDO; SI NO LA HAY
      * NO SE SUSTITUYE POR LA GENERICA (EL LLAMADOR PUEDE PEDIR
      * '*' EXPRESAMENTE).
      ******************************************************************
       6800-CONSULTAR-COMISION.
           MOVE CA-CODIGO-INTERMEDIARIO TO COMI-CODIGO-INTERMEDIARIO.
           MOVE CA-TIPO-PRODUCTO        TO COMI-TIPO-PRODUCTO.

           EXEC SQL
                SELECT PORCENTAJE_COMISION
                  INTO :COMI-PORCENTAJE-COMISION
                  FROM COMISIONES_INTERMED
                 WHERE CODIGO_INTERMEDIARIO
                       = :COMI-CODIGO-INTERMEDIARIO
                   AND TIPO_PRODUCTO = :COMI-TIPO-PRODUCTO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE COMI-PORCENTAJE-COMISION
                       TO CA-PORCENTAJE-COMISION
               WHEN 100
                   SET CA-RC-NO-ENCONTRADO TO TRUE
                   SET CA-RSN-NO-ENCONTRADO TO TRUE
               WHEN OTHER
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 7000-CARGAR-HOST-VARIABLES
      ******************************************************************
       7000-CARGAR-HOST-VARIABLES.
           MOVE CA-CODIGO-INTERMEDIARIO TO INTM-CODIGO-INTERMEDIARIO.
           MOVE CA-NOMBRE               TO INTM-NOMBRE.
           MOVE CA-NIF                  TO INTM-NIF.
           MOVE CA-TIPO-INTERMEDIARIO   TO INTM-TIPO-INTERMEDIARIO.
           MOVE CA-ESTADO               TO INTM-ESTADO.
           MOVE CA-IBAN                 TO INTM-IBAN.

      ******************************************************************
      * 8000-REGISTRAR-AUDITORIA
      * DEJA CONSTANCIA EN LA TD QUEUE AUDT DE QUIEN INTENTO QUE
      * CAMBIO SOBRE QUE FILA Y CON QUE RESULTADO, COMO UPDPRODU.
      * EL MODO ES 'A' EN EL ALTA Y 'M' EN LA MODIFICACION Y EN EL
      * CAMBIO DE PORCENTAJE (AMBOS MODIFICAN EL MAESTRO). EL CODIGO
      * DE INTERMEDIARIO VIAJA EN EL CAMPO DE CLAVE DEL REGISTRO; EN
      * EL CAMPO DEL NIF VA EL NIF DEL INTERMEDIARIO, O EL TIPO DE
      * PRODUCTO CUANDO LO QUE CAMBIA ES UN PORCENTAJE.
      ******************************************************************
       8000-REGISTRAR-AUDITORIA.
           EXEC CICS ASSIGN
                USERID(AUD-USERID)
           END-EXEC.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(AUD-FECHA)
                TIME(AUD-HORA)
           END-EXEC.

           MOVE EIBTRNID          TO AUD-TRANID.
           IF CA-ACCION-ALTA
               MOVE 'A'           TO AUD-MODO-BUSQUEDA
           ELSE
               MOVE 'M'           TO AUD-MODO-BUSQUEDA
           END-IF.
           MOVE CA-RETURN-CODE    TO AUD-RETURN-CODE.
           MOVE CA-REASON-CODE    TO AUD-REASON-CODE.
           MOVE CA-CODIGO-INTERMEDIARIO TO AUD-POLIZA-ID.
           IF CA-ACCION-TASA
               MOVE CA-TIPO-PRODUCTO TO AUD-NIF-CLIENTE
           ELSE
               MOVE CA-NIF        TO AUD-NIF-CLIENTE
           END-IF.

           EXEC CICS WRITEQ TD
                QUEUE('AUDT')
                FROM(WS-REG-AUDITORIA)
                LENGTH(LENGTH OF WS-REG-AUDITORIA)
           END-EXEC.
