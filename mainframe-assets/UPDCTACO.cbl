      ******************************************************************
      * PROGRAMA CICS DE MANTENIMIENTO DE LA CORRESPONDENCIA CONTABLE
      * ALTA, MODIFICACION Y CONSULTA DE LA TABLA CUENTAS_CONTABLES:
      * PARA CADA TIPO DE MOVIMIENTO Y TIPO DE PRODUCTO, LA CUENTA
      * QUE SE CARGA (DEBE), LA QUE SE ABONA (HABER) Y UNA
      * DESCRIPCION. EL TIPO DE PRODUCTO '*' ES LA FILA GENERICA DEL
      * MOVIMIENTO. EL DIARIO CONTABLE NOCTURNO (POLCONTA) TOMA LAS
      * CUENTAS DE AQUI, ASI QUE UN CAMBIO DEL PLAN CONTABLE SE
      * RESUELVE DESDE ESTA TRANSACCION Y NO TOCANDO EL PROGRAMA.
      * CADA ALTA O MODIFICACION (INTENTADA O APLICADA) DEJA SU
      * RASTRO EN LA TD QUEUE AUDT, COMO EL RESTO DE PROGRAMAS DE
      * ESTA FAMILIA: LA TABLA DECIDE A QUE CUENTAS VA EL DINERO Y
      * NO SE TOCA SIN QUE QUEDE QUIEN, CUANDO Y CON QUE RESULTADO.
      * SE EXPONDRIA COMO API REST A TRAVES DE Z/OS CONNECT, IGUAL
      * QUE EL RESTO DE MANTENIMIENTOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPDCTACO.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ABSTIME              PIC S9(15) COMP-3.

       COPY AUDREC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY CTACONT.

       LINKAGE SECTION.
       COPY CA-UPDCTACO.

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
                       PERFORM 4000-ALTA-CUENTA
                   WHEN CA-ACCION-MODIFICAR
                       PERFORM 5000-MODIFICAR-CUENTA
                   WHEN CA-ACCION-CONSULTAR
                       PERFORM 6000-CONSULTAR-CUENTA
               END-EVALUATE
           END-IF.

      *    LAS ACCIONES QUE CAMBIAN LA TABLA (ALTA Y
      *    MODIFICACION) SE AUDITAN SIEMPRE, TAMBIEN LAS
      *    RECHAZADAS; LA CONSULTA NO TOCA NADA Y NO SE AUDITA.
           IF CA-ACCION-ALTA OR CA-ACCION-MODIFICAR
               PERFORM 8000-REGISTRAR-AUDITORIA
           END-IF.

      *    ---------------------------------------------------------
      *    LA RESPUESTA SE DEVUELVE EN DFHCOMMAREA (LAYOUT
      *    CA-UPDCTACO), QUE CICS PROPAGA AL PROGRAMA LLAMADOR
      *    (Z/OS CONNECT) AL VOLVER.
      *    ---------------------------------------------------------
           EXEC CICS RETURN END-EXEC.

           GOBACK.

      ******************************************************************
      * 2000-VALIDAR-ENTRADA
      * VALIDACIONES DE ENTRADA ANTES DE GASTAR NINGUNA LLAMADA A
      * DB2. EL TIPO DE MOVIMIENTO DEBE SER UNO DE LOS QUE GENERA
      * EL DIARIO; LAS DOS CUENTAS SON OBLIGATORIAS Y DISTINTAS
      * (UN ASIENTO CONTRA LA MISMA CUENTA NO MUEVE NADA).
      ******************************************************************
       2000-VALIDAR-ENTRADA.
           EVALUATE TRUE
               WHEN NOT CA-ACCION-VALIDA
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-ACCION-DESCONOCIDA TO TRUE
               WHEN NOT CA-MOVIMIENTO-VALIDO
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-MOVIMIENTO-INVALIDO TO TRUE
               WHEN CA-TIPO-PRODUCTO = SPACES
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-CODIGO-OBLIGATORIO TO TRUE
               WHEN CA-ACCION-CONSULTAR
                   CONTINUE
               WHEN CA-CUENTA-DEBE = SPACES
                     OR CA-CUENTA-HABER = SPACES
                     OR CA-CUENTA-DEBE = CA-CUENTA-HABER
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-CUENTA-INVALIDA TO TRUE
               WHEN CA-DESCRIPCION = SPACES
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-DESCRIPCION-OBLIGATORIA TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 4000-ALTA-CUENTA
      * INSERTA LA FILA NUEVA; LA CLAVE DUPLICADA (-803) SE
      * TRADUCE A SU PROPIO CODIGO DE RAZON.
      ******************************************************************
       4000-ALTA-CUENTA.
           PERFORM 7000-CARGAR-HOST-VARIABLES.

           EXEC SQL
                INSERT INTO CUENTAS_CONTABLES
                       (TIPO_MOVIMIENTO, TIPO_PRODUCTO, CUENTA_DEBE,
                        CUENTA_HABER, DESCRIPCION)
                VALUES (:CTA-TIPO-MOVIMIENTO, :CTA-TIPO-PRODUCTO,
                        :CTA-CUENTA-DEBE, :CTA-CUENTA-HABER,
                        :CTA-DESCRIPCION)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   EXEC CICS SYNCPOINT END-EXEC
               WHEN -803
                   SET CA-RC-OPERACION-INVALIDA TO TRUE
                   SET CA-RSN-CUENTA-YA-EXISTE TO TRUE
               WHEN OTHER
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 5000-MODIFICAR-CUENTA
      ******************************************************************
       5000-MODIFICAR-CUENTA.
           PERFORM 7000-CARGAR-HOST-VARIABLES.

           EXEC SQL
                UPDATE CUENTAS_CONTABLES
                   SET CUENTA_DEBE     = :CTA-CUENTA-DEBE,
                       CUENTA_HABER    = :CTA-CUENTA-HABER,
                       DESCRIPCION     = :CTA-DESCRIPCION
                 WHERE TIPO_MOVIMIENTO = :CTA-TIPO-MOVIMIENTO
                   AND TIPO_PRODUCTO   = :CTA-TIPO-PRODUCTO
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
      * 6000-CONSULTAR-CUENTA
      ******************************************************************
       6000-CONSULTAR-CUENTA.
           MOVE CA-TIPO-MOVIMIENTO TO CTA-TIPO-MOVIMIENTO.
           MOVE CA-TIPO-PRODUCTO   TO CTA-TIPO-PRODUCTO.

           EXEC SQL
                SELECT CUENTA_DEBE, CUENTA_HABER, DESCRIPCION
                  INTO :CTA-CUENTA-DEBE, :CTA-CUENTA-HABER,
                       :CTA-DESCRIPCION
                  FROM CUENTAS_CONTABLES
                 WHERE TIPO_MOVIMIENTO = :CTA-TIPO-MOVIMIENTO
                   AND TIPO_PRODUCTO   = :CTA-TIPO-PRODUCTO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE CTA-CUENTA-DEBE  TO CA-CUENTA-DEBE
                   MOVE CTA-CUENTA-HABER TO CA-CUENTA-HABER
                   MOVE CTA-DESCRIPCION  TO CA-DESCRIPCION
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
           MOVE CA-TIPO-MOVIMIENTO TO CTA-TIPO-MOVIMIENTO.
           MOVE CA-TIPO-PRODUCTO   TO CTA-TIPO-PRODUCTO.
           MOVE CA-CUENTA-DEBE     TO CTA-CUENTA-DEBE.
           MOVE CA-CUENTA-HABER    TO CTA-CUENTA-HABER.
           MOVE CA-DESCRIPCION     TO CTA-DESCRIPCION.

      ******************************************************************
      * 8000-REGISTRAR-AUDITORIA
      * DEJA CONSTANCIA EN LA TD QUEUE AUDT DE QUIEN INTENTO QUE
      * CAMBIO SOBRE QUE FILA Y CON QUE RESULTADO, COMO UPDPRODU.
      * EL MODO ES LA ACCION ('A' ALTA / 'M' MODIFICACION); EL TIPO
      * DE MOVIMIENTO VIAJA EN EL CAMPO DE CLAVE DEL REGISTRO Y EL
      * TIPO DE PRODUCTO EN EL DEL NIF, QUE AQUI NO APLICA.
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
           MOVE CA-ACCION         TO AUD-MODO-BUSQUEDA.
           MOVE CA-RETURN-CODE    TO AUD-RETURN-CODE.
           MOVE CA-REASON-CODE    TO AUD-REASON-CODE.
           MOVE CA-TIPO-MOVIMIENTO TO AUD-POLIZA-ID.
           MOVE CA-TIPO-PRODUCTO  TO AUD-NIF-CLIENTE.

           EXEC CICS WRITEQ TD
                QUEUE('AUDT')
                FROM(WS-REG-AUDITORIA)
                LENGTH(LENGTH OF WS-REG-AUDITORIA)
           END-EXEC.
