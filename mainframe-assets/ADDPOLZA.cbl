      * QUE VALIDA PR-VALPOLID, RECHAZA DUPLICADOS Y FECHAS
      * INCOHERENTES, EXIGE QUE EL PRODUCTO EXISTA EN EL MAESTRO
      * PRODUCTOS, ESTE ABIERTO A NUEVA PRODUCCION Y QUE LA PRIMA
      * CAIGA DENTRO DE SU BANDA, QUE EL INTERMEDIARIO (SI LO HAY)
      * EXISTA Y ESTE DE ALTA, Y GRABA EN LA MISMA UNIDAD DE
      * TRABAJO LA FILA
      * DE POLIZAS (ESTADO ACTIVA) Y LA FILA DE APERTURA DEL
      * HISTORICO POLIZAS_HIST. AL CONFIRMAR PUBLICA EL EVENTO
       COPY POLIZAS.
       COPY POLHIST.
       COPY PRODUCTO.
       COPY INTERMED.

       LINKAGE SECTION.
       COPY CA-ADDPOLZA.
               IF CA-RC-OK
                   PERFORM 3500-VALIDAR-PRODUCTO
                   IF CA-RC-OK
                       PERFORM 3600-VALIDAR-INTERMEDIARIO
                       IF CA-RC-OK
                           PERFORM 5000-ALTA-POLIZA
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   SET CA-RSN-PRIMA-FUERA-DE-BANDA TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 3600-VALIDAR-INTERMEDIARIO
      * SIN INTERMEDIARIO LA POLIZA ES VENTA DIRECTA Y NO SE VALIDA
      * NADA MAS. SI SE INFORMA, DEBE EXISTIR EN EL MAESTRO
      * INTERMEDIARIOS (UPDINTER) Y ESTAR DE ALTA: A UN AGENTE O
      * CORREDOR DE BAJA NO SE LE ASIGNA NUEVA PRODUCCION.
      ******************************************************************
       3600-VALIDAR-INTERMEDIARIO.
           IF CA-CODIGO-INTERMEDIARIO = LOW-VALUES
               MOVE SPACES TO CA-CODIGO-INTERMEDIARIO
           END-IF.

           IF CA-CODIGO-INTERMEDIARIO NOT = SPACES
               MOVE CA-CODIGO-INTERMEDIARIO
                   TO INTM-CODIGO-INTERMEDIARIO

               EXEC SQL
                    SELECT ESTADO
                      INTO :INTM-ESTADO
                      FROM INTERMEDIARIOS
                     WHERE CODIGO_INTERMEDIARIO
                           = :INTM-CODIGO-INTERMEDIARIO
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET CA-RC-ALTA-INVALIDA TO TRUE
                       SET CA-RSN-INTERMEDIARIO-DESCONOCIDO TO TRUE
                   WHEN SQLCODE NOT = 0
                       SET CA-RC-ERROR-BD TO TRUE
                       SET CA-RSN-ERROR-BD TO TRUE
                   WHEN INTM-DE-BAJA
                       SET CA-RC-ALTA-INVALIDA TO TRUE
                       SET CA-RSN-INTERMEDIARIO-DE-BAJA TO TRUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 4000-GENERAR-POLIZA-ID
      * EL CORRELATIVO ES EL MAXIMO VIGENTE EN POLIZAS MAS UNO
               ELSE
                   MOVE CA-FORMA-PAGO TO FORMA-PAGO
               END-IF
               MOVE CA-CODIGO-INTERMEDIARIO
                   TO CODIGO-INTERMEDIARIO

               EXEC SQL
                    INSERT INTO POLIZAS
                           (POLIZA_ID, NIF_CLIENTE, NOMBRE_ASEGURADO,
                            TIPO_PRODUCTO, ESTADO_POLIZA,
                            FECHA_EFECTO, FECHA_VENCIMIENTO,
                            PRIMA_IMPORTE, FORMA_PAGO,
                            CODIGO_INTERMEDIARIO)
                    VALUES (:POLIZA-ID, :NIF-CLIENTE,
                            :NOMBRE-ASEGURADO, :TIPO-PRODUCTO,
                            :ESTADO-POLIZA, :FECHA-EFECTO,
                            :FECHA-VENCIMIENTO, :PRIMA-IMPORTE,
                            :FORMA-PAGO, :CODIGO-INTERMEDIARIO)
               END-EXEC

               EVALUATE SQLCODE
