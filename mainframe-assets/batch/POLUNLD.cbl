                DECLARE CUR-UNLOAD CURSOR FOR
                SELECT POLIZA_ID, NIF_CLIENTE, NOMBRE_ASEGURADO,
                       TIPO_PRODUCTO, ESTADO_POLIZA, FECHA_EFECTO,
                       FECHA_VENCIMIENTO, PRIMA_IMPORTE, FORMA_PAGO,
                       CODIGO_INTERMEDIARIO
                  FROM POLIZAS
                 ORDER BY POLIZA_ID
           END-EXEC.
           MOVE FECHA-VENCIMIENTO  TO PZ-FECHA-VENCIMIENTO.
           MOVE PRIMA-IMPORTE      TO PZ-PRIMA-IMPORTE.
           MOVE FORMA-PAGO         TO PZ-FORMA-PAGO.
           MOVE CODIGO-INTERMEDIARIO
                                   TO PZ-CODIGO-INTERMEDIARIO.

           WRITE PZ-REGISTRO.
           IF WS-POLIZAS-OK
                 INTO :POLIZA-ID, :NIF-CLIENTE, :NOMBRE-ASEGURADO,
                      :TIPO-PRODUCTO, :ESTADO-POLIZA, :FECHA-EFECTO,
                      :FECHA-VENCIMIENTO, :PRIMA-IMPORTE,
                      :FORMA-PAGO, :CODIGO-INTERMEDIARIO
           END-EXEC.

           EVALUATE SQLCODE
