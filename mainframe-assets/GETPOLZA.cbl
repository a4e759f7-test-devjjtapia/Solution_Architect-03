           EXEC SQL
                SELECT POLIZA_ID, NIF_CLIENTE, NOMBRE_ASEGURADO,
                       TIPO_PRODUCTO, ESTADO_POLIZA, FECHA_EFECTO,
                       FECHA_VENCIMIENTO, PRIMA_IMPORTE,
                       CODIGO_INTERMEDIARIO
                  INTO :POLIZA-ID, :NIF-CLIENTE, :NOMBRE-ASEGURADO,
                       :TIPO-PRODUCTO, :ESTADO-POLIZA, :FECHA-EFECTO,
                       :FECHA-VENCIMIENTO, :PRIMA-IMPORTE,
                       :CODIGO-INTERMEDIARIO
                  FROM POLIZAS
                 WHERE POLIZA_ID = :WS-POLIZA-ID
           END-EXEC.
                   MOVE FECHA-EFECTO      TO CA-FECHA-EFECTO
                   MOVE FECHA-VENCIMIENTO TO CA-FECHA-VENCIMIENTO
                   MOVE PRIMA-IMPORTE     TO CA-PRIMA-IMPORTE
                   MOVE CODIGO-INTERMEDIARIO
                       TO CA-CODIGO-INTERMEDIARIO
               WHEN 100
                   SET CA-RC-NO-ENCONTRADA TO TRUE
                   SET CA-RSN-NO-ENCONTRADA TO TRUE
