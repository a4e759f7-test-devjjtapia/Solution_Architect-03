      * DEVUELVE, EN ORDEN DE SECUENCIA, LOS SINIESTROS GRABADOS EN
      * POLIZAS_SINIESTROS POR UPDSINIE: FECHA DE OCURRENCIA,
      * APERTURA Y CIERRE, ESTADO, IMPORTE RESERVADO, CAUSA Y
      * USUARIO, CON LO PAGADO HASTA LA FECHA Y LA RESERVA
      * PENDIENTE (RESERVA - PAGADO) QUE MANTIENE MOVSINIE. PAGINA
      * COMO GETPHIST: HASTA 10 SINIESTROS POR LLAMADA, CON
      * CA-CLAVE-CONTINUACION (ULTIMA SECUENCIA SERVIDA) PARA PEDIR
      * LA SIGUIENTE PAGINA.
      * SE EXPONDRIA COMO API REST A TRAVES DE Z/OS CONNECT, IGUAL
      * QUE GETPOLZA Y GETPHIST.
      ******************************************************************
               MOVE ZERO TO CA-TOTAL-SINIESTROS
               SET CA-NO-HAY-MAS-DATOS TO TRUE
               INITIALIZE CA-SINIESTRO-TABLA
               INITIALIZE CA-SINIESTRO-SALDOS
           END-IF.

           PERFORM 8000-REGISTRAR-AUDITORIA.
           MOVE ZERO TO WS-TOTAL-DEVUELTO.
           SET WS-NO-HAY-FIN-CURSOR-SINI TO TRUE.
           INITIALIZE CA-SINIESTRO-TABLA.
           INITIALIZE CA-SINIESTRO-SALDOS.

           EXEC SQL
                DECLARE CUR-SINI CURSOR FOR
                SELECT SECUENCIA, FECHA_OCURRENCIA, FECHA_APERTURA,
                       ESTADO_SINIESTRO, IMPORTE_RESERVA,
                       CODIGO_CAUSA, FECHA_CIERRE, USUARIO,
                       IMPORTE_PAGADO
                  FROM POLIZAS_SINIESTROS
                 WHERE POLIZA_ID = :WS-POLIZA-ID
                   AND SECUENCIA > :WS-CLAVE-CONTINUACION
                          :SINI-FECHA-APERTURA,
                          :SINI-ESTADO-SINIESTRO,
                          :SINI-IMPORTE-RESERVA, :SINI-CODIGO-CAUSA,
                          :SINI-FECHA-CIERRE, :SINI-USUARIO,
                          :SINI-IMPORTE-PAGADO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                           TO CA-SIN-FECHA-CIERRE(WS-INDICE-SINI)
                       MOVE SINI-USUARIO
                           TO CA-SIN-USUARIO(WS-INDICE-SINI)
                       MOVE SINI-IMPORTE-PAGADO
                           TO CA-SIN-IMPORTE-PAGADO(WS-INDICE-SINI)
                       COMPUTE CA-SIN-IMPORTE-PENDIENTE(WS-INDICE-SINI)
                           = SINI-IMPORTE-RESERVA - SINI-IMPORTE-PAGADO
                       ADD 1 TO WS-TOTAL-DEVUELTO
                   WHEN 100
                       SET WS-HAY-FIN-CURSOR-SINI TO TRUE
                          :SINI-FECHA-APERTURA,
                          :SINI-ESTADO-SINIESTRO,
                          :SINI-IMPORTE-RESERVA, :SINI-CODIGO-CAUSA,
                          :SINI-FECHA-CIERRE, :SINI-USUARIO,
                          :SINI-IMPORTE-PAGADO
               END-EXEC
               IF SQLCODE = 0
                   SET CA-HAY-MAS-DATOS TO TRUE
