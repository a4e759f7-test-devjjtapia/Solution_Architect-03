      *     POLIZAS, CON SU DETALLE COMPLETO.
      *   - POR CADA POLIZA: SU HISTORICO DE ESTADOS COMPLETO
      *     (POLIZAS_HIST), SUS ENDOSOS DE PRIMA (POLIZAS_ENDOSOS)
      *     Y SUS SINIESTROS (POLIZAS_SINIESTROS), CON LO PAGADO
      *     HASTA LA FECHA Y LA RESERVA PENDIENTE DE CADA UNO.
      *   - SECCION FINAL DE AUDITORIA: TODA LINEA AUDREC DE LAS
      *     GENERACIONES DEL ARCHIVO FECHADO (CONCATENADAS EN EL DD
      *     AUDARCH) DONDE APAREZCA EL NIF O ALGUNA DE LAS POLIZAS
          05 WS-SIN-CAUSA             PIC X(04).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-SIN-CIERRE            PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-SIN-PAGADO            PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-SIN-PENDIENTE         PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(23) VALUE SPACES.

       01 WS-LIN-AUDIT.
          05 FILLER                   PIC X(03) VALUE SPACES.
               TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE SPACES TO WS-TIT-TEXTO.
           MOVE '   SECUENCIA  OCURRENCIA  ESTADO'
               TO WS-TIT-TEXTO(1:32).
           MOVE 'RESERVA' TO WS-TIT-TEXTO(49:7).
           MOVE 'CAUSA CIERRE' TO WS-TIT-TEXTO(58:12).
           MOVE 'PAGADO' TO WS-TIT-TEXTO(85:6).
           MOVE 'PENDIENTE' TO WS-TIT-TEXTO(101:9).
           PERFORM 9300-IMPRIMIR-LINEA-TITULO.

           MOVE WS-TBL-POLIZA-ID(WS-INDICE-POLIZA)
               TO SINI-POLIZA-ID.
           SET WS-NO-HAY-FIN-CURSOR TO TRUE.
                DECLARE CUR-DOSSIN CURSOR FOR
                SELECT SECUENCIA, FECHA_OCURRENCIA,
                       ESTADO_SINIESTRO, IMPORTE_RESERVA,
                       CODIGO_CAUSA, FECHA_CIERRE, IMPORTE_PAGADO
                  FROM POLIZAS_SINIESTROS
                 WHERE POLIZA_ID = :SINI-POLIZA-ID
                 ORDER BY SECUENCIA
                FETCH CUR-DOSSIN
                 INTO :SINI-SECUENCIA, :SINI-FECHA-OCURRENCIA,
                      :SINI-ESTADO-SINIESTRO, :SINI-IMPORTE-RESERVA,
                      :SINI-CODIGO-CAUSA, :SINI-FECHA-CIERRE,
                      :SINI-IMPORTE-PAGADO
           END-EXEC.

           EVALUATE SQLCODE
                   MOVE SINI-IMPORTE-RESERVA  TO WS-SIN-RESERVA
                   MOVE SINI-CODIGO-CAUSA     TO WS-SIN-CAUSA
                   MOVE SINI-FECHA-CIERRE     TO WS-SIN-CIERRE
                   MOVE SINI-IMPORTE-PAGADO   TO WS-SIN-PAGADO
                   COMPUTE WS-SIN-PENDIENTE =
                       SINI-IMPORTE-RESERVA - SINI-IMPORTE-PAGADO
                   MOVE WS-LIN-SINIESTRO TO INF-LINEA
                   PERFORM 9100-IMPRIMIR-LINEA
               WHEN 100
