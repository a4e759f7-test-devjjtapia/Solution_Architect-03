      *    JOBS QUE DEBEN REPORTAR EN CADA VENTANA. PARA INCORPORAR
      *    UN CONSUMIDOR NUEVO DEL ESPEJO BASTA ANADIR SU ENTRADA
      *    EN 1000-INICIAR Y SUBIR WS-JOBS-ESPERADOS (Y EL OCCURS).
       01 WS-JOBS-ESPERADOS          PIC 9(02) COMP VALUE 9.
       01 WS-TABLA-JOBS.
          05 WS-ENTRADA-JOB OCCURS 10 TIMES.
             10 WS-JOB-NOMBRE            PIC X(08).
           MOVE 'POLRENOV' TO WS-JOB-NOMBRE(5).
           MOVE 'POLRECIB' TO WS-JOB-NOMBRE(6).
           MOVE 'POLCALID' TO WS-JOB-NOMBRE(7).
           MOVE 'POLCONTA' TO WS-JOB-NOMBRE(8).
           MOVE 'POLREQUE' TO WS-JOB-NOMBRE(9).
           PERFORM VARYING WS-INDICE-JOB FROM 1 BY 1
                   UNTIL WS-INDICE-JOB > WS-JOBS-ESPERADOS
               SET WS-JOB-NO-REPORTADO(WS-INDICE-JOB) TO TRUE
