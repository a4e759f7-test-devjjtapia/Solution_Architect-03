          05 WS-CONS-POR-NIF          PIC 9(09) COMP.
          05 WS-CONS-HISTORICO        PIC 9(09) COMP.
          05 WS-CONS-SINIESTROS       PIC 9(09) COMP.
          05 WS-CONS-A-FECHA          PIC 9(09) COMP.
          05 WS-MANT-PRODUCTOS        PIC 9(09) COMP.
          05 WS-AUTORIZACIONES        PIC 9(09) COMP.
          05 WS-CONS-OTRO-MODO        PIC 9(09) COMP.
          05 WS-USUARIOS-DISTINTOS    PIC 9(04) COMP.
          05 WS-INDICE-USUARIO        PIC 9(04) COMP.
           MOVE ZERO TO WS-LEIDOS WS-ARCHIVADOS WS-FALLIDAS
                        WS-CONS-POR-POLIZA WS-CONS-POR-NIF
                        WS-CONS-HISTORICO WS-CONS-SINIESTROS
                        WS-CONS-A-FECHA
                        WS-MANT-PRODUCTOS WS-CONS-OTRO-MODO
                        WS-AUTORIZACIONES WS-USUARIOS-DISTINTOS.

           PERFORM VARYING WS-INDICE-USUARIO FROM 1 BY 1
                   UNTIL WS-INDICE-USUARIO > WS-USUARIO-MAXIMO
                   ADD 1 TO WS-CONS-HISTORICO
               WHEN 'S'
                   ADD 1 TO WS-CONS-SINIESTROS
      *        'F' ES LA CONSULTA DE POLIZA A FECHA (GETPFECH), CON LA
      *        FECHA CONSULTADA EN LA COLUMNA DEL NIF.
               WHEN 'F'
                   ADD 1 TO WS-CONS-A-FECHA
      *        'A' Y 'M' SON LAS ALTAS/MODIFICACIONES DE LOS
      *        MAESTROS: PRODUCTOS (UPDPRODU), CORRESPONDENCIA
      *        CONTABLE (UPDCTACO) E INTERMEDIARIOS Y SUS
      *        PORCENTAJES DE COMISION (UPDINTER).
               WHEN 'A'
               WHEN 'M'
                   ADD 1 TO WS-MANT-PRODUCTOS
      *        'V' Y 'R' SON LAS APROBACIONES Y RECHAZOS DE CAMBIOS
      *        PENDIENTES DE DOBLE FIRMA (UPDAUTOR).
               WHEN 'V'
               WHEN 'R'
                   ADD 1 TO WS-AUTORIZACIONES
               WHEN OTHER
                   ADD 1 TO WS-CONS-OTRO-MODO
           END-EVALUATE.
           MOVE WS-LIN-MODO TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE 'POLIZA A FECHA      ' TO WS-DET-MODO-TEXTO.
           MOVE WS-CONS-A-FECHA TO WS-DET-MODO-TOTAL.
           MOVE WS-LIN-MODO TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE 'MANTENIM. MAESTROS  ' TO WS-DET-MODO-TEXTO.
           MOVE WS-MANT-PRODUCTOS TO WS-DET-MODO-TOTAL.
           MOVE WS-LIN-MODO TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE 'AUTORIZ. DOBLE FIRMA' TO WS-DET-MODO-TEXTO.
           MOVE WS-AUTORIZACIONES TO WS-DET-MODO-TOTAL.
           MOVE WS-LIN-MODO TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           IF WS-CONS-OTRO-MODO > ZERO
               MOVE 'MODO DESCONOCIDO    ' TO WS-DET-MODO-TEXTO
               MOVE WS-CONS-OTRO-MODO TO WS-DET-MODO-TOTAL
