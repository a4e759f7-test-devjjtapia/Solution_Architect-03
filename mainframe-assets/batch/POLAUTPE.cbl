      ******************************************************************
      * PROGRAMA BATCH - SOLICITUDES DE DOBLE FIRMA SIN RESOLVER
      * LISTA CADA NOCHE LOS CAMBIOS MANUALES APARCADOS EN
      * AUTORIZ_PENDIENTES (AUTPEND.CPY) QUE LLEVAN MAS DE
      * WS-HORAS-LIMITE HORAS ESPERANDO LA SEGUNDA FIRMA, DE LA MAS
      * ANTIGUA A LA MAS RECIENTE, PARA QUE LOS RESPONSABLES CON
      * ATRIBUCIONES LOS APRUEBEN O RECHACEN (TRANSACCION UPDAUTOR
      * O PANTALLA DE AUTORIZACION DE POLSCRN). UNA SOLICITUD
      * OLVIDADA BLOQUEA LA POLIZA: NO ADMITE OTRO CAMBIO HASTA QUE
      * SE RESUELVA.
      *
      * LA ANTIGUEDAD SE MIDE EN MINUTOS DESDE LA FECHA Y HORA DE LA
      * SOLICITUD HASTA LA DE EJECUCION Y SE IMPRIMEN LAS HORAS
      * COMPLETAS. UNA FILA CON LA FECHA O LA
      * HORA ILEGIBLES SE LISTA IGUALMENTE (SIN ANTIGUEDAD) Y SE
      * CUENTA APARTE: NUNCA SE DEJA DE AVISAR DE UNA PENDIENTE.
      *
      * SOLO LECTURA SOBRE DB2, SIN FICHEROS DE ENTRADA: NO CONSUME
      * EL ESPEJO DE POLIZAS Y NO ANOTA CIERRE EN CTLNOCHE. SI CAE
      * SE RESOMETE ENTERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLAUTPE.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFORME-FILE ASSIGN TO INFORME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INF-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-INFORME-STATUS        PIC X(02).
          88 WS-INFORME-OK             VALUE '00'.

       01 WS-INDICADORES.
          05 WS-FIN-CURSOR            PIC X(01).
             88 WS-HAY-FIN-CURSOR         VALUE 'S'.
             88 WS-NO-HAY-FIN-CURSOR      VALUE 'N'.
          05 WS-FECHA-SOL-VALIDA      PIC X(01).
             88 WS-FECHA-SOL-OK           VALUE 'S'.
             88 WS-FECHA-SOL-MALA         VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-PENDIENTES-LEIDAS       PIC 9(09) COMP.
          05 WS-DENTRO-DE-PLAZO         PIC 9(09) COMP.
          05 WS-FUERA-DE-PLAZO          PIC 9(09) COMP.
          05 WS-ENDOSOS-FUERA           PIC 9(09) COMP.
          05 WS-CANCELACIONES-FUERA     PIC 9(09) COMP.
          05 WS-FECHA-ILEGIBLE          PIC 9(09) COMP.

      *    UNA SOLICITUD SE CONSIDERA ATASCADA CUANDO LLEVA MAS DE
      *    ESTAS HORAS SIN RESOLVER.
       01 WS-HORAS-LIMITE            PIC 9(03) VALUE 48.
       01 WS-HORAS-LIMITE-ED         PIC ZZ9.

       01 WS-FECHAS.
          05 WS-FECHA-HOY             PIC 9(08).
          05 WS-HORA-HOY              PIC 9(08).
          05 WS-HORA-HOY-R REDEFINES WS-HORA-HOY.
             10 WS-HORA-HOY-HH        PIC 9(02).
             10 WS-HORA-HOY-MM        PIC 9(02).
             10 FILLER                PIC 9(04).
          05 WS-DIA-HOY-ENTERO        PIC 9(08) COMP.
          05 WS-MINUTO-HOY            PIC 9(04) COMP.
          05 WS-FECHA-SOL-AMD         PIC 9(08).
          05 WS-HORA-SOL-HHMMSS       PIC 9(06).
          05 WS-HORA-SOL-R REDEFINES WS-HORA-SOL-HHMMSS.
             10 WS-HORA-SOL-HH        PIC 9(02).
             10 WS-HORA-SOL-MM        PIC 9(02).
             10 WS-HORA-SOL-SS        PIC 9(02).
          05 WS-DIA-SOL-ENTERO        PIC 9(08) COMP.
          05 WS-MINUTOS-PENDIENTE     PIC S9(09) COMP.
          05 WS-HORAS-PENDIENTE       PIC S9(07) COMP.

      *    FECHA DE LA SOLICITUD EN ISO PARA EL REPORTE.
       01 WS-FECHA-SOL-ISO.
          05 WS-SOL-ANO               PIC X(04).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-SOL-MES               PIC X(02).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-SOL-DIA               PIC X(02).

       01 WS-CONTROL-PAGINA.
          05 WS-NUMERO-PAGINA         PIC 9(04) VALUE ZERO.
          05 WS-LINEAS-EN-PAGINA      PIC 9(02) VALUE 99.
          05 WS-LINEAS-POR-PAGINA     PIC 9(02) VALUE 55.

      *    ---------------------------------------------------------
      *    LINEAS DEL REPORTE DE CONTROL
      *    ---------------------------------------------------------
       01 WS-LIN-CABECERA1.
          05 FILLER                   PIC X(40) VALUE
             'SOLICITUDES DE DOBLE FIRMA SIN RESOLVER'.
          05 FILLER                   PIC X(60) VALUE SPACES.
          05 FILLER                   PIC X(06) VALUE 'FECHA '.
          05 WS-CAB-FECHA             PIC 9(08).
          05 FILLER                   PIC X(08) VALUE '  PAGINA'.
          05 WS-CAB-PAGINA            PIC ZZZ9.
          05 FILLER                   PIC X(06) VALUE SPACES.

       01 WS-LIN-SEPARADOR.
          05 FILLER                   PIC X(132) VALUE ALL '-'.

       01 WS-LIN-TITULO-SECCION.
          05 WS-TIT-TEXTO             PIC X(132).

       01 WS-LIN-SOLICITUD.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-DET-POLIZA-ID         PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-SECUENCIA         PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-TIPO              PIC X(11).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-USUARIO           PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-FECHA             PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-HORA              PIC X(05).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-HORAS             PIC ZZZ,ZZ9.
          05 WS-DET-HORAS-X REDEFINES WS-DET-HORAS
                                      PIC X(07).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-ANTERIOR          PIC X(17).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-SOLICITADO        PIC X(17).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-MOTIVO            PIC X(04).
          05 FILLER                   PIC X(14) VALUE SPACES.

       01 WS-IMPORTE-EDITADO         PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 WS-LIN-TOTAL.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-TOT-TEXTO             PIC X(30).
          05 WS-TOT-VALOR             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(88) VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY AUTPEND.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-EVALUAR-SOLICITUD UNTIL WS-HAY-FIN-CURSOR.
           PERFORM 6000-EMITIR-TOTALES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      ******************************************************************
      * 1000-INICIAR
      ******************************************************************
       1000-INICIAR.
           SET WS-NO-HAY-FIN-CURSOR TO TRUE.
           MOVE ZERO TO WS-PENDIENTES-LEIDAS WS-DENTRO-DE-PLAZO
                        WS-FUERA-DE-PLAZO WS-ENDOSOS-FUERA
                        WS-CANCELACIONES-FUERA WS-FECHA-ILEGIBLE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           COMPUTE WS-DIA-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           COMPUTE WS-MINUTO-HOY =
               WS-HORA-HOY-HH * 60 + WS-HORA-HOY-MM.

           OPEN OUTPUT INFORME-FILE.
           IF NOT WS-INFORME-OK
               DISPLAY 'POLAUTPE: ERROR AL ABRIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-HORAS-LIMITE TO WS-HORAS-LIMITE-ED.
           MOVE SPACES TO WS-TIT-TEXTO.
           STRING 'PENDIENTES DE MAS DE ' WS-HORAS-LIMITE-ED ' HORAS'
               DELIMITED BY SIZE INTO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.
           MOVE '   POLIZA      SECUENCIA  TIPO         SOLICITA  FECHA'
               TO WS-TIT-TEXTO.
           MOVE 'HORA' TO WS-TIT-TEXTO(61:4).
           MOVE 'HORAS' TO WS-TIT-TEXTO(70:5).
           MOVE 'ANTES' TO WS-TIT-TEXTO(77:5).
           MOVE 'PEDIDO' TO WS-TIT-TEXTO(96:6).
           MOVE 'MOTIVO' TO WS-TIT-TEXTO(115:6).
           PERFORM 9300-IMPRIMIR-LINEA-TITULO.

      *    LAS PENDIENTES SE LISTAN DE LA MAS ANTIGUA A LA MAS
      *    RECIENTE; EL CORTE POR ANTIGUEDAD SE HACE EN EL PROGRAMA
      *    PARA PODER CONTAR TAMBIEN LAS QUE AUN ESTAN EN PLAZO.
           EXEC SQL
                DECLARE CUR-PENDIENTES CURSOR FOR
                SELECT POLIZA_ID, SECUENCIA, TIPO_SOLICITUD,
                       PRIMA_ANTERIOR, PRIMA_NUEVA,
                       ESTADO_ANTERIOR, ESTADO_SOLICITADO, MOTIVO,
                       USUARIO_SOLICITA, FECHA_SOLICITUD,
                       HORA_SOLICITUD
                  FROM AUTORIZ_PENDIENTES
                 WHERE ESTADO_SOLICITUD = 'P'
                 ORDER BY FECHA_SOLICITUD, HORA_SOLICITUD,
                          POLIZA_ID
           END-EXEC.

           EXEC SQL OPEN CUR-PENDIENTES END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLAUTPE: ERROR DB2 AL ABRIR CURSOR, SQLCODE='
                   SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

           PERFORM 2100-LEER-CURSOR.

      ******************************************************************
      * 2000-EVALUAR-SOLICITUD
      ******************************************************************
       2000-EVALUAR-SOLICITUD.
           PERFORM 3000-CALCULAR-ANTIGUEDAD.

           EVALUATE TRUE
               WHEN WS-FECHA-SOL-MALA
                   ADD 1 TO WS-FECHA-ILEGIBLE
                   PERFORM 4000-LISTAR-SOLICITUD
               WHEN WS-MINUTOS-PENDIENTE > WS-HORAS-LIMITE * 60
                   ADD 1 TO WS-FUERA-DE-PLAZO
                   IF AUTP-ES-ENDOSO
                       ADD 1 TO WS-ENDOSOS-FUERA
                   ELSE
                       ADD 1 TO WS-CANCELACIONES-FUERA
                   END-IF
                   PERFORM 4000-LISTAR-SOLICITUD
               WHEN OTHER
                   ADD 1 TO WS-DENTRO-DE-PLAZO
           END-EVALUATE.

           PERFORM 2100-LEER-CURSOR.

      ******************************************************************
      * 2100-LEER-CURSOR
      ******************************************************************
       2100-LEER-CURSOR.
           EXEC SQL
                FETCH CUR-PENDIENTES
                 INTO :AUTP-POLIZA-ID, :AUTP-SECUENCIA,
                      :AUTP-TIPO-SOLICITUD,
                      :AUTP-PRIMA-ANTERIOR, :AUTP-PRIMA-NUEVA,
                      :AUTP-ESTADO-ANTERIOR, :AUTP-ESTADO-SOLICITADO,
                      :AUTP-MOTIVO, :AUTP-USUARIO-SOLICITA,
                      :AUTP-FECHA-SOLICITUD, :AUTP-HORA-SOLICITUD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-PENDIENTES-LEIDAS
               WHEN 100
                   SET WS-HAY-FIN-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'POLAUTPE: ERROR DB2 EN FETCH, SQLCODE='
                       SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8900-ABORTAR
           END-EVALUATE.

      ******************************************************************
      * 3000-CALCULAR-ANTIGUEDAD
      * MINUTOS ENTRE LA SOLICITUD Y LA EJECUCION: DIAS ENTEROS
      * TRANSCURRIDOS MAS LA DIFERENCIA DE HORA DEL DIA. EL PLAZO SE
      * MIDE EN MINUTOS (UNA SOLICITUD DE 48 HORAS Y 30 MINUTOS YA
      * ESTA FUERA); LAS HORAS COMPLETAS SOLO SE IMPRIMEN.
      ******************************************************************
       3000-CALCULAR-ANTIGUEDAD.
           MOVE ZERO TO WS-MINUTOS-PENDIENTE.
           MOVE ZERO TO WS-HORAS-PENDIENTE.

           IF AUTP-FECHA-SOLICITUD IS NUMERIC
                 AND AUTP-HORA-SOLICITUD IS NUMERIC
               SET WS-FECHA-SOL-OK TO TRUE
               MOVE AUTP-FECHA-SOLICITUD TO WS-FECHA-SOL-AMD
               MOVE AUTP-HORA-SOLICITUD  TO WS-HORA-SOL-HHMMSS
               COMPUTE WS-DIA-SOL-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-SOL-AMD)
               COMPUTE WS-MINUTOS-PENDIENTE =
                   (WS-DIA-HOY-ENTERO - WS-DIA-SOL-ENTERO) * 1440
                   + WS-MINUTO-HOY
                   - (WS-HORA-SOL-HH * 60 + WS-HORA-SOL-MM)
               COMPUTE WS-HORAS-PENDIENTE = WS-MINUTOS-PENDIENTE / 60
           ELSE
               SET WS-FECHA-SOL-MALA TO TRUE
               DISPLAY 'POLAUTPE: FECHA/HORA DE SOLICITUD ILEGIBLE, '
                   'POLIZA ' AUTP-POLIZA-ID ' SECUENCIA '
                   AUTP-SECUENCIA
           END-IF.

      ******************************************************************
      * 4000-LISTAR-SOLICITUD
      * EN LOS ENDOSOS SE MUESTRA LA PRIMA ANTERIOR Y LA PEDIDA; EN
      * LAS CANCELACIONES, EL ESTADO ANTERIOR Y EL PEDIDO.
      ******************************************************************
       4000-LISTAR-SOLICITUD.
           MOVE AUTP-POLIZA-ID        TO WS-DET-POLIZA-ID.
           MOVE AUTP-SECUENCIA        TO WS-DET-SECUENCIA.
           MOVE AUTP-USUARIO-SOLICITA TO WS-DET-USUARIO.
           MOVE AUTP-MOTIVO           TO WS-DET-MOTIVO.

           MOVE AUTP-FECHA-SOLICITUD(1:4) TO WS-SOL-ANO.
           MOVE AUTP-FECHA-SOLICITUD(5:2) TO WS-SOL-MES.
           MOVE AUTP-FECHA-SOLICITUD(7:2) TO WS-SOL-DIA.
           MOVE WS-FECHA-SOL-ISO TO WS-DET-FECHA.
           MOVE SPACES TO WS-DET-HORA.
           STRING AUTP-HORA-SOLICITUD(1:2) ':'
                  AUTP-HORA-SOLICITUD(3:2)
               DELIMITED BY SIZE INTO WS-DET-HORA.

           IF WS-FECHA-SOL-OK
               MOVE WS-HORAS-PENDIENTE TO WS-DET-HORAS
           ELSE
               MOVE '  ?????' TO WS-DET-HORAS-X
           END-IF.

           IF AUTP-ES-ENDOSO
               MOVE 'ENDOSO'            TO WS-DET-TIPO
               MOVE AUTP-PRIMA-ANTERIOR TO WS-IMPORTE-EDITADO
               MOVE WS-IMPORTE-EDITADO  TO WS-DET-ANTERIOR
               MOVE AUTP-PRIMA-NUEVA    TO WS-IMPORTE-EDITADO
               MOVE WS-IMPORTE-EDITADO  TO WS-DET-SOLICITADO
           ELSE
               MOVE 'CANCELACION'          TO WS-DET-TIPO
               MOVE AUTP-ESTADO-ANTERIOR   TO WS-DET-ANTERIOR
               MOVE AUTP-ESTADO-SOLICITADO TO WS-DET-SOLICITADO
           END-IF.

           MOVE WS-LIN-SOLICITUD TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 6000-EMITIR-TOTALES
      ******************************************************************
       6000-EMITIR-TOTALES.
           EXEC SQL CLOSE CUR-PENDIENTES END-EXEC.

           IF WS-FUERA-DE-PLAZO = ZERO AND WS-FECHA-ILEGIBLE = ZERO
               MOVE '   NINGUNA' TO INF-LINEA
               PERFORM 9100-IMPRIMIR-LINEA
           END-IF.

           MOVE 'TOTALES' TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.

           MOVE 'SOLICITUDES PENDIENTES        ' TO WS-TOT-TEXTO.
           MOVE WS-PENDIENTES-LEIDAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE '  DENTRO DE PLAZO             ' TO WS-TOT-TEXTO.
           MOVE WS-DENTRO-DE-PLAZO TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE '  FUERA DE PLAZO              ' TO WS-TOT-TEXTO.
           MOVE WS-FUERA-DE-PLAZO TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE '    ENDOSOS DE PRIMA          ' TO WS-TOT-TEXTO.
           MOVE WS-ENDOSOS-FUERA TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE '    CANCELACIONES             ' TO WS-TOT-TEXTO.
           MOVE WS-CANCELACIONES-FUERA TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE '  FECHA/HORA ILEGIBLE         ' TO WS-TOT-TEXTO.
           MOVE WS-FECHA-ILEGIBLE TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 8900-ABORTAR
      * TERMINACION POR ERROR: EL JOB NO MODIFICA NADA, BASTA CON
      * CERRAR Y RESOMETER ENTERO.
      ******************************************************************
       8900-ABORTAR.
           CLOSE INFORME-FILE.

           DISPLAY 'POLAUTPE: PROCESO ABORTADO. RESOMETER ENTERO'.

           STOP RUN.

      ******************************************************************
      * 9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           CLOSE INFORME-FILE.

           DISPLAY 'POLAUTPE: PENDIENTES LEIDAS    = '
               WS-PENDIENTES-LEIDAS.
           DISPLAY 'POLAUTPE: FUERA DE PLAZO       = '
               WS-FUERA-DE-PLAZO.
           DISPLAY 'POLAUTPE: FECHA ILEGIBLE       = '
               WS-FECHA-ILEGIBLE.

      ******************************************************************
      * 9100-IMPRIMIR-LINEA
      * ESCRIBE UNA LINEA DE DETALLE, SALTANDO DE PAGINA CUANDO SE
      * AGOTA LA ACTUAL.
      ******************************************************************
       9100-IMPRIMIR-LINEA.
           IF WS-LINEAS-EN-PAGINA >= WS-LINEAS-POR-PAGINA
               PERFORM 9400-SALTAR-PAGINA
           END-IF.
           WRITE INF-LINEA.
           IF NOT WS-INFORME-OK
               DISPLAY 'POLAUTPE: ERROR AL ESCRIBIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.
           ADD 1 TO WS-LINEAS-EN-PAGINA.

      ******************************************************************
      * 9200-IMPRIMIR-TITULO
      * TITULO DE SECCION PRECEDIDO DE UNA LINEA EN BLANCO.
      ******************************************************************
       9200-IMPRIMIR-TITULO.
           MOVE SPACES TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE WS-TIT-TEXTO TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE WS-LIN-SEPARADOR TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 9300-IMPRIMIR-LINEA-TITULO
      * CABECERA DE COLUMNAS DE UNA SECCION.
      ******************************************************************
       9300-IMPRIMIR-LINEA-TITULO.
           MOVE WS-TIT-TEXTO TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 9400-SALTAR-PAGINA
      ******************************************************************
       9400-SALTAR-PAGINA.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY TO WS-CAB-FECHA.
           MOVE WS-NUMERO-PAGINA TO WS-CAB-PAGINA.
           WRITE INF-LINEA FROM WS-LIN-CABECERA1
               AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-LINEAS-EN-PAGINA.
           MOVE WS-LIN-SEPARADOR TO INF-LINEA.
           WRITE INF-LINEA.
           ADD 2 TO WS-LINEAS-EN-PAGINA.
