      * VENCIDA SOLO SE APLICA DESDE ESTE PROCESO; UPDPOLZA LA
      * EXCLUYE EXPRESAMENTE DE LOS ESTADOS SOLICITABLES.
      *
      * ADEMAS DEL PERIODO DE GRACIA, LA POLIZA DEBE TENER REGISTRADA
      * EN POLIZAS_REQUERIM (POLREQMT) LA CARTA DE REQUERIMIENTO QUE
      * EMITE POLREQUE PARA ESE VENCIMIENTO, Y LA FECHA LIMITE DE PAGO
      * DE LA CARTA DEBE HABER PASADO. LAS POLIZAS CON LA GRACIA
      * AGOTADA PERO SIN CARTA NO SE VENCEN Y SE LISTAN EN EL REPORTE
      * DE CONTROL (INFORME) PARA SU SEGUIMIENTO.
      *
      * SOPORTA REINICIO: SI SE INVOCA CON PARM='RESTART', LEE EL
      * ULTIMO CHECKPOINT, SALTA LOS REGISTROS YA LEIDOS DE POLIZAS
      * Y DE FACTURACION, RECORTA EL FICHERO DE EVENTOS AL PUNTO DEL
      * SEGURIDAD. VALIDA LA CABECERA Y EL PIE DE CONTROL DEL
      * UNLOAD (POLUNLD) EN EL FICHERO DE POLIZAS Y ABENDA ANTE UNA
      * EXTRACCION INCOMPLETA.
      * EN UN REINICIO EL REPORTE SE ABRE DE NUEVO Y SOLO LISTA LAS
      * POLIZAS POSTERIORES AL CHECKPOINT; LAS ANTERIORES FIGURAN EN
      * EL REPORTE DE LA EJECUCION ABORTADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLMORA.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT INFORME-FILE ASSIGN TO INFORME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLIZAS-FILE
           RECORDING MODE IS F.
       01 WRK-EVF-REGISTRO            PIC X(72).

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INF-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-POLIZAS-STATUS        PIC X(02).
          88 WS-POLIZAS-OK             VALUE '00'.
          88 WS-CHECKPT-OK             VALUE '00'.
       01 WS-WORK-STATUS           PIC X(02).
          88 WS-WORK-OK                VALUE '00'.
       01 WS-INFORME-STATUS        PIC X(02).
          88 WS-INFORME-OK             VALUE '00'.

       01 WS-INDICADORES.
          05 WS-FIN-POLIZAS           PIC X(01).
          05 WS-CONTADOR-SALTO           PIC 9(09) COMP.
          05 WS-DESDE-CHECKPOINT         PIC 9(09) COMP.
          05 WS-CONTADOR-COPIA           PIC 9(09) COMP.
          05 WS-POLIZAS-SIN-CARTA        PIC 9(09) COMP.
          05 WS-POLIZAS-EN-PLAZO         PIC 9(09) COMP.

       01 WS-INTERVALO-CHECKPOINT    PIC 9(09) COMP VALUE 1000.

       COPY WS-GRACIA.

       01 WS-FECHAS.
          05 WS-FECHA-HOY             PIC 9(08).
          05 WS-FECHA-VENC-AMD        PIC 9(08).
          05 WS-DIA-HOY-ENTERO        PIC 9(08) COMP.
          05 WS-DIA-LIMITE-ENTERO     PIC 9(08) COMP.
          05 WS-FECHA-FIN-GRACIA      PIC 9(08).

      *    FECHA LIMITE DE LA CARTA DE REQUERIMIENTO (AAAAMMDD);
      *    ESPACIOS SI LA POLIZA NO TIENE CARTA PARA EL VENCIMIENTO.
       01 WS-CARTA-LIMITE            PIC X(08).

       01 WS-CONTROL-PAGINA.
          05 WS-NUMERO-PAGINA         PIC 9(04) VALUE ZERO.
          05 WS-LINEAS-EN-PAGINA      PIC 9(02) VALUE 99.
          05 WS-LINEAS-POR-PAGINA     PIC 9(02) VALUE 55.

      *    ---------------------------------------------------------
      *    LINEAS DEL REPORTE DE CONTROL
      *    ---------------------------------------------------------
       01 WS-LIN-CABECERA1.
          05 FILLER                   PIC X(40) VALUE
             'MORA - PASO DE POLIZAS A VENCIDA'.
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

       01 WS-LIN-SIN-CARTA.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-DET-POLIZA-ID         PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-NIF               PIC X(13).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-NOMBRE            PIC X(40).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-VENCIMIENTO       PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-FIN-GRACIA        PIC 9(08).
          05 FILLER                   PIC X(04) VALUE SPACES.
          05 WS-DET-IMPORTE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(17) VALUE SPACES.

       01 WS-LIN-TOTAL.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-TOT-TEXTO             PIC X(30).
          05 WS-TOT-VALOR             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(88) VALUE SPACES.

       COPY WS-ANOTCIE.


       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY POLREQMT.

       LINKAGE SECTION.
       01 WS-PARM-ENTRADA.
          05 WS-PARM-LONGITUD     PIC S9(04) COMP.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESAR-MORA
               UNTIL WS-HAY-FIN-POLIZAS AND WS-HAY-FIN-BILLING.
           PERFORM 6000-EMITIR-TOTALES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

           SET WS-NO-ES-REINICIO TO TRUE.
           MOVE ZERO TO WS-POLIZAS-LEIDAS WS-BILLING-LEIDOS
                        WS-POLIZAS-VENCIDAS WS-EVENTOS-ESCRITOS
                        WS-ITERACIONES WS-DESDE-CHECKPOINT
                        WS-POLIZAS-SIN-CARTA WS-POLIZAS-EN-PLAZO.

           IF WS-PARM-LONGITUD > 0
               IF WS-PARM-VALOR(1:7) = 'RESTART'
               STOP RUN
           END-IF.

           OPEN OUTPUT INFORME-FILE.
           IF NOT WS-INFORME-OK
               DISPLAY 'POLMORA: ERROR AL ABRIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'POLIZAS NO VENCIDAS SIN CARTA DE REQUERIMIENTO'
               TO WS-TIT-TEXTO.
           PERFORM 7200-IMPRIMIR-TITULO.
           MOVE '   POLIZA      NIF            NOMBRE' TO WS-TIT-TEXTO.
           MOVE 'VENCIMIENTO' TO WS-TIT-TEXTO(73:11).
           MOVE 'FIN GRACIA' TO WS-TIT-TEXTO(85:10).
           MOVE 'IMPORTE' TO WS-TIT-TEXTO(106:7).
           PERFORM 7300-IMPRIMIR-LINEA-TITULO.

           PERFORM 2100-LEER-POLIZA.
           PERFORM 2200-LEER-BILLING.

      ******************************************************************
      * 3000-EVALUAR-MORA
      * POLIZA Y FACTURACION COINCIDEN EN CLAVE: LA POLIZA VENCE SI
      * ESTA ACTIVA, SU PRIMA FIGURA IMPAGADA EN FACTURACION, HOY YA
      * PASO LA FECHA DE VENCIMIENTO MAS EL PERIODO DE GRACIA Y YA
      * PASO TAMBIEN LA FECHA LIMITE DE LA CARTA DE REQUERIMIENTO.
      * SIN CARTA REGISTRADA LA POLIZA NO SE VENCE Y VA AL REPORTE.
      ******************************************************************
       3000-EVALUAR-MORA.
           IF PZ-ESTADO-POLIZA = 'ACTIVA'
               PERFORM 3100-COMPROBAR-GRACIA
               IF WS-FECHA-VENC-OK
                     AND WS-DIA-HOY-ENTERO > WS-DIA-LIMITE-ENTERO
                   PERFORM 3200-COMPROBAR-REQUERIMIENTO
                   EVALUATE TRUE
                       WHEN WS-CARTA-LIMITE = SPACES
                           PERFORM 3300-ANOTAR-SIN-CARTA
                       WHEN WS-CARTA-LIMITE < WS-FECHA-HOY
                           PERFORM 4000-VENCER-POLIZA
                       WHEN OTHER
                           ADD 1 TO WS-POLIZAS-EN-PLAZO
                   END-EVALUATE
               END-IF
           END-IF.

                   PZ-POLIZA-ID ' NO SE EVALUA'
           END-IF.

      ******************************************************************
      * 3200-COMPROBAR-REQUERIMIENTO
      * BUSCA LA CARTA DE REQUERIMIENTO QUE POLREQUE REGISTRO PARA
      * ESTE VENCIMIENTO DE LA POLIZA Y DEVUELVE SU FECHA LIMITE DE
      * PAGO EN WS-CARTA-LIMITE (ESPACIOS SI NO HAY CARTA).
      ******************************************************************
       3200-COMPROBAR-REQUERIMIENTO.
           MOVE PZ-POLIZA-ID         TO RQM-POLIZA-ID.
           MOVE PZ-FECHA-VENCIMIENTO TO RQM-FECHA-VENCIMIENTO.

           EXEC SQL
                SELECT COALESCE(MAX(FECHA_LIMITE), ' ')
                  INTO :WS-CARTA-LIMITE
                  FROM POLIZAS_REQUERIM
                 WHERE POLIZA_ID         = :RQM-POLIZA-ID
                   AND FECHA_VENCIMIENTO = :RQM-FECHA-VENCIMIENTO
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLMORA: ERROR DB2 AL BUSCAR CARTA DE '
                   'REQUERIMIENTO, POLIZA=' PZ-POLIZA-ID
                   ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

      ******************************************************************
      * 3300-ANOTAR-SIN-CARTA
      * LA GRACIA YA SE AGOTO PERO NO CONSTA CARTA DE REQUERIMIENTO:
      * LA POLIZA SIGUE ACTIVA Y SE LISTA EN EL REPORTE.
      ******************************************************************
       3300-ANOTAR-SIN-CARTA.
           ADD 1 TO WS-POLIZAS-SIN-CARTA.
           COMPUTE WS-FECHA-FIN-GRACIA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-LIMITE-ENTERO).

           MOVE PZ-POLIZA-ID         TO WS-DET-POLIZA-ID.
           MOVE PZ-NIF-CLIENTE       TO WS-DET-NIF.
           MOVE PZ-NOMBRE-ASEGURADO  TO WS-DET-NOMBRE.
           MOVE PZ-FECHA-VENCIMIENTO TO WS-DET-VENCIMIENTO.
           MOVE WS-FECHA-FIN-GRACIA  TO WS-DET-FIN-GRACIA.
           MOVE BL-IMPORTE-FACTURADO TO WS-DET-IMPORTE.
           MOVE WS-LIN-SIN-CARTA TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.

      ******************************************************************
      * 4000-VENCER-POLIZA
      * GRABA EL NUEVO ESTADO EN DB2 Y PUBLICA EL EVENTO. EL UPDATE
           END-IF.
           CLOSE CHECKPOINT-FILE.

      ******************************************************************
      * 6000-EMITIR-TOTALES
      ******************************************************************
       6000-EMITIR-TOTALES.
           IF WS-POLIZAS-SIN-CARTA = ZERO
               MOVE '   NINGUNA' TO INF-LINEA
               PERFORM 7100-IMPRIMIR-LINEA
           END-IF.

           MOVE 'TOTALES' TO WS-TIT-TEXTO.
           PERFORM 7200-IMPRIMIR-TITULO.

           MOVE 'POLIZAS LEIDAS DEL ESPEJO     ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-LEIDAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.
           MOVE 'POLIZAS VENCIDAS              ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-VENCIDAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.
           MOVE 'CARTA DENTRO DE PLAZO         ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-EN-PLAZO TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.
           MOVE 'NO VENCIDAS POR FALTA DE CARTA' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-SIN-CARTA TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.

      ******************************************************************
      * 7100-IMPRIMIR-LINEA
      * ESCRIBE UNA LINEA DE DETALLE, SALTANDO DE PAGINA CUANDO SE
      * AGOTA LA ACTUAL.
      ******************************************************************
       7100-IMPRIMIR-LINEA.
           IF WS-LINEAS-EN-PAGINA >= WS-LINEAS-POR-PAGINA
               PERFORM 7400-SALTAR-PAGINA
           END-IF.
           WRITE INF-LINEA.
           IF NOT WS-INFORME-OK
               DISPLAY 'POLMORA: ERROR AL ESCRIBIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.
           ADD 1 TO WS-LINEAS-EN-PAGINA.

      ******************************************************************
      * 7200-IMPRIMIR-TITULO
      * TITULO DE SECCION PRECEDIDO DE UNA LINEA EN BLANCO.
      ******************************************************************
       7200-IMPRIMIR-TITULO.
           MOVE SPACES TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.
           MOVE WS-TIT-TEXTO TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.
           MOVE WS-LIN-SEPARADOR TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.

      ******************************************************************
      * 7300-IMPRIMIR-LINEA-TITULO
      * CABECERA DE COLUMNAS DE UNA SECCION.
      ******************************************************************
       7300-IMPRIMIR-LINEA-TITULO.
           MOVE WS-TIT-TEXTO TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.

      ******************************************************************
      * 7400-SALTAR-PAGINA
      ******************************************************************
       7400-SALTAR-PAGINA.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY TO WS-CAB-FECHA.
           MOVE WS-NUMERO-PAGINA TO WS-CAB-PAGINA.
           WRITE INF-LINEA FROM WS-LIN-CABECERA1
               AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-LINEAS-EN-PAGINA.
           MOVE WS-LIN-SEPARADOR TO INF-LINEA.
           WRITE INF-LINEA.
           ADD 2 TO WS-LINEAS-EN-PAGINA.

      ******************************************************************
      * 9000-FINALIZAR
      ******************************************************************
           CLOSE POLIZAS-FILE.
           CLOSE BILLING-FILE.
           CLOSE EVENTOS-FILE.
           CLOSE INFORME-FILE.

           IF WS-DESDE-CHECKPOINT > 0
               DISPLAY 'POLMORA: REINICIADO DESDE POLIZA '
               WS-POLIZAS-VENCIDAS.
           DISPLAY 'POLMORA: EVENTOS ESCRITOS  = '
               WS-EVENTOS-ESCRITOS.
           DISPLAY 'POLMORA: SIN CARTA REQUER. = '
               WS-POLIZAS-SIN-CARTA.

           MOVE WS-POLIZAS-LEIDAS TO WS-CIERRE-LEIDOS.
           MOVE WS-EVENTOS-ESCRITOS TO WS-CIERRE-ESCRITOS.
           CLOSE POLIZAS-FILE.
           CLOSE BILLING-FILE.
           CLOSE EVENTOS-FILE.
           CLOSE INFORME-FILE.

           DISPLAY 'POLMORA: PROCESO ABORTADO, TRABAJO NO CONFIRMADO '
               'DESHECHO. RESOMETER CON PARM=RESTART'.
