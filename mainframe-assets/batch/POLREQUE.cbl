      ******************************************************************
      * PROGRAMA BATCH - CARTAS DE REQUERIMIENTO DE PAGO PREVIAS AL
      * PASO A VENCIDA
      * CASA EL ESPEJO DE POLIZAS CONTRA EL EXTRACTO DE FACTURACION
      * (AMBOS ORDENADOS POR POLIZA-ID) IGUAL QUE POLMORA Y BUSCA LAS
      * POLIZAS ACTIVAS CON PRIMA IMPAGADA CUYO PERIODO DE GRACIA
      * (WS-GRACIA, EL MISMO QUE APLICA POLMORA) TERMINA DENTRO DE
      * LOS PROXIMOS WS-DIAS-PREAVISO DIAS O YA TERMINO. A CADA UNA
      * QUE TODAVIA NO TENGA CARTA PARA ESE VENCIMIENTO:
      *   - LE ESCRIBE LA CARTA (REQAVISO) PARA EL SISTEMA DE
      *     IMPRESION Y ENSOBRADO, CON EL IMPORTE IMPAGADO Y LA FECHA
      *     LIMITE DE PAGO, Y
      *   - REGISTRA LA CARTA EN POLIZAS_REQUERIM (POLREQMT).
      * LA FECHA LIMITE ES EL FIN DE LA GRACIA, PERO NUNCA MENOS DE
      * WS-DIAS-PLAZO-MINIMO DIAS DESDE LA CARTA. POLMORA SOLO VENCE
      * LAS POLIZAS CON CARTA REGISTRADA CUYA FECHA LIMITE YA PASO,
      * ASI QUE ESTE JOB DEBE CORRER ANTES QUE POLMORA.
      *
      * EL REPORTE DE CONTROL LISTA LAS CARTAS EMITIDAS. CARTAS Y
      * FILAS DB2 SE CONFIRMAN JUNTAS AL FINAL EN UNA SOLA UNIDAD DE
      * TRABAJO: SI EL JOB CAE NO QUEDA NINGUNA CARTA REGISTRADA Y SE
      * RESOMETE ENTERO, SIN RIESGO DE REGISTRAR UNA CARTA QUE NO
      * LLEGUE A IMPRIMIRSE. VALIDA LA CABECERA Y EL PIE DE CONTROL
      * DEL UNLOAD (POLUNLD) Y ANOTA SU CIERRE EN CTLNOCHE COMO LOS
      * DEMAS CONSUMIDORES DEL ESPEJO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLREQUE.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLIZAS-FILE ASSIGN TO POLIZAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLIZAS-STATUS.

           SELECT CONTROL-NOCHE-FILE ASSIGN TO CTLNOCHE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLNOCHE-STATUS.

           SELECT BILLING-FILE ASSIGN TO FACTURAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT CARTAS-FILE ASSIGN TO CARTAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.

           SELECT INFORME-FILE ASSIGN TO INFORME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLIZAS-FILE
           RECORDING MODE IS F.
       COPY POLIZAS-REC.
       COPY POLIZAS-CTL.

       FD  CONTROL-NOCHE-FILE
           RECORDING MODE IS F.
       COPY CTLNOCHE.

       FD  BILLING-FILE
           RECORDING MODE IS F.
       COPY BILLREC.

       FD  CARTAS-FILE
           RECORDING MODE IS F.
       COPY REQAVISO.

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INF-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-POLIZAS-STATUS        PIC X(02).
          88 WS-POLIZAS-OK             VALUE '00'.
       01 WS-CTLNOCHE-STATUS       PIC X(02).
          88 WS-CTLNOCHE-OK            VALUE '00'.
       01 WS-BILLING-STATUS        PIC X(02).
          88 WS-BILLING-OK             VALUE '00'.
       01 WS-CARTAS-STATUS         PIC X(02).
          88 WS-CARTAS-OK              VALUE '00'.
       01 WS-INFORME-STATUS        PIC X(02).
          88 WS-INFORME-OK             VALUE '00'.

       01 WS-INDICADORES.
          05 WS-FIN-POLIZAS           PIC X(01).
             88 WS-HAY-FIN-POLIZAS        VALUE 'S'.
             88 WS-NO-HAY-FIN-POLIZAS     VALUE 'N'.
          05 WS-FIN-BILLING           PIC X(01).
             88 WS-HAY-FIN-BILLING        VALUE 'S'.
             88 WS-NO-HAY-FIN-BILLING     VALUE 'N'.
          05 WS-TIPO-AVANCE            PIC X(01).
             88 WS-AVANZAR-AMBOS           VALUE 'A'.
             88 WS-AVANZAR-POLIZA          VALUE 'P'.
             88 WS-AVANZAR-BILLING         VALUE 'B'.
          05 WS-FECHA-VENC-VALIDA      PIC X(01).
             88 WS-FECHA-VENC-OK           VALUE 'S'.
             88 WS-FECHA-VENC-MALA         VALUE 'N'.

       01 WS-CLAVE-POLIZA          PIC X(10).
       01 WS-CLAVE-BILLING         PIC X(10).

       01 WS-CONTADORES.
          05 WS-POLIZAS-LEIDAS           PIC 9(09) COMP.
          05 WS-BILLING-LEIDOS           PIC 9(09) COMP.
          05 WS-POLIZAS-IMPAGADAS        PIC 9(09) COMP.
          05 WS-FUERA-DE-PREAVISO        PIC 9(09) COMP.
          05 WS-YA-REQUERIDAS            PIC 9(09) COMP.
          05 WS-FECHA-ILEGIBLE           PIC 9(09) COMP.
          05 WS-CARTAS-ESCRITAS          PIC 9(09) COMP.
          05 WS-CARTAS-PREVIAS           PIC S9(09) COMP.

       01 WS-TOTAL-REQUERIDO         PIC S9(13)V99 COMP-3.

       COPY WS-GRACIA.

      *    LA CARTA SE EMITE CUANDO AL PERIODO DE GRACIA LE QUEDAN
      *    WS-DIAS-PREAVISO DIAS O MENOS, Y DA AL TOMADOR COMO MINIMO
      *    WS-DIAS-PLAZO-MINIMO DIAS PARA PAGAR.
       01 WS-DIAS-PREAVISO           PIC 9(03) VALUE 10.
       01 WS-DIAS-PLAZO-MINIMO       PIC 9(03) VALUE 15.

       01 WS-FECHAS.
          05 WS-FECHA-HOY             PIC 9(08).
          05 WS-FECHA-VENC-AMD        PIC 9(08).
          05 WS-FECHA-LIMITE-AMD      PIC 9(08).
          05 WS-DIA-HOY-ENTERO        PIC 9(08) COMP.
          05 WS-DIA-FIN-GRACIA        PIC 9(08) COMP.
          05 WS-DIA-LIMITE-ENTERO     PIC 9(08) COMP.

      *    FECHA LIMITE EN ISO PARA LA CARTA Y EL REPORTE.
       01 WS-FECHA-LIMITE-ISO.
          05 WS-LIM-ANO               PIC 9(04).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-LIM-MES               PIC 9(02).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-LIM-DIA               PIC 9(02).

       01 WS-CONTROL-PAGINA.
          05 WS-NUMERO-PAGINA         PIC 9(04) VALUE ZERO.
          05 WS-LINEAS-EN-PAGINA      PIC 9(02) VALUE 99.
          05 WS-LINEAS-POR-PAGINA     PIC 9(02) VALUE 55.

      *    ---------------------------------------------------------
      *    LINEAS DEL REPORTE DE CONTROL
      *    ---------------------------------------------------------
       01 WS-LIN-CABECERA1.
          05 FILLER                   PIC X(40) VALUE
             'CARTAS DE REQUERIMIENTO DE PAGO'.
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

       01 WS-LIN-CARTA.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-DET-POLIZA-ID         PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-NIF               PIC X(13).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-NOMBRE            PIC X(40).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-VENCIMIENTO       PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-LIMITE            PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-IMPORTE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(17) VALUE SPACES.

       01 WS-LIN-TOTAL.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-TOT-TEXTO             PIC X(30).
          05 WS-TOT-VALOR             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(88) VALUE SPACES.

       01 WS-LIN-IMPORTE.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-IMP-TEXTO             PIC X(30).
          05 WS-IMP-VALOR             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(77) VALUE SPACES.

       COPY WS-ANOTCIE.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY POLREQMT.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESAR-REQUERIMIENTO
               UNTIL WS-HAY-FIN-POLIZAS AND WS-HAY-FIN-BILLING.
           PERFORM 6000-EMITIR-TOTALES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      ******************************************************************
      * 1000-INICIAR
      ******************************************************************
       1000-INICIAR.
           MOVE 'POLREQUE' TO WS-CIERRE-PROGRAMA.
           SET WS-NO-HAY-FIN-POLIZAS TO TRUE.
           SET WS-NO-HAY-FIN-BILLING TO TRUE.
           MOVE ZERO TO WS-POLIZAS-LEIDAS WS-BILLING-LEIDOS
                        WS-POLIZAS-IMPAGADAS WS-FUERA-DE-PREAVISO
                        WS-YA-REQUERIDAS WS-FECHA-ILEGIBLE
                        WS-CARTAS-ESCRITAS WS-TOTAL-REQUERIDO.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).

           OPEN INPUT POLIZAS-FILE.
           OPEN INPUT BILLING-FILE.

           IF NOT WS-POLIZAS-OK OR NOT WS-BILLING-OK
               DISPLAY 'POLREQUE: ERROR AL ABRIR FICHEROS. POLIZAS='
                   WS-POLIZAS-STATUS ' FACTURAS=' WS-BILLING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1050-VALIDAR-CABECERA.

           OPEN OUTPUT CARTAS-FILE.
           IF NOT WS-CARTAS-OK
               DISPLAY 'POLREQUE: ERROR AL ABRIR CARTAS, STATUS='
                   WS-CARTAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT INFORME-FILE.
           IF NOT WS-INFORME-OK
               DISPLAY 'POLREQUE: ERROR AL ABRIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'CARTAS EMITIDAS' TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.
           MOVE '   POLIZA      NIF            NOMBRE' TO WS-TIT-TEXTO.
           MOVE 'VENCIMIENTO' TO WS-TIT-TEXTO(73:11).
           MOVE 'FECHA LIM.' TO WS-TIT-TEXTO(85:10).
           MOVE 'IMPORTE' TO WS-TIT-TEXTO(106:7).
           PERFORM 9300-IMPRIMIR-LINEA-TITULO.

           PERFORM 2100-LEER-POLIZA.
           PERFORM 2200-LEER-BILLING.

      ******************************************************************
      * 1050-VALIDAR-CABECERA
      * EL PRIMER REGISTRO DEL ESPEJO DE POLIZAS DEBE SER LA
      * CABECERA DE CONTROL DEL UNLOAD (POLUNLD, LAYOUT POLIZAS-CTL).
      ******************************************************************
       1050-VALIDAR-CABECERA.
           READ POLIZAS-FILE
               AT END
                   DISPLAY 'POLREQUE: FICHERO POLIZAS VACIO, SIN '
                       'CABECERA DE CONTROL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF NOT PZC-ES-CABECERA
               DISPLAY 'POLREQUE: FICHERO POLIZAS SIN CABECERA DE '
                   'CONTROL, PRIMER REGISTRO=' PZC-TIPO-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PZC-CAB-FECHA-PROCESO TO WS-CIERRE-GENERACION.

      ******************************************************************
      * 2000-PROCESAR-REQUERIMIENTO
      * AVANCE TIPO MATCH/MERGE IGUAL QUE POLMORA: SOLO INTERESA EL
      * CASO EN QUE POLIZA Y FACTURACION COINCIDEN EN CLAVE.
      ******************************************************************
       2000-PROCESAR-REQUERIMIENTO.
           EVALUATE TRUE
               WHEN WS-CLAVE-POLIZA = WS-CLAVE-BILLING
                   PERFORM 3000-EVALUAR-REQUERIMIENTO
                   SET WS-AVANZAR-AMBOS TO TRUE
               WHEN WS-CLAVE-POLIZA < WS-CLAVE-BILLING
                   SET WS-AVANZAR-POLIZA TO TRUE
               WHEN OTHER
                   SET WS-AVANZAR-BILLING TO TRUE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-AVANZAR-AMBOS
                   PERFORM 2100-LEER-POLIZA
                   PERFORM 2200-LEER-BILLING
               WHEN WS-AVANZAR-POLIZA
                   PERFORM 2100-LEER-POLIZA
               WHEN WS-AVANZAR-BILLING
                   PERFORM 2200-LEER-BILLING
           END-EVALUATE.

      ******************************************************************
      * 2100-LEER-POLIZA / 2200-LEER-BILLING
      * AL LLEGAR A FIN DE FICHERO, LA CLAVE SE FIJA A HIGH-VALUES
      * PARA QUE EL OTRO FICHERO SE VACIE SOLO EN EL MATCH/MERGE.
      ******************************************************************
       2100-LEER-POLIZA.
           IF WS-NO-HAY-FIN-POLIZAS
               READ POLIZAS-FILE
                   AT END
                       DISPLAY 'POLREQUE: FICHERO POLIZAS SIN PIE DE '
                           'CONTROL, EXTRACCION INCOMPLETA'
                       MOVE 16 TO RETURN-CODE
                       PERFORM 8900-ABORTAR
                   NOT AT END
                       IF PZC-ES-PIE
                           PERFORM 2150-VALIDAR-PIE
                           SET WS-HAY-FIN-POLIZAS TO TRUE
                           MOVE HIGH-VALUES TO WS-CLAVE-POLIZA
                       ELSE
                           ADD 1 TO WS-POLIZAS-LEIDAS
                           MOVE PZ-POLIZA-ID TO WS-CLAVE-POLIZA
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * 2150-VALIDAR-PIE
      ******************************************************************
       2150-VALIDAR-PIE.
           IF PZC-PIE-TOTAL-REGISTROS NOT = WS-POLIZAS-LEIDAS
               DISPLAY 'POLREQUE: PIE DE CONTROL NO CUADRA, '
                   'DECLARADOS=' PZC-PIE-TOTAL-REGISTROS
                   ' LEIDOS=' WS-POLIZAS-LEIDAS
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

       2200-LEER-BILLING.
           IF WS-NO-HAY-FIN-BILLING
               READ BILLING-FILE
                   AT END
                       SET WS-HAY-FIN-BILLING TO TRUE
                       MOVE HIGH-VALUES TO WS-CLAVE-BILLING
                   NOT AT END
                       ADD 1 TO WS-BILLING-LEIDOS
                       MOVE BL-POLIZA-ID TO WS-CLAVE-BILLING
               END-READ
           END-IF.

      ******************************************************************
      * 3000-EVALUAR-REQUERIMIENTO
      * POLIZA ACTIVA CON PRIMA IMPAGADA: SE REQUIERE SI SU GRACIA
      * TERMINA DENTRO DEL PREAVISO (O YA TERMINO SIN CARTA, CASO DE
      * UNA NOCHE PERDIDA) Y NO TIENE YA CARTA PARA ESE VENCIMIENTO.
      ******************************************************************
       3000-EVALUAR-REQUERIMIENTO.
           IF PZ-ESTADO-POLIZA = 'ACTIVA'
                 AND BL-ESTADO-FACTURACION = 'IMPAGADA'
               ADD 1 TO WS-POLIZAS-IMPAGADAS
               PERFORM 3100-CALCULAR-FIN-GRACIA
               IF WS-FECHA-VENC-OK
                   IF WS-DIA-HOY-ENTERO + WS-DIAS-PREAVISO
                         < WS-DIA-FIN-GRACIA
                       ADD 1 TO WS-FUERA-DE-PREAVISO
                   ELSE
                       PERFORM 3200-BUSCAR-CARTA
                       IF WS-CARTAS-PREVIAS > ZERO
                           ADD 1 TO WS-YA-REQUERIDAS
                       ELSE
                           PERFORM 4000-EMITIR-CARTA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 3100-CALCULAR-FIN-GRACIA
      * MISMO CALCULO QUE 3100-COMPROBAR-GRACIA DE POLMORA: FECHA DE
      * VENCIMIENTO (ISO) EN DIAS ENTEROS MAS EL PERIODO DE GRACIA.
      * UNA FECHA ILEGIBLE NO GENERA CARTA; POLMORA TAMPOCO VENCERA
      * ESA POLIZA.
      ******************************************************************
       3100-CALCULAR-FIN-GRACIA.
           MOVE PZ-FECHA-VENCIMIENTO(1:4) TO WS-FECHA-VENC-AMD(1:4).
           MOVE PZ-FECHA-VENCIMIENTO(6:2) TO WS-FECHA-VENC-AMD(5:2).
           MOVE PZ-FECHA-VENCIMIENTO(9:2) TO WS-FECHA-VENC-AMD(7:2).
           IF WS-FECHA-VENC-AMD IS NUMERIC
               SET WS-FECHA-VENC-OK TO TRUE
               COMPUTE WS-DIA-FIN-GRACIA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-VENC-AMD)
                   + WS-DIAS-GRACIA
           ELSE
               SET WS-FECHA-VENC-MALA TO TRUE
               ADD 1 TO WS-FECHA-ILEGIBLE
               DISPLAY 'POLREQUE: FECHA VENCIMIENTO ILEGIBLE, POLIZA '
                   PZ-POLIZA-ID ' NO SE REQUIERE'
           END-IF.

      ******************************************************************
      * 3200-BUSCAR-CARTA
      ******************************************************************
       3200-BUSCAR-CARTA.
           MOVE PZ-POLIZA-ID         TO RQM-POLIZA-ID.
           MOVE PZ-FECHA-VENCIMIENTO TO RQM-FECHA-VENCIMIENTO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CARTAS-PREVIAS
                  FROM POLIZAS_REQUERIM
                 WHERE POLIZA_ID         = :RQM-POLIZA-ID
                   AND FECHA_VENCIMIENTO = :RQM-FECHA-VENCIMIENTO
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLREQUE: ERROR DB2 AL BUSCAR CARTA, POLIZA='
                   PZ-POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

      ******************************************************************
      * 4000-EMITIR-CARTA
      * FECHA LIMITE = FIN DE GRACIA, O HOY MAS EL PLAZO MINIMO SI
      * ESO CAE MAS TARDE. REGISTRA LA CARTA, LA ESCRIBE PARA
      * IMPRESION Y LA LISTA EN EL REPORTE.
      ******************************************************************
       4000-EMITIR-CARTA.
           MOVE WS-DIA-FIN-GRACIA TO WS-DIA-LIMITE-ENTERO.
           IF WS-DIA-HOY-ENTERO + WS-DIAS-PLAZO-MINIMO
                 > WS-DIA-LIMITE-ENTERO
               COMPUTE WS-DIA-LIMITE-ENTERO =
                   WS-DIA-HOY-ENTERO + WS-DIAS-PLAZO-MINIMO
           END-IF.
           COMPUTE WS-FECHA-LIMITE-AMD =
               FUNCTION DATE-OF-INTEGER(WS-DIA-LIMITE-ENTERO).
           MOVE WS-FECHA-LIMITE-AMD(1:4) TO WS-LIM-ANO.
           MOVE WS-FECHA-LIMITE-AMD(5:2) TO WS-LIM-MES.
           MOVE WS-FECHA-LIMITE-AMD(7:2) TO WS-LIM-DIA.

           MOVE WS-FECHA-HOY         TO RQM-FECHA-CARTA.
           MOVE WS-FECHA-LIMITE-AMD  TO RQM-FECHA-LIMITE.
           MOVE BL-IMPORTE-FACTURADO TO RQM-IMPORTE-DEUDA.

           EXEC SQL
                INSERT INTO POLIZAS_REQUERIM
                       (POLIZA_ID, FECHA_VENCIMIENTO, FECHA_CARTA,
                        FECHA_LIMITE, IMPORTE_DEUDA)
                VALUES (:RQM-POLIZA-ID, :RQM-FECHA-VENCIMIENTO,
                        :RQM-FECHA-CARTA, :RQM-FECHA-LIMITE,
                        :RQM-IMPORTE-DEUDA)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLREQUE: ERROR DB2 AL REGISTRAR CARTA, '
                   'POLIZA=' PZ-POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

           MOVE PZ-NOMBRE-ASEGURADO  TO RQA-NOMBRE-ASEGURADO.
           MOVE PZ-NIF-CLIENTE       TO RQA-NIF-CLIENTE.
           MOVE PZ-POLIZA-ID         TO RQA-POLIZA-ID.
           MOVE PZ-FECHA-VENCIMIENTO TO RQA-FECHA-VENCIMIENTO.
           MOVE BL-IMPORTE-FACTURADO TO RQA-IMPORTE-DEUDA.
           MOVE WS-FECHA-LIMITE-ISO  TO RQA-FECHA-LIMITE.

           WRITE RQA-REGISTRO.
           IF WS-CARTAS-OK
               ADD 1 TO WS-CARTAS-ESCRITAS
               ADD BL-IMPORTE-FACTURADO TO WS-TOTAL-REQUERIDO
           ELSE
               DISPLAY 'POLREQUE: ERROR AL ESCRIBIR CARTAS, STATUS='
                   WS-CARTAS-STATUS ' POLIZA=' PZ-POLIZA-ID
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

           MOVE PZ-POLIZA-ID         TO WS-DET-POLIZA-ID.
           MOVE PZ-NIF-CLIENTE       TO WS-DET-NIF.
           MOVE PZ-NOMBRE-ASEGURADO  TO WS-DET-NOMBRE.
           MOVE PZ-FECHA-VENCIMIENTO TO WS-DET-VENCIMIENTO.
           MOVE WS-FECHA-LIMITE-ISO  TO WS-DET-LIMITE.
           MOVE BL-IMPORTE-FACTURADO TO WS-DET-IMPORTE.
           MOVE WS-LIN-CARTA TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 6000-EMITIR-TOTALES
      ******************************************************************
       6000-EMITIR-TOTALES.
           IF WS-CARTAS-ESCRITAS = ZERO
               MOVE '   NINGUNA' TO INF-LINEA
               PERFORM 9100-IMPRIMIR-LINEA
           END-IF.

           MOVE 'TOTALES' TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.

           MOVE 'POLIZAS LEIDAS DEL ESPEJO     ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-LEIDAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'ACTIVAS CON PRIMA IMPAGADA    ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-IMPAGADAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE '  TODAVIA FUERA DE PREAVISO   ' TO WS-TOT-TEXTO.
           MOVE WS-FUERA-DE-PREAVISO TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE '  YA REQUERIDAS ANTES         ' TO WS-TOT-TEXTO.
           MOVE WS-YA-REQUERIDAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE '  VENCIMIENTO ILEGIBLE        ' TO WS-TOT-TEXTO.
           MOVE WS-FECHA-ILEGIBLE TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE '  CARTAS EMITIDAS HOY         ' TO WS-TOT-TEXTO.
           MOVE WS-CARTAS-ESCRITAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE SPACES TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'IMPORTE REQUERIDO HOY         ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-REQUERIDO TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 8900-ABORTAR
      * TERMINACION POR ERROR: DESHACE TODAS LAS CARTAS REGISTRADAS
      * EN LA EJECUCION (EL FICHERO DE CARTAS SE DESCATALOGA CON EL
      * PASO), SE ANOTA EL CIERRE CON EL ERROR Y SE RESOMETE ENTERO.
      ******************************************************************
       8900-ABORTAR.
           EXEC SQL ROLLBACK END-EXEC.

           CLOSE POLIZAS-FILE.
           CLOSE BILLING-FILE.
           CLOSE CARTAS-FILE.
           CLOSE INFORME-FILE.

           DISPLAY 'POLREQUE: PROCESO ABORTADO, NINGUNA CARTA '
               'REGISTRADA. RESOMETER ENTERO'.

           MOVE WS-POLIZAS-LEIDAS TO WS-CIERRE-LEIDOS.
           MOVE WS-CARTAS-ESCRITAS TO WS-CIERRE-ESCRITOS.
           PERFORM 9500-ANOTAR-CIERRE.

           STOP RUN.

      ******************************************************************
      * 9000-FINALIZAR
      * CONFIRMA DE UNA VEZ TODAS LAS CARTAS REGISTRADAS.
      ******************************************************************
       9000-FINALIZAR.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLREQUE: ERROR DB2 EN COMMIT, SQLCODE='
                   SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

           CLOSE POLIZAS-FILE.
           CLOSE BILLING-FILE.
           CLOSE CARTAS-FILE.
           CLOSE INFORME-FILE.

           DISPLAY 'POLREQUE: POLIZAS LEIDAS       = '
               WS-POLIZAS-LEIDAS.
           DISPLAY 'POLREQUE: FACTURAS LEIDAS      = '
               WS-BILLING-LEIDOS.
           DISPLAY 'POLREQUE: ACTIVAS IMPAGADAS    = '
               WS-POLIZAS-IMPAGADAS.
           DISPLAY 'POLREQUE: YA REQUERIDAS        = '
               WS-YA-REQUERIDAS.
           DISPLAY 'POLREQUE: CARTAS EMITIDAS      = '
               WS-CARTAS-ESCRITAS.

           MOVE WS-POLIZAS-LEIDAS TO WS-CIERRE-LEIDOS.
           MOVE WS-CARTAS-ESCRITAS TO WS-CIERRE-ESCRITOS.
           PERFORM 9500-ANOTAR-CIERRE.

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
               DISPLAY 'POLREQUE: ERROR AL ESCRIBIR INFORME, STATUS='
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

      ******************************************************************
      * 9500-ANOTAR-CIERRE
      * ANADE EL REGISTRO DE FINALIZACION DE ESTE JOB AL FICHERO DE
      * CONTROL DE LA VENTANA NOCTURNA (PARRAFO COMPARTIDO
      * PR-ANOTCIE).
      ******************************************************************
       COPY PR-ANOTCIE.
