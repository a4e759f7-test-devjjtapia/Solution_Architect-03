      ******************************************************************
      * PROGRAMA BATCH - APLICACION DE COBROS Y DEVOLUCIONES Y
      * ANTIGUEDAD DE LA DEUDA DE RECIBOS
      * APLICA CADA NOCHE EL FICHERO DEL BANCO (BANCOREC) CONTRA EL
      * LIBRO DE RECIBOS POLIZAS_RECIBOS (POLRECBO, CARGADO POR
      * POLRECAR DESDE EL CUADRO DE POLRECIB). CADA PARTIDA SE CASA
      * POR POLIZA, NUMERO DE RECIBO Y FECHA DE EMISION:
      *   - COBRO SOBRE RECIBO PENDIENTE O DEVUELTO: PASA A COBRADO.
      *   - DEVOLUCION SOBRE RECIBO COBRADO: PASA A DEVUELTO.
      *   - COBRO O DEVOLUCION SOBRE RECIBO ANULADO: NO SE APLICA;
      *     SE LISTA PARA QUE GESTION DE COBRO LO REGULARICE.
      * LAS PARTIDAS QUE NO CASAN (RECIBO INEXISTENTE, IMPORTE
      * DISTINTO, COBRO O DEVOLUCION DUPLICADOS, DEVOLUCION DE UN
      * RECIBO NUNCA COBRADO, DATOS INVALIDOS) NO TOCAN EL LIBRO Y
      * SE LISTAN UNA A UNA EN EL REPORTE DE EXCEPCIONES.
      *
      * DESPUES EMITE LA ANTIGUEDAD DE LA DEUDA: RECIBOS PENDIENTES
      * O DEVUELTOS (NUNCA LOS ANULADOS) DE POLIZAS EN VIGOR
      * (ACTIVAS, SUSPENDIDAS O EN REVISION) CUYA FECHA DE EMISION
      * YA PASO, POR TRAMOS DE DIAS DESDE LA EMISION (0-30, 31-60,
      * 61-90 Y MAS DE 90) Y POR PRODUCTO, CON EL DETALLE DE CADA
      * RECIBO QUE GESTION DE COBRO DEBE RECLAMAR (LOS DE MAS DE 30
      * DIAS Y TODOS LOS DEVUELTOS). LA DEUDA DE POLIZAS CANCELADAS
      * O VENCIDAS NO SE RECLAMA AQUI: LA COMPENSA POLEXTOR CONTRA
      * EL EXTORNO.
      *
      * TODO EL FICHERO DEL BANCO SE APLICA EN UNA SOLA UNIDAD DE
      * TRABAJO: SI EL JOB CAE NO QUEDA NADA APLICADO Y SE RESOMETE
      * ENTERO. UN FICHERO YA APLICADO NO DEBE RESOMETERSE: TODAS
      * SUS PARTIDAS SALDRIAN COMO DUPLICADAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLCOBRO.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO-FILE ASSIGN TO BANCO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANCO-STATUS.

           SELECT INFORME-FILE ASSIGN TO INFORME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANCO-FILE
           RECORDING MODE IS F.
       COPY BANCOREC.

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INF-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BANCO-STATUS          PIC X(02).
          88 WS-BANCO-OK               VALUE '00'.
       01 WS-INFORME-STATUS        PIC X(02).
          88 WS-INFORME-OK             VALUE '00'.

       01 WS-INDICADORES.
          05 WS-FIN-BANCO             PIC X(01).
             88 WS-HAY-FIN-BANCO          VALUE 'S'.
             88 WS-NO-HAY-FIN-BANCO       VALUE 'N'.
          05 WS-FIN-CURSOR            PIC X(01).
             88 WS-HAY-FIN-CURSOR         VALUE 'S'.
             88 WS-NO-HAY-FIN-CURSOR      VALUE 'N'.
          05 WS-PARTIDA-VALIDA        PIC X(01).
             88 WS-PARTIDA-SI-VALIDA      VALUE 'S'.
             88 WS-PARTIDA-NO-VALIDA      VALUE 'N'.
          05 WS-ENTRADA-HALLADA       PIC X(01).
             88 WS-ENTRADA-SI-HALLADA     VALUE 'S'.
             88 WS-ENTRADA-NO-HALLADA     VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-PARTIDAS-LEIDAS       PIC 9(09) COMP.
          05 WS-COBROS-APLICADOS      PIC 9(09) COMP.
          05 WS-DEVOLUCIONES-APLICADAS
                                      PIC 9(09) COMP.
          05 WS-PARTIDAS-RECHAZADAS   PIC 9(09) COMP.
          05 WS-RECH-NO-ENCONTRADO    PIC 9(09) COMP.
          05 WS-RECH-DUPLICADO        PIC 9(09) COMP.
          05 WS-RECH-IMPORTE          PIC 9(09) COMP.
          05 WS-RECH-OTROS            PIC 9(09) COMP.
          05 WS-RECIBOS-DEUDA         PIC 9(09) COMP.
          05 WS-RECIBOS-RECLAMAR      PIC 9(09) COMP.
          05 WS-RECIBOS-FECHA-MALA    PIC 9(09) COMP.
          05 WS-INDICE-PRODUCTO       PIC 9(02) COMP.
          05 WS-PRD-HALLADO           PIC 9(02) COMP.
          05 WS-INDICE-TRAMO          PIC 9(01) COMP.

       01 WS-TOTALES.
          05 WS-IMPORTE-COBRADO       PIC S9(13)V99 COMP-3.
          05 WS-IMPORTE-DEVUELTO      PIC S9(13)V99 COMP-3.
          05 WS-IMPORTE-RECHAZADO     PIC S9(13)V99 COMP-3.

      *    FECHA DE PROCESO: AAAAMMDD PARA LAS COLUMNAS DE FECHA DEL
      *    LIBRO E ISO PARA COMPARAR CON FECHA_EMISION.
       01 WS-FECHA-PROCESO            PIC 9(08).
       01 WS-FECHA-ESTADO             PIC X(08).
       01 WS-FECHA-HOY-ISO            PIC X(10).

      *    CALCULO DE DIAS DESDE LA EMISION DEL RECIBO.
       01 WS-CALCULO-DIAS.
          05 WS-FECHA-AMD             PIC 9(08).
          05 WS-DIA-HOY-ENTERO        PIC 9(08) COMP.
          05 WS-DIA-EMISION-ENTERO    PIC 9(08) COMP.
          05 WS-DIAS-VENCIDO          PIC S9(08) COMP.

       01 WS-MOTIVO-RECHAZO           PIC X(30).

      *    TRAMOS DE ANTIGUEDAD: LIMITE SUPERIOR EN DIAS DE LOS TRES
      *    PRIMEROS; EL CUARTO RECOGE TODO LO DEMAS.
       01 WS-TABLA-TRAMOS.
          05 WS-TRAMOS-LITERAL        PIC X(20)
                                      VALUE '0-30 31-6061-90+90  '.
          05 WS-TRAMO-ETIQUETA REDEFINES WS-TRAMOS-LITERAL
                                      OCCURS 4 TIMES PIC X(05).
       01 WS-TABLA-LIMITES.
          05 WS-LIMITES-LITERAL       PIC X(09) VALUE '030060090'.
          05 WS-TRAMO-LIMITE REDEFINES WS-LIMITES-LITERAL
                                      OCCURS 3 TIMES PIC 9(03).

      *    DEUDA POR PRODUCTO Y TRAMO, CON LA ULTIMA ENTRADA
      *    RESERVADA PARA EL COMODIN '*DEMAS*' COMO EN LOS DEMAS
      *    REPORTES.
       01 WS-PRODUCTOS-MAXIMO        PIC 9(02) COMP VALUE 50.
       01 WS-TABLA-PRODUCTOS.
          05 WS-PRODUCTOS-DISTINTOS   PIC 9(02) COMP.
          05 WS-ENTRADA-PRODUCTO OCCURS 50 TIMES.
             10 WS-PRD-CODIGO            PIC X(10).
             10 WS-PRD-RECIBOS           PIC 9(09) COMP.
             10 WS-PRD-TRAMO OCCURS 4 TIMES.
                15 WS-PRD-IMPORTE           PIC S9(13)V99 COMP-3.
             10 WS-PRD-TOTAL             PIC S9(13)V99 COMP-3.

       01 WS-TOTAL-DEUDA.
          05 WS-TDE-RECIBOS           PIC 9(09) COMP.
          05 WS-TDE-TRAMO OCCURS 4 TIMES.
             10 WS-TDE-IMPORTE           PIC S9(13)V99 COMP-3.
          05 WS-TDE-TOTAL             PIC S9(13)V99 COMP-3.

       01 WS-CONTROL-PAGINA.
          05 WS-NUMERO-PAGINA         PIC 9(04) VALUE ZERO.
          05 WS-LINEAS-EN-PAGINA      PIC 9(02) VALUE 99.
          05 WS-LINEAS-POR-PAGINA     PIC 9(02) VALUE 55.

      *    ---------------------------------------------------------
      *    LINEAS DEL REPORTE
      *    ---------------------------------------------------------
       01 WS-LIN-CABECERA1.
          05 WS-CAB-TITULO            PIC X(50).
          05 FILLER                   PIC X(50) VALUE SPACES.
          05 FILLER                   PIC X(06) VALUE 'FECHA '.
          05 WS-CAB-FECHA             PIC 9(08).
          05 FILLER                   PIC X(08) VALUE '  PAGINA'.
          05 WS-CAB-PAGINA            PIC ZZZ9.
          05 FILLER                   PIC X(06) VALUE SPACES.

       01 WS-LIN-SEPARADOR.
          05 FILLER                   PIC X(132) VALUE ALL '-'.

       01 WS-LIN-TITULO-SECCION.
          05 WS-TIT-TEXTO             PIC X(132).

       01 WS-LIN-RECHAZO.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-RCH-POLIZA-ID         PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-RCH-NUMERO            PIC 9(02).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-RCH-EMISION           PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-RCH-TIPO              PIC X(01).
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-RCH-FECHA             PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-RCH-IMPORTE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-RCH-ESTADO            PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-RCH-MOTIVO            PIC X(30).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-RCH-REFERENCIA        PIC X(20).
          05 FILLER                   PIC X(04) VALUE SPACES.

       01 WS-LIN-DEUDA.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-DDE-PRODUCTO          PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DDE-POLIZA-ID         PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DDE-NUMERO            PIC Z9.
          05 FILLER                   PIC X(01) VALUE '/'.
          05 WS-DDE-TOTAL             PIC 99.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DDE-EMISION           PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DDE-ESTADO            PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DDE-DIAS              PIC ZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DDE-TRAMO             PIC X(05).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DDE-IMPORTE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(43) VALUE SPACES.

       01 WS-LIN-PRODUCTO.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-DPR-PRODUCTO          PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DPR-RECIBOS           PIC ZZZ,ZZ9.
          05 WS-DPR-TRAMO OCCURS 4 TIMES.
             10 FILLER                   PIC X(02).
             10 WS-DPR-IMPORTE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DPR-TOTAL             PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(15) VALUE SPACES.

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

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY POLRECBO.
       COPY POLIZAS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2100-LEER-PARTIDA.
           PERFORM 2000-PROCESAR-PARTIDA UNTIL WS-HAY-FIN-BANCO.
           PERFORM 8000-CONFIRMAR.
           PERFORM 6000-RESUMEN-APLICACION.
           PERFORM 5000-ANTIGUEDAD-DEUDA.
           PERFORM 6500-RESUMEN-DEUDA.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      ******************************************************************
      * 1000-INICIAR
      * ABRE LOS FICHEROS Y DEJA IMPRESA LA CABECERA DE LA SECCION
      * DE EXCEPCIONES, QUE SE VA RELLENANDO SEGUN SE RECHAZAN
      * PARTIDAS.
      ******************************************************************
       1000-INICIAR.
           SET WS-NO-HAY-FIN-BANCO TO TRUE.
           MOVE ZERO TO WS-PARTIDAS-LEIDAS WS-COBROS-APLICADOS
                        WS-DEVOLUCIONES-APLICADAS
                        WS-PARTIDAS-RECHAZADAS WS-RECH-NO-ENCONTRADO
                        WS-RECH-DUPLICADO WS-RECH-IMPORTE
                        WS-RECH-OTROS WS-RECIBOS-DEUDA
                        WS-RECIBOS-RECLAMAR WS-RECIBOS-FECHA-MALA
                        WS-IMPORTE-COBRADO WS-IMPORTE-DEVUELTO
                        WS-IMPORTE-RECHAZADO.
           INITIALIZE WS-TABLA-PRODUCTOS.
           INITIALIZE WS-TOTAL-DEUDA.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-ESTADO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-AMD.
           MOVE SPACES TO WS-FECHA-HOY-ISO.
           MOVE WS-FECHA-AMD(1:4) TO WS-FECHA-HOY-ISO(1:4).
           MOVE '-' TO WS-FECHA-HOY-ISO(5:1).
           MOVE WS-FECHA-AMD(5:2) TO WS-FECHA-HOY-ISO(6:2).
           MOVE '-' TO WS-FECHA-HOY-ISO(8:1).
           MOVE WS-FECHA-AMD(7:2) TO WS-FECHA-HOY-ISO(9:2).
           COMPUTE WS-DIA-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AMD).

           OPEN INPUT BANCO-FILE.
           IF NOT WS-BANCO-OK
               DISPLAY 'POLCOBRO: ERROR AL ABRIR BANCO, STATUS='
                   WS-BANCO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT INFORME-FILE.
           IF NOT WS-INFORME-OK
               DISPLAY 'POLCOBRO: ERROR AL ABRIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'COBROS Y DEVOLUCIONES DEL BANCO' TO WS-CAB-TITULO.
           MOVE 'PARTIDAS RECHAZADAS (NO APLICADAS AL LIBRO)'
               TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.
           MOVE '   POLIZA      RC  EMISION     T   FEC.MOV.'
               TO WS-TIT-TEXTO.
           MOVE 'IMPORTE' TO WS-TIT-TEXTO(55:7).
           MOVE 'SITUACION' TO WS-TIT-TEXTO(65:9).
           MOVE 'MOTIVO DEL RECHAZO' TO WS-TIT-TEXTO(77:18).
           MOVE 'REFERENCIA BANCO' TO WS-TIT-TEXTO(109:16).
           PERFORM 9300-IMPRIMIR-LINEA-TITULO.

      ******************************************************************
      * 2000-PROCESAR-PARTIDA
      * VALIDA LA PARTIDA, LOCALIZA SU RECIBO Y COMPRUEBA QUE EL
      * MOVIMIENTO ES COHERENTE CON LA SITUACION DEL RECIBO; SOLO
      * ENTONCES LA APLICA. EL PRIMER MOTIVO DE RECHAZO DETIENE LA
      * CADENA DE COMPROBACIONES.
      ******************************************************************
       2000-PROCESAR-PARTIDA.
           SET WS-PARTIDA-SI-VALIDA TO TRUE.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE SPACES TO RCB-ESTADO-RECIBO.

           PERFORM 3000-VALIDAR-PARTIDA.
           IF WS-PARTIDA-SI-VALIDA
               PERFORM 3100-LOCALIZAR-RECIBO
           END-IF.
           IF WS-PARTIDA-SI-VALIDA
               PERFORM 3200-COMPROBAR-SITUACION
           END-IF.

           IF WS-PARTIDA-SI-VALIDA
               IF BCO-ES-COBRO
                   PERFORM 4000-APLICAR-COBRO
               ELSE
                   PERFORM 4100-APLICAR-DEVOLUCION
               END-IF
           ELSE
               PERFORM 3900-RECHAZAR-PARTIDA
           END-IF.

           PERFORM 2100-LEER-PARTIDA.

      ******************************************************************
      * 2100-LEER-PARTIDA
      ******************************************************************
       2100-LEER-PARTIDA.
           READ BANCO-FILE
               AT END
                   SET WS-HAY-FIN-BANCO TO TRUE
               NOT AT END
                   ADD 1 TO WS-PARTIDAS-LEIDAS
           END-READ.

      ******************************************************************
      * 3000-VALIDAR-PARTIDA
      ******************************************************************
       3000-VALIDAR-PARTIDA.
           EVALUATE TRUE
               WHEN NOT BCO-MOVIMIENTO-VALIDO
                   SET WS-PARTIDA-NO-VALIDA TO TRUE
                   MOVE 'TIPO DE MOVIMIENTO INVALIDO'
                       TO WS-MOTIVO-RECHAZO
                   ADD 1 TO WS-RECH-OTROS
               WHEN BCO-FECHA-MOVIMIENTO IS NOT NUMERIC
                   SET WS-PARTIDA-NO-VALIDA TO TRUE
                   MOVE 'FECHA DE MOVIMIENTO INVALIDA'
                       TO WS-MOTIVO-RECHAZO
                   ADD 1 TO WS-RECH-OTROS
               WHEN BCO-IMPORTE NOT > ZERO
                   SET WS-PARTIDA-NO-VALIDA TO TRUE
                   MOVE 'IMPORTE NO POSITIVO'
                       TO WS-MOTIVO-RECHAZO
                   ADD 1 TO WS-RECH-OTROS
           END-EVALUATE.

      ******************************************************************
      * 3100-LOCALIZAR-RECIBO
      * EL RECIBO DEBE EXISTIR CON ESA POLIZA, FECHA DE EMISION Y
      * NUMERO DE RECIBO.
      ******************************************************************
       3100-LOCALIZAR-RECIBO.
           MOVE BCO-POLIZA-ID     TO RCB-POLIZA-ID.
           MOVE BCO-FECHA-EMISION TO RCB-FECHA-EMISION.
           MOVE BCO-NUMERO-RECIBO TO RCB-NUMERO-RECIBO.

           EXEC SQL
                SELECT IMPORTE_RECIBO, ESTADO_RECIBO
                  INTO :RCB-IMPORTE-RECIBO, :RCB-ESTADO-RECIBO
                  FROM POLIZAS_RECIBOS
                 WHERE POLIZA_ID     = :RCB-POLIZA-ID
                   AND FECHA_EMISION = :RCB-FECHA-EMISION
                   AND NUMERO_RECIBO = :RCB-NUMERO-RECIBO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-PARTIDA-NO-VALIDA TO TRUE
                   MOVE 'RECIBO NO ENCONTRADO' TO WS-MOTIVO-RECHAZO
                   ADD 1 TO WS-RECH-NO-ENCONTRADO
               WHEN OTHER
                   DISPLAY 'POLCOBRO: ERROR DB2 AL LEER RECIBO, '
                       'POLIZA=' BCO-POLIZA-ID ' EMISION='
                       BCO-FECHA-EMISION ' SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8900-ABORTAR
           END-EVALUATE.

      ******************************************************************
      * 3200-COMPROBAR-SITUACION
      * EL IMPORTE DEBE SER EL DEL RECIBO (NO SE ADMITEN COBROS
      * PARCIALES) Y EL MOVIMIENTO DEBE TENER SENTIDO SOBRE SU
      * SITUACION ACTUAL: UN COBRO SOBRE UN RECIBO YA COBRADO O UNA
      * DEVOLUCION SOBRE UNO YA DEVUELTO SON DUPLICADOS, Y UN RECIBO
      * ANULADO NO ADMITE NINGUN MOVIMIENTO.
      ******************************************************************
       3200-COMPROBAR-SITUACION.
           EVALUATE TRUE
               WHEN BCO-IMPORTE NOT = RCB-IMPORTE-RECIBO
                   SET WS-PARTIDA-NO-VALIDA TO TRUE
                   MOVE 'IMPORTE NO COINCIDE CON RECIBO'
                       TO WS-MOTIVO-RECHAZO
                   ADD 1 TO WS-RECH-IMPORTE
               WHEN BCO-ES-COBRO AND RCB-COBRADO
                   SET WS-PARTIDA-NO-VALIDA TO TRUE
                   MOVE 'COBRO DUPLICADO' TO WS-MOTIVO-RECHAZO
                   ADD 1 TO WS-RECH-DUPLICADO
               WHEN BCO-ES-DEVOLUCION AND RCB-DEVUELTO
                   SET WS-PARTIDA-NO-VALIDA TO TRUE
                   MOVE 'DEVOLUCION DUPLICADA' TO WS-MOTIVO-RECHAZO
                   ADD 1 TO WS-RECH-DUPLICADO
               WHEN RCB-ANULADO
                   SET WS-PARTIDA-NO-VALIDA TO TRUE
                   MOVE 'RECIBO ANULADO' TO WS-MOTIVO-RECHAZO
                   ADD 1 TO WS-RECH-OTROS
               WHEN BCO-ES-DEVOLUCION AND RCB-PENDIENTE
                   SET WS-PARTIDA-NO-VALIDA TO TRUE
                   MOVE 'DEVOLUCION DE RECIBO NO COBRADO'
                       TO WS-MOTIVO-RECHAZO
                   ADD 1 TO WS-RECH-OTROS
           END-EVALUATE.

      ******************************************************************
      * 3900-RECHAZAR-PARTIDA
      * LINEA DE EXCEPCION CON LA PARTIDA DEL BANCO TAL CUAL VINO Y
      * LA SITUACION DEL RECIBO SI SE LLEGO A LOCALIZAR.
      ******************************************************************
       3900-RECHAZAR-PARTIDA.
           ADD 1 TO WS-PARTIDAS-RECHAZADAS.
           ADD BCO-IMPORTE TO WS-IMPORTE-RECHAZADO.

           MOVE BCO-POLIZA-ID        TO WS-RCH-POLIZA-ID.
           MOVE BCO-NUMERO-RECIBO    TO WS-RCH-NUMERO.
           MOVE BCO-FECHA-EMISION    TO WS-RCH-EMISION.
           MOVE BCO-TIPO-MOVIMIENTO  TO WS-RCH-TIPO.
           MOVE BCO-FECHA-MOVIMIENTO TO WS-RCH-FECHA.
           MOVE BCO-IMPORTE          TO WS-RCH-IMPORTE.
           MOVE RCB-ESTADO-RECIBO    TO WS-RCH-ESTADO.
           MOVE WS-MOTIVO-RECHAZO    TO WS-RCH-MOTIVO.
           MOVE BCO-REFERENCIA-BANCO TO WS-RCH-REFERENCIA.
           MOVE WS-LIN-RECHAZO TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 4000-APLICAR-COBRO
      ******************************************************************
       4000-APLICAR-COBRO.
           SET RCB-COBRADO TO TRUE.
           MOVE BCO-FECHA-MOVIMIENTO TO RCB-FECHA-COBRO.
           MOVE WS-FECHA-ESTADO      TO RCB-FECHA-ESTADO.

           EXEC SQL
                UPDATE POLIZAS_RECIBOS
                   SET ESTADO_RECIBO = :RCB-ESTADO-RECIBO,
                       FECHA_COBRO   = :RCB-FECHA-COBRO,
                       FECHA_ESTADO  = :RCB-FECHA-ESTADO
                 WHERE POLIZA_ID     = :RCB-POLIZA-ID
                   AND FECHA_EMISION = :RCB-FECHA-EMISION
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLCOBRO: ERROR DB2 AL APLICAR COBRO, '
                   'POLIZA=' BCO-POLIZA-ID ' EMISION='
                   BCO-FECHA-EMISION ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

           ADD 1 TO WS-COBROS-APLICADOS.
           ADD BCO-IMPORTE TO WS-IMPORTE-COBRADO.

      ******************************************************************
      * 4100-APLICAR-DEVOLUCION
      ******************************************************************
       4100-APLICAR-DEVOLUCION.
           SET RCB-DEVUELTO TO TRUE.
           MOVE BCO-FECHA-MOVIMIENTO  TO RCB-FECHA-DEVOLUCION.
           MOVE BCO-MOTIVO-DEVOLUCION TO RCB-MOTIVO-DEVOLUCION.
           MOVE WS-FECHA-ESTADO       TO RCB-FECHA-ESTADO.

           EXEC SQL
                UPDATE POLIZAS_RECIBOS
                   SET ESTADO_RECIBO     = :RCB-ESTADO-RECIBO,
                       FECHA_DEVOLUCION  = :RCB-FECHA-DEVOLUCION,
                       MOTIVO_DEVOLUCION = :RCB-MOTIVO-DEVOLUCION,
                       FECHA_ESTADO      = :RCB-FECHA-ESTADO
                 WHERE POLIZA_ID     = :RCB-POLIZA-ID
                   AND FECHA_EMISION = :RCB-FECHA-EMISION
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLCOBRO: ERROR DB2 AL APLICAR DEVOLUCION, '
                   'POLIZA=' BCO-POLIZA-ID ' EMISION='
                   BCO-FECHA-EMISION ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

           ADD 1 TO WS-DEVOLUCIONES-APLICADAS.
           ADD BCO-IMPORTE TO WS-IMPORTE-DEVUELTO.

      ******************************************************************
      * 5000-ANTIGUEDAD-DEUDA
      * RECORRE LA DEUDA VIVA DE LAS POLIZAS EN VIGOR (RECIBOS
      * PENDIENTES O DEVUELTOS YA EMITIDOS; LOS ANULADOS NO SON
      * DEUDA) POR PRODUCTO Y POLIZA,
      * LA ACUMULA POR TRAMO Y LISTA LOS RECIBOS A RECLAMAR. EMPIEZA
      * EN PAGINA NUEVA CON SU PROPIO TITULO.
      ******************************************************************
       5000-ANTIGUEDAD-DEUDA.
           MOVE 'ANTIGUEDAD DE LA DEUDA DE RECIBOS' TO WS-CAB-TITULO.
           MOVE WS-LINEAS-POR-PAGINA TO WS-LINEAS-EN-PAGINA.

           MOVE 'RECIBOS A RECLAMAR (MAS DE 30 DIAS O DEVUELTOS)'
               TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.
           MOVE '   PRODUCTO    POLIZA      RECIBO EMISION'
               TO WS-TIT-TEXTO.
           MOVE 'SITUACION' TO WS-TIT-TEXTO(47:9).
           MOVE 'DIAS' TO WS-TIT-TEXTO(60:4).
           MOVE 'TRAMO' TO WS-TIT-TEXTO(66:5).
           MOVE 'IMPORTE' TO WS-TIT-TEXTO(82:7).
           PERFORM 9300-IMPRIMIR-LINEA-TITULO.

           SET WS-NO-HAY-FIN-CURSOR TO TRUE.

           EXEC SQL
                DECLARE CUR-DEUDA CURSOR FOR
                SELECT R.POLIZA_ID, R.NUMERO_RECIBO,
                       R.TOTAL_RECIBOS, R.FECHA_EMISION,
                       R.IMPORTE_RECIBO, R.ESTADO_RECIBO,
                       P.TIPO_PRODUCTO
                  FROM POLIZAS_RECIBOS R, POLIZAS P
                 WHERE R.ESTADO_RECIBO IN ('PENDIENTE', 'DEVUELTO')
                   AND R.FECHA_EMISION <= :WS-FECHA-HOY-ISO
                   AND P.POLIZA_ID      = R.POLIZA_ID
                   AND P.ESTADO_POLIZA NOT IN ('CANCELADA',
                                               'VENCIDA')
                 ORDER BY P.TIPO_PRODUCTO, R.POLIZA_ID,
                          R.FECHA_EMISION
           END-EXEC.

           EXEC SQL OPEN CUR-DEUDA END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLCOBRO: ERROR DB2 AL ABRIR CURSOR DE '
                   'DEUDA, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           PERFORM 5050-LEER-DEUDA.
           PERFORM 5100-PROCESAR-DEUDA UNTIL WS-HAY-FIN-CURSOR.

           EXEC SQL CLOSE CUR-DEUDA END-EXEC.

           IF WS-RECIBOS-RECLAMAR = ZERO
               MOVE '   NINGUNO' TO INF-LINEA
               PERFORM 9100-IMPRIMIR-LINEA
           END-IF.

      ******************************************************************
      * 5050-LEER-DEUDA
      ******************************************************************
       5050-LEER-DEUDA.
           EXEC SQL
                FETCH CUR-DEUDA
                 INTO :RCB-POLIZA-ID, :RCB-NUMERO-RECIBO,
                      :RCB-TOTAL-RECIBOS, :RCB-FECHA-EMISION,
                      :RCB-IMPORTE-RECIBO, :RCB-ESTADO-RECIBO,
                      :TIPO-PRODUCTO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-HAY-FIN-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'POLCOBRO: ERROR DB2 EN FETCH DE DEUDA, '
                       'SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 5100-PROCESAR-DEUDA
      * DIAS DESDE LA EMISION Y TRAMO. UNA FECHA DE EMISION
      * ILEGIBLE NO DEBERIA EXISTIR (LA ESCRIBE POLRECIB); SI
      * APARECE SE AVISA Y EL RECIBO NO SE CLASIFICA.
      ******************************************************************
       5100-PROCESAR-DEUDA.
           MOVE RCB-FECHA-EMISION(1:4) TO WS-FECHA-AMD(1:4).
           MOVE RCB-FECHA-EMISION(6:2) TO WS-FECHA-AMD(5:2).
           MOVE RCB-FECHA-EMISION(9:2) TO WS-FECHA-AMD(7:2).
           IF WS-FECHA-AMD IS NUMERIC
               COMPUTE WS-DIA-EMISION-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-AMD)
               COMPUTE WS-DIAS-VENCIDO =
                   WS-DIA-HOY-ENTERO - WS-DIA-EMISION-ENTERO
               PERFORM 5200-CLASIFICAR-RECIBO
           ELSE
               DISPLAY 'POLCOBRO: FECHA DE EMISION ILEGIBLE, POLIZA='
                   RCB-POLIZA-ID ' EMISION=' RCB-FECHA-EMISION
               ADD 1 TO WS-RECIBOS-FECHA-MALA
           END-IF.

           PERFORM 5050-LEER-DEUDA.

      ******************************************************************
      * 5200-CLASIFICAR-RECIBO
      ******************************************************************
       5200-CLASIFICAR-RECIBO.
           MOVE 4 TO WS-INDICE-TRAMO.
           EVALUATE TRUE
               WHEN WS-DIAS-VENCIDO <= WS-TRAMO-LIMITE(1)
                   MOVE 1 TO WS-INDICE-TRAMO
               WHEN WS-DIAS-VENCIDO <= WS-TRAMO-LIMITE(2)
                   MOVE 2 TO WS-INDICE-TRAMO
               WHEN WS-DIAS-VENCIDO <= WS-TRAMO-LIMITE(3)
                   MOVE 3 TO WS-INDICE-TRAMO
           END-EVALUATE.

           PERFORM 5300-LOCALIZAR-PRODUCTO.

           ADD 1 TO WS-RECIBOS-DEUDA.
           ADD 1 TO WS-PRD-RECIBOS(WS-PRD-HALLADO).
           ADD RCB-IMPORTE-RECIBO
               TO WS-PRD-IMPORTE(WS-PRD-HALLADO, WS-INDICE-TRAMO).
           ADD RCB-IMPORTE-RECIBO TO WS-PRD-TOTAL(WS-PRD-HALLADO).
           ADD 1 TO WS-TDE-RECIBOS.
           ADD RCB-IMPORTE-RECIBO TO WS-TDE-IMPORTE(WS-INDICE-TRAMO).
           ADD RCB-IMPORTE-RECIBO TO WS-TDE-TOTAL.

           IF WS-INDICE-TRAMO > 1 OR RCB-DEVUELTO
               PERFORM 5400-IMPRIMIR-RECIBO
           END-IF.

      ******************************************************************
      * 5300-LOCALIZAR-PRODUCTO
      * BUSQUEDA SERIAL; LA ULTIMA ENTRADA QUEDA RESERVADA PARA EL
      * COMODIN '*DEMAS*'.
      ******************************************************************
       5300-LOCALIZAR-PRODUCTO.
           SET WS-ENTRADA-NO-HALLADA TO TRUE.
           MOVE ZERO TO WS-PRD-HALLADO.
           PERFORM VARYING WS-INDICE-PRODUCTO FROM 1 BY 1
                   UNTIL WS-INDICE-PRODUCTO > WS-PRODUCTOS-DISTINTOS
                      OR WS-ENTRADA-SI-HALLADA
               IF WS-PRD-CODIGO(WS-INDICE-PRODUCTO) = TIPO-PRODUCTO
                   SET WS-ENTRADA-SI-HALLADA TO TRUE
                   MOVE WS-INDICE-PRODUCTO TO WS-PRD-HALLADO
               END-IF
           END-PERFORM.

           IF WS-ENTRADA-NO-HALLADA
               IF WS-PRODUCTOS-DISTINTOS < WS-PRODUCTOS-MAXIMO - 1
                   ADD 1 TO WS-PRODUCTOS-DISTINTOS
                   MOVE WS-PRODUCTOS-DISTINTOS TO WS-PRD-HALLADO
                   MOVE TIPO-PRODUCTO TO WS-PRD-CODIGO(WS-PRD-HALLADO)
               ELSE
                   MOVE WS-PRODUCTOS-MAXIMO TO WS-PRD-HALLADO
                   MOVE WS-PRODUCTOS-MAXIMO TO WS-PRODUCTOS-DISTINTOS
                   MOVE '*DEMAS*' TO WS-PRD-CODIGO(WS-PRD-HALLADO)
               END-IF
           END-IF.

      ******************************************************************
      * 5400-IMPRIMIR-RECIBO
      ******************************************************************
       5400-IMPRIMIR-RECIBO.
           ADD 1 TO WS-RECIBOS-RECLAMAR.
           MOVE TIPO-PRODUCTO       TO WS-DDE-PRODUCTO.
           MOVE RCB-POLIZA-ID       TO WS-DDE-POLIZA-ID.
           MOVE RCB-NUMERO-RECIBO   TO WS-DDE-NUMERO.
           MOVE RCB-TOTAL-RECIBOS   TO WS-DDE-TOTAL.
           MOVE RCB-FECHA-EMISION   TO WS-DDE-EMISION.
           MOVE RCB-ESTADO-RECIBO   TO WS-DDE-ESTADO.
           MOVE WS-DIAS-VENCIDO     TO WS-DDE-DIAS.
           MOVE WS-TRAMO-ETIQUETA(WS-INDICE-TRAMO) TO WS-DDE-TRAMO.
           MOVE RCB-IMPORTE-RECIBO  TO WS-DDE-IMPORTE.
           MOVE WS-LIN-DEUDA TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 6000-RESUMEN-APLICACION
      * CIERRA LA SECCION DE EXCEPCIONES Y RESUME LO APLICADO.
      ******************************************************************
       6000-RESUMEN-APLICACION.
           IF WS-PARTIDAS-RECHAZADAS = ZERO
               MOVE '   NINGUNA' TO INF-LINEA
               PERFORM 9100-IMPRIMIR-LINEA
           END-IF.

           MOVE 'RESUMEN DE LA APLICACION' TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.

           MOVE 'PARTIDAS LEIDAS DEL BANCO     ' TO WS-TOT-TEXTO.
           MOVE WS-PARTIDAS-LEIDAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'COBROS APLICADOS              ' TO WS-TOT-TEXTO.
           MOVE WS-COBROS-APLICADOS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'DEVOLUCIONES APLICADAS        ' TO WS-TOT-TEXTO.
           MOVE WS-DEVOLUCIONES-APLICADAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'PARTIDAS RECHAZADAS           ' TO WS-TOT-TEXTO.
           MOVE WS-PARTIDAS-RECHAZADAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE '  RECIBO NO ENCONTRADO        ' TO WS-TOT-TEXTO.
           MOVE WS-RECH-NO-ENCONTRADO TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE '  DUPLICADAS                  ' TO WS-TOT-TEXTO.
           MOVE WS-RECH-DUPLICADO TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE '  IMPORTE NO COINCIDE         ' TO WS-TOT-TEXTO.
           MOVE WS-RECH-IMPORTE TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE '  OTROS MOTIVOS               ' TO WS-TOT-TEXTO.
           MOVE WS-RECH-OTROS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE SPACES TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE 'IMPORTE COBRADO               ' TO WS-IMP-TEXTO.
           MOVE WS-IMPORTE-COBRADO TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'IMPORTE DEVUELTO              ' TO WS-IMP-TEXTO.
           MOVE WS-IMPORTE-DEVUELTO TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'IMPORTE RECHAZADO             ' TO WS-IMP-TEXTO.
           MOVE WS-IMPORTE-RECHAZADO TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 6500-RESUMEN-DEUDA
      * DEUDA POR PRODUCTO Y TRAMO, CON LA LINEA DE TOTAL GENERAL.
      ******************************************************************
       6500-RESUMEN-DEUDA.
           MOVE 'DEUDA POR PRODUCTO Y ANTIGUEDAD (DIAS DESDE EMISION)'
               TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.

           IF WS-PRODUCTOS-DISTINTOS = ZERO
               MOVE '   SIN DEUDA PENDIENTE' TO INF-LINEA
               PERFORM 9100-IMPRIMIR-LINEA
           ELSE
               MOVE '   PRODUCTO    RECIBOS' TO WS-TIT-TEXTO
               MOVE '0-30' TO WS-TIT-TEXTO(37:4)
               MOVE '31-60' TO WS-TIT-TEXTO(55:5)
               MOVE '61-90' TO WS-TIT-TEXTO(74:5)
               MOVE 'MAS DE 90' TO WS-TIT-TEXTO(89:9)
               MOVE 'TOTAL' TO WS-TIT-TEXTO(112:5)
               PERFORM 9300-IMPRIMIR-LINEA-TITULO
               PERFORM 6600-IMPRIMIR-PRODUCTO
                   VARYING WS-INDICE-PRODUCTO FROM 1 BY 1
                   UNTIL WS-INDICE-PRODUCTO > WS-PRODUCTOS-DISTINTOS
               MOVE WS-LIN-SEPARADOR TO INF-LINEA
               PERFORM 9100-IMPRIMIR-LINEA
               MOVE SPACES TO WS-LIN-PRODUCTO
               MOVE 'TOTAL' TO WS-DPR-PRODUCTO
               MOVE WS-TDE-RECIBOS TO WS-DPR-RECIBOS
               PERFORM VARYING WS-INDICE-TRAMO FROM 1 BY 1
                       UNTIL WS-INDICE-TRAMO > 4
                   MOVE WS-TDE-IMPORTE(WS-INDICE-TRAMO)
                       TO WS-DPR-IMPORTE(WS-INDICE-TRAMO)
               END-PERFORM
               MOVE WS-TDE-TOTAL TO WS-DPR-TOTAL
               MOVE WS-LIN-PRODUCTO TO INF-LINEA
               PERFORM 9100-IMPRIMIR-LINEA
           END-IF.

           MOVE SPACES TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'RECIBOS CON DEUDA             ' TO WS-TOT-TEXTO.
           MOVE WS-RECIBOS-DEUDA TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'RECIBOS A RECLAMAR            ' TO WS-TOT-TEXTO.
           MOVE WS-RECIBOS-RECLAMAR TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'RECIBOS CON FECHA ILEGIBLE    ' TO WS-TOT-TEXTO.
           MOVE WS-RECIBOS-FECHA-MALA TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 6600-IMPRIMIR-PRODUCTO
      ******************************************************************
       6600-IMPRIMIR-PRODUCTO.
           MOVE SPACES TO WS-LIN-PRODUCTO.
           MOVE WS-PRD-CODIGO(WS-INDICE-PRODUCTO) TO WS-DPR-PRODUCTO.
           MOVE WS-PRD-RECIBOS(WS-INDICE-PRODUCTO) TO WS-DPR-RECIBOS.
           PERFORM VARYING WS-INDICE-TRAMO FROM 1 BY 1
                   UNTIL WS-INDICE-TRAMO > 4
               MOVE WS-PRD-IMPORTE(WS-INDICE-PRODUCTO, WS-INDICE-TRAMO)
                   TO WS-DPR-IMPORTE(WS-INDICE-TRAMO)
           END-PERFORM.
           MOVE WS-PRD-TOTAL(WS-INDICE-PRODUCTO) TO WS-DPR-TOTAL.
           MOVE WS-LIN-PRODUCTO TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 8000-CONFIRMAR
      * CONFIRMA DE UNA VEZ TODO LO APLICADO DEL FICHERO DEL BANCO.
      ******************************************************************
       8000-CONFIRMAR.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLCOBRO: ERROR DB2 EN COMMIT, SQLCODE='
                   SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

      ******************************************************************
      * 8900-ABORTAR
      * TERMINACION POR ERROR DURANTE LA APLICACION: DESHACE TODO LO
      * APLICADO DEL FICHERO DEL BANCO, QUE SE RESOMETE ENTERO.
      ******************************************************************
       8900-ABORTAR.
           EXEC SQL ROLLBACK END-EXEC.

           CLOSE BANCO-FILE.
           CLOSE INFORME-FILE.

           DISPLAY 'POLCOBRO: PROCESO ABORTADO, NINGUNA PARTIDA '
               'APLICADA. RESOMETER ENTERO'.
           STOP RUN.

      ******************************************************************
      * 9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           CLOSE BANCO-FILE.
           CLOSE INFORME-FILE.

           DISPLAY 'POLCOBRO: PARTIDAS LEIDAS      = '
               WS-PARTIDAS-LEIDAS.
           DISPLAY 'POLCOBRO: COBROS APLICADOS     = '
               WS-COBROS-APLICADOS.
           DISPLAY 'POLCOBRO: DEVOLUCIONES APLIC.  = '
               WS-DEVOLUCIONES-APLICADAS.
           DISPLAY 'POLCOBRO: PARTIDAS RECHAZADAS  = '
               WS-PARTIDAS-RECHAZADAS.
           DISPLAY 'POLCOBRO: RECIBOS CON DEUDA    = '
               WS-RECIBOS-DEUDA.
           DISPLAY 'POLCOBRO: RECIBOS A RECLAMAR   = '
               WS-RECIBOS-RECLAMAR.

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
               DISPLAY 'POLCOBRO: ERROR AL ESCRIBIR INFORME, STATUS='
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
           MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA.
           MOVE WS-NUMERO-PAGINA TO WS-CAB-PAGINA.
           WRITE INF-LINEA FROM WS-LIN-CABECERA1
               AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-LINEAS-EN-PAGINA.
           MOVE WS-LIN-SEPARADOR TO INF-LINEA.
           WRITE INF-LINEA.
           ADD 2 TO WS-LINEAS-EN-PAGINA.
