      ******************************************************************
      * PROGRAMA BATCH - DIARIO CONTABLE DIARIO (INTERFAZ CON EL
      * LIBRO MAYOR)
      * GENERA CADA NOCHE EL FICHERO DE ASIENTOS DE PARTIDA DOBLE
      * CON TODO EL MOVIMIENTO ECONOMICO DE LA VENTANA CONTABLE, QUE
      * HASTA AHORA CONTABILIDAD RECONSTRUIA A MANO CRUZANDO
      * LISTADOS:
      *   - PRIMA DE NUEVA PRODUCCION: ALTAS DE LA VENTANA (FILA DE
      *     APERTURA DE POLIZAS_HIST QUE GRABA ADDPOLZA), POR LA
      *     PRIMA CON LA QUE NACIO LA POLIZA.
      *   - ENDOSOS DE LA VENTANA (POLIZAS_ENDOSOS): LA DIFERENCIA
      *     PRIMA NUEVA - PRIMA ANTERIOR; LAS RENOVACIONES (MOTIVO
      *     'RENV' DE POLRENAC) SE CONTABILIZAN POR LA PRIMA ENTERA
      *     DEL NUEVO PERIODO.
      *   - EXTORNOS: ORDENES DE PAGO DE LA GENERACION QUE POLEXTOR
      *     ACABA DE GRABAR (PAGOREC), SEPARANDO EL NETO QUE PAGA
      *     TESORERIA DE LA PARTE COMPENSADA CON IMPAGOS DE
      *     FACTURACION.
      *   - MOVIMIENTOS DE RESERVA Y PAGOS DE SINIESTROS DE LA
      *     VENTANA (POLIZAS_SINI_MOVIM).
      * LAS CUENTAS DE CADA ASIENTO SALEN DE LA TABLA
      * CUENTAS_CONTABLES (CTACONT, MANTENIDA CON UPDCTACO) POR TIPO
      * DE MOVIMIENTO Y PRODUCTO, CON LA FILA GENERICA '*' DEL
      * MOVIMIENTO COMO RESERVA.
      *
      * LA VENTANA CONTABLE ES (DESDE, FECHA CONTABLE], COMO EL
      * INTERVALO DE POLMOVIM. LA FECHA CONTABLE ES EL ULTIMO DIA
      * CERRADO: EL ANTERIOR A LA GENERACION DEL ESPEJO DE POLIZAS
      * (CABECERA DE POLUNLD). ASI NINGUNA FILA SE GRABA CON FECHA
      * DE LA VENTANA DESPUES DE CONTABILIZARLA, AUNQUE EL ONLINE
      * SIGA ABIERTO TRAS EL UNLOAD O LA CADENA EMPIECE PASADA LA
      * MEDIANOCHE. EL DESDE ES LA FECHA CONTABLE DEL DIARIO
      * ANTERIOR (CABECERA DE LA GENERACION PREVIA, DD DIARIOAN),
      * O SU MISMO DESDE SI AQUEL NO CUADRO Y POR TANTO NO SE
      * CARGO; CON PARM 'AAAAMMDD' SE FIJA A MANO (PRIMERA
      * EJECUCION O RECUPERACION). UNA NOCHE QUE NO CIERRA NINGUN
      * DIA NUEVO DEJA LA VENTANA VACIA Y SOLO CONTABILIZA LOS
      * EXTORNOS DE SU GENERACION DE PAGOS.
      * EL JOB RECORRE EL ESPEJO ENTERO, VALIDANDO CABECERA Y PIE
      * COMO LOS DEMAS CONSUMIDORES, Y ANOTA SU CIERRE EN CTLNOCHE
      * CON ESA GENERACION Y ESE RECUENTO, DE MODO QUE EL DIARIO
      * QUEDA ATADO A LA MISMA VENTANA NOCTURNA QUE EL RESTO DE LA
      * CADENA.
      *
      * EL DIARIO VA ENVUELTO EN CABECERA Y PIE DE CONTROL
      * (ASIENTO-CTL); EL PIE LLEVA TOTAL DEBE, TOTAL HABER Y LA
      * MARCA DE CUADRE. SI EL DIA NO CUADRA (DEBE DISTINTO DE
      * HABER, O ALGUN MOVIMIENTO SIN CUENTA CONTABLE) EL JOB
      * TERMINA CON CONDITION CODE 16 Y POLCIERR NO DA POR CERRADA
      * LA NOCHE. EL REPORTE DE CONTROL DETALLA LOS ASIENTOS POR
      * TIPO DE MOVIMIENTO Y LOS MOVIMIENTOS QUE QUEDARON SIN
      * CUENTA. PROCESO DE SOLO LECTURA EN DB2 Y REGENERABLE: SI
      * CAE SE RELANZA ENTERO Y LA SALIDA SE REGRABA DESDE CERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLCONTA.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLIZAS-FILE ASSIGN TO POLIZAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLIZAS-STATUS.

           SELECT PAGOS-FILE ASSIGN TO PAGOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT DIARIO-FILE ASSIGN TO DIARIO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT DIARIO-ANT-FILE ASSIGN TO DIARIOAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIARIOAN-STATUS.

           SELECT CONTROL-NOCHE-FILE ASSIGN TO CTLNOCHE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLNOCHE-STATUS.

           SELECT INFORME-FILE ASSIGN TO INFORME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLIZAS-FILE
           RECORDING MODE IS F.
       COPY POLIZAS-REC.
       COPY POLIZAS-CTL.

       FD  PAGOS-FILE
           RECORDING MODE IS F.
       COPY PAGOREC.

       FD  DIARIO-FILE
           RECORDING MODE IS F.
       COPY ASIENTO-REC.

       FD  DIARIO-ANT-FILE
           RECORDING MODE IS F.
       01 ANT-REGISTRO                PIC X(100).

       FD  CONTROL-NOCHE-FILE
           RECORDING MODE IS F.
       COPY CTLNOCHE.

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INF-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-POLIZAS-STATUS        PIC X(02).
          88 WS-POLIZAS-OK             VALUE '00'.
       01 WS-PAGOS-STATUS          PIC X(02).
          88 WS-PAGOS-OK               VALUE '00'.
       01 WS-DIARIO-STATUS         PIC X(02).
          88 WS-DIARIO-OK              VALUE '00'.
       01 WS-DIARIOAN-STATUS       PIC X(02).
          88 WS-DIARIOAN-OK            VALUE '00'.
       01 WS-CTLNOCHE-STATUS       PIC X(02).
          88 WS-CTLNOCHE-OK            VALUE '00'.
       01 WS-INFORME-STATUS        PIC X(02).
          88 WS-INFORME-OK             VALUE '00'.

       01 WS-INDICADORES.
          05 WS-FIN-POLIZAS           PIC X(01).
             88 WS-HAY-FIN-POLIZAS        VALUE 'S'.
             88 WS-NO-HAY-FIN-POLIZAS     VALUE 'N'.
          05 WS-FIN-PAGOS             PIC X(01).
             88 WS-HAY-FIN-PAGOS          VALUE 'S'.
             88 WS-NO-HAY-FIN-PAGOS       VALUE 'N'.
          05 WS-FIN-DIARIO-ANT        PIC X(01).
             88 WS-HAY-FIN-DIARIO-ANT     VALUE 'S'.
             88 WS-NO-HAY-FIN-DIARIO-ANT  VALUE 'N'.
          05 WS-FIN-CURSOR            PIC X(01).
             88 WS-HAY-FIN-CURSOR         VALUE 'S'.
             88 WS-NO-HAY-FIN-CURSOR      VALUE 'N'.
          05 WS-ENTRADA-HALLADA       PIC X(01).
             88 WS-ENTRADA-SI-HALLADA     VALUE 'S'.
             88 WS-ENTRADA-NO-HALLADA     VALUE 'N'.
          05 WS-DIA-CUADRA            PIC X(01).
             88 WS-DIA-SI-CUADRA          VALUE 'S'.
             88 WS-DIA-NO-CUADRA          VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-POLIZAS-LEIDAS        PIC 9(09) COMP.
          05 WS-ALTAS-LEIDAS          PIC 9(09) COMP.
          05 WS-ENDOSOS-LEIDOS        PIC 9(09) COMP.
          05 WS-EXTORNOS-LEIDOS       PIC 9(09) COMP.
          05 WS-SINIESTROS-LEIDOS     PIC 9(09) COMP.
          05 WS-MOVIMIENTOS-CERO      PIC 9(09) COMP.
          05 WS-MOVIMIENTOS-SIN-CUENTA
                                      PIC 9(09) COMP.
          05 WS-NUMERO-ASIENTO        PIC 9(09) COMP.
          05 WS-LINEAS-ESCRITAS       PIC 9(09) COMP.
          05 WS-INDICE-CUENTA         PIC 9(04) COMP.
          05 WS-CTA-HALLADA           PIC 9(04) COMP.
          05 WS-INDICE-TIPO           PIC 9(02) COMP.
          05 WS-TIP-HALLADO           PIC 9(02) COMP.
          05 WS-INDICE-SIN-CUENTA     PIC 9(02) COMP.
          05 WS-SCT-HALLADO           PIC 9(02) COMP.

       01 WS-TOTALES.
          05 WS-TOTAL-DEBE            PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-HABER           PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-SIN-CUENTA      PIC S9(13)V99 COMP-3.

      *    VENTANA CONTABLE (DESDE, FECHA CONTABLE] EN AAAAMMDD:
      *    VARIABLES HOST CON LAS QUE SE FILTRAN LOS MOVIMIENTOS. LA
      *    FECHA CONTABLE ES EL DIA ANTERIOR A LA CABECERA DEL
      *    ESPEJO.
       01 WS-FECHA-CONTABLE           PIC X(08).
       01 WS-FECHA-DESDE              PIC X(08).
       01 WS-FECHA-PROCESO            PIC 9(08).
       01 WS-FECHA-AMD                PIC 9(08).
       01 WS-DIA-CONTABLE             PIC 9(08) COMP.

      *    DIARIO ANTERIOR: FECHAS DE SU CABECERA Y ULTIMO REGISTRO
      *    LEIDO (DEBE SER SU PIE).
       01 WS-DIARIO-ANTERIOR.
          05 WS-ANT-FECHA-CONTABLE    PIC X(08).
          05 WS-ANT-FECHA-DESDE       PIC X(08).
          05 WS-ANT-ULTIMO-REGISTRO   PIC X(100).

      *    CORRESPONDENCIA CONTABLE CARGADA EN MEMORIA AL INICIO.
      *    SI LA TABLA DESBORDA EL JOB ABENDA ANTES DE CONTABILIZAR
      *    CON UNA CORRESPONDENCIA INCOMPLETA.
       01 WS-CUENTAS-MAXIMO          PIC 9(04) COMP VALUE 500.
       01 WS-TABLA-CUENTAS.
          05 WS-CUENTAS-TOTAL         PIC 9(04) COMP.
          05 WS-ENTRADA-CUENTA OCCURS 500 TIMES.
             10 WS-CTA-MOVIMIENTO        PIC X(04).
             10 WS-CTA-PRODUCTO          PIC X(10).
             10 WS-CTA-DEBE              PIC X(10).
             10 WS-CTA-HABER             PIC X(10).

      *    TOTALES POR TIPO DE MOVIMIENTO PARA EL REPORTE. LA LISTA
      *    DE TIPOS ES LA DE CTACONT MAS UNA ULTIMA ENTRADA PARA UN
      *    TIPO DESCONOCIDO; SE CARGA EN 1000-INICIAR.
       01 WS-TIPOS-ESPERADOS         PIC 9(02) COMP VALUE 10.
       01 WS-TABLA-TIPOS.
          05 WS-ENTRADA-TIPO OCCURS 10 TIMES.
             10 WS-TIP-CODIGO            PIC X(04).
             10 WS-TIP-CONCEPTO          PIC X(30).
             10 WS-TIP-ASIENTOS          PIC 9(09) COMP.
             10 WS-TIP-IMPORTE           PIC S9(13)V99 COMP-3.
             10 WS-TIP-SIN-CUENTA        PIC 9(09) COMP.
             10 WS-TIP-IMPORTE-SIN       PIC S9(13)V99 COMP-3.

      *    MOVIMIENTOS SIN CUENTA POR TIPO Y PRODUCTO, CON LA MISMA
      *    ENTRADA COMODIN '*DEMAS*' QUE LOS DEMAS REPORTES.
       01 WS-SIN-CUENTA-MAXIMO       PIC 9(02) COMP VALUE 50.
       01 WS-TABLA-SIN-CUENTA.
          05 WS-SIN-CUENTA-DISTINTOS  PIC 9(02) COMP.
          05 WS-ENTRADA-SIN-CUENTA OCCURS 50 TIMES.
             10 WS-SCT-MOVIMIENTO        PIC X(04).
             10 WS-SCT-PRODUCTO          PIC X(10).
             10 WS-SCT-MOVIMIENTOS       PIC 9(09) COMP.
             10 WS-SCT-IMPORTE           PIC S9(13)V99 COMP-3.

      *    MOVIMIENTO EN CURSO: LO RELLENA CADA ORIGEN ANTES DE
      *    PERFORM 5000-GENERAR-ASIENTO.
       01 WS-MOVIMIENTO.
          05 WS-MOV-TIPO              PIC X(04).
          05 WS-MOV-PRODUCTO          PIC X(10).
          05 WS-MOV-POLIZA-ID         PIC X(10).
          05 WS-MOV-REFERENCIA        PIC X(20).
          05 WS-MOV-IMPORTE           PIC S9(11)V99 COMP-3.
          05 WS-MOV-IMPORTE-ASIENTO   PIC S9(11)V99 COMP-3.
          05 WS-MOV-CUENTA-DEBE       PIC X(10).
          05 WS-MOV-CUENTA-HABER      PIC X(10).

      *    REFERENCIAS DE ORIGEN QUE VIAJAN EN CADA LINEA DEL DIARIO.
       01 WS-REF-ENDOSO.
          05 FILLER                   PIC X(07) VALUE 'ENDOSO '.
          05 WS-REF-END-SECUENCIA     PIC 9(09).
          05 FILLER                   PIC X(04) VALUE SPACES.
       01 WS-REF-EXTORNO.
          05 FILLER                   PIC X(08) VALUE 'EXTORNO '.
          05 WS-REF-EXT-ESTADO        PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
       01 WS-REF-SINIESTRO.
          05 FILLER                   PIC X(01) VALUE 'S'.
          05 WS-REF-SIN-SECUENCIA     PIC 9(09).
          05 FILLER                   PIC X(01) VALUE '/'.
          05 WS-REF-SIN-MOVIMIENTO    PIC 9(09).

       01 WS-CONTROL-PAGINA.
          05 WS-NUMERO-PAGINA         PIC 9(04) VALUE ZERO.
          05 WS-LINEAS-EN-PAGINA      PIC 9(02) VALUE 99.
          05 WS-LINEAS-POR-PAGINA     PIC 9(02) VALUE 55.

      *    ---------------------------------------------------------
      *    LINEAS DEL REPORTE DE CONTROL
      *    ---------------------------------------------------------
       01 WS-LIN-CABECERA1.
          05 FILLER                   PIC X(32) VALUE
             'DIARIO CONTABLE - FECHA CONTABLE'.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-CAB-FECHA-CONTABLE    PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 FILLER                   PIC X(17) VALUE
             '(DESDE EXCLUIDO: '.
          05 WS-CAB-FECHA-DESDE       PIC X(08).
          05 FILLER                   PIC X(01) VALUE ')'.
          05 FILLER                   PIC X(31) VALUE SPACES.
          05 FILLER                   PIC X(06) VALUE 'FECHA '.
          05 WS-CAB-FECHA             PIC 9(08).
          05 FILLER                   PIC X(08) VALUE '  PAGINA'.
          05 WS-CAB-PAGINA            PIC ZZZ9.
          05 FILLER                   PIC X(06) VALUE SPACES.

       01 WS-LIN-SEPARADOR.
          05 FILLER                   PIC X(132) VALUE ALL '-'.

       01 WS-LIN-TITULO-SECCION.
          05 WS-TIT-TEXTO             PIC X(132).

       01 WS-LIN-TIPO.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-DET-TIPO              PIC X(04).
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-DET-CONCEPTO          PIC X(30).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-ASIENTOS          PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-IMPORTE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-SIN-CUENTA        PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-IMPORTE-SIN       PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(36) VALUE SPACES.

       01 WS-LIN-SIN-CUENTA.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-SCD-TIPO              PIC X(04).
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-SCD-PRODUCTO          PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-SCD-MOVIMIENTOS       PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-SCD-IMPORTE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(84) VALUE SPACES.

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

      *    AREA DE CONTROL DEL DIARIO: SE MONTA AQUI Y SE GRABA CON
      *    WRITE ... FROM.
       COPY ASIENTO-CTL.

       COPY WS-ANOTCIE.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY CTACONT.
       COPY POLIZAS.
       COPY POLHIST.
       COPY POLENDOS.
       COPY POLSIMOV.

       LINKAGE SECTION.
       01 WS-PARM-ENTRADA.
          05 WS-PARM-LONGITUD     PIC S9(04) COMP.
          05 WS-PARM-VALOR        PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-ENTRADA.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2100-LEER-POLIZA UNTIL WS-HAY-FIN-POLIZAS.
           PERFORM 3000-CONTABILIZAR-ALTAS.
           PERFORM 3200-CONTABILIZAR-ENDOSOS.
           PERFORM 3400-CONTABILIZAR-EXTORNOS.
           PERFORM 3600-CONTABILIZAR-SINIESTROS.
           PERFORM 8000-ESCRIBIR-PIE.
           PERFORM 6000-EMITIR-REPORTE.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      ******************************************************************
      * 1000-INICIAR
      ******************************************************************
       1000-INICIAR.
           MOVE 'POLCONTA' TO WS-CIERRE-PROGRAMA.
           SET WS-NO-HAY-FIN-POLIZAS TO TRUE.
           SET WS-NO-HAY-FIN-PAGOS TO TRUE.
           SET WS-DIA-SI-CUADRA TO TRUE.
           MOVE ZERO TO WS-POLIZAS-LEIDAS WS-ALTAS-LEIDAS
                        WS-ENDOSOS-LEIDOS WS-EXTORNOS-LEIDOS
                        WS-SINIESTROS-LEIDOS WS-MOVIMIENTOS-CERO
                        WS-MOVIMIENTOS-SIN-CUENTA WS-NUMERO-ASIENTO
                        WS-LINEAS-ESCRITAS WS-CUENTAS-TOTAL
                        WS-SIN-CUENTA-DISTINTOS
                        WS-TOTAL-DEBE WS-TOTAL-HABER
                        WS-TOTAL-SIN-CUENTA.
           INITIALIZE WS-TABLA-SIN-CUENTA.

           INITIALIZE WS-TABLA-TIPOS.
           MOVE 'ALTA' TO WS-TIP-CODIGO(1).
           MOVE 'PRIMA NUEVA PRODUCCION' TO WS-TIP-CONCEPTO(1).
           MOVE 'ENDO' TO WS-TIP-CODIGO(2).
           MOVE 'DIFERENCIA PRIMA ENDOSO' TO WS-TIP-CONCEPTO(2).
           MOVE 'RENV' TO WS-TIP-CODIGO(3).
           MOVE 'PRIMA DE RENOVACION' TO WS-TIP-CONCEPTO(3).
           MOVE 'EXTN' TO WS-TIP-CODIGO(4).
           MOVE 'EXTORNO A PAGAR' TO WS-TIP-CONCEPTO(4).
           MOVE 'EXTC' TO WS-TIP-CODIGO(5).
           MOVE 'EXTORNO COMPENSADO CON IMPAGO' TO WS-TIP-CONCEPTO(5).
           MOVE 'APER' TO WS-TIP-CODIGO(6).
           MOVE 'RESERVA INICIAL SINIESTRO' TO WS-TIP-CONCEPTO(6).
           MOVE 'AUMR' TO WS-TIP-CODIGO(7).
           MOVE 'AUMENTO RESERVA SINIESTRO' TO WS-TIP-CONCEPTO(7).
           MOVE 'LIBR' TO WS-TIP-CODIGO(8).
           MOVE 'LIBERACION RESERVA SINIESTRO' TO WS-TIP-CONCEPTO(8).
           MOVE 'PAGO' TO WS-TIP-CODIGO(9).
           MOVE 'PAGO DE SINIESTRO' TO WS-TIP-CONCEPTO(9).
           MOVE 'OTRO' TO WS-TIP-CODIGO(10).
           MOVE 'TIPO DE MOVIMIENTO DESCONOCIDO' TO WS-TIP-CONCEPTO(10).

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1100-CARGAR-CUENTAS.

           OPEN INPUT POLIZAS-FILE.
           IF NOT WS-POLIZAS-OK
               DISPLAY 'POLCONTA: ERROR AL ABRIR POLIZAS, STATUS='
                   WS-POLIZAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1050-VALIDAR-CABECERA.
           PERFORM 1060-FIJAR-VENTANA.

           OPEN INPUT PAGOS-FILE.
           IF NOT WS-PAGOS-OK
               DISPLAY 'POLCONTA: ERROR AL ABRIR PAGOS, STATUS='
                   WS-PAGOS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT DIARIO-FILE.
           IF NOT WS-DIARIO-OK
               DISPLAY 'POLCONTA: ERROR AL ABRIR DIARIO, STATUS='
                   WS-DIARIO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT INFORME-FILE.
           IF NOT WS-INFORME-OK
               DISPLAY 'POLCONTA: ERROR AL ABRIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-ESCRIBIR-CABECERA.

      ******************************************************************
      * 1050-VALIDAR-CABECERA
      * EL PRIMER REGISTRO DEL ESPEJO DEBE SER LA CABECERA DE
      * CONTROL DEL UNLOAD (POLUNLD, LAYOUT POLIZAS-CTL), COMO EN
      * LOS DEMAS CONSUMIDORES. SU FECHA ES LA GENERACION QUE SE
      * ANOTA EN CTLNOCHE; LA FECHA CONTABLE ES EL DIA ANTERIOR.
      ******************************************************************
       1050-VALIDAR-CABECERA.
           READ POLIZAS-FILE
               AT END
                   DISPLAY 'POLCONTA: FICHERO POLIZAS VACIO, SIN '
                       'CABECERA DE CONTROL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF NOT PZC-ES-CABECERA
               DISPLAY 'POLCONTA: FICHERO POLIZAS SIN CABECERA DE '
                   'CONTROL, PRIMER REGISTRO=' PZC-TIPO-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PZC-CAB-FECHA-PROCESO IS NOT NUMERIC
               DISPLAY 'POLCONTA: FECHA DE CABECERA DEL ESPEJO '
                   'INVALIDA: ' PZC-CAB-FECHA-PROCESO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PZC-CAB-FECHA-PROCESO TO WS-CIERRE-GENERACION.
           MOVE PZC-CAB-FECHA-PROCESO TO WS-FECHA-AMD.
           COMPUTE WS-DIA-CONTABLE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AMD) - 1.
           COMPUTE WS-FECHA-AMD =
               FUNCTION DATE-OF-INTEGER(WS-DIA-CONTABLE).
           MOVE WS-FECHA-AMD TO WS-FECHA-CONTABLE.

      ******************************************************************
      * 1060-FIJAR-VENTANA
      * EL DESDE DE LA VENTANA LLEGA POR PARM O, SIN PARM, DE LA
      * GENERACION ANTERIOR DEL DIARIO. UN DESDE POSTERIOR A LA
      * FECHA CONTABLE SOLO PUEDE SER UN PARM ERRONEO O UN ESPEJO
      * ATRASADO: EL JOB ABENDA ANTES DE ESCRIBIR NADA.
      ******************************************************************
       1060-FIJAR-VENTANA.
           IF WS-PARM-LONGITUD > ZERO
               IF WS-PARM-LONGITUD < 8
                     OR WS-PARM-VALOR IS NOT NUMERIC
                   DISPLAY 'POLCONTA: PARM INVALIDO, SE ESPERA '
                       'AAAAMMDD (DESDE EXCLUIDO)'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-VALOR TO WS-FECHA-DESDE
           ELSE
               PERFORM 1070-LEER-DIARIO-ANTERIOR
           END-IF.

           IF WS-FECHA-DESDE > WS-FECHA-CONTABLE
               DISPLAY 'POLCONTA: VENTANA INVALIDA, DESDE '
                   WS-FECHA-DESDE ' POSTERIOR A LA FECHA CONTABLE '
                   WS-FECHA-CONTABLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * 1070-LEER-DIARIO-ANTERIOR
      * LA CABECERA DE LA GENERACION ANTERIOR DA SU VENTANA. SI SU
      * PIE CUADRA, CONTABILIDAD LA CARGO Y LA VENTANA NUEVA
      * EMPIEZA EN SU FECHA CONTABLE; SI NO CUADRA O NO TIENE PIE,
      * NO SE CARGO Y SE REPITE SU VENTANA DESDE EL MISMO DESDE.
      ******************************************************************
       1070-LEER-DIARIO-ANTERIOR.
           OPEN INPUT DIARIO-ANT-FILE.
           IF NOT WS-DIARIOAN-OK
               DISPLAY 'POLCONTA: ERROR AL ABRIR DIARIOAN, STATUS='
                   WS-DIARIOAN-STATUS ' (INDICAR EL DESDE POR PARM)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DIARIO-ANT-FILE
               AT END
                   DISPLAY 'POLCONTA: DIARIO ANTERIOR VACIO, INDICAR '
                       'EL DESDE POR PARM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE ANT-REGISTRO TO ASC-REGISTRO.
           IF NOT ASC-ES-CABECERA
               DISPLAY 'POLCONTA: DIARIO ANTERIOR SIN CABECERA DE '
                   'CONTROL, INDICAR EL DESDE POR PARM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ASC-CAB-FECHA-CONTABLE TO WS-ANT-FECHA-CONTABLE.
           MOVE ASC-CAB-FECHA-DESDE    TO WS-ANT-FECHA-DESDE.
           MOVE ANT-REGISTRO TO WS-ANT-ULTIMO-REGISTRO.

           SET WS-NO-HAY-FIN-DIARIO-ANT TO TRUE.
           PERFORM 1080-LEER-REGISTRO-ANTERIOR
               UNTIL WS-HAY-FIN-DIARIO-ANT.
           CLOSE DIARIO-ANT-FILE.

           MOVE WS-ANT-ULTIMO-REGISTRO TO ASC-REGISTRO.
           IF ASC-ES-PIE AND ASC-PIE-CUADRA
               MOVE WS-ANT-FECHA-CONTABLE TO WS-FECHA-DESDE
           ELSE
               DISPLAY 'POLCONTA: EL DIARIO ANTERIOR NO CUADRO, SE '
                   'REPITE SU VENTANA DESDE ' WS-ANT-FECHA-DESDE
               MOVE WS-ANT-FECHA-DESDE TO WS-FECHA-DESDE
           END-IF.

           IF WS-FECHA-DESDE IS NOT NUMERIC
               DISPLAY 'POLCONTA: DIARIO ANTERIOR SIN FECHA DE '
                   'VENTANA VALIDA, INDICAR EL DESDE POR PARM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * 1080-LEER-REGISTRO-ANTERIOR
      ******************************************************************
       1080-LEER-REGISTRO-ANTERIOR.
           READ DIARIO-ANT-FILE
               AT END
                   SET WS-HAY-FIN-DIARIO-ANT TO TRUE
               NOT AT END
                   MOVE ANT-REGISTRO TO WS-ANT-ULTIMO-REGISTRO
           END-READ.

      ******************************************************************
      * 1100-CARGAR-CUENTAS
      * CARGA LA CORRESPONDENCIA CONTABLE COMPLETA. UNA TABLA VACIA
      * NO ABENDA: TODOS LOS MOVIMIENTOS QUEDARAN SIN CUENTA Y EL
      * DIA NO CUADRARA, QUE ES LO QUE DEBE VER CONTABILIDAD.
      ******************************************************************
       1100-CARGAR-CUENTAS.
           SET WS-NO-HAY-FIN-CURSOR TO TRUE.

           EXEC SQL
                DECLARE CUR-CTA CURSOR FOR
                SELECT TIPO_MOVIMIENTO, TIPO_PRODUCTO,
                       CUENTA_DEBE, CUENTA_HABER
                  FROM CUENTAS_CONTABLES
                 ORDER BY TIPO_MOVIMIENTO, TIPO_PRODUCTO
           END-EXEC.

           EXEC SQL OPEN CUR-CTA END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLCONTA: ERROR DB2 AL ABRIR CURSOR DE '
                   'CUENTAS, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1150-CARGAR-CUENTA
               UNTIL WS-HAY-FIN-CURSOR.

           EXEC SQL CLOSE CUR-CTA END-EXEC.

      ******************************************************************
      * 1150-CARGAR-CUENTA
      ******************************************************************
       1150-CARGAR-CUENTA.
           EXEC SQL
                FETCH CUR-CTA
                 INTO :CTA-TIPO-MOVIMIENTO, :CTA-TIPO-PRODUCTO,
                      :CTA-CUENTA-DEBE, :CTA-CUENTA-HABER
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-CUENTAS-TOTAL >= WS-CUENTAS-MAXIMO
                       DISPLAY 'POLCONTA: TABLA DE CUENTAS '
                           'DESBORDADA, MOVIMIENTO '
                           CTA-TIPO-MOVIMIENTO ' PRODUCTO '
                           CTA-TIPO-PRODUCTO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CUENTAS-TOTAL
                   MOVE WS-CUENTAS-TOTAL TO WS-INDICE-CUENTA
                   MOVE CTA-TIPO-MOVIMIENTO
                       TO WS-CTA-MOVIMIENTO(WS-INDICE-CUENTA)
                   MOVE CTA-TIPO-PRODUCTO
                       TO WS-CTA-PRODUCTO(WS-INDICE-CUENTA)
                   MOVE CTA-CUENTA-DEBE
                       TO WS-CTA-DEBE(WS-INDICE-CUENTA)
                   MOVE CTA-CUENTA-HABER
                       TO WS-CTA-HABER(WS-INDICE-CUENTA)
               WHEN 100
                   SET WS-HAY-FIN-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'POLCONTA: ERROR DB2 EN FETCH DE '
                       'CUENTAS, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 1200-ESCRIBIR-CABECERA
      ******************************************************************
       1200-ESCRIBIR-CABECERA.
           MOVE SPACES TO ASC-REGISTRO.
           SET ASC-ES-CABECERA TO TRUE.
           MOVE WS-FECHA-PROCESO TO ASC-CAB-FECHA-PROCESO.
           MOVE 'POLCONTA/DIARIO' TO ASC-CAB-ORIGEN.
           MOVE WS-FECHA-CONTABLE TO ASC-CAB-FECHA-CONTABLE.
           MOVE WS-FECHA-DESDE TO ASC-CAB-FECHA-DESDE.
           WRITE ASI-REGISTRO FROM ASC-REGISTRO.
           IF NOT WS-DIARIO-OK
               DISPLAY 'POLCONTA: ERROR AL ESCRIBIR CABECERA DE '
                   'DIARIO, STATUS=' WS-DIARIO-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 2100-LEER-POLIZA
      * EL ESPEJO SOLO SE RECORRE PARA CONTARLO Y VALIDAR SU PIE:
      * EL FIN DE DATOS LO MARCA EL PIE DE CONTROL, NO EL FIN DE
      * FICHERO; LLEGAR A FIN DE FICHERO SIN PIE SIGNIFICA QUE EL
      * UNLOAD QUEDO INCOMPLETO Y EL JOB ABENDA.
      ******************************************************************
       2100-LEER-POLIZA.
           READ POLIZAS-FILE
               AT END
                   DISPLAY 'POLCONTA: FICHERO POLIZAS SIN PIE DE '
                       'CONTROL, EXTRACCION INCOMPLETA'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
               NOT AT END
                   IF PZC-ES-PIE
                       PERFORM 2150-VALIDAR-PIE
                       SET WS-HAY-FIN-POLIZAS TO TRUE
                   ELSE
                       ADD 1 TO WS-POLIZAS-LEIDAS
                   END-IF
           END-READ.

      ******************************************************************
      * 2150-VALIDAR-PIE
      ******************************************************************
       2150-VALIDAR-PIE.
           IF PZC-PIE-TOTAL-REGISTROS NOT = WS-POLIZAS-LEIDAS
               DISPLAY 'POLCONTA: PIE DE CONTROL NO CUADRA, '
                   'DECLARADOS=' PZC-PIE-TOTAL-REGISTROS
                   ' LEIDOS=' WS-POLIZAS-LEIDAS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 3000-CONTABILIZAR-ALTAS
      * ALTAS DE LA VENTANA: FILA DE APERTURA DE POLIZAS_HIST (SECUENCIA
      * 1, MOTIVO 'ALTA'). LA PRIMA DE NUEVA PRODUCCION ES LA CON
      * QUE NACIO LA POLIZA: LA PRIMA ANTERIOR DE SU PRIMER ENDOSO
      * SI YA SE ENDOSO (EL ENDOSO SE CONTABILIZA APARTE POR SU
      * DIFERENCIA), Y SI NO LA PRIMA ACTUAL DE LA POLIZA.
      ******************************************************************
       3000-CONTABILIZAR-ALTAS.
           SET WS-NO-HAY-FIN-CURSOR TO TRUE.

           EXEC SQL
                DECLARE CUR-ALTA CURSOR FOR
                SELECT H.POLIZA_ID, P.TIPO_PRODUCTO,
                       COALESCE((SELECT E.PRIMA_ANTERIOR
                                   FROM POLIZAS_ENDOSOS E
                                  WHERE E.POLIZA_ID = H.POLIZA_ID
                                    AND E.SECUENCIA = 1),
                                P.PRIMA_IMPORTE)
                  FROM POLIZAS_HIST H, POLIZAS P
                 WHERE H.FECHA_CAMBIO  > :WS-FECHA-DESDE
                   AND H.FECHA_CAMBIO <= :WS-FECHA-CONTABLE
                   AND H.SECUENCIA     = 1
                   AND H.MOTIVO_CAMBIO = 'ALTA'
                   AND P.POLIZA_ID     = H.POLIZA_ID
                 ORDER BY H.POLIZA_ID
           END-EXEC.

           EXEC SQL OPEN CUR-ALTA END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLCONTA: ERROR DB2 AL ABRIR CURSOR DE '
                   'ALTAS, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           PERFORM 3050-LEER-ALTA.
           PERFORM 3100-PROCESAR-ALTA UNTIL WS-HAY-FIN-CURSOR.

           EXEC SQL CLOSE CUR-ALTA END-EXEC.

      ******************************************************************
      * 3050-LEER-ALTA
      ******************************************************************
       3050-LEER-ALTA.
           EXEC SQL
                FETCH CUR-ALTA
                 INTO :HIST-POLIZA-ID, :TIPO-PRODUCTO,
                      :PRIMA-IMPORTE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ALTAS-LEIDAS
               WHEN 100
                   SET WS-HAY-FIN-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'POLCONTA: ERROR DB2 EN FETCH DE '
                       'ALTAS, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 3100-PROCESAR-ALTA
      ******************************************************************
       3100-PROCESAR-ALTA.
           MOVE 'ALTA'           TO WS-MOV-TIPO.
           MOVE TIPO-PRODUCTO    TO WS-MOV-PRODUCTO.
           MOVE HIST-POLIZA-ID   TO WS-MOV-POLIZA-ID.
           MOVE 'ALTA DE POLIZA' TO WS-MOV-REFERENCIA.
           MOVE PRIMA-IMPORTE    TO WS-MOV-IMPORTE.
           PERFORM 5000-GENERAR-ASIENTO.

           PERFORM 3050-LEER-ALTA.

      ******************************************************************
      * 3200-CONTABILIZAR-ENDOSOS
      * ENDOSOS GRABADOS EN LA VENTANA. LA UNION CON POLIZAS ES EXTERNA
      * PARA NO PERDER NINGUN IMPORTE: SIN FILA DE POLIZA EL
      * PRODUCTO VA EN BLANCO Y SE APLICA LA CUENTA GENERICA.
      ******************************************************************
       3200-CONTABILIZAR-ENDOSOS.
           SET WS-NO-HAY-FIN-CURSOR TO TRUE.

           EXEC SQL
                DECLARE CUR-ENDO CURSOR FOR
                SELECT E.POLIZA_ID, E.SECUENCIA,
                       E.PRIMA_ANTERIOR, E.PRIMA_NUEVA,
                       E.MOTIVO_ENDOSO,
                       COALESCE(P.TIPO_PRODUCTO, ' ')
                  FROM POLIZAS_ENDOSOS E
                       LEFT OUTER JOIN POLIZAS P
                         ON P.POLIZA_ID = E.POLIZA_ID
                 WHERE E.FECHA_ENDOSO  > :WS-FECHA-DESDE
                   AND E.FECHA_ENDOSO <= :WS-FECHA-CONTABLE
                 ORDER BY E.POLIZA_ID, E.SECUENCIA
           END-EXEC.

           EXEC SQL OPEN CUR-ENDO END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLCONTA: ERROR DB2 AL ABRIR CURSOR DE '
                   'ENDOSOS, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           PERFORM 3250-LEER-ENDOSO.
           PERFORM 3300-PROCESAR-ENDOSO UNTIL WS-HAY-FIN-CURSOR.

           EXEC SQL CLOSE CUR-ENDO END-EXEC.

      ******************************************************************
      * 3250-LEER-ENDOSO
      ******************************************************************
       3250-LEER-ENDOSO.
           EXEC SQL
                FETCH CUR-ENDO
                 INTO :ENDO-POLIZA-ID, :ENDO-SECUENCIA,
                      :ENDO-PRIMA-ANTERIOR, :ENDO-PRIMA-NUEVA,
                      :ENDO-MOTIVO-ENDOSO, :TIPO-PRODUCTO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ENDOSOS-LEIDOS
               WHEN 100
                   SET WS-HAY-FIN-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'POLCONTA: ERROR DB2 EN FETCH DE '
                       'ENDOSOS, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 3300-PROCESAR-ENDOSO
      * UN ENDOSO ORDINARIO MUEVE SOLO LA DIFERENCIA DE PRIMA (A LA
      * BAJA SALE NEGATIVA Y SE CONTABILIZA INVERTIDA). LA
      * RENOVACION ABRE UN PERIODO NUEVO: SE EMITE SU PRIMA ENTERA.
      ******************************************************************
       3300-PROCESAR-ENDOSO.
           IF ENDO-MOTIVO-ENDOSO = 'RENV'
               MOVE 'RENV' TO WS-MOV-TIPO
               MOVE ENDO-PRIMA-NUEVA TO WS-MOV-IMPORTE
           ELSE
               MOVE 'ENDO' TO WS-MOV-TIPO
               COMPUTE WS-MOV-IMPORTE =
                   ENDO-PRIMA-NUEVA - ENDO-PRIMA-ANTERIOR
           END-IF.
           MOVE TIPO-PRODUCTO    TO WS-MOV-PRODUCTO.
           MOVE ENDO-POLIZA-ID   TO WS-MOV-POLIZA-ID.
           MOVE ENDO-SECUENCIA   TO WS-REF-END-SECUENCIA.
           MOVE WS-REF-ENDOSO    TO WS-MOV-REFERENCIA.
           PERFORM 5000-GENERAR-ASIENTO.

           PERFORM 3250-LEER-ENDOSO.

      ******************************************************************
      * 3400-CONTABILIZAR-EXTORNOS
      * ORDENES DE PAGO DE EXTORNO QUE POLEXTOR GENERO EN LA
      * VENTANA. CADA UNA DA HASTA DOS ASIENTOS: EL NETO QUE PAGA
      * TESORERIA Y LA PARTE DEL EXTORNO QUE SE COMPENSO CON
      * IMPAGOS PENDIENTES EN FACTURACION.
      ******************************************************************
       3400-CONTABILIZAR-EXTORNOS.
           PERFORM 3450-LEER-EXTORNO.
           PERFORM 3500-PROCESAR-EXTORNO UNTIL WS-HAY-FIN-PAGOS.

      ******************************************************************
      * 3450-LEER-EXTORNO
      ******************************************************************
       3450-LEER-EXTORNO.
           READ PAGOS-FILE
               AT END
                   SET WS-HAY-FIN-PAGOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXTORNOS-LEIDOS
           END-READ.

      ******************************************************************
      * 3500-PROCESAR-EXTORNO
      ******************************************************************
       3500-PROCESAR-EXTORNO.
           MOVE PAG-TIPO-PRODUCTO TO WS-MOV-PRODUCTO.
           MOVE PAG-POLIZA-ID     TO WS-MOV-POLIZA-ID.
           MOVE PAG-ESTADO-NUEVO  TO WS-REF-EXT-ESTADO.
           MOVE WS-REF-EXTORNO    TO WS-MOV-REFERENCIA.

           MOVE 'EXTN' TO WS-MOV-TIPO.
           MOVE PAG-IMPORTE-NETO TO WS-MOV-IMPORTE.
           PERFORM 5000-GENERAR-ASIENTO.

           MOVE 'EXTC' TO WS-MOV-TIPO.
           COMPUTE WS-MOV-IMPORTE =
               PAG-IMPORTE-EXTORNO - PAG-IMPORTE-NETO.
           PERFORM 5000-GENERAR-ASIENTO.

           PERFORM 3450-LEER-EXTORNO.

      ******************************************************************
      * 3600-CONTABILIZAR-SINIESTROS
      * MOVIMIENTOS ECONOMICOS DE SINIESTROS GRABADOS EN LA VENTANA
      * (APERTURA, AUMENTO Y LIBERACION DE RESERVA, PAGOS). EL TIPO
      * DEL LIBRO ES DIRECTAMENTE EL TIPO DE MOVIMIENTO CONTABLE.
      * UNION EXTERNA CON POLIZAS, COMO EN LOS ENDOSOS.
      ******************************************************************
       3600-CONTABILIZAR-SINIESTROS.
           SET WS-NO-HAY-FIN-CURSOR TO TRUE.

           EXEC SQL
                DECLARE CUR-SMOV CURSOR FOR
                SELECT M.POLIZA_ID, M.SECUENCIA_SINIESTRO,
                       M.SECUENCIA, M.TIPO_MOVIMIENTO, M.IMPORTE,
                       COALESCE(P.TIPO_PRODUCTO, ' ')
                  FROM POLIZAS_SINI_MOVIM M
                       LEFT OUTER JOIN POLIZAS P
                         ON P.POLIZA_ID = M.POLIZA_ID
                 WHERE M.FECHA_MOVIMIENTO  > :WS-FECHA-DESDE
                   AND M.FECHA_MOVIMIENTO <= :WS-FECHA-CONTABLE
                 ORDER BY M.POLIZA_ID, M.SECUENCIA_SINIESTRO,
                          M.SECUENCIA
           END-EXEC.

           EXEC SQL OPEN CUR-SMOV END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLCONTA: ERROR DB2 AL ABRIR CURSOR DE '
                   'SINIESTROS, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           PERFORM 3650-LEER-MOVIMIENTO.
           PERFORM 3700-PROCESAR-MOVIMIENTO UNTIL WS-HAY-FIN-CURSOR.

           EXEC SQL CLOSE CUR-SMOV END-EXEC.

      ******************************************************************
      * 3650-LEER-MOVIMIENTO
      ******************************************************************
       3650-LEER-MOVIMIENTO.
           EXEC SQL
                FETCH CUR-SMOV
                 INTO :SMOV-POLIZA-ID, :SMOV-SECUENCIA-SINIESTRO,
                      :SMOV-SECUENCIA, :SMOV-TIPO-MOVIMIENTO,
                      :SMOV-IMPORTE, :TIPO-PRODUCTO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-SINIESTROS-LEIDOS
               WHEN 100
                   SET WS-HAY-FIN-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'POLCONTA: ERROR DB2 EN FETCH DE '
                       'SINIESTROS, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 3700-PROCESAR-MOVIMIENTO
      ******************************************************************
       3700-PROCESAR-MOVIMIENTO.
           MOVE SMOV-TIPO-MOVIMIENTO     TO WS-MOV-TIPO.
           MOVE TIPO-PRODUCTO            TO WS-MOV-PRODUCTO.
           MOVE SMOV-POLIZA-ID           TO WS-MOV-POLIZA-ID.
           MOVE SMOV-SECUENCIA-SINIESTRO TO WS-REF-SIN-SECUENCIA.
           MOVE SMOV-SECUENCIA           TO WS-REF-SIN-MOVIMIENTO.
           MOVE WS-REF-SINIESTRO         TO WS-MOV-REFERENCIA.
           MOVE SMOV-IMPORTE             TO WS-MOV-IMPORTE.
           PERFORM 5000-GENERAR-ASIENTO.

           PERFORM 3650-LEER-MOVIMIENTO.

      ******************************************************************
      * 5000-GENERAR-ASIENTO
      * CONTABILIZA EL MOVIMIENTO EN CURSO. UN IMPORTE CERO NO
      * GENERA ASIENTO. SIN CUENTA CONTABLE EL MOVIMIENTO NO SE
      * CONTABILIZA: SE ACUMULA COMO PENDIENTE Y EL DIA QUEDA SIN
      * CUADRAR. UN IMPORTE NEGATIVO SE CONTABILIZA POR SU VALOR
      * ABSOLUTO CON LAS CUENTAS INTERCAMBIADAS, DE MODO QUE LAS
      * DOS LINEAS LLEVAN SIEMPRE EL MISMO IMPORTE POSITIVO.
      ******************************************************************
       5000-GENERAR-ASIENTO.
           PERFORM 5300-LOCALIZAR-TIPO.

           IF WS-MOV-IMPORTE = ZERO
               ADD 1 TO WS-MOVIMIENTOS-CERO
           ELSE
               PERFORM 5100-BUSCAR-CUENTA
               IF WS-CTA-HALLADA = ZERO
                   PERFORM 5400-ANOTAR-SIN-CUENTA
               ELSE
                   IF WS-MOV-IMPORTE > ZERO
                       MOVE WS-CTA-DEBE(WS-CTA-HALLADA)
                           TO WS-MOV-CUENTA-DEBE
                       MOVE WS-CTA-HABER(WS-CTA-HALLADA)
                           TO WS-MOV-CUENTA-HABER
                       MOVE WS-MOV-IMPORTE TO WS-MOV-IMPORTE-ASIENTO
                   ELSE
                       MOVE WS-CTA-HABER(WS-CTA-HALLADA)
                           TO WS-MOV-CUENTA-DEBE
                       MOVE WS-CTA-DEBE(WS-CTA-HALLADA)
                           TO WS-MOV-CUENTA-HABER
                       COMPUTE WS-MOV-IMPORTE-ASIENTO =
                           0 - WS-MOV-IMPORTE
                   END-IF
                   PERFORM 5200-ESCRIBIR-ASIENTO
               END-IF
           END-IF.

      ******************************************************************
      * 5100-BUSCAR-CUENTA
      * BUSQUEDA SERIAL DE LA FILA DEL MOVIMIENTO Y PRODUCTO; SI NO
      * LA HAY, DE LA FILA GENERICA '*' DEL MOVIMIENTO. DEVUELVE
      * CERO EN WS-CTA-HALLADA SI NO HAY NINGUNA DE LAS DOS.
      ******************************************************************
       5100-BUSCAR-CUENTA.
           SET WS-ENTRADA-NO-HALLADA TO TRUE.
           MOVE ZERO TO WS-CTA-HALLADA.
           PERFORM VARYING WS-INDICE-CUENTA FROM 1 BY 1
                   UNTIL WS-INDICE-CUENTA > WS-CUENTAS-TOTAL
                      OR WS-ENTRADA-SI-HALLADA
               IF WS-CTA-MOVIMIENTO(WS-INDICE-CUENTA) = WS-MOV-TIPO
                     AND WS-CTA-PRODUCTO(WS-INDICE-CUENTA)
                         = WS-MOV-PRODUCTO
                   SET WS-ENTRADA-SI-HALLADA TO TRUE
                   MOVE WS-INDICE-CUENTA TO WS-CTA-HALLADA
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDICE-CUENTA FROM 1 BY 1
                   UNTIL WS-INDICE-CUENTA > WS-CUENTAS-TOTAL
                      OR WS-ENTRADA-SI-HALLADA
               IF WS-CTA-MOVIMIENTO(WS-INDICE-CUENTA) = WS-MOV-TIPO
                     AND WS-CTA-PRODUCTO(WS-INDICE-CUENTA) = '*'
                   SET WS-ENTRADA-SI-HALLADA TO TRUE
                   MOVE WS-INDICE-CUENTA TO WS-CTA-HALLADA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 5200-ESCRIBIR-ASIENTO
      * LAS DOS LINEAS DEL ASIENTO: LA 1 AL DEBE Y LA 2 AL HABER.
      ******************************************************************
       5200-ESCRIBIR-ASIENTO.
           ADD 1 TO WS-NUMERO-ASIENTO.

           MOVE SPACES TO ASI-REGISTRO.
           MOVE WS-FECHA-CONTABLE   TO ASI-FECHA-CONTABLE.
           MOVE WS-NUMERO-ASIENTO   TO ASI-NUMERO-ASIENTO.
           MOVE WS-MOV-TIPO         TO ASI-TIPO-MOVIMIENTO.
           MOVE WS-MOV-PRODUCTO     TO ASI-TIPO-PRODUCTO.
           MOVE WS-MOV-POLIZA-ID    TO ASI-POLIZA-ID.
           MOVE WS-MOV-REFERENCIA   TO ASI-REFERENCIA.
           MOVE WS-MOV-IMPORTE-ASIENTO TO ASI-IMPORTE.

           MOVE 1 TO ASI-LINEA.
           SET ASI-ES-DEBE TO TRUE.
           MOVE WS-MOV-CUENTA-DEBE TO ASI-CUENTA.
           PERFORM 5250-GRABAR-LINEA.
           ADD WS-MOV-IMPORTE-ASIENTO TO WS-TOTAL-DEBE.

           MOVE 2 TO ASI-LINEA.
           SET ASI-ES-HABER TO TRUE.
           MOVE WS-MOV-CUENTA-HABER TO ASI-CUENTA.
           PERFORM 5250-GRABAR-LINEA.
           ADD WS-MOV-IMPORTE-ASIENTO TO WS-TOTAL-HABER.

           ADD 1 TO WS-TIP-ASIENTOS(WS-TIP-HALLADO).
           ADD WS-MOV-IMPORTE-ASIENTO
               TO WS-TIP-IMPORTE(WS-TIP-HALLADO).

      ******************************************************************
      * 5250-GRABAR-LINEA
      ******************************************************************
       5250-GRABAR-LINEA.
           WRITE ASI-REGISTRO.
           IF WS-DIARIO-OK
               ADD 1 TO WS-LINEAS-ESCRITAS
           ELSE
               DISPLAY 'POLCONTA: ERROR AL ESCRIBIR DIARIO, STATUS='
                   WS-DIARIO-STATUS ' ASIENTO=' WS-NUMERO-ASIENTO
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 5300-LOCALIZAR-TIPO
      * ENTRADA DEL TIPO DE MOVIMIENTO EN LA TABLA DE TOTALES. UN
      * TIPO DESCONOCIDO EN EL LIBRO DE SINIESTROS NO DEBERIA
      * EXISTIR; SI APARECE NO TENDRA CUENTA (UPDCTACO NO LA
      * ADMITE) Y SE ACUMULA EN LA ENTRADA 'OTRO' PARA QUE NO SE
      * PIERDA DEL REPORTE.
      ******************************************************************
       5300-LOCALIZAR-TIPO.
           SET WS-ENTRADA-NO-HALLADA TO TRUE.
           MOVE WS-TIPOS-ESPERADOS TO WS-TIP-HALLADO.
           PERFORM VARYING WS-INDICE-TIPO FROM 1 BY 1
                   UNTIL WS-INDICE-TIPO > WS-TIPOS-ESPERADOS
                      OR WS-ENTRADA-SI-HALLADA
               IF WS-TIP-CODIGO(WS-INDICE-TIPO) = WS-MOV-TIPO
                   SET WS-ENTRADA-SI-HALLADA TO TRUE
                   MOVE WS-INDICE-TIPO TO WS-TIP-HALLADO
               END-IF
           END-PERFORM.

      ******************************************************************
      * 5400-ANOTAR-SIN-CUENTA
      * MOVIMIENTO SIN CUENTA CONTABLE: EL DIA YA NO CUADRA. SE
      * ACUMULA POR TIPO Y PRODUCTO (BUSQUEDA SERIAL; LA ULTIMA
      * ENTRADA QUEDA RESERVADA PARA EL COMODIN) Y SE AVISA POR
      * SYSOUT UNA SOLA VEZ POR COMBINACION.
      ******************************************************************
       5400-ANOTAR-SIN-CUENTA.
           SET WS-DIA-NO-CUADRA TO TRUE.
           ADD 1 TO WS-MOVIMIENTOS-SIN-CUENTA.
           ADD WS-MOV-IMPORTE TO WS-TOTAL-SIN-CUENTA.
           ADD 1 TO WS-TIP-SIN-CUENTA(WS-TIP-HALLADO).
           ADD WS-MOV-IMPORTE TO WS-TIP-IMPORTE-SIN(WS-TIP-HALLADO).

           SET WS-ENTRADA-NO-HALLADA TO TRUE.
           MOVE ZERO TO WS-SCT-HALLADO.
           PERFORM VARYING WS-INDICE-SIN-CUENTA FROM 1 BY 1
                   UNTIL WS-INDICE-SIN-CUENTA
                         > WS-SIN-CUENTA-DISTINTOS
                      OR WS-ENTRADA-SI-HALLADA
               IF WS-SCT-MOVIMIENTO(WS-INDICE-SIN-CUENTA)
                     = WS-MOV-TIPO
                     AND WS-SCT-PRODUCTO(WS-INDICE-SIN-CUENTA)
                         = WS-MOV-PRODUCTO
                   SET WS-ENTRADA-SI-HALLADA TO TRUE
                   MOVE WS-INDICE-SIN-CUENTA TO WS-SCT-HALLADO
               END-IF
           END-PERFORM.

           IF WS-ENTRADA-NO-HALLADA
               IF WS-SIN-CUENTA-DISTINTOS < WS-SIN-CUENTA-MAXIMO - 1
                   ADD 1 TO WS-SIN-CUENTA-DISTINTOS
                   MOVE WS-SIN-CUENTA-DISTINTOS TO WS-SCT-HALLADO
                   MOVE WS-MOV-TIPO
                       TO WS-SCT-MOVIMIENTO(WS-SCT-HALLADO)
                   MOVE WS-MOV-PRODUCTO
                       TO WS-SCT-PRODUCTO(WS-SCT-HALLADO)
                   DISPLAY 'POLCONTA: SIN CUENTA CONTABLE PARA '
                       'MOVIMIENTO ' WS-MOV-TIPO ' PRODUCTO '
                       WS-MOV-PRODUCTO ', EL DIA NO CUADRARA'
               ELSE
                   DISPLAY 'POLCONTA: TABLA SIN CUENTA LLENA, '
                       'MOVIMIENTO ' WS-MOV-TIPO ' PRODUCTO '
                       WS-MOV-PRODUCTO ' ACUMULADO EN *DEMAS*'
                   MOVE WS-SIN-CUENTA-MAXIMO TO WS-SCT-HALLADO
                   MOVE WS-SIN-CUENTA-MAXIMO
                       TO WS-SIN-CUENTA-DISTINTOS
                   MOVE SPACES TO WS-SCT-MOVIMIENTO(WS-SCT-HALLADO)
                   MOVE '*DEMAS*' TO WS-SCT-PRODUCTO(WS-SCT-HALLADO)
               END-IF
           END-IF.

           ADD 1 TO WS-SCT-MOVIMIENTOS(WS-SCT-HALLADO).
           ADD WS-MOV-IMPORTE TO WS-SCT-IMPORTE(WS-SCT-HALLADO).

      ******************************************************************
      * 6000-EMITIR-REPORTE
      ******************************************************************
       6000-EMITIR-REPORTE.
           MOVE WS-FECHA-CONTABLE TO WS-CAB-FECHA-CONTABLE.
           MOVE WS-FECHA-DESDE TO WS-CAB-FECHA-DESDE.

           MOVE 'ASIENTOS POR TIPO DE MOVIMIENTO' TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.

           MOVE '   TIPO   CONCEPTO' TO WS-TIT-TEXTO.
           MOVE 'ASIENTOS' TO WS-TIT-TEXTO(42:8).
           MOVE 'IMPORTE' TO WS-TIT-TEXTO(62:7).
           MOVE 'SIN CTA' TO WS-TIT-TEXTO(71:7).
           MOVE 'IMPORTE SIN CTA' TO WS-TIT-TEXTO(82:15).
           PERFORM 9300-IMPRIMIR-LINEA-TITULO.

           PERFORM 6100-IMPRIMIR-TIPO
               VARYING WS-INDICE-TIPO FROM 1 BY 1
               UNTIL WS-INDICE-TIPO > WS-TIPOS-ESPERADOS.

           MOVE 'MOVIMIENTOS SIN CUENTA CONTABLE (NO CONTABILIZADOS)'
               TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.

           IF WS-SIN-CUENTA-DISTINTOS = ZERO
               MOVE '   NINGUNO' TO INF-LINEA
               PERFORM 9100-IMPRIMIR-LINEA
           ELSE
               MOVE '   TIPO   PRODUCTO' TO WS-TIT-TEXTO
               MOVE 'MOVIM.' TO WS-TIT-TEXTO(24:6)
               MOVE 'IMPORTE' TO WS-TIT-TEXTO(42:7)
               PERFORM 9300-IMPRIMIR-LINEA-TITULO
               PERFORM 6200-IMPRIMIR-SIN-CUENTA
                   VARYING WS-INDICE-SIN-CUENTA FROM 1 BY 1
                   UNTIL WS-INDICE-SIN-CUENTA
                         > WS-SIN-CUENTA-DISTINTOS
           END-IF.

           MOVE SPACES TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE 'POLIZAS LEIDAS DEL ESPEJO     ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-LEIDAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'ALTAS DEL DIA                 ' TO WS-TOT-TEXTO.
           MOVE WS-ALTAS-LEIDAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'ENDOSOS DEL DIA               ' TO WS-TOT-TEXTO.
           MOVE WS-ENDOSOS-LEIDOS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'ORDENES DE EXTORNO            ' TO WS-TOT-TEXTO.
           MOVE WS-EXTORNOS-LEIDOS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'MOVIMIENTOS DE SINIESTROS     ' TO WS-TOT-TEXTO.
           MOVE WS-SINIESTROS-LEIDOS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'MOVIMIENTOS DE IMPORTE CERO   ' TO WS-TOT-TEXTO.
           MOVE WS-MOVIMIENTOS-CERO TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'MOVIMIENTOS SIN CUENTA        ' TO WS-TOT-TEXTO.
           MOVE WS-MOVIMIENTOS-SIN-CUENTA TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'ASIENTOS GENERADOS            ' TO WS-TOT-TEXTO.
           MOVE WS-NUMERO-ASIENTO TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'LINEAS DE DIARIO ESCRITAS     ' TO WS-TOT-TEXTO.
           MOVE WS-LINEAS-ESCRITAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE SPACES TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE 'TOTAL DEBE                    ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-DEBE TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'TOTAL HABER                   ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-HABER TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'IMPORTE SIN CONTABILIZAR      ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-SIN-CUENTA TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE SPACES TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           IF WS-DIA-SI-CUADRA
               MOVE '   DIARIO CUADRADO: DEBE IGUAL A HABER Y TODO'
                   TO INF-LINEA
               MOVE 'EL MOVIMIENTO DEL DIA CONTABILIZADO'
                   TO INF-LINEA(47:35)
           ELSE
               MOVE '   DIARIO SIN CUADRAR: REVISAR LA CORRESPONDENCIA'
                   TO INF-LINEA
               MOVE 'CONTABLE ANTES DE CERRAR LA NOCHE'
                   TO INF-LINEA(51:33)
           END-IF.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 6100-IMPRIMIR-TIPO
      ******************************************************************
       6100-IMPRIMIR-TIPO.
           MOVE WS-TIP-CODIGO(WS-INDICE-TIPO) TO WS-DET-TIPO.
           MOVE WS-TIP-CONCEPTO(WS-INDICE-TIPO) TO WS-DET-CONCEPTO.
           MOVE WS-TIP-ASIENTOS(WS-INDICE-TIPO) TO WS-DET-ASIENTOS.
           MOVE WS-TIP-IMPORTE(WS-INDICE-TIPO) TO WS-DET-IMPORTE.
           MOVE WS-TIP-SIN-CUENTA(WS-INDICE-TIPO)
               TO WS-DET-SIN-CUENTA.
           MOVE WS-TIP-IMPORTE-SIN(WS-INDICE-TIPO)
               TO WS-DET-IMPORTE-SIN.
           MOVE WS-LIN-TIPO TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 6200-IMPRIMIR-SIN-CUENTA
      ******************************************************************
       6200-IMPRIMIR-SIN-CUENTA.
           MOVE WS-SCT-MOVIMIENTO(WS-INDICE-SIN-CUENTA)
               TO WS-SCD-TIPO.
           MOVE WS-SCT-PRODUCTO(WS-INDICE-SIN-CUENTA)
               TO WS-SCD-PRODUCTO.
           MOVE WS-SCT-MOVIMIENTOS(WS-INDICE-SIN-CUENTA)
               TO WS-SCD-MOVIMIENTOS.
           MOVE WS-SCT-IMPORTE(WS-INDICE-SIN-CUENTA)
               TO WS-SCD-IMPORTE.
           MOVE WS-LIN-SIN-CUENTA TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 8000-ESCRIBIR-PIE
      * EL PIE SOLO SE ESCRIBE CUANDO TODOS LOS ORIGENES SE
      * AGOTARON CON NORMALIDAD. DEBE Y HABER SE VUELVEN A COMPARAR
      * AQUI AUNQUE CADA ASIENTO YA NACE CUADRADO: ES LA
      * COMPROBACION QUE HARA EL SISTEMA CONTABLE AL CARGARLO.
      ******************************************************************
       8000-ESCRIBIR-PIE.
           IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
               DISPLAY 'POLCONTA: DEBE Y HABER NO CUADRAN, DEBE='
                   WS-TOTAL-DEBE ' HABER=' WS-TOTAL-HABER
               SET WS-DIA-NO-CUADRA TO TRUE
           END-IF.

           MOVE SPACES TO ASC-REGISTRO.
           SET ASC-ES-PIE TO TRUE.
           MOVE WS-LINEAS-ESCRITAS TO ASC-PIE-TOTAL-REGISTROS.
           MOVE WS-TOTAL-DEBE TO ASC-PIE-TOTAL-DEBE.
           MOVE WS-TOTAL-HABER TO ASC-PIE-TOTAL-HABER.
           IF WS-DIA-SI-CUADRA
               SET ASC-PIE-CUADRA TO TRUE
           ELSE
               SET ASC-PIE-NO-CUADRA TO TRUE
           END-IF.
           WRITE ASI-REGISTRO FROM ASC-REGISTRO.
           IF NOT WS-DIARIO-OK
               DISPLAY 'POLCONTA: ERROR AL ESCRIBIR PIE DE '
                   'DIARIO, STATUS=' WS-DIARIO-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 9000-FINALIZAR
      * CONDITION CODE 16 SI EL DIA NO CUADRA; SE FIJA ANTES DE
      * ANOTAR EL CIERRE PARA QUE POLCIERR NO DE LA NOCHE POR
      * BUENA.
      ******************************************************************
       9000-FINALIZAR.
           CLOSE POLIZAS-FILE.
           CLOSE PAGOS-FILE.
           CLOSE DIARIO-FILE.
           CLOSE INFORME-FILE.

           DISPLAY 'POLCONTA: FECHA CONTABLE       = '
               WS-FECHA-CONTABLE.
           DISPLAY 'POLCONTA: DESDE (EXCLUIDO)     = '
               WS-FECHA-DESDE.
           DISPLAY 'POLCONTA: POLIZAS LEIDAS       = '
               WS-POLIZAS-LEIDAS.
           DISPLAY 'POLCONTA: ASIENTOS GENERADOS   = '
               WS-NUMERO-ASIENTO.
           DISPLAY 'POLCONTA: LINEAS DE DIARIO     = '
               WS-LINEAS-ESCRITAS.
           DISPLAY 'POLCONTA: MOVIMIENTOS SIN CTA  = '
               WS-MOVIMIENTOS-SIN-CUENTA.
           IF WS-DIA-SI-CUADRA
               DISPLAY 'POLCONTA: DIARIO CUADRADO'
           ELSE
               DISPLAY 'POLCONTA: DIARIO SIN CUADRAR'
               MOVE 16 TO RETURN-CODE
           END-IF.

           MOVE WS-POLIZAS-LEIDAS TO WS-CIERRE-LEIDOS.
           MOVE WS-LINEAS-ESCRITAS TO WS-CIERRE-ESCRITOS.
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
               DISPLAY 'POLCONTA: ERROR AL ESCRIBIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
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

      ******************************************************************
      * 9500-ANOTAR-CIERRE
      * REGISTRO DE FINALIZACION EN EL FICHERO DE CONTROL DE LA
      * VENTANA NOCTURNA (PARRAFO COMPARTIDO, VER PR-ANOTCIE).
      ******************************************************************
       COPY PR-ANOTCIE.
