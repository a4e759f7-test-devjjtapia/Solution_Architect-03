      ******************************************************************
      * PROGRAMA BATCH - PROVISION DE PRIMAS NO CONSUMIDAS AL CIERRE
      * DE MES
      * CALCULA, PARA LA FECHA DE VALORACION QUE RECIBE EN EL PARM
      * ('AAAAMMDD', NORMALMENTE EL ULTIMO DIA DEL MES), LA PARTE NO
      * CONSUMIDA DE LA PRIMA DE CADA POLIZA EN VIGOR, QUE ES LA
      * PROVISION QUE EXIGE EL REGULADOR. HASTA AHORA ACTUARIAL LA
      * CALCULABA EN HOJA DE CALCULO SOBRE UNA COPIA DEL ESPEJO.
      *
      * RECORRE EL ESPEJO DE POLIZAS (POLUNLD, VALIDANDO CABECERA Y
      * PIE COMO LOS DEMAS CONSUMIDORES). UNA POLIZA ESTA EN VIGOR
      * SI ESTA ACTIVA O SUSPENDIDA Y LA FECHA DE VALORACION CAE
      * DENTRO DE SU TERMINO [EFECTO, VENCIMIENTO). EL TERMINO ES EL
      * PERIODO ANUAL EN CURSO: POLRENAC ALARGA EL VENCIMIENTO DEL
      * ESPEJO SIN TOCAR EL EFECTO ORIGINAL Y DEJA UN ENDOSO 'RENV'
      * CON EFECTO EN CADA VENCIMIENTO EXTENDIDO, ASI QUE EL TERMINO
      * EMPIEZA EN LA ULTIMA RENOVACION NO POSTERIOR A LA VALORACION
      * (SIN ELLA, EN EL EFECTO) Y ACABA EN LA PRIMERA RENOVACION
      * POSTERIOR (SIN ELLA, EN EL VENCIMIENTO), EL MISMO RECORRIDO
      * QUE GETPFECH. SU PRIMA ES LA
      * VIGENTE EN LA FECHA DE VALORACION, RECONSTRUIDA DE
      * POLIZAS_ENDOSOS POR FECHA DE EFECTO COMO EN POLEXTOR Y
      * POLCESIO, Y LA PARTE NO CONSUMIDA ES LA PRORRATA DE LOS DIAS
      * DEL TERMINO POSTERIORES A LA FECHA DE VALORACION (EL PROPIO
      * DIA DE VALORACION YA ESTA CONSUMIDO):
      *   PNC = PRIMA VIGENTE X (VENCIMIENTO - VALORACION - 1)
      *                        / (VENCIMIENTO - EFECTO)
      *
      * SALIDAS: REPORTE IMPRESO PAGINADO POR ESTADO Y PRODUCTO CON
      * SUBTOTALES Y TOTAL GENERAL, COMO POLSUMRY, Y FICHERO DE
      * TOTALES LEGIBLE POR MAQUINA (POLPPNC-REC) PARA EL DATA
      * WAREHOUSE DE FINANZAS. LAS POLIZAS CON FECHAS ILEGIBLES SE
      * CUENTAN EN EL REPORTE Y SE LISTAN POR SYSOUT.
      *
      * EL ESPEJO REFLEJA LA CARTERA DE LA NOCHE EN QUE SE EXTRAJO:
      * EL PASO SE LANZA AL CIERRE DE MES CON EL ESPEJO DE ESA NOCHE
      * Y LA FECHA DE VALORACION DEL MISMO DIA. PROCESO DE SOLO
      * LECTURA EN DB2 Y REGENERABLE: SI CAE SE RELANZA ENTERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLPPNC.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLIZAS-FILE ASSIGN TO POLIZAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLIZAS-STATUS.

           SELECT INFORME-FILE ASSIGN TO INFORME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

           SELECT TOTALES-FILE ASSIGN TO TOTALES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOTALES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLIZAS-FILE
           RECORDING MODE IS F.
       COPY POLIZAS-REC.
       COPY POLIZAS-CTL.

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INF-LINEA                   PIC X(132).

       FD  TOTALES-FILE
           RECORDING MODE IS F.
       COPY POLPPNC-REC.

       WORKING-STORAGE SECTION.
       01 WS-POLIZAS-STATUS        PIC X(02).
          88 WS-POLIZAS-OK             VALUE '00'.
       01 WS-INFORME-STATUS        PIC X(02).
          88 WS-INFORME-OK             VALUE '00'.
       01 WS-TOTALES-STATUS        PIC X(02).
          88 WS-TOTALES-OK             VALUE '00'.

       01 WS-INDICADORES.
          05 WS-FIN-POLIZAS           PIC X(01).
             88 WS-HAY-FIN-POLIZAS        VALUE 'S'.
             88 WS-NO-HAY-FIN-POLIZAS     VALUE 'N'.
          05 WS-FIN-CURSOR-ENDO       PIC X(01).
             88 WS-HAY-FIN-CURSOR-ENDO    VALUE 'S'.
             88 WS-NO-HAY-FIN-CURSOR-ENDO VALUE 'N'.
          05 WS-PRIMA-CALCULABLE      PIC X(01).
             88 WS-SI-CALCULABLE          VALUE 'S'.
             88 WS-NO-CALCULABLE          VALUE 'N'.
          05 WS-ESTADO-HALLADO        PIC X(01).
             88 WS-ESTADO-SI-HALLADO      VALUE 'S'.
             88 WS-ESTADO-NO-HALLADO      VALUE 'N'.
          05 WS-PRODUCTO-HALLADO      PIC X(01).
             88 WS-PRODUCTO-SI-HALLADO    VALUE 'S'.
             88 WS-PRODUCTO-NO-HALLADO    VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-POLIZAS-LEIDAS        PIC 9(09) COMP.
          05 WS-POLIZAS-NO-VIGOR      PIC 9(09) COMP.
          05 WS-FECHAS-ILEGIBLES      PIC 9(09) COMP.
          05 WS-TOTAL-POLIZAS         PIC 9(09) COMP.
          05 WS-TOTAL-PRIMAS          PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-NO-CONSUMIDA    PIC S9(13)V99 COMP-3.
          05 WS-INDICE-ESTADO         PIC 9(02) COMP.
          05 WS-INDICE-PRODUCTO       PIC 9(02) COMP.
          05 WS-EST-HALLADO           PIC 9(02) COMP.
          05 WS-PROD-HALLADO          PIC 9(02) COMP.

      *    TABLA DE ACUMULACION POR ESTADO Y PRODUCTO, COMO EN
      *    POLSUMRY. SOLO ENTRAN LOS ESTADOS EN VIGOR, PERO SE DEJA
      *    EL MISMO MARGEN; SI SE DESBORDA EL JOB ABENDA ANTES DE
      *    EMITIR UNA PROVISION INCOMPLETA.
       01 WS-MAXIMO-ESTADOS          PIC 9(02) COMP VALUE 10.
       01 WS-MAXIMO-PRODUCTOS        PIC 9(02) COMP VALUE 50.
       01 WS-TABLA-RESUMEN.
          05 WS-ESTADOS-DISTINTOS     PIC 9(02) COMP.
          05 WS-ENTRADA-ESTADO OCCURS 10 TIMES.
             10 WS-TBL-ESTADO            PIC X(10).
             10 WS-PRODUCTOS-DISTINTOS   PIC 9(02) COMP.
             10 WS-TBL-POLIZAS-ESTADO    PIC 9(09) COMP.
             10 WS-TBL-PRIMA-ESTADO      PIC S9(13)V99 COMP-3.
             10 WS-TBL-PNC-ESTADO        PIC S9(13)V99 COMP-3.
             10 WS-ENTRADA-PRODUCTO OCCURS 50 TIMES.
                15 WS-TBL-PRODUCTO          PIC X(10).
                15 WS-TBL-POLIZAS-PROD      PIC 9(09) COMP.
                15 WS-TBL-PRIMA-PROD        PIC S9(13)V99 COMP-3.
                15 WS-TBL-PNC-PROD          PIC S9(13)V99 COMP-3.

      *    FECHA DE VALORACION (PARM) EN LOS FORMATOS QUE SE USAN:
      *    AAAAMMDD PARA EL FICHERO DE TOTALES, ISO AAAA-MM-DD
      *    CONTRA LAS FECHAS DE EFECTO DE LOS ENDOSOS Y DIAS ENTEROS
      *    PARA LA PRORRATA.
       01 WS-VALORACION.
          05 WS-VALORACION-AMD        PIC X(08).
          05 WS-VALORACION-NUM REDEFINES WS-VALORACION-AMD.
             10 WS-VALORACION-ANO        PIC 9(04).
             10 WS-VALORACION-MES        PIC 9(02).
             10 WS-VALORACION-DIA        PIC 9(02).
          05 WS-VALORACION-ISO        PIC X(10).
          05 WS-DIA-VALORACION        PIC 9(08) COMP.

      *    CALCULO DE LA POLIZA EN CURSO.
       01 WS-CALCULO-PRIMA.
          05 WS-FECHA-AMD             PIC 9(08).
          05 WS-INICIO-TERMINO        PIC X(10).
          05 WS-FIN-TERMINO           PIC X(10).
          05 WS-DIA-EFECTO-ENTERO     PIC 9(08) COMP.
          05 WS-DIA-VENC-ENTERO       PIC 9(08) COMP.
          05 WS-DIAS-TERMINO          PIC S9(08) COMP.
          05 WS-DIAS-NO-CONSUMIDOS    PIC S9(08) COMP.
          05 WS-PRIMA-VIGENTE         PIC S9(9)V99 COMP-3.
          05 WS-PRIMA-NO-CONSUMIDA    PIC S9(9)V99 COMP-3.

       01 WS-CONTROL-PAGINA.
          05 WS-NUMERO-PAGINA         PIC 9(04) VALUE ZERO.
          05 WS-LINEAS-EN-PAGINA      PIC 9(02) VALUE 99.
          05 WS-LINEAS-POR-PAGINA     PIC 9(02) VALUE 55.

       01 WS-FECHA-PROCESO            PIC 9(08).

      *    ---------------------------------------------------------
      *    LINEAS DEL REPORTE
      *    ---------------------------------------------------------
       01 WS-LIN-CABECERA1.
          05 FILLER                   PIC X(37) VALUE
             'PROVISION DE PRIMAS NO CONSUMIDAS AL '.
          05 WS-CAB-VALORACION        PIC X(10).
          05 FILLER                   PIC X(53) VALUE SPACES.
          05 FILLER                   PIC X(06) VALUE 'FECHA '.
          05 WS-CAB-FECHA             PIC 9(08).
          05 FILLER                   PIC X(08) VALUE '  PAGINA'.
          05 WS-CAB-PAGINA            PIC ZZZ9.
          05 FILLER                   PIC X(06) VALUE SPACES.

       01 WS-LIN-SEPARADOR.
          05 FILLER                   PIC X(132) VALUE ALL '-'.

       01 WS-LIN-TITULO-SECCION.
          05 WS-TIT-TEXTO             PIC X(132).

       01 WS-LIN-DETALLE.
          05 FILLER                   PIC X(06) VALUE SPACES.
          05 WS-DET-PRODUCTO          PIC X(10).
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-DET-POLIZAS           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-DET-PRIMAS            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-DET-NO-CONSUMIDA      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(48) VALUE SPACES.

       01 WS-LIN-SUBTOTAL.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-SUB-TEXTO             PIC X(24).
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-SUB-POLIZAS           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-SUB-PRIMAS            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-SUB-NO-CONSUMIDA      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(37) VALUE SPACES.

       01 WS-LIN-TOTAL.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-TOT-TEXTO             PIC X(30).
          05 WS-TOT-VALOR             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(88) VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY POLENDOS.

       LINKAGE SECTION.
       01 WS-PARM-ENTRADA.
          05 WS-PARM-LONGITUD     PIC S9(04) COMP.
          05 WS-PARM-VALOR        PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-ENTRADA.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESAR-POLIZA UNTIL WS-HAY-FIN-POLIZAS.
           PERFORM 4000-EMITIR-RESUMEN.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      ******************************************************************
      * 1000-INICIAR
      ******************************************************************
       1000-INICIAR.
           SET WS-NO-HAY-FIN-POLIZAS TO TRUE.
           MOVE ZERO TO WS-POLIZAS-LEIDAS WS-POLIZAS-NO-VIGOR
                        WS-FECHAS-ILEGIBLES WS-TOTAL-POLIZAS
                        WS-TOTAL-PRIMAS WS-TOTAL-NO-CONSUMIDA
                        WS-ESTADOS-DISTINTOS.
           INITIALIZE WS-TABLA-RESUMEN.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1010-VALIDAR-PARM.

           OPEN INPUT POLIZAS-FILE.
           IF NOT WS-POLIZAS-OK
               DISPLAY 'POLPPNC: ERROR AL ABRIR POLIZAS, STATUS='
                   WS-POLIZAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1050-VALIDAR-CABECERA.

           OPEN OUTPUT INFORME-FILE.
           IF NOT WS-INFORME-OK
               DISPLAY 'POLPPNC: ERROR AL ABRIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TOTALES-FILE.
           IF NOT WS-TOTALES-OK
               DISPLAY 'POLPPNC: ERROR AL ABRIR TOTALES, STATUS='
                   WS-TOTALES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2100-LEER-POLIZA.

      ******************************************************************
      * 1010-VALIDAR-PARM
      * EL PARM TRAE LA FECHA DE VALORACION EN AAAAMMDD. UNA FECHA
      * QUE NO EXISTE (31 DE ABRIL, 29 DE FEBRERO NO BISIESTO) NO
      * VUELVE IGUAL AL PASARLA A DIAS ENTEROS Y DE VUELTA.
      ******************************************************************
       1010-VALIDAR-PARM.
           IF WS-PARM-LONGITUD < 8
                 OR WS-PARM-VALOR IS NOT NUMERIC
               DISPLAY 'POLPPNC: PARM INVALIDO, SE ESPERA AAAAMMDD '
                   '(FECHA DE VALORACION)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-PARM-VALOR TO WS-VALORACION-AMD.
           IF WS-VALORACION-MES < 1 OR WS-VALORACION-MES > 12
                 OR WS-VALORACION-DIA < 1 OR WS-VALORACION-DIA > 31
                 OR WS-VALORACION-ANO < 1601
               DISPLAY 'POLPPNC: PARM INVALIDO, FECHA FUERA DE RANGO '
                   WS-VALORACION-AMD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-VALORACION-AMD TO WS-FECHA-AMD.
           COMPUTE WS-DIA-VALORACION =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AMD).
           COMPUTE WS-FECHA-AMD =
               FUNCTION DATE-OF-INTEGER(WS-DIA-VALORACION).
           IF WS-FECHA-AMD NOT = WS-VALORACION-NUM
               DISPLAY 'POLPPNC: PARM INVALIDO, FECHA INEXISTENTE '
                   WS-VALORACION-AMD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-VALORACION-ISO.
           MOVE WS-VALORACION-AMD(1:4) TO WS-VALORACION-ISO(1:4).
           MOVE '-' TO WS-VALORACION-ISO(5:1).
           MOVE WS-VALORACION-AMD(5:2) TO WS-VALORACION-ISO(6:2).
           MOVE '-' TO WS-VALORACION-ISO(8:1).
           MOVE WS-VALORACION-AMD(7:2) TO WS-VALORACION-ISO(9:2).
           MOVE WS-VALORACION-ISO TO WS-CAB-VALORACION.

      ******************************************************************
      * 1050-VALIDAR-CABECERA
      * EL PRIMER REGISTRO DEL ESPEJO DEBE SER LA CABECERA DE
      * CONTROL DEL UNLOAD (POLUNLD, LAYOUT POLIZAS-CTL), COMO EN
      * LOS DEMAS CONSUMIDORES.
      ******************************************************************
       1050-VALIDAR-CABECERA.
           READ POLIZAS-FILE
               AT END
                   DISPLAY 'POLPPNC: FICHERO POLIZAS VACIO, SIN '
                       'CABECERA DE CONTROL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF NOT PZC-ES-CABECERA
               DISPLAY 'POLPPNC: FICHERO POLIZAS SIN CABECERA DE '
                   'CONTROL, PRIMER REGISTRO=' PZC-TIPO-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * 2000-PROCESAR-POLIZA
      * SOLO LAS POLIZAS ACTIVAS O SUSPENDIDAS CUYO TERMINO CONTIENE
      * LA FECHA DE VALORACION LLEVAN PROVISION.
      ******************************************************************
       2000-PROCESAR-POLIZA.
           IF PZ-ESTADO-POLIZA = 'ACTIVA'
                 OR PZ-ESTADO-POLIZA = 'SUSPENDIDA'
               SET WS-SI-CALCULABLE TO TRUE
               PERFORM 3050-TERMINO-VIGENTE
               PERFORM 3100-CONVERTIR-FECHAS
               IF WS-SI-CALCULABLE
                   IF WS-DIA-EFECTO-ENTERO NOT > WS-DIA-VALORACION
                         AND WS-DIA-VENC-ENTERO > WS-DIA-VALORACION
                       PERFORM 3000-PROVISIONAR-POLIZA
                   ELSE
                       ADD 1 TO WS-POLIZAS-NO-VIGOR
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-POLIZAS-NO-VIGOR
           END-IF.

           PERFORM 2100-LEER-POLIZA.

      ******************************************************************
      * 2100-LEER-POLIZA
      * EL FIN DE DATOS LO MARCA EL PIE DE CONTROL, NO EL FIN DE
      * FICHERO: LLEGAR A FIN DE FICHERO SIN PIE SIGNIFICA QUE EL
      * UNLOAD QUEDO INCOMPLETO Y EL JOB ABENDA.
      ******************************************************************
       2100-LEER-POLIZA.
           READ POLIZAS-FILE
               AT END
                   DISPLAY 'POLPPNC: FICHERO POLIZAS SIN PIE DE '
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
               DISPLAY 'POLPPNC: PIE DE CONTROL NO CUADRA, '
                   'DECLARADOS=' PZC-PIE-TOTAL-REGISTROS
                   ' LEIDOS=' WS-POLIZAS-LEIDAS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 3000-PROVISIONAR-POLIZA
      * PRIMA VIGENTE EN LA FECHA DE VALORACION Y SU PARTE NO
      * CONSUMIDA, ACUMULADAS EN LA TABLA POR ESTADO Y PRODUCTO.
      ******************************************************************
       3000-PROVISIONAR-POLIZA.
           PERFORM 3300-PRIMA-VIGENTE.

           COMPUTE WS-DIAS-NO-CONSUMIDOS =
               WS-DIA-VENC-ENTERO - WS-DIA-VALORACION - 1.
           COMPUTE WS-PRIMA-NO-CONSUMIDA ROUNDED =
               WS-PRIMA-VIGENTE * WS-DIAS-NO-CONSUMIDOS
               / WS-DIAS-TERMINO.

           PERFORM 3500-LOCALIZAR-ESTADO.
           PERFORM 3600-LOCALIZAR-PRODUCTO.

           ADD 1 TO WS-TBL-POLIZAS-ESTADO(WS-EST-HALLADO).
           ADD WS-PRIMA-VIGENTE
               TO WS-TBL-PRIMA-ESTADO(WS-EST-HALLADO).
           ADD WS-PRIMA-NO-CONSUMIDA
               TO WS-TBL-PNC-ESTADO(WS-EST-HALLADO).
           ADD 1 TO WS-TBL-POLIZAS-PROD(WS-EST-HALLADO
                                        WS-PROD-HALLADO).
           ADD WS-PRIMA-VIGENTE
               TO WS-TBL-PRIMA-PROD(WS-EST-HALLADO WS-PROD-HALLADO).
           ADD WS-PRIMA-NO-CONSUMIDA
               TO WS-TBL-PNC-PROD(WS-EST-HALLADO WS-PROD-HALLADO).
           ADD 1 TO WS-TOTAL-POLIZAS.
           ADD WS-PRIMA-VIGENTE TO WS-TOTAL-PRIMAS.
           ADD WS-PRIMA-NO-CONSUMIDA TO WS-TOTAL-NO-CONSUMIDA.

      ******************************************************************
      * 3050-TERMINO-VIGENTE
      * LIMITES DEL PERIODO ANUAL QUE CONTIENE LA FECHA DE
      * VALORACION SEGUN LOS ENDOSOS 'RENV' DE POLRENAC: INICIO EN
      * LA ULTIMA RENOVACION CON EFECTO NO POSTERIOR A LA VALORACION
      * Y FIN EN LA PRIMERA POSTERIOR. SIN RENOVACIONES A UN LADO U
      * OTRO VALEN EL EFECTO Y EL VENCIMIENTO DEL ESPEJO.
      ******************************************************************
       3050-TERMINO-VIGENTE.
           MOVE PZ-POLIZA-ID TO ENDO-POLIZA-ID.

           EXEC SQL
                SELECT COALESCE(MAX(FECHA_EFECTO), ' ')
                  INTO :WS-INICIO-TERMINO
                  FROM POLIZAS_ENDOSOS
                 WHERE POLIZA_ID     = :ENDO-POLIZA-ID
                   AND MOTIVO_ENDOSO = 'RENV'
                   AND FECHA_EFECTO <= :WS-VALORACION-ISO
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLPPNC: ERROR DB2 AL BUSCAR INICIO DEL '
                   'TERMINO, POLIZA=' PZ-POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           EXEC SQL
                SELECT COALESCE(MIN(FECHA_EFECTO), ' ')
                  INTO :WS-FIN-TERMINO
                  FROM POLIZAS_ENDOSOS
                 WHERE POLIZA_ID     = :ENDO-POLIZA-ID
                   AND MOTIVO_ENDOSO = 'RENV'
                   AND FECHA_EFECTO  > :WS-VALORACION-ISO
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLPPNC: ERROR DB2 AL BUSCAR FIN DEL '
                   'TERMINO, POLIZA=' PZ-POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           IF WS-INICIO-TERMINO = SPACES
               MOVE PZ-FECHA-EFECTO TO WS-INICIO-TERMINO
           END-IF.
           IF WS-FIN-TERMINO = SPACES
               MOVE PZ-FECHA-VENCIMIENTO TO WS-FIN-TERMINO
           END-IF.

      ******************************************************************
      * 3100-CONVERTIR-FECHAS
      * PASA INICIO Y FIN DEL TERMINO VIGENTE A DIAS ENTEROS. UNA
      * FECHA ILEGIBLE O UN TERMINO NO POSITIVO DEJAN LA POLIZA
      * FUERA DE LA PROVISION CON CONSTANCIA POR SYSOUT Y EN EL
      * REPORTE.
      ******************************************************************
       3100-CONVERTIR-FECHAS.
           MOVE WS-INICIO-TERMINO(1:4) TO WS-FECHA-AMD(1:4).
           MOVE WS-INICIO-TERMINO(6:2) TO WS-FECHA-AMD(5:2).
           MOVE WS-INICIO-TERMINO(9:2) TO WS-FECHA-AMD(7:2).
           IF WS-FECHA-AMD IS NUMERIC
               COMPUTE WS-DIA-EFECTO-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-AMD)
           ELSE
               SET WS-NO-CALCULABLE TO TRUE
           END-IF.

           IF WS-SI-CALCULABLE
               MOVE WS-FIN-TERMINO(1:4) TO WS-FECHA-AMD(1:4)
               MOVE WS-FIN-TERMINO(6:2) TO WS-FECHA-AMD(5:2)
               MOVE WS-FIN-TERMINO(9:2) TO WS-FECHA-AMD(7:2)
               IF WS-FECHA-AMD IS NUMERIC
                   COMPUTE WS-DIA-VENC-ENTERO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-AMD)
               ELSE
                   SET WS-NO-CALCULABLE TO TRUE
               END-IF
           END-IF.

           IF WS-SI-CALCULABLE
               COMPUTE WS-DIAS-TERMINO =
                   WS-DIA-VENC-ENTERO - WS-DIA-EFECTO-ENTERO
               IF WS-DIAS-TERMINO NOT > ZERO
                   SET WS-NO-CALCULABLE TO TRUE
               END-IF
           END-IF.

           IF WS-NO-CALCULABLE
               ADD 1 TO WS-FECHAS-ILEGIBLES
               DISPLAY 'POLPPNC: FECHAS ILEGIBLES O TERMINO NO '
                   'POSITIVO, POLIZA ' PZ-POLIZA-ID ' SIN PROVISION'
           END-IF.

      ******************************************************************
      * 3300-PRIMA-VIGENTE
      * RECONSTRUYE LA PRIMA VIGENTE EN LA FECHA DE VALORACION
      * RECORRIENDO POLIZAS_ENDOSOS EN ORDEN, COMO POLEXTOR: SE
      * PARTE DE LA PRIMA ANTERIOR AL PRIMER ENDOSO (O DE LA DEL
      * ESPEJO SI NO HAY ENDOSOS) Y SE APLICA CADA ENDOSO CUYA
      * FECHA DE EFECTO NO SEA POSTERIOR A LA VALORACION. ASI UN
      * ENDOSO CON EFECTO EN EL MES SIGUIENTE NO ALTERA LA
      * PROVISION DE ESTE CIERRE.
      ******************************************************************
       3300-PRIMA-VIGENTE.
           MOVE PZ-PRIMA-IMPORTE TO WS-PRIMA-VIGENTE.
           MOVE PZ-POLIZA-ID TO ENDO-POLIZA-ID.
           SET WS-NO-HAY-FIN-CURSOR-ENDO TO TRUE.

           EXEC SQL
                DECLARE CUR-ENDO CURSOR FOR
                SELECT SECUENCIA, FECHA_EFECTO, PRIMA_ANTERIOR,
                       PRIMA_NUEVA
                  FROM POLIZAS_ENDOSOS
                 WHERE POLIZA_ID = :ENDO-POLIZA-ID
                 ORDER BY SECUENCIA
           END-EXEC.

           EXEC SQL OPEN CUR-ENDO END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLPPNC: ERROR DB2 AL ABRIR CURSOR DE '
                   'ENDOSOS, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           PERFORM 3350-APLICAR-ENDOSO
               UNTIL WS-HAY-FIN-CURSOR-ENDO.

           EXEC SQL CLOSE CUR-ENDO END-EXEC.

      ******************************************************************
      * 3350-APLICAR-ENDOSO
      ******************************************************************
       3350-APLICAR-ENDOSO.
           EXEC SQL
                FETCH CUR-ENDO
                 INTO :ENDO-SECUENCIA, :ENDO-FECHA-EFECTO,
                      :ENDO-PRIMA-ANTERIOR, :ENDO-PRIMA-NUEVA
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF ENDO-SECUENCIA = 1
                       MOVE ENDO-PRIMA-ANTERIOR TO WS-PRIMA-VIGENTE
                   END-IF
                   IF ENDO-FECHA-EFECTO NOT > WS-VALORACION-ISO
                       MOVE ENDO-PRIMA-NUEVA TO WS-PRIMA-VIGENTE
                   END-IF
               WHEN 100
                   SET WS-HAY-FIN-CURSOR-ENDO TO TRUE
               WHEN OTHER
                   DISPLAY 'POLPPNC: ERROR DB2 EN FETCH DE '
                       'ENDOSOS, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 3500-LOCALIZAR-ESTADO
      * BUSQUEDA SERIAL DEL ESTADO EN LA TABLA; SE LE ABRE ENTRADA
      * SI ES LA PRIMERA VEZ QUE APARECE.
      ******************************************************************
       3500-LOCALIZAR-ESTADO.
           SET WS-ESTADO-NO-HALLADO TO TRUE.
           PERFORM VARYING WS-INDICE-ESTADO FROM 1 BY 1
                   UNTIL WS-INDICE-ESTADO > WS-ESTADOS-DISTINTOS
                      OR WS-ESTADO-SI-HALLADO
               IF WS-TBL-ESTADO(WS-INDICE-ESTADO)
                     = PZ-ESTADO-POLIZA
                   SET WS-ESTADO-SI-HALLADO TO TRUE
                   MOVE WS-INDICE-ESTADO TO WS-EST-HALLADO
               END-IF
           END-PERFORM.

           IF WS-ESTADO-NO-HALLADO
               IF WS-ESTADOS-DISTINTOS >= WS-MAXIMO-ESTADOS
                   DISPLAY 'POLPPNC: TABLA DE ESTADOS DESBORDADA, '
                       'ESTADO=' PZ-ESTADO-POLIZA
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
               END-IF
               ADD 1 TO WS-ESTADOS-DISTINTOS
               MOVE WS-ESTADOS-DISTINTOS TO WS-EST-HALLADO
               MOVE PZ-ESTADO-POLIZA
                   TO WS-TBL-ESTADO(WS-EST-HALLADO)
           END-IF.

      ******************************************************************
      * 3600-LOCALIZAR-PRODUCTO
      * IGUAL QUE 3500 PERO DENTRO DEL ESTADO YA LOCALIZADO.
      ******************************************************************
       3600-LOCALIZAR-PRODUCTO.
           SET WS-PRODUCTO-NO-HALLADO TO TRUE.
           PERFORM VARYING WS-INDICE-PRODUCTO FROM 1 BY 1
                   UNTIL WS-INDICE-PRODUCTO >
                         WS-PRODUCTOS-DISTINTOS(WS-EST-HALLADO)
                      OR WS-PRODUCTO-SI-HALLADO
               IF WS-TBL-PRODUCTO(WS-EST-HALLADO WS-INDICE-PRODUCTO)
                     = PZ-TIPO-PRODUCTO
                   SET WS-PRODUCTO-SI-HALLADO TO TRUE
                   MOVE WS-INDICE-PRODUCTO TO WS-PROD-HALLADO
               END-IF
           END-PERFORM.

           IF WS-PRODUCTO-NO-HALLADO
               IF WS-PRODUCTOS-DISTINTOS(WS-EST-HALLADO)
                     >= WS-MAXIMO-PRODUCTOS
                   DISPLAY 'POLPPNC: TABLA DE PRODUCTOS DESBORDADA, '
                       'PRODUCTO=' PZ-TIPO-PRODUCTO
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRODUCTOS-DISTINTOS(WS-EST-HALLADO)
               MOVE WS-PRODUCTOS-DISTINTOS(WS-EST-HALLADO)
                   TO WS-PROD-HALLADO
               MOVE PZ-TIPO-PRODUCTO
                   TO WS-TBL-PRODUCTO(WS-EST-HALLADO WS-PROD-HALLADO)
           END-IF.

      ******************************************************************
      * 4000-EMITIR-RESUMEN
      * RECORRE LA TABLA ACUMULADA: UNA SECCION POR ESTADO CON SUS
      * PRODUCTOS Y SUBTOTAL, Y AL FINAL LOS TOTALES GENERALES Y LOS
      * CONTADORES DE CONTROL. CADA LINEA DE DETALLE Y SUBTOTAL SE
      * DUPLICA EN EL FICHERO DE TOTALES PARA EL DATA WAREHOUSE.
      ******************************************************************
       4000-EMITIR-RESUMEN.
           PERFORM 4100-EMITIR-ESTADO
               VARYING WS-INDICE-ESTADO FROM 1 BY 1
               UNTIL WS-INDICE-ESTADO > WS-ESTADOS-DISTINTOS.

           MOVE SPACES TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'TOTAL GENERAL           ' TO WS-SUB-TEXTO.
           MOVE WS-TOTAL-POLIZAS TO WS-SUB-POLIZAS.
           MOVE WS-TOTAL-PRIMAS TO WS-SUB-PRIMAS.
           MOVE WS-TOTAL-NO-CONSUMIDA TO WS-SUB-NO-CONSUMIDA.
           MOVE WS-LIN-SUBTOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE '*GLOBAL*' TO PNC-ESTADO-POLIZA.
           MOVE SPACES TO PNC-TIPO-PRODUCTO.
           MOVE WS-TOTAL-POLIZAS TO PNC-NUM-POLIZAS.
           MOVE WS-TOTAL-PRIMAS TO PNC-PRIMA-VIGENTE.
           MOVE WS-TOTAL-NO-CONSUMIDA TO PNC-PRIMA-NO-CONSUMIDA.
           PERFORM 9500-ESCRIBIR-TOTAL.

           MOVE 'CONTROL' TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.

           MOVE 'POLIZAS LEIDAS DEL ESPEJO     ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-LEIDAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'POLIZAS EN VIGOR PROVISIONADAS' TO WS-TOT-TEXTO.
           MOVE WS-TOTAL-POLIZAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'POLIZAS SIN VIGOR A LA FECHA  ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-NO-VIGOR TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'FECHAS ILEGIBLES (SIN PROVIS.)' TO WS-TOT-TEXTO.
           MOVE WS-FECHAS-ILEGIBLES TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 4100-EMITIR-ESTADO
      ******************************************************************
       4100-EMITIR-ESTADO.
           MOVE SPACES TO WS-TIT-TEXTO.
           STRING 'ESTADO: '
                  WS-TBL-ESTADO(WS-INDICE-ESTADO)
               DELIMITED BY SIZE INTO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.

           MOVE '      PRODUCTO        POLIZAS' TO WS-TIT-TEXTO.
           MOVE 'PRIMA VIGENTE' TO WS-TIT-TEXTO(45:13).
           MOVE 'PRIMA NO CONSUMIDA' TO WS-TIT-TEXTO(66:18).
           PERFORM 9300-IMPRIMIR-LINEA-TITULO.

           PERFORM 4200-EMITIR-PRODUCTO
               VARYING WS-INDICE-PRODUCTO FROM 1 BY 1
               UNTIL WS-INDICE-PRODUCTO >
                     WS-PRODUCTOS-DISTINTOS(WS-INDICE-ESTADO).

           MOVE SPACES TO WS-SUB-TEXTO.
           STRING 'SUBTOTAL '
                  WS-TBL-ESTADO(WS-INDICE-ESTADO)
               DELIMITED BY SIZE INTO WS-SUB-TEXTO.
           MOVE WS-TBL-POLIZAS-ESTADO(WS-INDICE-ESTADO)
               TO WS-SUB-POLIZAS.
           MOVE WS-TBL-PRIMA-ESTADO(WS-INDICE-ESTADO)
               TO WS-SUB-PRIMAS.
           MOVE WS-TBL-PNC-ESTADO(WS-INDICE-ESTADO)
               TO WS-SUB-NO-CONSUMIDA.
           MOVE WS-LIN-SUBTOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE WS-TBL-ESTADO(WS-INDICE-ESTADO) TO PNC-ESTADO-POLIZA.
           MOVE '*TOTAL*' TO PNC-TIPO-PRODUCTO.
           MOVE WS-TBL-POLIZAS-ESTADO(WS-INDICE-ESTADO)
               TO PNC-NUM-POLIZAS.
           MOVE WS-TBL-PRIMA-ESTADO(WS-INDICE-ESTADO)
               TO PNC-PRIMA-VIGENTE.
           MOVE WS-TBL-PNC-ESTADO(WS-INDICE-ESTADO)
               TO PNC-PRIMA-NO-CONSUMIDA.
           PERFORM 9500-ESCRIBIR-TOTAL.

      ******************************************************************
      * 4200-EMITIR-PRODUCTO
      ******************************************************************
       4200-EMITIR-PRODUCTO.
           MOVE WS-TBL-PRODUCTO(WS-INDICE-ESTADO WS-INDICE-PRODUCTO)
               TO WS-DET-PRODUCTO.
           MOVE WS-TBL-POLIZAS-PROD(WS-INDICE-ESTADO
                                    WS-INDICE-PRODUCTO)
               TO WS-DET-POLIZAS.
           MOVE WS-TBL-PRIMA-PROD(WS-INDICE-ESTADO WS-INDICE-PRODUCTO)
               TO WS-DET-PRIMAS.
           MOVE WS-TBL-PNC-PROD(WS-INDICE-ESTADO WS-INDICE-PRODUCTO)
               TO WS-DET-NO-CONSUMIDA.
           MOVE WS-LIN-DETALLE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE WS-TBL-ESTADO(WS-INDICE-ESTADO) TO PNC-ESTADO-POLIZA.
           MOVE WS-TBL-PRODUCTO(WS-INDICE-ESTADO WS-INDICE-PRODUCTO)
               TO PNC-TIPO-PRODUCTO.
           MOVE WS-TBL-POLIZAS-PROD(WS-INDICE-ESTADO
                                    WS-INDICE-PRODUCTO)
               TO PNC-NUM-POLIZAS.
           MOVE WS-TBL-PRIMA-PROD(WS-INDICE-ESTADO WS-INDICE-PRODUCTO)
               TO PNC-PRIMA-VIGENTE.
           MOVE WS-TBL-PNC-PROD(WS-INDICE-ESTADO WS-INDICE-PRODUCTO)
               TO PNC-PRIMA-NO-CONSUMIDA.
           PERFORM 9500-ESCRIBIR-TOTAL.

      ******************************************************************
      * 9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           CLOSE POLIZAS-FILE.
           CLOSE INFORME-FILE.
           CLOSE TOTALES-FILE.

           DISPLAY 'POLPPNC: FECHA DE VALORACION   = '
               WS-VALORACION-AMD.
           DISPLAY 'POLPPNC: POLIZAS LEIDAS        = '
               WS-POLIZAS-LEIDAS.
           DISPLAY 'POLPPNC: POLIZAS PROVISIONADAS = '
               WS-TOTAL-POLIZAS.
           DISPLAY 'POLPPNC: FECHAS ILEGIBLES      = '
               WS-FECHAS-ILEGIBLES.

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
               DISPLAY 'POLPPNC: ERROR AL ESCRIBIR INFORME, STATUS='
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
      * 9500-ESCRIBIR-TOTAL
      * TODAS LAS LINEAS DEL FICHERO DE TOTALES LLEVAN LA FECHA DE
      * VALORACION.
      ******************************************************************
       9500-ESCRIBIR-TOTAL.
           MOVE WS-VALORACION-AMD TO PNC-FECHA-VALORACION.
           WRITE PNC-REGISTRO.
           IF NOT WS-TOTALES-OK
               DISPLAY 'POLPPNC: ERROR AL ESCRIBIR TOTALES, STATUS='
                   WS-TOTALES-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.
