      ******************************************************************
      * PROGRAMA BATCH - BORDEREAU MENSUAL DE CESION AL REASEGURO
      * AL CIERRE DE CADA MES (PARM 'AAAAMM') LIQUIDA CON LOS
      * REASEGURADORES LA PARTE CEDIDA DE PRIMAS Y SINIESTROS
      * SEGUN EL TRATADO QUE CUBRE CADA TIPO DE PRODUCTO (TABLA
      * TRATADOS_REASEGURO, VER TRATADO.CPY: PORCENTAJE DE CESION,
      * LIMITE DE RETENCION Y PERIODO DE VIGENCIA). HASTA AHORA EL
      * BORDEREAU SE MONTABA EN HOJA DE CALCULO A PARTIR DE
      * LISTADOS DE POLSUMRY.
      *
      * PRIMAS: RECORRE EL ESPEJO DE POLIZAS (POLUNLD, VALIDANDO
      * CABECERA Y PIE COMO LOS DEMAS CONSUMIDORES) Y POR CADA
      * POLIZA EN RIESGO ALGUN DIA DEL MES (ACTIVA O SUSPENDIDA, O
      * CANCELADA O VENCIDA CON CIERRE EN EL MES O DESPUES) EMITE
      * UNA LINEA CON LA PRIMA ANUAL VIGENTE AL CIERRE DEL MES
      * (RECONSTRUIDA DE POLIZAS_ENDOSOS COMO EN POLEXTOR), LA
      * PRIMA DEVENGADA EN EL MES A PRORRATA DE DIAS CUBIERTOS Y
      * LA PRIMA CEDIDA. EL TERMINO ES EL PERIODO ANUAL EN CURSO,
      * DELIMITADO POR LOS ENDOSOS 'RENV' DE POLRENAC COMO EN
      * GETPFECH Y POLPPNC. SI LA POLIZA SE RENUEVA DENTRO DEL MES
      * LOS DIAS ANTERIORES A LA RENOVACION SON DEL TERMINO QUE
      * ACABA Y SALEN EN UNA SEGUNDA LINEA, CON LA PRIMA VIGENTE EL
      * DIA ANTERIOR A LA RENOVACION. UNA POLIZA CERRADA CEDE SOLO
      * HASTA SU FECHA DE CIERRE (ULTIMO PASO A SU ESTADO ACTUAL EN
      * POLIZAS_HIST), CON LA PRIMA VIGENTE EL DIA ANTERIOR.
      *
      * SINIESTROS: CRUZA EL ESPEJO (ORDENADO POR POLIZA-ID) CON UN
      * CURSOR SOBRE POLIZAS_SINIESTROS EN EL MISMO ORDEN Y POR
      * CADA SINIESTRO ABIERTO AL CIERRE DEL MES O CERRADO DENTRO
      * DE EL EMITE UNA LINEA CON LA RESERVA, LOS PAGOS DEL MES
      * (LIBRO POLIZAS_SINI_MOVIM) Y LA RESERVA PENDIENTE, CON SU
      * PARTE CEDIDA. RESERVA Y PENDIENTE SON LAS VIGENTES AL
      * EJECUTAR: EL PASO SE LANZA AL CIERRE DEL MES, ANTES DE QUE
      * TRAMITACION GRABE MOVIMIENTOS DEL MES SIGUIENTE.
      *
      * UN PRODUCTO SIN TRATADO, O CON EL TRATADO FUERA DE VIGENCIA
      * EN EL MES, NO SE SALTA EN SILENCIO: SUS POLIZAS Y
      * SINIESTROS SE ACUMULAN COMO EXCEPCION EN EL REPORTE DE
      * CONTROL Y SE AVISA POR SYSOUT, PARA QUE REASEGURO DECIDA
      * ANTES DE ENVIAR EL BORDEREAU.
      *
      * SALIDAS: BORDEREAU DE PRIMAS (CESPRIM-REC) Y DE SINIESTROS
      * (CESSINI-REC), CADA UNO ENVUELTO EN CABECERA Y PIE DE
      * CONTROL (CESION-CTL) COMO EL CUADRO DE RECIBOS, Y REPORTE
      * DE CONTROL CON LOS TOTALES CEDIDOS POR TRATADO. PROCESO DE
      * SOLO LECTURA EN DB2 Y REGENERABLE: SI CAE SE RELANZA ENTERO
      * Y LA SALIDA SE REGRABA DESDE CERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLCESIO.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLIZAS-FILE ASSIGN TO POLIZAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLIZAS-STATUS.

           SELECT PRIMAS-FILE ASSIGN TO PRIMACED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIMAS-STATUS.

           SELECT SINIESTROS-FILE ASSIGN TO SINICED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SINIESTROS-STATUS.

           SELECT INFORME-FILE ASSIGN TO INFORME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLIZAS-FILE
           RECORDING MODE IS F.
       COPY POLIZAS-REC.
       COPY POLIZAS-CTL.

       FD  PRIMAS-FILE
           RECORDING MODE IS F.
       COPY CESPRIM-REC.

       FD  SINIESTROS-FILE
           RECORDING MODE IS F.
       COPY CESSINI-REC.

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INF-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-POLIZAS-STATUS        PIC X(02).
          88 WS-POLIZAS-OK             VALUE '00'.
       01 WS-PRIMAS-STATUS         PIC X(02).
          88 WS-PRIMAS-OK              VALUE '00'.
       01 WS-SINIESTROS-STATUS     PIC X(02).
          88 WS-SINIESTROS-OK          VALUE '00'.
       01 WS-INFORME-STATUS        PIC X(02).
          88 WS-INFORME-OK             VALUE '00'.

       01 WS-INDICADORES.
          05 WS-FIN-POLIZAS           PIC X(01).
             88 WS-HAY-FIN-POLIZAS        VALUE 'S'.
             88 WS-NO-HAY-FIN-POLIZAS     VALUE 'N'.
          05 WS-FIN-SINIESTROS        PIC X(01).
             88 WS-HAY-FIN-SINIESTROS     VALUE 'S'.
             88 WS-NO-HAY-FIN-SINIESTROS  VALUE 'N'.
          05 WS-FIN-CURSOR-TRAT       PIC X(01).
             88 WS-HAY-FIN-CURSOR-TRAT    VALUE 'S'.
             88 WS-NO-HAY-FIN-CURSOR-TRAT VALUE 'N'.
          05 WS-FIN-CURSOR-ENDO       PIC X(01).
             88 WS-HAY-FIN-CURSOR-ENDO    VALUE 'S'.
             88 WS-NO-HAY-FIN-CURSOR-ENDO VALUE 'N'.
          05 WS-PRIMA-CALCULABLE      PIC X(01).
             88 WS-SI-CALCULABLE          VALUE 'S'.
             88 WS-NO-CALCULABLE          VALUE 'N'.
          05 WS-TRATADO-APLICABLE     PIC X(01).
             88 WS-SI-APLICABLE           VALUE 'S'.
             88 WS-NO-APLICABLE           VALUE 'N'.
          05 WS-ENTRADA-HALLADA       PIC X(01).
             88 WS-ENTRADA-SI-HALLADA     VALUE 'S'.
             88 WS-ENTRADA-NO-HALLADA     VALUE 'N'.
          05 WS-ORIGEN-TERMINO        PIC X(01).
             88 WS-TERMINO-RENOVADO       VALUE 'R'.
             88 WS-TERMINO-ORIGINAL       VALUE 'O'.
          05 WS-TRAMO-TERMINO         PIC X(01).
             88 WS-TRAMO-CIERRE           VALUE 'C'.
             88 WS-TRAMO-ANTERIOR         VALUE 'A'.
          05 WS-SITUACION-POLIZA      PIC X(01).
             88 WS-POLIZA-EN-VIGOR        VALUE 'V'.
             88 WS-POLIZA-CERRADA         VALUE 'C'.

       01 WS-CONTADORES.
          05 WS-POLIZAS-LEIDAS        PIC 9(09) COMP.
          05 WS-POLIZAS-EN-PERIODO    PIC 9(09) COMP.
          05 WS-PRIMAS-ESCRITAS       PIC 9(09) COMP.
          05 WS-POLIZAS-EXCEPCION     PIC 9(09) COMP.
          05 WS-FECHAS-ILEGIBLES      PIC 9(09) COMP.
          05 WS-SINIESTROS-LEIDOS     PIC 9(09) COMP.
          05 WS-SINIESTROS-ESCRITOS   PIC 9(09) COMP.
          05 WS-SINIESTROS-EXCEPCION  PIC 9(09) COMP.
          05 WS-SINIESTROS-SIN-POLIZA PIC 9(09) COMP.
          05 WS-INDICE-TRATADO        PIC 9(02) COMP.
          05 WS-TRAT-HALLADO          PIC 9(02) COMP.
          05 WS-INDICE-ACUMULADO      PIC 9(02) COMP.
          05 WS-ACU-HALLADO           PIC 9(02) COMP.
          05 WS-INDICE-EXCEPCION      PIC 9(02) COMP.
          05 WS-EXC-HALLADO           PIC 9(02) COMP.

       01 WS-TOTALES.
          05 WS-TOTAL-PRIMA-PERIODO   PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-PRIMA-CEDIDA    PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-PAGADO-CEDIDO   PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-PENDIENTE-CEDIDO
                                      PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-SINIESTROS-CEDIDO
                                      PIC S9(13)V99 COMP-3.

      *    MES QUE SE CEDE (PARM) Y SUS LIMITES, EN LOS FORMATOS
      *    QUE SE COMPARAN: ISO AAAA-MM-DD CONTRA LAS FECHAS DE
      *    POLIZA Y DE TRATADO, AAAAMMDD CONTRA LAS FECHAS DE
      *    CIERRE DE SINIESTRO Y DE MOVIMIENTO, Y DIAS ENTEROS PARA
      *    LA PRORRATA.
       01 WS-PERIODO.
          05 WS-PERIODO-AAAAMM        PIC X(06).
          05 WS-PERIODO-NUM REDEFINES WS-PERIODO-AAAAMM.
             10 WS-PERIODO-ANO           PIC 9(04).
             10 WS-PERIODO-MES           PIC 9(02).
          05 WS-INICIO-MES-AMD        PIC X(08).
          05 WS-FIN-MES-AMD           PIC X(08).
          05 WS-INICIO-MES-ISO        PIC X(10).
          05 WS-FIN-MES-ISO           PIC X(10).
          05 WS-DIA-INICIO-MES        PIC 9(08) COMP.
          05 WS-DIA-FIN-MES           PIC 9(08) COMP.

      *    TRATADOS CARGADOS EN MEMORIA AL INICIO (UNO POR TIPO DE
      *    PRODUCTO, SON POCOS). LA VIGENCIA FRENTE AL MES SE
      *    DECIDE UNA SOLA VEZ AL CARGAR.
       01 WS-TRATADOS-MAXIMO         PIC 9(02) COMP VALUE 50.
       01 WS-TABLA-TRATADOS.
          05 WS-TRATADOS-TOTAL        PIC 9(02) COMP.
          05 WS-ENTRADA-TRATADO OCCURS 50 TIMES.
             10 WS-TRT-PRODUCTO          PIC X(10).
             10 WS-TRT-CODIGO            PIC X(10).
             10 WS-TRT-PORCENTAJE        PIC S9(3)V99 COMP-3.
             10 WS-TRT-LIMITE            PIC S9(9)V99 COMP-3.
             10 WS-TRT-VIGENCIA          PIC X(01).
                88 WS-TRT-VIGENTE            VALUE 'S'.
                88 WS-TRT-NO-VIGENTE         VALUE 'N'.

      *    TOTALES CEDIDOS POR CODIGO DE TRATADO PARA EL REPORTE
      *    (VARIOS PRODUCTOS PUEDEN COMPARTIR TRATADO).
       01 WS-TABLA-ACUMULADOS.
          05 WS-ACUMULADOS-DISTINTOS  PIC 9(02) COMP.
          05 WS-ENTRADA-ACUMULADO OCCURS 50 TIMES.
             10 WS-ACU-TRATADO           PIC X(10).
             10 WS-ACU-POLIZAS           PIC 9(09) COMP.
             10 WS-ACU-PRIMA-PERIODO     PIC S9(13)V99 COMP-3.
             10 WS-ACU-PRIMA-CEDIDA      PIC S9(13)V99 COMP-3.
             10 WS-ACU-SINIESTROS        PIC 9(09) COMP.
             10 WS-ACU-PAGADO-CEDIDO     PIC S9(13)V99 COMP-3.
             10 WS-ACU-PENDIENTE-CEDIDO  PIC S9(13)V99 COMP-3.

      *    EXCEPCIONES POR TIPO DE PRODUCTO SIN TRATADO APLICABLE,
      *    CON LA MISMA ENTRADA COMODIN '*DEMAS*' QUE LOS DEMAS
      *    REPORTES.
       01 WS-EXCEPCION-MAXIMO        PIC 9(02) COMP VALUE 50.
       01 WS-TABLA-EXCEPCIONES.
          05 WS-EXCEPCIONES-DISTINTAS PIC 9(02) COMP.
          05 WS-ENTRADA-EXCEPCION OCCURS 50 TIMES.
             10 WS-EXC-PRODUCTO          PIC X(10).
             10 WS-EXC-MOTIVO            PIC X(20).
             10 WS-EXC-POLIZAS           PIC 9(09) COMP.
             10 WS-EXC-PRIMA-PERIODO     PIC S9(13)V99 COMP-3.
             10 WS-EXC-SINIESTROS        PIC 9(09) COMP.
             10 WS-EXC-PENDIENTE         PIC S9(13)V99 COMP-3.

       01 WS-MOTIVO-EXCEPCION         PIC X(20).

      *    CALCULO DE LA PRIMA DE LA POLIZA EN CURSO. LA FECHA DE
      *    REFERENCIA ES LA QUE ELIGE EL TERMINO Y LA PRIMA: EL
      *    CIERRE DEL MES (O EL ULTIMO DIA EN RIESGO DE UNA POLIZA
      *    CERRADA DENTRO DEL MES), O EL DIA ANTERIOR A UNA
      *    RENOVACION DENTRO DEL MES PARA EL TERMINO QUE ACABA.
      *    WS-FECHA-CIERRE ES AAAAMMDD, COMO FECHA_CAMBIO.
       01 WS-CALCULO-PRIMA.
          05 WS-FECHA-AMD             PIC 9(08).
          05 WS-FECHA-REFERENCIA      PIC X(10).
          05 WS-INICIO-TERMINO        PIC X(10).
          05 WS-FIN-TERMINO           PIC X(10).
          05 WS-DIA-EFECTO-ENTERO     PIC 9(08) COMP.
          05 WS-DIA-VENC-ENTERO       PIC 9(08) COMP.
          05 WS-DIA-DESDE             PIC 9(08) COMP.
          05 WS-DIA-HASTA             PIC 9(08) COMP.
          05 WS-DIAS-TERMINO          PIC S9(08) COMP.
          05 WS-DIAS-CUBIERTOS        PIC S9(08) COMP.
          05 WS-FECHA-CIERRE          PIC X(08).
          05 WS-DIA-CIERRE            PIC 9(08) COMP.
          05 WS-PRIMA-VIGENTE         PIC S9(9)V99 COMP-3.
          05 WS-PRIMA-PERIODO         PIC S9(9)V99 COMP-3.
          05 WS-PRIMA-CEDIDA          PIC S9(9)V99 COMP-3.

      *    REPARTO RETENIDO/CEDIDO DE UN IMPORTE BRUTO SEGUN EL
      *    TRATADO HALLADO (5500-REPARTIR-IMPORTE).
       01 WS-REPARTO.
          05 WS-IMPORTE-BRUTO         PIC S9(9)V99 COMP-3.
          05 WS-IMPORTE-RETENIDO      PIC S9(9)V99 COMP-3.
          05 WS-IMPORTE-CEDIDO        PIC S9(9)V99 COMP-3.

      *    CALCULO DEL SINIESTRO EN CURSO. WS-PAGADO-MES ES VARIABLE
      *    HOST DEL CURSOR (PAGOS DEL LIBRO DENTRO DEL MES).
       01 WS-CALCULO-SINIESTRO.
          05 WS-PAGADO-MES            PIC S9(9)V99 COMP-3.
          05 WS-PENDIENTE             PIC S9(9)V99 COMP-3.
          05 WS-PAGADO-CEDIDO         PIC S9(9)V99 COMP-3.
          05 WS-PENDIENTE-CEDIDO      PIC S9(9)V99 COMP-3.

       01 WS-FECHA-PROCESO            PIC 9(08).

       01 WS-CONTROL-PAGINA.
          05 WS-NUMERO-PAGINA         PIC 9(04) VALUE ZERO.
          05 WS-LINEAS-EN-PAGINA      PIC 9(02) VALUE 99.
          05 WS-LINEAS-POR-PAGINA     PIC 9(02) VALUE 55.

      *    ---------------------------------------------------------
      *    LINEAS DEL REPORTE DE CONTROL
      *    ---------------------------------------------------------
       01 WS-LIN-CABECERA1.
          05 FILLER                   PIC X(39) VALUE
             'BORDEREAU DE CESION AL REASEGURO - MES '.
          05 WS-CAB-PERIODO           PIC X(06).
          05 FILLER                   PIC X(55) VALUE SPACES.
          05 FILLER                   PIC X(06) VALUE 'FECHA '.
          05 WS-CAB-FECHA             PIC 9(08).
          05 FILLER                   PIC X(08) VALUE '  PAGINA'.
          05 WS-CAB-PAGINA            PIC ZZZ9.
          05 FILLER                   PIC X(06) VALUE SPACES.

       01 WS-LIN-SEPARADOR.
          05 FILLER                   PIC X(132) VALUE ALL '-'.

       01 WS-LIN-TITULO-SECCION.
          05 WS-TIT-TEXTO             PIC X(132).

       01 WS-LIN-TRATADO.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-DET-TRATADO           PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-POLIZAS           PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-PRIMA-PERIODO     PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-PRIMA-CEDIDA      PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-SINIESTROS        PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-PAGADO-CEDIDO     PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-PENDIENTE-CEDIDO  PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(25) VALUE SPACES.

       01 WS-LIN-EXCEPCION.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-EXD-PRODUCTO          PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-EXD-MOTIVO            PIC X(20).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-EXD-POLIZAS           PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-EXD-PRIMA-PERIODO     PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-EXD-SINIESTROS        PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-EXD-PENDIENTE         PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(41) VALUE SPACES.

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

      *    AREA DE CONTROL DE LOS BORDEREAUX: SE MONTA AQUI Y SE
      *    GRABA CON WRITE ... FROM EN CADA UNO DE LOS DOS FICHEROS.
       COPY CESION-CTL.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY TRATADO.
       COPY POLHIST.
       COPY POLENDOS.
       COPY POLSINIE.

       LINKAGE SECTION.
       01 WS-PARM-ENTRADA.
          05 WS-PARM-LONGITUD     PIC S9(04) COMP.
          05 WS-PARM-VALOR        PIC X(06).

       PROCEDURE DIVISION USING WS-PARM-ENTRADA.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESAR-POLIZA UNTIL WS-HAY-FIN-POLIZAS.
           PERFORM 4050-SINIESTRO-SIN-POLIZA
               UNTIL WS-HAY-FIN-SINIESTROS.
           EXEC SQL CLOSE CUR-SINI END-EXEC.
           PERFORM 8000-ESCRIBIR-PIES.
           PERFORM 6000-EMITIR-REPORTE.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      ******************************************************************
      * 1000-INICIAR
      ******************************************************************
       1000-INICIAR.
           SET WS-NO-HAY-FIN-POLIZAS TO TRUE.
           SET WS-NO-HAY-FIN-SINIESTROS TO TRUE.
           MOVE ZERO TO WS-POLIZAS-LEIDAS WS-POLIZAS-EN-PERIODO
                        WS-PRIMAS-ESCRITAS WS-POLIZAS-EXCEPCION
                        WS-FECHAS-ILEGIBLES WS-SINIESTROS-LEIDOS
                        WS-SINIESTROS-ESCRITOS
                        WS-SINIESTROS-EXCEPCION
                        WS-SINIESTROS-SIN-POLIZA
                        WS-TOTAL-PRIMA-PERIODO WS-TOTAL-PRIMA-CEDIDA
                        WS-TOTAL-PAGADO-CEDIDO
                        WS-TOTAL-PENDIENTE-CEDIDO
                        WS-TOTAL-SINIESTROS-CEDIDO
                        WS-TRATADOS-TOTAL WS-ACUMULADOS-DISTINTOS
                        WS-EXCEPCIONES-DISTINTAS.
           INITIALIZE WS-TABLA-ACUMULADOS.
           INITIALIZE WS-TABLA-EXCEPCIONES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1010-VALIDAR-PARM.
           PERFORM 1100-CARGAR-TRATADOS.

           OPEN INPUT POLIZAS-FILE.
           IF NOT WS-POLIZAS-OK
               DISPLAY 'POLCESIO: ERROR AL ABRIR POLIZAS, STATUS='
                   WS-POLIZAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1050-VALIDAR-CABECERA.

           OPEN OUTPUT PRIMAS-FILE.
           IF NOT WS-PRIMAS-OK
               DISPLAY 'POLCESIO: ERROR AL ABRIR PRIMACED, STATUS='
                   WS-PRIMAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SINIESTROS-FILE.
           IF NOT WS-SINIESTROS-OK
               DISPLAY 'POLCESIO: ERROR AL ABRIR SINICED, STATUS='
                   WS-SINIESTROS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT INFORME-FILE.
           IF NOT WS-INFORME-OK
               DISPLAY 'POLCESIO: ERROR AL ABRIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-ESCRIBIR-CABECERAS.
           PERFORM 1300-ABRIR-SINIESTROS.

           PERFORM 2100-LEER-POLIZA.
           PERFORM 4100-LEER-SINIESTRO.

      ******************************************************************
      * 1010-VALIDAR-PARM
      * EL PARM TRAE EL MES QUE SE CEDE EN AAAAMM. DE EL SALEN EL
      * PRIMER Y EL ULTIMO DIA DEL MES (EL ULTIMO ES EL DIA ANTERIOR
      * AL PRIMERO DEL MES SIGUIENTE, ASI FEBRERO Y LOS BISIESTOS
      * SALEN SOLOS).
      ******************************************************************
       1010-VALIDAR-PARM.
           IF WS-PARM-LONGITUD < 6
                 OR WS-PARM-VALOR IS NOT NUMERIC
               DISPLAY 'POLCESIO: PARM INVALIDO, SE ESPERA AAAAMM '
                   '(MES A CEDER)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-PARM-VALOR TO WS-PERIODO-AAAAMM.
           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
                 OR WS-PERIODO-ANO < 1601
               DISPLAY 'POLCESIO: PARM INVALIDO, MES FUERA DE RANGO '
                   WS-PERIODO-AAAAMM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-PERIODO-AAAAMM TO WS-INICIO-MES-AMD(1:6).
           MOVE '01' TO WS-INICIO-MES-AMD(7:2).
           MOVE WS-INICIO-MES-AMD TO WS-FECHA-AMD.
           COMPUTE WS-DIA-INICIO-MES =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AMD).

           IF WS-PERIODO-MES = 12
               COMPUTE WS-FECHA-AMD =
                   (WS-PERIODO-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FECHA-AMD =
                   WS-PERIODO-ANO * 10000
                   + (WS-PERIODO-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DIA-FIN-MES =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AMD) - 1.
           COMPUTE WS-FECHA-AMD =
               FUNCTION DATE-OF-INTEGER(WS-DIA-FIN-MES).
           MOVE WS-FECHA-AMD TO WS-FIN-MES-AMD.

           MOVE SPACES TO WS-INICIO-MES-ISO.
           MOVE WS-INICIO-MES-AMD(1:4) TO WS-INICIO-MES-ISO(1:4).
           MOVE '-' TO WS-INICIO-MES-ISO(5:1).
           MOVE WS-INICIO-MES-AMD(5:2) TO WS-INICIO-MES-ISO(6:2).
           MOVE '-' TO WS-INICIO-MES-ISO(8:1).
           MOVE WS-INICIO-MES-AMD(7:2) TO WS-INICIO-MES-ISO(9:2).

           MOVE SPACES TO WS-FIN-MES-ISO.
           MOVE WS-FIN-MES-AMD(1:4) TO WS-FIN-MES-ISO(1:4).
           MOVE '-' TO WS-FIN-MES-ISO(5:1).
           MOVE WS-FIN-MES-AMD(5:2) TO WS-FIN-MES-ISO(6:2).
           MOVE '-' TO WS-FIN-MES-ISO(8:1).
           MOVE WS-FIN-MES-AMD(7:2) TO WS-FIN-MES-ISO(9:2).

      ******************************************************************
      * 1050-VALIDAR-CABECERA
      * EL PRIMER REGISTRO DEL ESPEJO DEBE SER LA CABECERA DE
      * CONTROL DEL UNLOAD (POLUNLD, LAYOUT POLIZAS-CTL), COMO EN
      * LOS DEMAS CONSUMIDORES.
      ******************************************************************
       1050-VALIDAR-CABECERA.
           READ POLIZAS-FILE
               AT END
                   DISPLAY 'POLCESIO: FICHERO POLIZAS VACIO, SIN '
                       'CABECERA DE CONTROL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF NOT PZC-ES-CABECERA
               DISPLAY 'POLCESIO: FICHERO POLIZAS SIN CABECERA DE '
                   'CONTROL, PRIMER REGISTRO=' PZC-TIPO-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * 1100-CARGAR-TRATADOS
      * CARGA LA TABLA DE TRATADOS Y MARCA COMO VIGENTES LOS QUE
      * CUBREN ALGUN DIA DEL MES CON UN PORCENTAJE DE CESION
      * VALIDO. SI LA TABLA DESBORDA, EL JOB ABENDA ANTES DE EMITIR
      * UN BORDEREAU INCOMPLETO.
      ******************************************************************
       1100-CARGAR-TRATADOS.
           SET WS-NO-HAY-FIN-CURSOR-TRAT TO TRUE.

           EXEC SQL
                DECLARE CUR-TRAT CURSOR FOR
                SELECT TIPO_PRODUCTO, CODIGO_TRATADO,
                       PORCENTAJE_CESION, LIMITE_RETENCION,
                       FECHA_INICIO, FECHA_FIN
                  FROM TRATADOS_REASEGURO
                 ORDER BY TIPO_PRODUCTO
           END-EXEC.

           EXEC SQL OPEN CUR-TRAT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLCESIO: ERROR DB2 AL ABRIR CURSOR DE '
                   'TRATADOS, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1150-CARGAR-TRATADO
               UNTIL WS-HAY-FIN-CURSOR-TRAT.

           EXEC SQL CLOSE CUR-TRAT END-EXEC.

      ******************************************************************
      * 1150-CARGAR-TRATADO
      ******************************************************************
       1150-CARGAR-TRATADO.
           EXEC SQL
                FETCH CUR-TRAT
                 INTO :TRAT-TIPO-PRODUCTO, :TRAT-CODIGO-TRATADO,
                      :TRAT-PORCENTAJE-CESION,
                      :TRAT-LIMITE-RETENCION,
                      :TRAT-FECHA-INICIO, :TRAT-FECHA-FIN
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-TRATADOS-TOTAL >= WS-TRATADOS-MAXIMO
                       DISPLAY 'POLCESIO: TABLA DE TRATADOS '
                           'DESBORDADA, PRODUCTO ' TRAT-TIPO-PRODUCTO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TRATADOS-TOTAL
                   MOVE WS-TRATADOS-TOTAL TO WS-INDICE-TRATADO
                   MOVE TRAT-TIPO-PRODUCTO
                       TO WS-TRT-PRODUCTO(WS-INDICE-TRATADO)
                   MOVE TRAT-CODIGO-TRATADO
                       TO WS-TRT-CODIGO(WS-INDICE-TRATADO)
                   MOVE TRAT-PORCENTAJE-CESION
                       TO WS-TRT-PORCENTAJE(WS-INDICE-TRATADO)
                   MOVE TRAT-LIMITE-RETENCION
                       TO WS-TRT-LIMITE(WS-INDICE-TRATADO)
                   IF TRAT-FECHA-INICIO NOT > WS-FIN-MES-ISO
                         AND TRAT-FECHA-FIN NOT < WS-INICIO-MES-ISO
                         AND TRAT-PORCENTAJE-CESION NOT < ZERO
                         AND TRAT-PORCENTAJE-CESION NOT > 100
                         AND TRAT-LIMITE-RETENCION NOT < ZERO
                       SET WS-TRT-VIGENTE(WS-INDICE-TRATADO)
                           TO TRUE
                   ELSE
                       SET WS-TRT-NO-VIGENTE(WS-INDICE-TRATADO)
                           TO TRUE
                   END-IF
               WHEN 100
                   SET WS-HAY-FIN-CURSOR-TRAT TO TRUE
               WHEN OTHER
                   DISPLAY 'POLCESIO: ERROR DB2 EN FETCH DE '
                       'TRATADOS, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 1200-ESCRIBIR-CABECERAS
      ******************************************************************
       1200-ESCRIBIR-CABECERAS.
           MOVE SPACES TO CSC-REGISTRO.
           SET CSC-ES-CABECERA TO TRUE.
           MOVE WS-FECHA-PROCESO TO CSC-CAB-FECHA-PROCESO.
           MOVE 'POLCESIO/PRIMAS' TO CSC-CAB-ORIGEN.
           MOVE WS-PERIODO-AAAAMM TO CSC-CAB-PERIODO.
           WRITE CPR-REGISTRO FROM CSC-REGISTRO.
           IF NOT WS-PRIMAS-OK
               DISPLAY 'POLCESIO: ERROR AL ESCRIBIR CABECERA DE '
                   'PRIMACED, STATUS=' WS-PRIMAS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           MOVE 'POLCESIO/SINIESTROS' TO CSC-CAB-ORIGEN.
           WRITE CSI-REGISTRO FROM CSC-REGISTRO.
           IF NOT WS-SINIESTROS-OK
               DISPLAY 'POLCESIO: ERROR AL ESCRIBIR CABECERA DE '
                   'SINICED, STATUS=' WS-SINIESTROS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 1300-ABRIR-SINIESTROS
      * SINIESTROS QUE ENTRAN EN EL BORDEREAU DEL MES: ABIERTOS
      * ANTES DE SU CIERRE Y QUE SIGUEN ABIERTOS O SE CERRARON
      * DENTRO DEL MES O DESPUES. EL PAGADO DEL MES SE SUMA DEL
      * LIBRO DE MOVIMIENTOS. MISMO ORDEN QUE EL ESPEJO, PARA EL
      * CRUCE.
      ******************************************************************
       1300-ABRIR-SINIESTROS.
           EXEC SQL
                DECLARE CUR-SINI CURSOR FOR
                SELECT S.POLIZA_ID, S.SECUENCIA,
                       S.FECHA_OCURRENCIA, S.ESTADO_SINIESTRO,
                       S.IMPORTE_RESERVA, S.IMPORTE_PAGADO,
                       COALESCE((SELECT SUM(M.IMPORTE)
                                   FROM POLIZAS_SINI_MOVIM M
                                  WHERE M.POLIZA_ID = S.POLIZA_ID
                                    AND M.SECUENCIA_SINIESTRO
                                        = S.SECUENCIA
                                    AND M.TIPO_MOVIMIENTO = 'PAGO'
                                    AND M.FECHA_MOVIMIENTO
                                        BETWEEN :WS-INICIO-MES-AMD
                                            AND :WS-FIN-MES-AMD), 0)
                  FROM POLIZAS_SINIESTROS S
                 WHERE S.FECHA_APERTURA <= :WS-FIN-MES-AMD
                   AND (S.ESTADO_SINIESTRO = 'ABIERTO'
                        OR S.FECHA_CIERRE >= :WS-INICIO-MES-AMD)
                 ORDER BY S.POLIZA_ID, S.SECUENCIA
           END-EXEC.

           EXEC SQL OPEN CUR-SINI END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLCESIO: ERROR DB2 AL ABRIR CURSOR DE '
                   'SINIESTROS, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 2000-PROCESAR-POLIZA
      * CRUCE POR POLIZA-ID: LOS SINIESTROS DE POLIZAS QUE NO ESTAN
      * EN EL ESPEJO SE DESCARTAN COMO EXCEPCION; LOS DE LA POLIZA
      * EN CURSO SE CEDEN CON SU MISMO TRATADO. CEDEN PRIMA LAS
      * POLIZAS EN VIGOR Y LAS CANCELADAS O VENCIDAS CUYO CIERRE
      * CAE EN EL MES O DESPUES, POR LOS DIAS QUE ESTUVIERON EN
      * RIESGO.
      ******************************************************************
       2000-PROCESAR-POLIZA.
           PERFORM 4050-SINIESTRO-SIN-POLIZA
               UNTIL WS-HAY-FIN-SINIESTROS
                  OR SINI-POLIZA-ID NOT < PZ-POLIZA-ID.

           PERFORM 2200-BUSCAR-TRATADO.

           EVALUATE PZ-ESTADO-POLIZA
               WHEN 'ACTIVA'
               WHEN 'SUSPENDIDA'
                   SET WS-POLIZA-EN-VIGOR TO TRUE
                   PERFORM 3000-CEDER-PRIMA
               WHEN 'CANCELADA'
               WHEN 'VENCIDA'
                   SET WS-POLIZA-CERRADA TO TRUE
                   PERFORM 3020-FECHA-CIERRE
                   IF WS-FECHA-CIERRE IS NUMERIC
                         AND WS-FECHA-CIERRE NOT < WS-INICIO-MES-AMD
                       PERFORM 3000-CEDER-PRIMA
                   END-IF
           END-EVALUATE.

           PERFORM 4000-CEDER-SINIESTRO
               UNTIL WS-HAY-FIN-SINIESTROS
                  OR SINI-POLIZA-ID NOT = PZ-POLIZA-ID.

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
                   DISPLAY 'POLCESIO: FICHERO POLIZAS SIN PIE DE '
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
               DISPLAY 'POLCESIO: PIE DE CONTROL NO CUADRA, '
                   'DECLARADOS=' PZC-PIE-TOTAL-REGISTROS
                   ' LEIDOS=' WS-POLIZAS-LEIDAS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 2200-BUSCAR-TRATADO
      * BUSQUEDA SERIAL DEL TRATADO DEL PRODUCTO DE LA POLIZA. SI
      * NO LO HAY O NO ESTA VIGENTE EN EL MES, DEJA EL MOTIVO PARA
      * LA TABLA DE EXCEPCIONES.
      ******************************************************************
       2200-BUSCAR-TRATADO.
           SET WS-ENTRADA-NO-HALLADA TO TRUE.
           MOVE ZERO TO WS-TRAT-HALLADO.
           PERFORM VARYING WS-INDICE-TRATADO FROM 1 BY 1
                   UNTIL WS-INDICE-TRATADO > WS-TRATADOS-TOTAL
                      OR WS-ENTRADA-SI-HALLADA
               IF WS-TRT-PRODUCTO(WS-INDICE-TRATADO)
                     = PZ-TIPO-PRODUCTO
                   SET WS-ENTRADA-SI-HALLADA TO TRUE
                   MOVE WS-INDICE-TRATADO TO WS-TRAT-HALLADO
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-ENTRADA-NO-HALLADA
                   SET WS-NO-APLICABLE TO TRUE
                   MOVE 'SIN TRATADO' TO WS-MOTIVO-EXCEPCION
               WHEN WS-TRT-NO-VIGENTE(WS-TRAT-HALLADO)
                   SET WS-NO-APLICABLE TO TRUE
                   MOVE 'TRATADO NO VIGENTE' TO WS-MOTIVO-EXCEPCION
               WHEN OTHER
                   SET WS-SI-APLICABLE TO TRUE
                   MOVE SPACES TO WS-MOTIVO-EXCEPCION
           END-EVALUATE.

      ******************************************************************
      * 3000-CEDER-PRIMA
      * UNA POLIZA CUYO TERMINO NO TOCA EL MES NO DEVENGA PRIMA EN
      * EL Y NO SALE EN EL BORDEREAU. SE CEDE PRIMERO EL TERMINO
      * VIGENTE AL CIERRE DEL MES; SI EMPEZO DENTRO DEL MES POR UNA
      * RENOVACION, SE CEDE DESPUES EL TERMINO QUE ACABO EN ELLA.
      * LA POLIZA SE CUENTA UNA SOLA VEZ. UNA POLIZA CERRADA DENTRO
      * DEL MES TOMA COMO REFERENCIA SU ULTIMO DIA EN RIESGO, EL
      * ANTERIOR AL CIERRE.
      ******************************************************************
       3000-CEDER-PRIMA.
           SET WS-TRAMO-CIERRE TO TRUE.
           MOVE WS-FIN-MES-ISO TO WS-FECHA-REFERENCIA.
           IF WS-POLIZA-CERRADA
                 AND WS-DIA-CIERRE NOT > WS-DIA-FIN-MES
               COMPUTE WS-FECHA-AMD =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CIERRE - 1)
               MOVE SPACES TO WS-FECHA-REFERENCIA
               MOVE WS-FECHA-AMD(1:4) TO WS-FECHA-REFERENCIA(1:4)
               MOVE '-' TO WS-FECHA-REFERENCIA(5:1)
               MOVE WS-FECHA-AMD(5:2) TO WS-FECHA-REFERENCIA(6:2)
               MOVE '-' TO WS-FECHA-REFERENCIA(8:1)
               MOVE WS-FECHA-AMD(7:2) TO WS-FECHA-REFERENCIA(9:2)
           END-IF.
           PERFORM 3050-TERMINO-VIGENTE.
           SET WS-SI-CALCULABLE TO TRUE.
           PERFORM 3100-CONVERTIR-FECHAS.

           IF WS-SI-CALCULABLE
               IF WS-DIAS-CUBIERTOS > ZERO
                   ADD 1 TO WS-POLIZAS-EN-PERIODO
                   PERFORM 3200-CEDER-TERMINO
               END-IF
           END-IF.

           IF WS-SI-CALCULABLE
                 AND WS-TERMINO-RENOVADO
                 AND WS-DIA-EFECTO-ENTERO > WS-DIA-INICIO-MES
               SET WS-TRAMO-ANTERIOR TO TRUE
               COMPUTE WS-FECHA-AMD =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-EFECTO-ENTERO - 1)
               MOVE SPACES TO WS-FECHA-REFERENCIA
               MOVE WS-FECHA-AMD(1:4) TO WS-FECHA-REFERENCIA(1:4)
               MOVE '-' TO WS-FECHA-REFERENCIA(5:1)
               MOVE WS-FECHA-AMD(5:2) TO WS-FECHA-REFERENCIA(6:2)
               MOVE '-' TO WS-FECHA-REFERENCIA(8:1)
               MOVE WS-FECHA-AMD(7:2) TO WS-FECHA-REFERENCIA(9:2)
               PERFORM 3050-TERMINO-VIGENTE
               PERFORM 3100-CONVERTIR-FECHAS
               IF WS-SI-CALCULABLE
                   IF WS-DIAS-CUBIERTOS > ZERO
                       PERFORM 3200-CEDER-TERMINO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 3020-FECHA-CIERRE
      * FECHA DEL ULTIMO PASO DE LA POLIZA A SU ESTADO ACTUAL EN
      * POLIZAS_HIST, COMO EN POLPURGA. SIN ESA FILA (POLIZA
      * ANTERIOR AL HISTORICO) VALE SU FECHA DE VENCIMIENTO. UNA
      * FECHA ILEGIBLE DEJA LA POLIZA SIN CESION DE PRIMA CON
      * CONSTANCIA POR SYSOUT.
      ******************************************************************
       3020-FECHA-CIERRE.
           MOVE PZ-POLIZA-ID     TO HIST-POLIZA-ID.
           MOVE PZ-ESTADO-POLIZA TO HIST-ESTADO-NUEVO.

           EXEC SQL
                SELECT COALESCE(MAX(FECHA_CAMBIO), ' ')
                  INTO :WS-FECHA-CIERRE
                  FROM POLIZAS_HIST
                 WHERE POLIZA_ID    = :HIST-POLIZA-ID
                   AND ESTADO_NUEVO = :HIST-ESTADO-NUEVO
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLCESIO: ERROR DB2 AL BUSCAR FECHA DE '
                   'CIERRE, POLIZA=' PZ-POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           IF WS-FECHA-CIERRE = SPACES
               MOVE PZ-FECHA-VENCIMIENTO(1:4) TO WS-FECHA-CIERRE(1:4)
               MOVE PZ-FECHA-VENCIMIENTO(6:2) TO WS-FECHA-CIERRE(5:2)
               MOVE PZ-FECHA-VENCIMIENTO(9:2) TO WS-FECHA-CIERRE(7:2)
           END-IF.

           IF WS-FECHA-CIERRE IS NUMERIC
               MOVE WS-FECHA-CIERRE TO WS-FECHA-AMD
               COMPUTE WS-DIA-CIERRE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-AMD)
           ELSE
               ADD 1 TO WS-FECHAS-ILEGIBLES
               DISPLAY 'POLCESIO: FECHA DE CIERRE ILEGIBLE, POLIZA '
                   PZ-POLIZA-ID ' SIN CESION DE PRIMA'
           END-IF.

      ******************************************************************
      * 3050-TERMINO-VIGENTE
      * LIMITES DEL PERIODO ANUAL QUE CONTIENE LA FECHA DE
      * REFERENCIA SEGUN LOS ENDOSOS 'RENV' DE POLRENAC: INICIO EN
      * LA ULTIMA RENOVACION CON EFECTO NO POSTERIOR A LA FECHA Y
      * FIN EN LA PRIMERA POSTERIOR. SIN RENOVACIONES A UN LADO U
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
                   AND FECHA_EFECTO <= :WS-FECHA-REFERENCIA
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLCESIO: ERROR DB2 AL BUSCAR INICIO DEL '
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
                   AND FECHA_EFECTO  > :WS-FECHA-REFERENCIA
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLCESIO: ERROR DB2 AL BUSCAR FIN DEL '
                   'TERMINO, POLIZA=' PZ-POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           IF WS-INICIO-TERMINO = SPACES
               SET WS-TERMINO-ORIGINAL TO TRUE
               MOVE PZ-FECHA-EFECTO TO WS-INICIO-TERMINO
           ELSE
               SET WS-TERMINO-RENOVADO TO TRUE
           END-IF.
           IF WS-FIN-TERMINO = SPACES
               MOVE PZ-FECHA-VENCIMIENTO TO WS-FIN-TERMINO
           END-IF.

      ******************************************************************
      * 3100-CONVERTIR-FECHAS
      * PASA INICIO Y FIN DEL TERMINO A DIAS ENTEROS Y CALCULA LOS
      * DIAS DEL TERMINO [INICIO, FIN) QUE CAEN DENTRO DEL MES. EN
      * UNA POLIZA CERRADA EL PERIODO CUBIERTO ACABA EN EL CIERRE,
      * QUE COMO EL VENCIMIENTO YA NO ES DIA EN RIESGO.
      * UNA FECHA ILEGIBLE O UN TERMINO NO POSITIVO DEJAN LA POLIZA
      * FUERA DEL BORDEREAU CON CONSTANCIA POR SYSOUT.
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
               DISPLAY 'POLCESIO: FECHAS ILEGIBLES O TERMINO NO '
                   'POSITIVO, POLIZA ' PZ-POLIZA-ID ' SIN CESION'
           ELSE
               IF WS-DIA-EFECTO-ENTERO > WS-DIA-INICIO-MES
                   MOVE WS-DIA-EFECTO-ENTERO TO WS-DIA-DESDE
               ELSE
                   MOVE WS-DIA-INICIO-MES TO WS-DIA-DESDE
               END-IF
               IF WS-DIA-VENC-ENTERO < WS-DIA-FIN-MES + 1
                   MOVE WS-DIA-VENC-ENTERO TO WS-DIA-HASTA
               ELSE
                   COMPUTE WS-DIA-HASTA = WS-DIA-FIN-MES + 1
               END-IF
               IF WS-POLIZA-CERRADA
                     AND WS-DIA-CIERRE < WS-DIA-HASTA
                   MOVE WS-DIA-CIERRE TO WS-DIA-HASTA
               END-IF
               COMPUTE WS-DIAS-CUBIERTOS =
                   WS-DIA-HASTA - WS-DIA-DESDE
           END-IF.

      ******************************************************************
      * 3200-CEDER-TERMINO
      * PRIMA DEL TERMINO EN CURSO DEVENGADA EN EL MES. CON TRATADO
      * APLICABLE SE EMITE SU LINEA; SIN EL, SU PRIMA VA A
      * EXCEPCIONES.
      ******************************************************************
       3200-CEDER-TERMINO.
           PERFORM 3300-PRIMA-VIGENTE.
           COMPUTE WS-PRIMA-PERIODO ROUNDED =
               WS-PRIMA-VIGENTE * WS-DIAS-CUBIERTOS
               / WS-DIAS-TERMINO.

           IF WS-SI-APLICABLE
               PERFORM 3400-CALCULAR-CESION
               PERFORM 3500-ESCRIBIR-PRIMA
           ELSE
               PERFORM 5100-LOCALIZAR-EXCEPCION
               IF WS-TRAMO-CIERRE
                   ADD 1 TO WS-POLIZAS-EXCEPCION
                   ADD 1 TO WS-EXC-POLIZAS(WS-EXC-HALLADO)
               END-IF
               ADD WS-PRIMA-PERIODO
                   TO WS-EXC-PRIMA-PERIODO(WS-EXC-HALLADO)
           END-IF.

      ******************************************************************
      * 3300-PRIMA-VIGENTE
      * RECONSTRUYE LA PRIMA VIGENTE EN LA FECHA DE REFERENCIA
      * RECORRIENDO POLIZAS_ENDOSOS EN ORDEN, COMO POLEXTOR: SE
      * PARTE DE LA PRIMA ANTERIOR AL PRIMER ENDOSO (O DE LA DEL
      * ESPEJO SI NO HAY ENDOSOS) Y SE APLICA CADA ENDOSO CUYA
      * FECHA DE EFECTO NO SEA POSTERIOR A LA FECHA DE REFERENCIA.
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
               DISPLAY 'POLCESIO: ERROR DB2 AL ABRIR CURSOR DE '
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
                   IF ENDO-FECHA-EFECTO NOT > WS-FECHA-REFERENCIA
                       MOVE ENDO-PRIMA-NUEVA TO WS-PRIMA-VIGENTE
                   END-IF
               WHEN 100
                   SET WS-HAY-FIN-CURSOR-ENDO TO TRUE
               WHEN OTHER
                   DISPLAY 'POLCESIO: ERROR DB2 EN FETCH DE '
                       'ENDOSOS, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 3400-CALCULAR-CESION
      * EL REPARTO SE FIJA SOBRE LA PRIMA ANUAL (ES A LA QUE SE
      * APLICA EL LIMITE DE RETENCION) Y LA PARTE CEDIDA SE
      * DEVENGA EN EL MES CON LA MISMA PRORRATA QUE LA BRUTA.
      ******************************************************************
       3400-CALCULAR-CESION.
           MOVE WS-PRIMA-VIGENTE TO WS-IMPORTE-BRUTO.
           PERFORM 5500-REPARTIR-IMPORTE.
           COMPUTE WS-PRIMA-CEDIDA ROUNDED =
               WS-IMPORTE-CEDIDO * WS-DIAS-CUBIERTOS
               / WS-DIAS-TERMINO.

      ******************************************************************
      * 3500-ESCRIBIR-PRIMA
      ******************************************************************
       3500-ESCRIBIR-PRIMA.
           MOVE SPACES TO CPR-REGISTRO.
           MOVE PZ-POLIZA-ID          TO CPR-POLIZA-ID.
           MOVE PZ-TIPO-PRODUCTO      TO CPR-TIPO-PRODUCTO.
           MOVE WS-TRT-CODIGO(WS-TRAT-HALLADO)
               TO CPR-CODIGO-TRATADO.
           MOVE WS-PERIODO-AAAAMM     TO CPR-PERIODO.
           MOVE WS-INICIO-TERMINO     TO CPR-FECHA-EFECTO.
           MOVE WS-FIN-TERMINO        TO CPR-FECHA-VENCIMIENTO.
           MOVE WS-PRIMA-VIGENTE      TO CPR-PRIMA-VIGENTE.
           MOVE WS-DIAS-CUBIERTOS     TO CPR-DIAS-CUBIERTOS.
           MOVE WS-PRIMA-PERIODO      TO CPR-PRIMA-PERIODO.
           MOVE WS-TRT-PORCENTAJE(WS-TRAT-HALLADO)
               TO CPR-PORCENTAJE-CESION.
           MOVE WS-PRIMA-CEDIDA       TO CPR-PRIMA-CEDIDA.

           WRITE CPR-REGISTRO.
           IF WS-PRIMAS-OK
               ADD 1 TO WS-PRIMAS-ESCRITAS
               ADD WS-PRIMA-PERIODO TO WS-TOTAL-PRIMA-PERIODO
               ADD WS-PRIMA-CEDIDA TO WS-TOTAL-PRIMA-CEDIDA
               PERFORM 5000-LOCALIZAR-ACUMULADO
               IF WS-TRAMO-CIERRE
                   ADD 1 TO WS-ACU-POLIZAS(WS-ACU-HALLADO)
               END-IF
               ADD WS-PRIMA-PERIODO
                   TO WS-ACU-PRIMA-PERIODO(WS-ACU-HALLADO)
               ADD WS-PRIMA-CEDIDA
                   TO WS-ACU-PRIMA-CEDIDA(WS-ACU-HALLADO)
           ELSE
               DISPLAY 'POLCESIO: ERROR AL ESCRIBIR PRIMACED, STATUS='
                   WS-PRIMAS-STATUS ' POLIZA=' PZ-POLIZA-ID
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 4000-CEDER-SINIESTRO
      * SINIESTRO DE LA POLIZA EN CURSO: CON TRATADO APLICABLE SE
      * EMITE SU LINEA; SIN EL, SU PENDIENTE VA A EXCEPCIONES.
      ******************************************************************
       4000-CEDER-SINIESTRO.
           COMPUTE WS-PENDIENTE =
               SINI-IMPORTE-RESERVA - SINI-IMPORTE-PAGADO.
           IF WS-PENDIENTE < ZERO
               MOVE ZERO TO WS-PENDIENTE
           END-IF.

           IF WS-SI-APLICABLE
               PERFORM 4200-CALCULAR-CESION-SINIESTRO
               PERFORM 4300-ESCRIBIR-SINIESTRO
           ELSE
               ADD 1 TO WS-SINIESTROS-EXCEPCION
               PERFORM 5100-LOCALIZAR-EXCEPCION
               ADD 1 TO WS-EXC-SINIESTROS(WS-EXC-HALLADO)
               ADD WS-PENDIENTE TO WS-EXC-PENDIENTE(WS-EXC-HALLADO)
           END-IF.

           PERFORM 4100-LEER-SINIESTRO.

      ******************************************************************
      * 4050-SINIESTRO-SIN-POLIZA
      * SINIESTRO CUYA POLIZA NO ESTA EN EL ESPEJO: NO HAY PRODUCTO
      * NI TRATADO CON QUE CEDERLO. SE DEJA CONSTANCIA Y SE CUENTA.
      ******************************************************************
       4050-SINIESTRO-SIN-POLIZA.
           ADD 1 TO WS-SINIESTROS-SIN-POLIZA.
           DISPLAY 'POLCESIO: SINIESTRO ' SINI-POLIZA-ID '/'
               SINI-SECUENCIA ' SIN POLIZA EN EL ESPEJO, SIN CESION'.
           PERFORM 4100-LEER-SINIESTRO.

      ******************************************************************
      * 4100-LEER-SINIESTRO
      ******************************************************************
       4100-LEER-SINIESTRO.
           EXEC SQL
                FETCH CUR-SINI
                 INTO :SINI-POLIZA-ID, :SINI-SECUENCIA,
                      :SINI-FECHA-OCURRENCIA, :SINI-ESTADO-SINIESTRO,
                      :SINI-IMPORTE-RESERVA, :SINI-IMPORTE-PAGADO,
                      :WS-PAGADO-MES
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-SINIESTROS-LEIDOS
               WHEN 100
                   SET WS-HAY-FIN-SINIESTROS TO TRUE
               WHEN OTHER
                   DISPLAY 'POLCESIO: ERROR DB2 EN FETCH DE '
                       'SINIESTROS, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 4200-CALCULAR-CESION-SINIESTRO
      * EL REPARTO SE FIJA SOBRE LA RESERVA TOTAL (EL INCURRIDO,
      * QUE ES LO QUE SE COMPARA CON EL LIMITE DE RETENCION) Y SE
      * APLICA EN PROPORCION A LOS PAGOS DEL MES Y A LA RESERVA
      * PENDIENTE.
      ******************************************************************
       4200-CALCULAR-CESION-SINIESTRO.
           MOVE SINI-IMPORTE-RESERVA TO WS-IMPORTE-BRUTO.
           PERFORM 5500-REPARTIR-IMPORTE.

           IF SINI-IMPORTE-RESERVA > ZERO
               COMPUTE WS-PAGADO-CEDIDO ROUNDED =
                   WS-PAGADO-MES * WS-IMPORTE-CEDIDO
                   / SINI-IMPORTE-RESERVA
               COMPUTE WS-PENDIENTE-CEDIDO ROUNDED =
                   WS-PENDIENTE * WS-IMPORTE-CEDIDO
                   / SINI-IMPORTE-RESERVA
           ELSE
               MOVE ZERO TO WS-PAGADO-CEDIDO WS-PENDIENTE-CEDIDO
           END-IF.

      ******************************************************************
      * 4300-ESCRIBIR-SINIESTRO
      ******************************************************************
       4300-ESCRIBIR-SINIESTRO.
           MOVE SPACES TO CSI-REGISTRO.
           MOVE SINI-POLIZA-ID        TO CSI-POLIZA-ID.
           MOVE SINI-SECUENCIA        TO CSI-SECUENCIA.
           MOVE PZ-TIPO-PRODUCTO      TO CSI-TIPO-PRODUCTO.
           MOVE WS-TRT-CODIGO(WS-TRAT-HALLADO)
               TO CSI-CODIGO-TRATADO.
           MOVE WS-PERIODO-AAAAMM     TO CSI-PERIODO.
           MOVE SINI-ESTADO-SINIESTRO TO CSI-ESTADO-SINIESTRO.
           MOVE SINI-FECHA-OCURRENCIA TO CSI-FECHA-OCURRENCIA.
           MOVE SINI-IMPORTE-RESERVA  TO CSI-RESERVA-TOTAL.
           MOVE WS-PAGADO-MES         TO CSI-PAGADO-PERIODO.
           MOVE WS-PENDIENTE          TO CSI-PENDIENTE.
           MOVE WS-PAGADO-CEDIDO      TO CSI-PAGADO-CEDIDO.
           MOVE WS-PENDIENTE-CEDIDO   TO CSI-PENDIENTE-CEDIDO.

           WRITE CSI-REGISTRO.
           IF WS-SINIESTROS-OK
               ADD 1 TO WS-SINIESTROS-ESCRITOS
               ADD WS-PAGADO-CEDIDO TO WS-TOTAL-PAGADO-CEDIDO
               ADD WS-PENDIENTE-CEDIDO TO WS-TOTAL-PENDIENTE-CEDIDO
               PERFORM 5000-LOCALIZAR-ACUMULADO
               ADD 1 TO WS-ACU-SINIESTROS(WS-ACU-HALLADO)
               ADD WS-PAGADO-CEDIDO
                   TO WS-ACU-PAGADO-CEDIDO(WS-ACU-HALLADO)
               ADD WS-PENDIENTE-CEDIDO
                   TO WS-ACU-PENDIENTE-CEDIDO(WS-ACU-HALLADO)
           ELSE
               DISPLAY 'POLCESIO: ERROR AL ESCRIBIR SINICED, STATUS='
                   WS-SINIESTROS-STATUS ' POLIZA=' SINI-POLIZA-ID
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 5000-LOCALIZAR-ACUMULADO
      * ENTRADA DEL TRATADO HALLADO EN LA TABLA DE TOTALES POR
      * TRATADO (BUSQUEDA SERIAL, ALTA SI ES NUEVO). NO DESBORDA:
      * HAY A LO SUMO UN CODIGO POR TRATADO CARGADO.
      ******************************************************************
       5000-LOCALIZAR-ACUMULADO.
           SET WS-ENTRADA-NO-HALLADA TO TRUE.
           MOVE ZERO TO WS-ACU-HALLADO.
           PERFORM VARYING WS-INDICE-ACUMULADO FROM 1 BY 1
                   UNTIL WS-INDICE-ACUMULADO > WS-ACUMULADOS-DISTINTOS
                      OR WS-ENTRADA-SI-HALLADA
               IF WS-ACU-TRATADO(WS-INDICE-ACUMULADO)
                     = WS-TRT-CODIGO(WS-TRAT-HALLADO)
                   SET WS-ENTRADA-SI-HALLADA TO TRUE
                   MOVE WS-INDICE-ACUMULADO TO WS-ACU-HALLADO
               END-IF
           END-PERFORM.

           IF WS-ENTRADA-NO-HALLADA
               ADD 1 TO WS-ACUMULADOS-DISTINTOS
               MOVE WS-ACUMULADOS-DISTINTOS TO WS-ACU-HALLADO
               MOVE WS-TRT-CODIGO(WS-TRAT-HALLADO)
                   TO WS-ACU-TRATADO(WS-ACU-HALLADO)
           END-IF.

      ******************************************************************
      * 5100-LOCALIZAR-EXCEPCION
      * ENTRADA DEL PRODUCTO DE LA POLIZA EN LA TABLA DE
      * EXCEPCIONES (BUSQUEDA SERIAL); LA ULTIMA ENTRADA QUEDA
      * RESERVADA PARA EL COMODIN. EL AVISO POR SYSOUT SALE UNA
      * SOLA VEZ POR PRODUCTO.
      ******************************************************************
       5100-LOCALIZAR-EXCEPCION.
           SET WS-ENTRADA-NO-HALLADA TO TRUE.
           MOVE ZERO TO WS-EXC-HALLADO.
           PERFORM VARYING WS-INDICE-EXCEPCION FROM 1 BY 1
                   UNTIL WS-INDICE-EXCEPCION
                         > WS-EXCEPCIONES-DISTINTAS
                      OR WS-ENTRADA-SI-HALLADA
               IF WS-EXC-PRODUCTO(WS-INDICE-EXCEPCION)
                     = PZ-TIPO-PRODUCTO
                   SET WS-ENTRADA-SI-HALLADA TO TRUE
                   MOVE WS-INDICE-EXCEPCION TO WS-EXC-HALLADO
               END-IF
           END-PERFORM.

           IF WS-ENTRADA-NO-HALLADA
               IF WS-EXCEPCIONES-DISTINTAS < WS-EXCEPCION-MAXIMO - 1
                   ADD 1 TO WS-EXCEPCIONES-DISTINTAS
                   MOVE WS-EXCEPCIONES-DISTINTAS TO WS-EXC-HALLADO
                   MOVE PZ-TIPO-PRODUCTO
                       TO WS-EXC-PRODUCTO(WS-EXC-HALLADO)
                   MOVE WS-MOTIVO-EXCEPCION
                       TO WS-EXC-MOTIVO(WS-EXC-HALLADO)
                   DISPLAY 'POLCESIO: PRODUCTO ' PZ-TIPO-PRODUCTO
                       ' ' WS-MOTIVO-EXCEPCION
                       ', PASA A EXCEPCIONES'
               ELSE
                   DISPLAY 'POLCESIO: TABLA DE EXCEPCIONES LLENA, '
                       'PRODUCTO ' PZ-TIPO-PRODUCTO
                       ' ACUMULADO EN *DEMAS*'
                   MOVE WS-EXCEPCION-MAXIMO TO WS-EXC-HALLADO
                   MOVE WS-EXCEPCION-MAXIMO
                       TO WS-EXCEPCIONES-DISTINTAS
                   MOVE '*DEMAS*' TO WS-EXC-PRODUCTO(WS-EXC-HALLADO)
                   MOVE 'VARIOS' TO WS-EXC-MOTIVO(WS-EXC-HALLADO)
               END-IF
           END-IF.

      ******************************************************************
      * 5500-REPARTIR-IMPORTE
      * PARTE RETENIDA = BRUTO X (100 - PORCENTAJE) / 100, SIN PASAR
      * DEL LIMITE DE RETENCION DEL TRATADO (CERO = SIN LIMITE);
      * PARTE CEDIDA = EL RESTO.
      ******************************************************************
       5500-REPARTIR-IMPORTE.
           COMPUTE WS-IMPORTE-RETENIDO ROUNDED =
               WS-IMPORTE-BRUTO
               * (100 - WS-TRT-PORCENTAJE(WS-TRAT-HALLADO)) / 100.
           IF WS-TRT-LIMITE(WS-TRAT-HALLADO) > ZERO
               IF WS-IMPORTE-RETENIDO > WS-TRT-LIMITE(WS-TRAT-HALLADO)
                   MOVE WS-TRT-LIMITE(WS-TRAT-HALLADO)
                       TO WS-IMPORTE-RETENIDO
               END-IF
           END-IF.
           COMPUTE WS-IMPORTE-CEDIDO =
               WS-IMPORTE-BRUTO - WS-IMPORTE-RETENIDO.

      ******************************************************************
      * 6000-EMITIR-REPORTE
      ******************************************************************
       6000-EMITIR-REPORTE.
           MOVE WS-PERIODO-AAAAMM TO WS-CAB-PERIODO.

           MOVE 'TOTALES CEDIDOS POR TRATADO' TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.

           MOVE '   TRATADO     POLIZAS' TO WS-TIT-TEXTO.
           MOVE 'PRIMA PERIODO' TO WS-TIT-TEXTO(29:13).
           MOVE 'PRIMA CEDIDA' TO WS-TIT-TEXTO(49:12).
           MOVE 'SINIEST' TO WS-TIT-TEXTO(63:7).
           MOVE 'PAGO CEDIDO' TO WS-TIT-TEXTO(78:11).
           MOVE 'PEND. CEDIDO' TO WS-TIT-TEXTO(96:12).
           PERFORM 9300-IMPRIMIR-LINEA-TITULO.

           PERFORM 6100-IMPRIMIR-TRATADO
               VARYING WS-INDICE-ACUMULADO FROM 1 BY 1
               UNTIL WS-INDICE-ACUMULADO > WS-ACUMULADOS-DISTINTOS.

           MOVE 'EXCEPCIONES: PRODUCTOS SIN TRATADO APLICABLE'
               TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.

           IF WS-EXCEPCIONES-DISTINTAS = ZERO
               MOVE '   NINGUNA' TO INF-LINEA
               PERFORM 9100-IMPRIMIR-LINEA
           ELSE
               MOVE '   PRODUCTO    MOTIVO' TO WS-TIT-TEXTO
               MOVE 'POLIZAS' TO WS-TIT-TEXTO(38:7)
               MOVE 'PRIMA PERIODO' TO WS-TIT-TEXTO(51:13)
               MOVE 'SINIEST' TO WS-TIT-TEXTO(66:7)
               MOVE 'PENDIENTE' TO WS-TIT-TEXTO(83:9)
               PERFORM 9300-IMPRIMIR-LINEA-TITULO
               PERFORM 6200-IMPRIMIR-EXCEPCION
                   VARYING WS-INDICE-EXCEPCION FROM 1 BY 1
                   UNTIL WS-INDICE-EXCEPCION
                         > WS-EXCEPCIONES-DISTINTAS
           END-IF.

           MOVE SPACES TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE 'POLIZAS LEIDAS DEL ESPEJO     ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-LEIDAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'POLIZAS CON PRIMA EN EL MES   ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-EN-PERIODO TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'LINEAS BORDEREAU DE PRIMAS    ' TO WS-TOT-TEXTO.
           MOVE WS-PRIMAS-ESCRITAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'POLIZAS EN EXCEPCION          ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-EXCEPCION TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'FECHAS ILEGIBLES              ' TO WS-TOT-TEXTO.
           MOVE WS-FECHAS-ILEGIBLES TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'SINIESTROS LEIDOS             ' TO WS-TOT-TEXTO.
           MOVE WS-SINIESTROS-LEIDOS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'LINEAS BORDEREAU SINIESTROS   ' TO WS-TOT-TEXTO.
           MOVE WS-SINIESTROS-ESCRITOS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'SINIESTROS EN EXCEPCION       ' TO WS-TOT-TEXTO.
           MOVE WS-SINIESTROS-EXCEPCION TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'SINIESTROS SIN POLIZA         ' TO WS-TOT-TEXTO.
           MOVE WS-SINIESTROS-SIN-POLIZA TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE SPACES TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE 'TOTAL PRIMA DEL PERIODO       ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-PRIMA-PERIODO TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'TOTAL PRIMA CEDIDA            ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-PRIMA-CEDIDA TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'TOTAL PAGOS CEDIDOS DEL MES   ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-PAGADO-CEDIDO TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'TOTAL RESERVA PENDIENTE CEDIDA' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-PENDIENTE-CEDIDO TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 6100-IMPRIMIR-TRATADO
      ******************************************************************
       6100-IMPRIMIR-TRATADO.
           MOVE WS-ACU-TRATADO(WS-INDICE-ACUMULADO)
               TO WS-DET-TRATADO.
           MOVE WS-ACU-POLIZAS(WS-INDICE-ACUMULADO)
               TO WS-DET-POLIZAS.
           MOVE WS-ACU-PRIMA-PERIODO(WS-INDICE-ACUMULADO)
               TO WS-DET-PRIMA-PERIODO.
           MOVE WS-ACU-PRIMA-CEDIDA(WS-INDICE-ACUMULADO)
               TO WS-DET-PRIMA-CEDIDA.
           MOVE WS-ACU-SINIESTROS(WS-INDICE-ACUMULADO)
               TO WS-DET-SINIESTROS.
           MOVE WS-ACU-PAGADO-CEDIDO(WS-INDICE-ACUMULADO)
               TO WS-DET-PAGADO-CEDIDO.
           MOVE WS-ACU-PENDIENTE-CEDIDO(WS-INDICE-ACUMULADO)
               TO WS-DET-PENDIENTE-CEDIDO.
           MOVE WS-LIN-TRATADO TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 6200-IMPRIMIR-EXCEPCION
      ******************************************************************
       6200-IMPRIMIR-EXCEPCION.
           MOVE WS-EXC-PRODUCTO(WS-INDICE-EXCEPCION)
               TO WS-EXD-PRODUCTO.
           MOVE WS-EXC-MOTIVO(WS-INDICE-EXCEPCION) TO WS-EXD-MOTIVO.
           MOVE WS-EXC-POLIZAS(WS-INDICE-EXCEPCION)
               TO WS-EXD-POLIZAS.
           MOVE WS-EXC-PRIMA-PERIODO(WS-INDICE-EXCEPCION)
               TO WS-EXD-PRIMA-PERIODO.
           MOVE WS-EXC-SINIESTROS(WS-INDICE-EXCEPCION)
               TO WS-EXD-SINIESTROS.
           MOVE WS-EXC-PENDIENTE(WS-INDICE-EXCEPCION)
               TO WS-EXD-PENDIENTE.
           MOVE WS-LIN-EXCEPCION TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 8000-ESCRIBIR-PIES
      * LOS PIES SOLO SE ESCRIBEN CUANDO ESPEJO Y CURSOR SE
      * AGOTARON CON NORMALIDAD: SU PRESENCIA ES LA GARANTIA DE
      * BORDEREAU COMPLETO QUE VALIDARA EL REASEGURADOR.
      ******************************************************************
       8000-ESCRIBIR-PIES.
           MOVE SPACES TO CSC-REGISTRO.
           SET CSC-ES-PIE TO TRUE.
           MOVE WS-PRIMAS-ESCRITAS TO CSC-PIE-TOTAL-REGISTROS.
           MOVE WS-TOTAL-PRIMA-CEDIDA TO CSC-PIE-SUMA-CEDIDA.
           WRITE CPR-REGISTRO FROM CSC-REGISTRO.
           IF NOT WS-PRIMAS-OK
               DISPLAY 'POLCESIO: ERROR AL ESCRIBIR PIE DE '
                   'PRIMACED, STATUS=' WS-PRIMAS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           COMPUTE WS-TOTAL-SINIESTROS-CEDIDO =
               WS-TOTAL-PAGADO-CEDIDO + WS-TOTAL-PENDIENTE-CEDIDO.
           MOVE SPACES TO CSC-REGISTRO.
           SET CSC-ES-PIE TO TRUE.
           MOVE WS-SINIESTROS-ESCRITOS TO CSC-PIE-TOTAL-REGISTROS.
           MOVE WS-TOTAL-SINIESTROS-CEDIDO TO CSC-PIE-SUMA-CEDIDA.
           WRITE CSI-REGISTRO FROM CSC-REGISTRO.
           IF NOT WS-SINIESTROS-OK
               DISPLAY 'POLCESIO: ERROR AL ESCRIBIR PIE DE '
                   'SINICED, STATUS=' WS-SINIESTROS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           CLOSE POLIZAS-FILE.
           CLOSE PRIMAS-FILE.
           CLOSE SINIESTROS-FILE.
           CLOSE INFORME-FILE.

           DISPLAY 'POLCESIO: MES CEDIDO           = '
               WS-PERIODO-AAAAMM.
           DISPLAY 'POLCESIO: TRATADOS CARGADOS    = '
               WS-TRATADOS-TOTAL.
           DISPLAY 'POLCESIO: POLIZAS LEIDAS       = '
               WS-POLIZAS-LEIDAS.
           DISPLAY 'POLCESIO: LINEAS DE PRIMAS     = '
               WS-PRIMAS-ESCRITAS.
           DISPLAY 'POLCESIO: POLIZAS EN EXCEPCION = '
               WS-POLIZAS-EXCEPCION.
           DISPLAY 'POLCESIO: SINIESTROS LEIDOS    = '
               WS-SINIESTROS-LEIDOS.
           DISPLAY 'POLCESIO: LINEAS DE SINIESTROS = '
               WS-SINIESTROS-ESCRITOS.
           DISPLAY 'POLCESIO: SINIESTROS EXCEPCION = '
               WS-SINIESTROS-EXCEPCION.
           DISPLAY 'POLCESIO: SINIESTROS SIN POLIZA= '
               WS-SINIESTROS-SIN-POLIZA.

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
               DISPLAY 'POLCESIO: ERROR AL ESCRIBIR INFORME, STATUS='
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
