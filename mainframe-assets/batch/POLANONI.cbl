      ******************************************************************
      * PROGRAMA BATCH - ANONIMIZACION DEL ARCHIVO DE AUDITORIA TRAS LA
      * PURGA DE POLIZAS POR RETENCION
      * LEE EL ARCHIVO DE POLIZAS PURGADAS DE LA ULTIMA EJECUCION DE
      * POLPURGA (ARCHPURG) Y REESCRIBE EL ARCHIVO DE AUDITORIA
      * (GENERACIONES CONCATENADAS EN AUDARCH) EN UN FICHERO NUEVO
      * (ANONIM) CON EL NIF EN BLANCO EN LAS LINEAS DE LOS CLIENTES
      * QUE HAN DESAPARECIDO POR COMPLETO DE POLIZAS. LAS LINEAS SE
      * CONSERVAN TODAS (QUIEN CONSULTO, CUANDO Y CON QUE RESULTADO);
      * SOLO SE BORRA EL DATO PERSONAL.
      *
      * UN NIF SE ANONIMIZA SI ERA EL TOMADOR DE ALGUNA POLIZA PURGADA
      * Y YA NO QUEDA NINGUNA POLIZA SUYA EN DB2; SI EL CLIENTE SIGUE
      * TENIENDO POLIZAS, SUS CONSULTAS SE DEJAN COMO ESTAN. SOLO LAS
      * CONSULTAS POR NIF (MODO 'N') LLEVAN EL NIF DEL CLIENTE EN
      * AUD-NIF-CLIENTE: LOS DEMAS MODOS USAN ESA COLUMNA PARA OTROS
      * DATOS (FECHA CONSULTADA, PRODUCTO, USUARIO SOLICITANTE, NIF
      * DEL INTERMEDIARIO) O LA DEJAN EN BLANCO, Y NO SE TOCAN. EL
      * ARCHIVO DE AUDITORIA NO GUARDA NOMBRES.
      *
      * LOS NIF SE ORDENAN (SORT) Y SE CARGAN SIN DUPLICADOS EN UNA
      * TABLA EN MEMORIA PARA BUSCARLOS POR BUSQUEDA BINARIA. SI LA
      * TABLA DESBORDA, O EL ARCHIVO DE PURGA ESTA INCOMPLETO (SIN
      * CABECERA O SIN PIE, O CON UN PIE QUE NO CUADRA), EL JOB ABENDA
      * SIN ESCRIBIR NADA Y EL JCL NO SUSTITUYE EL ARCHIVO DE
      * AUDITORIA. LAS LINEAS ESCRITAS DEBEN SER TANTAS COMO LAS
      * LEIDAS.
      * SOLO LECTURA EN DB2 Y SIN REINICIO: SI CAE, RESOMETER ENTERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLANONI.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGA-FILE ASSIGN TO ARCHPURG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGA-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO AUDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT ANONIMO-FILE ASSIGN TO ANONIM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANONIMO-STATUS.

           SELECT SORT-NIFS ASSIGN TO SORTWK01.

           SELECT INFORME-FILE ASSIGN TO INFORME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURGA-FILE
           RECORDING MODE IS F.
       COPY PURGA-REC.
       COPY PURGA-CTL.

       FD  AUDITORIA-FILE
           RECORDING MODE IS F.
       01 AUF-REGISTRO                PIC X(56).

       FD  ANONIMO-FILE
           RECORDING MODE IS F.
       01 ANO-REGISTRO                PIC X(56).

       SD  SORT-NIFS.
       01 SRT-REGISTRO.
          05 SRT-NIF-CLIENTE          PIC X(13).

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INF-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PURGA-STATUS          PIC X(02).
          88 WS-PURGA-OK               VALUE '00'.
       01 WS-AUDITORIA-STATUS      PIC X(02).
          88 WS-AUDITORIA-OK           VALUE '00'.
       01 WS-ANONIMO-STATUS        PIC X(02).
          88 WS-ANONIMO-OK             VALUE '00'.
       01 WS-INFORME-STATUS        PIC X(02).
          88 WS-INFORME-OK             VALUE '00'.

       01 WS-INDICADORES.
          05 WS-FIN-PURGA             PIC X(01).
             88 WS-HAY-FIN-PURGA          VALUE 'S'.
             88 WS-NO-HAY-FIN-PURGA       VALUE 'N'.
          05 WS-FIN-SORT              PIC X(01).
             88 WS-HAY-FIN-SORT           VALUE 'S'.
             88 WS-NO-HAY-FIN-SORT        VALUE 'N'.
          05 WS-FIN-AUDITORIA         PIC X(01).
             88 WS-HAY-FIN-AUDITORIA      VALUE 'S'.
             88 WS-NO-HAY-FIN-AUDITORIA   VALUE 'N'.
          05 WS-PIE-LEIDO             PIC X(01).
             88 WS-HAY-PIE                VALUE 'S'.
             88 WS-NO-HAY-PIE             VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-PURGA-LEIDOS          PIC 9(09) COMP.
          05 WS-PURGA-DATOS           PIC 9(09) COMP.
          05 WS-POLIZAS-PURGADAS      PIC 9(09) COMP.
          05 WS-NIFS-DISTINTOS        PIC 9(09) COMP.
          05 WS-NIFS-CON-POLIZAS      PIC 9(09) COMP.
          05 WS-AUDIT-LEIDOS          PIC 9(09) COMP.
          05 WS-AUDIT-ESCRITOS        PIC 9(09) COMP.
          05 WS-AUDIT-ANONIMIZADOS    PIC 9(09) COMP.

       01 WS-CUENTA-POLIZAS          PIC S9(09) COMP.
       01 WS-NIF-ANTERIOR            PIC X(13).

      *    DATOS DE LA PURGA TOMADOS DE LA CABECERA DEL ARCHIVO.
       01 WS-PURGA-FECHA             PIC X(08).
       01 WS-PURGA-ANOS              PIC 9(02).
       01 WS-PURGA-CORTE             PIC X(08).

      *    RANGO DE FECHAS DE AUDITORIA REESCRITO, PARA EL INFORME.
       01 WS-AUDIT-FECHA-MINIMA    PIC X(08).
       01 WS-AUDIT-FECHA-MAXIMA    PIC X(08).

      *    NIF DE LOS CLIENTES QUE YA NO TIENEN NINGUNA POLIZA, EN
      *    ORDEN ASCENDENTE PARA SEARCH ALL. SI LA TABLA DESBORDA, EL
      *    JOB ABENDA ANTES DE REESCRIBIR LA AUDITORIA A MEDIAS.
       01 WS-NIF-MAXIMO              PIC 9(05) COMP VALUE 50000.
       01 WS-NIFS-TOTAL              PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-NIFS.
          05 WS-ENTRADA-NIF OCCURS 1 TO 50000 TIMES
                DEPENDING ON WS-NIFS-TOTAL
                ASCENDING KEY IS WS-TBL-NIF
                INDEXED BY WS-IX-NIF.
             10 WS-TBL-NIF               PIC X(13).

       01 WS-FECHA-PROCESO            PIC 9(08).

       01 WS-CONTROL-PAGINA.
          05 WS-NUMERO-PAGINA         PIC 9(04) VALUE ZERO.
          05 WS-LINEAS-EN-PAGINA      PIC 9(02) VALUE 99.
          05 WS-LINEAS-POR-PAGINA     PIC 9(02) VALUE 55.

      *    ---------------------------------------------------------
      *    LINEAS DEL INFORME
      *    ---------------------------------------------------------
       01 WS-LIN-CABECERA1.
          05 FILLER                   PIC X(40) VALUE
             'ANONIMIZACION DE AUDITORIA TRAS PURGA'.
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

       01 WS-LIN-PARAMETRO.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-PAR-TEXTO             PIC X(30).
          05 WS-PAR-VALOR             PIC X(10).
          05 FILLER                   PIC X(89) VALUE SPACES.

       01 WS-LIN-TOTAL.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-TOT-TEXTO             PIC X(30).
          05 WS-TOT-VALOR             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(88) VALUE SPACES.

       COPY AUDREC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY POLIZAS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-CARGAR-NIFS.
           PERFORM 3000-REESCRIBIR-AUDITORIA.
           PERFORM 6000-EMITIR-TOTALES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      ******************************************************************
      * 1000-INICIAR
      ******************************************************************
       1000-INICIAR.
           INITIALIZE WS-CONTADORES.
           MOVE ZERO TO WS-NIFS-TOTAL.
           MOVE HIGH-VALUES TO WS-AUDIT-FECHA-MINIMA.
           MOVE LOW-VALUES TO WS-AUDIT-FECHA-MAXIMA.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           OPEN OUTPUT INFORME-FILE.
           IF NOT WS-INFORME-OK
               DISPLAY 'POLANONI: ERROR AL ABRIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * 2000-CARGAR-NIFS
      * LOS NIF DE LAS POLIZAS PURGADAS SE ORDENAN Y LA SALIDA DEL
      * SORT, SIN DUPLICADOS Y SIN LOS CLIENTES QUE AUN TIENEN
      * POLIZAS, QUEDA EN WS-TABLA-NIFS.
      ******************************************************************
       2000-CARGAR-NIFS.
           SORT SORT-NIFS
               ON ASCENDING KEY SRT-NIF-CLIENTE
               INPUT PROCEDURE IS 2100-EXTRAER-NIFS
               OUTPUT PROCEDURE IS 2500-TABULAR-NIFS.

           IF SORT-RETURN NOT = 0
               DISPLAY 'POLANONI: ERROR EN EL SORT DE NIF, '
                   'SORT-RETURN=' SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           PERFORM 2900-IMPRIMIR-PARAMETROS.

      ******************************************************************
      * 2100-EXTRAER-NIFS
      * PROCEDIMIENTO DE ENTRADA DEL SORT: UNA PASADA DEL ARCHIVO DE
      * PURGA, VALIDANDO CABECERA Y PIE, QUE ENTREGA AL SORT EL NIF DE
      * CADA REGISTRO 'POL'.
      ******************************************************************
       2100-EXTRAER-NIFS.
           OPEN INPUT PURGA-FILE.
           IF NOT WS-PURGA-OK
               DISPLAY 'POLANONI: ERROR AL ABRIR ARCHPURG, STATUS='
                   WS-PURGA-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           SET WS-NO-HAY-FIN-PURGA TO TRUE.
           SET WS-NO-HAY-PIE TO TRUE.
           PERFORM 2110-LEER-PURGA UNTIL WS-HAY-FIN-PURGA.
           CLOSE PURGA-FILE.

           IF WS-NO-HAY-PIE
               DISPLAY 'POLANONI: ARCHIVO DE PURGA SIN PIE DE CONTROL '
                   '(POLPURGA NO TERMINO), REGISTROS LEIDOS='
                   WS-PURGA-LEIDOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 2110-LEER-PURGA
      ******************************************************************
       2110-LEER-PURGA.
           READ PURGA-FILE
               AT END
                   SET WS-HAY-FIN-PURGA TO TRUE
               NOT AT END
                   ADD 1 TO WS-PURGA-LEIDOS
                   PERFORM 2120-TRATAR-REGISTRO-PURGA
           END-READ.

      ******************************************************************
      * 2120-TRATAR-REGISTRO-PURGA
      * EL PRIMER REGISTRO HA DE SER LA CABECERA DE POLPURGA Y EL
      * PIE EL ULTIMO, CON EL NUMERO DE REGISTROS DE DATOS Y DE
      * POLIZAS QUE SE HAN CONTADO AL LEER.
      ******************************************************************
       2120-TRATAR-REGISTRO-PURGA.
           IF WS-PURGA-LEIDOS = 1
               IF NOT PUC-ES-CABECERA
                     OR PUC-CAB-ORIGEN NOT = 'POLPURGA'
                   DISPLAY 'POLANONI: ARCHPURG NO EMPIEZA POR UNA '
                       'CABECERA DE POLPURGA'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
               END-IF
               MOVE PUC-CAB-FECHA-PROCESO  TO WS-PURGA-FECHA
               MOVE PUC-CAB-ANOS-RETENCION TO WS-PURGA-ANOS
               MOVE PUC-CAB-FECHA-CORTE    TO WS-PURGA-CORTE
           ELSE
               IF WS-HAY-PIE
                   DISPLAY 'POLANONI: REGISTROS DETRAS DEL PIE EN '
                       'ARCHPURG'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
               END-IF
               EVALUATE TRUE
                   WHEN PUC-ES-PIE
                       SET WS-HAY-PIE TO TRUE
                       PERFORM 2130-VALIDAR-PIE
                   WHEN PUR-ES-POLIZA
                       ADD 1 TO WS-PURGA-DATOS
                       ADD 1 TO WS-POLIZAS-PURGADAS
                       IF PUR-POL-NIF-CLIENTE NOT = SPACES
                           MOVE PUR-POL-NIF-CLIENTE
                               TO SRT-NIF-CLIENTE
                           RELEASE SRT-REGISTRO
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-PURGA-DATOS
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 2130-VALIDAR-PIE
      ******************************************************************
       2130-VALIDAR-PIE.
           IF PUC-PIE-TOTAL-REGISTROS NOT = WS-PURGA-DATOS
                 OR PUC-PIE-TOTAL-POLIZAS NOT = WS-POLIZAS-PURGADAS
               DISPLAY 'POLANONI: PIE DE ARCHPURG NO CUADRA, '
                   'REGISTROS PIE=' PUC-PIE-TOTAL-REGISTROS
                   ' LEIDOS=' WS-PURGA-DATOS
                   ' POLIZAS PIE=' PUC-PIE-TOTAL-POLIZAS
                   ' LEIDAS=' WS-POLIZAS-PURGADAS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 2500-TABULAR-NIFS
      * PROCEDIMIENTO DE SALIDA DEL SORT: LOS NIF LLEGAN ORDENADOS;
      * CADA NIF DISTINTO SE TABULA SI YA NO QUEDA NINGUNA POLIZA
      * SUYA EN DB2.
      ******************************************************************
       2500-TABULAR-NIFS.
           MOVE LOW-VALUES TO WS-NIF-ANTERIOR.
           SET WS-NO-HAY-FIN-SORT TO TRUE.
           PERFORM 2510-DEVOLVER-NIF UNTIL WS-HAY-FIN-SORT.

      ******************************************************************
      * 2510-DEVOLVER-NIF
      ******************************************************************
       2510-DEVOLVER-NIF.
           RETURN SORT-NIFS
               AT END
                   SET WS-HAY-FIN-SORT TO TRUE
               NOT AT END
                   IF SRT-NIF-CLIENTE NOT = WS-NIF-ANTERIOR
                       MOVE SRT-NIF-CLIENTE TO WS-NIF-ANTERIOR
                       ADD 1 TO WS-NIFS-DISTINTOS
                       PERFORM 2520-COMPROBAR-CLIENTE
                   END-IF
           END-RETURN.

      ******************************************************************
      * 2520-COMPROBAR-CLIENTE
      ******************************************************************
       2520-COMPROBAR-CLIENTE.
           MOVE SRT-NIF-CLIENTE TO NIF-CLIENTE.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CUENTA-POLIZAS
                  FROM POLIZAS
                 WHERE NIF_CLIENTE = :NIF-CLIENTE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLANONI: ERROR DB2 AL CONTAR POLIZAS DEL '
                   'CLIENTE, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           IF WS-CUENTA-POLIZAS > ZERO
               ADD 1 TO WS-NIFS-CON-POLIZAS
           ELSE
               IF WS-NIFS-TOTAL >= WS-NIF-MAXIMO
                   DISPLAY 'POLANONI: TABLA DE NIF DESBORDADA, '
                       'MAXIMO=' WS-NIF-MAXIMO
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
               END-IF
               ADD 1 TO WS-NIFS-TOTAL
               MOVE NIF-CLIENTE TO WS-TBL-NIF(WS-NIFS-TOTAL)
           END-IF.

      ******************************************************************
      * 2900-IMPRIMIR-PARAMETROS
      ******************************************************************
       2900-IMPRIMIR-PARAMETROS.
           MOVE 'PURGA DE ORIGEN' TO WS-TIT-TEXTO.
           PERFORM 7200-IMPRIMIR-TITULO.

           MOVE 'FECHA DE LA PURGA' TO WS-PAR-TEXTO.
           MOVE SPACES TO WS-PAR-VALOR.
           STRING WS-PURGA-FECHA(1:4) '-' WS-PURGA-FECHA(5:2) '-'
                  WS-PURGA-FECHA(7:2)
               DELIMITED BY SIZE INTO WS-PAR-VALOR.
           MOVE WS-LIN-PARAMETRO TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.

           MOVE 'ANOS DE RETENCION' TO WS-PAR-TEXTO.
           MOVE WS-PURGA-ANOS TO WS-PAR-VALOR.
           MOVE WS-LIN-PARAMETRO TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.

           MOVE 'CERRADAS ANTES DE' TO WS-PAR-TEXTO.
           MOVE SPACES TO WS-PAR-VALOR.
           STRING WS-PURGA-CORTE(1:4) '-' WS-PURGA-CORTE(5:2) '-'
                  WS-PURGA-CORTE(7:2)
               DELIMITED BY SIZE INTO WS-PAR-VALOR.
           MOVE WS-LIN-PARAMETRO TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.

      ******************************************************************
      * 3000-REESCRIBIR-AUDITORIA
      * COPIA TODAS LAS LINEAS DE AUDARCH A ANONIM, CON EL NIF EN
      * BLANCO EN LAS CONSULTAS POR NIF DE LOS CLIENTES TABULADOS.
      ******************************************************************
       3000-REESCRIBIR-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE.
           IF NOT WS-AUDITORIA-OK
               DISPLAY 'POLANONI: ERROR AL ABRIR AUDARCH, STATUS='
                   WS-AUDITORIA-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           OPEN OUTPUT ANONIMO-FILE.
           IF NOT WS-ANONIMO-OK
               DISPLAY 'POLANONI: ERROR AL ABRIR ANONIM, STATUS='
                   WS-ANONIMO-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           SET WS-NO-HAY-FIN-AUDITORIA TO TRUE.
           PERFORM 3100-COPIAR-LINEA UNTIL WS-HAY-FIN-AUDITORIA.

           CLOSE AUDITORIA-FILE.
           CLOSE ANONIMO-FILE.

           IF WS-AUDIT-ESCRITOS NOT = WS-AUDIT-LEIDOS
               DISPLAY 'POLANONI: LINEAS ESCRITAS ' WS-AUDIT-ESCRITOS
                   ' DISTINTAS DE LAS LEIDAS ' WS-AUDIT-LEIDOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 3100-COPIAR-LINEA
      ******************************************************************
       3100-COPIAR-LINEA.
           READ AUDITORIA-FILE INTO WS-REG-AUDITORIA
               AT END
                   SET WS-HAY-FIN-AUDITORIA TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-LEIDOS
                   IF AUD-FECHA < WS-AUDIT-FECHA-MINIMA
                       MOVE AUD-FECHA TO WS-AUDIT-FECHA-MINIMA
                   END-IF
                   IF AUD-FECHA > WS-AUDIT-FECHA-MAXIMA
                       MOVE AUD-FECHA TO WS-AUDIT-FECHA-MAXIMA
                   END-IF
                   IF AUD-MODO-BUSQUEDA = 'N'
                         AND AUD-NIF-CLIENTE NOT = SPACES
                         AND WS-NIFS-TOTAL > ZERO
                       PERFORM 3200-BUSCAR-NIF
                   END-IF
                   PERFORM 3300-ESCRIBIR-LINEA
           END-READ.

      ******************************************************************
      * 3200-BUSCAR-NIF
      ******************************************************************
       3200-BUSCAR-NIF.
           SEARCH ALL WS-ENTRADA-NIF
               AT END
                   CONTINUE
               WHEN WS-TBL-NIF(WS-IX-NIF) = AUD-NIF-CLIENTE
                   MOVE SPACES TO AUD-NIF-CLIENTE
                   ADD 1 TO WS-AUDIT-ANONIMIZADOS
           END-SEARCH.

      ******************************************************************
      * 3300-ESCRIBIR-LINEA
      ******************************************************************
       3300-ESCRIBIR-LINEA.
           WRITE ANO-REGISTRO FROM WS-REG-AUDITORIA.
           IF NOT WS-ANONIMO-OK
               DISPLAY 'POLANONI: ERROR AL ESCRIBIR ANONIM, STATUS='
                   WS-ANONIMO-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.
           ADD 1 TO WS-AUDIT-ESCRITOS.

      ******************************************************************
      * 6000-EMITIR-TOTALES
      ******************************************************************
       6000-EMITIR-TOTALES.
           MOVE 'AUDITORIA REESCRITA' TO WS-TIT-TEXTO.
           PERFORM 7200-IMPRIMIR-TITULO.

           IF WS-AUDIT-LEIDOS = ZERO
               MOVE '   ARCHIVO DE AUDITORIA VACIO EN EL DD AUDARCH'
                   TO INF-LINEA
               PERFORM 7100-IMPRIMIR-LINEA
           ELSE
               MOVE 'PRIMERA FECHA' TO WS-PAR-TEXTO
               MOVE WS-AUDIT-FECHA-MINIMA TO WS-PAR-VALOR
               MOVE WS-LIN-PARAMETRO TO INF-LINEA
               PERFORM 7100-IMPRIMIR-LINEA
               MOVE 'ULTIMA FECHA' TO WS-PAR-TEXTO
               MOVE WS-AUDIT-FECHA-MAXIMA TO WS-PAR-VALOR
               MOVE WS-LIN-PARAMETRO TO INF-LINEA
               PERFORM 7100-IMPRIMIR-LINEA
           END-IF.

           MOVE 'TOTALES' TO WS-TIT-TEXTO.
           PERFORM 7200-IMPRIMIR-TITULO.

           MOVE 'POLIZAS PURGADAS LEIDAS       ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-PURGADAS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE 'NIF DISTINTOS PURGADOS        ' TO WS-TOT-TEXTO.
           MOVE WS-NIFS-DISTINTOS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE '  CON POLIZAS AUN EN VIGOR    ' TO WS-TOT-TEXTO.
           MOVE WS-NIFS-CON-POLIZAS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE '  A ANONIMIZAR                ' TO WS-TOT-TEXTO.
           MOVE WS-NIFS-TOTAL TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE 'LINEAS DE AUDITORIA LEIDAS    ' TO WS-TOT-TEXTO.
           MOVE WS-AUDIT-LEIDOS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE 'LINEAS DE AUDITORIA ESCRITAS  ' TO WS-TOT-TEXTO.
           MOVE WS-AUDIT-ESCRITOS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE '  CON EL NIF ANONIMIZADO      ' TO WS-TOT-TEXTO.
           MOVE WS-AUDIT-ANONIMIZADOS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.

       6100-IMPRIMIR-TOTAL.
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
               DISPLAY 'POLANONI: ERROR AL ESCRIBIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
      * 7400-SALTAR-PAGINA
      ******************************************************************
       7400-SALTAR-PAGINA.
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
      * 9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           CLOSE INFORME-FILE.

           DISPLAY 'POLANONI: POLIZAS PURGADAS LEIDAS  = '
               WS-POLIZAS-PURGADAS.
           DISPLAY 'POLANONI: NIF A ANONIMIZAR         = '
               WS-NIFS-TOTAL.
           DISPLAY 'POLANONI: LINEAS AUDITORIA LEIDAS  = '
               WS-AUDIT-LEIDOS.
           DISPLAY 'POLANONI: LINEAS AUDITORIA ESCRITAS= '
               WS-AUDIT-ESCRITOS.
           DISPLAY 'POLANONI: LINEAS ANONIMIZADAS      = '
               WS-AUDIT-ANONIMIZADOS.
