      ******************************************************************
      * PROGRAMA BATCH - PURGA DE POLIZAS CERRADAS POR RETENCION
      * BORRA DE DB2 LAS POLIZAS CANCELADAS O VENCIDAS QUE LLEVAN
      * CERRADAS MAS ANOS DE LOS QUE MARCA LA POLITICA DE RETENCION
      * DE DATOS (PARM, EN ANOS), PARA QUE NOMBRES Y NIF DE CLIENTES
      * ANTIGUOS NO SIGAN INDEFINIDAMENTE EN POLIZAS Y EN SUS TABLAS
      * DEPENDIENTES NI EN EL ESPEJO QUE LEEN LOS PROCESOS NOCTURNOS.
      *
      * FECHA DE CIERRE: LA DEL ULTIMO PASO DE LA POLIZA A SU ESTADO
      * ACTUAL EN POLIZAS_HIST; SIN HISTORICO (FILAS ANTIGUAS), SU
      * FECHA DE VENCIMIENTO. SE PURGAN LAS CERRADAS ANTES DE LA
      * FECHA DE CORTE (HOY MENOS LOS ANOS DE RETENCION). NO SE PURGA
      * UNA POLIZA CON UN SINIESTRO ABIERTO, CON UN RECIBO PENDIENTE O
      * DEVUELTO SIN COBRAR (DEUDA VIVA) O CON UNA SOLICITUD DE DOBLE
      * FIRMA PENDIENTE; SE LISTA COMO NO PURGADA CON SU MOTIVO.
      *
      * ANTES DE BORRAR NADA, LA POLIZA Y TODAS SUS FILAS DE
      * POLIZAS_HIST, POLIZAS_ENDOSOS, POLIZAS_SINIESTROS,
      * POLIZAS_SINI_MOVIM, POLIZAS_RECIBOS Y POLIZAS_REQUERIM SE
      * COPIAN AL ARCHIVO FECHADO (PURGA-REC, CON CABECERA Y PIE
      * PURGA-CTL). EL BORRADO DE CADA TABLA DEBE AFECTAR EXACTAMENTE
      * A LAS FILAS ARCHIVADAS; SI NO CUADRA, O LA POLIZA CAMBIO DE
      * ESTADO ENTRETANTO, EL PROCESO ABORTA Y SE DESHACE. LAS
      * SOLICITUDES DE AUTORIZACION (AUTORIZ_PENDIENTES) NO SE BORRAN:
      * SON EL REGISTRO DE CONTROL DE LA DOBLE FIRMA Y NO GUARDAN
      * DATOS DEL CLIENTE.
      *
      * EL INFORME LISTA CADA POLIZA PURGADA (CON FECHA Y HORA DEL
      * BORRADO) Y CADA NO PURGADA CON SU MOTIVO, SIN NIF NI NOMBRE,
      * Y LOS TOTALES DE FILAS BORRADAS POR TABLA, COMO CONSTANCIA
      * ANTE EL REGULADOR. LAS POLIZAS AUN DENTRO DEL PERIODO DE
      * RETENCION SOLO SE CUENTAN.
      * EL ARCHIVO ES TAMBIEN LA ENTRADA DE POLANONI, QUE BORRA DEL
      * ARCHIVO DE AUDITORIA LOS NIF DE LOS CLIENTES PURGADOS.
      *
      * SOPORTA REINICIO: LOS BORRADOS SE CONFIRMAN (COMMIT) CADA
      * WS-INTERVALO-CHECKPOINT POLIZAS PURGADAS JUNTO CON EL
      * CHECKPOINT. CON PARM='RESTART' EL ARCHIVO SE RECORTA AL PUNTO
      * DEL CHECKPOINT (MAS LAS POLIZAS DE DETRAS QUE YA NO ESTAN EN
      * DB2, CUYO BORRADO LLEGO A CONFIRMARSE) Y SE TOMAN DE SU
      * CABECERA LOS ANOS DE RETENCION Y LA FECHA DE CORTE ORIGINALES.
      * EL CURSOR SE VUELVE A RECORRER ENTERO: LAS YA PURGADAS NO
      * ESTAN, Y LAS NO PURGADAS SE EVALUAN DE NUEVO. EL INFORME DEL
      * REINICIO EMPIEZA POR LAS PURGADAS RECUPERADAS DEL ARCHIVO, DE
      * MODO QUE LISTA TODO LO DESTRUIDO EN LA EJECUCION COMPLETA.
      *
      * NO LEE EL ESPEJO DE POLIZAS: NO ANOTA CIERRE EN CTLNOCHE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLPURGA.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FILE ASSIGN TO ARCHIVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO CHECKPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPT-STATUS.

           SELECT WORK-ARCHIVO-FILE ASSIGN TO WKARCHIV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT INFORME-FILE ASSIGN TO INFORME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FILE
           RECORDING MODE IS F.
       COPY PURGA-REC.
       COPY PURGA-CTL.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       COPY CKPTREC.

      *    COPIA DE TRABAJO DE ARCHIVO-FILE, DEL MISMO TAMANO DE
      *    REGISTRO, USADA SOLO EN REINICIO PARA DESCARTAR LO ESCRITO
      *    Y NO CONFIRMADO (VER 1300-TRUNCAR-ARCHIVO).
       FD  WORK-ARCHIVO-FILE
           RECORDING MODE IS F.
       01 WRK-PUR-REGISTRO            PIC X(150).

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INF-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVO-STATUS        PIC X(02).
          88 WS-ARCHIVO-OK             VALUE '00'.
       01 WS-CHECKPT-STATUS        PIC X(02).
          88 WS-CHECKPT-OK             VALUE '00'.
       01 WS-WORK-STATUS           PIC X(02).
          88 WS-WORK-OK                VALUE '00'.
       01 WS-INFORME-STATUS        PIC X(02).
          88 WS-INFORME-OK             VALUE '00'.

       01 WS-INDICADORES.
          05 WS-FIN-CURSOR            PIC X(01).
             88 WS-HAY-FIN-CURSOR         VALUE 'S'.
             88 WS-NO-HAY-FIN-CURSOR      VALUE 'N'.
          05 WS-FIN-DETALLE           PIC X(01).
             88 WS-HAY-FIN-DETALLE        VALUE 'S'.
             88 WS-NO-HAY-FIN-DETALLE     VALUE 'N'.
          05 WS-INDICADOR-REINICIO    PIC X(01).
             88 WS-ES-REINICIO            VALUE 'S'.
             88 WS-NO-ES-REINICIO         VALUE 'N'.
          05 WS-FIN-COPIA              PIC X(01).
             88 WS-HAY-FIN-COPIA           VALUE 'S'.
             88 WS-NO-HAY-FIN-COPIA        VALUE 'N'.
          05 WS-GRUPO-CONFIRMADO       PIC X(01).
             88 WS-GRUPO-ES-CONFIRMADO     VALUE 'S'.
             88 WS-GRUPO-NO-CONFIRMADO     VALUE 'N'.
          05 WS-FECHA-CIERRE-VALIDA    PIC X(01).
             88 WS-FECHA-CIERRE-OK         VALUE 'S'.
             88 WS-FECHA-CIERRE-MALA       VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-CERRADAS-LEIDAS          PIC 9(09) COMP.
          05 WS-EN-RETENCION             PIC 9(09) COMP.
          05 WS-POLIZAS-PURGADAS         PIC 9(09) COMP.
          05 WS-POLIZAS-RETENIDAS        PIC 9(09) COMP.
          05 WS-RET-SINIESTRO            PIC 9(09) COMP.
          05 WS-RET-RECIBO-PENDIENTE     PIC 9(09) COMP.
          05 WS-RET-RECIBO-DEVUELTO      PIC 9(09) COMP.
          05 WS-RET-AUTORIZACION         PIC 9(09) COMP.
          05 WS-RET-FECHA-ILEGIBLE       PIC 9(09) COMP.
          05 WS-REGISTROS-ARCHIVO        PIC 9(09) COMP.
          05 WS-FILAS-BORRADAS           PIC 9(09) COMP.
          05 WS-CONTADOR-COPIA           PIC 9(09) COMP.
          05 WS-CONFIRMADAS-TRAS-CKPT    PIC 9(09) COMP.
          05 WS-DESDE-CHECKPOINT         PIC 9(09) COMP.

      *    FILAS ARCHIVADAS POR TABLA: DE LA POLIZA EN CURSO (PARA
      *    CUADRAR EL BORRADO) Y ACUMULADAS (PARA INFORME Y PIE).
       01 WS-FILAS-POLIZA.
          05 WS-FIL-HISTORICO            PIC 9(09) COMP.
          05 WS-FIL-ENDOSOS              PIC 9(09) COMP.
          05 WS-FIL-SINIESTROS           PIC 9(09) COMP.
          05 WS-FIL-MOVIMIENTOS          PIC 9(09) COMP.
          05 WS-FIL-RECIBOS              PIC 9(09) COMP.
          05 WS-FIL-REQUERIM             PIC 9(09) COMP.

       01 WS-FILAS-TOTALES.
          05 WS-TOT-HISTORICO            PIC 9(09) COMP.
          05 WS-TOT-ENDOSOS              PIC 9(09) COMP.
          05 WS-TOT-SINIESTROS           PIC 9(09) COMP.
          05 WS-TOT-MOVIMIENTOS          PIC 9(09) COMP.
          05 WS-TOT-RECIBOS              PIC 9(09) COMP.
          05 WS-TOT-REQUERIM             PIC 9(09) COMP.

       01 WS-SUMA-PRIMAS             PIC S9(13)V99 COMP-3.

      *    CADA POLIZA PURGADA BORRA FILAS EN SIETE TABLAS: SE
      *    CONFIRMA CADA 100 POLIZAS PARA NO RETENER BLOQUEOS.
       01 WS-INTERVALO-CHECKPOINT    PIC 9(09) COMP VALUE 100.

      *    COMPROBACION DEL BORRADO DE UNA TABLA (4890).
       01 WS-TABLA-BORRADO           PIC X(20).
       01 WS-FILAS-ESPERADAS         PIC 9(09) COMP.
       01 WS-CUENTA-FILAS            PIC S9(09) COMP.

      *    RETENCION: ANOS DEL PARM Y MINIMO ADMITIDO, POR DEBAJO DEL
      *    CUAL EL PROCESO SE NIEGA A ARRANCAR (PLAZOS LEGALES DE
      *    CONSERVACION DE LA DOCUMENTACION DEL CONTRATO).
       01 WS-PARM-ANOS               PIC X(02).
       01 WS-ANOS-RETENCION          PIC 9(02).
       01 WS-ANOS-MINIMO             PIC 9(02) VALUE 05.

       01 WS-FECHAS.
          05 WS-FECHA-HOY             PIC 9(08).
          05 WS-HORA-HOY              PIC 9(08).
      *    SE PURGAN LAS CERRADAS ANTES DE ESTE DIA (AAAAMMDD).
          05 WS-FECHA-CORTE           PIC 9(08).
          05 WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
             10 WS-CORTE-ANO          PIC 9(04).
             10 WS-CORTE-MES          PIC 9(02).
             10 WS-CORTE-DIA          PIC 9(02).
      *    FECHA DE CIERRE DE LA POLIZA EN CURSO (AAAAMMDD).
          05 WS-FECHA-CIERRE          PIC X(08).

      *    DATOS DE UNA LINEA DEL INFORME ANTES DE DARLES FORMATO
      *    (7000-IMPRIMIR-DETALLE).
       01 WS-DETALLE-ENTRADA.
          05 WS-ENT-POLIZA-ID         PIC X(10).
          05 WS-ENT-ESTADO            PIC X(10).
          05 WS-ENT-PRODUCTO          PIC X(10).
          05 WS-ENT-FECHA-CIERRE      PIC X(08).
          05 WS-ENT-FECHA-PURGA       PIC X(08).
          05 WS-ENT-HORA-PURGA        PIC X(06).

       01 WS-MOTIVO-RETENCION        PIC X(40).

       01 WS-CONTROL-PAGINA.
          05 WS-NUMERO-PAGINA         PIC 9(04) VALUE ZERO.
          05 WS-LINEAS-EN-PAGINA      PIC 9(02) VALUE 99.
          05 WS-LINEAS-POR-PAGINA     PIC 9(02) VALUE 55.

      *    ---------------------------------------------------------
      *    LINEAS DEL INFORME DE PURGA
      *    ---------------------------------------------------------
       01 WS-LIN-CABECERA1.
          05 FILLER                   PIC X(40) VALUE
             'PURGA DE POLIZAS CERRADAS POR RETENCION'.
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

       01 WS-LIN-DETALLE.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-DET-POLIZA-ID         PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-ESTADO            PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-CIERRE            PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-PRODUCTO          PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-RESULTADO         PIC X(11).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-PURGA             PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-HORA              PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-MOTIVO            PIC X(40).
          05 FILLER                   PIC X(06) VALUE SPACES.

       01 WS-LIN-TOTAL.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-TOT-TEXTO             PIC X(30).
          05 WS-TOT-VALOR             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(88) VALUE SPACES.

       COPY POLIZAS.

       COPY POLHIST.

       COPY POLENDOS.

       COPY POLSINIE.

       COPY POLSIMOV.

       COPY POLRECBO.

       COPY POLREQMT.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 WS-PARM-ENTRADA.
          05 WS-PARM-LONGITUD     PIC S9(04) COMP.
          05 WS-PARM-VALOR        PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-ENTRADA.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-EVALUAR-POLIZA
               UNTIL WS-HAY-FIN-CURSOR.
           PERFORM 6000-EMITIR-TOTALES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      ******************************************************************
      * 1000-INICIAR
      ******************************************************************
       1000-INICIAR.
           SET WS-NO-HAY-FIN-CURSOR TO TRUE.
           SET WS-NO-ES-REINICIO TO TRUE.
           INITIALIZE WS-CONTADORES WS-FILAS-POLIZA WS-FILAS-TOTALES.
           MOVE ZERO TO WS-SUMA-PRIMAS.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.

           IF WS-PARM-LONGITUD > 0
               IF WS-PARM-VALOR(1:7) = 'RESTART'
                   SET WS-ES-REINICIO TO TRUE
               END-IF
           END-IF.

           IF WS-NO-ES-REINICIO
               PERFORM 1010-VALIDAR-PARM
           END-IF.

           OPEN OUTPUT INFORME-FILE.
           IF NOT WS-INFORME-OK
               DISPLAY 'POLPURGA: ERROR AL ABRIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-ES-REINICIO
               PERFORM 1100-RECUPERAR-CHECKPOINT
               PERFORM 1300-TRUNCAR-ARCHIVO
               OPEN EXTEND ARCHIVO-FILE
           ELSE
               OPEN OUTPUT ARCHIVO-FILE
           END-IF.

           IF NOT WS-ARCHIVO-OK
               DISPLAY 'POLPURGA: ERROR AL ABRIR ARCHIVO, STATUS='
                   WS-ARCHIVO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    EN UNA EJECUCION NUEVA SE GRABA YA UN PRIMER CHECKPOINT
      *    (SOLO LA CABECERA), PARA QUE UN REINICIO ANTES DEL PRIMER
      *    INTERVALO NO TOME EL DE UNA EJECUCION ANTERIOR.
           IF WS-NO-ES-REINICIO
               PERFORM 1200-ESCRIBIR-CABECERA
               PERFORM 1400-IMPRIMIR-PARAMETROS
               PERFORM 5000-GRABAR-CHECKPOINT
           END-IF.

           PERFORM 1500-ABRIR-CURSOR.
           PERFORM 2100-LEER-CURSOR.

      ******************************************************************
      * 1010-VALIDAR-PARM
      * EL PARM SON LOS ANOS DE RETENCION (UNA O DOS CIFRAS), NO
      * MENOS DE WS-ANOS-MINIMO. LA FECHA DE CORTE ES HOY MENOS ESOS
      * ANOS; UN 29 DE FEBRERO QUE CAE EN ANO NO BISIESTO PASA AL 28,
      * QUE SOLO PUEDE DEJAR FUERA ALGUNA POLIZA, NUNCA METER DE MAS.
      ******************************************************************
       1010-VALIDAR-PARM.
           IF WS-PARM-LONGITUD < 1 OR WS-PARM-LONGITUD > 2
               DISPLAY 'POLPURGA: PARM INVALIDO, SE ESPERAN LOS ANOS '
                   'DE RETENCION (NN) O RESTART'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PARM-LONGITUD = 1
               MOVE '0' TO WS-PARM-ANOS(1:1)
               MOVE WS-PARM-VALOR(1:1) TO WS-PARM-ANOS(2:1)
           ELSE
               MOVE WS-PARM-VALOR(1:2) TO WS-PARM-ANOS
           END-IF.

           IF WS-PARM-ANOS IS NOT NUMERIC
               DISPLAY 'POLPURGA: PARM INVALIDO, ANOS DE RETENCION NO '
                   'NUMERICOS: ' WS-PARM-VALOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-PARM-ANOS TO WS-ANOS-RETENCION.
           IF WS-ANOS-RETENCION < WS-ANOS-MINIMO
               DISPLAY 'POLPURGA: PARM INVALIDO, RETENCION DE '
                   WS-ANOS-RETENCION ' ANOS, EL MINIMO ES '
                   WS-ANOS-MINIMO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-FECHA-HOY TO WS-FECHA-CORTE.
           SUBTRACT WS-ANOS-RETENCION FROM WS-CORTE-ANO.
           IF WS-CORTE-MES = 02 AND WS-CORTE-DIA = 29
               MOVE 28 TO WS-CORTE-DIA
           END-IF.

      ******************************************************************
      * 1100-RECUPERAR-CHECKPOINT
      * LEE EL ULTIMO CHECKPOINT DE LA EJECUCION ANTERIOR: POLIZAS
      * PURGADAS Y REGISTROS DEL ARCHIVO YA CONFIRMADOS.
      ******************************************************************
       1100-RECUPERAR-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF NOT WS-CHECKPT-OK
               DISPLAY 'POLPURGA: REINICIO SOLICITADO PERO NO HAY '
                   'CHECKPOINT, STATUS=' WS-CHECKPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ CHECKPOINT-FILE.
           IF NOT WS-CHECKPT-OK
               DISPLAY 'POLPURGA: CHECKPOINT VACIO O ILEGIBLE, STATUS='
                   WS-CHECKPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CKPT-PROGRAMA NOT = 'POLPURGA'
               DISPLAY 'POLPURGA: EL CHECKPOINT ES DE OTRO PROGRAMA: '
                   CKPT-PROGRAMA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CKPT-REGISTROS-FICHERO1 TO WS-DESDE-CHECKPOINT.
           CLOSE CHECKPOINT-FILE.

      ******************************************************************
      * 1200-ESCRIBIR-CABECERA
      ******************************************************************
       1200-ESCRIBIR-CABECERA.
           MOVE SPACES TO PUC-REGISTRO.
           SET PUC-ES-CABECERA TO TRUE.
           MOVE WS-FECHA-HOY      TO PUC-CAB-FECHA-PROCESO.
           MOVE 'POLPURGA'        TO PUC-CAB-ORIGEN.
           MOVE WS-ANOS-RETENCION TO PUC-CAB-ANOS-RETENCION.
           MOVE WS-FECHA-CORTE    TO PUC-CAB-FECHA-CORTE.
           WRITE PUC-REGISTRO.
           IF NOT WS-ARCHIVO-OK
               DISPLAY 'POLPURGA: ERROR AL ESCRIBIR CABECERA DEL '
                   'ARCHIVO, STATUS=' WS-ARCHIVO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-REGISTROS-ARCHIVO.

      ******************************************************************
      * 1300-TRUNCAR-ARCHIVO
      * DEJA EN EL ARCHIVO SOLO LO QUE CORRESPONDE A BORRADOS YA
      * CONFIRMADOS EN DB2: LOS CKPT-REGISTROS-SALIDA PRIMEROS
      * REGISTROS Y, DETRAS, LOS GRUPOS DE LAS POLIZAS QUE YA NO
      * ESTAN EN DB2 (CONFIRMADAS ENTRE EL COMMIT Y LA GRABACION DEL
      * CHECKPOINT). LO DEMAS SE DESHIZO CON EL ABEND Y SE DESCARTA.
      * AL COPIAR SE RECUPERAN LOS PARAMETROS DE LA CABECERA, SE
      * RECUENTAN LOS REGISTROS Y SE LISTAN EN EL INFORME LAS
      * POLIZAS PURGADAS. SE TRUNCA COPIANDO A UN FICHERO DE TRABAJO
      * Y REGRABANDO EL ARCHIVO DESDE ESA COPIA.
      ******************************************************************
       1300-TRUNCAR-ARCHIVO.
           OPEN INPUT ARCHIVO-FILE.
           IF NOT WS-ARCHIVO-OK
               DISPLAY 'POLPURGA: REINICIO SOLICITADO PERO EL '
                   'ARCHIVO NO EXISTE, STATUS=' WS-ARCHIVO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT WORK-ARCHIVO-FILE.
           IF NOT WS-WORK-OK
               DISPLAY 'POLPURGA: ERROR AL ABRIR WKARCHIV, STATUS='
                   WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CONTADOR-COPIA.
           SET WS-GRUPO-NO-CONFIRMADO TO TRUE.
           SET WS-NO-HAY-FIN-COPIA TO TRUE.
           PERFORM 1310-COPIAR-REGISTRO
               UNTIL WS-HAY-FIN-COPIA.
           CLOSE ARCHIVO-FILE.
           CLOSE WORK-ARCHIVO-FILE.

           IF WS-CONTADOR-COPIA < CKPT-REGISTROS-SALIDA
                 OR WS-POLIZAS-PURGADAS < CKPT-REGISTROS-FICHERO1
               DISPLAY 'POLPURGA: EL ARCHIVO ES MAS CORTO QUE EL '
                   'CHECKPOINT, REGISTROS=' WS-CONTADOR-COPIA
                   ' ESPERADOS=' CKPT-REGISTROS-SALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT WORK-ARCHIVO-FILE.
           IF NOT WS-WORK-OK
               DISPLAY 'POLPURGA: ERROR AL REABRIR WKARCHIV, STATUS='
                   WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ARCHIVO-FILE.
           IF NOT WS-ARCHIVO-OK
               DISPLAY 'POLPURGA: ERROR AL REABRIR ARCHIVO TRAS '
                   'TRUNCAR, STATUS=' WS-ARCHIVO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-NO-HAY-FIN-COPIA TO TRUE.
           PERFORM UNTIL WS-HAY-FIN-COPIA
               READ WORK-ARCHIVO-FILE
                   AT END
                       SET WS-HAY-FIN-COPIA TO TRUE
                   NOT AT END
                       MOVE WRK-PUR-REGISTRO TO PUR-REGISTRO
                       WRITE PUR-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE WORK-ARCHIVO-FILE.
           CLOSE ARCHIVO-FILE.

           MOVE WS-CONTADOR-COPIA TO WS-REGISTROS-ARCHIVO.
           MOVE WS-POLIZAS-PURGADAS TO WS-CERRADAS-LEIDAS.

           IF WS-CONFIRMADAS-TRAS-CKPT > 0
               DISPLAY 'POLPURGA: ' WS-CONFIRMADAS-TRAS-CKPT
                   ' POLIZAS BORRADAS TRAS EL ULTIMO CHECKPOINT SE '
                   'CONSERVAN EN EL ARCHIVO'
           END-IF.

      ******************************************************************
      * 1310-COPIAR-REGISTRO
      * LOS REGISTROS CUBIERTOS POR EL CHECKPOINT SE CONSERVAN
      * SIEMPRE; LOS DE DETRAS, SOLO SI SU POLIZA YA NO ESTA EN DB2.
      * LA PRIMERA POLIZA QUE SIGUE EN DB2 (O UN PIE DE UNA EJECUCION
      * YA TERMINADA) MARCA EL PUNTO DE CORTE.
      ******************************************************************
       1310-COPIAR-REGISTRO.
           READ ARCHIVO-FILE
               AT END
                   SET WS-HAY-FIN-COPIA TO TRUE
           END-READ.

           IF WS-NO-HAY-FIN-COPIA
               IF WS-CONTADOR-COPIA < CKPT-REGISTROS-SALIDA
                   PERFORM 1330-CONSERVAR-REGISTRO
               ELSE
                   PERFORM 1320-COMPROBAR-CONFIRMADA
               END-IF
           END-IF.

      ******************************************************************
      * 1320-COMPROBAR-CONFIRMADA
      ******************************************************************
       1320-COMPROBAR-CONFIRMADA.
           EVALUATE TRUE
               WHEN PUR-ES-POLIZA
                   MOVE PUR-POLIZA-ID TO POLIZA-ID
                   EXEC SQL
                        SELECT COUNT(*)
                          INTO :WS-CUENTA-FILAS
                          FROM POLIZAS
                         WHERE POLIZA_ID = :POLIZA-ID
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY 'POLPURGA: ERROR DB2 AL COMPROBAR '
                           'POLIZA ARCHIVADA ' POLIZA-ID
                           ' SQLCODE=' SQLCODE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-CUENTA-FILAS = ZERO
                       SET WS-GRUPO-ES-CONFIRMADO TO TRUE
                       ADD 1 TO WS-CONFIRMADAS-TRAS-CKPT
                       PERFORM 1330-CONSERVAR-REGISTRO
                   ELSE
                       SET WS-HAY-FIN-COPIA TO TRUE
                   END-IF
               WHEN PUC-ES-PIE
                   SET WS-HAY-FIN-COPIA TO TRUE
               WHEN WS-GRUPO-ES-CONFIRMADO
                   PERFORM 1330-CONSERVAR-REGISTRO
               WHEN OTHER
                   SET WS-HAY-FIN-COPIA TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 1330-CONSERVAR-REGISTRO
      ******************************************************************
       1330-CONSERVAR-REGISTRO.
           MOVE PUR-REGISTRO TO WRK-PUR-REGISTRO.
           WRITE WRK-PUR-REGISTRO.
           IF NOT WS-WORK-OK
               DISPLAY 'POLPURGA: ERROR AL ESCRIBIR WKARCHIV, STATUS='
                   WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CONTADOR-COPIA.
           PERFORM 1350-RECONTAR-REGISTRO.

      ******************************************************************
      * 1350-RECONTAR-REGISTRO
      * EL PRIMER REGISTRO DEBE SER LA CABECERA, DE LA QUE SE TOMAN
      * LOS ANOS DE RETENCION Y LA FECHA DE CORTE DE LA EJECUCION
      * ORIGINAL. LAS POLIZAS RECUPERADAS VAN AL INFORME.
      ******************************************************************
       1350-RECONTAR-REGISTRO.
           IF WS-CONTADOR-COPIA = 1 AND NOT PUC-ES-CABECERA
               DISPLAY 'POLPURGA: ARCHIVO SIN CABECERA DE CONTROL, '
                   'PRIMER REGISTRO=' PUC-TIPO-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN PUC-ES-CABECERA
                   MOVE PUC-CAB-ANOS-RETENCION TO WS-ANOS-RETENCION
                   MOVE PUC-CAB-FECHA-CORTE    TO WS-FECHA-CORTE
                   PERFORM 1400-IMPRIMIR-PARAMETROS
               WHEN PUR-ES-POLIZA
                   ADD 1 TO WS-POLIZAS-PURGADAS
                   ADD 1 TO WS-FILAS-BORRADAS
                   ADD PUR-POL-PRIMA-IMPORTE TO WS-SUMA-PRIMAS
                   MOVE PUR-POLIZA-ID         TO WS-ENT-POLIZA-ID
                   MOVE PUR-POL-ESTADO-POLIZA TO WS-ENT-ESTADO
                   MOVE PUR-POL-TIPO-PRODUCTO TO WS-ENT-PRODUCTO
                   MOVE PUR-POL-FECHA-CIERRE  TO WS-ENT-FECHA-CIERRE
                   MOVE PUR-POL-FECHA-PURGA   TO WS-ENT-FECHA-PURGA
                   MOVE PUR-POL-HORA-PURGA    TO WS-ENT-HORA-PURGA
                   MOVE 'PURGADA'             TO WS-DET-RESULTADO
                   MOVE SPACES                TO WS-DET-MOTIVO
                   PERFORM 7000-IMPRIMIR-DETALLE
               WHEN PUR-ES-HISTORICO
                   ADD 1 TO WS-TOT-HISTORICO WS-FILAS-BORRADAS
               WHEN PUR-ES-ENDOSO
                   ADD 1 TO WS-TOT-ENDOSOS WS-FILAS-BORRADAS
               WHEN PUR-ES-SINIESTRO
                   ADD 1 TO WS-TOT-SINIESTROS WS-FILAS-BORRADAS
               WHEN PUR-ES-MOVIMIENTO
                   ADD 1 TO WS-TOT-MOVIMIENTOS WS-FILAS-BORRADAS
               WHEN PUR-ES-RECIBO
                   ADD 1 TO WS-TOT-RECIBOS WS-FILAS-BORRADAS
               WHEN PUR-ES-REQUERIMIENTO
                   ADD 1 TO WS-TOT-REQUERIM WS-FILAS-BORRADAS
               WHEN OTHER
                   DISPLAY 'POLPURGA: REGISTRO DE TIPO DESCONOCIDO EN '
                       'EL ARCHIVO: ' PUR-TIPO-REGISTRO
                       ' POSICION ' WS-CONTADOR-COPIA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 1400-IMPRIMIR-PARAMETROS
      * PARAMETROS DE LA PURGA Y CABECERA DE LA LISTA DE POLIZAS.
      ******************************************************************
       1400-IMPRIMIR-PARAMETROS.
           MOVE 'PARAMETROS DE LA PURGA' TO WS-TIT-TEXTO.
           PERFORM 7200-IMPRIMIR-TITULO.

           MOVE 'ANOS DE RETENCION' TO WS-PAR-TEXTO.
           MOVE WS-ANOS-RETENCION TO WS-PAR-VALOR.
           MOVE WS-LIN-PARAMETRO TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.

           MOVE 'CERRADAS ANTES DE' TO WS-PAR-TEXTO.
           MOVE SPACES TO WS-PAR-VALOR.
           STRING WS-FECHA-CORTE(1:4) '-' WS-FECHA-CORTE(5:2) '-'
                  WS-FECHA-CORTE(7:2)
               DELIMITED BY SIZE INTO WS-PAR-VALOR.
           MOVE WS-LIN-PARAMETRO TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.

           IF WS-ES-REINICIO
               MOVE 'EJECUCION REANUDADA' TO WS-PAR-TEXTO
               MOVE 'RESTART' TO WS-PAR-VALOR
               MOVE WS-LIN-PARAMETRO TO INF-LINEA
               PERFORM 7100-IMPRIMIR-LINEA
           END-IF.

           MOVE 'POLIZAS CERRADAS PURGADAS Y NO PURGADAS'
               TO WS-TIT-TEXTO.
           PERFORM 7200-IMPRIMIR-TITULO.
           MOVE '   POLIZA      ESTADO      CIERRE      PRODUCTO'
               TO WS-TIT-TEXTO.
           MOVE 'RESULTADO' TO WS-TIT-TEXTO(52:9).
           MOVE 'PURGADA' TO WS-TIT-TEXTO(65:7).
           MOVE 'HORA' TO WS-TIT-TEXTO(77:4).
           MOVE 'MOTIVO' TO WS-TIT-TEXTO(87:6).
           PERFORM 7300-IMPRIMIR-LINEA-TITULO.

      ******************************************************************
      * 1500-ABRIR-CURSOR
      * CURSOR WITH HOLD: SIGUE ABIERTO A TRAVES DE LOS COMMIT DE LOS
      * CHECKPOINTS. EN ORDEN DE POLIZA-ID, COMO EL ARCHIVO.
      ******************************************************************
       1500-ABRIR-CURSOR.
           EXEC SQL
                DECLARE CUR-CERRADAS CURSOR WITH HOLD FOR
                SELECT POLIZA_ID, NIF_CLIENTE, NOMBRE_ASEGURADO,
                       TIPO_PRODUCTO, ESTADO_POLIZA, FECHA_EFECTO,
                       FECHA_VENCIMIENTO, PRIMA_IMPORTE, FORMA_PAGO,
                       CODIGO_INTERMEDIARIO
                  FROM POLIZAS
                 WHERE ESTADO_POLIZA IN ('CANCELADA', 'VENCIDA')
                 ORDER BY POLIZA_ID
           END-EXEC.

           EXEC SQL OPEN CUR-CERRADAS END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLPURGA: ERROR DB2 AL ABRIR CUR-CERRADAS, '
                   'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

      ******************************************************************
      * 2000-EVALUAR-POLIZA
      ******************************************************************
       2000-EVALUAR-POLIZA.
           PERFORM 3000-OBTENER-FECHA-CIERRE.
           MOVE SPACES TO WS-MOTIVO-RETENCION.

           EVALUATE TRUE
               WHEN WS-FECHA-CIERRE-MALA
                   ADD 1 TO WS-RET-FECHA-ILEGIBLE
                   MOVE 'FECHA DE CIERRE ILEGIBLE'
                       TO WS-MOTIVO-RETENCION
                   PERFORM 3900-ANOTAR-NO-PURGADA
               WHEN WS-FECHA-CIERRE NOT < WS-FECHA-CORTE
                   ADD 1 TO WS-EN-RETENCION
               WHEN OTHER
                   PERFORM 3100-COMPROBAR-BLOQUEOS
                   IF WS-MOTIVO-RETENCION = SPACES
                       PERFORM 4000-PURGAR-POLIZA
                   ELSE
                       PERFORM 3900-ANOTAR-NO-PURGADA
                   END-IF
           END-EVALUATE.

           PERFORM 2100-LEER-CURSOR.

      ******************************************************************
      * 2100-LEER-CURSOR
      ******************************************************************
       2100-LEER-CURSOR.
           EXEC SQL
                FETCH CUR-CERRADAS
                 INTO :POLIZA-ID, :NIF-CLIENTE, :NOMBRE-ASEGURADO,
                      :TIPO-PRODUCTO, :ESTADO-POLIZA, :FECHA-EFECTO,
                      :FECHA-VENCIMIENTO, :PRIMA-IMPORTE, :FORMA-PAGO,
                      :CODIGO-INTERMEDIARIO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CERRADAS-LEIDAS
               WHEN 100
                   SET WS-HAY-FIN-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'POLPURGA: ERROR DB2 EN FETCH, SQLCODE='
                       SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9100-ABORTAR
           END-EVALUATE.

      ******************************************************************
      * 3000-OBTENER-FECHA-CIERRE
      * FECHA DEL ULTIMO PASO DE LA POLIZA A SU ESTADO ACTUAL EN
      * POLIZAS_HIST. UNA POLIZA SIN ESA FILA (ANTERIOR AL HISTORICO)
      * TOMA SU FECHA DE VENCIMIENTO, QUE NUNCA ES ANTERIOR AL CIERRE
      * REAL. UNA FECHA ILEGIBLE NO SE PURGA: SE LISTA.
      ******************************************************************
       3000-OBTENER-FECHA-CIERRE.
           MOVE POLIZA-ID     TO HIST-POLIZA-ID.
           MOVE ESTADO-POLIZA TO HIST-ESTADO-NUEVO.

           EXEC SQL
                SELECT COALESCE(MAX(FECHA_CAMBIO), ' ')
                  INTO :WS-FECHA-CIERRE
                  FROM POLIZAS_HIST
                 WHERE POLIZA_ID    = :HIST-POLIZA-ID
                   AND ESTADO_NUEVO = :HIST-ESTADO-NUEVO
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLPURGA: ERROR DB2 AL BUSCAR FECHA DE '
                   'CIERRE, POLIZA=' POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           IF WS-FECHA-CIERRE = SPACES
               MOVE FECHA-VENCIMIENTO(1:4) TO WS-FECHA-CIERRE(1:4)
               MOVE FECHA-VENCIMIENTO(6:2) TO WS-FECHA-CIERRE(5:2)
               MOVE FECHA-VENCIMIENTO(9:2) TO WS-FECHA-CIERRE(7:2)
           END-IF.

           IF WS-FECHA-CIERRE IS NUMERIC
               SET WS-FECHA-CIERRE-OK TO TRUE
           ELSE
               SET WS-FECHA-CIERRE-MALA TO TRUE
               DISPLAY 'POLPURGA: FECHA DE CIERRE ILEGIBLE, POLIZA '
                   POLIZA-ID ' NO SE PURGA'
           END-IF.

      ******************************************************************
      * 3100-COMPROBAR-BLOQUEOS
      * UNA POLIZA CON ALGO PENDIENTE NO SE PURGA AUNQUE HAYA PASADO
      * LA RETENCION. SE DA EL PRIMER MOTIVO ENCONTRADO.
      ******************************************************************
       3100-COMPROBAR-BLOQUEOS.
           PERFORM 3110-COMPROBAR-SINIESTROS.
           IF WS-MOTIVO-RETENCION = SPACES
               PERFORM 3120-COMPROBAR-RECIBOS
           END-IF.
           IF WS-MOTIVO-RETENCION = SPACES
               PERFORM 3130-COMPROBAR-AUTORIZACION
           END-IF.

      ******************************************************************
      * 3110-COMPROBAR-SINIESTROS
      * CUALQUIER SINIESTRO ABIERTO, AUNQUE NO TENGA RESERVA
      * PENDIENTE: SU EXPEDIENTE SIGUE VIVO.
      ******************************************************************
       3110-COMPROBAR-SINIESTROS.
           MOVE POLIZA-ID TO SINI-POLIZA-ID.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CUENTA-FILAS
                  FROM POLIZAS_SINIESTROS
                 WHERE POLIZA_ID        = :SINI-POLIZA-ID
                   AND ESTADO_SINIESTRO = 'ABIERTO'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLPURGA: ERROR DB2 AL COMPROBAR SINIESTROS, '
                   'POLIZA=' POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           IF WS-CUENTA-FILAS > ZERO
               ADD 1 TO WS-RET-SINIESTRO
               MOVE 'SINIESTRO ABIERTO' TO WS-MOTIVO-RETENCION
           END-IF.

      ******************************************************************
      * 3120-COMPROBAR-RECIBOS
      * UN RECIBO PENDIENTE O DEVUELTO ES DEUDA SIN COBRAR: SE
      * CONSERVA LA POLIZA MIENTRAS NO SE RESUELVA. LOS RECIBOS
      * ANULADOS POR POLRECAR NO SON DEUDA Y NO RETIENEN LA POLIZA.
      ******************************************************************
       3120-COMPROBAR-RECIBOS.
           MOVE POLIZA-ID TO RCB-POLIZA-ID.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CUENTA-FILAS
                  FROM POLIZAS_RECIBOS
                 WHERE POLIZA_ID     = :RCB-POLIZA-ID
                   AND ESTADO_RECIBO = 'PENDIENTE'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLPURGA: ERROR DB2 AL COMPROBAR RECIBOS, '
                   'POLIZA=' POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           IF WS-CUENTA-FILAS > ZERO
               ADD 1 TO WS-RET-RECIBO-PENDIENTE
               MOVE 'RECIBO PENDIENTE DE COBRO' TO WS-MOTIVO-RETENCION
           ELSE
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-CUENTA-FILAS
                      FROM POLIZAS_RECIBOS
                     WHERE POLIZA_ID     = :RCB-POLIZA-ID
                       AND ESTADO_RECIBO = 'DEVUELTO'
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'POLPURGA: ERROR DB2 AL COMPROBAR RECIBOS '
                       'DEVUELTOS, POLIZA=' POLIZA-ID
                       ' SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9100-ABORTAR
               END-IF
               IF WS-CUENTA-FILAS > ZERO
                   ADD 1 TO WS-RET-RECIBO-DEVUELTO
                   MOVE 'RECIBO DEVUELTO SIN COBRAR'
                       TO WS-MOTIVO-RETENCION
               END-IF
           END-IF.

      ******************************************************************
      * 3130-COMPROBAR-AUTORIZACION
      * UNA SOLICITUD DE DOBLE FIRMA SIN RESOLVER SE REFIERE A UNA
      * POLIZA QUE DEBE SEGUIR EXISTIENDO CUANDO SE APRUEBE O RECHACE.
      ******************************************************************
       3130-COMPROBAR-AUTORIZACION.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CUENTA-FILAS
                  FROM AUTORIZ_PENDIENTES
                 WHERE POLIZA_ID        = :POLIZA-ID
                   AND ESTADO_SOLICITUD = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLPURGA: ERROR DB2 AL COMPROBAR SOLICITUDES '
                   'DE AUTORIZACION, POLIZA=' POLIZA-ID
                   ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           IF WS-CUENTA-FILAS > ZERO
               ADD 1 TO WS-RET-AUTORIZACION
               MOVE 'SOLICITUD DE DOBLE FIRMA PENDIENTE'
                   TO WS-MOTIVO-RETENCION
           END-IF.

      ******************************************************************
      * 3900-ANOTAR-NO-PURGADA
      ******************************************************************
       3900-ANOTAR-NO-PURGADA.
           ADD 1 TO WS-POLIZAS-RETENIDAS.

           MOVE POLIZA-ID       TO WS-ENT-POLIZA-ID.
           MOVE ESTADO-POLIZA   TO WS-ENT-ESTADO.
           MOVE TIPO-PRODUCTO   TO WS-ENT-PRODUCTO.
           IF WS-FECHA-CIERRE-OK
               MOVE WS-FECHA-CIERRE TO WS-ENT-FECHA-CIERRE
           ELSE
               MOVE SPACES TO WS-ENT-FECHA-CIERRE
           END-IF.
           MOVE SPACES          TO WS-ENT-FECHA-PURGA
                                   WS-ENT-HORA-PURGA.
           MOVE 'NO PURGADA'    TO WS-DET-RESULTADO.
           MOVE WS-MOTIVO-RETENCION TO WS-DET-MOTIVO.
           PERFORM 7000-IMPRIMIR-DETALLE.

      ******************************************************************
      * 4000-PURGAR-POLIZA
      * ARCHIVA LA POLIZA Y TODAS SUS FILAS DEPENDIENTES Y LUEGO LAS
      * BORRA, TODO EN LA MISMA UNIDAD DE TRABAJO, QUE SE CONFIRMA EN
      * EL SIGUIENTE CHECKPOINT.
      ******************************************************************
       4000-PURGAR-POLIZA.
           ACCEPT WS-HORA-HOY FROM TIME.
           INITIALIZE WS-FILAS-POLIZA.

           PERFORM 4100-ARCHIVAR-POLIZA.
           PERFORM 4200-ARCHIVAR-HISTORICO.
           PERFORM 4300-ARCHIVAR-ENDOSOS.
           PERFORM 4400-ARCHIVAR-SINIESTROS.
           PERFORM 4500-ARCHIVAR-MOVIMIENTOS.
           PERFORM 4600-ARCHIVAR-RECIBOS.
           PERFORM 4700-ARCHIVAR-REQUERIM.
           PERFORM 4800-BORRAR-POLIZA.

           ADD 1 TO WS-POLIZAS-PURGADAS.
           ADD PRIMA-IMPORTE TO WS-SUMA-PRIMAS.
           ADD WS-FIL-HISTORICO   TO WS-TOT-HISTORICO.
           ADD WS-FIL-ENDOSOS     TO WS-TOT-ENDOSOS.
           ADD WS-FIL-SINIESTROS  TO WS-TOT-SINIESTROS.
           ADD WS-FIL-MOVIMIENTOS TO WS-TOT-MOVIMIENTOS.
           ADD WS-FIL-RECIBOS     TO WS-TOT-RECIBOS.
           ADD WS-FIL-REQUERIM    TO WS-TOT-REQUERIM.

           MOVE POLIZA-ID        TO WS-ENT-POLIZA-ID.
           MOVE ESTADO-POLIZA    TO WS-ENT-ESTADO.
           MOVE TIPO-PRODUCTO    TO WS-ENT-PRODUCTO.
           MOVE WS-FECHA-CIERRE  TO WS-ENT-FECHA-CIERRE.
           MOVE WS-FECHA-HOY     TO WS-ENT-FECHA-PURGA.
           MOVE WS-HORA-HOY(1:6) TO WS-ENT-HORA-PURGA.
           MOVE 'PURGADA'        TO WS-DET-RESULTADO.
           MOVE SPACES           TO WS-DET-MOTIVO.
           PERFORM 7000-IMPRIMIR-DETALLE.

           IF FUNCTION MOD(WS-POLIZAS-PURGADAS,
                           WS-INTERVALO-CHECKPOINT) = 0
               PERFORM 5000-GRABAR-CHECKPOINT
           END-IF.

      ******************************************************************
      * 4100-ARCHIVAR-POLIZA
      ******************************************************************
       4100-ARCHIVAR-POLIZA.
           MOVE SPACES TO PUR-REGISTRO.
           SET PUR-ES-POLIZA TO TRUE.
           MOVE POLIZA-ID            TO PUR-POLIZA-ID.
           MOVE NIF-CLIENTE          TO PUR-POL-NIF-CLIENTE.
           MOVE NOMBRE-ASEGURADO     TO PUR-POL-NOMBRE-ASEGURADO.
           MOVE TIPO-PRODUCTO        TO PUR-POL-TIPO-PRODUCTO.
           MOVE ESTADO-POLIZA        TO PUR-POL-ESTADO-POLIZA.
           MOVE FECHA-EFECTO         TO PUR-POL-FECHA-EFECTO.
           MOVE FECHA-VENCIMIENTO    TO PUR-POL-FECHA-VENCIMIENTO.
           MOVE PRIMA-IMPORTE        TO PUR-POL-PRIMA-IMPORTE.
           MOVE FORMA-PAGO           TO PUR-POL-FORMA-PAGO.
           MOVE CODIGO-INTERMEDIARIO TO PUR-POL-CODIGO-INTERMEDIARIO.
           MOVE WS-FECHA-CIERRE      TO PUR-POL-FECHA-CIERRE.
           MOVE WS-FECHA-HOY         TO PUR-POL-FECHA-PURGA.
           MOVE WS-HORA-HOY(1:6)     TO PUR-POL-HORA-PURGA.
           PERFORM 4900-ESCRIBIR-ARCHIVO.

      ******************************************************************
      * 4200-ARCHIVAR-HISTORICO
      ******************************************************************
       4200-ARCHIVAR-HISTORICO.
           MOVE POLIZA-ID TO HIST-POLIZA-ID.

           EXEC SQL
                DECLARE CUR-PURHIS CURSOR FOR
                SELECT SECUENCIA, FECHA_CAMBIO, HORA_CAMBIO,
                       ESTADO_ANTERIOR, ESTADO_NUEVO, USUARIO,
                       MOTIVO_CAMBIO
                  FROM POLIZAS_HIST
                 WHERE POLIZA_ID = :HIST-POLIZA-ID
                 ORDER BY SECUENCIA
           END-EXEC.

           EXEC SQL OPEN CUR-PURHIS END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLPURGA: ERROR DB2 AL ABRIR CUR-PURHIS, '
                   'POLIZA=' POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           SET WS-NO-HAY-FIN-DETALLE TO TRUE.
           PERFORM 4210-LEER-HISTORICO.
           PERFORM UNTIL WS-HAY-FIN-DETALLE
               MOVE SPACES TO PUR-REGISTRO
               SET PUR-ES-HISTORICO TO TRUE
               MOVE POLIZA-ID            TO PUR-POLIZA-ID
               MOVE HIST-SECUENCIA       TO PUR-HIS-SECUENCIA
               MOVE HIST-FECHA-CAMBIO    TO PUR-HIS-FECHA-CAMBIO
               MOVE HIST-HORA-CAMBIO     TO PUR-HIS-HORA-CAMBIO
               MOVE HIST-ESTADO-ANTERIOR TO PUR-HIS-ESTADO-ANTERIOR
               MOVE HIST-ESTADO-NUEVO    TO PUR-HIS-ESTADO-NUEVO
               MOVE HIST-USUARIO         TO PUR-HIS-USUARIO
               MOVE HIST-MOTIVO-CAMBIO   TO PUR-HIS-MOTIVO-CAMBIO
               PERFORM 4900-ESCRIBIR-ARCHIVO
               ADD 1 TO WS-FIL-HISTORICO
               PERFORM 4210-LEER-HISTORICO
           END-PERFORM.

           EXEC SQL CLOSE CUR-PURHIS END-EXEC.

       4210-LEER-HISTORICO.
           EXEC SQL
                FETCH CUR-PURHIS
                 INTO :HIST-SECUENCIA, :HIST-FECHA-CAMBIO,
                      :HIST-HORA-CAMBIO, :HIST-ESTADO-ANTERIOR,
                      :HIST-ESTADO-NUEVO, :HIST-USUARIO,
                      :HIST-MOTIVO-CAMBIO
           END-EXEC.
           PERFORM 4950-COMPROBAR-FETCH.

      ******************************************************************
      * 4300-ARCHIVAR-ENDOSOS
      ******************************************************************
       4300-ARCHIVAR-ENDOSOS.
           MOVE POLIZA-ID TO ENDO-POLIZA-ID.

           EXEC SQL
                DECLARE CUR-PUREND CURSOR FOR
                SELECT SECUENCIA, FECHA_ENDOSO, HORA_ENDOSO,
                       FECHA_EFECTO, PRIMA_ANTERIOR, PRIMA_NUEVA,
                       USUARIO, MOTIVO_ENDOSO
                  FROM POLIZAS_ENDOSOS
                 WHERE POLIZA_ID = :ENDO-POLIZA-ID
                 ORDER BY SECUENCIA
           END-EXEC.

           EXEC SQL OPEN CUR-PUREND END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLPURGA: ERROR DB2 AL ABRIR CUR-PUREND, '
                   'POLIZA=' POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           SET WS-NO-HAY-FIN-DETALLE TO TRUE.
           PERFORM 4310-LEER-ENDOSO.
           PERFORM UNTIL WS-HAY-FIN-DETALLE
               MOVE SPACES TO PUR-REGISTRO
               SET PUR-ES-ENDOSO TO TRUE
               MOVE POLIZA-ID           TO PUR-POLIZA-ID
               MOVE ENDO-SECUENCIA      TO PUR-END-SECUENCIA
               MOVE ENDO-FECHA-ENDOSO   TO PUR-END-FECHA-ENDOSO
               MOVE ENDO-HORA-ENDOSO    TO PUR-END-HORA-ENDOSO
               MOVE ENDO-FECHA-EFECTO   TO PUR-END-FECHA-EFECTO
               MOVE ENDO-PRIMA-ANTERIOR TO PUR-END-PRIMA-ANTERIOR
               MOVE ENDO-PRIMA-NUEVA    TO PUR-END-PRIMA-NUEVA
               MOVE ENDO-USUARIO        TO PUR-END-USUARIO
               MOVE ENDO-MOTIVO-ENDOSO  TO PUR-END-MOTIVO-ENDOSO
               PERFORM 4900-ESCRIBIR-ARCHIVO
               ADD 1 TO WS-FIL-ENDOSOS
               PERFORM 4310-LEER-ENDOSO
           END-PERFORM.

           EXEC SQL CLOSE CUR-PUREND END-EXEC.

       4310-LEER-ENDOSO.
           EXEC SQL
                FETCH CUR-PUREND
                 INTO :ENDO-SECUENCIA, :ENDO-FECHA-ENDOSO,
                      :ENDO-HORA-ENDOSO, :ENDO-FECHA-EFECTO,
                      :ENDO-PRIMA-ANTERIOR, :ENDO-PRIMA-NUEVA,
                      :ENDO-USUARIO, :ENDO-MOTIVO-ENDOSO
           END-EXEC.
           PERFORM 4950-COMPROBAR-FETCH.

      ******************************************************************
      * 4400-ARCHIVAR-SINIESTROS
      ******************************************************************
       4400-ARCHIVAR-SINIESTROS.
           MOVE POLIZA-ID TO SINI-POLIZA-ID.

           EXEC SQL
                DECLARE CUR-PURSIN CURSOR FOR
                SELECT SECUENCIA, FECHA_OCURRENCIA, FECHA_APERTURA,
                       HORA_APERTURA, ESTADO_SINIESTRO,
                       IMPORTE_RESERVA, CODIGO_CAUSA, FECHA_CIERRE,
                       USUARIO, IMPORTE_PAGADO
                  FROM POLIZAS_SINIESTROS
                 WHERE POLIZA_ID = :SINI-POLIZA-ID
                 ORDER BY SECUENCIA
           END-EXEC.

           EXEC SQL OPEN CUR-PURSIN END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLPURGA: ERROR DB2 AL ABRIR CUR-PURSIN, '
                   'POLIZA=' POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           SET WS-NO-HAY-FIN-DETALLE TO TRUE.
           PERFORM 4410-LEER-SINIESTRO.
           PERFORM UNTIL WS-HAY-FIN-DETALLE
               MOVE SPACES TO PUR-REGISTRO
               SET PUR-ES-SINIESTRO TO TRUE
               MOVE POLIZA-ID             TO PUR-POLIZA-ID
               MOVE SINI-SECUENCIA        TO PUR-SIN-SECUENCIA
               MOVE SINI-FECHA-OCURRENCIA TO PUR-SIN-FECHA-OCURRENCIA
               MOVE SINI-FECHA-APERTURA   TO PUR-SIN-FECHA-APERTURA
               MOVE SINI-HORA-APERTURA    TO PUR-SIN-HORA-APERTURA
               MOVE SINI-ESTADO-SINIESTRO TO PUR-SIN-ESTADO-SINIESTRO
               MOVE SINI-IMPORTE-RESERVA  TO PUR-SIN-IMPORTE-RESERVA
               MOVE SINI-CODIGO-CAUSA     TO PUR-SIN-CODIGO-CAUSA
               MOVE SINI-FECHA-CIERRE     TO PUR-SIN-FECHA-CIERRE
               MOVE SINI-USUARIO          TO PUR-SIN-USUARIO
               MOVE SINI-IMPORTE-PAGADO   TO PUR-SIN-IMPORTE-PAGADO
               PERFORM 4900-ESCRIBIR-ARCHIVO
               ADD 1 TO WS-FIL-SINIESTROS
               PERFORM 4410-LEER-SINIESTRO
           END-PERFORM.

           EXEC SQL CLOSE CUR-PURSIN END-EXEC.

       4410-LEER-SINIESTRO.
           EXEC SQL
                FETCH CUR-PURSIN
                 INTO :SINI-SECUENCIA, :SINI-FECHA-OCURRENCIA,
                      :SINI-FECHA-APERTURA, :SINI-HORA-APERTURA,
                      :SINI-ESTADO-SINIESTRO, :SINI-IMPORTE-RESERVA,
                      :SINI-CODIGO-CAUSA, :SINI-FECHA-CIERRE,
                      :SINI-USUARIO, :SINI-IMPORTE-PAGADO
           END-EXEC.
           PERFORM 4950-COMPROBAR-FETCH.

      ******************************************************************
      * 4500-ARCHIVAR-MOVIMIENTOS
      * MOVIMIENTOS DE PAGO Y RESERVA DE LOS SINIESTROS DE LA POLIZA
      * (POLSIMOV), EN ORDEN DE SINIESTRO Y DE MOVIMIENTO.
      ******************************************************************
       4500-ARCHIVAR-MOVIMIENTOS.
           MOVE POLIZA-ID TO SMOV-POLIZA-ID.

           EXEC SQL
                DECLARE CUR-PURMOV CURSOR FOR
                SELECT SECUENCIA_SINIESTRO, SECUENCIA,
                       TIPO_MOVIMIENTO, FECHA_MOVIMIENTO,
                       HORA_MOVIMIENTO, IMPORTE,
                       PENDIENTE_RESULTANTE, USUARIO, MOTIVO
                  FROM POLIZAS_SINI_MOVIM
                 WHERE POLIZA_ID = :SMOV-POLIZA-ID
                 ORDER BY SECUENCIA_SINIESTRO, SECUENCIA
           END-EXEC.

           EXEC SQL OPEN CUR-PURMOV END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLPURGA: ERROR DB2 AL ABRIR CUR-PURMOV, '
                   'POLIZA=' POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           SET WS-NO-HAY-FIN-DETALLE TO TRUE.
           PERFORM 4510-LEER-MOVIMIENTO.
           PERFORM UNTIL WS-HAY-FIN-DETALLE
               MOVE SPACES TO PUR-REGISTRO
               SET PUR-ES-MOVIMIENTO TO TRUE
               MOVE POLIZA-ID             TO PUR-POLIZA-ID
               MOVE SMOV-SECUENCIA-SINIESTRO
                                          TO PUR-MOV-SECUENCIA-SINIESTRO
               MOVE SMOV-SECUENCIA        TO PUR-MOV-SECUENCIA
               MOVE SMOV-TIPO-MOVIMIENTO  TO PUR-MOV-TIPO-MOVIMIENTO
               MOVE SMOV-FECHA-MOVIMIENTO TO PUR-MOV-FECHA-MOVIMIENTO
               MOVE SMOV-HORA-MOVIMIENTO  TO PUR-MOV-HORA-MOVIMIENTO
               MOVE SMOV-IMPORTE          TO PUR-MOV-IMPORTE
               MOVE SMOV-PENDIENTE-RESULTANTE
                                       TO PUR-MOV-PENDIENTE-RESULTANTE
               MOVE SMOV-USUARIO          TO PUR-MOV-USUARIO
               MOVE SMOV-MOTIVO           TO PUR-MOV-MOTIVO
               PERFORM 4900-ESCRIBIR-ARCHIVO
               ADD 1 TO WS-FIL-MOVIMIENTOS
               PERFORM 4510-LEER-MOVIMIENTO
           END-PERFORM.

           EXEC SQL CLOSE CUR-PURMOV END-EXEC.

       4510-LEER-MOVIMIENTO.
           EXEC SQL
                FETCH CUR-PURMOV
                 INTO :SMOV-SECUENCIA-SINIESTRO, :SMOV-SECUENCIA,
                      :SMOV-TIPO-MOVIMIENTO, :SMOV-FECHA-MOVIMIENTO,
                      :SMOV-HORA-MOVIMIENTO, :SMOV-IMPORTE,
                      :SMOV-PENDIENTE-RESULTANTE, :SMOV-USUARIO,
                      :SMOV-MOTIVO
           END-EXEC.
           PERFORM 4950-COMPROBAR-FETCH.

      ******************************************************************
      * 4600-ARCHIVAR-RECIBOS
      ******************************************************************
       4600-ARCHIVAR-RECIBOS.
           MOVE POLIZA-ID TO RCB-POLIZA-ID.

           EXEC SQL
                DECLARE CUR-PURREC CURSOR FOR
                SELECT FECHA_EMISION, NUMERO_RECIBO, TOTAL_RECIBOS,
                       IMPORTE_RECIBO, FORMA_PAGO, ESTADO_RECIBO,
                       FECHA_ALTA, FECHA_COBRO, FECHA_DEVOLUCION,
                       MOTIVO_DEVOLUCION, FECHA_ESTADO
                  FROM POLIZAS_RECIBOS
                 WHERE POLIZA_ID = :RCB-POLIZA-ID
                 ORDER BY FECHA_EMISION
           END-EXEC.

           EXEC SQL OPEN CUR-PURREC END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLPURGA: ERROR DB2 AL ABRIR CUR-PURREC, '
                   'POLIZA=' POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           SET WS-NO-HAY-FIN-DETALLE TO TRUE.
           PERFORM 4610-LEER-RECIBO.
           PERFORM UNTIL WS-HAY-FIN-DETALLE
               MOVE SPACES TO PUR-REGISTRO
               SET PUR-ES-RECIBO TO TRUE
               MOVE POLIZA-ID             TO PUR-POLIZA-ID
               MOVE RCB-FECHA-EMISION     TO PUR-REC-FECHA-EMISION
               MOVE RCB-NUMERO-RECIBO     TO PUR-REC-NUMERO-RECIBO
               MOVE RCB-TOTAL-RECIBOS     TO PUR-REC-TOTAL-RECIBOS
               MOVE RCB-IMPORTE-RECIBO    TO PUR-REC-IMPORTE-RECIBO
               MOVE RCB-FORMA-PAGO        TO PUR-REC-FORMA-PAGO
               MOVE RCB-ESTADO-RECIBO     TO PUR-REC-ESTADO-RECIBO
               MOVE RCB-FECHA-ALTA        TO PUR-REC-FECHA-ALTA
               MOVE RCB-FECHA-COBRO       TO PUR-REC-FECHA-COBRO
               MOVE RCB-FECHA-DEVOLUCION  TO PUR-REC-FECHA-DEVOLUCION
               MOVE RCB-MOTIVO-DEVOLUCION TO PUR-REC-MOTIVO-DEVOLUCION
               MOVE RCB-FECHA-ESTADO      TO PUR-REC-FECHA-ESTADO
               PERFORM 4900-ESCRIBIR-ARCHIVO
               ADD 1 TO WS-FIL-RECIBOS
               PERFORM 4610-LEER-RECIBO
           END-PERFORM.

           EXEC SQL CLOSE CUR-PURREC END-EXEC.

       4610-LEER-RECIBO.
           EXEC SQL
                FETCH CUR-PURREC
                 INTO :RCB-FECHA-EMISION, :RCB-NUMERO-RECIBO,
                      :RCB-TOTAL-RECIBOS, :RCB-IMPORTE-RECIBO,
                      :RCB-FORMA-PAGO, :RCB-ESTADO-RECIBO,
                      :RCB-FECHA-ALTA, :RCB-FECHA-COBRO,
                      :RCB-FECHA-DEVOLUCION, :RCB-MOTIVO-DEVOLUCION,
                      :RCB-FECHA-ESTADO
           END-EXEC.
           PERFORM 4950-COMPROBAR-FETCH.

      ******************************************************************
      * 4700-ARCHIVAR-REQUERIM
      * CARTAS DE REQUERIMIENTO DE PAGO (POLREQUE) DE LA POLIZA.
      ******************************************************************
       4700-ARCHIVAR-REQUERIM.
           MOVE POLIZA-ID TO RQM-POLIZA-ID.

           EXEC SQL
                DECLARE CUR-PURREQ CURSOR FOR
                SELECT FECHA_VENCIMIENTO, FECHA_CARTA, FECHA_LIMITE,
                       IMPORTE_DEUDA
                  FROM POLIZAS_REQUERIM
                 WHERE POLIZA_ID = :RQM-POLIZA-ID
                 ORDER BY FECHA_VENCIMIENTO
           END-EXEC.

           EXEC SQL OPEN CUR-PURREQ END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLPURGA: ERROR DB2 AL ABRIR CUR-PURREQ, '
                   'POLIZA=' POLIZA-ID ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           SET WS-NO-HAY-FIN-DETALLE TO TRUE.
           PERFORM 4710-LEER-REQUERIM.
           PERFORM UNTIL WS-HAY-FIN-DETALLE
               MOVE SPACES TO PUR-REGISTRO
               SET PUR-ES-REQUERIMIENTO TO TRUE
               MOVE POLIZA-ID             TO PUR-POLIZA-ID
               MOVE RQM-FECHA-VENCIMIENTO TO PUR-REQ-FECHA-VENCIMIENTO
               MOVE RQM-FECHA-CARTA       TO PUR-REQ-FECHA-CARTA
               MOVE RQM-FECHA-LIMITE      TO PUR-REQ-FECHA-LIMITE
               MOVE RQM-IMPORTE-DEUDA     TO PUR-REQ-IMPORTE-DEUDA
               PERFORM 4900-ESCRIBIR-ARCHIVO
               ADD 1 TO WS-FIL-REQUERIM
               PERFORM 4710-LEER-REQUERIM
           END-PERFORM.

           EXEC SQL CLOSE CUR-PURREQ END-EXEC.

       4710-LEER-REQUERIM.
           EXEC SQL
                FETCH CUR-PURREQ
                 INTO :RQM-FECHA-VENCIMIENTO, :RQM-FECHA-CARTA,
                      :RQM-FECHA-LIMITE, :RQM-IMPORTE-DEUDA
           END-EXEC.
           PERFORM 4950-COMPROBAR-FETCH.

      ******************************************************************
      * 4800-BORRAR-POLIZA
      * BORRA PRIMERO LAS FILAS DEPENDIENTES (LOS MOVIMIENTOS ANTES
      * QUE SUS SINIESTROS) Y POR ULTIMO LA POLIZA. CADA BORRADO DEBE
      * AFECTAR EXACTAMENTE A LAS FILAS ARCHIVADAS. LA POLIZA SOLO SE
      * BORRA SI SIGUE EN EL ESTADO LEIDO: SI CAMBIO ENTRETANTO, SE
      * ABORTA Y EL ROLLBACK DESHACE TAMBIEN LAS DEPENDIENTES.
      ******************************************************************
       4800-BORRAR-POLIZA.
           EXEC SQL
                DELETE FROM POLIZAS_SINI_MOVIM
                 WHERE POLIZA_ID = :SMOV-POLIZA-ID
           END-EXEC.
           MOVE 'POLIZAS_SINI_MOVIM' TO WS-TABLA-BORRADO.
           MOVE WS-FIL-MOVIMIENTOS TO WS-FILAS-ESPERADAS.
           PERFORM 4890-VERIFICAR-BORRADO.

           EXEC SQL
                DELETE FROM POLIZAS_SINIESTROS
                 WHERE POLIZA_ID = :SINI-POLIZA-ID
           END-EXEC.
           MOVE 'POLIZAS_SINIESTROS' TO WS-TABLA-BORRADO.
           MOVE WS-FIL-SINIESTROS TO WS-FILAS-ESPERADAS.
           PERFORM 4890-VERIFICAR-BORRADO.

           EXEC SQL
                DELETE FROM POLIZAS_HIST
                 WHERE POLIZA_ID = :HIST-POLIZA-ID
           END-EXEC.
           MOVE 'POLIZAS_HIST' TO WS-TABLA-BORRADO.
           MOVE WS-FIL-HISTORICO TO WS-FILAS-ESPERADAS.
           PERFORM 4890-VERIFICAR-BORRADO.

           EXEC SQL
                DELETE FROM POLIZAS_ENDOSOS
                 WHERE POLIZA_ID = :ENDO-POLIZA-ID
           END-EXEC.
           MOVE 'POLIZAS_ENDOSOS' TO WS-TABLA-BORRADO.
           MOVE WS-FIL-ENDOSOS TO WS-FILAS-ESPERADAS.
           PERFORM 4890-VERIFICAR-BORRADO.

           EXEC SQL
                DELETE FROM POLIZAS_RECIBOS
                 WHERE POLIZA_ID = :RCB-POLIZA-ID
           END-EXEC.
           MOVE 'POLIZAS_RECIBOS' TO WS-TABLA-BORRADO.
           MOVE WS-FIL-RECIBOS TO WS-FILAS-ESPERADAS.
           PERFORM 4890-VERIFICAR-BORRADO.

           EXEC SQL
                DELETE FROM POLIZAS_REQUERIM
                 WHERE POLIZA_ID = :RQM-POLIZA-ID
           END-EXEC.
           MOVE 'POLIZAS_REQUERIM' TO WS-TABLA-BORRADO.
           MOVE WS-FIL-REQUERIM TO WS-FILAS-ESPERADAS.
           PERFORM 4890-VERIFICAR-BORRADO.

           EXEC SQL
                DELETE FROM POLIZAS
                 WHERE POLIZA_ID     = :POLIZA-ID
                   AND ESTADO_POLIZA = :ESTADO-POLIZA
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'POLPURGA: LA POLIZA ' POLIZA-ID
                   ' CAMBIO DE ESTADO DURANTE LA PURGA'
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.
           MOVE 'POLIZAS' TO WS-TABLA-BORRADO.
           MOVE 1 TO WS-FILAS-ESPERADAS.
           PERFORM 4890-VERIFICAR-BORRADO.

      ******************************************************************
      * 4890-VERIFICAR-BORRADO
      * SQLERRD(3) DEVUELVE LAS FILAS BORRADAS POR EL DELETE. SI NO
      * COINCIDEN CON LAS ARCHIVADAS (ALGUIEN GRABO O BORRO FILAS DE
      * LA POLIZA ENTRE LA COPIA Y EL BORRADO), EL ARCHIVO NO
      * REFLEJARIA LO DESTRUIDO: SE ABORTA.
      ******************************************************************
       4890-VERIFICAR-BORRADO.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'POLPURGA: ERROR DB2 AL BORRAR DE '
                   WS-TABLA-BORRADO ' POLIZA=' POLIZA-ID
                   ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           IF SQLERRD(3) NOT = WS-FILAS-ESPERADAS
               DISPLAY 'POLPURGA: FILAS BORRADAS DE ' WS-TABLA-BORRADO
                   ' NO CUADRAN CON LAS ARCHIVADAS, POLIZA='
                   POLIZA-ID
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           ADD WS-FILAS-ESPERADAS TO WS-FILAS-BORRADAS.

      ******************************************************************
      * 4900-ESCRIBIR-ARCHIVO
      ******************************************************************
       4900-ESCRIBIR-ARCHIVO.
           WRITE PUR-REGISTRO.
           IF NOT WS-ARCHIVO-OK
               DISPLAY 'POLPURGA: ERROR AL ESCRIBIR ARCHIVO, STATUS='
                   WS-ARCHIVO-STATUS ' POLIZA=' POLIZA-ID
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.
           ADD 1 TO WS-REGISTROS-ARCHIVO.

      ******************************************************************
      * 4950-COMPROBAR-FETCH
      * RESULTADO COMUN DE LOS FETCH DE LAS TABLAS DEPENDIENTES.
      ******************************************************************
       4950-COMPROBAR-FETCH.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-HAY-FIN-DETALLE TO TRUE
               WHEN OTHER
                   DISPLAY 'POLPURGA: ERROR DB2 EN FETCH DE FILAS '
                       'DEPENDIENTES, POLIZA=' POLIZA-ID
                       ' SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9100-ABORTAR
           END-EVALUATE.

      ******************************************************************
      * 5000-GRABAR-CHECKPOINT
      * CONFIRMA EN DB2 LOS BORRADOS PENDIENTES Y REGRABA EL
      * CHECKPOINT CON LAS POLIZAS PURGADAS, LAS FILAS BORRADAS Y LOS
      * REGISTROS ESCRITOS EN EL ARCHIVO HASTA ESTE PUNTO.
      ******************************************************************
       5000-GRABAR-CHECKPOINT.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLPURGA: ERROR DB2 EN COMMIT, SQLCODE='
                   SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           OPEN OUTPUT CHECKPOINT-FILE.
           IF NOT WS-CHECKPT-OK
               DISPLAY 'POLPURGA: ERROR AL ABRIR CHECKPT, STATUS='
                   WS-CHECKPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           MOVE 'POLPURGA' TO CKPT-PROGRAMA.
           MOVE WS-POLIZAS-PURGADAS TO CKPT-REGISTROS-FICHERO1.
           MOVE WS-FILAS-BORRADAS TO CKPT-REGISTROS-FICHERO2.
           MOVE WS-REGISTROS-ARCHIVO TO CKPT-REGISTROS-SALIDA.
           WRITE CKPT-REGISTRO.
           IF NOT WS-CHECKPT-OK
               DISPLAY 'POLPURGA: ERROR AL GRABAR CHECKPT, STATUS='
                   WS-CHECKPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.
           CLOSE CHECKPOINT-FILE.

      ******************************************************************
      * 6000-EMITIR-TOTALES
      ******************************************************************
       6000-EMITIR-TOTALES.
           EXEC SQL CLOSE CUR-CERRADAS END-EXEC.

           IF WS-POLIZAS-PURGADAS = ZERO AND WS-POLIZAS-RETENIDAS = ZERO
               MOVE '   NINGUNA' TO INF-LINEA
               PERFORM 7100-IMPRIMIR-LINEA
           END-IF.

           MOVE 'TOTALES' TO WS-TIT-TEXTO.
           PERFORM 7200-IMPRIMIR-TITULO.

           MOVE 'POLIZAS CERRADAS LEIDAS       ' TO WS-TOT-TEXTO.
           MOVE WS-CERRADAS-LEIDAS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE '  DENTRO DE LA RETENCION      ' TO WS-TOT-TEXTO.
           MOVE WS-EN-RETENCION TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE '  PURGADAS                    ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-PURGADAS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE '  NO PURGADAS                 ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-RETENIDAS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE '    SINIESTRO ABIERTO         ' TO WS-TOT-TEXTO.
           MOVE WS-RET-SINIESTRO TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE '    RECIBO PENDIENTE DE COBRO ' TO WS-TOT-TEXTO.
           MOVE WS-RET-RECIBO-PENDIENTE TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE '    RECIBO DEVUELTO SIN COBRAR' TO WS-TOT-TEXTO.
           MOVE WS-RET-RECIBO-DEVUELTO TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE '    DOBLE FIRMA PENDIENTE     ' TO WS-TOT-TEXTO.
           MOVE WS-RET-AUTORIZACION TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE '    FECHA DE CIERRE ILEGIBLE  ' TO WS-TOT-TEXTO.
           MOVE WS-RET-FECHA-ILEGIBLE TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.

           MOVE 'FILAS BORRADAS POR TABLA' TO WS-TIT-TEXTO.
           PERFORM 7200-IMPRIMIR-TITULO.

           MOVE 'POLIZAS                       ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-PURGADAS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE 'POLIZAS_HIST                  ' TO WS-TOT-TEXTO.
           MOVE WS-TOT-HISTORICO TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE 'POLIZAS_ENDOSOS               ' TO WS-TOT-TEXTO.
           MOVE WS-TOT-ENDOSOS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE 'POLIZAS_SINIESTROS            ' TO WS-TOT-TEXTO.
           MOVE WS-TOT-SINIESTROS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE 'POLIZAS_SINI_MOVIM            ' TO WS-TOT-TEXTO.
           MOVE WS-TOT-MOVIMIENTOS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE 'POLIZAS_RECIBOS               ' TO WS-TOT-TEXTO.
           MOVE WS-TOT-RECIBOS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE 'POLIZAS_REQUERIM              ' TO WS-TOT-TEXTO.
           MOVE WS-TOT-REQUERIM TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.
           MOVE 'TOTAL FILAS BORRADAS          ' TO WS-TOT-TEXTO.
           MOVE WS-FILAS-BORRADAS TO WS-TOT-VALOR.
           PERFORM 6100-IMPRIMIR-TOTAL.

       6100-IMPRIMIR-TOTAL.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 7100-IMPRIMIR-LINEA.

      ******************************************************************
      * 7000-IMPRIMIR-DETALLE
      * UNA POLIZA DE LA LISTA, CON LAS FECHAS EN ISO Y LA HORA DEL
      * BORRADO CON SEPARADORES. EL RESULTADO Y EL MOTIVO LOS DEJA
      * PUESTOS EL LLAMADOR.
      ******************************************************************
       7000-IMPRIMIR-DETALLE.
           MOVE WS-ENT-POLIZA-ID TO WS-DET-POLIZA-ID.
           MOVE WS-ENT-ESTADO    TO WS-DET-ESTADO.
           MOVE WS-ENT-PRODUCTO  TO WS-DET-PRODUCTO.

           MOVE SPACES TO WS-DET-CIERRE WS-DET-PURGA WS-DET-HORA.
           IF WS-ENT-FECHA-CIERRE NOT = SPACES
               STRING WS-ENT-FECHA-CIERRE(1:4) '-'
                      WS-ENT-FECHA-CIERRE(5:2) '-'
                      WS-ENT-FECHA-CIERRE(7:2)
                   DELIMITED BY SIZE INTO WS-DET-CIERRE
           END-IF.
           IF WS-ENT-FECHA-PURGA NOT = SPACES
               STRING WS-ENT-FECHA-PURGA(1:4) '-'
                      WS-ENT-FECHA-PURGA(5:2) '-'
                      WS-ENT-FECHA-PURGA(7:2)
                   DELIMITED BY SIZE INTO WS-DET-PURGA
               STRING WS-ENT-HORA-PURGA(1:2) ':'
                      WS-ENT-HORA-PURGA(3:2) ':'
                      WS-ENT-HORA-PURGA(5:2)
                   DELIMITED BY SIZE INTO WS-DET-HORA
           END-IF.

           MOVE WS-LIN-DETALLE TO INF-LINEA.
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
               DISPLAY 'POLPURGA: ERROR AL ESCRIBIR INFORME, STATUS='
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
      * 8000-ESCRIBIR-PIE
      * PIE DE CONTROL DEL ARCHIVO: REGISTROS DE DATOS (SIN CABECERA
      * NI PIE), DESGLOSE POR TABLA Y SUMA DE PRIMAS DE LAS POLIZAS.
      ******************************************************************
       8000-ESCRIBIR-PIE.
           MOVE SPACES TO PUC-REGISTRO.
           SET PUC-ES-PIE TO TRUE.
           COMPUTE PUC-PIE-TOTAL-REGISTROS = WS-REGISTROS-ARCHIVO - 1.
           MOVE WS-POLIZAS-PURGADAS TO PUC-PIE-TOTAL-POLIZAS.
           MOVE WS-TOT-HISTORICO    TO PUC-PIE-TOTAL-HISTORICO.
           MOVE WS-TOT-ENDOSOS      TO PUC-PIE-TOTAL-ENDOSOS.
           MOVE WS-TOT-SINIESTROS   TO PUC-PIE-TOTAL-SINIESTROS.
           MOVE WS-TOT-MOVIMIENTOS  TO PUC-PIE-TOTAL-MOVIMIENTOS.
           MOVE WS-TOT-RECIBOS      TO PUC-PIE-TOTAL-RECIBOS.
           MOVE WS-TOT-REQUERIM     TO PUC-PIE-TOTAL-REQUERIM.
           MOVE WS-SUMA-PRIMAS      TO PUC-PIE-SUMA-PRIMAS.
           WRITE PUC-REGISTRO.
           IF NOT WS-ARCHIVO-OK
               DISPLAY 'POLPURGA: ERROR AL ESCRIBIR PIE DEL ARCHIVO, '
                   'STATUS=' WS-ARCHIVO-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

      ******************************************************************
      * 9000-FINALIZAR
      * EL ULTIMO CHECKPOINT SE GRABA ANTES DEL PIE: SI SE PIDIERA UN
      * REINICIO TRAS UNA EJECUCION YA TERMINADA, EL RECORTE QUITARIA
      * SOLO EL PIE Y NO PERDERIA NINGUNA POLIZA ARCHIVADA.
      ******************************************************************
       9000-FINALIZAR.
           PERFORM 5000-GRABAR-CHECKPOINT.
           PERFORM 8000-ESCRIBIR-PIE.

           CLOSE ARCHIVO-FILE.
           CLOSE INFORME-FILE.

           IF WS-DESDE-CHECKPOINT > 0
               DISPLAY 'POLPURGA: REINICIADO TRAS ' WS-DESDE-CHECKPOINT
                   ' POLIZAS YA PURGADAS'
           END-IF.
           DISPLAY 'POLPURGA: POLIZAS CERRADAS LEIDAS = '
               WS-CERRADAS-LEIDAS.
           DISPLAY 'POLPURGA: POLIZAS PURGADAS        = '
               WS-POLIZAS-PURGADAS.
           DISPLAY 'POLPURGA: POLIZAS NO PURGADAS     = '
               WS-POLIZAS-RETENIDAS.
           DISPLAY 'POLPURGA: FILAS BORRADAS          = '
               WS-FILAS-BORRADAS.
           DISPLAY 'POLPURGA: REGISTROS EN ARCHIVO    = '
               WS-REGISTROS-ARCHIVO.

      ******************************************************************
      * 9100-ABORTAR
      * TERMINACION POR ERROR: DESHACE EN DB2 LOS BORRADOS NO
      * CONFIRMADOS DESDE EL ULTIMO CHECKPOINT, QUE EL REINICIO
      * (1300-TRUNCAR-ARCHIVO) QUITARA TAMBIEN DEL ARCHIVO. EL
      * ARCHIVO QUEDA SIN PIE HASTA QUE EL REINICIO TERMINE. NO SE
      * PASA POR EL COMMIT DE 9000-FINALIZAR.
      ******************************************************************
       9100-ABORTAR.
           EXEC SQL ROLLBACK END-EXEC.

           CLOSE ARCHIVO-FILE.
           CLOSE INFORME-FILE.

           DISPLAY 'POLPURGA: PROCESO ABORTADO, TRABAJO NO CONFIRMADO '
               'DESHECHO. RESOMETER CON PARM=RESTART'.

           STOP RUN.
