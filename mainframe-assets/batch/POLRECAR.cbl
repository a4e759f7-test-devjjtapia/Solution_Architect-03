      ******************************************************************
      * PROGRAMA BATCH - CARGA DEL LIBRO DE RECIBOS
      * VUELCA EN LA TABLA POLIZAS_RECIBOS (POLRECBO) EL CUADRO DE
      * RECIBOS QUE POLRECIB ACABA DE GENERAR, PARA QUE LOS COBROS
      * Y DEVOLUCIONES DEL BANCO (POLCOBRO) SE PUEDAN APLICAR
      * RECIBO A RECIBO Y GESTION DE COBRO SEPA QUE PLAZO CONCRETO
      * QUEDA SIN PAGAR:
      *   - RECIBO NUEVO (POLIZA + FECHA DE EMISION QUE NO EXISTE):
      *     SE DA DE ALTA PENDIENTE.
      *   - RECIBO EXISTENTE Y PENDIENTE: SE AJUSTAN IMPORTE,
      *     NUMERO, TOTAL Y FORMA DE PAGO AL CUADRO DE HOY (UN
      *     ENDOSO O UN CAMBIO DE FORMA DE PAGO LOS MUEVE).
      *   - RECIBO EXISTENTE COBRADO O DEVUELTO: NO SE TOCA; SU
      *     IMPORTE ES EL QUE EL BANCO MOVIO.
      *   - RECIBO EXISTENTE ANULADO QUE VUELVE AL CUADRO: SE
      *     REACTIVA PENDIENTE CON LOS DATOS DE HOY.
      *   - RECIBO PENDIENTE DEL EJERCICIO EN CURSO DE UNA POLIZA
      *     DEL CUADRO QUE YA NO VIENE EN EL (UN CAMBIO DE FORMA DE
      *     PAGO DE MENSUAL A ANUAL DEJA ONCE): SE ANULA. LOS DE
      *     EJERCICIOS ANTERIORES SON DEUDA REAL Y NO SE TOCAN.
      * TERMINADA LA CARGA, LOS RECIBOS PENDIENTES DE POLIZAS
      * CANCELADAS O VENCIDAS (QUE YA NO SALEN EN EL CUADRO) CON
      * EMISION POSTERIOR AL CIERRE DE LA POLIZA TAMBIEN SE ANULAN:
      * NUNCA LLEGARON A SER EXIGIBLES. LOS EMITIDOS HASTA EL CIERRE
      * SIGUEN PENDIENTES (LOS COMPENSA POLEXTOR).
      * POLRECIB REGENERA CADA NOCHE EL EJERCICIO EN CURSO DE CADA
      * POLIZA ACTIVA, ASI QUE LA CARGA ES REPETIBLE: VOLVER A
      * CARGAR EL MISMO CUADRO NO CAMBIA NADA.
      *
      * VALIDA LA CABECERA Y EL PIE DE CONTROL DEL CUADRO
      * (RECIBO-CTL) COMO LO HACE FACTURACION: SIN PIE, O CON
      * RECUENTO O SUMA DE IMPORTES QUE NO CUADRAN, EL JOB ABENDA.
      * CONFIRMA (COMMIT) CADA WS-INTERVALO-CHECKPOINT RECIBOS; AL
      * SER REPETIBLE NO NECESITA FICHERO DE CHECKPOINT: SI CAE, SE
      * RESOMETE ENTERO Y LO YA CONFIRMADO SALE COMO SIN CAMBIOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLRECAR.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIBOS-FILE ASSIGN TO RECIBOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIBOS-FILE
           RECORDING MODE IS F.
       COPY RECIBO-REC.
       COPY RECIBO-CTL.

       WORKING-STORAGE SECTION.
       01 WS-RECIBOS-STATUS        PIC X(02).
          88 WS-RECIBOS-OK             VALUE '00'.

       01 WS-INDICADORES.
          05 WS-FIN-RECIBOS           PIC X(01).
             88 WS-HAY-FIN-RECIBOS        VALUE 'S'.
             88 WS-NO-HAY-FIN-RECIBOS     VALUE 'N'.
          05 WS-FIN-CURSOR            PIC X(01).
             88 WS-HAY-FIN-CURSOR         VALUE 'S'.
             88 WS-NO-HAY-FIN-CURSOR      VALUE 'N'.
          05 WS-CUADRO-DESBORDADO     PIC X(01).
             88 WS-SI-DESBORDADO          VALUE 'S'.
             88 WS-NO-DESBORDADO          VALUE 'N'.

       01 WS-CONTADORES.
          05 WS-RECIBOS-LEIDOS        PIC 9(09) COMP.
          05 WS-RECIBOS-ALTA          PIC 9(09) COMP.
          05 WS-RECIBOS-AJUSTADOS     PIC 9(09) COMP.
          05 WS-RECIBOS-SIN-CAMBIOS   PIC 9(09) COMP.
          05 WS-RECIBOS-CERRADOS      PIC 9(09) COMP.
          05 WS-RECIBOS-REACTIVADOS   PIC 9(09) COMP.
          05 WS-RECIBOS-ANULADOS      PIC 9(09) COMP.
          05 WS-ANULADOS-CIERRE       PIC 9(09) COMP.
          05 WS-SUMA-IMPORTES         PIC S9(13)V99 COMP-3.

       01 WS-INTERVALO-CHECKPOINT    PIC 9(09) COMP VALUE 1000.

       01 WS-FECHA-PROCESO            PIC 9(08).

      *    FECHA DE PROCESO EN FORMATO DE COLUMNA (AAAAMMDD) PARA
      *    FECHA_ALTA Y FECHA_ESTADO.
       01 WS-FECHA-ALTA               PIC X(08).

      *    RECIBOS QUE EL CUADRO DE HOY TRAE PARA LA POLIZA EN CURSO
      *    (EL CUADRO VIENE AGRUPADO POR POLIZA, COMO EL ESPEJO DEL
      *    QUE SALE). COMO MUCHO 12 (MENSUAL); LOS HUECOS SE RELLENAN
      *    CON LA PRIMERA EMISION PARA QUE EL NOT IN DEL UPDATE NO
      *    LLEVE VALORES VACIOS. LA PRIMERA EMISION ES EL ANIVERSARIO
      *    QUE ABRE EL EJERCICIO: LO ANTERIOR NO SE ANULA.
       01 WS-CUADRO-POLIZA.
          05 WS-CUA-POLIZA-ID         PIC X(10) VALUE SPACES.
          05 WS-CUA-PRIMERA-EMISION   PIC X(10).
          05 WS-CUA-RECIBOS           PIC 9(04) COMP.
          05 WS-CUA-INDICE            PIC 9(04) COMP.
          05 WS-CUA-TABLA.
             10 WS-CUA-EMISION OCCURS 12 TIMES PIC X(10).
          05 WS-CUA-EMISIONES REDEFINES WS-CUA-TABLA.
             10 WS-CUA-EMISION-01     PIC X(10).
             10 WS-CUA-EMISION-02     PIC X(10).
             10 WS-CUA-EMISION-03     PIC X(10).
             10 WS-CUA-EMISION-04     PIC X(10).
             10 WS-CUA-EMISION-05     PIC X(10).
             10 WS-CUA-EMISION-06     PIC X(10).
             10 WS-CUA-EMISION-07     PIC X(10).
             10 WS-CUA-EMISION-08     PIC X(10).
             10 WS-CUA-EMISION-09     PIC X(10).
             10 WS-CUA-EMISION-10     PIC X(10).
             10 WS-CUA-EMISION-11     PIC X(10).
             10 WS-CUA-EMISION-12     PIC X(10).
       01 WS-CUA-MAXIMO               PIC 9(04) COMP VALUE 12.

      *    POLIZA CERRADA CON RECIBOS PENDIENTES (6000) Y SU FECHA DE
      *    CIERRE, EN AAAAMMDD COMO EN POLIZAS_HIST Y EN ISO PARA
      *    COMPARAR CON FECHA_EMISION.
       01 WS-CIE-POLIZA-ID            PIC X(10).
       01 WS-CIE-ESTADO               PIC X(10).
       01 WS-CIE-FECHA-CIERRE         PIC X(08).
       01 WS-CIE-FECHA-ISO            PIC X(10).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY POLRECBO.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2100-LEER-RECIBO.
           PERFORM 2000-PROCESAR-RECIBO UNTIL WS-HAY-FIN-RECIBOS.
           IF WS-CUA-POLIZA-ID NOT = SPACES
               PERFORM 5000-ANULAR-FUERA-CUADRO
           END-IF.
           PERFORM 6000-ANULAR-POLIZAS-CERRADAS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      ******************************************************************
      * 1000-INICIAR
      ******************************************************************
       1000-INICIAR.
           SET WS-NO-HAY-FIN-RECIBOS TO TRUE.
           MOVE ZERO TO WS-RECIBOS-LEIDOS WS-RECIBOS-ALTA
                        WS-RECIBOS-AJUSTADOS WS-RECIBOS-SIN-CAMBIOS
                        WS-RECIBOS-CERRADOS WS-SUMA-IMPORTES
                        WS-RECIBOS-REACTIVADOS WS-RECIBOS-ANULADOS
                        WS-ANULADOS-CIERRE.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-ALTA.

           OPEN INPUT RECIBOS-FILE.
           IF NOT WS-RECIBOS-OK
               DISPLAY 'POLRECAR: ERROR AL ABRIR RECIBOS, STATUS='
                   WS-RECIBOS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1050-VALIDAR-CABECERA.

      ******************************************************************
      * 1050-VALIDAR-CABECERA
      * EL PRIMER REGISTRO DEL CUADRO DEBE SER SU CABECERA DE
      * CONTROL (RECIBO-CTL).
      ******************************************************************
       1050-VALIDAR-CABECERA.
           READ RECIBOS-FILE
               AT END
                   DISPLAY 'POLRECAR: FICHERO RECIBOS VACIO, SIN '
                       'CABECERA DE CONTROL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF NOT RCC-ES-CABECERA
               DISPLAY 'POLRECAR: FICHERO RECIBOS SIN CABECERA DE '
                   'CONTROL, PRIMER REGISTRO=' RCC-TIPO-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'POLRECAR: CUADRO GENERADO EL '
               RCC-CAB-FECHA-PROCESO ' POR ' RCC-CAB-ORIGEN.

      ******************************************************************
      * 2000-PROCESAR-RECIBO
      * LOCALIZA EL RECIBO POR POLIZA Y FECHA DE EMISION Y DECIDE
      * ENTRE ALTA, AJUSTE O DEJARLO COMO ESTA.
      ******************************************************************
       2000-PROCESAR-RECIBO.
           IF REC-POLIZA-ID NOT = WS-CUA-POLIZA-ID
               IF WS-CUA-POLIZA-ID NOT = SPACES
                   PERFORM 5000-ANULAR-FUERA-CUADRO
               END-IF
               PERFORM 2200-INICIAR-POLIZA
           END-IF.
           PERFORM 2300-ANOTAR-EMISION.

           MOVE REC-POLIZA-ID     TO RCB-POLIZA-ID.
           MOVE REC-FECHA-EMISION TO RCB-FECHA-EMISION.

           EXEC SQL
                SELECT NUMERO_RECIBO, TOTAL_RECIBOS,
                       IMPORTE_RECIBO, FORMA_PAGO, ESTADO_RECIBO
                  INTO :RCB-NUMERO-RECIBO, :RCB-TOTAL-RECIBOS,
                       :RCB-IMPORTE-RECIBO, :RCB-FORMA-PAGO,
                       :RCB-ESTADO-RECIBO
                  FROM POLIZAS_RECIBOS
                 WHERE POLIZA_ID     = :RCB-POLIZA-ID
                   AND FECHA_EMISION = :RCB-FECHA-EMISION
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   EVALUATE TRUE
                       WHEN RCB-PENDIENTE
                           PERFORM 4000-AJUSTAR-RECIBO
                       WHEN RCB-ANULADO
                           PERFORM 4100-REACTIVAR-RECIBO
                       WHEN OTHER
                           ADD 1 TO WS-RECIBOS-CERRADOS
                   END-EVALUATE
               WHEN 100
                   PERFORM 3000-ALTA-RECIBO
               WHEN OTHER
                   DISPLAY 'POLRECAR: ERROR DB2 AL LEER RECIBO, '
                       'POLIZA=' REC-POLIZA-ID ' EMISION='
                       REC-FECHA-EMISION ' SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9100-ABORTAR
           END-EVALUATE.

           IF FUNCTION MOD(WS-RECIBOS-LEIDOS,
                           WS-INTERVALO-CHECKPOINT) = 0
               PERFORM 8000-CONFIRMAR
           END-IF.

           PERFORM 2100-LEER-RECIBO.

      ******************************************************************
      * 2100-LEER-RECIBO
      * EL FIN DE DATOS LO MARCA EL PIE DE CONTROL, NO EL FIN DE
      * FICHERO: LLEGAR A FIN DE FICHERO SIN PIE SIGNIFICA QUE EL
      * CUADRO QUEDO INCOMPLETO Y EL JOB ABENDA.
      ******************************************************************
       2100-LEER-RECIBO.
           READ RECIBOS-FILE
               AT END
                   DISPLAY 'POLRECAR: FICHERO RECIBOS SIN PIE DE '
                       'CONTROL, CUADRO INCOMPLETO'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9100-ABORTAR
               NOT AT END
                   IF RCC-ES-PIE
                       PERFORM 2150-VALIDAR-PIE
                       SET WS-HAY-FIN-RECIBOS TO TRUE
                   ELSE
                       ADD 1 TO WS-RECIBOS-LEIDOS
                       ADD REC-IMPORTE-RECIBO TO WS-SUMA-IMPORTES
                   END-IF
           END-READ.

      ******************************************************************
      * 2150-VALIDAR-PIE
      * RECUENTO Y SUMA DE IMPORTES DEBEN COINCIDIR CON LOS LEIDOS.
      * LO YA CONFIRMADO ES CORRECTO RECIBO A RECIBO (LA CARGA ES
      * REPETIBLE); SE DESHACE SOLO LA ULTIMA TANDA Y EL JOB ABENDA
      * PARA QUE SE REVISE EL CUADRO.
      ******************************************************************
       2150-VALIDAR-PIE.
           IF RCC-PIE-TOTAL-REGISTROS NOT = WS-RECIBOS-LEIDOS
               DISPLAY 'POLRECAR: PIE DE CONTROL NO CUADRA, '
                   'DECLARADOS=' RCC-PIE-TOTAL-REGISTROS
                   ' LEIDOS=' WS-RECIBOS-LEIDOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.
           IF RCC-PIE-SUMA-IMPORTES NOT = WS-SUMA-IMPORTES
               DISPLAY 'POLRECAR: SUMA DE IMPORTES NO CUADRA, '
                   'DECLARADA=' RCC-PIE-SUMA-IMPORTES
                   ' LEIDA=' WS-SUMA-IMPORTES
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

      ******************************************************************
      * 2200-INICIAR-POLIZA
      * PRIMER RECIBO DE UNA POLIZA DEL CUADRO.
      ******************************************************************
       2200-INICIAR-POLIZA.
           MOVE REC-POLIZA-ID     TO WS-CUA-POLIZA-ID.
           MOVE REC-FECHA-EMISION TO WS-CUA-PRIMERA-EMISION.
           MOVE ZERO TO WS-CUA-RECIBOS.
           SET WS-NO-DESBORDADO TO TRUE.

      ******************************************************************
      * 2300-ANOTAR-EMISION
      * GUARDA LA FECHA DE EMISION DEL RECIBO LEIDO ENTRE LAS QUE EL
      * CUADRO TRAE PARA SU POLIZA. UNA POLIZA CON MAS RECIBOS DE
      * LOS POSIBLES ES UN CUADRO ANOMALO: SE CARGA, PERO NO SE LE
      * ANULA NADA.
      ******************************************************************
       2300-ANOTAR-EMISION.
           IF WS-CUA-RECIBOS >= WS-CUA-MAXIMO
               IF WS-NO-DESBORDADO
                   DISPLAY 'POLRECAR: MAS DE ' WS-CUA-MAXIMO
                       ' RECIBOS EN EL CUADRO DE LA POLIZA '
                       REC-POLIZA-ID ', NO SE ANULAN SUS RECIBOS'
               END-IF
               SET WS-SI-DESBORDADO TO TRUE
           ELSE
               ADD 1 TO WS-CUA-RECIBOS
               MOVE REC-FECHA-EMISION
                   TO WS-CUA-EMISION(WS-CUA-RECIBOS)
               IF REC-FECHA-EMISION < WS-CUA-PRIMERA-EMISION
                   MOVE REC-FECHA-EMISION TO WS-CUA-PRIMERA-EMISION
               END-IF
           END-IF.

      ******************************************************************
      * 3000-ALTA-RECIBO
      ******************************************************************
       3000-ALTA-RECIBO.
           MOVE REC-NUMERO-RECIBO  TO RCB-NUMERO-RECIBO.
           MOVE REC-TOTAL-RECIBOS  TO RCB-TOTAL-RECIBOS.
           MOVE REC-IMPORTE-RECIBO TO RCB-IMPORTE-RECIBO.
           MOVE REC-FORMA-PAGO     TO RCB-FORMA-PAGO.
           SET RCB-PENDIENTE       TO TRUE.
           MOVE WS-FECHA-ALTA      TO RCB-FECHA-ALTA.
           MOVE WS-FECHA-ALTA      TO RCB-FECHA-ESTADO.
           MOVE SPACES TO RCB-FECHA-COBRO RCB-FECHA-DEVOLUCION
                          RCB-MOTIVO-DEVOLUCION.

           EXEC SQL
                INSERT INTO POLIZAS_RECIBOS
                      (POLIZA_ID, FECHA_EMISION, NUMERO_RECIBO,
                       TOTAL_RECIBOS, IMPORTE_RECIBO, FORMA_PAGO,
                       ESTADO_RECIBO, FECHA_ALTA, FECHA_COBRO,
                       FECHA_DEVOLUCION, MOTIVO_DEVOLUCION,
                       FECHA_ESTADO)
                VALUES (:RCB-POLIZA-ID, :RCB-FECHA-EMISION,
                        :RCB-NUMERO-RECIBO, :RCB-TOTAL-RECIBOS,
                        :RCB-IMPORTE-RECIBO, :RCB-FORMA-PAGO,
                        :RCB-ESTADO-RECIBO, :RCB-FECHA-ALTA,
                        :RCB-FECHA-COBRO, :RCB-FECHA-DEVOLUCION,
                        :RCB-MOTIVO-DEVOLUCION, :RCB-FECHA-ESTADO)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLRECAR: ERROR DB2 AL DAR DE ALTA RECIBO, '
                   'POLIZA=' REC-POLIZA-ID ' EMISION='
                   REC-FECHA-EMISION ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           ADD 1 TO WS-RECIBOS-ALTA.

      ******************************************************************
      * 4000-AJUSTAR-RECIBO
      * RECIBO TODAVIA PENDIENTE: SOLO SE REGRABA SI EL CUADRO DE
      * HOY LO CAMBIA. LA CONDICION DE PENDIENTE SE REPITE EN EL
      * UPDATE PARA NO PISAR UN COBRO APLICADO ENTRE MEDIAS.
      ******************************************************************
       4000-AJUSTAR-RECIBO.
           IF RCB-NUMERO-RECIBO  = REC-NUMERO-RECIBO
              AND RCB-TOTAL-RECIBOS  = REC-TOTAL-RECIBOS
              AND RCB-IMPORTE-RECIBO = REC-IMPORTE-RECIBO
              AND RCB-FORMA-PAGO     = REC-FORMA-PAGO
               ADD 1 TO WS-RECIBOS-SIN-CAMBIOS
           ELSE
               MOVE REC-NUMERO-RECIBO  TO RCB-NUMERO-RECIBO
               MOVE REC-TOTAL-RECIBOS  TO RCB-TOTAL-RECIBOS
               MOVE REC-IMPORTE-RECIBO TO RCB-IMPORTE-RECIBO
               MOVE REC-FORMA-PAGO     TO RCB-FORMA-PAGO
               MOVE WS-FECHA-ALTA      TO RCB-FECHA-ESTADO

               EXEC SQL
                    UPDATE POLIZAS_RECIBOS
                       SET NUMERO_RECIBO  = :RCB-NUMERO-RECIBO,
                           TOTAL_RECIBOS  = :RCB-TOTAL-RECIBOS,
                           IMPORTE_RECIBO = :RCB-IMPORTE-RECIBO,
                           FORMA_PAGO     = :RCB-FORMA-PAGO,
                           FECHA_ESTADO   = :RCB-FECHA-ESTADO
                     WHERE POLIZA_ID      = :RCB-POLIZA-ID
                       AND FECHA_EMISION  = :RCB-FECHA-EMISION
                       AND ESTADO_RECIBO  = 'PENDIENTE'
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-RECIBOS-AJUSTADOS
                   WHEN 100
                       ADD 1 TO WS-RECIBOS-CERRADOS
                   WHEN OTHER
                       DISPLAY 'POLRECAR: ERROR DB2 AL AJUSTAR '
                           'RECIBO, POLIZA=' REC-POLIZA-ID
                           ' EMISION=' REC-FECHA-EMISION
                           ' SQLCODE=' SQLCODE
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9100-ABORTAR
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 4100-REACTIVAR-RECIBO
      * UN RECIBO ANULADO QUE EL CUADRO VUELVE A TRAER (LA POLIZA
      * RECUPERO ESA FORMA DE PAGO) VUELVE A PENDIENTE CON LOS
      * DATOS DE HOY.
      ******************************************************************
       4100-REACTIVAR-RECIBO.
           MOVE REC-NUMERO-RECIBO  TO RCB-NUMERO-RECIBO.
           MOVE REC-TOTAL-RECIBOS  TO RCB-TOTAL-RECIBOS.
           MOVE REC-IMPORTE-RECIBO TO RCB-IMPORTE-RECIBO.
           MOVE REC-FORMA-PAGO     TO RCB-FORMA-PAGO.
           SET RCB-PENDIENTE       TO TRUE.
           MOVE WS-FECHA-ALTA      TO RCB-FECHA-ESTADO.

           EXEC SQL
                UPDATE POLIZAS_RECIBOS
                   SET NUMERO_RECIBO  = :RCB-NUMERO-RECIBO,
                       TOTAL_RECIBOS  = :RCB-TOTAL-RECIBOS,
                       IMPORTE_RECIBO = :RCB-IMPORTE-RECIBO,
                       FORMA_PAGO     = :RCB-FORMA-PAGO,
                       ESTADO_RECIBO  = :RCB-ESTADO-RECIBO,
                       FECHA_ESTADO   = :RCB-FECHA-ESTADO
                 WHERE POLIZA_ID      = :RCB-POLIZA-ID
                   AND FECHA_EMISION  = :RCB-FECHA-EMISION
                   AND ESTADO_RECIBO  = 'ANULADO'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-RECIBOS-REACTIVADOS
               WHEN 100
                   ADD 1 TO WS-RECIBOS-CERRADOS
               WHEN OTHER
                   DISPLAY 'POLRECAR: ERROR DB2 AL REACTIVAR '
                       'RECIBO, POLIZA=' REC-POLIZA-ID
                       ' EMISION=' REC-FECHA-EMISION
                       ' SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9100-ABORTAR
           END-EVALUATE.

      ******************************************************************
      * 5000-ANULAR-FUERA-CUADRO
      * CERRADA LA POLIZA EN CURSO DEL CUADRO: SUS RECIBOS PENDIENTES
      * DEL EJERCICIO QUE HOY NO HAN VENIDO YA NO SE VAN A COBRAR
      * (CAMBIO DE FORMA DE PAGO) Y SE ANULAN, PARA QUE NO ENVEJEZCAN
      * COMO DEUDA EN POLCOBRO NI BLOQUEEN LA PURGA DE LA POLIZA.
      ******************************************************************
       5000-ANULAR-FUERA-CUADRO.
           IF WS-NO-DESBORDADO
               PERFORM VARYING WS-CUA-INDICE FROM WS-CUA-RECIBOS BY 1
                       UNTIL WS-CUA-INDICE >= WS-CUA-MAXIMO
                   MOVE WS-CUA-PRIMERA-EMISION
                       TO WS-CUA-EMISION(WS-CUA-INDICE + 1)
               END-PERFORM
               MOVE WS-FECHA-ALTA TO RCB-FECHA-ESTADO

               EXEC SQL
                    UPDATE POLIZAS_RECIBOS
                       SET ESTADO_RECIBO = 'ANULADO',
                           FECHA_ESTADO  = :RCB-FECHA-ESTADO
                     WHERE POLIZA_ID     = :WS-CUA-POLIZA-ID
                       AND ESTADO_RECIBO = 'PENDIENTE'
                       AND FECHA_EMISION >= :WS-CUA-PRIMERA-EMISION
                       AND FECHA_EMISION NOT IN
                           (:WS-CUA-EMISION-01, :WS-CUA-EMISION-02,
                            :WS-CUA-EMISION-03, :WS-CUA-EMISION-04,
                            :WS-CUA-EMISION-05, :WS-CUA-EMISION-06,
                            :WS-CUA-EMISION-07, :WS-CUA-EMISION-08,
                            :WS-CUA-EMISION-09, :WS-CUA-EMISION-10,
                            :WS-CUA-EMISION-11, :WS-CUA-EMISION-12)
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD SQLERRD(3) TO WS-RECIBOS-ANULADOS
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'POLRECAR: ERROR DB2 AL ANULAR RECIBOS '
                           'FUERA DE CUADRO, POLIZA=' WS-CUA-POLIZA-ID
                           ' SQLCODE=' SQLCODE
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9100-ABORTAR
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 6000-ANULAR-POLIZAS-CERRADAS
      * POLIZAS CANCELADAS O VENCIDAS CON RECIBOS PENDIENTES: LOS
      * EMITIDOS DESPUES DEL CIERRE SE ANULAN. SE CONFIRMA CON EL
      * COMMIT FINAL DE 9000-FINALIZAR.
      ******************************************************************
       6000-ANULAR-POLIZAS-CERRADAS.
           EXEC SQL
                DECLARE CUR-CERRADAS CURSOR FOR
                SELECT DISTINCT P.POLIZA_ID, P.ESTADO_POLIZA
                  FROM POLIZAS P, POLIZAS_RECIBOS R
                 WHERE R.POLIZA_ID     = P.POLIZA_ID
                   AND R.ESTADO_RECIBO = 'PENDIENTE'
                   AND P.ESTADO_POLIZA IN ('CANCELADA', 'VENCIDA')
                 ORDER BY P.POLIZA_ID
           END-EXEC.

           EXEC SQL OPEN CUR-CERRADAS END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLRECAR: ERROR DB2 AL ABRIR CUR-CERRADAS, '
                   'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           SET WS-NO-HAY-FIN-CURSOR TO TRUE.
           PERFORM 6100-LEER-CERRADA.
           PERFORM 6200-ANULAR-TRAS-CIERRE UNTIL WS-HAY-FIN-CURSOR.

           EXEC SQL CLOSE CUR-CERRADAS END-EXEC.

      ******************************************************************
      * 6100-LEER-CERRADA
      ******************************************************************
       6100-LEER-CERRADA.
           EXEC SQL
                FETCH CUR-CERRADAS
                 INTO :WS-CIE-POLIZA-ID, :WS-CIE-ESTADO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-HAY-FIN-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'POLRECAR: ERROR DB2 EN FETCH DE '
                       'CUR-CERRADAS, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9100-ABORTAR
           END-EVALUATE.

      ******************************************************************
      * 6200-ANULAR-TRAS-CIERRE
      * FECHA DE CIERRE: LA DEL ULTIMO PASO DE LA POLIZA A SU ESTADO
      * ACTUAL EN POLIZAS_HIST (EL MISMO CRITERIO QUE POLPURGA). SIN
      * ESA FILA NO SE SABE DESDE CUANDO ESTA CERRADA Y NO SE ANULA
      * NADA.
      ******************************************************************
       6200-ANULAR-TRAS-CIERRE.
           EXEC SQL
                SELECT COALESCE(MAX(FECHA_CAMBIO), ' ')
                  INTO :WS-CIE-FECHA-CIERRE
                  FROM POLIZAS_HIST
                 WHERE POLIZA_ID    = :WS-CIE-POLIZA-ID
                   AND ESTADO_NUEVO = :WS-CIE-ESTADO
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLRECAR: ERROR DB2 AL BUSCAR FECHA DE '
                   'CIERRE, POLIZA=' WS-CIE-POLIZA-ID
                   ' SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

           IF WS-CIE-FECHA-CIERRE IS NUMERIC
               MOVE SPACES TO WS-CIE-FECHA-ISO
               STRING WS-CIE-FECHA-CIERRE(1:4) '-'
                      WS-CIE-FECHA-CIERRE(5:2) '-'
                      WS-CIE-FECHA-CIERRE(7:2)
                   DELIMITED BY SIZE INTO WS-CIE-FECHA-ISO
               MOVE WS-FECHA-ALTA TO RCB-FECHA-ESTADO

               EXEC SQL
                    UPDATE POLIZAS_RECIBOS
                       SET ESTADO_RECIBO = 'ANULADO',
                           FECHA_ESTADO  = :RCB-FECHA-ESTADO
                     WHERE POLIZA_ID     = :WS-CIE-POLIZA-ID
                       AND ESTADO_RECIBO = 'PENDIENTE'
                       AND FECHA_EMISION > :WS-CIE-FECHA-ISO
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD SQLERRD(3) TO WS-ANULADOS-CIERRE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'POLRECAR: ERROR DB2 AL ANULAR RECIBOS '
                           'TRAS EL CIERRE, POLIZA=' WS-CIE-POLIZA-ID
                           ' SQLCODE=' SQLCODE
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9100-ABORTAR
               END-EVALUATE
           END-IF.

           PERFORM 6100-LEER-CERRADA.

      ******************************************************************
      * 8000-CONFIRMAR
      ******************************************************************
       8000-CONFIRMAR.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLRECAR: ERROR DB2 EN COMMIT, SQLCODE='
                   SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-ABORTAR
           END-IF.

      ******************************************************************
      * 9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           PERFORM 8000-CONFIRMAR.

           CLOSE RECIBOS-FILE.

           DISPLAY 'POLRECAR: RECIBOS LEIDOS       = '
               WS-RECIBOS-LEIDOS.
           DISPLAY 'POLRECAR: RECIBOS DADOS DE ALTA= '
               WS-RECIBOS-ALTA.
           DISPLAY 'POLRECAR: RECIBOS AJUSTADOS    = '
               WS-RECIBOS-AJUSTADOS.
           DISPLAY 'POLRECAR: RECIBOS SIN CAMBIOS  = '
               WS-RECIBOS-SIN-CAMBIOS.
           DISPLAY 'POLRECAR: COBRADOS/DEVUELTOS   = '
               WS-RECIBOS-CERRADOS.
           DISPLAY 'POLRECAR: ANULADOS REACTIVADOS = '
               WS-RECIBOS-REACTIVADOS.
           DISPLAY 'POLRECAR: ANULADOS FUERA CUADRO= '
               WS-RECIBOS-ANULADOS.
           DISPLAY 'POLRECAR: ANULADOS TRAS CIERRE = '
               WS-ANULADOS-CIERRE.

      ******************************************************************
      * 9100-ABORTAR
      * TERMINACION POR ERROR: DESHACE EN DB2 LO NO CONFIRMADO DESDE
      * EL ULTIMO COMMIT. LO CONFIRMADO SE QUEDA: LA CARGA ES
      * REPETIBLE Y AL RESOMETER SALE COMO SIN CAMBIOS.
      ******************************************************************
       9100-ABORTAR.
           EXEC SQL ROLLBACK END-EXEC.

           CLOSE RECIBOS-FILE.

           DISPLAY 'POLRECAR: PROCESO ABORTADO, TRABAJO NO CONFIRMADO '
               'DESHECHO. RESOMETER ENTERO'.
           STOP RUN.
