      ******************************************************************
      * PROGRAMA BATCH - LIQUIDACION MENSUAL DE COMISIONES A
      * INTERMEDIARIOS
      * AL CIERRE DE CADA MES (PARM 'AAAAMM') CALCULA LA COMISION
      * DE CADA AGENTE O CORREDOR (POLIZAS.CODIGO_INTERMEDIARIO,
      * MAESTRO INTERMEDIARIOS) CON EL PORCENTAJE PACTADO PARA CADA
      * TIPO DE PRODUCTO (COMISIONES_INTERMED, CON LA FILA GENERICA
      * '*' DEL INTERMEDIARIO). HASTA AHORA LAS COMISIONES SE
      * CALCULABAN FUERA DEL SISTEMA A PARTIR DE LISTADOS DE VENTAS.
      *
      * PRIMA EMITIDA EN EL MES, CON LA MISMA DEFINICION QUE EL
      * DIARIO CONTABLE (POLCONTA): ALTAS (FILA DE APERTURA DE
      * POLIZAS_HIST), ENDOSOS POR SU DIFERENCIA DE PRIMA Y
      * RENOVACIONES POR LA PRIMA ENTERA DEL NUEVO PERIODO. ES LA
      * BASE DE LA COMISION QUE SE PAGA.
      *
      * PRIMA DEVENGADA EN EL MES, CON LA MISMA PRORRATA QUE EL
      * BORDEREAU DE REASEGURO (POLCESIO): POLIZAS ACTIVAS O
      * SUSPENDIDAS DEL ESPEJO (POLUNLD) POR LOS DIAS DE SU TERMINO
      * QUE CAEN EN EL MES, SOBRE LA PRIMA VIGENTE AL CIERRE
      * RECONSTRUIDA DE POLIZAS_ENDOSOS. LAS CANCELADAS O VENCIDAS
      * CON CIERRE (ULTIMO PASO A SU ESTADO EN POLIZAS_HIST) EN EL
      * MES O DESPUES DEVENGAN SOLO HASTA ESE CIERRE. EL TERMINO ES
      * EL PERIODO ANUAL EN CURSO SEGUN LOS ENDOSOS 'RENV'; SI LA
      * POLIZA SE RENUEVA DENTRO DEL MES, LOS DIAS ANTERIORES
      * DEVENGAN LA PRIMA DEL TERMINO QUE ACABA. SU COMISION SE
      * INFORMA EN EL EXTRACTO PERO NO SE PAGA.
      *
      * EXTORNOS: LAS ORDENES DE PAGO DE EXTORNO QUE POLEXTOR
      * GENERO CON FECHA DE EVENTO EN EL MES RECUPERAN LA COMISION
      * DEL IMPORTE EXTORNADO, CON EL PORCENTAJE VIGENTE DEL
      * INTERMEDIARIO PARA EL PRODUCTO.
      *
      * UN MOVIMIENTO DE UN INTERMEDIARIO QUE NO ESTA EN EL MAESTRO,
      * O DE UN PRODUCTO SIN PORCENTAJE PACTADO (NI PROPIO NI
      * GENERICO), NO SE LIQUIDA: SE ACUMULA COMO EXCEPCION EN EL
      * RESUMEN DE CONTROL Y SE AVISA POR SYSOUT, PARA QUE
      * COMERCIAL LO REGULARICE CON UPDINTER Y SE RELANCE EL MES.
      *
      * POR INTERMEDIARIO: SALDO FINAL = COMISION EMITIDA -
      * COMISION EXTORNADA + SALDO ANTERIOR. SI ES POSITIVO SE
      * ORDENA PAGARLO ENTERO; SI ES CERO O NEGATIVO NO SE PAGA Y
      * EL SALDO DEUDOR SE ARRASTRA AL MES SIGUIENTE. CADA
      * LIQUIDACION QUEDA EN LIQUIDACIONES_COMISION (LIQCOMIS).
      *
      * SALIDAS: EXTRACTO POR INTERMEDIARIO (UNA PAGINA PROPIA CON
      * UNA LINEA POR PRODUCTO) SEGUIDO DEL RESUMEN DE CONTROL EN
      * EL INFORME, Y FICHERO DE ORDENES DE PAGO PARA TESORERIA
      * (COMPAGO-REC) ENVUELTO EN CABECERA Y PIE DE CONTROL
      * (COMPAGO-CTL) COMO EL CUADRO DE RECIBOS.
      *
      * REPETIBLE: EL MES SE BORRA Y SE REGRABA ENTERO EN UNA SOLA
      * UNIDAD DE TRABAJO, ASI QUE RELANZAR UN MES (POR EJEMPLO
      * TRAS CORREGIR UNA EXCEPCION) SUSTITUYE SU LIQUIDACION. NO
      * SE ADMITE RELANZAR UN MES SI YA HAY OTRO POSTERIOR
      * LIQUIDADO: SU SALDO ANTERIOR YA SE TOMO DE ESTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLCOMIS.
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

           SELECT PAGOCOM-FILE ASSIGN TO PAGOCOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOCOM-STATUS.

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

       FD  PAGOCOM-FILE
           RECORDING MODE IS F.
       COPY COMPAGO-REC.

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INF-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-POLIZAS-STATUS        PIC X(02).
          88 WS-POLIZAS-OK             VALUE '00'.
       01 WS-PAGOS-STATUS          PIC X(02).
          88 WS-PAGOS-OK               VALUE '00'.
       01 WS-PAGOCOM-STATUS        PIC X(02).
          88 WS-PAGOCOM-OK             VALUE '00'.
       01 WS-INFORME-STATUS        PIC X(02).
          88 WS-INFORME-OK             VALUE '00'.

       01 WS-INDICADORES.
          05 WS-FIN-POLIZAS           PIC X(01).
             88 WS-HAY-FIN-POLIZAS        VALUE 'S'.
             88 WS-NO-HAY-FIN-POLIZAS     VALUE 'N'.
          05 WS-FIN-PAGOS             PIC X(01).
             88 WS-HAY-FIN-PAGOS          VALUE 'S'.
             88 WS-NO-HAY-FIN-PAGOS       VALUE 'N'.
          05 WS-FIN-CURSOR            PIC X(01).
             88 WS-HAY-FIN-CURSOR         VALUE 'S'.
             88 WS-NO-HAY-FIN-CURSOR      VALUE 'N'.
          05 WS-FIN-CURSOR-ENDO       PIC X(01).
             88 WS-HAY-FIN-CURSOR-ENDO    VALUE 'S'.
             88 WS-NO-HAY-FIN-CURSOR-ENDO VALUE 'N'.
          05 WS-PRIMA-CALCULABLE      PIC X(01).
             88 WS-SI-CALCULABLE          VALUE 'S'.
             88 WS-NO-CALCULABLE          VALUE 'N'.
          05 WS-COMISION-APLICABLE    PIC X(01).
             88 WS-SI-APLICABLE           VALUE 'S'.
             88 WS-NO-APLICABLE           VALUE 'N'.
          05 WS-ENTRADA-HALLADA       PIC X(01).
             88 WS-ENTRADA-SI-HALLADA     VALUE 'S'.
             88 WS-ENTRADA-NO-HALLADA     VALUE 'N'.
          05 WS-INTERMEDIARIO-ACTIVO  PIC X(01).
             88 WS-INT-CON-MOVIMIENTO     VALUE 'S'.
             88 WS-INT-SIN-MOVIMIENTO     VALUE 'N'.
          05 WS-ORIGEN-TERMINO        PIC X(01).
             88 WS-TERMINO-RENOVADO       VALUE 'R'.
             88 WS-TERMINO-ORIGINAL       VALUE 'O'.
          05 WS-SITUACION-POLIZA      PIC X(01).
             88 WS-POLIZA-EN-VIGOR        VALUE 'V'.
             88 WS-POLIZA-CERRADA         VALUE 'C'.

       01 WS-CONTADORES.
          05 WS-POLIZAS-LEIDAS        PIC 9(09) COMP.
          05 WS-POLIZAS-DEVENGO       PIC 9(09) COMP.
          05 WS-FECHAS-ILEGIBLES      PIC 9(09) COMP.
          05 WS-ALTAS-LEIDAS          PIC 9(09) COMP.
          05 WS-ENDOSOS-LEIDOS        PIC 9(09) COMP.
          05 WS-EXTORNOS-LEIDOS       PIC 9(09) COMP.
          05 WS-EXTORNOS-DEL-MES      PIC 9(09) COMP.
          05 WS-EXTORNOS-DIRECTOS     PIC 9(09) COMP.
          05 WS-MOVIMIENTOS-EXCEPCION PIC 9(09) COMP.
          05 WS-LIQUIDACIONES-GRABADAS
                                      PIC 9(09) COMP.
          05 WS-PAGOS-ESCRITOS        PIC 9(09) COMP.
          05 WS-INDICE-INTERMED       PIC 9(04) COMP.
          05 WS-INT-HALLADO           PIC 9(04) COMP.
          05 WS-INDICE-COMISION       PIC 9(04) COMP.
          05 WS-COM-HALLADO           PIC 9(04) COMP.
          05 WS-INDICE-LIQUIDACION    PIC 9(04) COMP.
          05 WS-LIQ-HALLADO           PIC 9(04) COMP.
          05 WS-INDICE-EXCEPCION      PIC 9(02) COMP.
          05 WS-EXC-HALLADO           PIC 9(02) COMP.

       01 WS-TOTALES.
          05 WS-TOTAL-PRIMA-EMITIDA   PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-COMISION-EMITIDA
                                      PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-PRIMA-DEVENGADA PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-COMISION-DEVENGADA
                                      PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-EXTORNOS        PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-COMISION-EXTORNADA
                                      PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-SALDO-ANTERIOR  PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-A-PAGAR         PIC S9(13)V99 COMP-3.
          05 WS-TOTAL-SALDO-DEUDOR    PIC S9(13)V99 COMP-3.

      *    MES QUE SE LIQUIDA (PARM) Y SUS LIMITES, EN LOS FORMATOS
      *    QUE SE COMPARAN: AAAAMMDD CONTRA LAS FECHAS DE
      *    POLIZAS_HIST Y POLIZAS_ENDOSOS, ISO AAAA-MM-DD CONTRA LAS
      *    FECHAS DE EFECTO, Y DIAS ENTEROS PARA LA PRORRATA.
       01 WS-PERIODO.
          05 WS-PERIODO-AAAAMM        PIC X(06).
          05 WS-PERIODO-NUM REDEFINES WS-PERIODO-AAAAMM.
             10 WS-PERIODO-ANO           PIC 9(04).
             10 WS-PERIODO-MES           PIC 9(02).
          05 WS-INICIO-MES-AMD        PIC X(08).
          05 WS-FIN-MES-AMD           PIC X(08).
          05 WS-FIN-MES-ISO           PIC X(10).
          05 WS-DIA-INICIO-MES        PIC 9(08) COMP.
          05 WS-DIA-FIN-MES           PIC 9(08) COMP.

      *    MAESTRO DE INTERMEDIARIOS CARGADO AL INICIO, EN ORDEN DE
      *    CODIGO: ES TAMBIEN EL ORDEN DE LOS EXTRACTOS.
       01 WS-INTERMED-MAXIMO         PIC 9(04) COMP VALUE 500.
       01 WS-TABLA-INTERMEDIARIOS.
          05 WS-INTERMED-TOTAL        PIC 9(04) COMP.
          05 WS-ENTRADA-INTERMED OCCURS 500 TIMES.
             10 WS-INT-CODIGO            PIC X(08).
             10 WS-INT-NOMBRE            PIC X(40).
             10 WS-INT-NIF               PIC X(13).
             10 WS-INT-ESTADO            PIC X(01).
                88 WS-INT-DE-BAJA            VALUE 'B'.
             10 WS-INT-IBAN              PIC X(34).

      *    PORCENTAJES PACTADOS (INTERMEDIARIO + PRODUCTO, CON LA
      *    FILA GENERICA '*').
       01 WS-COMISION-MAXIMO         PIC 9(04) COMP VALUE 2000.
       01 WS-TABLA-COMISIONES.
          05 WS-COMISIONES-TOTAL      PIC 9(04) COMP.
          05 WS-ENTRADA-COMISION OCCURS 2000 TIMES.
             10 WS-COM-INTERMEDIARIO     PIC X(08).
             10 WS-COM-PRODUCTO          PIC X(10).
             10 WS-COM-PORCENTAJE        PIC S9(3)V99 COMP-3.

      *    ACUMULADOS DEL MES POR INTERMEDIARIO Y PRODUCTO, CON EL
      *    PORCENTAJE QUE SE LES APLICA. LAS COMISIONES SE CALCULAN
      *    AL FINAL SOBRE LA BASE ACUMULADA (UN SOLO REDONDEO POR
      *    LINEA DE EXTRACTO).
       01 WS-LIQUIDACION-MAXIMO      PIC 9(04) COMP VALUE 3000.
       01 WS-TABLA-LIQUIDACION.
          05 WS-LIQUIDACION-TOTAL     PIC 9(04) COMP.
          05 WS-ENTRADA-LIQUIDACION OCCURS 3000 TIMES.
             10 WS-LIQ-INTERMEDIARIO     PIC X(08).
             10 WS-LIQ-PRODUCTO          PIC X(10).
             10 WS-LIQ-PORCENTAJE        PIC S9(3)V99 COMP-3.
             10 WS-LIQ-PRIMA-EMITIDA     PIC S9(11)V99 COMP-3.
             10 WS-LIQ-COMISION-EMITIDA  PIC S9(11)V99 COMP-3.
             10 WS-LIQ-PRIMA-DEVENGADA   PIC S9(11)V99 COMP-3.
             10 WS-LIQ-COMISION-DEVENGADA
                                         PIC S9(11)V99 COMP-3.
             10 WS-LIQ-EXTORNOS          PIC S9(11)V99 COMP-3.
             10 WS-LIQ-COMISION-EXTORNADA
                                         PIC S9(11)V99 COMP-3.

      *    MOVIMIENTOS SIN COMISION APLICABLE, POR INTERMEDIARIO Y
      *    PRODUCTO, CON LA MISMA ENTRADA COMODIN '*DEMAS*' QUE LOS
      *    DEMAS REPORTES.
       01 WS-EXCEPCION-MAXIMO        PIC 9(02) COMP VALUE 50.
       01 WS-TABLA-EXCEPCIONES.
          05 WS-EXCEPCIONES-DISTINTAS PIC 9(02) COMP.
          05 WS-ENTRADA-EXCEPCION OCCURS 50 TIMES.
             10 WS-EXC-INTERMEDIARIO     PIC X(08).
             10 WS-EXC-PRODUCTO          PIC X(10).
             10 WS-EXC-MOTIVO            PIC X(20).
             10 WS-EXC-MOVIMIENTOS       PIC 9(09) COMP.
             10 WS-EXC-IMPORTE           PIC S9(13)V99 COMP-3.

       01 WS-MOTIVO-EXCEPCION         PIC X(20).

      *    MOVIMIENTO EN CURSO QUE SE LLEVA A LA LIQUIDACION.
       01 WS-MOVIMIENTO.
          05 WS-MOV-CLASE             PIC X(01).
             88 WS-MOV-EMITIDA            VALUE 'E'.
             88 WS-MOV-DEVENGADA          VALUE 'D'.
             88 WS-MOV-EXTORNO            VALUE 'X'.
          05 WS-MOV-INTERMEDIARIO     PIC X(08).
          05 WS-MOV-PRODUCTO          PIC X(10).
          05 WS-MOV-IMPORTE           PIC S9(9)V99 COMP-3.
          05 WS-PORCENTAJE-APLICADO   PIC S9(3)V99 COMP-3.
          05 WS-CLAVE-PRODUCTO        PIC X(10).

      *    CALCULO DE LA PRIMA DEVENGADA DE LA POLIZA EN CURSO. LA
      *    FECHA DE REFERENCIA ELIGE EL TERMINO Y LA PRIMA: EL
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

      *    LIQUIDACION DEL INTERMEDIARIO EN CURSO.
       01 WS-LIQUIDACION-INTERMED.
          05 WS-LQI-COMISION-EMITIDA  PIC S9(9)V99 COMP-3.
          05 WS-LQI-COMISION-DEVENGADA
                                      PIC S9(9)V99 COMP-3.
          05 WS-LQI-COMISION-EXTORNADA
                                      PIC S9(9)V99 COMP-3.
          05 WS-LQI-SALDO-ANTERIOR    PIC S9(9)V99 COMP-3.
          05 WS-LQI-SALDO-FINAL       PIC S9(9)V99 COMP-3.
          05 WS-LQI-IMPORTE-PAGO      PIC S9(9)V99 COMP-3.

      *    LIQUIDACIONES YA GRABADAS PARA MESES POSTERIORES AL PARM
      *    (VARIABLE HOST DEL CONTROL DE RELANZAMIENTO).
       01 WS-LIQ-POSTERIORES          PIC S9(09) COMP.

       01 WS-FECHA-PROCESO            PIC 9(08).

       01 WS-CONTROL-PAGINA.
          05 WS-NUMERO-PAGINA         PIC 9(04) VALUE ZERO.
          05 WS-LINEAS-EN-PAGINA      PIC 9(02) VALUE 99.
          05 WS-LINEAS-POR-PAGINA     PIC 9(02) VALUE 55.

      *    ---------------------------------------------------------
      *    LINEAS DEL INFORME (EXTRACTOS Y RESUMEN DE CONTROL)
      *    ---------------------------------------------------------
       01 WS-LIN-CABECERA1.
          05 FILLER                   PIC X(40) VALUE
             'LIQUIDACION MENSUAL DE COMISIONES - MES '.
          05 WS-CAB-PERIODO           PIC X(06).
          05 FILLER                   PIC X(54) VALUE SPACES.
          05 FILLER                   PIC X(06) VALUE 'FECHA '.
          05 WS-CAB-FECHA             PIC 9(08).
          05 FILLER                   PIC X(08) VALUE '  PAGINA'.
          05 WS-CAB-PAGINA            PIC ZZZ9.
          05 FILLER                   PIC X(06) VALUE SPACES.

       01 WS-LIN-SEPARADOR.
          05 FILLER                   PIC X(132) VALUE ALL '-'.

       01 WS-LIN-TITULO-SECCION.
          05 WS-TIT-TEXTO             PIC X(132).

       01 WS-LIN-INTERMEDIARIO.
          05 FILLER                   PIC X(15) VALUE
             'INTERMEDIARIO: '.
          05 WS-LIN-INT-CODIGO        PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LIN-INT-NOMBRE        PIC X(40).
          05 FILLER                   PIC X(07) VALUE '  NIF: '.
          05 WS-LIN-INT-NIF           PIC X(13).
          05 FILLER                   PIC X(08) VALUE '  IBAN: '.
          05 WS-LIN-INT-IBAN          PIC X(34).
          05 FILLER                   PIC X(05) VALUE SPACES.

       01 WS-LIN-DETALLE.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-DET-PRODUCTO          PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-PCT-GRUPO.
             10 WS-DET-PORCENTAJE        PIC ZZ9.99.
          05 WS-DET-PCT-TEXTO REDEFINES WS-DET-PCT-GRUPO
                                      PIC X(06).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-PRIMA-EMITIDA     PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-COMISION-EMITIDA  PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-PRIMA-DEVENGADA   PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-COMISION-DEVENGADA
                                      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-EXTORNOS          PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-COMISION-EXTORNADA
                                      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(09) VALUE SPACES.

       01 WS-LIN-EXCEPCION.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-EXD-INTERMEDIARIO     PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-EXD-PRODUCTO          PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-EXD-MOTIVO            PIC X(20).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-EXD-MOVIMIENTOS       PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-EXD-IMPORTE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                   PIC X(59) VALUE SPACES.

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

      *    AREA DE CONTROL DEL FICHERO DE PAGOS: SE MONTA AQUI Y SE
      *    GRABA CON WRITE ... FROM.
       COPY COMPAGO-CTL.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY POLIZAS.
       COPY POLHIST.
       COPY POLENDOS.
       COPY INTERMED.
       COPY COMISION.
       COPY LIQCOMIS.

       LINKAGE SECTION.
       01 WS-PARM-ENTRADA.
          05 WS-PARM-LONGITUD     PIC S9(04) COMP.
          05 WS-PARM-VALOR        PIC X(06).

       PROCEDURE DIVISION USING WS-PARM-ENTRADA.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESAR-POLIZA UNTIL WS-HAY-FIN-POLIZAS.
           PERFORM 3000-EMITIDA-ALTAS.
           PERFORM 3200-EMITIDA-ENDOSOS.
           PERFORM 4000-PROCESAR-EXTORNOS.
           PERFORM 5900-CALCULAR-COMISIONES
               VARYING WS-INDICE-LIQUIDACION FROM 1 BY 1
               UNTIL WS-INDICE-LIQUIDACION > WS-LIQUIDACION-TOTAL.
           PERFORM 6000-PREPARAR-PERIODO.
           PERFORM 6100-LIQUIDAR-INTERMEDIARIO
               VARYING WS-INDICE-INTERMED FROM 1 BY 1
               UNTIL WS-INDICE-INTERMED > WS-INTERMED-TOTAL.
           PERFORM 7000-EMITIR-RESUMEN.
           PERFORM 8000-ESCRIBIR-PIE.
           PERFORM 8500-CONFIRMAR.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      ******************************************************************
      * 1000-INICIAR
      ******************************************************************
       1000-INICIAR.
           SET WS-NO-HAY-FIN-POLIZAS TO TRUE.
           SET WS-NO-HAY-FIN-PAGOS TO TRUE.
           MOVE ZERO TO WS-POLIZAS-LEIDAS WS-POLIZAS-DEVENGO
                        WS-FECHAS-ILEGIBLES WS-ALTAS-LEIDAS
                        WS-ENDOSOS-LEIDOS WS-EXTORNOS-LEIDOS
                        WS-EXTORNOS-DEL-MES WS-EXTORNOS-DIRECTOS
                        WS-MOVIMIENTOS-EXCEPCION
                        WS-LIQUIDACIONES-GRABADAS WS-PAGOS-ESCRITOS
                        WS-TOTAL-PRIMA-EMITIDA
                        WS-TOTAL-COMISION-EMITIDA
                        WS-TOTAL-PRIMA-DEVENGADA
                        WS-TOTAL-COMISION-DEVENGADA
                        WS-TOTAL-EXTORNOS
                        WS-TOTAL-COMISION-EXTORNADA
                        WS-TOTAL-SALDO-ANTERIOR WS-TOTAL-A-PAGAR
                        WS-TOTAL-SALDO-DEUDOR
                        WS-INTERMED-TOTAL WS-COMISIONES-TOTAL
                        WS-LIQUIDACION-TOTAL
                        WS-EXCEPCIONES-DISTINTAS.
           INITIALIZE WS-TABLA-EXCEPCIONES.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1010-VALIDAR-PARM.
           PERFORM 1100-CARGAR-INTERMEDIARIOS.
           PERFORM 1300-CARGAR-COMISIONES.

           OPEN INPUT POLIZAS-FILE.
           IF NOT WS-POLIZAS-OK
               DISPLAY 'POLCOMIS: ERROR AL ABRIR POLIZAS, STATUS='
                   WS-POLIZAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1050-VALIDAR-CABECERA.

           OPEN INPUT PAGOS-FILE.
           IF NOT WS-PAGOS-OK
               DISPLAY 'POLCOMIS: ERROR AL ABRIR PAGOS, STATUS='
                   WS-PAGOS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PAGOCOM-FILE.
           IF NOT WS-PAGOCOM-OK
               DISPLAY 'POLCOMIS: ERROR AL ABRIR PAGOCOM, STATUS='
                   WS-PAGOCOM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT INFORME-FILE.
           IF NOT WS-INFORME-OK
               DISPLAY 'POLCOMIS: ERROR AL ABRIR INFORME, STATUS='
                   WS-INFORME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1500-ESCRIBIR-CABECERA.

           PERFORM 2100-LEER-POLIZA.

      ******************************************************************
      * 1010-VALIDAR-PARM
      * EL PARM TRAE EL MES QUE SE LIQUIDA EN AAAAMM. DE EL SALEN
      * EL PRIMER Y EL ULTIMO DIA DEL MES, COMO EN POLCESIO.
      ******************************************************************
       1010-VALIDAR-PARM.
           IF WS-PARM-LONGITUD < 6
                 OR WS-PARM-VALOR IS NOT NUMERIC
               DISPLAY 'POLCOMIS: PARM INVALIDO, SE ESPERA AAAAMM '
                   '(MES A LIQUIDAR)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-PARM-VALOR TO WS-PERIODO-AAAAMM.
           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
                 OR WS-PERIODO-ANO < 1601
               DISPLAY 'POLCOMIS: PARM INVALIDO, MES FUERA DE RANGO '
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
                   DISPLAY 'POLCOMIS: FICHERO POLIZAS VACIO, SIN '
                       'CABECERA DE CONTROL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF NOT PZC-ES-CABECERA
               DISPLAY 'POLCOMIS: FICHERO POLIZAS SIN CABECERA DE '
                   'CONTROL, PRIMER REGISTRO=' PZC-TIPO-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * 1100-CARGAR-INTERMEDIARIOS
      * CARGA EL MAESTRO EN ORDEN DE CODIGO, INCLUIDOS LOS DE BAJA
      * (SIGUEN LIQUIDANDO SU CARTERA). SI LA TABLA DESBORDA, EL
      * JOB ABENDA ANTES DE LIQUIDAR A MEDIAS.
      ******************************************************************
       1100-CARGAR-INTERMEDIARIOS.
           SET WS-NO-HAY-FIN-CURSOR TO TRUE.

           EXEC SQL
                DECLARE CUR-INTM CURSOR FOR
                SELECT CODIGO_INTERMEDIARIO, NOMBRE, NIF, ESTADO,
                       IBAN
                  FROM INTERMEDIARIOS
                 ORDER BY CODIGO_INTERMEDIARIO
           END-EXEC.

           EXEC SQL OPEN CUR-INTM END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLCOMIS: ERROR DB2 AL ABRIR CURSOR DE '
                   'INTERMEDIARIOS, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1150-CARGAR-INTERMEDIARIO
               UNTIL WS-HAY-FIN-CURSOR.

           EXEC SQL CLOSE CUR-INTM END-EXEC.

      ******************************************************************
      * 1150-CARGAR-INTERMEDIARIO
      ******************************************************************
       1150-CARGAR-INTERMEDIARIO.
           EXEC SQL
                FETCH CUR-INTM
                 INTO :INTM-CODIGO-INTERMEDIARIO, :INTM-NOMBRE,
                      :INTM-NIF, :INTM-ESTADO, :INTM-IBAN
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-INTERMED-TOTAL >= WS-INTERMED-MAXIMO
                       DISPLAY 'POLCOMIS: TABLA DE INTERMEDIARIOS '
                           'DESBORDADA, CODIGO '
                           INTM-CODIGO-INTERMEDIARIO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-INTERMED-TOTAL
                   MOVE WS-INTERMED-TOTAL TO WS-INDICE-INTERMED
                   MOVE INTM-CODIGO-INTERMEDIARIO
                       TO WS-INT-CODIGO(WS-INDICE-INTERMED)
                   MOVE INTM-NOMBRE
                       TO WS-INT-NOMBRE(WS-INDICE-INTERMED)
                   MOVE INTM-NIF
                       TO WS-INT-NIF(WS-INDICE-INTERMED)
                   MOVE INTM-ESTADO
                       TO WS-INT-ESTADO(WS-INDICE-INTERMED)
                   MOVE INTM-IBAN
                       TO WS-INT-IBAN(WS-INDICE-INTERMED)
               WHEN 100
                   SET WS-HAY-FIN-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'POLCOMIS: ERROR DB2 EN FETCH DE '
                       'INTERMEDIARIOS, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 1300-CARGAR-COMISIONES
      ******************************************************************
       1300-CARGAR-COMISIONES.
           SET WS-NO-HAY-FIN-CURSOR TO TRUE.

           EXEC SQL
                DECLARE CUR-COMI CURSOR FOR
                SELECT CODIGO_INTERMEDIARIO, TIPO_PRODUCTO,
                       PORCENTAJE_COMISION
                  FROM COMISIONES_INTERMED
                 ORDER BY CODIGO_INTERMEDIARIO, TIPO_PRODUCTO
           END-EXEC.

           EXEC SQL OPEN CUR-COMI END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLCOMIS: ERROR DB2 AL ABRIR CURSOR DE '
                   'COMISIONES, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1350-CARGAR-COMISION
               UNTIL WS-HAY-FIN-CURSOR.

           EXEC SQL CLOSE CUR-COMI END-EXEC.

      ******************************************************************
      * 1350-CARGAR-COMISION
      ******************************************************************
       1350-CARGAR-COMISION.
           EXEC SQL
                FETCH CUR-COMI
                 INTO :COMI-CODIGO-INTERMEDIARIO,
                      :COMI-TIPO-PRODUCTO,
                      :COMI-PORCENTAJE-COMISION
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-COMISIONES-TOTAL >= WS-COMISION-MAXIMO
                       DISPLAY 'POLCOMIS: TABLA DE COMISIONES '
                           'DESBORDADA, INTERMEDIARIO '
                           COMI-CODIGO-INTERMEDIARIO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-COMISIONES-TOTAL
                   MOVE WS-COMISIONES-TOTAL TO WS-INDICE-COMISION
                   MOVE COMI-CODIGO-INTERMEDIARIO
                       TO WS-COM-INTERMEDIARIO(WS-INDICE-COMISION)
                   MOVE COMI-TIPO-PRODUCTO
                       TO WS-COM-PRODUCTO(WS-INDICE-COMISION)
                   MOVE COMI-PORCENTAJE-COMISION
                       TO WS-COM-PORCENTAJE(WS-INDICE-COMISION)
               WHEN 100
                   SET WS-HAY-FIN-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'POLCOMIS: ERROR DB2 EN FETCH DE '
                       'COMISIONES, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 1500-ESCRIBIR-CABECERA
      ******************************************************************
       1500-ESCRIBIR-CABECERA.
           MOVE SPACES TO CGC-REGISTRO.
           SET CGC-ES-CABECERA TO TRUE.
           MOVE WS-FECHA-PROCESO TO CGC-CAB-FECHA-PROCESO.
           MOVE 'POLCOMIS/COMISIONES' TO CGC-CAB-ORIGEN.
           MOVE WS-PERIODO-AAAAMM TO CGC-CAB-PERIODO.
           WRITE CPG-REGISTRO FROM CGC-REGISTRO.
           IF NOT WS-PAGOCOM-OK
               DISPLAY 'POLCOMIS: ERROR AL ESCRIBIR CABECERA DE '
                   'PAGOCOM, STATUS=' WS-PAGOCOM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 2000-PROCESAR-POLIZA
      * PRIMA DEVENGADA: SOLO LAS POLIZAS CON INTERMEDIARIO, EN
      * VIGOR (ACTIVAS O SUSPENDIDAS) O CANCELADAS O VENCIDAS CON
      * CIERRE EN EL MES O DESPUES, COMO EN POLCESIO.
      ******************************************************************
       2000-PROCESAR-POLIZA.
           IF PZ-CODIGO-INTERMEDIARIO NOT = SPACES
               EVALUATE PZ-ESTADO-POLIZA
                   WHEN 'ACTIVA'
                   WHEN 'SUSPENDIDA'
                       SET WS-POLIZA-EN-VIGOR TO TRUE
                       PERFORM 2200-DEVENGAR-PRIMA
                   WHEN 'CANCELADA'
                   WHEN 'VENCIDA'
                       SET WS-POLIZA-CERRADA TO TRUE
                       PERFORM 2220-FECHA-CIERRE
                       IF WS-FECHA-CIERRE IS NUMERIC
                             AND WS-FECHA-CIERRE
                                 NOT < WS-INICIO-MES-AMD
                           PERFORM 2200-DEVENGAR-PRIMA
                       END-IF
               END-EVALUATE
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
                   DISPLAY 'POLCOMIS: FICHERO POLIZAS SIN PIE DE '
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
               DISPLAY 'POLCOMIS: PIE DE CONTROL NO CUADRA, '
                   'DECLARADOS=' PZC-PIE-TOTAL-REGISTROS
                   ' LEIDOS=' WS-POLIZAS-LEIDAS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

      ******************************************************************
      * 2200-DEVENGAR-PRIMA
      * UNA POLIZA CUYO TERMINO NO TOCA EL MES NO DEVENGA PRIMA EN
      * EL. DEVENGA PRIMERO EL TERMINO VIGENTE AL CIERRE DEL MES;
      * SI EMPEZO DENTRO DEL MES POR UNA RENOVACION, DEVENGA
      * DESPUES EL TERMINO QUE ACABO EN ELLA, COMO EN POLCESIO.
      * LA POLIZA SE CUENTA UNA SOLA VEZ. UNA POLIZA CERRADA DENTRO
      * DEL MES TOMA COMO REFERENCIA SU ULTIMO DIA EN RIESGO, EL
      * ANTERIOR AL CIERRE.
      ******************************************************************
       2200-DEVENGAR-PRIMA.
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
           PERFORM 2250-TERMINO-VIGENTE.
           SET WS-SI-CALCULABLE TO TRUE.
           PERFORM 2300-CONVERTIR-FECHAS.

           IF WS-SI-CALCULABLE
               IF WS-DIAS-CUBIERTOS > ZERO
                   ADD 1 TO WS-POLIZAS-DEVENGO
                   PERFORM 2350-DEVENGAR-TERMINO
               END-IF
           END-IF.

           IF WS-SI-CALCULABLE
                 AND WS-TERMINO-RENOVADO
                 AND WS-DIA-EFECTO-ENTERO > WS-DIA-INICIO-MES
               COMPUTE WS-FECHA-AMD =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-EFECTO-ENTERO - 1)
               MOVE SPACES TO WS-FECHA-REFERENCIA
               MOVE WS-FECHA-AMD(1:4) TO WS-FECHA-REFERENCIA(1:4)
               MOVE '-' TO WS-FECHA-REFERENCIA(5:1)
               MOVE WS-FECHA-AMD(5:2) TO WS-FECHA-REFERENCIA(6:2)
               MOVE '-' TO WS-FECHA-REFERENCIA(8:1)
               MOVE WS-FECHA-AMD(7:2) TO WS-FECHA-REFERENCIA(9:2)
               PERFORM 2250-TERMINO-VIGENTE
               PERFORM 2300-CONVERTIR-FECHAS
               IF WS-SI-CALCULABLE
                   IF WS-DIAS-CUBIERTOS > ZERO
                       PERFORM 2350-DEVENGAR-TERMINO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 2220-FECHA-CIERRE
      * FECHA DEL ULTIMO PASO DE LA POLIZA A SU ESTADO ACTUAL EN
      * POLIZAS_HIST, COMO EN POLPURGA. SIN ESA FILA (POLIZA
      * ANTERIOR AL HISTORICO) VALE SU FECHA DE VENCIMIENTO. UNA
      * FECHA ILEGIBLE DEJA LA POLIZA SIN DEVENGO CON CONSTANCIA
      * POR SYSOUT.
      ******************************************************************
       2220-FECHA-CIERRE.
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
               DISPLAY 'POLCOMIS: ERROR DB2 AL BUSCAR FECHA DE '
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
               DISPLAY 'POLCOMIS: FECHA DE CIERRE ILEGIBLE, POLIZA '
                   PZ-POLIZA-ID ' SIN DEVENGO'
           END-IF.

      ******************************************************************
      * 2250-TERMINO-VIGENTE
      * LIMITES DEL PERIODO ANUAL QUE CONTIENE LA FECHA DE
      * REFERENCIA SEGUN LOS ENDOSOS 'RENV' DE POLRENAC: INICIO EN
      * LA ULTIMA RENOVACION CON EFECTO NO POSTERIOR A LA FECHA Y
      * FIN EN LA PRIMERA POSTERIOR. SIN RENOVACIONES A UN LADO U
      * OTRO VALEN EL EFECTO Y EL VENCIMIENTO DEL ESPEJO.
      ******************************************************************
       2250-TERMINO-VIGENTE.
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
               DISPLAY 'POLCOMIS: ERROR DB2 AL BUSCAR INICIO DEL '
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
               DISPLAY 'POLCOMIS: ERROR DB2 AL BUSCAR FIN DEL '
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
      * 2300-CONVERTIR-FECHAS
      * PASA INICIO Y FIN DEL TERMINO A DIAS ENTEROS Y CALCULA LOS
      * DIAS DEL TERMINO [INICIO, FIN) QUE CAEN DENTRO DEL MES. EN
      * UNA POLIZA CERRADA EL DEVENGO ACABA EN EL CIERRE, QUE COMO
      * EL VENCIMIENTO YA NO ES DIA EN RIESGO.
      * UNA FECHA ILEGIBLE O UN TERMINO NO POSITIVO DEJAN LA POLIZA
      * SIN DEVENGO CON CONSTANCIA POR SYSOUT.
      ******************************************************************
       2300-CONVERTIR-FECHAS.
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
               DISPLAY 'POLCOMIS: FECHAS ILEGIBLES O TERMINO NO '
                   'POSITIVO, POLIZA ' PZ-POLIZA-ID ' SIN DEVENGO'
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
      * 2350-DEVENGAR-TERMINO
      * PRIMA DEL TERMINO EN CURSO A PRORRATA DE SUS DIAS CUBIERTOS
      * EN EL MES, LLEVADA A LA LIQUIDACION DEL INTERMEDIARIO.
      ******************************************************************
       2350-DEVENGAR-TERMINO.
           PERFORM 2400-PRIMA-VIGENTE.
           COMPUTE WS-PRIMA-PERIODO ROUNDED =
               WS-PRIMA-VIGENTE * WS-DIAS-CUBIERTOS
               / WS-DIAS-TERMINO.
           SET WS-MOV-DEVENGADA TO TRUE.
           MOVE PZ-CODIGO-INTERMEDIARIO TO WS-MOV-INTERMEDIARIO.
           MOVE PZ-TIPO-PRODUCTO TO WS-MOV-PRODUCTO.
           MOVE WS-PRIMA-PERIODO TO WS-MOV-IMPORTE.
           PERFORM 5000-ACUMULAR-MOVIMIENTO.

      ******************************************************************
      * 2400-PRIMA-VIGENTE
      * RECONSTRUYE LA PRIMA VIGENTE EN LA FECHA DE REFERENCIA
      * RECORRIENDO POLIZAS_ENDOSOS EN ORDEN, COMO POLCESIO.
      ******************************************************************
       2400-PRIMA-VIGENTE.
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
               DISPLAY 'POLCOMIS: ERROR DB2 AL ABRIR CURSOR DE '
                   'ENDOSOS, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           PERFORM 2450-APLICAR-ENDOSO
               UNTIL WS-HAY-FIN-CURSOR-ENDO.

           EXEC SQL CLOSE CUR-ENDO END-EXEC.

      ******************************************************************
      * 2450-APLICAR-ENDOSO
      ******************************************************************
       2450-APLICAR-ENDOSO.
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
                   DISPLAY 'POLCOMIS: ERROR DB2 EN FETCH DE '
                       'ENDOSOS, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 3000-EMITIDA-ALTAS
      * ALTAS DEL MES DE POLIZAS CON INTERMEDIARIO: FILA DE
      * APERTURA DE POLIZAS_HIST, CON LA PRIMA DE EMISION (LA
      * ANTERIOR AL PRIMER ENDOSO SI LO HUBO), COMO EN POLCONTA.
      ******************************************************************
       3000-EMITIDA-ALTAS.
           SET WS-NO-HAY-FIN-CURSOR TO TRUE.

           EXEC SQL
                DECLARE CUR-ALTA CURSOR FOR
                SELECT H.POLIZA_ID, P.TIPO_PRODUCTO,
                       P.CODIGO_INTERMEDIARIO,
                       COALESCE((SELECT E.PRIMA_ANTERIOR
                                   FROM POLIZAS_ENDOSOS E
                                  WHERE E.POLIZA_ID = H.POLIZA_ID
                                    AND E.SECUENCIA = 1),
                                P.PRIMA_IMPORTE)
                  FROM POLIZAS_HIST H, POLIZAS P
                 WHERE H.FECHA_CAMBIO  BETWEEN :WS-INICIO-MES-AMD
                                           AND :WS-FIN-MES-AMD
                   AND H.SECUENCIA     = 1
                   AND H.MOTIVO_CAMBIO = 'ALTA'
                   AND P.POLIZA_ID     = H.POLIZA_ID
                   AND P.CODIGO_INTERMEDIARIO <> ' '
                 ORDER BY H.POLIZA_ID
           END-EXEC.

           EXEC SQL OPEN CUR-ALTA END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLCOMIS: ERROR DB2 AL ABRIR CURSOR DE '
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
                      :CODIGO-INTERMEDIARIO, :PRIMA-IMPORTE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ALTAS-LEIDAS
               WHEN 100
                   SET WS-HAY-FIN-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'POLCOMIS: ERROR DB2 EN FETCH DE '
                       'ALTAS, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 3100-PROCESAR-ALTA
      ******************************************************************
       3100-PROCESAR-ALTA.
           SET WS-MOV-EMITIDA TO TRUE.
           MOVE CODIGO-INTERMEDIARIO TO WS-MOV-INTERMEDIARIO.
           MOVE TIPO-PRODUCTO        TO WS-MOV-PRODUCTO.
           MOVE PRIMA-IMPORTE        TO WS-MOV-IMPORTE.
           PERFORM 5000-ACUMULAR-MOVIMIENTO.

           PERFORM 3050-LEER-ALTA.

      ******************************************************************
      * 3200-EMITIDA-ENDOSOS
      * ENDOSOS GRABADOS EN EL MES SOBRE POLIZAS CON INTERMEDIARIO.
      ******************************************************************
       3200-EMITIDA-ENDOSOS.
           SET WS-NO-HAY-FIN-CURSOR TO TRUE.

           EXEC SQL
                DECLARE CUR-ENDM CURSOR FOR
                SELECT E.POLIZA_ID, E.PRIMA_ANTERIOR, E.PRIMA_NUEVA,
                       E.MOTIVO_ENDOSO, P.TIPO_PRODUCTO,
                       P.CODIGO_INTERMEDIARIO
                  FROM POLIZAS_ENDOSOS E, POLIZAS P
                 WHERE E.FECHA_ENDOSO BETWEEN :WS-INICIO-MES-AMD
                                          AND :WS-FIN-MES-AMD
                   AND P.POLIZA_ID = E.POLIZA_ID
                   AND P.CODIGO_INTERMEDIARIO <> ' '
                 ORDER BY E.POLIZA_ID, E.SECUENCIA
           END-EXEC.

           EXEC SQL OPEN CUR-ENDM END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLCOMIS: ERROR DB2 AL ABRIR CURSOR DE '
                   'ENDOSOS DEL MES, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.

           PERFORM 3250-LEER-ENDOSO.
           PERFORM 3300-PROCESAR-ENDOSO UNTIL WS-HAY-FIN-CURSOR.

           EXEC SQL CLOSE CUR-ENDM END-EXEC.

      ******************************************************************
      * 3250-LEER-ENDOSO
      ******************************************************************
       3250-LEER-ENDOSO.
           EXEC SQL
                FETCH CUR-ENDM
                 INTO :ENDO-POLIZA-ID, :ENDO-PRIMA-ANTERIOR,
                      :ENDO-PRIMA-NUEVA, :ENDO-MOTIVO-ENDOSO,
                      :TIPO-PRODUCTO, :CODIGO-INTERMEDIARIO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ENDOSOS-LEIDOS
               WHEN 100
                   SET WS-HAY-FIN-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'POLCOMIS: ERROR DB2 EN FETCH DE '
                       'ENDOSOS DEL MES, SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 3300-PROCESAR-ENDOSO
      * UN ENDOSO ORDINARIO EMITE SOLO LA DIFERENCIA DE PRIMA (A LA
      * BAJA, NEGATIVA: RESTA COMISION). LA RENOVACION ABRE UN
      * PERIODO NUEVO Y EMITE SU PRIMA ENTERA, COMO EN POLCONTA.
      ******************************************************************
       3300-PROCESAR-ENDOSO.
           SET WS-MOV-EMITIDA TO TRUE.
           MOVE CODIGO-INTERMEDIARIO TO WS-MOV-INTERMEDIARIO.
           MOVE TIPO-PRODUCTO        TO WS-MOV-PRODUCTO.
           IF ENDO-MOTIVO-ENDOSO = 'RENV'
               MOVE ENDO-PRIMA-NUEVA TO WS-MOV-IMPORTE
           ELSE
               COMPUTE WS-MOV-IMPORTE =
                   ENDO-PRIMA-NUEVA - ENDO-PRIMA-ANTERIOR
           END-IF.
           PERFORM 5000-ACUMULAR-MOVIMIENTO.

           PERFORM 3250-LEER-ENDOSO.

      ******************************************************************
      * 4000-PROCESAR-EXTORNOS
      * EL DD PAGOS TRAE TODAS LAS GENERACIONES DE ORDENES DE PAGO
      * DE POLEXTOR QUE SE CONSERVAN; SE TOMAN LAS DE FECHA DE
      * EVENTO DENTRO DEL MES.
      ******************************************************************
       4000-PROCESAR-EXTORNOS.
           PERFORM 4050-LEER-EXTORNO.
           PERFORM 4100-PROCESAR-EXTORNO UNTIL WS-HAY-FIN-PAGOS.

      ******************************************************************
      * 4050-LEER-EXTORNO
      ******************************************************************
       4050-LEER-EXTORNO.
           READ PAGOS-FILE
               AT END
                   SET WS-HAY-FIN-PAGOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXTORNOS-LEIDOS
           END-READ.

      ******************************************************************
      * 4100-PROCESAR-EXTORNO
      * LA ORDEN DE PAGO NO LLEVA EL INTERMEDIARIO: SE TOMA DE LA
      * POLIZA. UNA POLIZA SIN INTERMEDIARIO (VENTA DIRECTA) NO
      * TIENE COMISION QUE RECUPERAR; UNA POLIZA QUE YA NO ESTA EN
      * POLIZAS VA A EXCEPCIONES. LA COMISION SE RECUPERA SOBRE EL
      * EXTORNO BRUTO (LA PARTE COMPENSADA CON IMPAGOS TAMBIEN ES
      * PRIMA DEVUELTA).
      ******************************************************************
       4100-PROCESAR-EXTORNO.
           IF PAG-FECHA-EVENTO(1:6) = WS-PERIODO-AAAAMM
               ADD 1 TO WS-EXTORNOS-DEL-MES
               MOVE PAG-POLIZA-ID TO POLIZA-ID

               EXEC SQL
                    SELECT CODIGO_INTERMEDIARIO
                      INTO :CODIGO-INTERMEDIARIO
                      FROM POLIZAS
                     WHERE POLIZA_ID = :POLIZA-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       IF CODIGO-INTERMEDIARIO = SPACES
                           ADD 1 TO WS-EXTORNOS-DIRECTOS
                       ELSE
                           SET WS-MOV-EXTORNO TO TRUE
                           MOVE CODIGO-INTERMEDIARIO
                               TO WS-MOV-INTERMEDIARIO
                           MOVE PAG-TIPO-PRODUCTO TO WS-MOV-PRODUCTO
                           MOVE PAG-IMPORTE-EXTORNO
                               TO WS-MOV-IMPORTE
                           PERFORM 5000-ACUMULAR-MOVIMIENTO
                       END-IF
                   WHEN 100
                       MOVE SPACES TO WS-MOV-INTERMEDIARIO
                       MOVE PAG-TIPO-PRODUCTO TO WS-MOV-PRODUCTO
                       MOVE PAG-IMPORTE-EXTORNO TO WS-MOV-IMPORTE
                       MOVE 'POLIZA INEXISTENTE' TO WS-MOTIVO-EXCEPCION
                       PERFORM 5300-ANOTAR-EXCEPCION
                   WHEN OTHER
                       DISPLAY 'POLCOMIS: ERROR DB2 AL LEER POLIZA '
                           PAG-POLIZA-ID ', SQLCODE=' SQLCODE
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9000-FINALIZAR
                       STOP RUN
               END-EVALUATE
           END-IF.

           PERFORM 4050-LEER-EXTORNO.

      ******************************************************************
      * 5000-ACUMULAR-MOVIMIENTO
      * LLEVA EL MOVIMIENTO EN CURSO A SU LINEA INTERMEDIARIO +
      * PRODUCTO, O A EXCEPCIONES SI NO HAY COMISION APLICABLE.
      ******************************************************************
       5000-ACUMULAR-MOVIMIENTO.
           PERFORM 5100-BUSCAR-COMISION.

           IF WS-SI-APLICABLE
               PERFORM 5200-LOCALIZAR-LIQUIDACION
               EVALUATE TRUE
                   WHEN WS-MOV-EMITIDA
                       ADD WS-MOV-IMPORTE
                           TO WS-LIQ-PRIMA-EMITIDA(WS-LIQ-HALLADO)
                   WHEN WS-MOV-DEVENGADA
                       ADD WS-MOV-IMPORTE
                           TO WS-LIQ-PRIMA-DEVENGADA(WS-LIQ-HALLADO)
                   WHEN WS-MOV-EXTORNO
                       ADD WS-MOV-IMPORTE
                           TO WS-LIQ-EXTORNOS(WS-LIQ-HALLADO)
               END-EVALUATE
           ELSE
               PERFORM 5300-ANOTAR-EXCEPCION
           END-IF.

      ******************************************************************
      * 5100-BUSCAR-COMISION
      * EL INTERMEDIARIO DEBE ESTAR EN EL MAESTRO. EL PORCENTAJE ES
      * EL DE SU FILA PARA EL PRODUCTO Y, SI NO LA HAY, EL DE SU
      * FILA GENERICA '*'. SIN NINGUNA DE LAS DOS NO SE LIQUIDA.
      ******************************************************************
       5100-BUSCAR-COMISION.
           SET WS-ENTRADA-NO-HALLADA TO TRUE.
           MOVE ZERO TO WS-INT-HALLADO.
           PERFORM VARYING WS-INDICE-INTERMED FROM 1 BY 1
                   UNTIL WS-INDICE-INTERMED > WS-INTERMED-TOTAL
                      OR WS-ENTRADA-SI-HALLADA
               IF WS-INT-CODIGO(WS-INDICE-INTERMED)
                     = WS-MOV-INTERMEDIARIO
                   SET WS-ENTRADA-SI-HALLADA TO TRUE
                   MOVE WS-INDICE-INTERMED TO WS-INT-HALLADO
               END-IF
           END-PERFORM.

           IF WS-ENTRADA-NO-HALLADA
               SET WS-NO-APLICABLE TO TRUE
               MOVE 'INTERMED. DESCONOC.' TO WS-MOTIVO-EXCEPCION
           ELSE
               MOVE WS-MOV-PRODUCTO TO WS-CLAVE-PRODUCTO
               PERFORM 5150-BUSCAR-PORCENTAJE
               IF WS-ENTRADA-NO-HALLADA
                   MOVE '*' TO WS-CLAVE-PRODUCTO
                   PERFORM 5150-BUSCAR-PORCENTAJE
               END-IF
               IF WS-ENTRADA-SI-HALLADA
                   SET WS-SI-APLICABLE TO TRUE
                   MOVE WS-COM-PORCENTAJE(WS-COM-HALLADO)
                       TO WS-PORCENTAJE-APLICADO
                   MOVE SPACES TO WS-MOTIVO-EXCEPCION
               ELSE
                   SET WS-NO-APLICABLE TO TRUE
                   MOVE 'SIN COMISION PACTADA' TO WS-MOTIVO-EXCEPCION
               END-IF
           END-IF.

      ******************************************************************
      * 5150-BUSCAR-PORCENTAJE
      ******************************************************************
       5150-BUSCAR-PORCENTAJE.
           SET WS-ENTRADA-NO-HALLADA TO TRUE.
           MOVE ZERO TO WS-COM-HALLADO.
           PERFORM VARYING WS-INDICE-COMISION FROM 1 BY 1
                   UNTIL WS-INDICE-COMISION > WS-COMISIONES-TOTAL
                      OR WS-ENTRADA-SI-HALLADA
               IF WS-COM-INTERMEDIARIO(WS-INDICE-COMISION)
                     = WS-MOV-INTERMEDIARIO
                     AND WS-COM-PRODUCTO(WS-INDICE-COMISION)
                         = WS-CLAVE-PRODUCTO
                   SET WS-ENTRADA-SI-HALLADA TO TRUE
                   MOVE WS-INDICE-COMISION TO WS-COM-HALLADO
               END-IF
           END-PERFORM.

      ******************************************************************
      * 5200-LOCALIZAR-LIQUIDACION
      * LINEA INTERMEDIARIO + PRODUCTO DEL MOVIMIENTO (BUSQUEDA
      * SERIAL, ALTA SI ES NUEVA). SI LA TABLA DESBORDA EL JOB
      * ABENDA: UN EXTRACTO INCOMPLETO NO DEBE LLEGAR A TESORERIA.
      ******************************************************************
       5200-LOCALIZAR-LIQUIDACION.
           SET WS-ENTRADA-NO-HALLADA TO TRUE.
           MOVE ZERO TO WS-LIQ-HALLADO.
           PERFORM VARYING WS-INDICE-LIQUIDACION FROM 1 BY 1
                   UNTIL WS-INDICE-LIQUIDACION > WS-LIQUIDACION-TOTAL
                      OR WS-ENTRADA-SI-HALLADA
               IF WS-LIQ-INTERMEDIARIO(WS-INDICE-LIQUIDACION)
                     = WS-MOV-INTERMEDIARIO
                     AND WS-LIQ-PRODUCTO(WS-INDICE-LIQUIDACION)
                         = WS-MOV-PRODUCTO
                   SET WS-ENTRADA-SI-HALLADA TO TRUE
                   MOVE WS-INDICE-LIQUIDACION TO WS-LIQ-HALLADO
               END-IF
           END-PERFORM.

           IF WS-ENTRADA-NO-HALLADA
               IF WS-LIQUIDACION-TOTAL >= WS-LIQUIDACION-MAXIMO
                   DISPLAY 'POLCOMIS: TABLA DE LIQUIDACION '
                       'DESBORDADA, INTERMEDIARIO '
                       WS-MOV-INTERMEDIARIO
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   STOP RUN
               END-IF
               ADD 1 TO WS-LIQUIDACION-TOTAL
               MOVE WS-LIQUIDACION-TOTAL TO WS-LIQ-HALLADO
               INITIALIZE WS-ENTRADA-LIQUIDACION(WS-LIQ-HALLADO)
               MOVE WS-MOV-INTERMEDIARIO
                   TO WS-LIQ-INTERMEDIARIO(WS-LIQ-HALLADO)
               MOVE WS-MOV-PRODUCTO
                   TO WS-LIQ-PRODUCTO(WS-LIQ-HALLADO)
               MOVE WS-PORCENTAJE-APLICADO
                   TO WS-LIQ-PORCENTAJE(WS-LIQ-HALLADO)
           END-IF.

      ******************************************************************
      * 5300-ANOTAR-EXCEPCION
      * ENTRADA INTERMEDIARIO + PRODUCTO EN LA TABLA DE EXCEPCIONES
      * (BUSQUEDA SERIAL); LA ULTIMA ENTRADA QUEDA RESERVADA PARA
      * EL COMODIN. EL AVISO POR SYSOUT SALE UNA SOLA VEZ POR
      * ENTRADA.
      ******************************************************************
       5300-ANOTAR-EXCEPCION.
           ADD 1 TO WS-MOVIMIENTOS-EXCEPCION.
           SET WS-ENTRADA-NO-HALLADA TO TRUE.
           MOVE ZERO TO WS-EXC-HALLADO.
           PERFORM VARYING WS-INDICE-EXCEPCION FROM 1 BY 1
                   UNTIL WS-INDICE-EXCEPCION
                         > WS-EXCEPCIONES-DISTINTAS
                      OR WS-ENTRADA-SI-HALLADA
               IF WS-EXC-INTERMEDIARIO(WS-INDICE-EXCEPCION)
                     = WS-MOV-INTERMEDIARIO
                     AND WS-EXC-PRODUCTO(WS-INDICE-EXCEPCION)
                         = WS-MOV-PRODUCTO
                   SET WS-ENTRADA-SI-HALLADA TO TRUE
                   MOVE WS-INDICE-EXCEPCION TO WS-EXC-HALLADO
               END-IF
           END-PERFORM.

           IF WS-ENTRADA-NO-HALLADA
               IF WS-EXCEPCIONES-DISTINTAS < WS-EXCEPCION-MAXIMO - 1
                   ADD 1 TO WS-EXCEPCIONES-DISTINTAS
                   MOVE WS-EXCEPCIONES-DISTINTAS TO WS-EXC-HALLADO
                   MOVE WS-MOV-INTERMEDIARIO
                       TO WS-EXC-INTERMEDIARIO(WS-EXC-HALLADO)
                   MOVE WS-MOV-PRODUCTO
                       TO WS-EXC-PRODUCTO(WS-EXC-HALLADO)
                   MOVE WS-MOTIVO-EXCEPCION
                       TO WS-EXC-MOTIVO(WS-EXC-HALLADO)
                   DISPLAY 'POLCOMIS: INTERMEDIARIO '
                       WS-MOV-INTERMEDIARIO ' PRODUCTO '
                       WS-MOV-PRODUCTO ' ' WS-MOTIVO-EXCEPCION
                       ', PASA A EXCEPCIONES'
               ELSE
                   DISPLAY 'POLCOMIS: TABLA DE EXCEPCIONES LLENA, '
                       'INTERMEDIARIO ' WS-MOV-INTERMEDIARIO
                       ' ACUMULADO EN *DEMAS*'
                   MOVE WS-EXCEPCION-MAXIMO TO WS-EXC-HALLADO
                   MOVE WS-EXCEPCION-MAXIMO
                       TO WS-EXCEPCIONES-DISTINTAS
                   MOVE '*DEMAS*'
                       TO WS-EXC-INTERMEDIARIO(WS-EXC-HALLADO)
                   MOVE SPACES TO WS-EXC-PRODUCTO(WS-EXC-HALLADO)
                   MOVE 'VARIOS' TO WS-EXC-MOTIVO(WS-EXC-HALLADO)
               END-IF
           END-IF.

           ADD 1 TO WS-EXC-MOVIMIENTOS(WS-EXC-HALLADO).
           ADD WS-MOV-IMPORTE TO WS-EXC-IMPORTE(WS-EXC-HALLADO).

      ******************************************************************
      * 5900-CALCULAR-COMISIONES
      * COMISION DE CADA LINEA = BASE ACUMULADA X PORCENTAJE / 100.
      ******************************************************************
       5900-CALCULAR-COMISIONES.
           COMPUTE WS-LIQ-COMISION-EMITIDA(WS-INDICE-LIQUIDACION)
               ROUNDED =
               WS-LIQ-PRIMA-EMITIDA(WS-INDICE-LIQUIDACION)
               * WS-LIQ-PORCENTAJE(WS-INDICE-LIQUIDACION) / 100.
           COMPUTE WS-LIQ-COMISION-DEVENGADA(WS-INDICE-LIQUIDACION)
               ROUNDED =
               WS-LIQ-PRIMA-DEVENGADA(WS-INDICE-LIQUIDACION)
               * WS-LIQ-PORCENTAJE(WS-INDICE-LIQUIDACION) / 100.
           COMPUTE WS-LIQ-COMISION-EXTORNADA(WS-INDICE-LIQUIDACION)
               ROUNDED =
               WS-LIQ-EXTORNOS(WS-INDICE-LIQUIDACION)
               * WS-LIQ-PORCENTAJE(WS-INDICE-LIQUIDACION) / 100.

      ******************************************************************
      * 6000-PREPARAR-PERIODO
      * NO SE RELIQUIDA UN MES SI YA HAY UNO POSTERIOR LIQUIDADO
      * (SU SALDO ANTERIOR SALIO DE ESTE). SI EL MES YA SE HABIA
      * LIQUIDADO, SUS FILAS SE BORRAN Y SE REGRABAN EN LA MISMA
      * UNIDAD DE TRABAJO. DESDE AQUI CUALQUIER ERROR DESHACE TODO
      * (8900-ABORTAR).
      ******************************************************************
       6000-PREPARAR-PERIODO.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-LIQ-POSTERIORES
                  FROM LIQUIDACIONES_COMISION
                 WHERE PERIODO > :WS-PERIODO-AAAAMM
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLCOMIS: ERROR DB2 AL COMPROBAR MESES '
                   'LIQUIDADOS, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

           IF WS-LIQ-POSTERIORES > ZERO
               DISPLAY 'POLCOMIS: YA HAY MESES POSTERIORES A '
                   WS-PERIODO-AAAAMM ' LIQUIDADOS, NO SE RELIQUIDA'
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

           EXEC SQL
                DELETE FROM LIQUIDACIONES_COMISION
                 WHERE PERIODO = :WS-PERIODO-AAAAMM
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'POLCOMIS: ERROR DB2 AL BORRAR LA '
                   'LIQUIDACION ANTERIOR DEL MES, SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

           IF SQLCODE = 0
               DISPLAY 'POLCOMIS: MES ' WS-PERIODO-AAAAMM
                   ' YA LIQUIDADO, SE SUSTITUYE SU LIQUIDACION'
           END-IF.

      ******************************************************************
      * 6100-LIQUIDAR-INTERMEDIARIO
      * SOLO LIQUIDA (Y SACA EXTRACTO) EL INTERMEDIARIO CON ALGUNA
      * LINEA EN EL MES; EL SALDO DEUDOR DE UNO SIN MOVIMIENTO SE
      * QUEDA EN SU ULTIMA LIQUIDACION HASTA QUE VUELVA A TENERLO.
      ******************************************************************
       6100-LIQUIDAR-INTERMEDIARIO.
           SET WS-INT-SIN-MOVIMIENTO TO TRUE.
           MOVE ZERO TO WS-LQI-COMISION-EMITIDA
                        WS-LQI-COMISION-DEVENGADA
                        WS-LQI-COMISION-EXTORNADA.

           PERFORM 6150-SUMAR-LINEA
               VARYING WS-INDICE-LIQUIDACION FROM 1 BY 1
               UNTIL WS-INDICE-LIQUIDACION > WS-LIQUIDACION-TOTAL.

           IF WS-INT-CON-MOVIMIENTO
               PERFORM 6200-SALDO-ANTERIOR
               COMPUTE WS-LQI-SALDO-FINAL =
                   WS-LQI-COMISION-EMITIDA
                   - WS-LQI-COMISION-EXTORNADA
                   + WS-LQI-SALDO-ANTERIOR
               IF WS-LQI-SALDO-FINAL > ZERO
                   MOVE WS-LQI-SALDO-FINAL TO WS-LQI-IMPORTE-PAGO
               ELSE
                   MOVE ZERO TO WS-LQI-IMPORTE-PAGO
                   ADD WS-LQI-SALDO-FINAL TO WS-TOTAL-SALDO-DEUDOR
               END-IF
               ADD WS-LQI-SALDO-ANTERIOR TO WS-TOTAL-SALDO-ANTERIOR
               ADD WS-LQI-IMPORTE-PAGO TO WS-TOTAL-A-PAGAR
               PERFORM 6300-GRABAR-LIQUIDACION
               PERFORM 6400-IMPRIMIR-EXTRACTO
               IF WS-LQI-IMPORTE-PAGO > ZERO
                   PERFORM 6500-ESCRIBIR-PAGO
               END-IF
           END-IF.

      ******************************************************************
      * 6150-SUMAR-LINEA
      ******************************************************************
       6150-SUMAR-LINEA.
           IF WS-LIQ-INTERMEDIARIO(WS-INDICE-LIQUIDACION)
                 = WS-INT-CODIGO(WS-INDICE-INTERMED)
               SET WS-INT-CON-MOVIMIENTO TO TRUE
               ADD WS-LIQ-COMISION-EMITIDA(WS-INDICE-LIQUIDACION)
                   TO WS-LQI-COMISION-EMITIDA
               ADD WS-LIQ-COMISION-DEVENGADA(WS-INDICE-LIQUIDACION)
                   TO WS-LQI-COMISION-DEVENGADA
               ADD WS-LIQ-COMISION-EXTORNADA(WS-INDICE-LIQUIDACION)
                   TO WS-LQI-COMISION-EXTORNADA
               ADD WS-LIQ-PRIMA-EMITIDA(WS-INDICE-LIQUIDACION)
                   TO WS-TOTAL-PRIMA-EMITIDA
               ADD WS-LIQ-COMISION-EMITIDA(WS-INDICE-LIQUIDACION)
                   TO WS-TOTAL-COMISION-EMITIDA
               ADD WS-LIQ-PRIMA-DEVENGADA(WS-INDICE-LIQUIDACION)
                   TO WS-TOTAL-PRIMA-DEVENGADA
               ADD WS-LIQ-COMISION-DEVENGADA(WS-INDICE-LIQUIDACION)
                   TO WS-TOTAL-COMISION-DEVENGADA
               ADD WS-LIQ-EXTORNOS(WS-INDICE-LIQUIDACION)
                   TO WS-TOTAL-EXTORNOS
               ADD WS-LIQ-COMISION-EXTORNADA(WS-INDICE-LIQUIDACION)
                   TO WS-TOTAL-COMISION-EXTORNADA
           END-IF.

      ******************************************************************
      * 6200-SALDO-ANTERIOR
      * LO QUE QUEDO SIN PAGAR EN LA ULTIMA LIQUIDACION ANTERIOR AL
      * MES (SALDO FINAL MENOS LO PAGADO: CERO O NEGATIVO). SIN
      * LIQUIDACIONES ANTERIORES EL SALDO ES CERO.
      ******************************************************************
       6200-SALDO-ANTERIOR.
           MOVE WS-INT-CODIGO(WS-INDICE-INTERMED)
               TO LQC-CODIGO-INTERMEDIARIO.
           MOVE WS-PERIODO-AAAAMM TO LQC-PERIODO.

           EXEC SQL
                SELECT L.SALDO_FINAL - L.IMPORTE_PAGADO
                  INTO :LQC-SALDO-ANTERIOR
                  FROM LIQUIDACIONES_COMISION L
                 WHERE L.CODIGO_INTERMEDIARIO
                       = :LQC-CODIGO-INTERMEDIARIO
                   AND L.PERIODO =
                       (SELECT MAX(A.PERIODO)
                          FROM LIQUIDACIONES_COMISION A
                         WHERE A.CODIGO_INTERMEDIARIO
                               = :LQC-CODIGO-INTERMEDIARIO
                           AND A.PERIODO < :LQC-PERIODO)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE LQC-SALDO-ANTERIOR TO WS-LQI-SALDO-ANTERIOR
               WHEN 100
                   MOVE ZERO TO WS-LQI-SALDO-ANTERIOR
               WHEN OTHER
                   DISPLAY 'POLCOMIS: ERROR DB2 AL LEER SALDO '
                       'ANTERIOR, INTERMEDIARIO '
                       LQC-CODIGO-INTERMEDIARIO ', SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8900-ABORTAR
           END-EVALUATE.

      ******************************************************************
      * 6300-GRABAR-LIQUIDACION
      ******************************************************************
       6300-GRABAR-LIQUIDACION.
           MOVE WS-LQI-COMISION-EMITIDA   TO LQC-COMISION-EMITIDA.
           MOVE WS-LQI-COMISION-EXTORNADA TO LQC-COMISION-EXTORNADA.
           MOVE WS-LQI-SALDO-ANTERIOR     TO LQC-SALDO-ANTERIOR.
           MOVE WS-LQI-SALDO-FINAL        TO LQC-SALDO-FINAL.
           MOVE WS-LQI-IMPORTE-PAGO       TO LQC-IMPORTE-PAGADO.
           MOVE WS-FECHA-PROCESO          TO LQC-FECHA-PROCESO.

           EXEC SQL
                INSERT INTO LIQUIDACIONES_COMISION
                       (CODIGO_INTERMEDIARIO, PERIODO,
                        COMISION_EMITIDA, COMISION_EXTORNADA,
                        SALDO_ANTERIOR, SALDO_FINAL, IMPORTE_PAGADO,
                        FECHA_PROCESO)
                VALUES (:LQC-CODIGO-INTERMEDIARIO, :LQC-PERIODO,
                        :LQC-COMISION-EMITIDA,
                        :LQC-COMISION-EXTORNADA,
                        :LQC-SALDO-ANTERIOR, :LQC-SALDO-FINAL,
                        :LQC-IMPORTE-PAGADO, :LQC-FECHA-PROCESO)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'POLCOMIS: ERROR DB2 AL GRABAR LIQUIDACION, '
                   'INTERMEDIARIO ' LQC-CODIGO-INTERMEDIARIO
                   ', SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

           ADD 1 TO WS-LIQUIDACIONES-GRABADAS.

      ******************************************************************
      * 6400-IMPRIMIR-EXTRACTO
      * CADA EXTRACTO EMPIEZA EN PAGINA NUEVA: DATOS DEL
      * INTERMEDIARIO, UNA LINEA POR PRODUCTO, LA LINEA DE TOTAL Y
      * EL CALCULO DEL IMPORTE A PAGAR.
      ******************************************************************
       6400-IMPRIMIR-EXTRACTO.
           MOVE WS-PERIODO-AAAAMM TO WS-CAB-PERIODO.
           MOVE WS-LINEAS-POR-PAGINA TO WS-LINEAS-EN-PAGINA.

           MOVE WS-INT-CODIGO(WS-INDICE-INTERMED)
               TO WS-LIN-INT-CODIGO.
           MOVE WS-INT-NOMBRE(WS-INDICE-INTERMED)
               TO WS-LIN-INT-NOMBRE.
           MOVE WS-INT-NIF(WS-INDICE-INTERMED) TO WS-LIN-INT-NIF.
           MOVE WS-INT-IBAN(WS-INDICE-INTERMED) TO WS-LIN-INT-IBAN.
           MOVE WS-LIN-INTERMEDIARIO TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           IF WS-INT-DE-BAJA(WS-INDICE-INTERMED)
               MOVE 'INTERMEDIARIO DE BAJA: SE LIQUIDA SU CARTERA'
                   TO INF-LINEA
               PERFORM 9100-IMPRIMIR-LINEA
           END-IF.

           MOVE 'DETALLE POR PRODUCTO' TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.

           MOVE SPACES TO WS-TIT-TEXTO.
           MOVE 'PRODUCTO' TO WS-TIT-TEXTO(4:8).
           MOVE '%COMIS' TO WS-TIT-TEXTO(16:6).
           MOVE 'PRIMA EMITIDA' TO WS-TIT-TEXTO(25:13).
           MOVE 'COMIS. EMITIDA' TO WS-TIT-TEXTO(41:14).
           MOVE 'PRIMA DEVENGADA' TO WS-TIT-TEXTO(57:15).
           MOVE 'COMIS. DEVENG.' TO WS-TIT-TEXTO(75:14).
           MOVE 'EXTORNOS' TO WS-TIT-TEXTO(98:8).
           MOVE 'COMIS. EXTORN.' TO WS-TIT-TEXTO(109:14).
           PERFORM 9300-IMPRIMIR-LINEA-TITULO.

           PERFORM 6450-IMPRIMIR-LINEA-PRODUCTO
               VARYING WS-INDICE-LIQUIDACION FROM 1 BY 1
               UNTIL WS-INDICE-LIQUIDACION > WS-LIQUIDACION-TOTAL.

           MOVE SPACES TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE 'COMISION SOBRE PRIMA EMITIDA  ' TO WS-IMP-TEXTO.
           MOVE WS-LQI-COMISION-EMITIDA TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'COMISION EXTORNADA (A RESTAR) ' TO WS-IMP-TEXTO.
           MOVE WS-LQI-COMISION-EXTORNADA TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'SALDO ANTERIOR ARRASTRADO     ' TO WS-IMP-TEXTO.
           MOVE WS-LQI-SALDO-ANTERIOR TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'SALDO FINAL DEL MES           ' TO WS-IMP-TEXTO.
           MOVE WS-LQI-SALDO-FINAL TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'IMPORTE A PAGAR               ' TO WS-IMP-TEXTO.
           MOVE WS-LQI-IMPORTE-PAGO TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           IF WS-LQI-SALDO-FINAL < ZERO
               MOVE 'SALDO DEUDOR A COMPENSAR      ' TO WS-IMP-TEXTO
               MOVE WS-LQI-SALDO-FINAL TO WS-IMP-VALOR
               MOVE WS-LIN-IMPORTE TO INF-LINEA
               PERFORM 9100-IMPRIMIR-LINEA
           END-IF.
           MOVE 'COMIS. DEVENGADA (INFORMATIVA)' TO WS-IMP-TEXTO.
           MOVE WS-LQI-COMISION-DEVENGADA TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 6450-IMPRIMIR-LINEA-PRODUCTO
      ******************************************************************
       6450-IMPRIMIR-LINEA-PRODUCTO.
           IF WS-LIQ-INTERMEDIARIO(WS-INDICE-LIQUIDACION)
                 = WS-INT-CODIGO(WS-INDICE-INTERMED)
               MOVE WS-LIQ-PRODUCTO(WS-INDICE-LIQUIDACION)
                   TO WS-DET-PRODUCTO
               MOVE WS-LIQ-PORCENTAJE(WS-INDICE-LIQUIDACION)
                   TO WS-DET-PORCENTAJE
               MOVE WS-LIQ-PRIMA-EMITIDA(WS-INDICE-LIQUIDACION)
                   TO WS-DET-PRIMA-EMITIDA
               MOVE WS-LIQ-COMISION-EMITIDA(WS-INDICE-LIQUIDACION)
                   TO WS-DET-COMISION-EMITIDA
               MOVE WS-LIQ-PRIMA-DEVENGADA(WS-INDICE-LIQUIDACION)
                   TO WS-DET-PRIMA-DEVENGADA
               MOVE WS-LIQ-COMISION-DEVENGADA(WS-INDICE-LIQUIDACION)
                   TO WS-DET-COMISION-DEVENGADA
               MOVE WS-LIQ-EXTORNOS(WS-INDICE-LIQUIDACION)
                   TO WS-DET-EXTORNOS
               MOVE WS-LIQ-COMISION-EXTORNADA(WS-INDICE-LIQUIDACION)
                   TO WS-DET-COMISION-EXTORNADA
               MOVE WS-LIN-DETALLE TO INF-LINEA
               PERFORM 9100-IMPRIMIR-LINEA
           END-IF.

      ******************************************************************
      * 6500-ESCRIBIR-PAGO
      ******************************************************************
       6500-ESCRIBIR-PAGO.
           MOVE SPACES TO CPG-REGISTRO.
           MOVE WS-INT-CODIGO(WS-INDICE-INTERMED)
               TO CPG-CODIGO-INTERMEDIARIO.
           MOVE WS-INT-NIF(WS-INDICE-INTERMED) TO CPG-NIF.
           MOVE WS-INT-NOMBRE(WS-INDICE-INTERMED) TO CPG-NOMBRE.
           MOVE WS-INT-IBAN(WS-INDICE-INTERMED) TO CPG-IBAN.
           MOVE WS-PERIODO-AAAAMM TO CPG-PERIODO.
           MOVE WS-LQI-IMPORTE-PAGO TO CPG-IMPORTE-PAGO.
           WRITE CPG-REGISTRO.
           IF NOT WS-PAGOCOM-OK
               DISPLAY 'POLCOMIS: ERROR AL ESCRIBIR PAGOCOM, STATUS='
                   WS-PAGOCOM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.
           ADD 1 TO WS-PAGOS-ESCRITOS.

      ******************************************************************
      * 7000-EMITIR-RESUMEN
      * RESUMEN DE CONTROL EN PAGINA PROPIA TRAS LOS EXTRACTOS:
      * EXCEPCIONES, CONTADORES E IMPORTES TOTALES DEL MES.
      ******************************************************************
       7000-EMITIR-RESUMEN.
           MOVE WS-PERIODO-AAAAMM TO WS-CAB-PERIODO.
           MOVE WS-LINEAS-POR-PAGINA TO WS-LINEAS-EN-PAGINA.

           MOVE 'RESUMEN DE CONTROL DE LA LIQUIDACION'
               TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.

           MOVE 'EXCEPCIONES: MOVIMIENTOS SIN COMISION APLICABLE'
               TO WS-TIT-TEXTO.
           PERFORM 9200-IMPRIMIR-TITULO.

           IF WS-EXCEPCIONES-DISTINTAS = ZERO
               MOVE '   NINGUNA' TO INF-LINEA
               PERFORM 9100-IMPRIMIR-LINEA
           ELSE
               MOVE SPACES TO WS-TIT-TEXTO
               MOVE 'INTERMED' TO WS-TIT-TEXTO(4:8)
               MOVE 'PRODUCTO' TO WS-TIT-TEXTO(14:8)
               MOVE 'MOTIVO' TO WS-TIT-TEXTO(26:6)
               MOVE 'MOVIM.' TO WS-TIT-TEXTO(49:6)
               MOVE 'IMPORTE BASE' TO WS-TIT-TEXTO(61:12)
               PERFORM 9300-IMPRIMIR-LINEA-TITULO
               PERFORM 7100-IMPRIMIR-EXCEPCION
                   VARYING WS-INDICE-EXCEPCION FROM 1 BY 1
                   UNTIL WS-INDICE-EXCEPCION
                         > WS-EXCEPCIONES-DISTINTAS
           END-IF.

           MOVE SPACES TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE 'INTERMEDIARIOS EN EL MAESTRO  ' TO WS-TOT-TEXTO.
           MOVE WS-INTERMED-TOTAL TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'POLIZAS LEIDAS DEL ESPEJO     ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-LEIDAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'POLIZAS CON DEVENGO EN EL MES ' TO WS-TOT-TEXTO.
           MOVE WS-POLIZAS-DEVENGO TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'FECHAS ILEGIBLES              ' TO WS-TOT-TEXTO.
           MOVE WS-FECHAS-ILEGIBLES TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'ALTAS DEL MES                 ' TO WS-TOT-TEXTO.
           MOVE WS-ALTAS-LEIDAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'ENDOSOS DEL MES               ' TO WS-TOT-TEXTO.
           MOVE WS-ENDOSOS-LEIDOS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'ORDENES DE EXTORNO LEIDAS     ' TO WS-TOT-TEXTO.
           MOVE WS-EXTORNOS-LEIDOS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'EXTORNOS DEL MES              ' TO WS-TOT-TEXTO.
           MOVE WS-EXTORNOS-DEL-MES TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'EXTORNOS DE VENTA DIRECTA     ' TO WS-TOT-TEXTO.
           MOVE WS-EXTORNOS-DIRECTOS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'MOVIMIENTOS EN EXCEPCION      ' TO WS-TOT-TEXTO.
           MOVE WS-MOVIMIENTOS-EXCEPCION TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'INTERMEDIARIOS LIQUIDADOS     ' TO WS-TOT-TEXTO.
           MOVE WS-LIQUIDACIONES-GRABADAS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'ORDENES DE PAGO A TESORERIA   ' TO WS-TOT-TEXTO.
           MOVE WS-PAGOS-ESCRITOS TO WS-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE SPACES TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

           MOVE 'TOTAL PRIMA EMITIDA           ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-PRIMA-EMITIDA TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'TOTAL COMISION EMITIDA        ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-COMISION-EMITIDA TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'TOTAL PRIMA DEVENGADA         ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-PRIMA-DEVENGADA TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'TOTAL COMISION DEVENGADA      ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-COMISION-DEVENGADA TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'TOTAL EXTORNOS                ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-EXTORNOS TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'TOTAL COMISION EXTORNADA      ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-COMISION-EXTORNADA TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'TOTAL SALDOS ANTERIORES       ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-SALDO-ANTERIOR TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'TOTAL A PAGAR (FICHERO PAGOS) ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-A-PAGAR TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.
           MOVE 'TOTAL SALDOS DEUDORES         ' TO WS-IMP-TEXTO.
           MOVE WS-TOTAL-SALDO-DEUDOR TO WS-IMP-VALOR.
           MOVE WS-LIN-IMPORTE TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 7100-IMPRIMIR-EXCEPCION
      ******************************************************************
       7100-IMPRIMIR-EXCEPCION.
           MOVE WS-EXC-INTERMEDIARIO(WS-INDICE-EXCEPCION)
               TO WS-EXD-INTERMEDIARIO.
           MOVE WS-EXC-PRODUCTO(WS-INDICE-EXCEPCION)
               TO WS-EXD-PRODUCTO.
           MOVE WS-EXC-MOTIVO(WS-INDICE-EXCEPCION) TO WS-EXD-MOTIVO.
           MOVE WS-EXC-MOVIMIENTOS(WS-INDICE-EXCEPCION)
               TO WS-EXD-MOVIMIENTOS.
           MOVE WS-EXC-IMPORTE(WS-INDICE-EXCEPCION)
               TO WS-EXD-IMPORTE.
           MOVE WS-LIN-EXCEPCION TO INF-LINEA.
           PERFORM 9100-IMPRIMIR-LINEA.

      ******************************************************************
      * 8000-ESCRIBIR-PIE
      * EL PIE SOLO SE ESCRIBE CON LA LIQUIDACION COMPLETA: SU
      * PRESENCIA ES LA GARANTIA DE FICHERO COMPLETO QUE VALIDARA
      * TESORERIA.
      ******************************************************************
       8000-ESCRIBIR-PIE.
           MOVE SPACES TO CGC-REGISTRO.
           SET CGC-ES-PIE TO TRUE.
           MOVE WS-PAGOS-ESCRITOS TO CGC-PIE-TOTAL-REGISTROS.
           MOVE WS-TOTAL-A-PAGAR TO CGC-PIE-SUMA-IMPORTES.
           WRITE CPG-REGISTRO FROM CGC-REGISTRO.
           IF NOT WS-PAGOCOM-OK
               DISPLAY 'POLCOMIS: ERROR AL ESCRIBIR PIE DE '
                   'PAGOCOM, STATUS=' WS-PAGOCOM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

      ******************************************************************
      * 8500-CONFIRMAR
      * CONFIRMA DE UNA VEZ LA LIQUIDACION DEL MES.
      ******************************************************************
       8500-CONFIRMAR.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'POLCOMIS: ERROR DB2 EN COMMIT, SQLCODE='
                   SQLCODE
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-ABORTAR
           END-IF.

      ******************************************************************
      * 8900-ABORTAR
      * TERMINACION POR ERROR DESPUES DE EMPEZAR A GRABAR: DESHACE
      * LA LIQUIDACION DEL MES ENTERA (INCLUIDO EL BORRADO DE LA
      * ANTERIOR, SI LA HABIA). EL FICHERO DE PAGOS QUEDA SIN PIE
      * Y TESORERIA LO RECHAZA; SE RESOMETE EL JOB ENTERO.
      ******************************************************************
       8900-ABORTAR.
           EXEC SQL ROLLBACK END-EXEC.

           CLOSE POLIZAS-FILE.
           CLOSE PAGOS-FILE.
           CLOSE PAGOCOM-FILE.
           CLOSE INFORME-FILE.

           DISPLAY 'POLCOMIS: PROCESO ABORTADO, LIQUIDACION DEL MES '
               WS-PERIODO-AAAAMM ' NO GRABADA. RESOMETER ENTERO'.
           STOP RUN.

      ******************************************************************
      * 9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           CLOSE POLIZAS-FILE.
           CLOSE PAGOS-FILE.
           CLOSE PAGOCOM-FILE.
           CLOSE INFORME-FILE.

           DISPLAY 'POLCOMIS: MES LIQUIDADO        = '
               WS-PERIODO-AAAAMM.
           DISPLAY 'POLCOMIS: INTERMEDIARIOS       = '
               WS-INTERMED-TOTAL.
           DISPLAY 'POLCOMIS: POLIZAS LEIDAS       = '
               WS-POLIZAS-LEIDAS.
           DISPLAY 'POLCOMIS: ALTAS DEL MES        = '
               WS-ALTAS-LEIDAS.
           DISPLAY 'POLCOMIS: ENDOSOS DEL MES      = '
               WS-ENDOSOS-LEIDOS.
           DISPLAY 'POLCOMIS: EXTORNOS DEL MES     = '
               WS-EXTORNOS-DEL-MES.
           DISPLAY 'POLCOMIS: MOVIM. EN EXCEPCION  = '
               WS-MOVIMIENTOS-EXCEPCION.
           DISPLAY 'POLCOMIS: LIQUIDACIONES        = '
               WS-LIQUIDACIONES-GRABADAS.
           DISPLAY 'POLCOMIS: ORDENES DE PAGO      = '
               WS-PAGOS-ESCRITOS.

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
               DISPLAY 'POLCOMIS: ERROR AL ESCRIBIR INFORME, STATUS='
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
