      * RESPALDO NATIVO PARA LA BACK OFFICE CUANDO EL GATEWAY DE
      * APIS NO ESTA DISPONIBLE: CONSULTA (DETALLE POR POLIZA Y
      * BUSQUEDA POR NIF CON LA MISMA PAGINACION QUE LA API),
      * MANTENIMIENTO DE ESTADO, ALTA DE NUEVA PRODUCCION,
      * AUTORIZACION DE LOS CAMBIOS PENDIENTES DE DOBLE FIRMA Y
      * CONSULTA DE LA POLIZA TAL COMO ESTABA EN UNA FECHA.
      *
      * TODA LA LOGICA DE NEGOCIO SE EJECUTA VIA EXEC CICS LINK A
      * GETPOLZA, UPDPOLZA, ADDPOLZA, UPDAUTOR Y GETPFECH CON SUS
      * COMMAREAS:
      * LAS PANTALLAS NUNCA PUEDEN HACER NADA QUE LA API NO PUEDA, Y
      * CUALQUIER REGLA NUEVA EN ESOS PROGRAMAS APLICA AQUI SIN
      * TOCAR NADA. ESTE PROGRAMA SOLO TRADUCE LOS CODIGOS DE
      * RETORNO/RAZON A MENSAJES LEGIBLES PARA EL OPERADOR.
      *
      * PSEUDOCONVERSACIONAL: EL ESTADO ENTRE PANTALLAS (MAPA
      * ACTIVO, NIF EN CURSO, CLAVE DE CONTINUACION Y SOLICITUD DE
      * DOBLE FIRMA CONSULTADA) VIAJA EN LA COMMAREA PROPIA DE LA
      * TRANSACCION PSCR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLSCRN.
             88 SES-MAPA-CONSULTA        VALUE 'C'.
             88 SES-MAPA-MANTEN          VALUE 'M'.
             88 SES-MAPA-ALTA            VALUE 'A'.
             88 SES-MAPA-AUTORIZ         VALUE 'U'.
             88 SES-MAPA-FECHA           VALUE 'F'.
          05 SES-NIF-BUSQUEDA        PIC X(13).
          05 SES-CLAVE-CONTINUACION  PIC X(10).
      *    SOLICITUD DE DOBLE FIRMA QUE EL OPERADOR TIENE A LA VISTA
      *    EN LA PANTALLA DE AUTORIZACION: SOLO ESA SE PUEDE APROBAR
      *    O RECHAZAR (SECUENCIA CERO = NINGUNA CONSULTADA).
          05 SES-AUT-POLIZA          PIC X(10).
          05 SES-AUT-SECUENCIA       PIC 9(09).

       01 WS-INDICE-RES           PIC 9(02) COMP.
       01 WS-PRIMA-EDITADA        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-RESPUESTA            PIC S9(08) COMP.
       01 WS-TIPO-SOLICITUD-TXT   PIC X(11).
       01 WS-FECHA-EDITADA        PIC X(10).
       01 WS-CIERRE-EDITADO       PIC X(10).
       01 WS-SECUENCIA-EDITADA    PIC Z(08)9.
       01 WS-TOTAL-EDITADO        PIC ZZZ9.

      *    CAMPOS DE TRABAJO PARA INTERPRETAR LA PRIMA TECLEADA EN
      *    LA PANTALLA DE ALTA: ENTERO CON DECIMALES OPCIONALES
       COPY CA-ADDPOLZA REPLACING ==DFHCOMMAREA== BY ==AP-COMMAREA==
                                  LEADING ==CA== BY ==AP==.

       COPY CA-UPDAUTOR REPLACING ==DFHCOMMAREA== BY ==UA-COMMAREA==
                                  LEADING ==CA== BY ==UA==.

       COPY CA-GETPFECH REPLACING ==DFHCOMMAREA== BY ==GF-COMMAREA==
                                  LEADING ==CA== BY ==GF==.

       LINKAGE SECTION.
       01 DFHCOMMAREA             PIC X(43).

       PROCEDURE DIVISION.
      ******************************************************************
                           PERFORM 8000-ENVIAR-CONSULTA-NUEVA
                       WHEN SES-MAPA-ALTA
                           PERFORM 8400-ENVIAR-ALTA-NUEVA
                       WHEN SES-MAPA-AUTORIZ
                           MOVE ZERO TO SES-AUT-SECUENCIA
                           PERFORM 8600-ENVIAR-AUTORIZ-NUEVA
                       WHEN SES-MAPA-FECHA
                           PERFORM 8800-ENVIAR-FECHA-NUEVA
                       WHEN OTHER
                           PERFORM 8200-ENVIAR-MANTEN-NUEVA
                   END-EVALUATE
               WHEN EIBAID = DFHPF6 AND SES-MAPA-CONSULTA
                   SET SES-MAPA-ALTA TO TRUE
                   PERFORM 8400-ENVIAR-ALTA-NUEVA
               WHEN EIBAID = DFHPF9 AND SES-MAPA-CONSULTA
                   SET SES-MAPA-AUTORIZ TO TRUE
                   MOVE SPACES TO SES-CLAVE-CONTINUACION
                                  SES-AUT-POLIZA
                   MOVE ZERO TO SES-AUT-SECUENCIA
                   PERFORM 8600-ENVIAR-AUTORIZ-NUEVA
               WHEN EIBAID = DFHPF10 AND SES-MAPA-CONSULTA
                   SET SES-MAPA-FECHA TO TRUE
                   PERFORM 8800-ENVIAR-FECHA-NUEVA
               WHEN EIBAID = DFHPF12 AND
                     (SES-MAPA-MANTEN OR SES-MAPA-ALTA
                      OR SES-MAPA-AUTORIZ OR SES-MAPA-FECHA)
                   INITIALIZE WS-ESTADO-SESION
                   SET SES-MAPA-CONSULTA TO TRUE
                   PERFORM 8000-ENVIAR-CONSULTA-NUEVA
                   PERFORM 2000-PROCESAR-CONSULTA
               WHEN SES-MAPA-ALTA
                   PERFORM 4000-PROCESAR-ALTA
               WHEN SES-MAPA-AUTORIZ
                   PERFORM 5000-PROCESAR-AUTORIZACION
               WHEN SES-MAPA-FECHA
                   PERFORM 6000-PROCESAR-FECHA
               WHEN OTHER
                   PERFORM 3000-PROCESAR-MANTENIMIENTO
           END-EVALUATE.
      ******************************************************************
       2500-PINTAR-CONSULTA.
           MOVE SPACES TO CNOMO CPRDO CESTO CFEFO CFVEO CPRIO CMSGO.
           MOVE SPACES TO CINTO.
           PERFORM VARYING WS-INDICE-RES FROM 1 BY 1
                   UNTIL WS-INDICE-RES > 10
               MOVE SPACES TO RESO(WS-INDICE-RES)
                   MOVE GP-FECHA-VENCIMIENTO TO CFVEO
                   MOVE GP-PRIMA-IMPORTE     TO WS-PRIMA-EDITADA
                   MOVE WS-PRIMA-EDITADA     TO CPRIO
                   MOVE GP-CODIGO-INTERMEDIARIO TO CINTO
                   MOVE 'CONSULTA REALIZADA' TO CMSGO
               WHEN OTHER
                   PERFORM 7000-MENSAJE-CONSULTA
           MOVE AFVEI  TO AP-FECHA-VENCIMIENTO.
           MOVE WS-PRIMA-TRABAJO TO AP-PRIMA-IMPORTE.
           MOVE AFPGI  TO AP-FORMA-PAGO.
           MOVE AINTI  TO AP-CODIGO-INTERMEDIARIO.

           IF WS-PRIMA-ES-VALIDA
               EXEC CICS LINK
           INSPECT AFVEI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT APRII REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AFPGI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AINTI REPLACING ALL LOW-VALUE BY SPACE.

      ******************************************************************
      * 4300-INTERPRETAR-PRIMA
           MOVE AP-FECHA-VENCIMIENTO TO AFVEO.
           MOVE APRII                TO APRIO.
           MOVE AP-FORMA-PAGO        TO AFPGO.
           MOVE AP-CODIGO-INTERMEDIARIO TO AINTO.

           IF AP-RC-OK
               MOVE AP-POLIZA-ID TO APOLO
               PERFORM 7200-MENSAJE-ALTA
           END-IF.

      ******************************************************************
      * 5000-PROCESAR-AUTORIZACION
      * LISTA, CONSULTA Y RESUELVE LOS CAMBIOS PENDIENTES DE DOBLE
      * FIRMA VIA UPDAUTOR: QUIEN PUEDE APROBAR O RECHAZAR Y CON
      * QUE ATRIBUCIONES SE DECIDE ALLI, NO AQUI.
      *   - PF8 CON LISTA EN CURSO: PAGINA SIGUIENTE.
      *   - POLIZA EN BLANCO: PRIMERA PAGINA DE PENDIENTES.
      *   - POLIZA SIN ACCION: CONSULTA SU SOLICITUD PENDIENTE.
      *   - POLIZA CON ACCION A/R: RESUELVE LA SOLICITUD CONSULTADA.
      ******************************************************************
       5000-PROCESAR-AUTORIZACION.
      *    MISMO TRATAMIENTO DE MAPFAIL QUE EN LA CONSULTA: ENTER
      *    SIN CAMPOS MODIFICADOS ES ENTRADA VACIA, NO UN ABEND.
           MOVE LOW-VALUES TO MAPAUTOI.
           EXEC CICS RECEIVE
                MAP('MAPAUTO')
                MAPSET('POLMAP')
                INTO(MAPAUTOI)
                RESP(WS-RESPUESTA)
           END-EXEC.
           IF WS-RESPUESTA = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO MAPAUTOI
           END-IF.

           INSPECT UPOLI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT UACCI REPLACING ALL LOW-VALUE BY SPACE.

           INITIALIZE UA-COMMAREA.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF8
                     AND SES-CLAVE-CONTINUACION NOT = SPACES
                   SET UA-ACCION-LISTAR TO TRUE
                   MOVE SES-CLAVE-CONTINUACION
                       TO UA-CLAVE-CONTINUACION
               WHEN UPOLI = SPACES
                   SET UA-ACCION-LISTAR TO TRUE
                   MOVE SPACES TO UA-CLAVE-CONTINUACION
               WHEN UACCI = SPACE
                   SET UA-ACCION-CONSULTAR TO TRUE
                   MOVE UPOLI TO UA-POLIZA-ID
               WHEN UACCI = 'A' OR UACCI = 'R'
                   MOVE UACCI TO UA-ACCION
                   MOVE UPOLI TO UA-POLIZA-ID
      *            SOLO SE RESUELVE LA SOLICITUD QUE EL OPERADOR HA
      *            CONSULTADO EN ESTA PANTALLA, NUNCA UNA QUE NO HA
      *            LLEGADO A VER.
                   IF UPOLI = SES-AUT-POLIZA
                         AND SES-AUT-SECUENCIA > ZERO
                       MOVE SES-AUT-SECUENCIA
                           TO UA-SOLICITUD-SECUENCIA
                   ELSE
                       SET UA-RC-DATOS-INVALIDOS TO TRUE
                       SET UA-RSN-SOLICITUD-INVALIDA TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE UACCI TO UA-ACCION
                   MOVE UPOLI TO UA-POLIZA-ID
                   SET UA-RC-DATOS-INVALIDOS TO TRUE
                   SET UA-RSN-ACCION-DESCONOCIDA TO TRUE
           END-EVALUATE.

      *    LA ENTRADA RECHAZADA AQUI LLEVA EL MISMO CODIGO QUE
      *    DEVOLVERIA UPDAUTOR, SIN GASTAR EL LINK.
           IF UA-RC-OK
               EXEC CICS LINK
                    PROGRAM('UPDAUTOR')
                    COMMAREA(UA-COMMAREA)
                    LENGTH(LENGTH OF UA-COMMAREA)
               END-EXEC
           END-IF.

           PERFORM 5500-PINTAR-AUTORIZACION.

           SET SES-MAPA-AUTORIZ TO TRUE.

           EXEC CICS SEND
                MAP('MAPAUTO')
                MAPSET('POLMAP')
                FROM(MAPAUTOO)
                ERASE
           END-EXEC.

      ******************************************************************
      * 5500-PINTAR-AUTORIZACION
      * LA ACCION SE BORRA SIEMPRE AL REPINTAR: UN ENTER POSTERIOR
      * NUNCA REPITE UNA APROBACION O UN RECHAZO SIN QUERER.
      ******************************************************************
       5500-PINTAR-AUTORIZACION.
           MOVE SPACES TO UACCO UTIPO USOLO UFSOO UPANO UPNUO UFEFO.
           MOVE SPACES TO UESTO UMOTO UMSGO.
           PERFORM VARYING WS-INDICE-RES FROM 1 BY 1
                   UNTIL WS-INDICE-RES > 10
               MOVE SPACES TO LISO(WS-INDICE-RES)
           END-PERFORM.
           MOVE UA-POLIZA-ID TO UPOLO.

           EVALUATE TRUE
               WHEN UA-RC-OK AND UA-ACCION-LISTAR
                   MOVE ZERO TO SES-AUT-SECUENCIA
                   PERFORM VARYING WS-INDICE-RES FROM 1 BY 1
                           UNTIL WS-INDICE-RES > UA-TOTAL-SOLICITUDES
                              OR WS-INDICE-RES > 10
                       PERFORM 5600-FORMATEAR-LINEA
                   END-PERFORM
                   IF UA-HAY-MAS-DATOS
                       MOVE UA-CLAVE-CONTINUACION
                           TO SES-CLAVE-CONTINUACION
                       MOVE 'HAY MAS SOLICITUDES: PF8 PARA SEGUIR'
                           TO UMSGO
                   ELSE
                       MOVE SPACES TO SES-CLAVE-CONTINUACION
                       MOVE 'FIN DE LA LISTA DE SOLICITUDES PENDIENTES'
                           TO UMSGO
                   END-IF
               WHEN UA-RC-OK AND UA-ACCION-CONSULTAR
                   PERFORM 5700-PINTAR-DETALLE
                   MOVE UA-POLIZA-ID TO SES-AUT-POLIZA
                   MOVE UA-SOLICITUD-SECUENCIA TO SES-AUT-SECUENCIA
                   MOVE 'ACCION A=APROBAR O R=RECHAZAR Y PULSE ENTER'
                       TO UMSGO
               WHEN UA-RC-OK AND UA-ACCION-APROBAR
                   PERFORM 5700-PINTAR-DETALLE
                   MOVE ZERO TO SES-AUT-SECUENCIA
                   MOVE 'SOLICITUD APROBADA: CAMBIO APLICADO'
                       TO UMSGO
               WHEN UA-RC-OK AND UA-ACCION-RECHAZAR
                   PERFORM 5700-PINTAR-DETALLE
                   MOVE ZERO TO SES-AUT-SECUENCIA
                   MOVE 'SOLICITUD RECHAZADA: EL CAMBIO NO SE APLICA'
                       TO UMSGO
               WHEN OTHER
                   IF UA-TIPO-SOLICITUD NOT = SPACE
                       PERFORM 5700-PINTAR-DETALLE
                   END-IF
      *            UNA SOLICITUD QUE YA NO ESTA PENDIENTE NO SE PUEDE
      *            VOLVER A RESOLVER; HAY QUE CONSULTARLA DE NUEVO.
                   IF UA-RC-NO-ENCONTRADA
                       MOVE ZERO TO SES-AUT-SECUENCIA
                   END-IF
                   PERFORM 7300-MENSAJE-AUTORIZACION
           END-EVALUATE.

      ******************************************************************
      * 5600-FORMATEAR-LINEA
      * UNA LINEA DE LA LISTA DE PENDIENTES: POLIZA, TIPO, USUARIO
      * SOLICITANTE, FECHA DE LA SOLICITUD Y LO PEDIDO (PRIMA NUEVA
      * EN LOS ENDOSOS, ESTADO EN LAS CANCELACIONES).
      ******************************************************************
       5600-FORMATEAR-LINEA.
           IF UA-TBL-TIPO-SOLICITUD(WS-INDICE-RES) = 'E'
               MOVE 'ENDOSO' TO WS-TIPO-SOLICITUD-TXT
               MOVE UA-TBL-PRIMA-NUEVA(WS-INDICE-RES)
                   TO WS-PRIMA-EDITADA
           ELSE
               MOVE 'CANCEL' TO WS-TIPO-SOLICITUD-TXT
           END-IF.

           STRING UA-TBL-FECHA-SOLICITUD(WS-INDICE-RES)(7:2) '/'
                  UA-TBL-FECHA-SOLICITUD(WS-INDICE-RES)(5:2) '/'
                  UA-TBL-FECHA-SOLICITUD(WS-INDICE-RES)(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-EDITADA.

           IF UA-TBL-TIPO-SOLICITUD(WS-INDICE-RES) = 'E'
               STRING UA-TBL-POLIZA-ID(WS-INDICE-RES)         '  '
                      WS-TIPO-SOLICITUD-TXT(1:6)              '  '
                      UA-TBL-USUARIO-SOLICITA(WS-INDICE-RES)  '  '
                      WS-FECHA-EDITADA                        '  '
                      WS-PRIMA-EDITADA
                   DELIMITED BY SIZE
                   INTO LISO(WS-INDICE-RES)
           ELSE
               STRING UA-TBL-POLIZA-ID(WS-INDICE-RES)         '  '
                      WS-TIPO-SOLICITUD-TXT(1:6)              '  '
                      UA-TBL-USUARIO-SOLICITA(WS-INDICE-RES)  '  '
                      WS-FECHA-EDITADA                        '  '
                      UA-TBL-ESTADO-SOLICITADO(WS-INDICE-RES)
                   DELIMITED BY SIZE
                   INTO LISO(WS-INDICE-RES)
           END-IF.

      ******************************************************************
      * 5700-PINTAR-DETALLE
      ******************************************************************
       5700-PINTAR-DETALLE.
           IF UA-SOL-ES-ENDOSO
               MOVE 'ENDOSO' TO UTIPO
               MOVE UA-PRIMA-ANTERIOR TO WS-PRIMA-EDITADA
               MOVE WS-PRIMA-EDITADA  TO UPANO
               MOVE UA-PRIMA-NUEVA    TO WS-PRIMA-EDITADA
               MOVE WS-PRIMA-EDITADA  TO UPNUO
               MOVE UA-FECHA-EFECTO   TO UFEFO
           ELSE
               MOVE 'CANCELACION' TO UTIPO
               STRING UA-ESTADO-ANTERIOR ' > ' UA-ESTADO-SOLICITADO
                   DELIMITED BY SIZE INTO UESTO
           END-IF.

           MOVE UA-USUARIO-SOLICITA TO USOLO.
           STRING UA-FECHA-SOLICITUD(7:2) '/'
                  UA-FECHA-SOLICITUD(5:2) '/'
                  UA-FECHA-SOLICITUD(1:4) ' '
                  UA-HORA-SOLICITUD(1:2) ':'
                  UA-HORA-SOLICITUD(3:2)
               DELIMITED BY SIZE INTO UFSOO.
           MOVE UA-MOTIVO TO UMOTO.

      ******************************************************************
      * 6000-PROCESAR-FECHA
      * CONSULTA LA POLIZA TAL COMO ESTABA EN LA FECHA TECLEADA VIA
      * GETPFECH: LA RECONSTRUCCION DE ESTADO, PRIMA, VENCIMIENTO Y
      * SINIESTROS SE HACE ALLI, NO AQUI.
      ******************************************************************
       6000-PROCESAR-FECHA.
      *    MISMO TRATAMIENTO DE MAPFAIL QUE EN LA CONSULTA: ENTER
      *    SIN CAMPOS MODIFICADOS ES ENTRADA VACIA, NO UN ABEND.
           MOVE LOW-VALUES TO MAPFECHI.
           EXEC CICS RECEIVE
                MAP('MAPFECH')
                MAPSET('POLMAP')
                INTO(MAPFECHI)
                RESP(WS-RESPUESTA)
           END-EXEC.
           IF WS-RESPUESTA = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO MAPFECHI
           END-IF.

           INSPECT FPOLI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT FFECI REPLACING ALL LOW-VALUE BY SPACE.

           INITIALIZE GF-COMMAREA.
           MOVE FPOLI TO GF-POLIZA-ID.
           MOVE FFECI TO GF-FECHA-CONSULTA.

           EXEC CICS LINK
                PROGRAM('GETPFECH')
                COMMAREA(GF-COMMAREA)
                LENGTH(LENGTH OF GF-COMMAREA)
           END-EXEC.

           PERFORM 6500-PINTAR-FECHA.

           SET SES-MAPA-FECHA TO TRUE.

           EXEC CICS SEND
                MAP('MAPFECH')
                MAPSET('POLMAP')
                FROM(MAPFECHO)
                ERASE
           END-EXEC.

      ******************************************************************
      * 6500-PINTAR-FECHA
      * CON LA FECHA ANTERIOR AL EFECTO SE PINTAN LOS DATOS ACTUALES
      * Y LA SITUACION, PERO NINGUN VALOR "A LA FECHA": LA POLIZA NO
      * EXISTIA Y EL OPERADOR DEBE VERLO SIN LUGAR A DUDAS.
      ******************************************************************
       6500-PINTAR-FECHA.
           MOVE SPACES TO FNOMO FPRDO FFEFO FSITO FESTO FESAO.
           MOVE SPACES TO FPRIO FPRAO FVENO FVEAO FNSIO FMSGO.
           PERFORM VARYING WS-INDICE-RES FROM 1 BY 1
                   UNTIL WS-INDICE-RES > 10
               MOVE SPACES TO SINO(WS-INDICE-RES)
           END-PERFORM.
           MOVE GF-POLIZA-ID      TO FPOLO.
           MOVE GF-FECHA-CONSULTA TO FFECO.

           IF GF-RC-OK OR GF-RSN-FECHA-ANTERIOR-POLIZA
               MOVE GF-NOMBRE-ASEGURADO   TO FNOMO
               MOVE GF-TIPO-PRODUCTO      TO FPRDO
               MOVE GF-FECHA-EFECTO       TO FFEFO
               MOVE GF-ESTADO-ACTUAL      TO FESAO
               MOVE GF-PRIMA-ACTUAL       TO WS-PRIMA-EDITADA
               MOVE WS-PRIMA-EDITADA      TO FPRAO
               MOVE GF-VENCIMIENTO-ACTUAL TO FVEAO
           END-IF.

           EVALUATE TRUE
               WHEN GF-RC-OK
                   IF GF-FECHA-EN-VIGOR
                       MOVE 'DENTRO DEL PERIODO DE COBERTURA' TO FSITO
                   ELSE
                       MOVE 'POSTERIOR AL VENCIMIENTO DEL PERIODO'
                           TO FSITO
                   END-IF
                   MOVE GF-ESTADO-A-FECHA      TO FESTO
                   MOVE GF-PRIMA-A-FECHA       TO WS-PRIMA-EDITADA
                   MOVE WS-PRIMA-EDITADA       TO FPRIO
                   MOVE GF-VENCIMIENTO-A-FECHA TO FVENO
                   MOVE GF-TOTAL-SINIESTROS    TO WS-TOTAL-EDITADO
                   MOVE WS-TOTAL-EDITADO       TO FNSIO
                   PERFORM VARYING WS-INDICE-RES FROM 1 BY 1
                           UNTIL WS-INDICE-RES > GF-TOTAL-SINIESTROS
                              OR WS-INDICE-RES > 10
                       PERFORM 6600-FORMATEAR-SINIESTRO
                   END-PERFORM
                   IF GF-HAY-MAS-DATOS
                       MOVE 'HAY MAS SINIESTROS ABIERTOS (SE VEN 10)'
                           TO FMSGO
                   ELSE
                       MOVE 'CONSULTA REALIZADA' TO FMSGO
                   END-IF
               WHEN GF-RSN-FECHA-ANTERIOR-POLIZA
                   MOVE 'ANTERIOR AL EFECTO: LA POLIZA NO EXISTIA'
                       TO FSITO
                   PERFORM 7400-MENSAJE-FECHA
               WHEN OTHER
                   PERFORM 7400-MENSAJE-FECHA
           END-EVALUATE.

      ******************************************************************
      * 6600-FORMATEAR-SINIESTRO
      * UNA LINEA DE SINIESTRO ABIERTO: SECUENCIA, FECHA DE
      * OCURRENCIA, APERTURA, CAUSA, IMPORTE RESERVADO Y, SI YA SE
      * CERRO DESPUES DE LA FECHA CONSULTADA, FECHA DE CIERRE.
      ******************************************************************
       6600-FORMATEAR-SINIESTRO.
           MOVE GF-SIN-SECUENCIA(WS-INDICE-RES)
               TO WS-SECUENCIA-EDITADA.
           MOVE GF-SIN-IMPORTE-RESERVA(WS-INDICE-RES)
               TO WS-PRIMA-EDITADA.

           STRING GF-SIN-FECHA-APERTURA(WS-INDICE-RES)(7:2) '/'
                  GF-SIN-FECHA-APERTURA(WS-INDICE-RES)(5:2) '/'
                  GF-SIN-FECHA-APERTURA(WS-INDICE-RES)(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-EDITADA.

           IF GF-SIN-FECHA-CIERRE(WS-INDICE-RES) = SPACES
               MOVE SPACES TO WS-CIERRE-EDITADO
           ELSE
               STRING GF-SIN-FECHA-CIERRE(WS-INDICE-RES)(7:2) '/'
                      GF-SIN-FECHA-CIERRE(WS-INDICE-RES)(5:2) '/'
                      GF-SIN-FECHA-CIERRE(WS-INDICE-RES)(1:4)
                   DELIMITED BY SIZE INTO WS-CIERRE-EDITADO
           END-IF.

           STRING WS-SECUENCIA-EDITADA                     '  '
                  GF-SIN-FECHA-OCURRENCIA(WS-INDICE-RES)   '  '
                  WS-FECHA-EDITADA                         '  '
                  GF-SIN-CODIGO-CAUSA(WS-INDICE-RES)       '  '
                  WS-PRIMA-EDITADA                         '  '
                  WS-CIERRE-EDITADO
               DELIMITED BY SIZE
               INTO SINO(WS-INDICE-RES).

      ******************************************************************
      * 7000-MENSAJE-CONSULTA
      * TRADUCE LOS CODIGOS DE RAZON DE GETPOLZA A TEXTO DE
               WHEN UP-RSN-SINIESTRO-ABIERTO
                   MOVE 'NO SE CANCELA: SINIESTRO ABIERTO EN LA POLIZA'
                       TO MMSGO
               WHEN UP-RSN-PENDIENTE-APROBACION
                   MOVE 'CANCELACION PENDIENTE DE APROBACION POR OTRO US
      -                 'UARIO (PF9)' TO MMSGO
               WHEN UP-RSN-SOLICITUD-YA-PENDIENTE
                   MOVE 'LA POLIZA YA TIENE UN CAMBIO PENDIENTE DE APROB
      -                 'ACION' TO MMSGO
               WHEN OTHER
                   MOVE 'ERROR NO IDENTIFICADO EN EL MANTENIMIENTO'
                       TO MMSGO
               WHEN AP-RSN-PRIMA-FUERA-DE-BANDA
                   MOVE 'PRIMA FUERA DE LA BANDA DEL PRODUCTO'
                       TO AMSGO
               WHEN AP-RSN-INTERMEDIARIO-DESCONOCIDO
                   MOVE 'INTERMEDIARIO INEXISTENTE EN EL MAESTRO'
                       TO AMSGO
               WHEN AP-RSN-INTERMEDIARIO-DE-BAJA
                   MOVE 'INTERMEDIARIO DE BAJA: NO ADMITE NUEVA POLIZA'
                       TO AMSGO
               WHEN AP-RSN-ERROR-BD
                   MOVE 'ERROR DE BASE DE DATOS: AVISE A SISTEMAS'
                       TO AMSGO
                       TO AMSGO
           END-EVALUATE.

      ******************************************************************
      * 7300-MENSAJE-AUTORIZACION
      * TRADUCE LOS CODIGOS DE RAZON DE UPDAUTOR A TEXTO DE
      * OPERADOR. AL APROBAR, UPDAUTOR DEVUELVE LOS CODIGOS DEL
      * PROGRAMA QUE APLICA EL CAMBIO (UPDPRIMA O UPDPOLZA); LOS
      * QUE NO SON PROPIOS DE LA DOBLE FIRMA SE MUESTRAN TAL CUAL.
      ******************************************************************
       7300-MENSAJE-AUTORIZACION.
           EVALUATE TRUE
               WHEN UA-RSN-LONGITUD-INVALIDA
                   MOVE 'POLIZA INCOMPLETA: DEBE TENER 10 DIGITOS'
                       TO UMSGO
               WHEN UA-RSN-NO-NUMERICO
                   MOVE 'EL NUMERO DE POLIZA DEBE SER NUMERICO'
                       TO UMSGO
               WHEN UA-RSN-DIGITO-CONTROL
                   MOVE 'DIGITO DE CONTROL INCORRECTO, REVISE POLIZA'
                       TO UMSGO
               WHEN UA-RSN-ACCION-DESCONOCIDA
                   MOVE 'ACCION NO VALIDA: A, R O EN BLANCO'
                       TO UMSGO
               WHEN UA-RSN-SOLICITUD-INVALIDA
                   MOVE 'CONSULTE ANTES LA SOLICITUD (ENTER CON ACCION E
      -                 'N BLANCO)' TO UMSGO
               WHEN UA-RSN-SOLICITUD-NO-ENCONTRADA
                     AND UA-ACCION-LISTAR
                   MOVE 'NO HAY SOLICITUDES PENDIENTES DE APROBACION'
                       TO UMSGO
               WHEN UA-RSN-SOLICITUD-NO-ENCONTRADA
                     AND UA-ACCION-CONSULTAR
                   MOVE 'LA POLIZA NO TIENE SOLICITUDES PENDIENTES'
                       TO UMSGO
               WHEN UA-RSN-SOLICITUD-NO-ENCONTRADA
                   MOVE 'LA SOLICITUD YA NO ESTA PENDIENTE: VUELVA A CON
      -                 'SULTARLA' TO UMSGO
               WHEN UA-RSN-NO-ENCONTRADA
                   MOVE 'POLIZA NO ENCONTRADA' TO UMSGO
               WHEN UA-RSN-ERROR-BD
                   MOVE 'ERROR DE BASE DE DATOS: AVISE A SISTEMAS'
                       TO UMSGO
               WHEN UA-RSN-APROBADOR-ES-SOLICITANTE
                   MOVE 'NO PUEDE RESOLVER UNA SOLICITUD PEDIDA POR USTE
      -                 'D MISMO' TO UMSGO
               WHEN UA-RSN-SIN-ATRIBUCIONES
                   MOVE 'SUS ATRIBUCIONES NO ALCANZAN PARA ESTE CAMBIO'
                       TO UMSGO
               WHEN OTHER
                   STRING 'CAMBIO NO APLICADO: RETORNO '
                          UA-RETURN-CODE
                          ' RAZON '
                          UA-REASON-CODE
                       DELIMITED BY SIZE INTO UMSGO
           END-EVALUATE.

      ******************************************************************
      * 7400-MENSAJE-FECHA
      * TRADUCE LOS CODIGOS DE RAZON DE GETPFECH A TEXTO DE
      * OPERADOR.
      ******************************************************************
       7400-MENSAJE-FECHA.
           EVALUATE TRUE
               WHEN GF-RSN-LONGITUD-INVALIDA
                   MOVE 'POLIZA INCOMPLETA: DEBE TENER 10 DIGITOS'
                       TO FMSGO
               WHEN GF-RSN-NO-NUMERICO
                   MOVE 'EL NUMERO DE POLIZA DEBE SER NUMERICO'
                       TO FMSGO
               WHEN GF-RSN-DIGITO-CONTROL
                   MOVE 'DIGITO DE CONTROL INCORRECTO, REVISE POLIZA'
                       TO FMSGO
               WHEN GF-RSN-FECHA-INVALIDA
                   MOVE 'FECHA NO VALIDA: USE EL FORMATO AAAA-MM-DD'
                       TO FMSGO
               WHEN GF-RSN-FECHA-FUTURA
                   MOVE 'LA FECHA NO PUEDE SER POSTERIOR A HOY'
                       TO FMSGO
               WHEN GF-RSN-NO-ENCONTRADA
                   MOVE 'POLIZA NO ENCONTRADA' TO FMSGO
               WHEN GF-RSN-FECHA-ANTERIOR-POLIZA
                   STRING 'LA POLIZA NO EXISTIA EN ESA FECHA: '
                          'SU EFECTO ES ' GF-FECHA-EFECTO
                       DELIMITED BY SIZE INTO FMSGO
               WHEN GF-RSN-ERROR-BD
                   MOVE 'ERROR DE BASE DE DATOS: AVISE A SISTEMAS'
                       TO FMSGO
               WHEN OTHER
                   MOVE 'ERROR NO IDENTIFICADO EN LA CONSULTA A FECHA'
                       TO FMSGO
           END-EVALUATE.

      ******************************************************************
      * 8000-ENVIAR-CONSULTA-NUEVA / 8200-ENVIAR-MANTEN-NUEVA /
      * 8400-ENVIAR-ALTA-NUEVA / 8600-ENVIAR-AUTORIZ-NUEVA /
      * 8800-ENVIAR-FECHA-NUEVA
      ******************************************************************
       8000-ENVIAR-CONSULTA-NUEVA.
           MOVE LOW-VALUES TO MAPCONSI.
                ERASE
           END-EXEC.

       8600-ENVIAR-AUTORIZ-NUEVA.
           MOVE LOW-VALUES TO MAPAUTOI.
           EXEC CICS SEND
                MAP('MAPAUTO')
                MAPSET('POLMAP')
                FROM(MAPAUTOO)
                ERASE
           END-EXEC.

       8800-ENVIAR-FECHA-NUEVA.
           MOVE LOW-VALUES TO MAPFECHI.
           EXEC CICS SEND
                MAP('MAPFECH')
                MAPSET('POLMAP')
                FROM(MAPFECHO)
                ERASE
           END-EXEC.

      ******************************************************************
      * 9000-RETORNAR
      * FIN DE INTERACCION PSEUDOCONVERSACIONAL: EL ESTADO DE LA
