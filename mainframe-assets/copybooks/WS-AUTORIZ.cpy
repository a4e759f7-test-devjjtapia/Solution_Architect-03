      ******************************************************************
      * COPYBOOK WORKING-STORAGE - DOBLE FIRMA (ATRIBUCIONES)
      * CAMPOS DE TRABAJO USADOS POR LOS PARRAFOS DE PR-AUTORIZ.
      * EL PROGRAMA QUE INCLUYE ESTE COPY DEBE INCLUIR TAMBIEN LOS
      * DCLGEN AUTORIZ Y AUTPEND Y DEFINIR WS-POLIZA-ID PIC X(10).
      ******************************************************************
       01 WS-AUTORIZACION.
      *    USUARIO CICS DE LA TAREA Y SUS ATRIBUCIONES (4500). SIN
      *    FILA EN AUTORIZ_USUARIOS QUEDAN A CERO / 'N'.
          05 WS-AUT-USUARIO        PIC X(08).
          05 WS-AUT-MAX-DELTA      PIC S9(9)V99 COMP-3.
          05 WS-AUT-PUEDE-CANCELAR PIC X(01).
             88 WS-AUT-SI-CANCELA      VALUE 'S'.
      *    LO QUE SE PIDE: TIPO DE SOLICITUD Y, EN LOS ENDOSOS, LA
      *    DIFERENCIA DE PRIMA EN VALOR ABSOLUTO (LA CARGA EL
      *    PROGRAMA ANTES DE 4550).
          05 WS-AUT-TIPO           PIC X(01).
             88 WS-AUT-TIPO-ENDOSO     VALUE 'E'.
             88 WS-AUT-TIPO-CANCELACION VALUE 'C'.
          05 WS-AUT-DELTA          PIC S9(9)V99 COMP-3.
          05 WS-AUT-RESULTADO      PIC X(01).
             88 WS-AUT-DENTRO          VALUE 'S'.
             88 WS-AUT-EXCEDE          VALUE 'N'.
      *    SOLICITUD: SE PIDE UN CAMBIO NUEVO; APROBACION: SE APLICA
      *    LA SOLICITUD PENDIENTE WS-AUT-SECUENCIA DE LA POLIZA.
          05 WS-AUT-MODO           PIC X(01).
             88 WS-AUT-MODO-SOLICITUD  VALUE 'S'.
             88 WS-AUT-MODO-APROBACION VALUE 'A'.
          05 WS-AUT-SECUENCIA      PIC S9(09) COMP.
          05 WS-AUT-PENDIENTES     PIC S9(09) COMP.
          05 WS-AUT-ABSTIME        PIC S9(15) COMP-3.
