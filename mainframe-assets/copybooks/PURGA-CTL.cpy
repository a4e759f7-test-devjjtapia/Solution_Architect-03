      ******************************************************************
      * COPYBOOK - REGISTROS DE CONTROL DEL ARCHIVO DE POLIZAS
      * PURGADAS (POLPURGA)
      * CABECERA (FECHA, ORIGEN, ANOS DE RETENCION Y FECHA DE CORTE:
      * SE PURGAN LAS POLIZAS CERRADAS ANTES DE ESE DIA) Y PIE (NUMERO
      * DE REGISTROS DE DATOS, DESGLOSE POR TABLA Y SUMA DE LAS PRIMAS
      * DE LAS POLIZAS) ALREDEDOR DE LOS REGISTROS PURGA-REC, PARA
      * QUE QUIEN LEA EL ARCHIVO VALIDE QUE ESTA COMPLETO.
      * MISMA LONGITUD DE REGISTRO QUE PUR-REGISTRO (150). LOS TIPOS
      * DE REGISTRO DE DATOS SON OTROS, ASI QUE 'CAB'/'PIE' NO
      * COLISIONAN NUNCA CON UN REGISTRO DE DATOS.
      ******************************************************************
       01 PUC-REGISTRO.
          05 PUC-TIPO-REGISTRO       PIC X(03).
             88 PUC-ES-CABECERA          VALUE 'CAB'.
             88 PUC-ES-PIE               VALUE 'PIE'.
          05 PUC-DATOS               PIC X(147).
          05 PUC-DATOS-CABECERA REDEFINES PUC-DATOS.
             10 PUC-CAB-FECHA-PROCESO   PIC X(08).
             10 PUC-CAB-ORIGEN          PIC X(20).
             10 PUC-CAB-ANOS-RETENCION  PIC 9(02).
             10 PUC-CAB-FECHA-CORTE     PIC X(08).
             10 FILLER                  PIC X(109).
          05 PUC-DATOS-PIE REDEFINES PUC-DATOS.
             10 PUC-PIE-TOTAL-REGISTROS PIC 9(09).
             10 PUC-PIE-TOTAL-POLIZAS   PIC 9(09).
             10 PUC-PIE-TOTAL-HISTORICO PIC 9(09).
             10 PUC-PIE-TOTAL-ENDOSOS   PIC 9(09).
             10 PUC-PIE-TOTAL-SINIESTROS
                                        PIC 9(09).
             10 PUC-PIE-TOTAL-MOVIMIENTOS
                                        PIC 9(09).
             10 PUC-PIE-TOTAL-RECIBOS   PIC 9(09).
             10 PUC-PIE-TOTAL-REQUERIM  PIC 9(09).
             10 PUC-PIE-SUMA-PRIMAS     PIC S9(13)V99.
             10 FILLER                  PIC X(60).
