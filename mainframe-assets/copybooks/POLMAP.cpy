          05 CPRIL             PIC S9(04) COMP.
          05 CPRIF             PIC X(01).
          05 CPRII             PIC X(16).
          05 CINTL             PIC S9(04) COMP.
          05 CINTF             PIC X(01).
          05 CINTI             PIC X(08).
          05 RESD OCCURS 10 TIMES.
             10 RESL              PIC S9(04) COMP.
             10 RESF              PIC X(01).
          05 CFVEO             PIC X(10).
          05 FILLER            PIC X(03).
          05 CPRIO             PIC X(16).
          05 FILLER            PIC X(03).
          05 CINTO             PIC X(08).
          05 RESDO OCCURS 10 TIMES.
             10 FILLER            PIC X(03).
             10 RESO              PIC X(30).
          05 AFPGL             PIC S9(04) COMP.
          05 AFPGF             PIC X(01).
          05 AFPGI             PIC X(01).
          05 AINTL             PIC S9(04) COMP.
          05 AINTF             PIC X(01).
          05 AINTI             PIC X(08).
          05 APOLL             PIC S9(04) COMP.
          05 APOLF             PIC X(01).
          05 APOLI             PIC X(10).
          05 FILLER            PIC X(03).
          05 AFPGO             PIC X(01).
          05 FILLER            PIC X(03).
          05 AINTO             PIC X(08).
          05 FILLER            PIC X(03).
          05 APOLO             PIC X(10).
          05 FILLER            PIC X(03).
          05 AMSGO             PIC X(70).

      *    ---------------------------------------------------------
      *    MAPA DE AUTORIZACION DE CAMBIOS PENDIENTES (DOBLE FIRMA)
      *    ---------------------------------------------------------
       01 MAPAUTOI.
          05 FILLER            PIC X(12).
          05 UPOLL             PIC S9(04) COMP.
          05 UPOLF             PIC X(01).
          05 UPOLI             PIC X(10).
          05 UACCL             PIC S9(04) COMP.
          05 UACCF             PIC X(01).
          05 UACCI             PIC X(01).
          05 UTIPL             PIC S9(04) COMP.
          05 UTIPF             PIC X(01).
          05 UTIPI             PIC X(11).
          05 USOLL             PIC S9(04) COMP.
          05 USOLF             PIC X(01).
          05 USOLI             PIC X(08).
          05 UFSOL             PIC S9(04) COMP.
          05 UFSOF             PIC X(01).
          05 UFSOI             PIC X(16).
          05 UPANL             PIC S9(04) COMP.
          05 UPANF             PIC X(01).
          05 UPANI             PIC X(16).
          05 UPNUL             PIC S9(04) COMP.
          05 UPNUF             PIC X(01).
          05 UPNUI             PIC X(16).
          05 UFEFL             PIC S9(04) COMP.
          05 UFEFF             PIC X(01).
          05 UFEFI             PIC X(10).
          05 UESTL             PIC S9(04) COMP.
          05 UESTF             PIC X(01).
          05 UESTI             PIC X(24).
          05 UMOTL             PIC S9(04) COMP.
          05 UMOTF             PIC X(01).
          05 UMOTI             PIC X(04).
          05 LISD OCCURS 10 TIMES.
             10 LISL              PIC S9(04) COMP.
             10 LISF              PIC X(01).
             10 LISI              PIC X(60).
          05 UMSGL             PIC S9(04) COMP.
          05 UMSGF             PIC X(01).
          05 UMSGI             PIC X(70).

       01 MAPAUTOO REDEFINES MAPAUTOI.
          05 FILLER            PIC X(12).
          05 FILLER            PIC X(03).
          05 UPOLO             PIC X(10).
          05 FILLER            PIC X(03).
          05 UACCO             PIC X(01).
          05 FILLER            PIC X(03).
          05 UTIPO             PIC X(11).
          05 FILLER            PIC X(03).
          05 USOLO             PIC X(08).
          05 FILLER            PIC X(03).
          05 UFSOO             PIC X(16).
          05 FILLER            PIC X(03).
          05 UPANO             PIC X(16).
          05 FILLER            PIC X(03).
          05 UPNUO             PIC X(16).
          05 FILLER            PIC X(03).
          05 UFEFO             PIC X(10).
          05 FILLER            PIC X(03).
          05 UESTO             PIC X(24).
          05 FILLER            PIC X(03).
          05 UMOTO             PIC X(04).
          05 LISDO OCCURS 10 TIMES.
             10 FILLER            PIC X(03).
             10 LISO              PIC X(60).
          05 FILLER            PIC X(03).
          05 UMSGO             PIC X(70).

      *    ---------------------------------------------------------
      *    MAPA DE CONSULTA DE POLIZA A FECHA
      *    ---------------------------------------------------------
       01 MAPFECHI.
          05 FILLER            PIC X(12).
          05 FPOLL             PIC S9(04) COMP.
          05 FPOLF             PIC X(01).
          05 FPOLI             PIC X(10).
          05 FFECL             PIC S9(04) COMP.
          05 FFECF             PIC X(01).
          05 FFECI             PIC X(10).
          05 FNOML             PIC S9(04) COMP.
          05 FNOMF             PIC X(01).
          05 FNOMI             PIC X(40).
          05 FPRDL             PIC S9(04) COMP.
          05 FPRDF             PIC X(01).
          05 FPRDI             PIC X(10).
          05 FFEFL             PIC S9(04) COMP.
          05 FFEFF             PIC X(01).
          05 FFEFI             PIC X(10).
          05 FSITL             PIC S9(04) COMP.
          05 FSITF             PIC X(01).
          05 FSITI             PIC X(40).
          05 FESTL             PIC S9(04) COMP.
          05 FESTF             PIC X(01).
          05 FESTI             PIC X(10).
          05 FESAL             PIC S9(04) COMP.
          05 FESAF             PIC X(01).
          05 FESAI             PIC X(10).
          05 FPRIL             PIC S9(04) COMP.
          05 FPRIF             PIC X(01).
          05 FPRII             PIC X(16).
          05 FPRAL             PIC S9(04) COMP.
          05 FPRAF             PIC X(01).
          05 FPRAI             PIC X(16).
          05 FVENL             PIC S9(04) COMP.
          05 FVENF             PIC X(01).
          05 FVENI             PIC X(10).
          05 FVEAL             PIC S9(04) COMP.
          05 FVEAF             PIC X(01).
          05 FVEAI             PIC X(10).
          05 FNSIL             PIC S9(04) COMP.
          05 FNSIF             PIC X(01).
          05 FNSII             PIC X(04).
          05 SIND OCCURS 10 TIMES.
             10 SINL              PIC S9(04) COMP.
             10 SINF              PIC X(01).
             10 SINI              PIC X(70).
          05 FMSGL             PIC S9(04) COMP.
          05 FMSGF             PIC X(01).
          05 FMSGI             PIC X(70).

       01 MAPFECHO REDEFINES MAPFECHI.
          05 FILLER            PIC X(12).
          05 FILLER            PIC X(03).
          05 FPOLO             PIC X(10).
          05 FILLER            PIC X(03).
          05 FFECO             PIC X(10).
          05 FILLER            PIC X(03).
          05 FNOMO             PIC X(40).
          05 FILLER            PIC X(03).
          05 FPRDO             PIC X(10).
          05 FILLER            PIC X(03).
          05 FFEFO             PIC X(10).
          05 FILLER            PIC X(03).
          05 FSITO             PIC X(40).
          05 FILLER            PIC X(03).
          05 FESTO             PIC X(10).
          05 FILLER            PIC X(03).
          05 FESAO             PIC X(10).
          05 FILLER            PIC X(03).
          05 FPRIO             PIC X(16).
          05 FILLER            PIC X(03).
          05 FPRAO             PIC X(16).
          05 FILLER            PIC X(03).
          05 FVENO             PIC X(10).
          05 FILLER            PIC X(03).
          05 FVEAO             PIC X(10).
          05 FILLER            PIC X(03).
          05 FNSIO             PIC X(04).
          05 SINDO OCCURS 10 TIMES.
             10 FILLER            PIC X(03).
             10 SINO              PIC X(70).
          05 FILLER            PIC X(03).
          05 FMSGO             PIC X(70).
