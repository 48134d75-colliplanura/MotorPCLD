      *----------------------------------------------------------------*
      * BOOK......: ARCKM636.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Mapa simbolico do mapset ARCSM636, tela de consulta
      *         on-line da fila de trabalho de um negociador - as
      *         propostas abertas, pendentes e por vencer das contas
      *         da carteira dele, da que vence antes para a que vence
      *         depois (BMS - gerado a partir do source do mapset
      *         ARCSM636, campo ARCM636A). Usado por ARCT0636.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       01  ARCM636I.
           02  FILLER                       PIC  X(12).
           02  NGCDL                        PIC S9(04)    COMP.
           02  NGCDF                        PIC  X(01).
           02  FILLER REDEFINES NGCDF.
               03  NGCDA                    PIC  X(01).
           02  NGCDI                        PIC  X(08).
           02  MSGL                         PIC S9(04)    COMP.
           02  MSGF                         PIC  X(01).
           02  FILLER REDEFINES MSGF.
               03  MSGA                     PIC  X(01).
           02  MSGI                         PIC  X(60).
           02  LINL       OCCURS 10 TIMES   PIC S9(04)    COMP.
           02  LINF       OCCURS 10 TIMES   PIC  X(01).
           02  FILLER REDEFINES LINF.
               03  LINA   OCCURS 10 TIMES   PIC  X(01).
           02  LINI       OCCURS 10 TIMES   PIC  X(75).

       01  ARCM636O REDEFINES ARCM636I.
           02  FILLER                       PIC  X(12).
           02  FILLER                       PIC  X(03).
           02  NGCDO                        PIC  X(08).
           02  FILLER                       PIC  X(03).
           02  MSGO                         PIC  X(60).
           02  FILLER     OCCURS 10 TIMES   PIC  X(05).
           02  LINO       OCCURS 10 TIMES   PIC  X(75).
