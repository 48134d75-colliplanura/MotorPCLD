      *----------------------------------------------------------------*
      * BOOK......: ARCKM634.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Mapa simbolico do mapset ARCSM634, tela de
      *         manutencao on-line da lista de embargos EMBARGO (BMS -
      *         gerado a partir do source do mapset ARCSM634, campo
      *         ARCM634A). Usado por ARCT0634.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       01  ARCM634I.
           02  FILLER                       PIC  X(12).
           02  TIPOL                        PIC S9(04)    COMP.
           02  TIPOF                        PIC  X(01).
           02  FILLER REDEFINES TIPOF.
               03  TIPOA                    PIC  X(01).
           02  TIPOI                        PIC  X(01).
           02  ACAOL                        PIC S9(04)    COMP.
           02  ACAOF                        PIC  X(01).
           02  FILLER REDEFINES ACAOF.
               03  ACAOA                    PIC  X(01).
           02  ACAOI                        PIC  X(01).
           02  SISL                         PIC S9(04)    COMP.
           02  SISF                         PIC  X(01).
           02  FILLER REDEFINES SISF.
               03  SISA                     PIC  X(01).
           02  SISI                         PIC  X(03).
           02  OPRL                         PIC S9(04)    COMP.
           02  OPRF                         PIC  X(01).
           02  FILLER REDEFINES OPRF.
               03  OPRA                     PIC  X(01).
           02  OPRI                         PIC  9(17).
           02  EPRDL                        PIC S9(04)    COMP.
           02  EPRDF                        PIC  X(01).
           02  FILLER REDEFINES EPRDF.
               03  EPRDA                    PIC  X(01).
           02  EPRDI                        PIC  9(05).
           02  SCTRL                        PIC S9(04)    COMP.
           02  SCTRF                        PIC  X(01).
           02  FILLER REDEFINES SCTRF.
               03  SCTRA                    PIC  X(01).
           02  SCTRI                        PIC  9(05).
           02  CLIL                         PIC S9(04)    COMP.
           02  CLIF                         PIC  X(01).
           02  FILLER REDEFINES CLIF.
               03  CLIA                     PIC  X(01).
           02  CLII                         PIC  9(09).
           02  DTINL                        PIC S9(04)    COMP.
           02  DTINF                        PIC  X(01).
           02  FILLER REDEFINES DTINF.
               03  DTINA                    PIC  X(01).
           02  DTINI                        PIC  9(08).
           02  DTFML                        PIC S9(04)    COMP.
           02  DTFMF                        PIC  X(01).
           02  FILLER REDEFINES DTFMF.
               03  DTFMA                    PIC  X(01).
           02  DTFMI                        PIC  9(08).
           02  MTVL                         PIC S9(04)    COMP.
           02  MTVF                         PIC  X(01).
           02  FILLER REDEFINES MTVF.
               03  MTVA                     PIC  X(01).
           02  MTVI                         PIC  9(03).
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

       01  ARCM634O REDEFINES ARCM634I.
           02  FILLER                       PIC  X(12).
           02  FILLER                       PIC  X(03).
           02  TIPOO                        PIC  X(01).
           02  FILLER                       PIC  X(03).
           02  ACAOO                        PIC  X(01).
           02  FILLER                       PIC  X(03).
           02  SISO                         PIC  X(03).
           02  FILLER                       PIC  X(03).
           02  OPRO                         PIC  9(17).
           02  FILLER                       PIC  X(03).
           02  EPRDO                        PIC  9(05).
           02  FILLER                       PIC  X(03).
           02  SCTRO                        PIC  9(05).
           02  FILLER                       PIC  X(03).
           02  CLIO                         PIC  9(09).
           02  FILLER                       PIC  X(03).
           02  DTINO                        PIC  9(08).
           02  FILLER                       PIC  X(03).
           02  DTFMO                        PIC  9(08).
           02  FILLER                       PIC  X(03).
           02  MTVO                         PIC  9(03).
           02  FILLER                       PIC  X(03).
           02  MSGO                         PIC  X(60).
           02  FILLER     OCCURS 10 TIMES   PIC  X(05).
           02  LINO       OCCURS 10 TIMES   PIC  X(75).
