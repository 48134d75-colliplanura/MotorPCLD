      *----------------------------------------------------------------*
      * BOOK......: ARCKM635.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Mapa simbolico do mapset ARCSM635, tela de registro
      *         de contatos com o cliente: conta, canal, desfecho, data
      *         prometida e texto, com a lista dos contatos mais
      *         recentes da conta (BMS - gerado a partir do source do
      *         mapset ARCSM635, campo ARCM635A). Usado por ARCT0635.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       01  ARCM635I.
           02  FILLER                       PIC  X(12).
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
           02  CNLL                         PIC S9(04)    COMP.
           02  CNLF                         PIC  X(01).
           02  FILLER REDEFINES CNLF.
               03  CNLA                     PIC  X(01).
           02  CNLI                         PIC  X(01).
           02  DSFCL                        PIC S9(04)    COMP.
           02  DSFCF                        PIC  X(01).
           02  FILLER REDEFINES DSFCF.
               03  DSFCA                    PIC  X(01).
           02  DSFCI                        PIC  9(02).
           02  DTPRL                        PIC S9(04)    COMP.
           02  DTPRF                        PIC  X(01).
           02  FILLER REDEFINES DTPRF.
               03  DTPRA                    PIC  X(01).
           02  DTPRI                        PIC  9(08).
           02  TXAL                         PIC S9(04)    COMP.
           02  TXAF                         PIC  X(01).
           02  FILLER REDEFINES TXAF.
               03  TXAA                     PIC  X(01).
           02  TXAI                         PIC  X(50).
           02  TXBL                         PIC S9(04)    COMP.
           02  TXBF                         PIC  X(01).
           02  FILLER REDEFINES TXBF.
               03  TXBA                     PIC  X(01).
           02  TXBI                         PIC  X(50).
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

       01  ARCM635O REDEFINES ARCM635I.
           02  FILLER                       PIC  X(12).
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
           02  CNLO                         PIC  X(01).
           02  FILLER                       PIC  X(03).
           02  DSFCO                        PIC  9(02).
           02  FILLER                       PIC  X(03).
           02  DTPRO                        PIC  9(08).
           02  FILLER                       PIC  X(03).
           02  TXAO                         PIC  X(50).
           02  FILLER                       PIC  X(03).
           02  TXBO                         PIC  X(50).
           02  FILLER                       PIC  X(03).
           02  MSGO                         PIC  X(60).
           02  FILLER     OCCURS 10 TIMES   PIC  X(05).
           02  LINO       OCCURS 10 TIMES   PIC  X(75).
