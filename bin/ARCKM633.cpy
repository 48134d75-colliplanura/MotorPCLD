      *----------------------------------------------------------------*
      * BOOK......: ARCKM633.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Mapa simbolico do mapset ARCSM633, tela de
      *         administracao de seguranca - manutencao on-line dos
      *         cadastros PERFIL e ALCADA (BMS - gerado a partir do
      *         source do mapset ARCSM633, campo ARCM633A). Usado por
      *         ARCT0633.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       01  ARCM633I.
           02  FILLER                       PIC  X(12).
           02  ARQL                         PIC S9(04)    COMP.
           02  ARQF                         PIC  X(01).
           02  FILLER REDEFINES ARQF.
               03  ARQA                     PIC  X(01).
           02  ARQI                         PIC  X(01).
           02  ACAOL                        PIC S9(04)    COMP.
           02  ACAOF                        PIC  X(01).
           02  FILLER REDEFINES ACAOF.
               03  ACAOA                    PIC  X(01).
           02  ACAOI                        PIC  X(01).
           02  OPERL                        PIC S9(04)    COMP.
           02  OPERF                        PIC  X(01).
           02  FILLER REDEFINES OPERF.
               03  OPERA                    PIC  X(01).
           02  OPERI                        PIC  X(08).
           02  TRNSL                        PIC S9(04)    COMP.
           02  TRNSF                        PIC  X(01).
           02  FILLER REDEFINES TRNSF.
               03  TRNSA                    PIC  X(01).
           02  TRNSI                        PIC  X(04).
           02  NIVLL                        PIC S9(04)    COMP.
           02  NIVLF                        PIC  X(01).
           02  FILLER REDEFINES NIVLF.
               03  NIVLA                    PIC  X(01).
           02  NIVLI                        PIC  X(01).
           02  VALCL                        PIC S9(04)    COMP.
           02  VALCF                        PIC  X(01).
           02  FILLER REDEFINES VALCF.
               03  VALCA                    PIC  X(01).
           02  VALCI                        PIC  9(13)V99.
           02  MSGL                         PIC S9(04)    COMP.
           02  MSGF                         PIC  X(01).
           02  FILLER REDEFINES MSGF.
               03  MSGA                     PIC  X(01).
           02  MSGI                         PIC  X(60).
           02  LINL       OCCURS 10 TIMES   PIC S9(04)    COMP.
           02  LINF       OCCURS 10 TIMES   PIC  X(01).
           02  FILLER REDEFINES LINF.
               03  LINA   OCCURS 10 TIMES   PIC  X(01).
           02  LINI       OCCURS 10 TIMES   PIC  X(60).

       01  ARCM633O REDEFINES ARCM633I.
           02  FILLER                       PIC  X(12).
           02  FILLER                       PIC  X(03).
           02  ARQO                         PIC  X(01).
           02  FILLER                       PIC  X(03).
           02  ACAOO                        PIC  X(01).
           02  FILLER                       PIC  X(03).
           02  OPERO                        PIC  X(08).
           02  FILLER                       PIC  X(03).
           02  TRNSO                        PIC  X(04).
           02  FILLER                       PIC  X(03).
           02  NIVLO                        PIC  X(01).
           02  FILLER                       PIC  X(03).
           02  VALCO                        PIC  9(13)V99.
           02  FILLER                       PIC  X(03).
           02  MSGO                         PIC  X(60).
           02  FILLER     OCCURS 10 TIMES   PIC  X(05).
           02  LINO       OCCURS 10 TIMES   PIC  X(60).
