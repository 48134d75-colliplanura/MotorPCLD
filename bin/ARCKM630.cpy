      *         mapset ARCSM630, campo ARCM630A). Usado por ARCT0630.
      *----------------------------------------------------------------*
      * VRS0001 22.08.2026 - F8944859 - Implantacao.
      * VRS0002 15.10.2026 - F8944859 - Tres linhas CTT com os
      *         contatos mais recentes (book ARCKCTTO) da conta.
      * VRS0003 15.10.2026 - F8944859 - Campo NGC com o negociador
      *         dono (book ARCKATRB) e a equipe.
      *----------------------------------------------------------------*

       01  ARCM630I.
           02  FILLER REDEFINES LINF.
               03  LINA   OCCURS 10 TIMES   PIC  X(01).
           02  LINI       OCCURS 10 TIMES   PIC  X(75).
           02  CTTL       OCCURS 3  TIMES   PIC S9(04)    COMP.
           02  CTTF       OCCURS 3  TIMES   PIC  X(01).
           02  FILLER REDEFINES CTTF.
               03  CTTA   OCCURS 3  TIMES   PIC  X(01).
           02  CTTI       OCCURS 3  TIMES   PIC  X(75).
           02  NGCL                         PIC S9(04)    COMP.
           02  NGCF                         PIC  X(01).
           02  FILLER REDEFINES NGCF.
               03  NGCA                     PIC  X(01).
           02  NGCI                         PIC  X(40).

       01  ARCM630O REDEFINES ARCM630I.
           02  FILLER                       PIC  X(12).
           02  MSGO                         PIC  X(60).
           02  FILLER     OCCURS 10 TIMES   PIC  X(05).
           02  LINO       OCCURS 10 TIMES   PIC  X(75).
           02  FILLER     OCCURS 3  TIMES   PIC  X(05).
           02  CTTO       OCCURS 3  TIMES   PIC  X(75).
           02  FILLER                       PIC  X(03).
           02  NGCO                         PIC  X(40).
