      *----------------------------------------------------------------*
      * BOOK......: ARCKCEXP.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do CANDEXPG - uma linha por conta
      *         candidata a expurgo do CADOPR, gravado pela listagem
      *         mensal de ARCP0659 (modo L). Depois de conferida, a
      *         lista (da qual a supervisao pode retirar as contas a
      *         manter) e a entrada do expurgo (modo E), que so
      *         retira as contas ainda candidatas do mesmo lote.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  CEX-SG-SIS-OGM-OPR          PIC  X(03).
       03  FILLER                      PIC  X(01).
       03  CEX-NR-UNCO-CTR-OPR         PIC  9(17).
       03  FILLER                      PIC  X(01).
       03  CEX-NR-EPRD-FNCD            PIC  9(05).
       03  FILLER                      PIC  X(01).
       03  CEX-NR-SCTR-OPR             PIC  9(05).
       03  FILLER                      PIC  X(01).
      *    Lote (data da listagem) e operador que listou
       03  CEX-DT-LOTE                 PIC  9(08).
       03  FILLER                      PIC  X(01).
       03  CEX-CD-OPER-LSTG            PIC  X(08).
       03  FILLER                      PIC  X(01).
      *    Ultima vez vista (ENTRADA, SALDOS ou inicio da observacao)
      *    e dias desde entao
       03  CEX-DT-ULT-VISTA            PIC  9(08).
       03  FILLER                      PIC  X(01).
       03  CEX-QT-DIAS                 PIC  9(05).
       03  FILLER                      PIC  X(01).
       03  CEX-QT-FXA                  PIC  9(03).
       03  FILLER                      PIC  X(01).
      *    PCLD da faixa mais alta, para a conferencia
       03  CEX-VL-PCLD                 PIC  9(13)V99.
