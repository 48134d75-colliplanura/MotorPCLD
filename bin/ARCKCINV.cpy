      *----------------------------------------------------------------*
      * BOOK......: ARCKCINV.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do CACHINV (VSAM KSDS, chave a conta, 60
      *         posicoes) - carimbo da ultima alteracao de faixa da
      *         conta no CADOPR. Gravado/regravado por ARCT0629 junto
      *         com a linha do diario CADJ; ARCP0627 descarta a
      *         entrada do RESCACHE (book ARCKCACH) gravada antes do
      *         carimbo de qualquer conta da requisicao.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  CIV-CHAVE.
           05  CIV-SG-SIS-OGM-OPR      PIC  X(03).
           05  CIV-NR-UNCO-CTR-OPR     PIC  9(17).
           05  CIV-NR-EPRD-FNCD        PIC  9(05).
           05  CIV-NR-SCTR-OPR         PIC  9(05).
       03  CIV-DT-ALTR                 PIC  9(08).
       03  CIV-HR-ALTR                 PIC  9(06).
      *    Quem alterou e a acao do diario (I, A ou E)
       03  CIV-CD-OPER                 PIC  X(08).
       03  CIV-IC-ACAO                 PIC  X(01).
       03  FILLER                      PIC  X(07).
