      *----------------------------------------------------------------*
      * BOOK......: ARCKRSTC.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro das contas com rastro de decisao ligado
      *         RASTREIO (VSAM KSDS, chave a conta, registro de 120
      *         posicoes). Conta presente e vigente (inicio ja
      *         alcancado, fim zerado ou ainda nao passado) tem a
      *         requisicao do lote de ARCP0627 submetida ao motor com
      *         o rastro ligado (ARCSB628-IC-RSTR). Mantido pela
      *         supervisao para as propostas em disputa.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  RSC-CHAVE.
           05  RSC-SG-SIS-OGM-OPR      PIC  X(03).
           05  RSC-NR-UNCO-CTR-OPR     PIC  9(17).
           05  RSC-NR-EPRD-FNCD        PIC  9(05).
           05  RSC-NR-SCTR-OPR         PIC  9(05).
       03  RSC-DT-INI                  PIC  9(08).
       03  RSC-DT-FIM                  PIC  9(08).
      *    Quem pediu o rastro e por que
       03  RSC-CD-OPER-SLCT            PIC  X(08).
       03  RSC-TX-MTV                  PIC  X(60).
       03  FILLER                      PIC  X(06).
