      *----------------------------------------------------------------*
      * BOOK......: ARCKREOF.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do dataset chaveado REOFERTA (VSAM KSDS,
      *         chave RFT-CHAVE - a conta, 30 posicoes - registro de
      *         160 posicoes). Ciclo de reoferta automatica da conta
      *         que descumpriu a proposta aplicada: ARCP0654 cria o
      *         registro ao ver a proposta descumprida ('D') na
      *         AUDITORIA, segura a conta durante a carencia
      *         (RFT-DT-ELEG) e a emite como requisicao no REOFENT
      *         (layout do ENTRADA, concatenado ao ENTRADA da noite
      *         seguinte). ARCP0627 precifica a conta com a politica
      *         mais rigida - entrada minima RFT-VL-ENTD-MIN - e
      *         liga a nova proposta a quebrada (RFT-DT-PROC-NOVA/
      *         RFT-HR-PROC-NOVA); ARCT0628 limita os planos a
      *         RFT-QT-PRC-MAX parcelas. Proposta aplicada depois da
      *         reoferta e descumprida de novo leva a conta ao
      *         worklist ESCALADO (motivo 6 do ARCKREJT).
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  RFT-CHAVE.
           05  RFT-SG-SIS-OGM-OPR      PIC  X(03).
           05  RFT-NR-UNCO-CTR-OPR     PIC  9(17).
           05  RFT-NR-EPRD-FNCD        PIC  9(05).
           05  RFT-NR-SCTR-OPR         PIC  9(05).
      *    Cliente da conta (ATRIBUI), levado ao REOFENT para o
      *    ARCP0627 quebrar o lote por cliente
       03  RFT-NR-CLI                  PIC  9(09).
       03  RFT-IC-SITC                 PIC  X(01).
      *        Em carencia, aguardando a data de elegibilidade
           88  RFT-SITC-PENDENTE       VALUE 'P'.
      *        Emitida no REOFENT, aguardando a precificacao
           88  RFT-SITC-EMITIDA        VALUE 'E'.
      *        Reoferta precificada (proposta nova ligada)
           88  RFT-SITC-OFERTADA       VALUE 'O'.
      *        Proposta aplicada apos a reoferta foi cumprida
           88  RFT-SITC-CUMPRIDA       VALUE 'F'.
      *        Proposta quebrada regularizada antes da reoferta
           88  RFT-SITC-CANCELADA      VALUE 'C'.
      *        Segundo descumprimento - conta escalada
           88  RFT-SITC-ESCALADA       VALUE 'X'.
      *        Ciclo ainda aberto: a politica rigida vale na
      *        precificacao
           88  RFT-SITC-ATIVA          VALUE 'P' 'E' 'O'.
       03  RFT-NR-CICLO                PIC  9(02).
      *    Proposta descumprida que abriu o ciclo - data/hora da
      *    linha aplicada na AUDITORIA, entrada e operador
       03  RFT-DT-PROC-ORIG            PIC  9(08).
       03  RFT-HR-PROC-ORIG            PIC  9(06).
       03  RFT-VL-ENTD-ORIG            PIC  9(15)V99.
       03  RFT-CD-OPER-ORIG            PIC  X(08).
      *    Deteccao do descumprimento e fim da carencia
       03  RFT-DT-DCMP                 PIC  9(08).
       03  RFT-DT-ELEG                 PIC  9(08).
      *    Politica da reoferta
       03  RFT-VL-ENTD-MIN             PIC  9(15)V99.
       03  RFT-QT-PRC-MAX              PIC  9(01).
      *    Ultima emissao no REOFENT
       03  RFT-DT-EMIS                 PIC  9(08).
      *    Proposta da reoferta (data/hora da AUDITORIA gravada por
      *    ARCP0627) - aplicacao posterior a ela e a aplicacao da
      *    reoferta
       03  RFT-DT-PROC-NOVA            PIC  9(08).
       03  RFT-HR-PROC-NOVA            PIC  9(06).
       03  RFT-DT-ATLZ                 PIC  9(08).
       03  FILLER                      PIC  X(15).
