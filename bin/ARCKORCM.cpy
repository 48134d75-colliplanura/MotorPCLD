      *----------------------------------------------------------------*
      * BOOK......: ARCKORCM.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do orcamento mensal de reversao de PCLD e
      *         desconto por grupo de produto ORCAMEN (VSAM KSDS, 120
      *         posicoes). Os tetos sao definidos pelo financeiro (teto
      *         zero = sem teto naquela medida); o consumido e somado
      *         a cada Resultado aplicado - tela ARCT0628 (PF5 e
      *         confirmacao PF6) e comando 'APLICAR' do modo escuta de
      *         ARCP0627. Grupo/mes sem registro e criado na primeira
      *         aplicacao, com tetos zerados. Por faixa aplicada, a
      *         reversao e o VL-PCLD do CADOPR; o desconto e o saldo
      *         a amortizar (VL-AMTR) nao coberto pela entrada, que e
      *         rateada entre as faixas pelo VL-AMTR. Lido pelo
      *         relatorio diario de consumo ARCR0642.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  ORC-CHAVE.
           05  ORC-CD-GR-PRD           PIC  9(04).
           05  ORC-AAAAMM              PIC  9(06).
       03  ORC-VL-TETO-PCLD            PIC  9(13)V99.
       03  ORC-VL-TETO-DSCT            PIC  9(13)V99.
       03  ORC-VL-CNSM-PCLD            PIC  9(13)V99.
       03  ORC-VL-CNSM-DSCT            PIC  9(13)V99.
      *    Aplicacoes somadas e, delas, as que passaram acima do
      *    saldo com a confirmacao do supervisor
       03  ORC-QT-APLC                 PIC  9(07).
       03  ORC-QT-APLC-SPVS            PIC  9(07).
       03  ORC-DT-ULT-CNSM             PIC  9(08).
       03  ORC-HR-ULT-CNSM             PIC  9(06).
       03  ORC-DT-ATLZ-TETO            PIC  9(08).
       03  ORC-CD-OPER-ATLZ            PIC  X(08).
       03  FILLER                      PIC  X(06).
