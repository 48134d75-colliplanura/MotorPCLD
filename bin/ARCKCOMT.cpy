      *----------------------------------------------------------------*
      * BOOK......: ARCKCOMT.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do cadastro de taxas de comissao COMTAXA
      *         (VSAM KSDS, 60 posicoes) - percentual sobre o valor de
      *         entrada da proposta cumprida, por tipo de negociador
      *         (NGC-TP-NGCD: interno ou agencia externa), grupo de
      *         produto e Resultado, com teto opcional por proposta.
      *         Grupo 0000 e/ou Resultado 00 sao as taxas genericas
      *         do tipo: a busca tenta tipo+grupo+Resultado, depois
      *         tipo+grupo+00 e por fim tipo+0000+00. Mantido pela
      *         supervisao; lido pela apuracao mensal ARCP0657.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  CMT-CHAVE.
           05  CMT-TP-NGCD             PIC  X(01).
           05  CMT-CD-GR-PRD           PIC  9(04).
           05  CMT-IC-RSTD             PIC  9(02).
      *    Percentual sobre AUD-VL-ENTD (ex.: 0025000 = 2,5%)
       03  CMT-PC-COMS                 PIC  9(03)V9(04).
      *    Teto da comissao por proposta (zeros = sem teto)
       03  CMT-VL-TETO                 PIC  9(13)V99.
       03  CMT-DT-ATLZ                 PIC  9(08).
       03  CMT-CD-OPER-ATLZ            PIC  X(08).
       03  FILLER                      PIC  X(15).
