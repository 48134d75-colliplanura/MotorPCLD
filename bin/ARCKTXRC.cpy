      *----------------------------------------------------------------*
      * BOOK......: ARCKTXRC.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do dataset chaveado TXRECUP (VSAM KSDS,
      *         chave TXR-CD-GR-PRD - grupo de produto - registro de
      *         40 posicoes). Taxa minima de recuperacao por produto:
      *         fracao do saldo baixado a prejuizo abaixo da qual uma
      *         faixa nao pode ser proposta no modo de recuperacao.
      *         Grupo 0000 e a taxa generica, valida para o grupo sem
      *         registro proprio (mesma convencao do COMTAXA).
      *         Mantido pela area de recuperacao de credito; lido por
      *         ARCSB627.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  TXR-CD-GR-PRD               PIC  9(04).
      *    0,2500 = o cliente paga ao menos 25% do saldo baixado
       03  TXR-PC-MIN-RCPR             PIC  9(01)V9(04).
       03  TXR-DT-ATLZ                 PIC  9(08).
       03  TXR-CD-OPER                 PIC  X(08).
       03  FILLER                      PIC  X(15).
