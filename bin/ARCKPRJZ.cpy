      *----------------------------------------------------------------*
      * BOOK......: ARCKPRJZ.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do dataset chaveado PREJUIZO (VSAM KSDS,
      *         chave PRJ-CHAVE - a conta do contrato, 30 posicoes -
      *         registro de 80 posicoes). Uma linha por contrato
      *         baixado a prejuizo no extrato SALDOS do dia, com o
      *         saldo baixado e a data da baixa. Reconstruido a cada
      *         rodada por ARCP0646, como o DIVERGE, e lido por
      *         ARCSB627, que devolve a conta marcada para o modo de
      *         recuperacao do motor de combinacoes.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  PRJ-CHAVE.
           05  PRJ-SG-SIS-OGM-OPR      PIC  X(03).
           05  PRJ-NR-UNCO-CTR-OPR     PIC  9(17).
           05  PRJ-NR-EPRD-FNCD        PIC  9(05).
           05  PRJ-NR-SCTR-OPR         PIC  9(05).
      *    Saldo do contrato na data da baixa (valor a recuperar)
       03  PRJ-VL-SDO-PRJZ             PIC  9(15)V99.
       03  PRJ-DT-PRJZ                 PIC  9(08).
      *    Data do extrato SALDOS que gerou a linha
       03  PRJ-DT-APNTD                PIC  9(08).
       03  FILLER                      PIC  X(17).
