      *----------------------------------------------------------------*
      * BOOK......: ARCKCXPG.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do CADEXPG (VSAM KSDS, mesma chave do
      *         CADOPR, 140 posicoes) - faixa retirada do CADOPR pelo
      *         expurgo de contas inativas de ARCP0659, com a imagem
      *         ARCKCADO completa. E de onde a conta e devolvida ao
      *         cadastro quando volta a aparecer no ENTRADA ou no
      *         SALDOS; a linha sai daqui na devolucao.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  CXP-CHAVE.
           05  CXP-CHAVE-CTA           PIC  X(30).
           05  CXP-CD-FXA              PIC  9(02).
       03  CXP-IMAGEM                  PIC  X(69).
       03  CXP-DT-EXPG                 PIC  9(08).
       03  CXP-HR-EXPG                 PIC  9(06).
       03  CXP-CD-OPER-APRV            PIC  X(08).
       03  CXP-DT-LOTE                 PIC  9(08).
       03  FILLER                      PIC  X(09).
