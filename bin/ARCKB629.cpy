      *----------------------------------------------------------------*
      * BOOK......: ARCKB629.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Book da subrotina ARCSB629 (situacao da proposta
      *         no AUDIHIST). Funcoes:
      *         'C' consulta - localiza o espelho AUDIHIST da linha
      *             ARCSB629-AUDITORIA e devolve a situacao corrente,
      *             ja sobreposta na propria imagem;
      *         'A' altera - confere que a situacao corrente e
      *             ARCSB629-IC-SITC-ANT, regrava no AUDIHIST a
      *             ARCSB629-IC-SITC-NOVA e grava a transicao no
      *             SITTRANS (book ARCKSITT);
      *         'T' transicao - so grava no SITTRANS a mudanca que o
      *             chamador ja fez no AUDIHIST (ARCSB629-CHAVE-PROP).
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  ARCSB629-ERRO.
           05  ARCSB629-SEQL-ERRO                PIC S9(09)    COMP-5.
           05  ARCSB629-TX-ERRO                  PIC X(120).
           05  ARCSB629-IN-SCS                    PIC X(01)
                                                   VALUE 'N'.
               88  ARCSB629-IN-SCS-OK            VALUE 'S'.
               88  ARCSB629-IN-SCS-ERRO          VALUE 'N'.

       03  ARCSB629-CD-FUNC                    PIC X(01).
           88  ARCSB629-FUNC-CONSULTAR          VALUE 'C'.
           88  ARCSB629-FUNC-ALTERAR            VALUE 'A'.
           88  ARCSB629-FUNC-TRANSICAO          VALUE 'T'.
           88  ARCSB629-FUNC-VLDA               VALUE 'C' 'A' 'T'.
      *    Retorno de 'C' e 'A': espelho achado, ausente ou (so em
      *    'A') em situacao diferente da esperada - nada regravado
       03  ARCSB629-IC-ACHOU                   PIC X(01).
           88  ARCSB629-ACHOU                   VALUE 'S'.
           88  ARCSB629-NAO-ACHOU               VALUE 'N'.
           88  ARCSB629-DIVERGENTE              VALUE 'D'.
      *    Programa do lote ou operador que muda a situacao
       03  ARCSB629-CD-PGM-OPER                PIC X(08).
      *    Tipo do evento da transicao ('T'): 'I' ou 'A' (ARCKSITT)
       03  ARCSB629-TP-EVENTO                  PIC X(01).
       03  ARCSB629-IC-SITC-ANT                PIC X(01).
       03  ARCSB629-IC-SITC-NOVA               PIC X(01).
      *    Situacao corrente do espelho devolvida por 'C' e 'A'
       03  ARCSB629-IC-SITC-ATU                PIC X(01).
      *    Chave do espelho (imagem de AUDV-CHAVE): devolvida por 'C'
      *    e 'A', recebida por 'T'
       03  ARCSB629-CHAVE-PROP                 PIC X(48).
      *    Linha da AUDITORIA (book ARCKAUDT)
       03  ARCSB629-AUDITORIA                  PIC X(195).
