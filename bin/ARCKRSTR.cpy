      *----------------------------------------------------------------*
      * BOOK......: ARCKRSTR.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do rastro de decisao do motor ARCSB628
      *         (dataset sequencial RASTRO, 450 posicoes). Gravado so
      *         para requisicao com ARCSB628-IC-RSTR = 'S': um registro
      *         por combinacao candidata e Resultado dizendo se entrou
      *         no top-3 ou por que foi descartada, e no fim da
      *         requisicao as opcoes finais de cada Resultado. Lido
      *         pelo formatador ARCR0641.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      * VRS0002 15.10.2026 - F8944859 - Motivo 'G' - combinacao sem
      *         reversao liquida da recuperacao de garantia.
      * VRS0003 15.10.2026 - F8944859 - Motivo 'Q' - faixa abaixo da
      *         recuperacao minima (modo de recuperacao, que grava
      *         RST-TP-MODO 'P').
      *----------------------------------------------------------------*

      *    Requisicao rastreada: origem (programa, userid ou caso do
      *    harness), identificacao (conta ou caso), data/hora e numero
      *    da requisicao na execucao do motor, sequencia do registro
       03  RST-CHAVE.
           05  RST-CD-ORIG             PIC  X(08).
           05  RST-ID-RSTR             PIC  X(30).
           05  RST-DT-RQSC             PIC  9(08).
           05  RST-HR-RQSC             PIC  9(08).
           05  RST-NR-RQSC             PIC  9(05).
           05  RST-NR-SEQ              PIC  9(09).
       03  RST-TP-MODO                 PIC  X(01).
      *    Resultado avaliado (00 = a combinacao inteira, antes de
      *    chegar a Resultado algum)
       03  RST-IC-RSTD                 PIC  9(02).
       03  RST-CD-MTV                  PIC  X(01).
           88  RST-ACEITA              VALUE 'A'.
           88  RST-VENCIDA             VALUE 'R'.
           88  RST-DESLOCADA           VALUE 'D'.
           88  RST-EXCLUIDA            VALUE 'X'.
           88  RST-INCOMPATIVEL        VALUE 'I'.
           88  RST-FORA-BANDA          VALUE 'B'.
           88  RST-PODADA              VALUE 'P'.
           88  RST-ACIMA-LIMIAR        VALUE 'L'.
           88  RST-SEM-PRAZO           VALUE 'Z'.
           88  RST-META-NAO-ATGD       VALUE 'M'.
           88  RST-SEM-RVSA-LQDA       VALUE 'G'.
           88  RST-ABAIXO-RCPR-MIN     VALUE 'Q'.
           88  RST-OPCAO-FINAL         VALUE 'F'.
           88  RST-TRUNCADO            VALUE 'T'.
      *    Posicao no top-3 (aceita, deslocada ou opcao final)
       03  RST-IC-OPC                  PIC  9(01).
       03  RST-VL-ENTD                 PIC  9(15)V99.
      *    Amortizacao e PCLD acumulados da combinacao
       03  RST-VL-AMTR                 PIC  9(15)V99.
       03  RST-VL-PCLD                 PIC  9(15)V99.
      *    Valor confrontado e o limite contra o qual foi confrontado
      *    (criterio x 3a opcao no ranking, amortizacao x banda ou
      *    limiar de entrada, PCLD x meta do modo reverso)
       03  RST-VL-CRIT                 PIC  9(15)V9(9).
       03  RST-VL-LIM                  PIC  9(15)V9(9).
       03  RST-QT-CBN                  PIC  9(02).
       03  RST-LS-CBN OCCURS 30 TIMES.
           05  RST-CD-GR-PRD           PIC  9(04).
           05  RST-CD-FXA-RVSA         PIC  9(04).
       03  FILLER                      PIC  X(36).
