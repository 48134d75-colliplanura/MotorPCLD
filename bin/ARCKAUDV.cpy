      *         mesma execucao.
      *----------------------------------------------------------------*
      * VRS0001 22.08.2026 - F8944859 - Implantacao.
      * VRS0002 15.10.2026 - F8944859 - AUDV-IC-SITC passa a ser o
      *         registro oficial da situacao da proposta: expurgo,
      *         reprecificacao, conciliacao de pagamentos e varredura
      *         de embargos mudam a situacao aqui (ARCSB629), com a
      *         transicao datada no SITTRANS (ARCKSITT).
      * VRS0003 15.10.2026 - F8944859 - AUDV-TP-MODO 'P': proposta de
      *         recuperacao de conta baixada a prejuizo (ARCKAUDT).
      *----------------------------------------------------------------*

       03  AUDV-CHAVE.
           05  AUDV-HR-PROC            PIC  9(06).
           05  AUDV-NR-SEQ             PIC  9(04).
       03  AUDV-TP-MODO                PIC  X(01).
           88  AUDV-MODO-RECUPERACAO   VALUE 'P'.
       03  AUDV-VL-ENTD                PIC  9(15)V99.
       03  AUDV-VL-PCLD-ALVO           PIC  9(15)V99.
       03  AUDV-IC-RSTD                PIC  9(02).
