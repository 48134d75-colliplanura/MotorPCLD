      *----------------------------------------------------------------*
      * BOOK......: ARCKMIGR.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do retrato mensal de migracao de PCLD
      *         (sequencial, 150 posicoes, um dataset datado por mes
      *         de referencia). Gravado no fechamento do mes por
      *         ARCP0655: uma linha por linha aplicada, cumprida,
      *         descumprida ou cancelada da AUDITORIA, em ordem de
      *         chave, com os valores da faixa no CADOPR congelados
      *         (VL-AMTR/VL-PCLD) e o movimento do mes apurado contra
      *         o retrato do mes anterior. Lido por ARCR0640 (matriz
      *         de migracao) e pelo proprio ARCP0655 no mes seguinte.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      * VRS0002 15.10.2026 - F8944859 - MGR-IC-RUBR (rubrica contabil
      *         da linha), tomado do FILLER: recuperacao de contrato
      *         baixado a prejuizo lanca o caixa recuperado em rubrica
      *         propria, sem reversao de PCLD.
      *----------------------------------------------------------------*

      *    Linha da AUDITORIA: conta, data/hora de gravacao, Resultado
      *    e faixa
       03  MGR-CHAVE.
           05  MGR-SG-SIS-OGM-OPR      PIC  X(03).
           05  MGR-NR-UNCO-CTR-OPR     PIC  9(17).
           05  MGR-NR-EPRD-FNCD        PIC  9(05).
           05  MGR-NR-SCTR-OPR         PIC  9(05).
           05  MGR-DT-PROC             PIC  9(08).
           05  MGR-HR-PROC             PIC  9(06).
           05  MGR-IC-RSTD             PIC  9(02).
           05  MGR-CD-FXA-RVSA         PIC  9(04).
      *    Mes de referencia do retrato e data em que foi tirado
       03  MGR-AAAAMM-REF              PIC  9(06).
       03  MGR-DT-SNAP                 PIC  9(08).
      *    Situacao da linha no fechamento e no retrato anterior
      *    (espaco = linha ausente do retrato anterior)
       03  MGR-IC-SITC                 PIC  X(01).
           88  MGR-SITC-APLICADA       VALUE 'A'.
           88  MGR-SITC-CUMPRIDA       VALUE 'C'.
           88  MGR-SITC-DESCUMPRIDA    VALUE 'D'.
           88  MGR-SITC-CANCELADA      VALUE 'X'.
       03  MGR-IC-SITC-ANT             PIC  X(01).
      *    Proposta aplicada dentro do mes de referencia
       03  MGR-IC-APLC-MES             PIC  X(01).
           88  MGR-APLICADA-MES        VALUE 'S'.
      *    Movimento do mes: cumprida, descumprida ou cancelada
      *    dentro do mes de referencia (espaco = sem movimento)
       03  MGR-IC-MVTO                 PIC  X(01).
           88  MGR-MVTO-CUMPRIDA       VALUE 'C'.
           88  MGR-MVTO-DESCUMPRIDA    VALUE 'D'.
           88  MGR-MVTO-CANCELADA      VALUE 'X'.
           88  MGR-SEM-MVTO            VALUE ' '.
       03  MGR-CD-GR-PRD               PIC  9(04).
       03  MGR-VL-ENTD                 PIC  9(15)V99.
      *    Valores da faixa congelados no primeiro retrato que viu a
      *    linha: 'S' herdados do retrato anterior, 'C' lidos no
      *    CADOPR neste fechamento, 'N' faixa ausente (valores zero)
       03  MGR-VL-AMTR                 PIC  9(13)V99.
       03  MGR-VL-PCLD                 PIC  9(13)V99.
       03  MGR-IC-ORIG-FXA             PIC  X(01).
           88  MGR-FXA-RETRATO         VALUE 'S'.
           88  MGR-FXA-CADOPR          VALUE 'C'.
           88  MGR-FXA-AUSENTE         VALUE 'N'.
       03  MGR-DT-ORIG-FXA             PIC  9(08).
       03  MGR-CD-OPER                 PIC  X(08).
      *    Rubrica contabil: 'R' reversao de PCLD (espaco nos retratos
      *    anteriores ao campo), 'P' recuperacao de baixado a prejuizo
      *    (VL-PCLD zero, VL-AMTR e o caixa recuperado da faixa)
       03  MGR-IC-RUBR                 PIC  X(01).
           88  MGR-RUBR-REVERSAO       VALUE 'R' ' '.
           88  MGR-RUBR-RECUPERACAO    VALUE 'P'.
       03  FILLER                      PIC  X(13).
