      *----------------------------------------------------------------*
      * BOOK......: ARCKSEGJ.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do diario de alteracoes dos cadastros de
      *         seguranca - uma linha por alteracao efetivada no
      *         PERFIL (book ARCKPERF) ou no ALCADA (book ARCKALCD),
      *         com o administrador que solicitou, o que confirmou
      *         (quatro olhos), o carimbo de data/hora e as imagens
      *         completas do registro antes e depois da acao (espacos
      *         quando nao se aplica: antes da inclusao, depois da
      *         exclusao). Gravado por ARCT0633 na fila TD 'SEGJ',
      *         cujo destino fisico e o dataset SEGJORN; ARCR0637
      *         imprime as alteracoes do dia.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  SEGJ-DT                     PIC  9(08).
       03  FILLER                      PIC  X(01).
       03  SEGJ-HR                     PIC  9(06).
       03  FILLER                      PIC  X(01).
       03  SEGJ-CD-OPER                PIC  X(08).
       03  FILLER                      PIC  X(01).
       03  SEGJ-CD-OPER-APRV           PIC  X(08).
       03  FILLER                      PIC  X(01).
       03  SEGJ-IC-ARQ                 PIC  X(01).
           88  SEGJ-ARQ-PERFIL         VALUE 'P'.
           88  SEGJ-ARQ-ALCADA         VALUE 'L'.
       03  FILLER                      PIC  X(01).
       03  SEGJ-IC-ACAO                PIC  X(01).
           88  SEGJ-ACAO-INCLUSAO      VALUE 'I'.
           88  SEGJ-ACAO-ALTERACAO     VALUE 'A'.
           88  SEGJ-ACAO-EXCLUSAO      VALUE 'E'.
       03  FILLER                      PIC  X(01).
       03  SEGJ-IMAGEM-ANT             PIC  X(23).
       03  FILLER                      PIC  X(01).
       03  SEGJ-IMAGEM-NOVA            PIC  X(23).
