      *----------------------------------------------------------------*
      * BOOK......: ARCKEMBJ.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do diario de movimentos da lista de
      *         embargos - uma linha por registro, prorrogacao ou
      *         levantamento efetivado na transacao ARCT0634, com o
      *         operador, o carimbo e as imagens completas do
      *         registro EMBARGO (book ARCKEMBG) antes e depois
      *         (espacos antes de um registro novo). Gravado na fila
      *         TD 'EMBJ', cujo destino fisico e o dataset EMBJORN;
      *         lido pela varredura noturna ARCP0650 para o quadro de
      *         movimentos do relatorio de compliance.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  EMBJ-DT                     PIC  9(08).
       03  FILLER                      PIC  X(01).
       03  EMBJ-HR                     PIC  9(06).
       03  FILLER                      PIC  X(01).
       03  EMBJ-CD-OPER                PIC  X(08).
       03  FILLER                      PIC  X(01).
       03  EMBJ-IC-ACAO                PIC  X(01).
           88  EMBJ-ACAO-REGISTRO      VALUE 'R'.
           88  EMBJ-ACAO-PRORROGACAO   VALUE 'P'.
           88  EMBJ-ACAO-LEVANTAMENTO  VALUE 'V'.
       03  FILLER                      PIC  X(01).
       03  EMBJ-IMAGEM-ANT             PIC  X(59).
       03  FILLER                      PIC  X(01).
       03  EMBJ-IMAGEM-NOVA            PIC  X(59).
