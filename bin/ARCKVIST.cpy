      *----------------------------------------------------------------*
      * BOOK......: ARCKVIST.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do VISTCTA (VSAM KSDS, chave a conta, 114
      *         posicoes) - ultima data em que a conta apareceu no
      *         ENTRADA e no SALDOS e a situacao dela na manutencao de
      *         contas inativas do CADOPR (ARCP0659): ativa, candidata
      *         a expurgo de um lote listado ou expurgada (faixas
      *         guardadas no CADEXPG, book ARCKCXPG, para a
      *         recuperacao se a conta voltar do sistema de
      *         emprestimos). O inicio da observacao impede que conta
      *         recem-cadastrada, ainda sem historico, saia como
      *         inativa.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  VIS-CHAVE.
           05  VIS-SG-SIS-OGM-OPR      PIC  X(03).
           05  VIS-NR-UNCO-CTR-OPR     PIC  9(17).
           05  VIS-NR-EPRD-FNCD        PIC  9(05).
           05  VIS-NR-SCTR-OPR         PIC  9(05).
       03  VIS-DT-INI-OBS              PIC  9(08).
       03  VIS-DT-ULT-ENTD             PIC  9(08).
       03  VIS-DT-ULT-SLDO             PIC  9(08).
       03  VIS-IC-SITC                 PIC  X(01).
           88  VIS-SITC-ATIVA          VALUE ' '.
           88  VIS-SITC-CANDIDATA      VALUE 'C'.
           88  VIS-SITC-EXPURGADA      VALUE 'E'.
      *    Lote (data da listagem) e quem listou a candidata
       03  VIS-DT-LOTE                 PIC  9(08).
       03  VIS-CD-OPER-LSTG            PIC  X(08).
      *    Expurgo: carimbo, faixas retiradas e quem aprovou
       03  VIS-DT-EXPG                 PIC  9(08).
       03  VIS-HR-EXPG                 PIC  9(06).
       03  VIS-QT-FXA-EXPG             PIC  9(03).
       03  VIS-CD-OPER-APRV            PIC  X(08).
      *    Ultima recuperacao de conta expurgada que voltou
       03  VIS-DT-RCPR                 PIC  9(08).
       03  FILLER                      PIC  X(10).
