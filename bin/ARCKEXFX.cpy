      *----------------------------------------------------------------*
      * BOOK......: ARCKEXFX.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do extrato diario de faixas EXTFAIXA,
      *         recebido do sistema de emprestimos - uma linha por
      *         faixa de amortizacao/PCLD vigente da conta, com o
      *         cadastro completo de todas as contas do dia (conta
      *         ausente do extrato nao tem mais faixa). Consumido por
      *         ARCP0656, que carrega no CADOPR (book ARCKCADO) a
      *         diferenca contra o cadastro corrente.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  EXF-SG-SIS-OGM-OPR          PIC  X(03).
       03  FILLER                      PIC  X(01).
       03  EXF-NR-UNCO-CTR-OPR         PIC  9(17).
       03  FILLER                      PIC  X(01).
       03  EXF-NR-EPRD-FNCD            PIC  9(05).
       03  FILLER                      PIC  X(01).
       03  EXF-NR-SCTR-OPR             PIC  9(05).
       03  FILLER                      PIC  X(01).
       03  EXF-CD-FXA                  PIC  9(02).
       03  FILLER                      PIC  X(01).
       03  EXF-CD-GR-PRD               PIC  9(04).
       03  FILLER                      PIC  X(01).
       03  EXF-VL-AMTR                 PIC  9(13)V99.
       03  FILLER                      PIC  X(01).
       03  EXF-VL-PCLD                 PIC  9(13)V99.
       03  FILLER                      PIC  X(01).
       03  EXF-QT-PRZ                  PIC  9(03).
