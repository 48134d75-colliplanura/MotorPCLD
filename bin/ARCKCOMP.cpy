      *----------------------------------------------------------------*
      * BOOK......: ARCKCOMP.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do razao de comissoes pagas COMSPAG (VSAM
      *         KSDS, 150 posicoes) - uma linha por proposta cumprida
      *         que gerou comissao, chaveada pela conta e data/hora
      *         da proposta (as linhas da AUDITORIA de mesma data/hora
      *         compoem a proposta). E o que impede pagar duas vezes a
      *         mesma proposta e o que localiza a comissao a estornar
      *         quando a proposta paga e cancelada 'X' depois. Gravado
      *         e regravado so pela apuracao mensal ARCP0657.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  CMP-CHAVE.
           05  CMP-SG-SIS-OGM-OPR      PIC  X(03).
           05  CMP-NR-UNCO-CTR-OPR     PIC  9(17).
           05  CMP-NR-EPRD-FNCD        PIC  9(05).
           05  CMP-NR-SCTR-OPR         PIC  9(05).
           05  CMP-DT-PROC             PIC  9(08).
           05  CMP-HR-PROC             PIC  9(06).
      *    Operador que aplicou, tipo dele e favorecido da comissao
      *    (o proprio operador, ou a equipe/agencia se externo)
       03  CMP-CD-OPER                 PIC  X(08).
       03  CMP-TP-NGCD                 PIC  X(01).
       03  CMP-CD-FAVD                 PIC  X(08).
       03  CMP-CD-GR-PRD               PIC  9(04).
       03  CMP-IC-RSTD                 PIC  9(02).
       03  CMP-VL-BASE                 PIC  9(15)V99.
       03  CMP-PC-COMS                 PIC  9(03)V9(04).
       03  CMP-VL-COMS                 PIC  9(13)V99.
       03  CMP-AAAAMM-PGTO             PIC  9(06).
       03  CMP-IC-SITC                 PIC  X(01).
           88  CMP-SITC-PAGA           VALUE 'P'.
           88  CMP-SITC-ESTORNADA      VALUE 'E'.
      *    Estorno: mes da apuracao e data/hora das linhas 'X' do
      *    cancelamento que o originou
       03  CMP-AAAAMM-ESTORNO          PIC  9(06).
       03  CMP-DT-PROC-CANC            PIC  9(08).
       03  CMP-HR-PROC-CANC            PIC  9(06).
       03  FILLER                      PIC  X(17).
