      *----------------------------------------------------------------*
      * BOOK......: ARCKAVIS.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do arquivo de interface AVISOS (sequencial,
      *         150 posicoes) gerado diariamente por ARCP0653 para o
      *         sistema de mensageria: um registro por parcela da
      *         entrada de proposta aplicada - lembrete (AVS-TP 'L')
      *         N dias uteis antes do vencimento, ou cobranca (AVS-TP
      *         'C') no 1o e no 5o dia util apos o vencimento sem
      *         cobertura no recebido acumulado. O canal usa os
      *         codigos de CTT-CD-CNL (book ARCKCTTO): 'M' mensagem
      *         SMS, 'E' e-mail, 'C' carta. A proposta e identificada
      *         pela conta e pela data/hora da linha aplicada na
      *         AUDITORIA (AVS-DT-PROC/AVS-HR-PROC).
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  AVS-TP                      PIC  X(01).
           88  AVS-TP-LEMBRETE         VALUE 'L'.
           88  AVS-TP-COBRANCA         VALUE 'C'.
       03  AVS-CD-CNL                  PIC  X(01).
           88  AVS-CNL-MENSAGEM        VALUE 'M'.
           88  AVS-CNL-EMAIL           VALUE 'E'.
           88  AVS-CNL-CARTA           VALUE 'C'.
      *    Dias uteis ate (lembrete) ou apos (cobranca) o vencimento
       03  AVS-QT-DIAS-UTEIS           PIC  9(02).
       03  AVS-CONTA.
           05  AVS-SG-SIS-OGM-OPR      PIC  X(03).
           05  AVS-NR-UNCO-CTR-OPR     PIC  9(17).
           05  AVS-NR-EPRD-FNCD        PIC  9(05).
           05  AVS-NR-SCTR-OPR         PIC  9(05).
       03  AVS-DT-PROC                 PIC  9(08).
       03  AVS-HR-PROC                 PIC  9(06).
       03  AVS-NR-PRC                  PIC  9(01).
       03  AVS-QT-PRC                  PIC  9(01).
       03  AVS-DT-VNCTO                PIC  9(08).
       03  AVS-VL-PRC                  PIC  9(15)V99.
      *    Entrada acumulada ate esta parcela e recebido acumulado da
      *    conta na data da geracao
       03  AVS-VL-ENTD-ACUM            PIC  9(15)V99.
       03  AVS-VL-RCBD                 PIC  9(15)V99.
      *    Negociador dono da conta (ATRIBUI) ou, sem dono, o
      *    operador que aplicou a proposta
       03  AVS-CD-NGCD                 PIC  X(08).
       03  AVS-DT-GRCO                 PIC  9(08).
       03  FILLER                      PIC  X(25).
