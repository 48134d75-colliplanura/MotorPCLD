      *----------------------------------------------------------------*
      * BOOK......: ARCKCTTO.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do registro de contatos com o cliente
      *         CONTATO (VSAM KSDS) - uma linha por contato do
      *         negociador com a conta: quando, quem, por qual canal,
      *         o desfecho, o texto livre e, no desfecho promessa, a
      *         data prometida para o pagamento/aplicacao. A data e a
      *         hora vao INVERTIDAS na chave (99999999 - data, 999999
      *         - hora), de modo que o browse GTEQ pela conta devolve
      *         o contato mais recente primeiro; o sequencial
      *         desempata contatos do mesmo segundo. Gravado pela
      *         transacao de captura ARCT0635; lido on-line por
      *         ARCT0630 (historico da conta) e ARCT0632 (carteira
      *         do cliente) e a noite por ARCR0638 (promessas
      *         vencidas sem aplicacao nem pagamento). O desfecho
      *         08 (aviso automatico) e gravado so pela rotina de
      *         lembretes e cobranca ARCP0653 - fora de
      *         CTT-DSFC-VALIDO, que e o dominio da captura.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      * VRS0002 15.10.2026 - F8944859 - Desfecho 08 aviso automatico
      *         (lembrete/cobranca de parcela da entrada, ARCP0653) e
      *         CTT-DSFC-CONHECIDO para a exibicao.
      *----------------------------------------------------------------*

       03  CTT-CHAVE.
           05  CTT-SG-SIS-OGM-OPR      PIC  X(03).
           05  CTT-NR-UNCO-CTR-OPR     PIC  9(17).
           05  CTT-NR-EPRD-FNCD        PIC  9(05).
           05  CTT-NR-SCTR-OPR         PIC  9(05).
           05  CTT-DT-INV              PIC  9(08).
           05  CTT-HR-INV              PIC  9(06).
           05  CTT-NR-SEQ              PIC  9(02).
       03  CTT-DT-CTT                  PIC  9(08).
       03  CTT-HR-CTT                  PIC  9(06).
       03  CTT-CD-OPER                 PIC  X(08).
       03  CTT-CD-CNL                  PIC  X(01).
           88  CTT-CNL-TELEFONE        VALUE 'T'.
           88  CTT-CNL-EMAIL           VALUE 'E'.
           88  CTT-CNL-MENSAGEM        VALUE 'M'.
           88  CTT-CNL-PRESENCIAL      VALUE 'P'.
           88  CTT-CNL-CARTA           VALUE 'C'.
           88  CTT-CNL-VALIDO          VALUE 'T' 'E' 'M' 'P' 'C'.
       03  CTT-CD-DSFC                 PIC  9(02).
           88  CTT-DSFC-NAO-ATENDE     VALUE 01.
           88  CTT-DSFC-RECADO         VALUE 02.
           88  CTT-DSFC-PROMESSA       VALUE 03.
           88  CTT-DSFC-RECUSA         VALUE 04.
           88  CTT-DSFC-NEGOCIANDO     VALUE 05.
           88  CTT-DSFC-CONTESTA       VALUE 06.
           88  CTT-DSFC-CONTATO-ERRADO VALUE 07.
           88  CTT-DSFC-AVISO          VALUE 08.
           88  CTT-DSFC-VALIDO         VALUE 01 THRU 07.
           88  CTT-DSFC-CONHECIDO      VALUE 01 THRU 08.
      *    Data prometida - so no desfecho promessa, zeros nos demais
       03  CTT-DT-PROM                 PIC  9(08).
       03  CTT-TX-CTT                  PIC  X(100).
       03  FILLER                      PIC  X(21).
