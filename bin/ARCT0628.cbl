      *        suficiente e userid distinto, confirmar com PF6 na
      *        mesma tela - a confirmacao grava a situacao aplicada
      *        com AUD-CD-OPER-APRV (ARCKAUDT 195).
      * VRS021 15.10.2026 - F8944859 - Conta baixada a prejuizo
      *        (ARCSB627-IC-PRJZ-OPR) precifica em modo recuperacao
      *        (ARCSB628-IC-RCPR): caixa recuperado contra o saldo
      *        baixado e a taxa minima do produto. Commarea e
      *        auditoria com TP-MODO 'P', descricoes dos Resultados
      *        de recuperacao na tela e sem consumo do orcamento de
      *        PCLD. Na consulta do cliente as baixadas nao se
      *        misturam com as ativas: havendo ativa com faixa, so
      *        as ativas sao precificadas e a tela avisa quantas
      *        baixadas ficaram de fora; so com baixadas, a
      *        requisicao vai em recuperacao. PF4 nao compara planos
      *        de conta baixada.
      * VRS020 15.10.2026 - F8944859 - Garantia da conta (cadastro
      *        GARANTIA, devolvida por ARCSB627) segue para o motor na
      *        consulta, no PF4 e na precificacao do cliente; Resultado
      *        11 (reversao liquida de garantia) na tela - commarea
      *        com 11 Resultados.
      * VRS019 15.10.2026 - F8944859 - Formalizacao do aceite do
      *        cliente: PF2 registra no FORMALIZ (book ARCKFRML) a
      *        data do aceite (DTAC), o canal (CNL: agencia,
      *        assinatura digital, ligacao gravada) e a referencia do
      *        documento (DCTO) da aplicacao mais recente da conta,
      *        localizada no AUDIHIST como no cancelamento, e grava o
      *        evento 'F' no feed. Cobranca e contabilidade so recebem
      *        o Resultado formalizado; o nao formalizado no prazo e
      *        cancelado por ARCP0660.
      * VRS018 15.10.2026 - F8944859 - Orcamento mensal de reversao de
      *        PCLD e desconto por grupo de produto (ORCAMEN, book
      *        ARCKORCM): o PF5 apura, pelas faixas do CADOPR, quanto o
      *        Resultado consome de cada grupo no mes; acima do saldo
      *        de algum grupo a selecao fica pendente e so o PF6 de um
      *        supervisor (perfil 'A' na transacao LORC, alem da
      *        alcada) confirma. Aplicacao direta e confirmada somam o
      *        consumo no ORCAMEN.
      * VRS017 15.10.2026 - F8944859 - AUDIHIST passa a ser o registro
      *        oficial da situacao: linha gravada direto no AUDIHIST
      *        com situacao (aplicada, pendente, confirmada, cancelada)
      *        deixa a transicao no SITTRANS (book ARCKSITT), com o
      *        operador que fez a acao. Falha no SITTRANS nao derruba
      *        a aplicacao.
      * VRS016 15.10.2026 - F8944859 - Rastro de decisao do motor:
      *        PF12 refaz a consulta digitada (conta ou cliente) com
      *        ARCSB628-IC-RSTR ligado, o userid do operador como
      *        origem e a conta ou o cliente como identificacao - o
      *        motor grava no RASTRO por que cada combinacao entrou
      *        ou nao no top-3 (formatador ARCR0641) e a tela informa
      *        quantos registros foram gravados.
      * VRS015 15.10.2026 - F8944859 - Limite de frequencia de
      *        proposta: antes de precificar (ENTER de conta ou de
      *        cliente), a conta que ja recebeu o maximo de propostas
      *        do grupo na janela movel do FREQPRD (book ARCKFREQ) -
      *        por conta ou pelo cliente inteiro, contadas no
      *        AUDIHIST como na montagem de ARCP0627 - e barrada; a
      *        consulta de cliente e barrada inteira. O PF9 de um
      *        supervisor (perfil 'A' na transacao LFRQ, userid
      *        distinto do negociador) grava a liberacao do dia no
      *        FREQLIB (book ARCKFRQL) com o motivo digitado em MOTV
      *        e refaz a consulta.
      * VRS014 15.10.2026 - F8944859 - Reoferta automatica: conta com
      *        ciclo ativo no REOFERTA (book ARCKREOF, vide ARCP0654)
      *        precifica com a politica rigida - no ENTER (conta ou
      *        cliente) a entrada nao fica abaixo da entrada minima
      *        da reoferta e o PF4 compara so ate o maximo de
      *        parcelas dela; a tela avisa a politica aplicada.
      * VRS013 02.09.2026 - F8944859 - Precificacao do cliente
      *        inteiro: digitado o numero do cliente (campo CLI), o
      *        ENTER reune todas as contas dele pelo indice CLINDEX
           03  WK-EVT-SITC                  PIC  X(01).
           03  WK-EVT-OPER                  PIC  X(08).

      *    Ciclo de reoferta automatica da conta (vide VRS014)
       01  REOFERTA-REGISTRO.
-INC ARCKREOF

       01  GRP-REOFERTA.
           03  WK-REOF-SW                   PIC  X(01).
               88  WK-REOF-ATIVA            VALUE 'S'.
           03  WK-CHAVE-REOFERTA.
               05  WK-RFT-SIS               PIC  X(03).
               05  WK-RFT-OPR               PIC  9(17).
               05  WK-RFT-EPRD              PIC  9(05).
               05  WK-RFT-SCTR              PIC  9(05).
           03  WK-RFT-VL-ENTD-MIN           PIC S9(15)V99 COMP-3.
           03  WK-RFT-QT-PRC-MAX            PIC  9(01).
           03  DSP-VL-ENTD-MIN              PIC ZZZ.ZZZ.ZZ9,99.

      *    Limite de frequencia de proposta (vide VRS015) - parametro
      *    do grupo, liberacao do supervisor, cliente da conta
      *    consultada e a contagem das propostas distintas (data/
      *    hora) da conta ou do cliente na janela.
       01  FREQPRD-REGISTRO.
-INC ARCKFREQ

       01  FREQLIB-REGISTRO.
-INC ARCKFRQL

       01  ATRIBUI-REGISTRO.
-INC ARCKATRB

       01  GRP-FREQUENCIA.
           03  WK-FRQ-EXCEDIDA-SW           PIC  X(01).
               88  WK-FRQ-EXCEDIDA          VALUE 'S'.
           03  WK-FRQ-FIM-SW                PIC  X(01).
               88  WK-FRQ-FIM               VALUE 'S'.
           03  WK-FRQ-FIM-CLI-SW            PIC  X(01).
               88  WK-FRQ-FIM-CLI           VALUE 'S'.
           03  WK-FRQ-ACHOU-SW              PIC  X(01).
               88  WK-FRQ-ACHOU             VALUE 'S'.
           03  WK-FRQ-IC-NIVEL              PIC  X(01).
               88  WK-FRQ-NIVEL-CONTA       VALUE 'C'.
               88  WK-FRQ-NIVEL-CLIENTE     VALUE 'L'.
           03  WK-FRQ-CHAVE-PRD             PIC  9(04).
           03  WK-FRQ-CD-GR-PRD             PIC  9(04).
           03  WK-FRQ-QT-DIAS               PIC  9(03).
           03  WK-FRQ-QT-MAX-CTA            PIC  9(02).
           03  WK-FRQ-QT-MAX-CLI            PIC  9(02).
           03  WK-FRQ-QT-MAX                PIC  9(02).
           03  WK-FRQ-QT-PRPT               PIC  9(02).
           03  WK-FRQ-INT-INI               PIC S9(09) COMP-5.
           03  WK-FRQ-DT-INI                PIC  9(08).
           03  WK-FRQ-NR-CLI                PIC  9(09).
      *        Conta verificada e conta sendo contada no AUDIHIST
           03  WK-FRQ-CTA-VRFD.
               05  WK-FRQ-VRF-SIS           PIC  X(03).
               05  WK-FRQ-VRF-OPR           PIC  9(17).
               05  WK-FRQ-VRF-EPRD          PIC  9(05).
               05  WK-FRQ-VRF-SCTR          PIC  9(05).
           03  WK-FRQ-CHAVE-CTA.
               05  WK-FRQ-SIS               PIC  X(03).
               05  WK-FRQ-OPR               PIC  9(17).
               05  WK-FRQ-EPRD              PIC  9(05).
               05  WK-FRQ-SCTR              PIC  9(05).
      *        Ultimo cliente contado - as contas do mesmo cliente na
      *        consulta multigrupos reaproveitam a contagem
           03  WK-FRQ-CLI-ULT               PIC  9(09) VALUE ZEROS.
           03  WK-FRQ-DT-INI-ULT            PIC  9(08) VALUE ZEROS.
           03  WK-FRQ-QT-MAX-ULT            PIC  9(02) VALUE ZEROS.
           03  WK-FRQ-QT-CLI-ULT            PIC  9(02) VALUE ZEROS.
           03  WK-CHAVE-FREQLIB.
               05  WK-FRL-DT                PIC  9(08).
               05  WK-FRL-TP                PIC  X(01).
               05  WK-FRL-SIS               PIC  X(03).
               05  WK-FRL-OPR               PIC  9(17).
               05  WK-FRL-EPRD              PIC  9(05).
               05  WK-FRL-SCTR              PIC  9(05).
               05  WK-FRL-CLI               PIC  9(09).
           03  WK-FRQ-IX                    PIC S9(04) COMP-5.
           03  WK-FRQ-QT-TB                 PIC S9(04) COMP-5.
           03  WK-FRQ-TB-PRPT OCCURS 99 TIMES.
               05  WK-FRQ-TB-DT             PIC  9(08).
               05  WK-FRQ-TB-HR             PIC  9(06).

       01  GRP-EMBARGO.
           03  WK-EMBARGADA-SW              PIC  X(01).
               88  WK-EMBARGADA             VALUE 'S'.
                          VALUE 'Melhor reversao PCLD com fx.5 entr.'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Melhor reversao ponderada por prazo'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Melhor reversao liquida de garantia'.

       01  FILLER REDEFINES TABELA-RSTD.
           03  TAB-RSTD   OCCURS 11 TIMES   PIC  X(40).

      *    Descricoes dos Resultados em modo recuperacao (vide VRS021)
      *    - mesma tabela de ARCSB628.
       01  TABELA-RSTD-RCPR.
           03  FILLER                       PIC  X(40)
                          VALUE 'Menor recuperacao'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Maior recuperacao'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Melhor taxa de recuperacao'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Melhor taxa na faixa media +/- 10%'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Maior recuperacao com a entrada'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Maior recuperacao com fx.2 entr.'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Maior recuperacao com fx.3 entr.'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Maior recuperacao com fx.4 entr.'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Maior recuperacao com fx.5 entr.'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Prazo - nao se aplica a recuperacao'.
           03  FILLER                       PIC  X(40)
                   VALUE 'Garantia - nao se aplica a recuperacao'.

       01  FILLER REDEFINES TABELA-RSTD-RCPR.
           03  TAB-RSTD-RCPR OCCURS 11 TIMES
                                            PIC  X(40).

      *    Requisicao/resposta do motor de combinacoes - mesma forma
      *    que ARCP0627 usa para chamar ARCSB628, aqui para uma unica
           03  DSP-VL-PCLD-ALVO             PIC ZZZ.ZZZ.ZZ9,99.
           03  DSP-CD-GR-PRD-RSTD           PIC  9(04).
           03  DSP-CD-FXA-RVSA-RSTD         PIC  9(04).
           03  DSP-QT-RSTR-GRVD             PIC ZZZ.ZZZ.ZZ9.

       01  WK-CONTA-DIGITADA.
           03  WK-SIS                       PIC  X(03).
               88  FIM-INDICE               VALUE 'S'.
           03  WK-QT-CTAS-CLI               PIC S9(04) COMP-5.
           03  WK-QT-CTAS-EMBG              PIC S9(04) COMP-5.
           03  WK-QT-CTAS-PRJZ              PIC S9(04) COMP-5.
           03  WK-QT-CTAS-ATIVAS            PIC S9(04) COMP-5.
           03  DSP-QT-CTAS-PRJZ             PIC  Z9.

      *    Registro do indice por cliente lido do CLINDEX
       01  CLINDEX-REGISTRO.
       01  AUDIHIST-REGISTRO.
-INC ARCKAUDV

      *    Formalizacao do aceite do cliente (vide VRS019) - chave de
      *    busca da formalizacao ja registrada para a aplicacao.
       01  FORMALIZ-REGISTRO.
-INC ARCKFRML

       01  GRP-FORMALIZACAO.
           03  WK-CHAVE-FML.
               05  WK-FML-SIS               PIC  X(03).
               05  WK-FML-OPR               PIC  9(17).
               05  WK-FML-EPRD              PIC  9(05).
               05  WK-FML-SCTR              PIC  9(05).
               05  WK-FML-DT                PIC  9(08).
               05  WK-FML-HR                PIC  9(06).
           03  WK-FML-JA-FEITA-SW           PIC  X(01).
               88  WK-FML-JA-FEITA          VALUE 'S'.

       01  GRP-HIST-GRV.
           03  WK-HIST-GRAVADO-SW           PIC  X(01).
               88  WK-HIST-GRAVADO          VALUE 'S'.
           03  WK-TRNS-GRAVADA-SW           PIC  X(01).
               88  WK-TRNS-GRAVADA          VALUE 'S'.

      *    Transicao da situacao gravada no AUDIHIST (vide VRS017)
       01  SITTRANS-REGISTRO.
-INC ARCKSITT

      *    Orcamento mensal por grupo de produto (vide VRS018) - o
      *    consumo do Resultado e apurado por grupo a partir das
      *    faixas aplicadas no CADOPR.
       01  ORCAMEN-REGISTRO.
-INC ARCKORCM

       01  CADOPR-REGISTRO.
-INC ARCKCADO

       01  GRP-ORCAMENTO.
           03  WK-ORC-IC-RSTD               PIC  9(02).
           03  WK-ORC-AAAAMM                PIC  9(06).
           03  WK-ORC-EXCEDIDO-SW           PIC  X(01).
               88  WK-ORC-EXCEDIDO          VALUE 'S'.
           03  WK-ORC-INDISP-SW             PIC  X(01).
               88  WK-ORC-INDISPONIVEL      VALUE 'S'.
           03  WK-ORC-SUPERVISOR-SW         PIC  X(01).
               88  WK-ORC-SUPERVISOR        VALUE 'S'.
           03  WK-ORC-GRAVADO-SW            PIC  X(01).
               88  WK-ORC-GRAVADO           VALUE 'S'.
           03  WK-ORC-CD-GR-EXCD            PIC  9(04).
           03  WK-ORC-VL-AMTR-TOT           PIC S9(15)V99 COMP-3.
           03  WK-ORC-VL-ENTD-GR            PIC S9(15)V99 COMP-3.
           03  WK-ORC-QT-GR                 PIC S9(04) COMP-5.
           03  IX-ORC                       PIC S9(04) COMP-5.
           03  WK-ORC-TB-GR OCCURS 5 TIMES.
               05  WK-ORC-CD-GR             PIC  9(04).
               05  WK-ORC-VL-AMTR           PIC S9(15)V99 COMP-3.
               05  WK-ORC-VL-PCLD           PIC S9(15)V99 COMP-3.
               05  WK-ORC-VL-DSCT           PIC S9(15)V99 COMP-3.

       01  DATA-HORA-AUD.
           03  DTH-DATA                     PIC  9(08).
           03  WK-PLN-INT-VNCTO             PIC S9(09) COMP-5.
           03  WK-PLN-ERRO-SW               PIC  X(01).
               88  WK-PLN-ERRO              VALUE 'S'.
           03  WK-PLN-QT-MAX                PIC  9(01).
           03  DSP-VL-RVSA                  PIC ZZZ.ZZZ.ZZ9,99.
           03  DSP-QT-RSTD-PLN              PIC  9(02).
           03  DSP-QT-PRST-ATGD             PIC  9(01).
      *    Cliente da consulta multigrupos (zeros na consulta por
      *    conta) - vide VRS013.
           03  CA-NR-CLI                    PIC  9(09).
      *    Consulta barrada pelo limite de frequencia, aguardando a
      *    liberacao do supervisor (PF9) - vide VRS015. CA-FRQ-TP
      *    'C' consulta de conta, 'L' consulta do cliente inteiro.
           03  CA-IC-PNDT-FREQ              PIC  X(01).
               88  CA-TEM-PNDT-FREQ         VALUE 'F'.
           03  CA-FRQ-TP                    PIC  X(01).
           03  CA-FRQ-SIS                   PIC  X(03).
           03  CA-FRQ-OPR                   PIC  9(17).
           03  CA-FRQ-EPRD                  PIC  9(05).
           03  CA-FRQ-SCTR                  PIC  9(05).
           03  CA-FRQ-NR-CLI                PIC  9(09).
           03  CA-FRQ-CD-OPER               PIC  X(08).
           03  CA-FRQ-CD-GR-PRD             PIC  9(04).
           03  CA-FRQ-QT-DIAS               PIC  9(03).
           03  CA-FRQ-QT-PRPT               PIC  9(02).
           03  CA-FRQ-QT-MAX                PIC  9(02).
           03  CA-FRQ-IC-NIVEL              PIC  X(01).
      *    Selecao pendente porque passa do orcamento do grupo - a
      *    confirmacao exige supervisor (vide VRS018)
           03  CA-IC-PNDT-ORC               PIC  X(01).
               88  CA-PNDT-ORCAMENTO        VALUE 'O'.
           03  CA-LS-RSTD OCCURS 11 TIMES.
               05  CA-QT-OPC                PIC S9(04)    COMP-5.
               05  CA-QT-FXA-RSTD           PIC S9(04)    COMP-5.
      *        Cada combinacao carrega a propria conta - na consulta
                                              CA-DT-VLDD
                                              CA-IC-RSTD-PNDT
                                              CA-NR-CLI
                                              CA-FRQ-OPR
                                              CA-FRQ-EPRD
                                              CA-FRQ-SCTR
                                              CA-FRQ-NR-CLI
                                              CA-FRQ-CD-GR-PRD
                                              CA-FRQ-QT-DIAS
                                              CA-FRQ-QT-PRPT
                                              CA-FRQ-QT-MAX
           MOVE 1                          TO CA-IC-RSTD-ATU

           EXEC CICS
                   PERFORM 247000-CONFIRMAR-CANCELAMENTO
                   PERFORM 500000-MONTAR-TELA-RESPOSTA
                   PERFORM 600000-ENVIAR-TELA
               WHEN DFHPF2
                   SET  WK-NAO-MAPFAIL      TO TRUE
                   PERFORM 249500-FORMALIZAR-ACEITE
                   PERFORM 500000-MONTAR-TELA-RESPOSTA
                   PERFORM 600000-ENVIAR-TELA
               WHEN DFHPF9
                   SET  WK-NAO-MAPFAIL      TO TRUE
                   PERFORM 298000-LIBERAR-FREQUENCIA
                   PERFORM 500000-MONTAR-TELA-RESPOSTA
                   PERFORM 600000-ENVIAR-TELA
               WHEN DFHPF12
                   SET  WK-NAO-MAPFAIL      TO TRUE
                   PERFORM 210000-RECEBER-CONTA
                   IF  WK-NAO-MAPFAIL
                       PERFORM 299000-RASTREAR-CONSULTA
                   END-IF
                   PERFORM 500000-MONTAR-TELA-RESPOSTA
                   PERFORM 600000-ENVIAR-TELA
               WHEN DFHPF4
      *            Comparacao de planos monta as proprias linhas -
      *            nao passa por 500000, que as sobrescreveria com
               WHEN OTHER
                   MOVE SPACES              TO MSGO OF ARCM628O
                   STRING
                       'Tecla invalida - ENTER, PF2 ou PF3 a PF12'
                       DELIMITED BY SIZE INTO MSGO OF ARCM628O
                   PERFORM 600000-ENVIAR-TELA
           END-EVALUATE
                   ELSE
                       PERFORM 260000-OBTER-ALCADA

                       MOVE CA-IC-RSTD-ATU  TO WK-ORC-IC-RSTD
                       PERFORM 262000-VERIFICAR-ORCAMENTO

                       IF  CA-VL-ENTD GREATER WK-VL-ALCD-OPER
                       OR  WK-ORC-EXCEDIDO
      *                    Selecao acima da alcada do operador - fica
      *                    pendente na auditoria ate um segundo
      *                    operador confirmar com PF6 (dupla
      *                    aprovacao). Acima do orcamento do grupo
      *                    (VRS018), o segundo operador precisa ser
      *                    supervisor.
                           MOVE CA-IC-RSTD-ATU  TO WK-AUD-IC-SLCD
                           MOVE 'P'             TO WK-AUD-SITC
                           MOVE MOTVI           TO WK-AUD-TX-MTV
                           MOVE WK-OPER         TO CA-CD-OPER-PNDT
                           MOVE CA-IC-RSTD-ATU  TO CA-IC-RSTD-PNDT
                           MOVE MOTVI           TO CA-TX-MTV-PNDT
                           MOVE SPACES          TO CA-IC-PNDT-ORC

                           IF  WK-ORC-EXCEDIDO
                               MOVE 'O'         TO CA-IC-PNDT-ORC
                               IF  WK-ORC-INDISPONIVEL
                                   STRING
                                       'Orcamento indisponivel -'
                                       ' pendente; supervisor'
                                       ' confirma com PF6'
                                       DELIMITED BY SIZE
                                       INTO MSGO OF ARCM628O
                               ELSE
                                   STRING
                                       'Acima do orcamento do grupo '
                                       WK-ORC-CD-GR-EXCD
                                       ' - pendente; supervisor'
                                       ' confirma com PF6'
                                       DELIMITED BY SIZE
                                       INTO MSGO OF ARCM628O
                               END-IF
                           ELSE
                               STRING
                                   'Acima da alcada - pendente;'
                                   ' operador senior confirma com PF6'
                                   DELIMITED BY SIZE
                                   INTO MSGO OF ARCM628O
                           END-IF
                       ELSE
                           MOVE CA-IC-RSTD-ATU  TO CA-IC-RSTD-SLCD
                           MOVE CA-IC-RSTD-ATU  TO WK-AUD-IC-SLCD
                           MOVE WK-OPER         TO WK-AUD-OPER
                           MOVE SPACES          TO WK-AUD-OPER-APRV
                           PERFORM 250000-GRAVAR-SELECAO-AUDITORIA
                           MOVE 'N'             TO WK-ORC-SUPERVISOR-SW
                           PERFORM 264000-CONSUMIR-ORCAMENTO
                           MOVE 'A'             TO WK-EVT-IC
                           MOVE 'A'             TO WK-EVT-SITC
                           MOVE WK-OPER         TO WK-EVT-OPER
               GO TO 245000-SAI
           END-IF

      *    Orcamento do grupo (VRS018) - reapurado na confirmacao:
      *    pendencia que ja passava do saldo, ou que passou a passar
      *    desde o PF5, so um supervisor confirma.
           MOVE CA-IC-RSTD-PNDT            TO WK-ORC-IC-RSTD
           PERFORM 262000-VERIFICAR-ORCAMENTO
           MOVE 'N'                        TO WK-ORC-SUPERVISOR-SW

           IF  WK-ORC-EXCEDIDO
           OR  CA-PNDT-ORCAMENTO
               PERFORM 263000-VERIFICAR-SUPERVISOR
               IF  NOT WK-ORC-SUPERVISOR
                   MOVE 'CONFIRMAR ORC PF6'  TO WK-VIO-TX-ACAO
                   PERFORM 055000-REGISTRAR-VIOLACAO
                   STRING
                       'Selecao acima do orcamento do grupo - '
                       'confirmacao exige supervisor'
                       DELIMITED BY SIZE INTO MSGO OF ARCM628O
                   GO TO 245000-SAI
               END-IF
           END-IF

           MOVE CA-IC-RSTD-PNDT            TO CA-IC-RSTD-SLCD
           MOVE CA-IC-RSTD-PNDT            TO WK-AUD-IC-SLCD
           MOVE 'A'                        TO WK-AUD-SITC
           MOVE WK-OPER                    TO WK-AUD-OPER-APRV
           PERFORM 250000-GRAVAR-SELECAO-AUDITORIA

           PERFORM 264000-CONSUMIR-ORCAMENTO

           MOVE 'V'                        TO WK-EVT-IC
           MOVE 'A'                        TO WK-EVT-SITC
           MOVE WK-OPER                    TO WK-EVT-OPER
           MOVE SPACES                     TO CA-CD-OPER-PNDT
           MOVE ZEROS                      TO CA-IC-RSTD-PNDT
           MOVE SPACES                     TO CA-TX-MTV-PNDT
           MOVE SPACES                     TO CA-IC-PNDT-ORC

           STRING
               'Selecao confirmada pelo segundo operador e'
      *    sobrou colhido e a aplicacao mais recente.
           IF  WK-CANC-DT GREATER ZEROS
           AND WK-CANC-IC-RSTD GREATER ZEROS
           AND WK-CANC-IC-RSTD LESS OR EQUAL 11
               MOVE WK-CANC-IC-RSTD        TO CA-IC-RSTD-SLCD
               MOVE WK-CANC-TP-MODO        TO CA-TP-MODO
               MOVE WK-CANC-VL-ENTD        TO CA-VL-ENTD
           .
       249000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       249500-FORMALIZAR-ACEITE SECTION.
      *-----------------------------------------------------------------
      *    PF2 (VRS019) - registra o aceite do cliente a aplicacao
      *    mais recente da conta consultada: data do aceite (DTAC),
      *    canal (CNL) e referencia do documento (DCTO). A aplicacao
      *    e sempre relocalizada no AUDIHIST (248000) - o aceite chega
      *    dias depois, em outra conversa, e a data/hora da linha
      *    aplicada e a referencia gravada no FORMALIZ.

           EXEC CICS
               RECEIVE MAP('ARCM628') MAPSET('ARCSM628')
                       INTO(ARCM628I)
           END-EXEC

           MOVE SPACES                     TO MSGO OF ARCM628O

           IF  NOT WK-AUT-ATUALIZA
               MOVE 'FORMALIZAR PF2'       TO WK-VIO-TX-ACAO
               PERFORM 055000-REGISTRAR-VIOLACAO
               STRING
                   'Perfil sem nivel para formalizar - somente'
                   ' consulta'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 249500-SAI
           END-IF

           PERFORM 248000-LOCALIZAR-APLICADA

           IF  WK-CANC-DT EQUAL ZEROS
           OR  WK-CANC-IC-RSTD EQUAL ZEROS
               STRING 'Nao ha Resultado aplicado para esta conta'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 249500-SAI
           END-IF

           MOVE FUNCTION CURRENT-DATE      TO DATA-HORA-AUD

           IF  WK-MAPFAIL
           OR  DTACI NOT NUMERIC
               STRING 'Data do aceite (DTAC) e obrigatoria - AAAAMMDD'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 249500-SAI
           END-IF

           IF  FUNCTION TEST-DATE-YYYYMMDD(DTACI) NOT EQUAL ZEROS
           OR  DTACI GREATER DTH-DATA
           OR  DTACI LESS WK-CANC-DT
               STRING
                   'Data do aceite invalida - entre a aplicacao e'
                   ' hoje'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 249500-SAI
           END-IF

           MOVE CNLI                       TO FRM-IC-CANAL
           IF  NOT FRM-CANAL-VALIDO
               STRING
                   'Canal (CNL): A agencia, D assinatura digital,'
                   ' G ligacao gravada'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 249500-SAI
           END-IF

           IF  DCTOI EQUAL SPACES
           OR  DCTOI EQUAL LOW-VALUES
               STRING 'Referencia do documento (DCTO) e obrigatoria'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 249500-SAI
           END-IF

      *    Formalizacao ja registrada para a mesma aplicacao: o
      *    primeiro registro da conta a partir dela aponta para ela.
           MOVE 'N'                        TO WK-FML-JA-FEITA-SW
           MOVE CA-SG-SIS-OGM-OPR          TO WK-FML-SIS
           MOVE CA-NR-UNCO-CTR-OPR         TO WK-FML-OPR
           MOVE CA-NR-EPRD-FNCD            TO WK-FML-EPRD
           MOVE CA-NR-SCTR-OPR             TO WK-FML-SCTR
           MOVE WK-CANC-DT                 TO WK-FML-DT
           MOVE WK-CANC-HR                 TO WK-FML-HR

           EXEC CICS
               READ FILE('FORMALIZ') INTO(FORMALIZ-REGISTRO)
                    RIDFLD(WK-CHAVE-FML) GTEQ RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
           AND FRM-SG-SIS-OGM-OPR  EQUAL CA-SG-SIS-OGM-OPR
           AND FRM-NR-UNCO-CTR-OPR EQUAL CA-NR-UNCO-CTR-OPR
           AND FRM-NR-EPRD-FNCD    EQUAL CA-NR-EPRD-FNCD
           AND FRM-NR-SCTR-OPR     EQUAL CA-NR-SCTR-OPR
           AND FRM-DT-APLC         EQUAL WK-CANC-DT
           AND FRM-HR-APLC         EQUAL WK-CANC-HR
               SET  WK-FML-JA-FEITA        TO TRUE
           END-IF

           IF  WK-FML-JA-FEITA
               STRING
                   'Aplicacao ja formalizada em ' FRM-DT-REG
                   ' por ' FRM-CD-OPER
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 249500-SAI
           END-IF

           MOVE SPACES                     TO FORMALIZ-REGISTRO
           MOVE CA-SG-SIS-OGM-OPR          TO FRM-SG-SIS-OGM-OPR
           MOVE CA-NR-UNCO-CTR-OPR         TO FRM-NR-UNCO-CTR-OPR
           MOVE CA-NR-EPRD-FNCD            TO FRM-NR-EPRD-FNCD
           MOVE CA-NR-SCTR-OPR             TO FRM-NR-SCTR-OPR
           MOVE DTH-DATA                   TO FRM-DT-REG
           MOVE DTH-HORA                   TO FRM-HR-REG
           MOVE WK-CANC-DT                 TO FRM-DT-APLC
           MOVE WK-CANC-HR                 TO FRM-HR-APLC
           MOVE WK-CANC-IC-RSTD            TO FRM-IC-RSTD-SLCD
           MOVE DTACI                      TO FRM-DT-ACEI
           MOVE CNLI                       TO FRM-IC-CANAL
           MOVE DCTOI                      TO FRM-NR-DCT-REF
           MOVE WK-PRF-CD-OPER             TO FRM-CD-OPER
           SET  FRM-ORIGEM-TELA            TO TRUE

           EXEC CICS
               WRITE FILE('FORMALIZ') FROM(FORMALIZ-REGISTRO)
                     RIDFLD(FRM-CHAVE) RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               STRING
                   'Falha na gravacao do FORMALIZ - tente novamente'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 249500-SAI
           END-IF

           MOVE 'F'                        TO WK-EVT-IC
           MOVE 'A'                        TO WK-EVT-SITC
           MOVE WK-PRF-CD-OPER             TO WK-EVT-OPER
           PERFORM 265000-GRAVAR-EVENTO

           MOVE ZEROS                      TO DTACO
           MOVE SPACES                     TO CNLO
           MOVE SPACES                     TO DCTOO

           STRING
               'Aceite formalizado - Resultado liberado para'
               ' cobranca e contabilidade'
               DELIMITED BY SIZE INTO MSGO OF ARCM628O

           .
       249500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       260000-OBTER-ALCADA SECTION.
      *-----------------------------------------------------------------
           .
       260000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       262000-VERIFICAR-ORCAMENTO SECTION.
      *-----------------------------------------------------------------
      *    Consumo do Resultado WK-ORC-IC-RSTD por grupo de produto
      *    (vide VRS018): reversao = VL-PCLD das faixas aplicadas no
      *    CADOPR; desconto = VL-AMTR delas menos a entrada rateada
      *    pelo VL-AMTR. Confere cada grupo contra o saldo do mes no
      *    ORCAMEN - grupo sem registro nao tem teto; ORCAMEN fora do
      *    ar conta como acima do saldo (supervisor decide).

           MOVE 'N'                        TO WK-ORC-EXCEDIDO-SW
           MOVE 'N'                        TO WK-ORC-INDISP-SW
           MOVE ZEROS                      TO WK-ORC-CD-GR-EXCD
           MOVE ZEROS                      TO WK-ORC-QT-GR
           MOVE ZEROS                      TO WK-ORC-VL-AMTR-TOT
           MOVE FUNCTION CURRENT-DATE      TO DATA-HORA-AUD
           MOVE DTH-DATA(1:6)              TO WK-ORC-AAAAMM

           IF  WK-ORC-IC-RSTD EQUAL ZEROS
           OR  WK-ORC-IC-RSTD GREATER 11
               GO TO 262000-SAI
           END-IF

      *    Recuperacao de conta baixada a prejuizo (vide VRS021) nao
      *    consome orcamento - nao ha PCLD a reverter.
           IF  CA-TP-MODO EQUAL 'P'
               GO TO 262000-SAI
           END-IF

           PERFORM VARYING IX-FXA FROM 1 BY 1
           UNTIL IX-FXA GREATER CA-QT-FXA-RSTD(WK-ORC-IC-RSTD)
           OR IX-FXA GREATER 5

               MOVE CA-CBN-SIS (WK-ORC-IC-RSTD IX-FXA) TO CADOPR-SIS
               MOVE CA-CBN-OPR (WK-ORC-IC-RSTD IX-FXA) TO CADOPR-OPR
               MOVE CA-CBN-EPRD(WK-ORC-IC-RSTD IX-FXA) TO CADOPR-EPRD
               MOVE CA-CBN-SCTR(WK-ORC-IC-RSTD IX-FXA) TO CADOPR-SCTR
               MOVE CA-CD-FXA-RVSA-RSTD(WK-ORC-IC-RSTD IX-FXA)
                                            TO CADOPR-FXA

               EXEC CICS
                   READ FILE('CADOPR') INTO(CADOPR-REGISTRO)
                        RIDFLD(CADOPR-CHAVE) RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP EQUAL CTE-RESP-NORMAL
               AND CADOPR-VL-AMTR NUMERIC
               AND CADOPR-VL-PCLD NUMERIC
                   PERFORM VARYING IX-ORC FROM 1 BY 1
                   UNTIL IX-ORC GREATER WK-ORC-QT-GR
                   OR WK-ORC-CD-GR(IX-ORC) EQUAL
                      CA-CD-GR-PRD-RSTD(WK-ORC-IC-RSTD IX-FXA)
                       CONTINUE
                   END-PERFORM
                   IF  IX-ORC GREATER WK-ORC-QT-GR
                       ADD  1                 TO WK-ORC-QT-GR
                       MOVE CA-CD-GR-PRD-RSTD(WK-ORC-IC-RSTD IX-FXA)
                                              TO WK-ORC-CD-GR(IX-ORC)
                       MOVE ZEROS             TO WK-ORC-VL-AMTR(IX-ORC)
                                                 WK-ORC-VL-PCLD(IX-ORC)
                                                 WK-ORC-VL-DSCT(IX-ORC)
                   END-IF
                   ADD  CADOPR-VL-AMTR     TO WK-ORC-VL-AMTR(IX-ORC)
                   ADD  CADOPR-VL-PCLD     TO WK-ORC-VL-PCLD(IX-ORC)
                   ADD  CADOPR-VL-AMTR     TO WK-ORC-VL-AMTR-TOT
               END-IF

           END-PERFORM

           PERFORM VARYING IX-ORC FROM 1 BY 1
           UNTIL IX-ORC GREATER WK-ORC-QT-GR

               IF  WK-ORC-VL-AMTR-TOT GREATER CA-VL-ENTD
                   COMPUTE WK-ORC-VL-ENTD-GR ROUNDED =
                       CA-VL-ENTD * WK-ORC-VL-AMTR(IX-ORC)
                                  / WK-ORC-VL-AMTR-TOT
                   END-COMPUTE
                   COMPUTE WK-ORC-VL-DSCT(IX-ORC) =
                       WK-ORC-VL-AMTR(IX-ORC) - WK-ORC-VL-ENTD-GR
                   END-COMPUTE
               END-IF

               MOVE WK-ORC-CD-GR(IX-ORC)   TO ORC-CD-GR-PRD
               MOVE WK-ORC-AAAAMM          TO ORC-AAAAMM

               EXEC CICS
                   READ FILE('ORCAMEN') INTO(ORCAMEN-REGISTRO)
                        RIDFLD(ORC-CHAVE) RESP(WK-RESP)
               END-EXEC

               EVALUATE TRUE
                   WHEN WK-RESP EQUAL CTE-RESP-NOTFND
                       CONTINUE
                   WHEN WK-RESP NOT EQUAL CTE-RESP-NORMAL
                       SET  WK-ORC-EXCEDIDO     TO TRUE
                       SET  WK-ORC-INDISPONIVEL TO TRUE
                   WHEN ORC-VL-TETO-PCLD GREATER ZEROS
                    AND ORC-VL-CNSM-PCLD + WK-ORC-VL-PCLD(IX-ORC)
                        GREATER ORC-VL-TETO-PCLD
                       SET  WK-ORC-EXCEDIDO     TO TRUE
                       MOVE WK-ORC-CD-GR(IX-ORC) TO WK-ORC-CD-GR-EXCD
                   WHEN ORC-VL-TETO-DSCT GREATER ZEROS
                    AND ORC-VL-CNSM-DSCT + WK-ORC-VL-DSCT(IX-ORC)
                        GREATER ORC-VL-TETO-DSCT
                       SET  WK-ORC-EXCEDIDO     TO TRUE
                       MOVE WK-ORC-CD-GR(IX-ORC) TO WK-ORC-CD-GR-EXCD
               END-EVALUATE

           END-PERFORM

           .
       262000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       263000-VERIFICAR-SUPERVISOR SECTION.
      *-----------------------------------------------------------------
      *    Confirmacao acima do orcamento (vide VRS018) exige perfil
      *    'A' na transacao LORC - mesmo esquema da liberacao de
      *    frequencia (LFRQ) do PF9.

           MOVE 'N'                        TO WK-ORC-SUPERVISOR-SW
           MOVE SPACES                     TO WK-PRF-CD-OPER

           EXEC CICS
               ASSIGN USERID(WK-PRF-CD-OPER)
           END-EXEC
           MOVE 'LORC'                     TO WK-PRF-CD-TRNS

           EXEC CICS
               READ FILE('PERFIL') INTO(PERFIL-REGISTRO)
                    RIDFLD(WK-CHAVE-PERFIL) RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
           AND PERF-IC-NIVEL EQUAL 'A'
               SET  WK-ORC-SUPERVISOR      TO TRUE
           END-IF

           MOVE EIBTRNID                   TO WK-PRF-CD-TRNS

           .
       263000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       264000-CONSUMIR-ORCAMENTO SECTION.
      *-----------------------------------------------------------------
      *    Soma no ORCAMEN o consumo apurado por 262000 para cada grupo
      *    do Resultado aplicado (vide VRS018); grupo/mes sem registro
      *    e criado com tetos zerados. Falha e ignorada: a aplicacao
      *    ja esta feita.

           MOVE FUNCTION CURRENT-DATE      TO DATA-HORA-AUD

           PERFORM VARYING IX-ORC FROM 1 BY 1
           UNTIL IX-ORC GREATER WK-ORC-QT-GR

               MOVE 'N'                    TO WK-ORC-GRAVADO-SW
               MOVE WK-ORC-CD-GR(IX-ORC)   TO ORC-CD-GR-PRD
               MOVE WK-ORC-AAAAMM          TO ORC-AAAAMM

               EXEC CICS
                   READ FILE('ORCAMEN') INTO(ORCAMEN-REGISTRO)
                        RIDFLD(ORC-CHAVE) UPDATE RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP EQUAL CTE-RESP-NOTFND
                   MOVE SPACES             TO ORCAMEN-REGISTRO
                   MOVE WK-ORC-CD-GR(IX-ORC) TO ORC-CD-GR-PRD
                   MOVE WK-ORC-AAAAMM      TO ORC-AAAAMM
                   MOVE ZEROS              TO ORC-VL-TETO-PCLD
                                              ORC-VL-TETO-DSCT
                                              ORC-VL-CNSM-PCLD
                                              ORC-VL-CNSM-DSCT
                                              ORC-QT-APLC
                                              ORC-QT-APLC-SPVS
                                              ORC-DT-ATLZ-TETO
                   PERFORM 264500-SOMAR-CONSUMO
                   EXEC CICS
                       WRITE FILE('ORCAMEN') FROM(ORCAMEN-REGISTRO)
                             RIDFLD(ORC-CHAVE) RESP(WK-RESP)
                   END-EXEC
      *            Outra sessao criou o grupo/mes no meio - soma
      *            sobre o registro dela
                   IF  WK-RESP EQUAL CTE-RESP-DUPREC
                       EXEC CICS
                           READ FILE('ORCAMEN') INTO(ORCAMEN-REGISTRO)
                                RIDFLD(ORC-CHAVE) UPDATE
                                RESP(WK-RESP)
                       END-EXEC
                   ELSE
                       SET  WK-ORC-GRAVADO TO TRUE
                   END-IF
               END-IF

               IF  WK-RESP EQUAL CTE-RESP-NORMAL
               AND NOT WK-ORC-GRAVADO
                   PERFORM 264500-SOMAR-CONSUMO
                   EXEC CICS
                       REWRITE FILE('ORCAMEN') FROM(ORCAMEN-REGISTRO)
                               RESP(WK-RESP)
                   END-EXEC
               END-IF

           END-PERFORM

           .
       264000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       264500-SOMAR-CONSUMO SECTION.
      *-----------------------------------------------------------------

           ADD  WK-ORC-VL-PCLD(IX-ORC)     TO ORC-VL-CNSM-PCLD
           ADD  WK-ORC-VL-DSCT(IX-ORC)     TO ORC-VL-CNSM-DSCT
           ADD  1                          TO ORC-QT-APLC
           IF  WK-ORC-SUPERVISOR
               ADD  1                      TO ORC-QT-APLC-SPVS
           END-IF
           MOVE DTH-DATA                   TO ORC-DT-ULT-CNSM
           MOVE DTH-HORA                   TO ORC-HR-ULT-CNSM

           .
       264500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       250000-GRAVAR-SELECAO-AUDITORIA SECTION.
      *-----------------------------------------------------------------

               IF  WK-RESP EQUAL CTE-RESP-NORMAL
                   SET WK-HIST-GRAVADO     TO TRUE
                   IF  AUDV-IC-SITC NOT EQUAL SPACE
                       PERFORM 256000-GRAVAR-TRANSICAO
                   END-IF
               ELSE
                   IF  WK-RESP EQUAL CTE-RESP-DUPREC
                       ADD 1               TO AUDV-NR-SEQ
           .
       255000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       256000-GRAVAR-TRANSICAO SECTION.
      *-----------------------------------------------------------------
      *    Rastro no SITTRANS da linha recem-gravada com situacao no
      *    AUDIHIST (vide VRS017) - instante da acao, o operador que
      *    confirmou (ou o que agiu) e o sequencial da transicao
      *    avancando em chave duplicada. Falha e ignorada: a
      *    aplicacao ja esta feita.

           MOVE SPACES                     TO SITTRANS-REGISTRO
           MOVE DTH-DATA                   TO TRS-DT-TRNS
           MOVE DTH-HORA                   TO TRS-HR-TRNS
           MOVE AUDV-CHAVE                 TO TRS-CHAVE-PROP
           MOVE ZEROS                      TO TRS-NR-SEQ-TRNS
           MOVE SPACE                      TO TRS-IC-SITC-ANT
           MOVE AUDV-IC-SITC               TO TRS-IC-SITC-NOVA
           IF  AUDV-CD-OPER-APRV NOT EQUAL SPACES
               MOVE AUDV-CD-OPER-APRV      TO TRS-CD-PGM-OPER
           ELSE
               MOVE AUDV-CD-OPER           TO TRS-CD-PGM-OPER
           END-IF
           SET  TRS-EVT-INCLUSAO           TO TRUE

           MOVE 'N'                        TO WK-TRNS-GRAVADA-SW

           PERFORM UNTIL WK-TRNS-GRAVADA
           OR TRS-NR-SEQ-TRNS GREATER 9998

               EXEC CICS
                   WRITE FILE('SITTRANS') FROM(SITTRANS-REGISTRO)
                         RIDFLD(TRS-CHAVE) RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP EQUAL CTE-RESP-DUPREC
                   ADD 1                   TO TRS-NR-SEQ-TRNS
               ELSE
                   SET WK-TRNS-GRAVADA     TO TRUE
               END-IF

           END-PERFORM

           .
       256000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       265000-GRAVAR-EVENTO SECTION.
      *-----------------------------------------------------------------
       285000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       290000-VERIFICAR-REOFERTA SECTION.
      *-----------------------------------------------------------------
      *    Conta em ciclo ativo de reoferta (vide VRS014) - o chamador
      *    carrega a conta em WK-RFT-SIS/OPR/EPRD/SCTR e zera a
      *    politica (WK-REOF-SW 'N', entrada minima zero, parcelas
      *    4) antes da primeira conta; varias contas acumulam a
      *    maior entrada minima e o menor maximo de parcelas.

           EXEC CICS
               READ FILE('REOFERTA') INTO(REOFERTA-REGISTRO)
                    RIDFLD(WK-CHAVE-REOFERTA) RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
           OR  NOT RFT-SITC-ATIVA
               GO TO 290000-SAI
           END-IF

           SET  WK-REOF-ATIVA              TO TRUE

           IF  RFT-VL-ENTD-MIN GREATER WK-RFT-VL-ENTD-MIN
               MOVE RFT-VL-ENTD-MIN        TO WK-RFT-VL-ENTD-MIN
           END-IF

           IF  RFT-QT-PRC-MAX GREATER ZEROS
           AND RFT-QT-PRC-MAX LESS WK-RFT-QT-PRC-MAX
               MOVE RFT-QT-PRC-MAX         TO WK-RFT-QT-PRC-MAX
           END-IF

           .
       290000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       295000-AVISAR-REOFERTA SECTION.
      *-----------------------------------------------------------------
      *    Mensagem da politica de reoferta aplicada na precificacao

           MOVE WK-RFT-VL-ENTD-MIN         TO DSP-VL-ENTD-MIN
           MOVE SPACES                     TO MSGO OF ARCM628O
           STRING
               'Reoferta - entrada minima '
               DSP-VL-ENTD-MIN ', ate ' WK-RFT-QT-PRC-MAX
               ' parcela(s)'
               DELIMITED BY SIZE INTO MSGO OF ARCM628O
           END-STRING

           .
       295000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       298000-LIBERAR-FREQUENCIA SECTION.
      *-----------------------------------------------------------------
      *    PF9 (VRS015) - o supervisor libera, para o dia, a consulta
      *    barrada pelo limite de frequencia: exige perfil 'A' na
      *    transacao LFRQ, userid distinto do negociador barrado e o
      *    motivo em MOTV. A liberacao vai para o FREQLIB com o
      *    userid do supervisor (a montagem de ARCP0627 respeita a
      *    mesma linha) e a consulta pendente e refeita.

           EXEC CICS
               RECEIVE MAP('ARCM628') MAPSET('ARCSM628')
                       INTO(ARCM628I)
           END-EXEC

           MOVE SPACES                     TO MSGO OF ARCM628O

           IF  NOT CA-TEM-PNDT-FREQ
               STRING
                   'Nao ha consulta barrada pelo limite de frequencia'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 298000-SAI
           END-IF

           MOVE SPACES                     TO WK-PRF-CD-OPER
           EXEC CICS
               ASSIGN USERID(WK-PRF-CD-OPER)
           END-EXEC
           MOVE 'LFRQ'                     TO WK-PRF-CD-TRNS

           EXEC CICS
               READ FILE('PERFIL') INTO(PERFIL-REGISTRO)
                    RIDFLD(WK-CHAVE-PERFIL) RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
           OR  PERF-IC-NIVEL NOT EQUAL 'A'
               MOVE 'LIBERAR FREQ PF9'     TO WK-VIO-TX-ACAO
               PERFORM 055000-REGISTRAR-VIOLACAO
               STRING
                   'Liberacao do limite exige perfil de supervisor'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 298000-SAI
           END-IF

           IF  WK-PRF-CD-OPER EQUAL CA-FRQ-CD-OPER
               STRING
                   'Liberacao exige supervisor distinto do negociador'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 298000-SAI
           END-IF

           IF  WK-MAPFAIL
           OR  MOTVI EQUAL SPACES
               STRING 'Motivo da liberacao e obrigatorio (MOTV)'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 298000-SAI
           END-IF

           MOVE FUNCTION CURRENT-DATE      TO DATA-HORA-AUD

           MOVE SPACES                     TO FREQLIB-REGISTRO
           MOVE DTH-DATA                   TO FRL-DT-LIB
           MOVE CA-FRQ-TP                  TO FRL-TP
           IF  FRL-TIPO-CLIENTE
      *        Conta vazia na convencao do book ARCKEMBG
               MOVE SPACES                 TO FRL-SG-SIS-OGM-OPR
               MOVE ZEROS                  TO FRL-NR-UNCO-CTR-OPR
               MOVE ZEROS                  TO FRL-NR-EPRD-FNCD
               MOVE ZEROS                  TO FRL-NR-SCTR-OPR
               MOVE CA-FRQ-NR-CLI          TO FRL-NR-CLI
           ELSE
               MOVE CA-FRQ-SIS             TO FRL-SG-SIS-OGM-OPR
               MOVE CA-FRQ-OPR             TO FRL-NR-UNCO-CTR-OPR
               MOVE CA-FRQ-EPRD            TO FRL-NR-EPRD-FNCD
               MOVE CA-FRQ-SCTR            TO FRL-NR-SCTR-OPR
               MOVE ZEROS                  TO FRL-NR-CLI
           END-IF
           MOVE DTH-HORA                   TO FRL-HR-LIB
           MOVE WK-PRF-CD-OPER             TO FRL-CD-OPER-SUPV
           MOVE CA-FRQ-CD-OPER             TO FRL-CD-OPER-SLCT
           MOVE CA-FRQ-CD-GR-PRD           TO FRL-CD-GR-PRD
           MOVE CA-FRQ-QT-DIAS             TO FRL-QT-DIAS
           MOVE CA-FRQ-QT-PRPT             TO FRL-QT-PRPT
           MOVE CA-FRQ-QT-MAX              TO FRL-QT-MAX
           MOVE CA-FRQ-IC-NIVEL            TO FRL-IC-NIVEL
           MOVE MOTVI                      TO FRL-TX-MTV

      *    Chave ja presente e outra liberacao do mesmo dia - vale
      *    a primeira, a consulta segue liberada.
           EXEC CICS
               WRITE FILE('FREQLIB') FROM(FREQLIB-REGISTRO)
                     RIDFLD(FRL-CHAVE) RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
           AND WK-RESP NOT EQUAL CTE-RESP-DUPREC
               STRING 'Falha na gravacao da liberacao (FREQLIB)'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 298000-SAI
           END-IF

           MOVE 1                          TO CA-IC-RSTD-ATU
           IF  CA-FRQ-TP EQUAL 'L'
               MOVE CA-FRQ-NR-CLI          TO WK-CLI-DIGITADO
               PERFORM 310000-CONSULTAR-CLIENTE
           ELSE
               MOVE CA-FRQ-SIS             TO WK-SIS
               MOVE CA-FRQ-OPR             TO WK-OPR
               MOVE CA-FRQ-EPRD            TO WK-EPRD
               MOVE CA-FRQ-SCTR            TO WK-SCTR
               MOVE ZEROS                  TO WK-CLI-DIGITADO
               PERFORM 300000-CONSULTAR-CONTA
           END-IF

           IF  MSGO OF ARCM628O EQUAL SPACES
               STRING 'Limite de frequencia liberado por '
                   WK-PRF-CD-OPER
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
           END-IF

           .
       298000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       299000-RASTREAR-CONSULTA SECTION.
      *-----------------------------------------------------------------
      *    PF12 (VRS016) - a mesma consulta do ENTER, com o rastro de
      *    decisao do motor ligado para esta requisicao: origem o
      *    userid do operador, identificacao a conta digitada ou o
      *    cliente. Embargo, frequencia e reoferta valem como no
      *    ENTER - o rastro mostra a decisao que o negociador teria.

           SET  ARCSB628-RSTR-LIGADO       TO TRUE
           MOVE SPACES                     TO ARCSB628-CD-ORIG-RSTR
           EXEC CICS
               ASSIGN USERID(ARCSB628-CD-ORIG-RSTR)
           END-EXEC

           IF  WK-CLI-DIGITADO GREATER ZEROS
               MOVE SPACES                 TO ARCSB628-ID-RSTR
               STRING 'CLIENTE ' WK-CLI-DIGITADO
                   DELIMITED BY SIZE INTO ARCSB628-ID-RSTR
               PERFORM 310000-CONSULTAR-CLIENTE
           ELSE
               MOVE WK-CONTA-DIGITADA      TO ARCSB628-ID-RSTR
               PERFORM 300000-CONSULTAR-CONTA
           END-IF

           IF  MSGO OF ARCM628O EQUAL SPACES
               MOVE ARCSB628-QT-RSTR-GRVD  TO DSP-QT-RSTR-GRVD
               STRING 'Rastro de decisao gravado - '
                   DSP-QT-RSTR-GRVD ' registros'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
           END-IF

           .
       299000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       270000-COMPARAR-PLANOS SECTION.
      *-----------------------------------------------------------------
      *    PF4 (VRS008): reprecifica a conta da conversa com a
      *    entrada parcelada em 1, 2, 3 e 4 parcelas mensais e mostra
      *    uma linha por plano - reversao de PCLD do Resultado 5 e a
      *    parcela em que a cobertura e atingida. O mesmo par de
      *    chamadas ARCSB627/ARCSB628 da consulta, quatro vezes; as
      *    combinacoes detalhadas continuam na navegacao normal
      *    (ENTER reprecifica, PF7/PF8 paginam).

           MOVE SPACES                     TO MSGO OF ARCM628O
           MOVE SPACES                     TO DSCRO
           MOVE SPACES                     TO SLCDO
           PERFORM VARYING IX-LIN FROM 1 BY 1
           UNTIL IX-LIN GREATER 5
               MOVE SPACES                 TO LINO(IX-LIN)
           END-PERFORM

           MOVE CA-SG-SIS-OGM-OPR          TO SISO
           MOVE CA-NR-UNCO-CTR-OPR         TO OPRO
           MOVE CA-NR-EPRD-FNCD            TO EPRDO
           MOVE CA-NR-SCTR-OPR             TO SCTRO
           MOVE CA-IC-RSTD-ATU             TO RSTDO
           MOVE CA-VL-ENTD                 TO DSP-VL-ENTD
           MOVE DSP-VL-ENTD                TO VLENO
           MOVE CA-VL-PCLD-ALVO            TO DSP-VL-PCLD-ALVO
           MOVE DSP-VL-PCLD-ALVO           TO VLPCO

           IF  CA-QT-RSTD EQUAL ZEROS
               STRING 'Consulte uma conta (ENTER) antes de comparar'
                   ' planos'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 270000-SAI
           END-IF

      *    Conversa de cliente inteiro (VRS013): CA-VL-ENTD e a
      *    entrada da requisicao multigrupos toda - parcelar esse
      *    total sobre UMA conta mostraria reversoes que nao
      *    existem. Planos por conta exigem a consulta da conta.
           IF  CA-NR-CLI GREATER ZEROS
               STRING 'Planos valem por conta - consulte a conta'
                   ' isolada (ENTER) antes do PF4'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 270000-SAI
           END-IF

           MOVE 1                          TO ARCSB627-QT-OPR
           MOVE CA-SG-SIS-OGM-OPR   TO ARCSB627-SG-SIS-OGM-OPR (1)
           MOVE CA-NR-UNCO-CTR-OPR  TO ARCSB627-NR-UNCO-CTR-OPR(1)
           MOVE CA-NR-EPRD-FNCD     TO ARCSB627-NR-EPRD-FNCD   (1)
           MOVE CA-NR-SCTR-OPR      TO ARCSB627-NR-SCTR-OPR    (1)

           MOVE LENGTH OF ARCSB627-DADOS TO EIBCALEN
               GO TO 270000-SAI
           END-IF

      *    Planos medem reversao de PCLD - conta baixada a prejuizo
      *    (vide VRS021) nao tem o que reverter.
           IF  ARCSB627-BAIXADA-PRJZ-OPR(1)
               STRING 'Conta baixada a prejuizo - planos nao se'
                   ' aplicam a recuperacao'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               GO TO 270000-SAI
           END-IF
           SET  ARCSB628-RCPR-DESLIGADO    TO TRUE

           MOVE 1                          TO ARCSB628-QT-GR
           MOVE ARCSB627-CD-GR-PRD-OPR(1)  TO ARCSB628-CD-GR-PRD(1)
           MOVE CA-SG-SIS-OGM-OPR   TO ARCSB628-SG-SIS-OGM-OPR (1)
               MOVE ARCSB627-QT-PRZ-OPR(1 IX-FXA)
                   TO ARCSB628-QT-PRZ-RSTT(1 IX-FXA)
           END-PERFORM
           MOVE ARCSB627-IC-GRNT-OPR(1)    TO ARCSB628-IC-GRNT(1)
           MOVE ARCSB627-CD-TIP-GRNT-OPR(1) TO ARCSB628-CD-TIP-GRNT(1)
           MOVE ARCSB627-DT-AVLC-GRNT-OPR(1)
                                           TO ARCSB628-DT-AVLC-GRNT(1)
           MOVE ARCSB627-VL-RCPR-GRNT-OPR(1)
                                           TO ARCSB628-VL-RCPR-GRNT(1)

           MOVE CA-VL-ENTD                 TO ARCSB628-VL-ENTD
           MOVE CA-VL-ENTD                 TO WK-PLN-VL-BASE
           MOVE 'N'                        TO WK-PLN-ERRO-SW

      *    Conta em reoferta (vide VRS014): entrada nao abaixo da
      *    minima e planos so ate o maximo de parcelas da reoferta.
           MOVE 'N'                        TO WK-REOF-SW
           MOVE ZEROS                      TO WK-RFT-VL-ENTD-MIN
           MOVE 4                          TO WK-RFT-QT-PRC-MAX
           MOVE CA-SG-SIS-OGM-OPR          TO WK-RFT-SIS
           MOVE CA-NR-UNCO-CTR-OPR         TO WK-RFT-OPR
           MOVE CA-NR-EPRD-FNCD            TO WK-RFT-EPRD
           MOVE CA-NR-SCTR-OPR             TO WK-RFT-SCTR
           PERFORM 290000-VERIFICAR-REOFERTA
           MOVE WK-RFT-QT-PRC-MAX          TO WK-PLN-QT-MAX
           IF  WK-REOF-ATIVA
           AND WK-PLN-VL-BASE LESS WK-RFT-VL-ENTD-MIN
               MOVE WK-RFT-VL-ENTD-MIN     TO WK-PLN-VL-BASE
               MOVE WK-RFT-VL-ENTD-MIN     TO ARCSB628-VL-ENTD
           END-IF

           MOVE FUNCTION CURRENT-DATE      TO DATA-HORA-AUD
           COMPUTE WK-PLN-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(DTH-DATA)
           END-COMPUTE

           PERFORM VARYING WK-PLN-NR-PLANO FROM 1 BY 1
           UNTIL WK-PLN-NR-PLANO GREATER WK-PLN-QT-MAX
           OR WK-PLN-ERRO
               PERFORM 275000-PRECIFICAR-PLANO
           END-PERFORM
           ELSE
               MOVE 'Comparacao de planos (Rv = reversao Rslt 5)'
                                            TO DSCRO
               IF  WK-REOF-ATIVA
                   PERFORM 295000-AVISAR-REOFERTA
               ELSE
                   STRING
                       'Planos comparados - ENTER reprecifica a vista'
                       DELIMITED BY SIZE INTO MSGO OF ARCM628O
               END-IF
           END-IF

           .
      *    Resultados - o mesmo par de chamadas que ARCP0627 faz por
      *    lote, aqui reduzido a uma conta so.

           MOVE SPACES                     TO CA-IC-PNDT-FREQ

      *    Conta embargada nao precifica (vide VRS010)
           MOVE WK-SIS                     TO WK-EMB-SIS
           MOVE WK-OPR                     TO WK-EMB-OPR
               STRING 'Conta nao encontrada - ' ARCSB627-TX-ERRO
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
           ELSE
      *        Limite de frequencia da conta e do cliente dela (vide
      *        VRS015) - o cliente vem da linha 'C' do ATRIBUI
               MOVE WK-CONTA-DIGITADA      TO WK-FRQ-CTA-VRFD
               MOVE ARCSB627-CD-GR-PRD-OPR(1)
                                           TO WK-FRQ-CD-GR-PRD
               MOVE ZEROS                  TO WK-FRQ-NR-CLI
               MOVE SPACES                 TO ATR-CHAVE
               SET  ATR-TIPO-CONTA         TO TRUE
               MOVE WK-SIS                 TO ATR-SG-SIS-OGM-OPR
               MOVE WK-OPR                 TO ATR-NR-UNCO-CTR-OPR
               MOVE WK-EPRD                TO ATR-NR-EPRD-FNCD
               MOVE WK-SCTR                TO ATR-NR-SCTR-OPR
               EXEC CICS
                   READ FILE('ATRIBUI') INTO(ATRIBUI-REGISTRO)
                        RIDFLD(ATR-CHAVE) RESP(WK-RESP)
               END-EXEC
               IF  WK-RESP EQUAL CTE-RESP-NORMAL
               AND ATR-NR-CLI NUMERIC
                   MOVE ATR-NR-CLI         TO WK-FRQ-NR-CLI
               END-IF
               PERFORM 330000-VERIFICAR-FREQUENCIA
               IF  WK-FRQ-EXCEDIDA
                   MOVE 'C'                TO CA-FRQ-TP
                   PERFORM 338000-BARRAR-FREQUENCIA
                   GO TO 300000-SAI
               END-IF

               MOVE 1                       TO ARCSB628-QT-GR
               MOVE ARCSB627-CD-GR-PRD-OPR(1)
                                            TO ARCSB628-CD-GR-PRD(1)

               END-PERFORM

               MOVE ARCSB627-IC-GRNT-OPR(1)
                    TO ARCSB628-IC-GRNT(1)
               MOVE ARCSB627-CD-TIP-GRNT-OPR(1)
                    TO ARCSB628-CD-TIP-GRNT(1)
               MOVE ARCSB627-DT-AVLC-GRNT-OPR(1)
                    TO ARCSB628-DT-AVLC-GRNT(1)
               MOVE ARCSB627-VL-RCPR-GRNT-OPR(1)
                    TO ARCSB628-VL-RCPR-GRNT(1)

      *        Conta baixada a prejuizo (vide VRS021) - o motor
      *        precifica em modo recuperacao
               IF  ARCSB627-BAIXADA-PRJZ-OPR(1)
                   SET  ARCSB628-RCPR-LIGADO    TO TRUE
                   MOVE ARCSB627-VL-SDO-PRJZ-OPR(1)
                        TO ARCSB628-VL-SDO-PRJZ(1)
                   MOVE ARCSB627-PC-MIN-RCPR-OPR(1)
                        TO ARCSB628-PC-MIN-RCPR(1)
               ELSE
                   SET  ARCSB628-RCPR-DESLIGADO TO TRUE
               END-IF

      *        Conta em reoferta (vide VRS014)
               MOVE 'N'                    TO WK-REOF-SW
               MOVE ZEROS                  TO WK-RFT-VL-ENTD-MIN
               MOVE 4                      TO WK-RFT-QT-PRC-MAX
               MOVE WK-CONTA-DIGITADA      TO WK-CHAVE-REOFERTA
               PERFORM 290000-VERIFICAR-REOFERTA
               IF  WK-REOF-ATIVA
               AND ARCSB628-VL-ENTD LESS WK-RFT-VL-ENTD-MIN
                   MOVE WK-RFT-VL-ENTD-MIN TO ARCSB628-VL-ENTD
               END-IF

               MOVE LENGTH OF ARCSB628-DADOS TO EIBCALEN
               CALL ARCSB628 USING DFHEIBLK ARCSB628-DADOS

                       DELIMITED BY SIZE INTO MSGO OF ARCM628O
               ELSE
                   PERFORM 350000-COPIAR-RESULTADOS-COMMAREA
                   IF  WK-REOF-ATIVA
                       PERFORM 295000-AVISAR-REOFERTA
                   END-IF
                   IF  ARCSB628-RCPR-LIGADO
                   AND MSGO OF ARCM628O EQUAL SPACES
                       STRING 'Conta baixada a prejuizo - Resultados'
                           ' de recuperacao'
                           DELIMITED BY SIZE INTO MSGO OF ARCM628O
                   END-IF
               END-IF
           END-IF

      *    requisicao multigrupos a ARCSB628 - as combinacoes entre
      *    contas que so o batch via passam a sair na tela.

           MOVE SPACES                     TO CA-IC-PNDT-FREQ

      *    Cliente embargado (tipo 'L') nao precifica - a checagem
      *    por conta de 320000 nao enxerga o registro de cliente.
           MOVE WK-CLI-DIGITADO            TO WK-EMB-CLI
           MOVE ZEROS                      TO ARCSB628-SEQL-ERRO
           MOVE SPACES                     TO ARCSB628-TX-ERRO
           MOVE ZEROS                      TO ARCSB628-QT-GR
           MOVE 'N'                        TO WK-REOF-SW
           MOVE ZEROS                      TO WK-RFT-VL-ENTD-MIN
           MOVE 4                          TO WK-RFT-QT-PRC-MAX
           MOVE 'N'                        TO WK-FRQ-EXCEDIDA-SW
           MOVE WK-CLI-DIGITADO            TO WK-FRQ-NR-CLI

      *    Contas baixadas a prejuizo (vide VRS021) nao se misturam
      *    com as ativas na mesma requisicao: havendo ativa com faixa,
      *    so as ativas sao precificadas e as baixadas ficam para a
      *    consulta isolada; so com baixadas, a requisicao vai em modo
      *    recuperacao.
           MOVE ZEROS                      TO WK-QT-CTAS-PRJZ
           MOVE ZEROS                      TO WK-QT-CTAS-ATIVAS
           PERFORM VARYING IX-OPR FROM 1 BY 1
           UNTIL IX-OPR GREATER ARCSB627-QT-OPR
               IF  ARCSB627-QT-FXA-OPR(IX-OPR) GREATER ZEROS
                   IF  ARCSB627-BAIXADA-PRJZ-OPR(IX-OPR)
                       ADD  1               TO WK-QT-CTAS-PRJZ
                   ELSE
                       ADD  1               TO WK-QT-CTAS-ATIVAS
                   END-IF
               END-IF
           END-PERFORM

           IF  WK-QT-CTAS-ATIVAS EQUAL ZEROS
           AND WK-QT-CTAS-PRJZ GREATER ZEROS
               SET  ARCSB628-RCPR-LIGADO    TO TRUE
           ELSE
               SET  ARCSB628-RCPR-DESLIGADO TO TRUE
           END-IF

      *    Conta sem faixa cadastrada fica de fora da requisicao sem
      *    derrubar as demais - mesmo reindex de 300000-MTA-RQSC-DE-
      *    ARCSB627 em ARCP0627. Conta no limite de frequencia (vide
      *    VRS015) barra a consulta do cliente inteiro.
           PERFORM VARYING IX-OPR FROM 1 BY 1
           UNTIL IX-OPR GREATER ARCSB627-QT-OPR
           OR WK-FRQ-EXCEDIDA

               IF  ARCSB627-QT-FXA-OPR(IX-OPR) GREATER ZEROS
               AND (ARCSB627-BAIXADA-PRJZ-OPR(IX-OPR)
                    AND ARCSB628-RCPR-LIGADO
                OR  NOT ARCSB627-BAIXADA-PRJZ-OPR(IX-OPR)
                    AND ARCSB628-RCPR-DESLIGADO)
                   ADD  1                   TO ARCSB628-QT-GR
                   MOVE ARCSB628-QT-GR      TO IX-GR
                   MOVE ARCSB627-CD-GR-PRD-OPR(IX-OPR)
                       MOVE ARCSB627-QT-PRZ-OPR (IX-OPR IX-FXA)
                           TO ARCSB628-QT-PRZ-RSTT     (IX-GR IX-FXA)
                   END-PERFORM
                   MOVE ARCSB627-IC-GRNT-OPR    (IX-OPR)
                            TO ARCSB628-IC-GRNT        (IX-GR)
                   MOVE ARCSB627-CD-TIP-GRNT-OPR(IX-OPR)
                            TO ARCSB628-CD-TIP-GRNT    (IX-GR)
                   MOVE ARCSB627-DT-AVLC-GRNT-OPR(IX-OPR)
                            TO ARCSB628-DT-AVLC-GRNT   (IX-GR)
                   MOVE ARCSB627-VL-RCPR-GRNT-OPR(IX-OPR)
                            TO ARCSB628-VL-RCPR-GRNT   (IX-GR)
                   MOVE ARCSB627-VL-SDO-PRJZ-OPR(IX-OPR)
                            TO ARCSB628-VL-SDO-PRJZ    (IX-GR)
                   MOVE ARCSB627-PC-MIN-RCPR-OPR(IX-OPR)
                            TO ARCSB628-PC-MIN-RCPR    (IX-GR)

                   MOVE ARCSB627-SG-SIS-OGM-OPR (IX-OPR)
                                            TO WK-RFT-SIS
                   MOVE ARCSB627-NR-UNCO-CTR-OPR(IX-OPR)
                                            TO WK-RFT-OPR
                   MOVE ARCSB627-NR-EPRD-FNCD   (IX-OPR)
                                            TO WK-RFT-EPRD
                   MOVE ARCSB627-NR-SCTR-OPR    (IX-OPR)
                                            TO WK-RFT-SCTR
                   PERFORM 290000-VERIFICAR-REOFERTA

                   MOVE WK-CHAVE-REOFERTA   TO WK-FRQ-CTA-VRFD
                   MOVE ARCSB627-CD-GR-PRD-OPR(IX-OPR)
                                            TO WK-FRQ-CD-GR-PRD
                   PERFORM 330000-VERIFICAR-FREQUENCIA
               END-IF

           END-PERFORM

           IF  WK-FRQ-EXCEDIDA
               MOVE 'L'                    TO CA-FRQ-TP
               PERFORM 338000-BARRAR-FREQUENCIA
               GO TO 310000-SAI
           END-IF

      *    Cliente com conta em reoferta: a entrada da requisicao
      *    inteira nao fica abaixo da maior entrada minima (vide
      *    VRS014).
           IF  WK-REOF-ATIVA
           AND ARCSB628-VL-ENTD LESS WK-RFT-VL-ENTD-MIN
               MOVE WK-RFT-VL-ENTD-MIN     TO ARCSB628-VL-ENTD
           END-IF

           IF  ARCSB628-QT-GR EQUAL ZEROS
               MOVE ZEROS                  TO CA-QT-RSTD
               MOVE SPACES                 TO MSGO OF ARCM628O
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
           ELSE
               PERFORM 350000-COPIAR-RESULTADOS-COMMAREA
               IF  WK-REOF-ATIVA
                   PERFORM 295000-AVISAR-REOFERTA
               END-IF
               IF  MSGO OF ARCM628O EQUAL SPACES
                   IF  ARCSB628-RCPR-LIGADO
                       STRING 'Cliente so com contas baixadas a'
                           ' prejuizo - Resultados de recuperacao'
                           DELIMITED BY SIZE INTO MSGO OF ARCM628O
                   ELSE
                       IF  WK-QT-CTAS-PRJZ GREATER ZEROS
                           MOVE WK-QT-CTAS-PRJZ TO DSP-QT-CTAS-PRJZ
                           STRING DSP-QT-CTAS-PRJZ
                               ' conta(s) baixada(s) a prejuizo fora -'
                               ' consulte cada uma isolada'
                               DELIMITED BY SIZE INTO MSGO OF ARCM628O
                       END-IF
                   END-IF
               END-IF
           END-IF

           .
           .
       320000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       330000-VERIFICAR-FREQUENCIA SECTION.
      *-----------------------------------------------------------------
      *    Limite de frequencia de proposta (VRS015) - mesma regra da
      *    montagem do lote de ARCP0627: parametro do grupo
      *    WK-FRQ-CD-GR-PRD no FREQPRD (ou o padrao 0000; sem nenhum
      *    dos dois, sem limite); a conta WK-FRQ-CTA-VRFD ou o
      *    cliente WK-FRQ-NR-CLI (zeros: so o nivel conta) que ja
      *    recebeu o maximo de propostas nos ultimos FRQ-QT-DIAS
      *    dias e barrado, salvo liberacao do dia no FREQLIB.

           MOVE 'N'                        TO WK-FRQ-EXCEDIDA-SW

           MOVE WK-FRQ-CD-GR-PRD           TO WK-FRQ-CHAVE-PRD
           EXEC CICS
               READ FILE('FREQPRD') INTO(FREQPRD-REGISTRO)
                    RIDFLD(WK-FRQ-CHAVE-PRD) RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               MOVE ZEROS                  TO WK-FRQ-CHAVE-PRD
               EXEC CICS
                   READ FILE('FREQPRD') INTO(FREQPRD-REGISTRO)
                        RIDFLD(WK-FRQ-CHAVE-PRD) RESP(WK-RESP)
               END-EXEC
               IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
                   GO TO 330000-SAI
               END-IF
           END-IF

           IF  FRQ-QT-DIAS NOT NUMERIC
           OR  FRQ-QT-DIAS EQUAL ZEROS
               GO TO 330000-SAI
           END-IF
           MOVE FRQ-QT-DIAS                TO WK-FRQ-QT-DIAS
           MOVE ZEROS                      TO WK-FRQ-QT-MAX-CTA
           MOVE ZEROS                      TO WK-FRQ-QT-MAX-CLI
           IF  FRQ-QT-MAX-CTA NUMERIC
               MOVE FRQ-QT-MAX-CTA         TO WK-FRQ-QT-MAX-CTA
           END-IF
           IF  FRQ-QT-MAX-CLI NUMERIC
               MOVE FRQ-QT-MAX-CLI         TO WK-FRQ-QT-MAX-CLI
           END-IF

           MOVE FUNCTION CURRENT-DATE      TO DATA-HORA-AUD
           COMPUTE WK-FRQ-INT-INI =
               FUNCTION INTEGER-OF-DATE(DTH-DATA)
               - WK-FRQ-QT-DIAS + 1
           END-COMPUTE
           COMPUTE WK-FRQ-DT-INI =
               FUNCTION DATE-OF-INTEGER(WK-FRQ-INT-INI)
           END-COMPUTE

      *    Nivel conta
           IF  WK-FRQ-QT-MAX-CTA GREATER ZEROS
               MOVE ZEROS                  TO WK-FRQ-QT-TB
               MOVE WK-FRQ-QT-MAX-CTA      TO WK-FRQ-QT-MAX
               MOVE WK-FRQ-CTA-VRFD        TO WK-FRQ-CHAVE-CTA
               PERFORM 332000-CONTAR-PROPOSTAS-CONTA
               IF  WK-FRQ-QT-TB GREATER OR EQUAL WK-FRQ-QT-MAX-CTA
                   SET  WK-FRQ-EXCEDIDA    TO TRUE
                   SET  WK-FRQ-NIVEL-CONTA TO TRUE
                   MOVE WK-FRQ-QT-TB       TO WK-FRQ-QT-PRPT
               END-IF
           END-IF

      *    Nivel cliente
           IF  NOT WK-FRQ-EXCEDIDA
           AND WK-FRQ-QT-MAX-CLI GREATER ZEROS
           AND WK-FRQ-NR-CLI GREATER ZEROS
               IF  WK-FRQ-NR-CLI     EQUAL WK-FRQ-CLI-ULT
               AND WK-FRQ-DT-INI     EQUAL WK-FRQ-DT-INI-ULT
               AND WK-FRQ-QT-MAX-CLI EQUAL WK-FRQ-QT-MAX-ULT
                   MOVE WK-FRQ-QT-CLI-ULT  TO WK-FRQ-QT-TB
               ELSE
                   PERFORM 334000-CONTAR-PROPOSTAS-CLIENTE
                   MOVE WK-FRQ-NR-CLI      TO WK-FRQ-CLI-ULT
                   MOVE WK-FRQ-DT-INI      TO WK-FRQ-DT-INI-ULT
                   MOVE WK-FRQ-QT-MAX-CLI  TO WK-FRQ-QT-MAX-ULT
                   MOVE WK-FRQ-QT-TB       TO WK-FRQ-QT-CLI-ULT
               END-IF
               IF  WK-FRQ-QT-TB GREATER OR EQUAL WK-FRQ-QT-MAX-CLI
                   SET  WK-FRQ-EXCEDIDA      TO TRUE
                   SET  WK-FRQ-NIVEL-CLIENTE TO TRUE
                   MOVE WK-FRQ-QT-TB         TO WK-FRQ-QT-PRPT
                   MOVE WK-FRQ-QT-MAX-CLI    TO WK-FRQ-QT-MAX
               END-IF
           END-IF

           IF  WK-FRQ-EXCEDIDA
               PERFORM 336000-VERIFICAR-LIBERACAO
           END-IF

           .
       330000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       332000-CONTAR-PROPOSTAS-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Browse do AUDIHIST da conta WK-FRQ-CHAVE-CTA a partir do
      *    inicio da janela: cada data/hora distinta com linha em
      *    situacao de precificacao (aberta, expirada, superada ou
      *    bloqueada) e uma proposta. Para ao atingir WK-FRQ-QT-MAX.

           MOVE 'N'                        TO WK-FRQ-FIM-SW

           MOVE WK-FRQ-SIS                 TO WK-HST-SIS
           MOVE WK-FRQ-OPR                 TO WK-HST-OPR
           MOVE WK-FRQ-EPRD                TO WK-HST-EPRD
           MOVE WK-FRQ-SCTR                TO WK-HST-SCTR
           MOVE WK-FRQ-DT-INI              TO WK-HST-DT
           MOVE ZEROS                      TO WK-HST-HR
           MOVE ZEROS                      TO WK-HST-SEQ

           EXEC CICS
               STARTBR FILE('AUDIHIST') RIDFLD(WK-CHAVE-HIST)
                       GTEQ RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               GO TO 332000-SAI
           END-IF

           PERFORM UNTIL WK-FRQ-FIM

               EXEC CICS
                   READNEXT FILE('AUDIHIST') INTO(AUDIHIST-REGISTRO)
                            RIDFLD(WK-CHAVE-HIST)
                            RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
                   SET WK-FRQ-FIM           TO TRUE
               ELSE
                   IF  AUDV-SG-SIS-OGM-OPR  EQUAL WK-FRQ-SIS
                   AND AUDV-NR-UNCO-CTR-OPR EQUAL WK-FRQ-OPR
                   AND AUDV-NR-EPRD-FNCD    EQUAL WK-FRQ-EPRD
                   AND AUDV-NR-SCTR-OPR     EQUAL WK-FRQ-SCTR
                       IF  AUDV-IC-SITC EQUAL SPACE
                       OR  AUDV-IC-SITC EQUAL 'E'
                       OR  AUDV-IC-SITC EQUAL 'S'
                       OR  AUDV-IC-SITC EQUAL 'B'
                           PERFORM 333000-REGISTRAR-PROPOSTA
                       END-IF
                       IF  WK-FRQ-QT-TB GREATER OR EQUAL WK-FRQ-QT-MAX
                           SET WK-FRQ-FIM   TO TRUE
                       END-IF
                   ELSE
                       SET WK-FRQ-FIM       TO TRUE
                   END-IF
               END-IF

           END-PERFORM

           EXEC CICS
               ENDBR FILE('AUDIHIST')
           END-EXEC

           .
       332000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       333000-REGISTRAR-PROPOSTA SECTION.
      *-----------------------------------------------------------------
      *    Inclui a data/hora da linha lida na tabela de propostas
      *    distintas, se ainda nao estiver la.

           MOVE 'N'                        TO WK-FRQ-ACHOU-SW

           PERFORM VARYING WK-FRQ-IX FROM 1 BY 1
           UNTIL WK-FRQ-IX GREATER WK-FRQ-QT-TB
           OR WK-FRQ-ACHOU
               IF  WK-FRQ-TB-DT(WK-FRQ-IX) EQUAL AUDV-DT-PROC
               AND WK-FRQ-TB-HR(WK-FRQ-IX) EQUAL AUDV-HR-PROC
                   SET  WK-FRQ-ACHOU       TO TRUE
               END-IF
           END-PERFORM

           IF  NOT WK-FRQ-ACHOU
           AND WK-FRQ-QT-TB LESS 99
               ADD  1                      TO WK-FRQ-QT-TB
               MOVE AUDV-DT-PROC           TO WK-FRQ-TB-DT(WK-FRQ-QT-TB)
               MOVE AUDV-HR-PROC           TO WK-FRQ-TB-HR(WK-FRQ-QT-TB)
           END-IF

           .
       333000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       334000-CONTAR-PROPOSTAS-CLIENTE SECTION.
      *-----------------------------------------------------------------
      *    Propostas distintas do cliente inteiro: a conta verificada
      *    e as contas do cliente no CLINDEX - a proposta multigrupos
      *    cobre varias contas com a mesma data/hora e conta uma vez.

           MOVE ZEROS                      TO WK-FRQ-QT-TB
           MOVE WK-FRQ-QT-MAX-CLI          TO WK-FRQ-QT-MAX

           MOVE WK-FRQ-CTA-VRFD            TO WK-FRQ-CHAVE-CTA
           PERFORM 332000-CONTAR-PROPOSTAS-CONTA

           MOVE 'N'                        TO WK-FRQ-FIM-CLI-SW

           MOVE WK-FRQ-NR-CLI              TO WK-CLX-CLI
           MOVE LOW-VALUES                 TO WK-CLX-SIS
           MOVE ZEROS                      TO WK-CLX-OPR
           MOVE ZEROS                      TO WK-CLX-EPRD
           MOVE ZEROS                      TO WK-CLX-SCTR

           EXEC CICS
               STARTBR FILE('CLINDEX') RIDFLD(WK-CHAVE-CLINDEX)
                       GTEQ RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               GO TO 334000-SAI
           END-IF

           PERFORM UNTIL WK-FRQ-FIM-CLI
           OR WK-FRQ-QT-TB GREATER OR EQUAL WK-FRQ-QT-MAX

               EXEC CICS
                   READNEXT FILE('CLINDEX') INTO(CLINDEX-REGISTRO)
                            RIDFLD(WK-CHAVE-CLINDEX)
                            RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
                   SET WK-FRQ-FIM-CLI       TO TRUE
               ELSE
                   IF  CLIX-NR-CLI EQUAL WK-FRQ-NR-CLI
                       MOVE CLIX-SG-SIS-OGM-OPR  TO WK-FRQ-SIS
                       MOVE CLIX-NR-UNCO-CTR-OPR TO WK-FRQ-OPR
                       MOVE CLIX-NR-EPRD-FNCD    TO WK-FRQ-EPRD
                       MOVE CLIX-NR-SCTR-OPR     TO WK-FRQ-SCTR
                       PERFORM 332000-CONTAR-PROPOSTAS-CONTA
                   ELSE
                       SET WK-FRQ-FIM-CLI   TO TRUE
                   END-IF
               END-IF

           END-PERFORM

           EXEC CICS
               ENDBR FILE('CLINDEX')
           END-EXEC

           .
       334000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       336000-VERIFICAR-LIBERACAO SECTION.
      *-----------------------------------------------------------------
      *    Liberacao do dia no FREQLIB - da conta ('C') ou do cliente
      *    inteiro ('L'); qualquer das duas libera os dois niveis.

           MOVE DTH-DATA                   TO WK-FRL-DT
           MOVE 'C'                        TO WK-FRL-TP
           MOVE WK-FRQ-VRF-SIS             TO WK-FRL-SIS
           MOVE WK-FRQ-VRF-OPR             TO WK-FRL-OPR
           MOVE WK-FRQ-VRF-EPRD            TO WK-FRL-EPRD
           MOVE WK-FRQ-VRF-SCTR            TO WK-FRL-SCTR
           MOVE ZEROS                      TO WK-FRL-CLI

           EXEC CICS
               READ FILE('FREQLIB') INTO(FREQLIB-REGISTRO)
                    RIDFLD(WK-CHAVE-FREQLIB) RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
               MOVE 'N'                    TO WK-FRQ-EXCEDIDA-SW
               GO TO 336000-SAI
           END-IF

           IF  WK-FRQ-NR-CLI GREATER ZEROS
               MOVE 'L'                    TO WK-FRL-TP
               MOVE SPACES                 TO WK-FRL-SIS
               MOVE ZEROS                  TO WK-FRL-OPR
               MOVE ZEROS                  TO WK-FRL-EPRD
               MOVE ZEROS                  TO WK-FRL-SCTR
               MOVE WK-FRQ-NR-CLI          TO WK-FRL-CLI

               EXEC CICS
                   READ FILE('FREQLIB') INTO(FREQLIB-REGISTRO)
                        RIDFLD(WK-CHAVE-FREQLIB) RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP EQUAL CTE-RESP-NORMAL
                   MOVE 'N'                TO WK-FRQ-EXCEDIDA-SW
               END-IF
           END-IF

           .
       336000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       338000-BARRAR-FREQUENCIA SECTION.
      *-----------------------------------------------------------------
      *    Consulta barrada pelo limite: nada a paginar, a pendencia
      *    fica na commarea (CA-FRQ-TP ja carregado pelo chamador) para
      *    o PF9 do supervisor liberar e refazer a consulta.

           MOVE ZEROS                      TO CA-QT-RSTD

           PERFORM 260000-OBTER-ALCADA

           MOVE 'F'                        TO CA-IC-PNDT-FREQ
           MOVE WK-FRQ-VRF-SIS             TO CA-FRQ-SIS
           MOVE WK-FRQ-VRF-OPR             TO CA-FRQ-OPR
           MOVE WK-FRQ-VRF-EPRD            TO CA-FRQ-EPRD
           MOVE WK-FRQ-VRF-SCTR            TO CA-FRQ-SCTR
           MOVE WK-FRQ-NR-CLI              TO CA-FRQ-NR-CLI
           MOVE WK-OPER                    TO CA-FRQ-CD-OPER
           MOVE WK-FRQ-CD-GR-PRD           TO CA-FRQ-CD-GR-PRD
           MOVE WK-FRQ-QT-DIAS             TO CA-FRQ-QT-DIAS
           MOVE WK-FRQ-QT-PRPT             TO CA-FRQ-QT-PRPT
           MOVE WK-FRQ-QT-MAX              TO CA-FRQ-QT-MAX
           MOVE WK-FRQ-IC-NIVEL            TO CA-FRQ-IC-NIVEL

           MOVE SPACES                     TO MSGO OF ARCM628O
           IF  WK-FRQ-NIVEL-CLIENTE
               STRING 'Limite frequencia cliente: '
                   WK-FRQ-QT-PRPT '/' WK-FRQ-QT-MAX ' em '
                   WK-FRQ-QT-DIAS ' dias - PF9 libera'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               END-STRING
           ELSE
               STRING 'Limite frequencia conta: '
                   WK-FRQ-QT-PRPT '/' WK-FRQ-QT-MAX ' em '
                   WK-FRQ-QT-DIAS ' dias - PF9 libera'
                   DELIMITED BY SIZE INTO MSGO OF ARCM628O
               END-STRING
           END-IF

           .
       338000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       350000-COPIAR-RESULTADOS-COMMAREA SECTION.
      *-----------------------------------------------------------------
               MOVE SPACES                 TO CA-CD-OPER-PNDT
               MOVE ZEROS                  TO CA-IC-RSTD-PNDT
               MOVE SPACES                 TO CA-TX-MTV-PNDT
               MOVE SPACES                 TO CA-IC-PNDT-ORC
               MOVE SPACES                 TO MSGO OF ARCM628O
               STRING
                   'Pendencia anterior descartada pela nova'
           END-COMPUTE
           MOVE ARCSB628-VL-ENTD           TO CA-VL-ENTD
           MOVE ARCSB628-VL-PCLD-ALVO      TO CA-VL-PCLD-ALVO
           IF  ARCSB628-RCPR-LIGADO
               MOVE 'P'                    TO CA-TP-MODO
           ELSE
               MOVE ARCSB628-TP-MODO       TO CA-TP-MODO
           END-IF
           MOVE ARCSB628-IC-RSTD-SLCD      TO CA-IC-RSTD-SLCD
           MOVE ARCSB628-QT-RSTD           TO CA-QT-RSTD

               MOVE 'Sem Resultados calculados para esta conta'
                                            TO DSCRO
           ELSE
               IF  CA-TP-MODO EQUAL 'P'
                   MOVE TAB-RSTD-RCPR(CA-IC-RSTD-ATU) TO DSCRO
               ELSE
                   MOVE TAB-RSTD(CA-IC-RSTD-ATU) TO DSCRO
               END-IF

               IF  CA-IC-RSTD-ATU EQUAL CA-IC-RSTD-SLCD
                   MOVE 'S'                 TO SLCDO
