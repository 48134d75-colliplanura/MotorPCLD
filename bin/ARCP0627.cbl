      *        (AUD-IC-SITC); registro ARCKAUDT cresce para 177
      *        posicoes. O expurgo diario ARCP0635 marca como
      *        expirada a proposta aberta vencida.
      * VRS036 15.10.2026 - F8944859 - Requisicao de cliente no modo
      *        escuta: mensagem 'CLIENTE' com o cliente, ate 30 contas
      *        e parametros opcionais da requisicao (entrada e uso do
      *        cache). As contas passam pelas criticas de sempre e as
      *        aprovadas formam um unico lote, precificado como o lote
      *        por cliente do batch (requisicao normal e, havendo
      *        baixadas a prejuizo, a de recuperacao). Uma unica
      *        resposta consolidada, correlacionada ao MsgId, leva os
      *        Resultados das duas requisicoes e a situacao de cada
      *        conta (precificada, repetida, embargo, divergencia,
      *        frequencia, sem faixa ou erro) - o descarte de uma
      *        conta nao derruba a mensagem. A mensagem de uma conta
      *        segue como antes. Resposta de cliente com 4397
      *        posicoes: DEADLET de 4448 (ARCKDLQ).
      * VRS035 15.10.2026 - F8944859 - Contas baixadas a prejuizo
      *        (ARCSB627-IC-PRJZ-OPR, do PREJUIZO gravado por ARCP0646
      *        a partir do SALDOS) saem da requisicao normal do lote e
      *        vao ao motor numa segunda requisicao em modo
      *        recuperacao (ARCSB628-IC-RCPR), com o saldo baixado e a
      *        taxa minima de recuperacao de cada conta. Auditoria e
      *        interface gravadas com TP-MODO 'P'; RESUMO cresce para
      *        111 posicoes com requisicoes, entrada e caixa
      *        recuperado do modo a parte dos totais de reversao.
      *        Grade e planos nao simulam recuperacao - as contas
      *        baixadas contam no balanceamento como nao simuladas.
      *        Proposta de recuperacao nao consome o orcamento de
      *        PCLD no comando 'APLICAR'.
      * VRS034 15.10.2026 - F8944859 - Garantia da conta devolvida
      *        por ARCSB627 (cadastro GARANTIA, book ARCKGRNT) segue
      *        para o motor em ARCSB628-GRNT e entra na impressao
      *        digital do cache; Resultado de garantia (ultima
      *        posicao) leva a resposta a ate 15 Resultados - RESCACHE
      *        de 9100 posicoes (ARCKCACH) e resposta da fila com 15
      *        (430 posicoes, DEADLET de 481 - ARCKDLQ).
      *        INTERFAC tipo '1' informa a posicao do Resultado de
      *        garantia, grupos com garantia e o valor recuperavel.
      * VRS033 15.10.2026 - F8944859 - Comando 'FORMALIZ' no modo
      *        escuta: registra no FORMALIZ (book ARCKFRML) o aceite
      *        do cliente - data, canal (agencia, assinatura digital,
      *        ligacao gravada) e referencia do documento - para a
      *        aplicacao mais recente da conta no AUDIHIST, mesma
      *        regra do PF2 de ARCT0628, grava o evento 'F' e
      *        responde 'FM' formalizada ou 'ER' com o motivo.
      * VRS032 15.10.2026 - F8944859 - Latencia de ponta a ponta no
      *        modo escuta: cada requisicao de dados grava no LATENCI
      *        (book ARCKLATN) o MQPUT de origem (MQMD, em horario
      *        local), o MQGET, o tempo de motor e o MQPUT da resposta
      *        ou o deposito no DEADLET, com as entregas anteriores da
      *        mensagem. O tempo total contra o nivel de servico
      *        PARM-TM-SLA-LAT (centesimos, default 300) alimenta uma
      *        janela movel das ultimas CTE-QT-JNL-LAT requisicoes;
      *        violacao acima de PARM-PC-ALRT-LAT (default 10%) liga
      *        o estado de alerta, visivel no HEARTBT (registro cresce
      *        para 49) e na resposta do 'STATUS'. ARCR0643 imprime os
      *        percentis por hora.
      * VRS031 15.10.2026 - F8944859 - Orcamento mensal de reversao de
      *        PCLD e desconto por grupo de produto (ORCAMEN, book
      *        ARCKORCM): o comando 'APLICAR' apura pelas faixas do
      *        CADOPR o consumo de cada grupo; acima do saldo do mes
      *        (ou orcamento indisponivel) o comando e recusado e o
      *        caso segue para a tela ARCT0628, onde um supervisor
      *        confirma. Aplicacao feita soma o consumo no ORCAMEN.
      * VRS030 15.10.2026 - F8944859 - AUDIHIST passa a ser o registro
      *        oficial da situacao: a linha regravada como aplicada
      *        pelo comando 'APLICAR' deixa a transicao no SITTRANS
      *        (book ARCKSITT, subrotina ARCSB629 'T'), com o operador
      *        do comando. Transicao nao gravada so vai a SYSOUT - a
      *        aplicacao ja esta feita.
      * VRS029 15.10.2026 - F8944859 - Cache de respostas do motor:
      *        requisicao oficial (fora dos modos de simulacao e de
      *        otimizacao, sem rastro ligado) tem a impressao digital
      *        calculada sobre a requisicao inteira - faixas, bandas,
      *        valores de entrada, cronograma, exclusoes, taxa e as
      *        versoes do CALFER e do COMPPRD (VERSMST, book
      *        ARCKVMST) - e procurada no RESCACHE (book ARCKCACH).
      *        Achada e sem alteracao de faixa de nenhuma conta do
      *        lote depois da gravacao (CACHINV, book ARCKCINV,
      *        gravado por ARCT0629), a resposta guardada substitui o
      *        despacho ao motor; auditoria, interface, eventos e
      *        resposta de fila saem como sempre. Falta despacha e
      *        grava a resposta sem erro no cache. ESTATIST ganha o
      *        indicador de acerto/falta (registro de 61 posicoes).
      *        PARM-CACHE 'N' desliga, 'R' renova (sempre despacha e
      *        regrava). Dataset indisponivel: cache desligado com
      *        aviso.
      * VRS028 15.10.2026 - F8944859 - Rastro de decisao do motor:
      *        requisicao com alguma conta presente e vigente no
      *        RASTREIO (book ARCKRSTC, proposta em disputa) vai ao
      *        ARCSB628 com ARCSB628-IC-RSTR ligado, origem ARCP0627 e
      *        a conta como identificacao - o motor grava o RASTRO
      *        (book ARCKRSTR) lido pelo formatador ARCR0641. Dataset
      *        indisponivel: nenhuma requisicao rastreada, com aviso.
      * VRS027 15.10.2026 - F8944859 - Limite de frequencia de
      *        proposta: conta cujo grupo de produto (CADOPR) tem
      *        parametro no FREQPRD (book ARCKFREQ, grupo 0000 como
      *        padrao) e que ja recebeu o maximo de propostas na
      *        janela movel de dias - por conta ou pelo cliente
      *        inteiro (contas do CLINDEX), contadas no AUDIHIST - e
      *        rejeitada na montagem do lote (motivo 7, nunca
      *        escala), salvo liberacao de supervisor do dia no
      *        FREQLIB (book ARCKFRQL, gravada pelo PF9 de ARCT0628).
      *        Linha propria no BALANCO. Fora dos modos de simulacao.
      *        Dataset indisponivel: checagem suspensa com aviso.
      * VRS026 15.10.2026 - F8944859 - Reoferta automatica: conta com
      *        ciclo ativo no REOFERTA (book ARCKREOF, mantido por
      *        ARCP0654 e emitido por ele no REOFENT, concatenado ao
      *        ENTRADA) e precificada com a politica rigida - a
      *        entrada da requisicao nunca fica abaixo da entrada
      *        minima da reoferta - e, auditada, tem a nova proposta
      *        ligada a quebrada no REOFERTA (data/hora da AUDITORIA,
      *        situacao 'O'). Fora dos modos de simulacao. Dataset
      *        indisponivel: politica suspensa com aviso.
      * VRS025 02.09.2026 - F8944859 - Resposta nao entregue deixa de
      *        se perder: quando o MQPUT da resposta falha (670000),
      *        a resposta inteira e depositada no DEADLET (book
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  DIV-CHAVE
                       FILE STATUS   IS  WK-FS-DIVERGE.
               SELECT  REOFERTA  ASSIGN  TO  REOFERTA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  RFT-CHAVE
                       FILE STATUS   IS  WK-FS-REOFERTA.
               SELECT  RASTREIO  ASSIGN  TO  RASTREIO
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  RSC-CHAVE
                       FILE STATUS   IS  WK-FS-RASTREIO.
               SELECT  RESCACHE  ASSIGN  TO  RESCACHE
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CCH-CHAVE
                       FILE STATUS   IS  WK-FS-RESCACHE.
               SELECT  CACHINV   ASSIGN  TO  CACHINV
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CIV-CHAVE
                       FILE STATUS   IS  WK-FS-CACHINV.
               SELECT  VERSMST   ASSIGN  TO  VERSMST
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  VMS-NM-ARQ
                       FILE STATUS   IS  WK-FS-VERSMST.
               SELECT  INTERFAC   ASSIGN  TO  UT-S-INTERFAC.
               SELECT  GRADE      ASSIGN  TO  UT-S-GRADE.
               SELECT  ESTATIST   ASSIGN  TO  UT-S-ESTATIST.
               SELECT  LATENCI    ASSIGN  TO  UT-S-LATENCI.
               SELECT  BALANCO    ASSIGN  TO  UT-S-BALANCO.
               SELECT  SUBMDIA    ASSIGN  TO  SUBMDIA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  ALC-CD-OPER
                       FILE STATUS   IS  WK-FS-ALCADA.
               SELECT  FREQPRD    ASSIGN  TO  FREQPRD
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  FRQ-CD-GR-PRD
                       FILE STATUS   IS  WK-FS-FREQPRD.
               SELECT  FREQLIB    ASSIGN  TO  FREQLIB
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  FRL-CHAVE
                       FILE STATUS   IS  WK-FS-FREQLIB.
               SELECT  CADOPR     ASSIGN  TO  CADOPR
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CADOPR-CHAVE
                       FILE STATUS   IS  WK-FS-CADOPR.
               SELECT  CLINDEX    ASSIGN  TO  CLINDEX
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CLIX-CHAVE
                       FILE STATUS   IS  WK-FS-CLINDEX.
               SELECT  ORCAMEN    ASSIGN  TO  ORCAMEN
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  ORC-CHAVE
                       FILE STATUS   IS  WK-FS-ORCAMEN.
               SELECT  FORMALIZ   ASSIGN  TO  FORMALIZ
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  FRM-CHAVE
                       FILE STATUS   IS  WK-FS-FORMALIZ.

      *-----------------------------------------------------------------
       DATA DIVISION.

       FD  RESUMO
           BLOCK 0 RECORDS
           RECORD  111
           RECORDING MODE IS F.

      *    Totais de controle do lote do dia - uma linha fechada ao
      *    ao motor, o total de VL-ENTD proposto e o total de PCLD
      *    efetivamente revertido pelas melhores opcoes de Resultado 5
      *    (maior reversao de PCLD com a entrada) entre todas elas.
      *    As requisicoes de contas baixadas a prejuizo (modo
      *    recuperacao) ficam fora desses tres totais e tem os seus
      *    proprios no fim do registro - o caixa recuperado e o melhor
      *    Resultado 5 delas (vide VRS035).
       01  RESUMO-REGISTRO.
           03  RES-DT-PROC              PIC  9(08).
           03  FILLER                   PIC  X(01).
           03  RES-VL-PCLD-RVSA         PIC  9(15)V99.
           03  FILLER                   PIC  X(01).
           03  RES-QT-DUPL              PIC  9(07).
           03  FILLER                   PIC  X(01).
           03  RES-QT-RQSC-PRJZ         PIC  9(07).
           03  FILLER                   PIC  X(01).
           03  RES-VL-ENTD-PRJZ         PIC  9(15)V99.
           03  FILLER                   PIC  X(01).
           03  RES-VL-RCPR-PRJZ         PIC  9(15)V99.

       FD  REJEITOS
           BLOCK 0 RECORDS
      *    para a automacao detectar escuta parada (vide VRS019).
       FD  HEARTBT
           BLOCK 0 RECORDS
           RECORD  49
           RECORDING MODE IS F.

       01  HEARTBT-REGISTRO.
           03  HRB-DT-ULT-MSG          PIC  9(08).
           03  FILLER                  PIC  X(01).
           03  HRB-HR-ULT-MSG          PIC  9(06).
           03  FILLER                  PIC  X(01).
      *    Alerta de latencia da janela movel (vide VRS032)
           03  HRB-IC-ALRT-LAT         PIC  X(01).
           03  FILLER                  PIC  X(01).
           03  HRB-PC-VIOL-LAT         PIC  9(03).

      *    Comparacao de planos de parcelamento da entrada - uma
      *    linha por plano (1 a 4 parcelas mensais) e por lote,
       01  DIVERGE-REGISTRO.
-INC ARCKDIVG

      *    Ciclos de reoferta automatica mantidos por ARCP0654
      *    (vide VRS026)
       FD  REOFERTA
           RECORD  160.

       01  REOFERTA-REGISTRO.
-INC ARCKREOF

      *    Contas com rastro de decisao do motor ligado (vide VRS028)
       FD  RASTREIO
           RECORD  120.

       01  RASTREIO-REGISTRO.
-INC ARCKRSTC

      *    Cache de respostas do motor, alteracoes de faixa por conta
      *    e versoes dos mestres do motor (vide VRS029)
       FD  RESCACHE
           RECORD  9100.

       01  RESCACHE-REGISTRO.
-INC ARCKCACH

       FD  CACHINV
           RECORD  60.

       01  CACHINV-REGISTRO.
-INC ARCKCINV

       FD  VERSMST
           RECORD  40.

       01  VERSMST-REGISTRO.
-INC ARCKVMST

      *    Feed de eventos de ciclo de vida (vide VRS023)
       FD  EVENTOS
           BLOCK 0 RECORDS
      *    Deposito de respostas nao entregues (vide VRS025)
       FD  DEADLET
           BLOCK 0 RECORDS
           RECORD  4448
           RECORDING MODE IS F.

       01  DEADLET-REGISTRO.
           03  GRD-VL-PCLD-RVSA        PIC  9(15)V99.

      *    Telemetria do motor - uma linha por chamada a ARCSB628,
      *    com os contadores devolvidos em ARCSB628-ESTAT, e uma linha
      *    com contadores zerados por resposta tirada do cache.
       FD  ESTATIST
           BLOCK 0 RECORDS
           RECORD  61
           RECORDING MODE IS F.

       01  ESTATIST-REGISTRO.
           03  EST-QT-NVL-MAX          PIC  9(02).
           03  FILLER                  PIC  X(01).
           03  EST-TM-DRCO-CSS         PIC  9(09).
           03  FILLER                  PIC  X(01).
           03  EST-IC-CACHE            PIC  X(01).
               88  EST-CACHE-ACERTO    VALUE 'A'.
               88  EST-CACHE-FALTA     VALUE 'F'.
               88  EST-FORA-CACHE      VALUE ' '.

      *    Latencia de ponta a ponta do modo escuta - uma linha por
      *    requisicao de dados recebida (vide VRS032).
       FD  LATENCI
           BLOCK 0 RECORDS
           RECORD  170
           RECORDING MODE IS F.

       01  LATENCI-REGISTRO.
-INC ARCKLATN

       FD  BALANCO
           BLOCK 0 RECORDS
       01  ALCADA-REGISTRO.
           03  ALC-CD-OPER             PIC  X(08).
           03  ALC-VL-ALCD             PIC  9(13)V99.

      *    Limite de frequencia de proposta (vide VRS027): parametros
      *    por grupo de produto e liberacoes de supervisor do dia.
       FD  FREQPRD
           RECORD  40.

       01  FREQPRD-REGISTRO.
-INC ARCKFREQ

       FD  FREQLIB
           RECORD  160.

       01  FREQLIB-REGISTRO.
-INC ARCKFRQL

      *    Cadastro de faixas - so o grupo de produto da conta, para
      *    o parametro de frequencia (ARCSB627 le o mesmo dataset).
       FD  CADOPR
           RECORD  69.

       01  CADOPR-REGISTRO.
-INC ARCKCADO

      *    Indice por cliente de ARCP0640 - contas do cliente para o
      *    limite de frequencia no nivel cliente.
       FD  CLINDEX
           RECORD  88.

       01  CLINDEX-REGISTRO.
-INC ARCKCLIX

      *    Orcamento mensal por grupo de produto (vide VRS031) - mesmo
      *    dataset que ARCT0628 consulta e atualiza pelo CICS.
       FD  ORCAMEN
           RECORD  120.

       01  ORCAMEN-REGISTRO.
-INC ARCKORCM

      *    Formalizacao do aceite do cliente (vide VRS033) - mesmo
      *    dataset que ARCT0628 grava pelo CICS.
       FD  FORMALIZ
           RECORD  150.

       01  FORMALIZ-REGISTRO.
-INC ARCKFRML
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB627     PIC  X(08) VALUE 'ARCSB627'.
       77  ARCSB628     PIC  X(08) VALUE 'ARCSB628'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.
       77  BBDS0099     PIC  X(08) VALUE 'BBDS0099'.
      *    Validade da proposta em dias corridos - depois disso a
      *    proposta aberta e marcada expirada pelo expurgo ARCP0635 e
      *    consome - e o intervalo de mensagens entre heartbeats.
       77  CTE-CORRELID-CONSOLE PIC X(24) VALUE 'ARCP0627.CONSOLE'.
       77  CTE-QT-MSG-HRTB  PIC 9(03) VALUE 10.
      *    Latencia do modo escuta (vide VRS032): tamanho da janela
      *    movel de requisicoes e amostra minima para o alerta.
       77  CTE-QT-JNL-LAT   PIC 9(03) VALUE 100.
       77  CTE-QT-MIN-LAT   PIC 9(03) VALUE 20.
       01  WK-FS-SUBMDIA    PIC  X(02) VALUE SPACES.
       01  WK-FS-AUDIHIST   PIC  X(02) VALUE SPACES.
       01  WK-FS-ALCADA     PIC  X(02) VALUE SPACES.
       01  WK-FS-EMBARGO    PIC  X(02) VALUE SPACES.
       01  WK-FS-DIVERGE    PIC  X(02) VALUE SPACES.
       01  WK-FS-REOFERTA   PIC  X(02) VALUE SPACES.
       01  WK-FS-FREQPRD    PIC  X(02) VALUE SPACES.
       01  WK-FS-FREQLIB    PIC  X(02) VALUE SPACES.
       01  WK-FS-CADOPR     PIC  X(02) VALUE SPACES.
       01  WK-FS-CLINDEX    PIC  X(02) VALUE SPACES.
       01  WK-FS-ORCAMEN    PIC  X(02) VALUE SPACES.
       01  WK-FS-FORMALIZ   PIC  X(02) VALUE SPACES.
       01  WK-FS-RASTREIO   PIC  X(02) VALUE SPACES.
       01  WK-FS-RESCACHE   PIC  X(02) VALUE SPACES.
       01  WK-FS-CACHINV    PIC  X(02) VALUE SPACES.
       01  WK-FS-VERSMST    PIC  X(02) VALUE SPACES.
      *    Modulos das duas somas de verificacao da impressao digital
      *    da requisicao (vide VRS029) - primos, um de 9 e outro de 12
      *    digitos.
       77  CTE-CCH-PRIMO-1  PIC 9(09) VALUE 999999937.
       77  CTE-CCH-PRIMO-2  PIC 9(12) VALUE 999999999989.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
           03  WK-QT-ESCALADAS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  DSP-QT-REJ               PIC ZZZZZZ9.

      *    Passo do lote (vide VRS035) - o normal monta a requisicao
      *    com as contas ativas e conta as baixadas a prejuizo com
      *    faixa; havendo baixadas, o passo de recuperacao monta outra
      *    requisicao so com elas.
       01  GRP-RECUPERACAO.
           03  WK-PASSO-SW              PIC  X(01) VALUE 'N'.
               88  WK-PASSO-NORMAL      VALUE 'N'.
               88  WK-PASSO-RCPR        VALUE 'P'.
           03  WK-CTA-PASSO-SW          PIC  X(01).
               88  WK-CTA-NO-PASSO      VALUE 'S'.
               88  WK-CTA-FORA-PASSO    VALUE 'N'.
           03  WK-QT-GR-PRJZ-LOTE       PIC S9(04) COMP-5 VALUE ZEROS.

      *    Contagem de rejeicoes anteriores da conta recem-lida -
      *    vem do REJENT no reprocesso 'R', zeros nas demais fontes
      *    (vide VRS018).
           03  WK-DVG-CD-MTV            PIC  9(02).
           03  WK-QT-REJ-DIVERGE        PIC S9(07) COMP-5 VALUE ZEROS.

      *    Politica da reoferta automatica no lote corrente (vide
      *    VRS026) - marca por grupo da requisicao e a maior entrada
      *    minima entre as contas do lote em ciclo ativo.
       01  GRP-REOFERTA.
           03  WK-RFT-INDISP-SW         PIC  X(01) VALUE 'N'.
               88  WK-RFT-INDISPONIVEL  VALUE 'S'.
           03  WK-RFT-QT-LOTE           PIC S9(04) COMP-5 VALUE ZEROS.
           03  WK-RFT-VL-ENTD-MIN       PIC S9(15)V99 COMP-3
                                        VALUE ZEROS.
           03  WK-RFT-IC-GR OCCURS 30 TIMES
                                        PIC  X(01).
               88  WK-RFT-GR-ATIVA      VALUE 'S'.
           03  WK-QT-REOF-PISO          PIC S9(07) COMP-5 VALUE ZEROS.
           03  WK-QT-REOF-LIGADAS       PIC S9(07) COMP-5 VALUE ZEROS.

      *    Rastro de decisao do motor no lote corrente (vide VRS028)
       01  GRP-RASTREIO.
           03  WK-RSC-INDISP-SW         PIC  X(01) VALUE 'N'.
               88  WK-RSC-INDISPONIVEL  VALUE 'S'.
           03  WK-QT-RQSC-RSTR          PIC S9(07) COMP-5 VALUE ZEROS.

      *    Cache de respostas do motor (vide VRS029) - impressao
      *    digital da requisicao corrente, situacao da consulta e
      *    contadores da execucao.
       01  GRP-CACHE.
           03  WK-CCH-INDISP-SW         PIC  X(01) VALUE 'N'.
               88  WK-CCH-INDISPONIVEL  VALUE 'S'.
           03  WK-CCH-ELEGIVEL-SW       PIC  X(01) VALUE 'N'.
               88  WK-CCH-ELEGIVEL      VALUE 'S'.
               88  WK-CCH-NAO-ELEGIVEL  VALUE 'N'.
           03  WK-CCH-ACERTO-SW         PIC  X(01) VALUE 'N'.
               88  WK-CCH-ACERTO        VALUE 'S'.
               88  WK-CCH-FALTA         VALUE 'N'.
           03  WK-CCH-INVALIDA-SW       PIC  X(01).
               88  WK-CCH-INVALIDA      VALUE 'S'.
           03  WK-CCH-GRAVAVEL-SW       PIC  X(01).
               88  WK-CCH-GRAVAVEL      VALUE 'S'.
               88  WK-CCH-NAO-GRAVAVEL  VALUE 'N'.
           03  WK-CCH-DATADA-SW         PIC  X(01).
               88  WK-CCH-DATADA        VALUE 'S'.
           03  WK-CCH-CHAVE.
               05  WK-CCH-SIS           PIC  X(03).
               05  WK-CCH-OPR           PIC  9(17).
               05  WK-CCH-EPRD          PIC  9(05).
               05  WK-CCH-SCTR          PIC  9(05).
               05  WK-CCH-QT-GR         PIC  9(02).
               05  WK-CCH-VRS-CALF      PIC  9(09).
               05  WK-CCH-VRS-CPRD      PIC  9(09).
               05  WK-CCH-QT-POS        PIC  9(07).
               05  WK-CCH-IMPR-1        PIC  9(09).
               05  WK-CCH-IMPR-2        PIC  9(12).
           03  WK-CCH-CAMPO             PIC  X(30).
           03  WK-CCH-TAM-CAMPO         PIC S9(04) COMP-5.
           03  WK-CCH-NUM               PIC S9(15)V9(9)
                                        SIGN LEADING SEPARATE.
           03  WK-CCH-NUM-X REDEFINES WK-CCH-NUM
                                        PIC  X(25).
           03  WK-CCH-BYTE              PIC S9(04) COMP-5.
           03  WK-CCH-POSICAO           PIC S9(09) COMP-5.
           03  WK-CCH-ACUM              PIC S9(18) COMP-3.
           03  WK-CCH-QUOC              PIC S9(18) COMP-3.
           03  WK-CCH-SOMA-1            PIC S9(09) COMP-3.
           03  WK-CCH-SOMA-2            PIC S9(12) COMP-3.
           03  WK-CCH-CARIMBO-ENT       PIC  9(14).
           03  WK-CCH-CARIMBO-INV       PIC  9(14).
           03  IX-CCH-BYTE              PIC S9(04) COMP-5.
           03  IX-CCH-GR                PIC S9(04) COMP-5.
           03  IX-CCH-FXA               PIC S9(04) COMP-5.
           03  IX-CCH-RSTD              PIC S9(04) COMP-5.
           03  IX-CCH-OPC               PIC S9(04) COMP-5.
           03  IX-CCH-CBN               PIC S9(04) COMP-5.
           03  WK-CCH-IX-GR-ACHOU       PIC S9(04) COMP-5.
           03  WK-QT-CCH-ACERTO         PIC S9(07) COMP-5 VALUE ZEROS.
           03  WK-QT-CCH-FALTA          PIC S9(07) COMP-5 VALUE ZEROS.
           03  WK-QT-CCH-INVLD          PIC S9(07) COMP-5 VALUE ZEROS.
           03  WK-QT-CCH-GRVD           PIC S9(07) COMP-5 VALUE ZEROS.

      *    Limite de frequencia de proposta da conta recem-lida (vide
      *    VRS027) - parametro do grupo, janela, tabela das propostas
      *    distintas (data/hora) ja contadas e o ultimo cliente
      *    contado, reaproveitado pelas demais contas do mesmo
      *    cliente (o ENTRADA vem quebrado por cliente).
       01  GRP-FREQUENCIA.
           03  WK-FRQ-SUSPENSA-SW       PIC  X(01) VALUE 'N'.
               88  WK-FRQ-SUSPENSA      VALUE 'S'.
           03  WK-FRQ-PRD-ABERTO-SW     PIC  X(01) VALUE 'N'.
               88  WK-FRQ-PRD-ABERTO    VALUE 'S'.
           03  WK-FRQ-LIB-ABERTO-SW     PIC  X(01) VALUE 'N'.
               88  WK-FRQ-LIB-ABERTO    VALUE 'S'.
           03  WK-FRQ-CADO-ABERTO-SW    PIC  X(01) VALUE 'N'.
               88  WK-FRQ-CADO-ABERTO   VALUE 'S'.
           03  WK-FRQ-CLIX-ABERTO-SW    PIC  X(01) VALUE 'N'.
               88  WK-FRQ-CLIX-ABERTO   VALUE 'S'.
           03  WK-FRQ-HIST-ABERTO-SW    PIC  X(01) VALUE 'N'.
               88  WK-FRQ-HIST-ABERTO   VALUE 'S'.
           03  WK-FRQ-EXCEDIDA-SW       PIC  X(01).
               88  WK-FRQ-EXCEDIDA      VALUE 'S'.
           03  WK-FRQ-LIBERADA-SW       PIC  X(01).
               88  WK-FRQ-LIBERADA      VALUE 'S'.
           03  WK-FRQ-FIM-SW            PIC  X(01).
               88  WK-FRQ-FIM           VALUE 'S'.
           03  WK-FRQ-FIM-CLI-SW        PIC  X(01).
               88  WK-FRQ-FIM-CLI       VALUE 'S'.
           03  WK-FRQ-ACHOU-SW          PIC  X(01).
               88  WK-FRQ-ACHOU         VALUE 'S'.
           03  WK-FRQ-IC-NIVEL          PIC  X(01).
               88  WK-FRQ-NIVEL-CONTA   VALUE 'C'.
               88  WK-FRQ-NIVEL-CLIENTE VALUE 'L'.
           03  WK-FRQ-CD-GR-PRD         PIC  9(04).
           03  WK-FRQ-QT-DIAS           PIC  9(03).
           03  WK-FRQ-QT-MAX-CTA        PIC  9(02).
           03  WK-FRQ-QT-MAX-CLI        PIC  9(02).
           03  WK-FRQ-QT-MAX            PIC  9(02).
           03  WK-FRQ-QT-PRPT           PIC  9(02).
           03  WK-FRQ-INT-INI           PIC S9(09) COMP-5.
           03  WK-FRQ-DT-INI            PIC  9(08).
           03  WK-FRQ-CHAVE-CTA.
               05  WK-FRQ-SIS           PIC  X(03).
               05  WK-FRQ-OPR           PIC  9(17).
               05  WK-FRQ-EPRD          PIC  9(05).
               05  WK-FRQ-SCTR          PIC  9(05).
           03  WK-FRQ-CLI-ULT           PIC  9(09) VALUE ZEROS.
           03  WK-FRQ-DT-INI-ULT        PIC  9(08) VALUE ZEROS.
           03  WK-FRQ-QT-MAX-ULT        PIC  9(02) VALUE ZEROS.
           03  WK-FRQ-QT-CLI-ULT        PIC  9(02) VALUE ZEROS.
           03  WK-FRQ-TX-ERRO           PIC  X(120).
           03  WK-FRQ-IX                PIC S9(04) COMP-5.
           03  WK-FRQ-QT-TB             PIC S9(04) COMP-5.
           03  WK-FRQ-TB-PRPT OCCURS 99 TIMES.
               05  WK-FRQ-TB-DT         PIC  9(08).
               05  WK-FRQ-TB-HR         PIC  9(06).
           03  WK-QT-REJ-FREQUENCIA     PIC S9(07) COMP-5 VALUE ZEROS.
           03  WK-QT-FRQ-LIBERADAS      PIC S9(07) COMP-5 VALUE ZEROS.

      *    Resposta da fonte fila - motivo de erro montado pelos
      *    caminhos que nao chegam ao motor (vide 665000).
       01  GRP-RESPOSTA-FILA.
           03  WK-TX-MTV-RSP            PIC  X(120).
           03  IX-RSP                   PIC  9(02).

      *    Requisicao de cliente no modo escuta (vide VRS036) -
      *    WK-CLI-IX-MSG guarda a posicao na mensagem de cada conta do
      *    lote, para a resposta consolidada situar conta a conta.
       01  GRP-CLIENTE-FILA.
           03  WK-CLI-MSG-SW            PIC  X(01) VALUE 'N'.
               88  WK-MSG-CLIENTE       VALUE 'S'.
               88  WK-MSG-CONTA         VALUE 'N'.
           03  WK-CLI-EM-CURSO-SW       PIC  X(01) VALUE 'N'.
               88  WK-CLI-EM-CURSO      VALUE 'S'.
           03  WK-CLI-ENTD-SW           PIC  X(01) VALUE 'N'.
               88  WK-CLI-ENTD-INFORMADA VALUE 'S'.
           03  WK-CLI-VL-ENTD           PIC  9(15)V99 VALUE ZEROS.
           03  WK-CLI-IC-CACHE          PIC  X(01) VALUE SPACES.
               88  WK-CLI-CACHE-DESLIGADO VALUE 'N'.
               88  WK-CLI-CACHE-RENOVAR VALUE 'R'.
           03  WK-CLI-TAM-MIN           PIC S9(09) COMP-5.
           03  IX-CLI                   PIC S9(04) COMP-5.
           03  IX-CLI-LOTE              PIC S9(04) COMP-5.
           03  IX-RSC-PASSO             PIC S9(04) COMP-5.
           03  IX-RSC-GR                PIC S9(04) COMP-5.
           03  WK-CLI-IX-MSG OCCURS 30 TIMES
                                        PIC S9(04) COMP-5.
           03  WK-QT-MSG-CLIENTE        PIC S9(07) COMP-5 VALUE ZEROS.
           03  WK-QT-MSG-CLI-INVD       PIC S9(07) COMP-5 VALUE ZEROS.

      *    Controle do modo escuta (PARM-FONTE 'L') - vide VRS014 e,
      *    para o console/heartbeat/quiesce, VRS019.
       01  GRP-LISTENER.
           03  WK-DT-ULT-MSG            PIC  9(08) VALUE ZEROS.
           03  WK-HR-ULT-MSG            PIC  9(06) VALUE ZEROS.

      *    Latencia da requisicao em curso no modo escuta e janela
      *    movel das ultimas violacoes do nivel de servico (vide
      *    VRS032). Instantes em centesimos de segundo contados do
      *    dia 1 do calendario de INTEGER-OF-DATE.
       01  GRP-LATENCIA.
           03  WK-LAT-EM-CURSO-SW       PIC  X(01) VALUE 'N'.
               88  WK-LAT-EM-CURSO      VALUE 'S'.
           03  WK-LAT-ALERTA-SW         PIC  X(01) VALUE 'N'.
               88  WK-LAT-ALERTA        VALUE 'S'.
               88  WK-LAT-NORMAL        VALUE 'N'.
           03  WK-LAT-TM-SLA            PIC  9(05) VALUE 300.
           03  WK-LAT-PC-ALRT           PIC  9(02) VALUE 10.
           03  WK-LAT-CARIMBO.
               05  WK-LAT-CRB-DATA      PIC  9(08).
               05  WK-LAT-CRB-HORA      PIC  9(06).
               05  WK-LAT-CRB-CSS       PIC  9(02).
               05  WK-LAT-CRB-SINAL     PIC  X(01).
               05  WK-LAT-CRB-FUSO-HH   PIC  9(02).
               05  WK-LAT-CRB-FUSO-MM   PIC  9(02).
           03  WK-LAT-CNV-DATA          PIC  9(08).
           03  WK-LAT-CNV-DATA-X REDEFINES WK-LAT-CNV-DATA
                                        PIC  X(08).
           03  WK-LAT-CNV-HORA          PIC  9(08).
           03  WK-LAT-CNV-HORA-X REDEFINES WK-LAT-CNV-HORA
                                        PIC  X(08).
           03  FILLER REDEFINES WK-LAT-CNV-HORA.
               05  WK-LAT-CNV-HH        PIC  9(02).
               05  WK-LAT-CNV-MI        PIC  9(02).
               05  WK-LAT-CNV-SS        PIC  9(02).
               05  WK-LAT-CNV-CC        PIC  9(02).
           03  WK-LAT-CNV-INST          PIC S9(15) COMP-3.
           03  WK-LAT-CNV-DIA           PIC S9(09) COMP-5.
           03  WK-LAT-CNV-RESTO         PIC S9(09) COMP-5.
           03  WK-LAT-INS-PUT           PIC S9(15) COMP-3.
           03  WK-LAT-INS-GET           PIC S9(15) COMP-3.
           03  WK-LAT-INS-RSP           PIC S9(15) COMP-3.
           03  WK-LAT-FUSO-CSS          PIC S9(09) COMP-5.
           03  WK-LAT-TM-MOTOR          PIC S9(09) COMP-5.
           03  WK-LAT-TM-CALC           PIC S9(15) COMP-3.
           03  WK-LAT-IC-RSP            PIC  X(01).
           03  WK-LAT-IC-STT            PIC  X(02).
           03  WK-LAT-QT-RENTG          PIC S9(09) COMP-5.
           03  WK-LAT-MSGID             PIC  X(24).
           03  WK-LAT-QT-JNL            PIC S9(04) COMP-5 VALUE ZEROS.
           03  WK-LAT-QT-VIOL-JNL       PIC S9(04) COMP-5 VALUE ZEROS.
           03  IX-LAT-JNL               PIC S9(04) COMP-5 VALUE ZEROS.
           03  WK-LAT-PC-VIOL           PIC  9(03) VALUE ZEROS.
           03  WK-LAT-QT-JNL-D          PIC  9(03) VALUE ZEROS.
           03  WK-LAT-TB-VIOL OCCURS 100 TIMES
                                        PIC  X(01).
           03  WK-QT-LAT-GRVD           PIC S9(09) COMP-5 VALUE ZEROS.
           03  WK-QT-LAT-VIOL           PIC S9(09) COMP-5 VALUE ZEROS.

      *    Comando 'APLICAR' do modo escuta (vide VRS016) - estado da
      *    aplicacao em curso e da localizacao da proposta mais
      *    recente da conta no AUDIHIST.
           03  WK-APL-TX-ERRO           PIC  X(120).
           03  WK-VL-ALCD-OPER          PIC S9(13)V99 COMP-3.

      *    Comando 'FORMALIZ' do modo escuta (vide VRS033) - aplicacao
      *    mais recente da conta localizada no AUDIHIST.
       01  GRP-FORMALIZACAO.
           03  WK-FML-ABERTURA-SW       PIC  X(01) VALUE 'N'.
               88  WK-FML-NAO-TENTADO   VALUE 'N'.
               88  WK-FML-ABERTO        VALUE 'S'.
               88  WK-FML-INDISPONIVEL  VALUE 'I'.
           03  WK-FML-DT-APLC           PIC  9(08).
           03  WK-FML-HR-APLC           PIC  9(06).
           03  WK-FML-IC-RSTD           PIC  9(02).
           03  WK-FML-TX-ERRO           PIC  X(120).

      *    Orcamento do grupo de produto no comando 'APLICAR' (vide
      *    VRS031) - consumo da proposta apurado por grupo a partir
      *    das faixas do CADOPR.
       01  GRP-ORCAMENTO.
           03  WK-ORC-ABERTURA-SW       PIC  X(01) VALUE 'N'.
               88  WK-ORC-NAO-TENTADO   VALUE 'N'.
               88  WK-ORC-ABERTO        VALUE 'S'.
               88  WK-ORC-INDISPONIVEL  VALUE 'I'.
           03  WK-ORC-EXCEDIDO-SW       PIC  X(01).
               88  WK-ORC-EXCEDIDO      VALUE 'S'.
           03  WK-ORC-FALHA-SW          PIC  X(01).
               88  WK-ORC-FALHA         VALUE 'S'.
           03  WK-ORC-AAAAMM            PIC  9(06).
           03  WK-ORC-CD-GR-EXCD        PIC  9(04).
           03  WK-ORC-VL-AMTR-TOT       PIC S9(15)V99 COMP-3.
           03  WK-ORC-VL-ENTD-GR        PIC S9(15)V99 COMP-3.
           03  WK-ORC-QT-GR             PIC S9(04) COMP-5.
           03  IX-ORC                   PIC S9(04) COMP-5.
           03  WK-ORC-TB-GR OCCURS 10 TIMES.
               05  WK-ORC-CD-GR         PIC  9(04).
               05  WK-ORC-VL-AMTR       PIC S9(15)V99 COMP-3.
               05  WK-ORC-VL-PCLD       PIC S9(15)V99 COMP-3.
               05  WK-ORC-VL-DSCT       PIC S9(15)V99 COMP-3.

      *    Controle de abortagem por falhas consecutivas de lote -
      *    vide VRS010. Zerado a cada lote processado com sucesso.
       01  GRP-FALHAS.
           03  WK-QT-CTA-AUDITADAS      PIC S9(09) COMP-5 VALUE ZEROS.
           03  WK-QT-CTA-GRADE          PIC S9(09) COMP-5 VALUE ZEROS.
           03  WK-QT-CTA-PLANOS         PIC S9(09) COMP-5 VALUE ZEROS.
           03  WK-QT-CTA-PRJZ           PIC S9(09) COMP-5 VALUE ZEROS.
           03  WK-QT-CTA-PRJZ-SIMUL     PIC S9(09) COMP-5 VALUE ZEROS.
           03  WK-QT-LIN-AUD            PIC S9(09) COMP-5 VALUE ZEROS.
           03  WK-QT-PNDT-ABRT          PIC S9(09) COMP-5 VALUE ZEROS.
           03  WK-QT-DESTINOS           PIC S9(09) COMP-5.
                                                        VALUE ZEROS.
           03  WK-TOT-VL-PCLD-RVSA      PIC S9(15)V99 COMP-3
                                                        VALUE ZEROS.
           03  WK-TOT-QT-RQSC-PRJZ      PIC S9(07)    COMP-5
                                                        VALUE ZEROS.
           03  WK-TOT-VL-ENTD-PRJZ      PIC S9(15)V99 COMP-3
                                                        VALUE ZEROS.
           03  WK-TOT-VL-RCPR-PRJZ      PIC S9(15)V99 COMP-3
                                                        VALUE ZEROS.

      *----------------------------------------------------------------*
      * Fila MQ de onde a requisicao chega quando PARM-FONTE = 'Q'.
           03  WK-MQ-COMPCODE           PIC S9(9)     COMP-5.
           03  WK-MQ-REASON             PIC S9(9)     COMP-5.
           03  WK-MQ-BUFFLEN            PIC S9(9)     COMP-5
                                                       VALUE +1061.
           03  WK-MQ-BUFFLEN-RSP        PIC S9(9)     COMP-5
                                                       VALUE +430.
      *    Tamanho da resposta por conta e da resposta consolidada
      *    da requisicao de cliente (vide VRS036)
           03  WK-MQ-BUFFLEN-RSP-CTA    PIC S9(9)     COMP-5
                                                       VALUE +430.
           03  WK-MQ-BUFFLEN-RSP-CLI    PIC S9(9)     COMP-5
                                                       VALUE +4397.
           03  WK-MQ-DATALEN            PIC S9(9)     COMP-5.
           03  WK-MQ-QNAME              PIC  X(48)
                          VALUE 'ARCP0627.FILA.REQUISICAO'.
                          VALUE 'ARCP0627.FILA.RESPOSTA'.
           03  WK-MQ-MSGID-ULT          PIC  X(24).
           03  WK-MQ-MSGID-LOTE         PIC  X(24).
      *    O buffer cobre a mensagem de dados (43 posicoes), o maior
      *    comando ('APLICAR', 116 posicoes) e a requisicao de cliente
      *    com 30 contas ('CLIENTE', 1060 posicoes) - o tamanho real
      *    lido volta em WK-MQ-DATALEN.
           03  WK-MQ-DATABUFFER         PIC  X(1061).
           03  WK-MQ-DADOS-CTA REDEFINES WK-MQ-DATABUFFER.
               05  WK-MQ-SIS            PIC  X(03).
               05  FILLER               PIC  X(01).
               05  FILLER               PIC  X(01).
               05  WK-CMD-TX-MTV        PIC  X(60).
               05  FILLER               PIC  X(04).
      *    Comando de formalizacao do aceite do cliente (VRS033)
           03  WK-MQ-CMD-FORMALIZ REDEFINES WK-MQ-DATABUFFER.
               05  FILLER               PIC  X(08).
               05  WK-FML-SIS           PIC  X(03).
               05  FILLER               PIC  X(01).
               05  WK-FML-OPR           PIC  9(17).
               05  FILLER               PIC  X(01).
               05  WK-FML-EPRD          PIC  9(05).
               05  FILLER               PIC  X(01).
               05  WK-FML-SCTR          PIC  9(05).
               05  FILLER               PIC  X(01).
               05  WK-FML-DT-ACEI       PIC  9(08).
               05  FILLER               PIC  X(01).
               05  WK-FML-IC-CANAL      PIC  X(01).
               05  FILLER               PIC  X(01).
               05  WK-FML-NR-DCT-REF    PIC  X(30).
               05  FILLER               PIC  X(01).
               05  WK-FML-CD-OPER       PIC  X(08).
               05  FILLER               PIC  X(28).
      *    Requisicao de cliente com ate 30 contas (VRS036) -
      *    entrada e cache em branco valem o PARM da execucao; cache
      *    'N' nao consulta nem grava, 'R' renova
           03  WK-MQ-DADOS-CLIENTE REDEFINES WK-MQ-DATABUFFER.
               05  FILLER               PIC  X(08).
               05  WK-MQC-CLI           PIC  9(09).
               05  FILLER               PIC  X(01).
               05  WK-MQC-QT-CTA        PIC  9(02).
               05  FILLER               PIC  X(01).
               05  WK-MQC-VL-ENTD       PIC  9(15)V99.
               05  FILLER               PIC  X(01).
               05  WK-MQC-IC-CACHE      PIC  X(01).
               05  FILLER               PIC  X(01).
               05  WK-MQC-CTA OCCURS 30 TIMES.
                   07  WK-MQC-SIS       PIC  X(03).
                   07  FILLER           PIC  X(01).
                   07  WK-MQC-OPR       PIC  9(17).
                   07  FILLER           PIC  X(01).
                   07  WK-MQC-EPRD      PIC  9(05).
                   07  FILLER           PIC  X(01).
                   07  WK-MQC-SCTR      PIC  9(05).
                   07  FILLER           PIC  X(01).

      *    Mensagem de resposta por requisicao processada na fonte
      *    fila - resumo dos Resultados (opcao vencedora de cada um)
           03  WK-RSP-QT-RSTD           PIC  9(02).
           03  FILLER                   PIC  X(01).
           03  WK-RSP-DADOS.
               05  WK-RSP-RSTD OCCURS 15 TIMES.
                   07  WK-RSP-IC-RSTD   PIC  9(02).
                   07  WK-RSP-VL-CRIT   PIC  9(15)V9(9).
           03  WK-RSP-ERROS REDEFINES WK-RSP-DADOS.
               05  WK-RSP-TX-ERRO OCCURS 3 TIMES
                                        PIC  X(120).
           03  FILLER                   PIC  X(3967).

      *    Resposta consolidada da requisicao de cliente (VRS036):
      *    situacao geral, Resultados da requisicao normal (bloco 1) e
      *    da de recuperacao das baixadas a prejuizo (bloco 2 - em
      *    branco quando nao houve) e a situacao de cada conta da
      *    mensagem, na ordem recebida.
       01  WK-MQ-RESPOSTA-CLI REDEFINES WK-MQ-RESPOSTA.
           03  WK-RSC-VERBO             PIC  X(08).
           03  FILLER                   PIC  X(01).
           03  WK-RSC-CLI               PIC  9(09).
           03  FILLER                   PIC  X(01).
      *        'OK' todas as contas precificadas, 'PC' parte delas,
      *        'ER' nenhuma
           03  WK-RSC-IC-STT            PIC  X(02).
           03  FILLER                   PIC  X(01).
           03  WK-RSC-QT-CTA            PIC  9(02).
           03  FILLER                   PIC  X(01).
           03  WK-RSC-QT-CTA-PRCD       PIC  9(02).
           03  FILLER                   PIC  X(01).
           03  WK-RSC-TX-MTV            PIC  X(60).
           03  FILLER                   PIC  X(01).
           03  WK-RSC-PASSO OCCURS 2 TIMES.
               05  WK-RSC-IC-STT-PASSO  PIC  X(02).
               05  FILLER               PIC  X(01).
               05  WK-RSC-QT-GR         PIC  9(02).
               05  FILLER               PIC  X(01).
               05  WK-RSC-QT-RSTD       PIC  9(02).
               05  FILLER               PIC  X(01).
               05  WK-RSC-DADOS.
                   07  WK-RSC-RSTD OCCURS 15 TIMES.
                       09  WK-RSC-IC-RSTD
                                        PIC  9(02).
                       09  WK-RSC-VL-CRIT
                                        PIC  9(15)V9(9).
               05  WK-RSC-ERROS REDEFINES WK-RSC-DADOS.
                   07  WK-RSC-TX-ERRO OCCURS 3 TIMES
                                        PIC  X(120).
                   07  FILLER           PIC  X(30).
      *    Situacao da conta: 'OK' precificada, 'PJ' precificada na
      *    recuperacao, 'DP' repetida, 'EM' embargo, 'DV' divergencia,
      *    'FQ' frequencia, 'SF' sem faixa, 'ER' erro do lote/motor
           03  WK-RSC-CTA OCCURS 30 TIMES.
               05  WK-RSC-SIS           PIC  X(03).
               05  FILLER               PIC  X(01).
               05  WK-RSC-OPR           PIC  9(17).
               05  FILLER               PIC  X(01).
               05  WK-RSC-EPRD          PIC  9(05).
               05  FILLER               PIC  X(01).
               05  WK-RSC-SCTR          PIC  9(05).
               05  FILLER               PIC  X(01).
               05  WK-RSC-IC-STT-CTA    PIC  X(02).
               05  FILLER               PIC  X(01).
               05  WK-RSC-TX-MTV-CTA    PIC  X(80).

       01  MQOD.
-INC CMQODV
       01  ARCSB628-DADOS.
-INC ARCKB628

       01  ARCSB629-DADOS.
-INC ARCKB629

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
           03  FILLER                  PIC  X(01).
           03  PARM-PLANOS             PIC  X(01).
               88  PARM-MODO-PLANOS    VALUE 'P'.
           03  FILLER                  PIC  X(01).
           03  PARM-CACHE              PIC  X(01).
               88  PARM-CACHE-DESLIGADO VALUE 'N'.
               88  PARM-CACHE-RENOVAR  VALUE 'R'.
           03  FILLER                  PIC  X(01).
           03  PARM-TM-SLA-LAT         PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  PARM-PC-ALRT-LAT        PIC  9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
           IF  PARM-FONTE-MQ
               PERFORM 060000-ABRIR-FILA
               OPEN OUTPUT DEADLET
               IF  PARM-FONTE-LISTENER
                   OPEN OUTPUT LATENCI
                   IF  PARM-TM-SLA-LAT NUMERIC
                   AND PARM-TM-SLA-LAT GREATER ZEROS
                       MOVE PARM-TM-SLA-LAT  TO WK-LAT-TM-SLA
                   END-IF
                   IF  PARM-PC-ALRT-LAT NUMERIC
                   AND PARM-PC-ALRT-LAT GREATER ZEROS
                       MOVE PARM-PC-ALRT-LAT TO WK-LAT-PC-ALRT
                   END-IF
               END-IF
           ELSE
               IF  PARM-FONTE-REJEITOS
                   OPEN INPUT REJENT
           PERFORM 085000-ABRIR-SUBMDIA
           PERFORM 087000-ABRIR-EMBARGO
           PERFORM 088000-ABRIR-DIVERGE
           PERFORM 089000-ABRIR-REOFERTA
           PERFORM 090000-ABRIR-FREQUENCIA
           PERFORM 091000-ABRIR-RASTREIO
           PERFORM 092000-ABRIR-CACHE
      *    AUDITORIA acumula um registro por linha de Resultado
      *    gravada em cada execucao (varios dias), para que ARCR0629
      *    consiga comparar a mesma conta entre execucoes diferentes -
           IF  PARM-FONTE-MQ
               PERFORM 070000-FECHAR-FILA
               CLOSE DEADLET
               IF  PARM-FONTE-LISTENER
                   CLOSE LATENCI
                   DISPLAY CTE-PROG ' Latencia - requisicoes: '
                       WK-QT-LAT-GRVD ' acima do nivel de servico: '
                       WK-QT-LAT-VIOL
                   DISPLAY CTE-PROG ' Requisicoes de cliente: '
                       WK-QT-MSG-CLIENTE ' invalidas: '
                       WK-QT-MSG-CLI-INVD
               END-IF
           ELSE
               IF  PARM-FONTE-REJEITOS
                   CLOSE REJENT
               CLOSE AUDIHIST
               CLOSE ALCADA
           END-IF
           IF  WK-FML-ABERTO
               CLOSE FORMALIZ
           END-IF
           IF  NOT WK-EMB-INDISPONIVEL
               CLOSE EMBARGO
           END-IF
           IF  NOT WK-DVG-INDISPONIVEL
               CLOSE DIVERGE
           END-IF
           IF  NOT WK-RFT-INDISPONIVEL
               CLOSE REOFERTA
           END-IF
           IF  NOT WK-RSC-INDISPONIVEL
               CLOSE RASTREIO
           END-IF
           IF  NOT WK-CCH-INDISPONIVEL
               CLOSE RESCACHE
               CLOSE CACHINV
               CLOSE VERSMST
           END-IF
           IF  WK-FRQ-HIST-ABERTO
               CLOSE AUDIHIST
           END-IF
           IF  WK-FRQ-PRD-ABERTO
               CLOSE FREQPRD
           END-IF
           IF  WK-FRQ-LIB-ABERTO
               CLOSE FREQLIB
           END-IF
           IF  WK-FRQ-CADO-ABERTO
               CLOSE CADOPR
           END-IF
           IF  WK-FRQ-CLIX-ABERTO
               CLOSE CLINDEX
           END-IF
           IF  WK-ORC-ABERTO
               CLOSE ORCAMEN
           END-IF
           IF  PARM-MODO-GRADE
           OR  PARM-MODO-OTIMIZACAO
               CLOSE GRADE
               IF  NOT IN-FIM
               AND WK-MSG-RECEBIDA

      *            Requisicao de cliente - varias contas, uma resposta
      *            (vide VRS036)
                   IF  WK-MSG-CLIENTE
                       PERFORM 021000-PROCESSAR-CLIENTE
                       MOVE 'N'          TO WK-CLI-EM-CURSO-SW
                                            WK-CLI-ENTD-SW
                       MOVE SPACES       TO WK-CLI-IC-CACHE
                   ELSE
      *            Toda mensagem de dados recebida conta como lida,
      *            repetida ou nao - o balanceamento (960000) soma a
      *            repetida como destino, tal qual no fluxo batch em
                   IF  WK-DIVERGENTE
                       PERFORM 115000-REJEITAR-DIVERGENTE
                       PERFORM 668000-RESPONDER-DIVERGENTE
                   ELSE
                   PERFORM 116000-VERIFICAR-FREQUENCIA
                   IF  WK-FRQ-EXCEDIDA
                       PERFORM 117000-REJEITAR-FREQUENCIA
                       PERFORM 669000-RESPONDER-FREQUENCIA
                   ELSE
                       ADD 1             TO IX-RQSC
                       MOVE 1            TO ARCSB627-QT-OPR
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF

                   PERFORM 026000-CONFIRMAR-UOW
                   PERFORM 027100-REGISTRAR-LATENCIA

      *            Contadores do console e heartbeat periodico
      *            (vide VRS019)
           .
       020000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       021000-PROCESSAR-CLIENTE SECTION.
      *-----------------------------------------------------------------
      *    Requisicao de cliente (mensagem 'CLIENTE', vide VRS036):
      *    cabecalho com o cliente, a quantidade de contas e os
      *    parametros opcionais, seguido de ate 30 contas. Cada conta
      *    passa pelas criticas da mensagem de uma conta (022000); as
      *    aprovadas formam um unico lote, processado como o lote por
      *    cliente do batch (150000), e o descarte de uma conta fica
      *    so na situacao dela. Uma unica resposta (023000) fecha a
      *    mensagem. Mensagem invalida (cliente ou quantidade fora do
      *    formato, ou mais curta que as contas anunciadas) nao conta
      *    conta nenhuma como lida - responde 'ER' com o motivo.

           ADD  1                       TO WK-QT-MSG-CLIENTE
           SET  WK-CLI-EM-CURSO         TO TRUE
           MOVE WK-MQ-MSGID-ULT         TO WK-MQ-MSGID-LOTE
           MOVE ZEROS                   TO IX-LOTE
           MOVE SPACES                  TO ENTRADA-SIS
           MOVE ZEROS                   TO ENTRADA-OPR
                                           ENTRADA-EPRD
                                           ENTRADA-SCTR

           MOVE SPACES                  TO WK-MQ-RESPOSTA
           MOVE 'CLIENTE '              TO WK-RSC-VERBO
           MOVE ZEROS                   TO WK-RSC-CLI
                                           WK-RSC-QT-CTA
                                           WK-RSC-QT-CTA-PRCD
                                           WK-RSC-QT-GR  (1)
                                           WK-RSC-QT-RSTD(1)
                                           WK-RSC-QT-GR  (2)
                                           WK-RSC-QT-RSTD(2)

           IF  WK-MQC-CLI NOT NUMERIC
           OR  WK-MQC-QT-CTA NOT NUMERIC
           OR  WK-MQC-QT-CTA EQUAL ZEROS
           OR  WK-MQC-QT-CTA GREATER 30
               ADD  1                   TO WK-QT-MSG-CLI-INVD
               DISPLAY CTE-PROG ' Requisicao de cliente invalida -'
                   ' cliente/quantidade de contas fora do formato'
               MOVE 'Mensagem de cliente invalida (cliente/contas)'
                                        TO WK-RSC-TX-MTV
               PERFORM 023000-RESPONDER-CLIENTE
               GO TO 021000-SAI
           END-IF

           MOVE WK-MQC-CLI              TO WK-RSC-CLI

           COMPUTE WK-CLI-TAM-MIN = 40 + (WK-MQC-QT-CTA * 34)
           END-COMPUTE
           IF  WK-MQ-DATALEN LESS WK-CLI-TAM-MIN
               ADD  1                   TO WK-QT-MSG-CLI-INVD
               DISPLAY CTE-PROG ' Requisicao de cliente truncada -'
                   ' Cli: ' WK-MQC-CLI ' contas: ' WK-MQC-QT-CTA
                   ' tamanho: ' WK-MQ-DATALEN
               MOVE 'Mensagem de cliente mais curta que as contas'
                                        TO WK-RSC-TX-MTV
               PERFORM 023000-RESPONDER-CLIENTE
               GO TO 021000-SAI
           END-IF

           IF  WK-MQC-VL-ENTD NUMERIC
               MOVE WK-MQC-VL-ENTD      TO WK-CLI-VL-ENTD
               SET  WK-CLI-ENTD-INFORMADA TO TRUE
           ELSE
               MOVE 'N'                 TO WK-CLI-ENTD-SW
           END-IF
           MOVE WK-MQC-IC-CACHE         TO WK-CLI-IC-CACHE

           MOVE WK-MQC-QT-CTA           TO WK-RSC-QT-CTA
           PERFORM VARYING IX-CLI FROM 1 BY 1
           UNTIL IX-CLI GREATER WK-RSC-QT-CTA
               PERFORM 022000-CRITICAR-CONTA-CLIENTE
           END-PERFORM

           IF  IX-LOTE GREATER ZEROS
               MOVE IX-LOTE             TO ARCSB627-QT-OPR
               MOVE IX-LOTE             TO WK-QT-LOTE
               MOVE WK-MQC-CLI          TO WK-CLI-LOTE
               PERFORM 150000-PROCESSAR-LOTE
           END-IF

           PERFORM 023000-RESPONDER-CLIENTE

      *    A linha do LATENCI identifica a mensagem pela primeira
      *    conta
           MOVE WK-RSC-SIS (1)          TO ENTRADA-SIS
           MOVE WK-RSC-OPR (1)          TO ENTRADA-OPR
           MOVE WK-RSC-EPRD(1)          TO ENTRADA-EPRD
           MOVE WK-RSC-SCTR(1)          TO ENTRADA-SCTR

           .
       021000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       022000-CRITICAR-CONTA-CLIENTE SECTION.
      *-----------------------------------------------------------------
      *    Conta IX-CLI da requisicao de cliente: lida como uma
      *    mensagem de uma conta (repetida, embargo, divergencia,
      *    frequencia - com os mesmos rejeitos), mas o motivo do
      *    descarte vai para a situacao da conta na resposta
      *    consolidada. Aprovada, entra no lote na posicao IX-LOTE.

           ADD 1                        TO WK-QT-ENTD-LIDAS

           MOVE WK-MQC-SIS (IX-CLI)     TO ENTRADA-SIS
           MOVE WK-MQC-OPR (IX-CLI)     TO ENTRADA-OPR
           MOVE WK-MQC-EPRD(IX-CLI)     TO ENTRADA-EPRD
           MOVE WK-MQC-SCTR(IX-CLI)     TO ENTRADA-SCTR
           MOVE WK-MQC-CLI              TO ENTRADA-CLI
           MOVE ZEROS                   TO WK-ENT-QT-RJCO
           MOVE ZEROS                   TO WK-ENT-DT-PRIM

           MOVE ENTRADA-SIS             TO WK-RSC-SIS (IX-CLI)
           MOVE ENTRADA-OPR             TO WK-RSC-OPR (IX-CLI)
           MOVE ENTRADA-EPRD            TO WK-RSC-EPRD(IX-CLI)
           MOVE ENTRADA-SCTR            TO WK-RSC-SCTR(IX-CLI)

           MOVE ENTRADA-SIS             TO WK-CHV-SIS
           MOVE ENTRADA-OPR             TO WK-CHV-OPR
           MOVE ENTRADA-EPRD            TO WK-CHV-EPRD
           MOVE ENTRADA-SCTR            TO WK-CHV-SCTR
           PERFORM 110000-VERIFICAR-DUPLICIDADE

           IF  WK-DUPLICADA
               ADD 1                    TO WK-QT-DUPL
               DISPLAY CTE-PROG ' Conta repetida pulada -'
                   ' Sis: ' ENTRADA-SIS ' Opr: ' ENTRADA-OPR
               MOVE 'DP'                TO WK-RSC-IC-STT-CTA(IX-CLI)
               MOVE 'Requisicao repetida - conta ja submetida'
                                        TO WK-RSC-TX-MTV-CTA(IX-CLI)
               GO TO 022000-SAI
           END-IF

           PERFORM 112000-VERIFICAR-EMBARGO
           IF  WK-EMBARGADA
               PERFORM 113000-REJEITAR-EMBARGADA
               MOVE 'EM'                TO WK-RSC-IC-STT-CTA(IX-CLI)
               STRING 'Conta sob embargo - motivo ' WK-EMB-CD-MTV
                   DELIMITED BY SIZE INTO WK-RSC-TX-MTV-CTA(IX-CLI)
               END-STRING
               GO TO 022000-SAI
           END-IF

           PERFORM 114000-VERIFICAR-DIVERGENCIA
           IF  WK-DIVERGENTE
               PERFORM 115000-REJEITAR-DIVERGENTE
               MOVE 'DV'                TO WK-RSC-IC-STT-CTA(IX-CLI)
               STRING 'Cadastro divergente do saldo contabil - motivo '
                   WK-DVG-CD-MTV
                   DELIMITED BY SIZE INTO WK-RSC-TX-MTV-CTA(IX-CLI)
               END-STRING
               GO TO 022000-SAI
           END-IF

           PERFORM 116000-VERIFICAR-FREQUENCIA
           IF  WK-FRQ-EXCEDIDA
               PERFORM 117000-REJEITAR-FREQUENCIA
               MOVE 'FQ'                TO WK-RSC-IC-STT-CTA(IX-CLI)
               MOVE WK-FRQ-TX-ERRO      TO WK-RSC-TX-MTV-CTA(IX-CLI)
               GO TO 022000-SAI
           END-IF

           ADD 1                        TO IX-LOTE
           ADD 1                        TO IX-RQSC
           MOVE ENTRADA-SIS       TO ARCSB627-SG-SIS-OGM-OPR (IX-LOTE)
           MOVE ENTRADA-OPR       TO ARCSB627-NR-UNCO-CTR-OPR(IX-LOTE)
           MOVE ENTRADA-EPRD      TO ARCSB627-NR-EPRD-FNCD   (IX-LOTE)
           MOVE ENTRADA-SCTR      TO ARCSB627-NR-SCTR-OPR    (IX-LOTE)
           MOVE ENTRADA-SIS             TO WK-LOTE-SIS (IX-LOTE)
           MOVE ENTRADA-OPR             TO WK-LOTE-OPR (IX-LOTE)
           MOVE ENTRADA-EPRD            TO WK-LOTE-EPRD(IX-LOTE)
           MOVE ENTRADA-SCTR            TO WK-LOTE-SCTR(IX-LOTE)
           MOVE ENTRADA-CLI             TO WK-LOTE-CLI (IX-LOTE)
           MOVE WK-ENT-QT-RJCO          TO WK-LOTE-QT-RJCO(IX-LOTE)
           MOVE WK-ENT-DT-PRIM          TO WK-LOTE-DT-PRIM(IX-LOTE)
           MOVE IX-CLI                  TO WK-CLI-IX-MSG(IX-LOTE)

           .
       022000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       023000-RESPONDER-CLIENTE SECTION.
      *-----------------------------------------------------------------
      *    Fecha e envia a resposta consolidada da requisicao de
      *    cliente. Conta do lote sem situacao (o lote nao chegou ao
      *    motor - modo de simulacao, execucao abortada) sai como
      *    erro. Situacao geral pela quantidade de contas
      *    precificadas, em qualquer das duas requisicoes.

           MOVE ZEROS                   TO WK-RSC-QT-CTA-PRCD
           PERFORM VARYING IX-CLI FROM 1 BY 1
           UNTIL IX-CLI GREATER WK-RSC-QT-CTA
               EVALUATE WK-RSC-IC-STT-CTA(IX-CLI)
                   WHEN 'OK'
                   WHEN 'PJ'
                       ADD  1           TO WK-RSC-QT-CTA-PRCD
                   WHEN SPACES
                       MOVE 'ER'        TO WK-RSC-IC-STT-CTA(IX-CLI)
                       MOVE 'Conta nao precificada'
                                        TO WK-RSC-TX-MTV-CTA(IX-CLI)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
               WHEN WK-RSC-QT-CTA-PRCD EQUAL ZEROS
                   MOVE 'ER'            TO WK-RSC-IC-STT
               WHEN WK-RSC-QT-CTA-PRCD EQUAL WK-RSC-QT-CTA
                   MOVE 'OK'            TO WK-RSC-IC-STT
               WHEN OTHER
                   MOVE 'PC'            TO WK-RSC-IC-STT
           END-EVALUATE

           MOVE WK-MQ-BUFFLEN-RSP-CLI   TO WK-MQ-BUFFLEN-RSP
           PERFORM 670000-ENVIAR-RESPOSTA
           MOVE WK-MQ-BUFFLEN-RSP-CTA   TO WK-MQ-BUFFLEN-RSP

           .
       023000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       025000-RECEBER-MENSAGEM SECTION.
      *-----------------------------------------------------------------
      *    MQGET do modo escuta, sob syncpoint. Espera esgotada sem
      *    mensagem apenas volta a esperar. Os comandos do console
      *    (ENCERRAR, STATUS, PAUSAR, RETOMAR, APLICAR, FORMALIZ) sao
      *    consumidos, tratados e confirmados aqui dentro; pausada, a
      *    escuta pede ao gerenciador somente as mensagens com o
      *    CorrelId de console - as de dados ficam na fila intactas
      *    ate o RETOMAR (vide VRS019).

           SET  WK-SEM-MENSAGEM         TO TRUE
           SET  WK-MSG-CONTA            TO TRUE

           MOVE MQMI-NONE               TO MQMD-MSGID
           IF  WK-PAUSADO
                   MOVE MQMD-MSGID      TO WK-MQ-MSGID-LOTE
                   PERFORM 030000-APLICAR-PROPOSTA
                   PERFORM 026000-CONFIRMAR-UOW
               WHEN 'FORMALIZ'
      *            Mesmo tratamento do 'APLICAR' (vide VRS033).
                   MOVE MQMD-MSGID      TO WK-MQ-MSGID-ULT
                   MOVE MQMD-MSGID      TO WK-MQ-MSGID-LOTE
                   PERFORM 040000-FORMALIZAR-ACEITE
                   PERFORM 026000-CONFIRMAR-UOW
               WHEN 'CLIENTE '
      *            Requisicao de cliente com varias contas (vide
      *            VRS036) - criticada, precificada e respondida em
      *            021000, dentro da UOW como a de uma conta.
                   MOVE MQMD-MSGID      TO WK-MQ-MSGID-ULT
                   PERFORM 027000-MARCAR-CHEGADA
                   SET  WK-MSG-CLIENTE  TO TRUE
                   SET WK-MSG-RECEBIDA  TO TRUE
               WHEN OTHER
                   MOVE MQMD-MSGID      TO WK-MQ-MSGID-ULT
                   PERFORM 027000-MARCAR-CHEGADA
                   MOVE WK-MQ-SIS       TO ENTRADA-SIS
                   MOVE WK-MQ-OPR       TO ENTRADA-OPR
                   MOVE WK-MQ-EPRD      TO ENTRADA-EPRD
       026000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       027000-MARCAR-CHEGADA SECTION.
      *-----------------------------------------------------------------
      *    Requisicao de dados recem-lida no modo escuta (vide VRS032):
      *    instante do MQGET e do MQPUT de origem, este vindo do MQMD
      *    em GMT e trazido para o horario local pelo fuso do
      *    CURRENT-DATE. Carimbo de origem invalido ou adiante do GET
      *    (relogios de maquinas diferentes) vale o proprio GET - a
      *    espera na fila fica zerada em vez de negativa.

           SET  WK-LAT-EM-CURSO         TO TRUE
           MOVE ZEROS                   TO WK-LAT-TM-MOTOR
           MOVE ZEROS                   TO WK-LAT-INS-RSP
           MOVE 'S'                     TO WK-LAT-IC-RSP
           MOVE SPACES                  TO WK-LAT-IC-STT
           MOVE MQMD-MSGID              TO WK-LAT-MSGID
           MOVE MQMD-BACKOUTCOUNT       TO WK-LAT-QT-RENTG

           PERFORM 027300-CARIMBAR-INSTANTE
           MOVE WK-LAT-CNV-INST         TO WK-LAT-INS-GET

           MOVE MQMD-PUTDATE            TO WK-LAT-CNV-DATA-X
           MOVE MQMD-PUTTIME            TO WK-LAT-CNV-HORA-X
           IF  WK-LAT-CNV-DATA-X NUMERIC
           AND WK-LAT-CNV-HORA-X NUMERIC
               PERFORM 027200-CONVERTER-INSTANTE
               COMPUTE WK-LAT-INS-PUT =
                   WK-LAT-CNV-INST + WK-LAT-FUSO-CSS
               END-COMPUTE
           ELSE
               MOVE ZEROS               TO WK-LAT-INS-PUT
           END-IF

           IF  WK-LAT-INS-PUT NOT GREATER ZEROS
           OR  WK-LAT-INS-PUT GREATER WK-LAT-INS-GET
               MOVE WK-LAT-INS-GET      TO WK-LAT-INS-PUT
           END-IF

           .
       027000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       027100-REGISTRAR-LATENCIA SECTION.
      *-----------------------------------------------------------------
      *    Requisicao de dados encerrada (UOW confirmada): grava a
      *    linha do LATENCI e leva o resultado a janela movel do
      *    alerta. Sem resposta postada nem depositada, o fim e o
      *    proprio commit.

           IF  NOT WK-LAT-EM-CURSO
               GO TO 027100-SAI
           END-IF

           MOVE 'N'                     TO WK-LAT-EM-CURSO-SW

           IF  WK-LAT-INS-RSP EQUAL ZEROS
               MOVE 'S'                 TO WK-LAT-IC-RSP
               PERFORM 027300-CARIMBAR-INSTANTE
               MOVE WK-LAT-CNV-INST     TO WK-LAT-INS-RSP
           END-IF

           MOVE SPACES                  TO LATENCI-REGISTRO

           MOVE WK-LAT-INS-PUT          TO WK-LAT-CNV-INST
           PERFORM 027500-DECOMPOR-INSTANTE
           MOVE WK-LAT-CNV-DATA         TO LAT-DT-PUT
           MOVE WK-LAT-CNV-HORA         TO LAT-HR-PUT

           MOVE WK-LAT-INS-GET          TO WK-LAT-CNV-INST
           PERFORM 027500-DECOMPOR-INSTANTE
           MOVE WK-LAT-CNV-DATA         TO LAT-DT-GET
           MOVE WK-LAT-CNV-HORA         TO LAT-HR-GET

           MOVE WK-LAT-INS-RSP          TO WK-LAT-CNV-INST
           PERFORM 027500-DECOMPOR-INSTANTE
           MOVE WK-LAT-CNV-DATA         TO LAT-DT-RSP
           MOVE WK-LAT-CNV-HORA         TO LAT-HR-RSP

           MOVE WK-LAT-IC-RSP           TO LAT-IC-RSP
           IF  WK-LAT-QT-RENTG GREATER 9999
               MOVE 9999                TO LAT-QT-RENTG
           ELSE
               MOVE WK-LAT-QT-RENTG     TO LAT-QT-RENTG
           END-IF

           COMPUTE WK-LAT-TM-CALC = WK-LAT-INS-GET - WK-LAT-INS-PUT
           END-COMPUTE
           MOVE WK-LAT-TM-CALC          TO LAT-TM-FILA-CSS
           MOVE WK-LAT-TM-MOTOR         TO LAT-TM-MOTOR-CSS
           COMPUTE WK-LAT-TM-CALC = WK-LAT-INS-RSP - WK-LAT-INS-GET
           END-COMPUTE
           IF  WK-LAT-TM-CALC LESS ZEROS
               MOVE ZEROS               TO WK-LAT-TM-CALC
           END-IF
           MOVE WK-LAT-TM-CALC          TO LAT-TM-PROC-CSS
           COMPUTE WK-LAT-TM-CALC = WK-LAT-INS-RSP - WK-LAT-INS-PUT
           END-COMPUTE
           IF  WK-LAT-TM-CALC LESS ZEROS
               MOVE ZEROS               TO WK-LAT-TM-CALC
           END-IF
           MOVE WK-LAT-TM-CALC          TO LAT-TM-TOTAL-CSS

           MOVE WK-LAT-TM-SLA           TO LAT-TM-SLA-CSS
           IF  WK-LAT-TM-CALC GREATER WK-LAT-TM-SLA
               MOVE 'S'                 TO LAT-IC-VIOL
               ADD  1                   TO WK-QT-LAT-VIOL
           ELSE
               MOVE 'N'                 TO LAT-IC-VIOL
           END-IF

           MOVE WK-LAT-IC-STT           TO LAT-IC-STT
           MOVE ENTRADA-SIS             TO LAT-SG-SIS-OGM-OPR
           MOVE ENTRADA-OPR             TO LAT-NR-UNCO-CTR-OPR
           MOVE ENTRADA-EPRD            TO LAT-NR-EPRD-FNCD
           MOVE ENTRADA-SCTR            TO LAT-NR-SCTR-OPR
           MOVE WK-LAT-MSGID            TO LAT-MSGID

           WRITE LATENCI-REGISTRO
           ADD  1                       TO WK-QT-LAT-GRVD

           PERFORM 027400-AVALIAR-ALERTA

           .
       027100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       027200-CONVERTER-INSTANTE SECTION.
      *-----------------------------------------------------------------
      *    Data (WK-LAT-CNV-DATA) e hora HHMMSSCC (WK-LAT-CNV-HORA) em
      *    instante absoluto em centesimos (WK-LAT-CNV-INST); data
      *    invalida devolve zero.

           MOVE ZEROS                   TO WK-LAT-CNV-INST

           IF  WK-LAT-CNV-DATA LESS 16010101
           OR  WK-LAT-CNV-HH GREATER 23
           OR  WK-LAT-CNV-MI GREATER 59
           OR  WK-LAT-CNV-SS GREATER 59
               GO TO 027200-SAI
           END-IF

           COMPUTE WK-LAT-CNV-INST =
               (FUNCTION INTEGER-OF-DATE(WK-LAT-CNV-DATA) * 8640000)
               + (WK-LAT-CNV-HH * 360000)
               + (WK-LAT-CNV-MI * 6000)
               + (WK-LAT-CNV-SS * 100)
               + WK-LAT-CNV-CC
           END-COMPUTE

           .
       027200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       027300-CARIMBAR-INSTANTE SECTION.
      *-----------------------------------------------------------------
      *    Instante corrente em WK-LAT-CNV-INST e fuso do sistema em
      *    WK-LAT-FUSO-CSS (centesimos a somar ao GMT).

           MOVE FUNCTION CURRENT-DATE   TO WK-LAT-CARIMBO

           MOVE WK-LAT-CRB-DATA         TO WK-LAT-CNV-DATA
           COMPUTE WK-LAT-CNV-HORA =
               (WK-LAT-CRB-HORA * 100) + WK-LAT-CRB-CSS
           END-COMPUTE
           PERFORM 027200-CONVERTER-INSTANTE

           MOVE ZEROS                   TO WK-LAT-FUSO-CSS
           IF  WK-LAT-CRB-FUSO-HH NUMERIC
           AND WK-LAT-CRB-FUSO-MM NUMERIC
               COMPUTE WK-LAT-FUSO-CSS =
                   ((WK-LAT-CRB-FUSO-HH * 60) + WK-LAT-CRB-FUSO-MM)
                   * 6000
               END-COMPUTE
               IF  WK-LAT-CRB-SINAL EQUAL '-'
                   COMPUTE WK-LAT-FUSO-CSS = ZEROS - WK-LAT-FUSO-CSS
                   END-COMPUTE
               END-IF
           END-IF

           .
       027300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       027400-AVALIAR-ALERTA SECTION.
      *-----------------------------------------------------------------
      *    Janela movel das ultimas CTE-QT-JNL-LAT requisicoes: a
      *    posicao mais antiga da lugar a requisicao recem-gravada.
      *    Com amostra minima, violacao em PARM-PC-ALRT-LAT ou mais
      *    liga o alerta; abaixo, desliga. Mudanca de estado vai ao
      *    SYSOUT e regrava o heartbeat na hora.

           ADD  1                       TO IX-LAT-JNL
           IF  IX-LAT-JNL GREATER CTE-QT-JNL-LAT
               MOVE 1                   TO IX-LAT-JNL
           END-IF

           IF  WK-LAT-QT-JNL EQUAL CTE-QT-JNL-LAT
               IF  WK-LAT-TB-VIOL(IX-LAT-JNL) EQUAL 'S'
                   SUBTRACT 1           FROM WK-LAT-QT-VIOL-JNL
               END-IF
           ELSE
               ADD  1                   TO WK-LAT-QT-JNL
           END-IF

           MOVE LAT-IC-VIOL             TO WK-LAT-TB-VIOL(IX-LAT-JNL)
           IF  LAT-VIOLOU
               ADD  1                   TO WK-LAT-QT-VIOL-JNL
           END-IF

           COMPUTE WK-LAT-PC-VIOL =
               (WK-LAT-QT-VIOL-JNL * 100) / WK-LAT-QT-JNL
           END-COMPUTE
           MOVE WK-LAT-QT-JNL           TO WK-LAT-QT-JNL-D

           IF  WK-LAT-QT-JNL NOT LESS CTE-QT-MIN-LAT
           AND WK-LAT-PC-VIOL NOT LESS WK-LAT-PC-ALRT
               IF  WK-LAT-NORMAL
                   SET  WK-LAT-ALERTA   TO TRUE
                   DISPLAY CTE-PROG ' ALERTA de latencia - '
                       WK-LAT-PC-VIOL '% das ultimas '
                       WK-LAT-QT-JNL-D ' requisicoes acima de '
                       WK-LAT-TM-SLA ' centesimos'
                   PERFORM 028000-GRAVAR-HEARTBEAT
               END-IF
           ELSE
               IF  WK-LAT-ALERTA
                   SET  WK-LAT-NORMAL   TO TRUE
                   DISPLAY CTE-PROG ' Latencia normalizada - '
                       WK-LAT-PC-VIOL '% das ultimas '
                       WK-LAT-QT-JNL-D ' requisicoes'
                   PERFORM 028000-GRAVAR-HEARTBEAT
               END-IF
           END-IF

           .
       027400-SAI.
           EXIT.
      *-----------------------------------------------------------------
       027500-DECOMPOR-INSTANTE SECTION.
      *-----------------------------------------------------------------
      *    Instante em centesimos (WK-LAT-CNV-INST) de volta a data e
      *    hora HHMMSSCC (WK-LAT-CNV-DATA/WK-LAT-CNV-HORA).

           MOVE ZEROS                   TO WK-LAT-CNV-DATA
           MOVE ZEROS                   TO WK-LAT-CNV-HORA

           IF  WK-LAT-CNV-INST NOT GREATER ZEROS
               GO TO 027500-SAI
           END-IF

           COMPUTE WK-LAT-CNV-DIA = WK-LAT-CNV-INST / 8640000
           END-COMPUTE
           COMPUTE WK-LAT-CNV-RESTO =
               WK-LAT-CNV-INST - (WK-LAT-CNV-DIA * 8640000)
           END-COMPUTE
           COMPUTE WK-LAT-CNV-DATA =
               FUNCTION DATE-OF-INTEGER(WK-LAT-CNV-DIA)
           END-COMPUTE

           COMPUTE WK-LAT-CNV-HH = WK-LAT-CNV-RESTO / 360000
           END-COMPUTE
           COMPUTE WK-LAT-CNV-RESTO =
               WK-LAT-CNV-RESTO - (WK-LAT-CNV-HH * 360000)
           END-COMPUTE
           COMPUTE WK-LAT-CNV-MI = WK-LAT-CNV-RESTO / 6000
           END-COMPUTE
           COMPUTE WK-LAT-CNV-RESTO =
               WK-LAT-CNV-RESTO - (WK-LAT-CNV-MI * 6000)
           END-COMPUTE
           COMPUTE WK-LAT-CNV-SS = WK-LAT-CNV-RESTO / 100
           END-COMPUTE
           COMPUTE WK-LAT-CNV-CC =
               WK-LAT-CNV-RESTO - (WK-LAT-CNV-SS * 100)
           END-COMPUTE

           .
       027500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       028000-GRAVAR-HEARTBEAT SECTION.
      *-----------------------------------------------------------------
      *    Regrava o registro unico do HEARTBT com o estado da escuta
      *    e os contadores - automacao que nao ve o carimbo avancar
      *    sabe que a escuta esta pendurada (vide VRS019).

           MOVE ZEROS                   TO WK-QT-MSG-DESDE-HRTB

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-AUD

           MOVE SPACES                  TO HEARTBT-REGISTRO
           MOVE DTH-DATA                TO HRB-DT-ATLZ
           MOVE DTH-HORA                TO HRB-HR-ATLZ
           IF  WK-PAUSADO
               MOVE 'P'                 TO HRB-IC-ESTADO
           ELSE
               IF  IN-FIM
                   MOVE 'E'             TO HRB-IC-ESTADO
               ELSE
                   MOVE 'L'             TO HRB-IC-ESTADO
               END-IF
           END-IF
           MOVE WK-QT-MSG-PRCD          TO HRB-QT-MSG-PRCD
           MOVE WK-DT-ULT-MSG           TO HRB-DT-ULT-MSG
           MOVE WK-HR-ULT-MSG           TO HRB-HR-ULT-MSG
           IF  WK-LAT-ALERTA
               MOVE 'S'                 TO HRB-IC-ALRT-LAT
           ELSE
               MOVE 'N'                 TO HRB-IC-ALRT-LAT
           END-IF
           MOVE WK-LAT-PC-VIOL          TO HRB-PC-VIOL-LAT

           OPEN OUTPUT HEARTBT
           WRITE HEARTBT-REGISTRO
           CLOSE HEARTBT

           .
       028000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       029000-VERIFICAR-QUIESCE SECTION.
      *-----------------------------------------------------------------
      *    Quiesce programado (vide VRS019): encerra a escuta sozinha
      *    quando o relogio passa de PARM-HR-QSCE ou quando ja foram
      *    processadas PARM-QT-MSG-QSCE mensagens - o plantao deixa
      *    de postar ENCERRAR no fim da janela on-line.

           IF  PARM-HR-QSCE NUMERIC
           AND PARM-HR-QSCE GREATER ZEROS
               MOVE FUNCTION CURRENT-DATE TO DATA-HORA-AUD
               IF  DTH-HORA GREATER OR EQUAL PARM-HR-QSCE
                   DISPLAY CTE-PROG ' Quiesce programado por'
                       ' horario (' PARM-HR-QSCE ')'
                   SET IN-FIM           TO TRUE
               END-IF
           END-IF

           IF  NOT IN-FIM
           AND PARM-QT-MSG-QSCE NUMERIC
           AND PARM-QT-MSG-QSCE GREATER ZEROS
           AND WK-QT-MSG-PRCD GREATER OR EQUAL PARM-QT-MSG-QSCE
               DISPLAY CTE-PROG ' Quiesce programado por volume ('
                   PARM-QT-MSG-QSCE ' mensagens)'
               SET IN-FIM               TO TRUE
           END-IF

           IF  IN-FIM
               PERFORM 028000-GRAVAR-HEARTBEAT
           END-IF

           .
       029000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       037000-RESPONDER-STATUS SECTION.
      *-----------------------------------------------------------------
      *    Resposta do comando STATUS, correlacionada ao MsgId da
      *    mensagem de comando: estado da escuta e contadores no
      *    primeiro texto da area de erros.

           MOVE SPACES                  TO WK-MQ-RESPOSTA
           MOVE 'ST'                    TO WK-RSP-IC-STT
           MOVE ZEROS                   TO WK-RSP-QT-RSTD

           MOVE SPACES                  TO WK-RSP-TX-ERRO(1)
           IF  WK-PAUSADO
               STRING
                   'PAUSADA - msgs: ' WK-QT-MSG-PRCD
                   ' ultima: ' WK-DT-ULT-MSG ' ' WK-HR-ULT-MSG
                   DELIMITED BY SIZE INTO WK-RSP-TX-ERRO(1)
               END-STRING
               END-STRING
           END-IF

      *    Estado da latencia na janela movel (vide VRS032)
           MOVE SPACES                  TO WK-RSP-TX-ERRO(2)
           IF  WK-LAT-ALERTA
               STRING
                   'ALERTA LATENCIA - ' WK-LAT-PC-VIOL
                   '% acima de ' WK-LAT-TM-SLA ' cs nas ultimas '
                   WK-LAT-QT-JNL-D ' requisicoes'
                   DELIMITED BY SIZE INTO WK-RSP-TX-ERRO(2)
               END-STRING
           ELSE
               STRING
                   'Latencia normal - ' WK-LAT-PC-VIOL
                   '% acima de ' WK-LAT-TM-SLA ' cs nas ultimas '
                   WK-LAT-QT-JNL-D ' requisicoes'
                   DELIMITED BY SIZE INTO WK-RSP-TX-ERRO(2)
               END-STRING
           END-IF

           PERFORM 670000-ENVIAR-RESPOSTA

           .
               GO TO 030000-RESPONDER
           END-IF

      *    Orcamento do grupo (vide VRS031) - acima do saldo quem
      *    confirma e o supervisor, pela tela.
           PERFORM 038000-VERIFICAR-ORCAMENTO

           IF  WK-ORC-FALHA
               MOVE 'Orcamento indisponivel - use a tela ARCT0628'
                                        TO WK-APL-TX-ERRO
               GO TO 030000-RESPONDER
           END-IF

           IF  WK-ORC-EXCEDIDO
               MOVE SPACES              TO WK-APL-TX-ERRO
               STRING 'Acima do orcamento do grupo ' WK-ORC-CD-GR-EXCD
                   ' - use a tela ARCT0628 (supervisor)'
                   DELIMITED BY SIZE INTO WK-APL-TX-ERRO
               END-STRING
               GO TO 030000-RESPONDER
           END-IF

           PERFORM 032000-EFETIVAR-APLICACAO

           IF  WK-APL-QT-APLICADAS EQUAL ZEROS
               MOVE 'Falha na regravacao do historico - nao aplicada'
                                        TO WK-APL-TX-ERRO
           ELSE
               PERFORM 039000-CONSUMIR-ORCAMENTO
               PERFORM 036000-GRAVAR-EVENTO-APLICACAO
           END-IF

                           REWRITE AUDIHIST-REGISTRO
                           IF  WK-FS-AUDIHIST EQUAL '00'
                               ADD 1         TO WK-APL-QT-APLICADAS
                               PERFORM 032500-GRAVAR-TRANSICAO
                               PERFORM 034000-GRAVAR-APLICACAO-AUDT
                           ELSE
                               DISPLAY CTE-PROG ' REWRITE AUDIHIST'
           .
       032000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       032500-GRAVAR-TRANSICAO SECTION.
      *-----------------------------------------------------------------
      *    Rastro no SITTRANS da linha recem-regravada como aplicada
      *    (vide VRS030), em nome do operador do comando.

           MOVE 'T'                     TO ARCSB629-CD-FUNC
           MOVE 'A'                     TO ARCSB629-TP-EVENTO
           MOVE WK-CMD-CD-OPER          TO ARCSB629-CD-PGM-OPER
           MOVE AUDV-CHAVE              TO ARCSB629-CHAVE-PROP
           MOVE SPACE                   TO ARCSB629-IC-SITC-ANT
           MOVE 'A'                     TO ARCSB629-IC-SITC-NOVA

           CALL ARCSB629             USING ARCSB629-DADOS

           IF  ARCSB629-IN-SCS-ERRO
               DISPLAY CTE-PROG ' ARCSB629: ' ARCSB629-TX-ERRO
                   ' Conta: ' AUDV-NR-UNCO-CTR-OPR
           END-IF

           .
       032500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       033000-OBTER-ALCADA SECTION.
      *-----------------------------------------------------------------
       036000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       038000-VERIFICAR-ORCAMENTO SECTION.
      *-----------------------------------------------------------------
      *    Consumo da proposta localizada por grupo de produto (vide
      *    VRS031), pela mesma regra da tela: reversao = VL-PCLD das
      *    faixas aplicadas no CADOPR; desconto = VL-AMTR delas menos
      *    a entrada rateada pelo VL-AMTR. Cada grupo e conferido
      *    contra o saldo do mes no ORCAMEN - grupo sem registro nao
      *    tem teto. ORCAMEN ou CADOPR fora do ar recusa o comando.

           MOVE 'N'                     TO WK-ORC-EXCEDIDO-SW
           MOVE 'N'                     TO WK-ORC-FALHA-SW
           MOVE ZEROS                   TO WK-ORC-CD-GR-EXCD
           MOVE ZEROS                   TO WK-ORC-QT-GR
           MOVE ZEROS                   TO WK-ORC-VL-AMTR-TOT
           MOVE DTH-DATA(1:6)           TO WK-ORC-AAAAMM

           IF  WK-ORC-NAO-TENTADO
               OPEN I-O ORCAMEN
               IF  WK-FS-ORCAMEN EQUAL '00'
                   SET  WK-ORC-ABERTO   TO TRUE
               ELSE
                   SET  WK-ORC-INDISPONIVEL TO TRUE
                   DISPLAY CTE-PROG ' ORCAMEN indisponivel - FS: '
                       WK-FS-ORCAMEN ' - APLICAR recusado'
               END-IF
           END-IF

           IF  NOT WK-FRQ-CADO-ABERTO
               OPEN INPUT CADOPR
               IF  WK-FS-CADOPR EQUAL '00'
                   SET  WK-FRQ-CADO-ABERTO TO TRUE
               END-IF
           END-IF

           IF  WK-ORC-INDISPONIVEL
           OR  NOT WK-FRQ-CADO-ABERTO
               SET  WK-ORC-FALHA        TO TRUE
               GO TO 038000-SAI
           END-IF

           MOVE 'N'                     TO FIM-HIST-SW

           MOVE WK-CMD-SIS              TO AUDV-SG-SIS-OGM-OPR
           MOVE WK-CMD-OPR              TO AUDV-NR-UNCO-CTR-OPR
           MOVE WK-CMD-EPRD             TO AUDV-NR-EPRD-FNCD
           MOVE WK-CMD-SCTR             TO AUDV-NR-SCTR-OPR
           MOVE WK-APL-DT-PROP          TO AUDV-DT-PROC
           MOVE WK-APL-HR-PROP          TO AUDV-HR-PROC
           MOVE ZEROS                   TO AUDV-NR-SEQ

           START AUDIHIST KEY GREATER OR EQUAL AUDV-CHAVE

           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               SET FIM-HIST             TO TRUE
           END-IF

           PERFORM UNTIL FIM-HIST

               READ AUDIHIST NEXT
                   AT END SET FIM-HIST  TO TRUE
               END-READ

               IF  NOT FIM-HIST
                   IF  AUDV-SG-SIS-OGM-OPR  EQUAL WK-CMD-SIS
                   AND AUDV-NR-UNCO-CTR-OPR EQUAL WK-CMD-OPR
                   AND AUDV-NR-EPRD-FNCD    EQUAL WK-CMD-EPRD
                   AND AUDV-NR-SCTR-OPR     EQUAL WK-CMD-SCTR
                   AND AUDV-DT-PROC         EQUAL WK-APL-DT-PROP
                   AND AUDV-HR-PROC         EQUAL WK-APL-HR-PROP
                       IF  AUDV-IC-RSTD EQUAL WK-CMD-IC-RSTD
                       AND AUDV-IC-SITC EQUAL SPACE
                           PERFORM 038500-ACUMULAR-FAIXA
                       END-IF
                   ELSE
                       SET FIM-HIST     TO TRUE
                   END-IF
               END-IF

           END-PERFORM

           PERFORM VARYING IX-ORC FROM 1 BY 1
           UNTIL IX-ORC GREATER WK-ORC-QT-GR

               IF  WK-ORC-VL-AMTR-TOT GREATER WK-APL-VL-ENTD
                   COMPUTE WK-ORC-VL-ENTD-GR ROUNDED =
                       WK-APL-VL-ENTD * WK-ORC-VL-AMTR(IX-ORC)
                                      / WK-ORC-VL-AMTR-TOT
                   END-COMPUTE
                   COMPUTE WK-ORC-VL-DSCT(IX-ORC) =
                       WK-ORC-VL-AMTR(IX-ORC) - WK-ORC-VL-ENTD-GR
                   END-COMPUTE
               END-IF

               MOVE WK-ORC-CD-GR(IX-ORC) TO ORC-CD-GR-PRD
               MOVE WK-ORC-AAAAMM       TO ORC-AAAAMM
               READ ORCAMEN

               EVALUATE TRUE
                   WHEN WK-FS-ORCAMEN EQUAL '23'
                       CONTINUE
                   WHEN WK-FS-ORCAMEN NOT EQUAL '00'
                       SET  WK-ORC-FALHA       TO TRUE
                       DISPLAY CTE-PROG ' READ ORCAMEN - FS: '
                           WK-FS-ORCAMEN ' Grupo: ' ORC-CD-GR-PRD
                   WHEN ORC-VL-TETO-PCLD GREATER ZEROS
                    AND ORC-VL-CNSM-PCLD + WK-ORC-VL-PCLD(IX-ORC)
                        GREATER ORC-VL-TETO-PCLD
                       SET  WK-ORC-EXCEDIDO    TO TRUE
                       MOVE WK-ORC-CD-GR(IX-ORC) TO WK-ORC-CD-GR-EXCD
                   WHEN ORC-VL-TETO-DSCT GREATER ZEROS
                    AND ORC-VL-CNSM-DSCT + WK-ORC-VL-DSCT(IX-ORC)
                        GREATER ORC-VL-TETO-DSCT
                       SET  WK-ORC-EXCEDIDO    TO TRUE
                       MOVE WK-ORC-CD-GR(IX-ORC) TO WK-ORC-CD-GR-EXCD
               END-EVALUATE

           END-PERFORM

           .
       038000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       038500-ACUMULAR-FAIXA SECTION.
      *-----------------------------------------------------------------
      *    Soma no grupo da linha do AUDIHIST o VL-AMTR e o VL-PCLD da
      *    faixa aplicada, lidos do CADOPR. Faixa sem cadastro nao
      *    consome orcamento, nem a proposta de recuperacao de conta
      *    baixada a prejuizo - nao ha PCLD a reverter (vide VRS035).

           IF  AUDV-MODO-RECUPERACAO
               GO TO 038500-SAI
           END-IF

           MOVE WK-CMD-SIS              TO CADOPR-SIS
           MOVE WK-CMD-OPR              TO CADOPR-OPR
           MOVE WK-CMD-EPRD             TO CADOPR-EPRD
           MOVE WK-CMD-SCTR             TO CADOPR-SCTR
           MOVE AUDV-CD-FXA-RVSA-RSTD   TO CADOPR-FXA
           READ CADOPR

           IF  WK-FS-CADOPR NOT EQUAL '00'
           OR  CADOPR-VL-AMTR NOT NUMERIC
           OR  CADOPR-VL-PCLD NOT NUMERIC
               GO TO 038500-SAI
           END-IF

           PERFORM VARYING IX-ORC FROM 1 BY 1
           UNTIL IX-ORC GREATER WK-ORC-QT-GR
           OR WK-ORC-CD-GR(IX-ORC) EQUAL AUDV-CD-GR-PRD-RSTD
               CONTINUE
           END-PERFORM

           IF  IX-ORC GREATER WK-ORC-QT-GR
               IF  WK-ORC-QT-GR NOT LESS 10
                   GO TO 038500-SAI
               END-IF
               ADD  1                   TO WK-ORC-QT-GR
               MOVE AUDV-CD-GR-PRD-RSTD TO WK-ORC-CD-GR(IX-ORC)
               MOVE ZEROS               TO WK-ORC-VL-AMTR(IX-ORC)
                                           WK-ORC-VL-PCLD(IX-ORC)
                                           WK-ORC-VL-DSCT(IX-ORC)
           END-IF

           ADD  CADOPR-VL-AMTR          TO WK-ORC-VL-AMTR(IX-ORC)
           ADD  CADOPR-VL-PCLD          TO WK-ORC-VL-PCLD(IX-ORC)
           ADD  CADOPR-VL-AMTR          TO WK-ORC-VL-AMTR-TOT

           .
       038500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       039000-CONSUMIR-ORCAMENTO SECTION.
      *-----------------------------------------------------------------
      *    Soma no ORCAMEN o consumo apurado em 038000 para cada grupo
      *    da proposta aplicada; grupo/mes sem registro e criado com
      *    tetos zerados. Falha so vai a SYSOUT - a aplicacao ja esta
      *    feita.

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-AUD

           PERFORM VARYING IX-ORC FROM 1 BY 1
           UNTIL IX-ORC GREATER WK-ORC-QT-GR

               MOVE WK-ORC-CD-GR(IX-ORC) TO ORC-CD-GR-PRD
               MOVE WK-ORC-AAAAMM       TO ORC-AAAAMM
               READ ORCAMEN

               IF  WK-FS-ORCAMEN EQUAL '23'
                   MOVE SPACES          TO ORCAMEN-REGISTRO
                   MOVE WK-ORC-CD-GR(IX-ORC) TO ORC-CD-GR-PRD
                   MOVE WK-ORC-AAAAMM   TO ORC-AAAAMM
                   MOVE ZEROS           TO ORC-VL-TETO-PCLD
                                           ORC-VL-TETO-DSCT
                                           ORC-VL-CNSM-PCLD
                                           ORC-VL-CNSM-DSCT
                                           ORC-QT-APLC
                                           ORC-QT-APLC-SPVS
                                           ORC-DT-ATLZ-TETO
                   PERFORM 039500-SOMAR-CONSUMO
                   WRITE ORCAMEN-REGISTRO
               ELSE
                   IF  WK-FS-ORCAMEN EQUAL '00'
                       PERFORM 039500-SOMAR-CONSUMO
                       REWRITE ORCAMEN-REGISTRO
                   END-IF
               END-IF

               IF  WK-FS-ORCAMEN NOT EQUAL '00'
                   DISPLAY CTE-PROG ' Consumo ORCAMEN nao gravado'
                       ' - FS: ' WK-FS-ORCAMEN
                       ' Grupo: ' WK-ORC-CD-GR(IX-ORC)
                       ' Conta: ' WK-CMD-OPR
               END-IF

           END-PERFORM

           .
       039000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       039500-SOMAR-CONSUMO SECTION.
      *-----------------------------------------------------------------

           ADD  WK-ORC-VL-PCLD(IX-ORC)  TO ORC-VL-CNSM-PCLD
           ADD  WK-ORC-VL-DSCT(IX-ORC)  TO ORC-VL-CNSM-DSCT
           ADD  1                       TO ORC-QT-APLC
           MOVE DTH-DATA                TO ORC-DT-ULT-CNSM
           MOVE DTH-HORA                TO ORC-HR-ULT-CNSM

           .
       039500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       040000-FORMALIZAR-ACEITE SECTION.
      *-----------------------------------------------------------------
      *    Comando 'FORMALIZ' do modo escuta (VRS033): localiza no
      *    AUDIHIST a aplicacao mais recente da conta, confere a data
      *    do aceite (entre a aplicacao e hoje), o canal e a
      *    referencia do documento, grava o FORMALIZ e o evento 'F' e
      *    responde na fila ('FM' formalizada, 'ER' recusada com o
      *    motivo).

           MOVE SPACES                  TO WK-FML-TX-ERRO
           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-AUD

           IF  WK-FML-NAO-TENTADO
               OPEN I-O FORMALIZ
               IF  WK-FS-FORMALIZ EQUAL '00'
                   SET  WK-FML-ABERTO   TO TRUE
               ELSE
                   SET  WK-FML-INDISPONIVEL TO TRUE
                   DISPLAY CTE-PROG ' FORMALIZ indisponivel - FS: '
                       WK-FS-FORMALIZ
               END-IF
           END-IF

           IF  NOT WK-APL-ABERTOS
               OPEN I-O   AUDIHIST
               OPEN INPUT ALCADA
               IF  WK-FS-AUDIHIST EQUAL '00'
                   SET WK-APL-ABERTOS   TO TRUE
               ELSE
                   DISPLAY CTE-PROG ' AUDIHIST indisponivel - FS: '
                       WK-FS-AUDIHIST
               END-IF
           END-IF

           IF  NOT WK-APL-ABERTOS
           OR  NOT WK-FML-ABERTO
               MOVE 'AUDIHIST ou FORMALIZ indisponivel para formalizar'
                                        TO WK-FML-TX-ERRO
               GO TO 040000-RESPONDER
           END-IF

           IF  WK-FML-OPR NOT NUMERIC
           OR  WK-FML-EPRD NOT NUMERIC
           OR  WK-FML-SCTR NOT NUMERIC
           OR  WK-FML-CD-OPER EQUAL SPACES
               MOVE 'Comando FORMALIZ com campos invalidos'
                                        TO WK-FML-TX-ERRO
               GO TO 040000-RESPONDER
           END-IF

           PERFORM 041000-LOCALIZAR-APLICACAO

           IF  WK-FML-DT-APLC EQUAL ZEROS
               MOVE 'Nao ha Resultado aplicado para a conta'
                                        TO WK-FML-TX-ERRO
               GO TO 040000-RESPONDER
           END-IF

           IF  WK-FML-DT-ACEI NOT NUMERIC
               MOVE 'Data do aceite invalida - AAAAMMDD'
                                        TO WK-FML-TX-ERRO
               GO TO 040000-RESPONDER
           END-IF

           IF  FUNCTION TEST-DATE-YYYYMMDD(WK-FML-DT-ACEI)
                   NOT EQUAL ZEROS
           OR  WK-FML-DT-ACEI GREATER DTH-DATA
           OR  WK-FML-DT-ACEI LESS WK-FML-DT-APLC
               MOVE 'Data do aceite fora do intervalo aplicacao-hoje'
                                        TO WK-FML-TX-ERRO
               GO TO 040000-RESPONDER
           END-IF

           MOVE WK-FML-IC-CANAL         TO FRM-IC-CANAL
           IF  NOT FRM-CANAL-VALIDO
               MOVE 'Canal invalido - A agencia, D digital, G gravada'
                                        TO WK-FML-TX-ERRO
               GO TO 040000-RESPONDER
           END-IF

           IF  WK-FML-NR-DCT-REF EQUAL SPACES
               MOVE 'Referencia do documento e obrigatoria'
                                        TO WK-FML-TX-ERRO
               GO TO 040000-RESPONDER
           END-IF

      *    Formalizacao ja registrada para a mesma aplicacao: o
      *    primeiro registro da conta a partir dela aponta para ela.
           MOVE WK-FML-SIS              TO FRM-SG-SIS-OGM-OPR
           MOVE WK-FML-OPR              TO FRM-NR-UNCO-CTR-OPR
           MOVE WK-FML-EPRD             TO FRM-NR-EPRD-FNCD
           MOVE WK-FML-SCTR             TO FRM-NR-SCTR-OPR
           MOVE WK-FML-DT-APLC          TO FRM-DT-REG
           MOVE WK-FML-HR-APLC          TO FRM-HR-REG

           START FORMALIZ KEY GREATER OR EQUAL FRM-CHAVE
           IF  WK-FS-FORMALIZ EQUAL '00'
               READ FORMALIZ NEXT
               IF  WK-FS-FORMALIZ EQUAL '00'
               AND FRM-SG-SIS-OGM-OPR  EQUAL WK-FML-SIS
               AND FRM-NR-UNCO-CTR-OPR EQUAL WK-FML-OPR
               AND FRM-NR-EPRD-FNCD    EQUAL WK-FML-EPRD
               AND FRM-NR-SCTR-OPR     EQUAL WK-FML-SCTR
               AND FRM-DT-APLC         EQUAL WK-FML-DT-APLC
               AND FRM-HR-APLC         EQUAL WK-FML-HR-APLC
                   STRING 'Aplicacao ja formalizada em ' FRM-DT-REG
                       ' por ' FRM-CD-OPER
                       DELIMITED BY SIZE INTO WK-FML-TX-ERRO
                   END-STRING
                   GO TO 040000-RESPONDER
               END-IF
           END-IF

           MOVE SPACES                  TO FORMALIZ-REGISTRO
           MOVE WK-FML-SIS              TO FRM-SG-SIS-OGM-OPR
           MOVE WK-FML-OPR              TO FRM-NR-UNCO-CTR-OPR
           MOVE WK-FML-EPRD             TO FRM-NR-EPRD-FNCD
           MOVE WK-FML-SCTR             TO FRM-NR-SCTR-OPR
           MOVE DTH-DATA                TO FRM-DT-REG
           MOVE DTH-HORA                TO FRM-HR-REG
           MOVE WK-FML-DT-APLC          TO FRM-DT-APLC
           MOVE WK-FML-HR-APLC          TO FRM-HR-APLC
           MOVE WK-FML-IC-RSTD          TO FRM-IC-RSTD-SLCD
           MOVE WK-FML-DT-ACEI          TO FRM-DT-ACEI
           MOVE WK-FML-IC-CANAL         TO FRM-IC-CANAL
           MOVE WK-FML-NR-DCT-REF       TO FRM-NR-DCT-REF
           MOVE WK-FML-CD-OPER          TO FRM-CD-OPER
           SET  FRM-ORIGEM-FILA         TO TRUE

           WRITE FORMALIZ-REGISTRO

           IF  WK-FS-FORMALIZ NOT EQUAL '00'
               DISPLAY CTE-PROG ' WRITE FORMALIZ - FS: '
                   WK-FS-FORMALIZ ' - ' FRM-CHAVE
               MOVE 'Falha na gravacao do FORMALIZ - reenviar'
                                        TO WK-FML-TX-ERRO
               GO TO 040000-RESPONDER
           END-IF

           PERFORM 043000-GRAVAR-EVENTO-FORMALIZ

           .
       040000-RESPONDER.
           PERFORM 042000-RESPONDER-FORMALIZACAO
           .
       040000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       041000-LOCALIZAR-APLICACAO SECTION.
      *-----------------------------------------------------------------
      *    Varre o historico da conta (chave em ordem de data/hora)
      *    atras da linha aplicada mais recente - mesma regra de
      *    ARCT0628 248000: 'X' posterior para o mesmo Resultado
      *    desfaz a aplicacao achada ate ali.

           MOVE ZEROS                   TO WK-FML-DT-APLC
           MOVE ZEROS                   TO WK-FML-HR-APLC
           MOVE ZEROS                   TO WK-FML-IC-RSTD
           MOVE 'N'                     TO FIM-HIST-SW

           MOVE WK-FML-SIS              TO AUDV-SG-SIS-OGM-OPR
           MOVE WK-FML-OPR              TO AUDV-NR-UNCO-CTR-OPR
           MOVE WK-FML-EPRD             TO AUDV-NR-EPRD-FNCD
           MOVE WK-FML-SCTR             TO AUDV-NR-SCTR-OPR
           MOVE ZEROS                   TO AUDV-DT-PROC
           MOVE ZEROS                   TO AUDV-HR-PROC
           MOVE ZEROS                   TO AUDV-NR-SEQ

           START AUDIHIST KEY GREATER OR EQUAL AUDV-CHAVE

           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               SET FIM-HIST             TO TRUE
           END-IF

           PERFORM UNTIL FIM-HIST

               READ AUDIHIST NEXT
                   AT END SET FIM-HIST  TO TRUE
               END-READ

               IF  NOT FIM-HIST
                   IF  AUDV-SG-SIS-OGM-OPR  EQUAL WK-FML-SIS
                   AND AUDV-NR-UNCO-CTR-OPR EQUAL WK-FML-OPR
                   AND AUDV-NR-EPRD-FNCD    EQUAL WK-FML-EPRD
                   AND AUDV-NR-SCTR-OPR     EQUAL WK-FML-SCTR
                       EVALUATE AUDV-IC-SITC
                           WHEN 'A'
                               MOVE AUDV-DT-PROC TO WK-FML-DT-APLC
                               MOVE AUDV-HR-PROC TO WK-FML-HR-APLC
                               MOVE AUDV-IC-RSTD-SLCD
                                                 TO WK-FML-IC-RSTD
                           WHEN 'X'
                               IF  AUDV-IC-RSTD-SLCD EQUAL
                                   WK-FML-IC-RSTD
                                   MOVE ZEROS    TO WK-FML-DT-APLC
                                                    WK-FML-HR-APLC
                                                    WK-FML-IC-RSTD
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   ELSE
                       SET FIM-HIST     TO TRUE
                   END-IF
               END-IF

           END-PERFORM

           .
       041000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       042000-RESPONDER-FORMALIZACAO SECTION.
      *-----------------------------------------------------------------
      *    Resposta do comando 'FORMALIZ', correlacionada ao MsgId da
      *    mensagem de comando: 'FM' formalizada ou 'ER' com o motivo
      *    da recusa no primeiro texto de erro.

           MOVE SPACES                  TO WK-MQ-RESPOSTA
           MOVE WK-FML-SIS              TO WK-RSP-SIS
           IF  WK-FML-OPR NUMERIC
               MOVE WK-FML-OPR          TO WK-RSP-OPR
           ELSE
               MOVE ZEROS               TO WK-RSP-OPR
           END-IF
           IF  WK-FML-EPRD NUMERIC
               MOVE WK-FML-EPRD         TO WK-RSP-EPRD
           ELSE
               MOVE ZEROS               TO WK-RSP-EPRD
           END-IF
           IF  WK-FML-SCTR NUMERIC
               MOVE WK-FML-SCTR         TO WK-RSP-SCTR
           ELSE
               MOVE ZEROS               TO WK-RSP-SCTR
           END-IF
           MOVE ZEROS                   TO WK-RSP-QT-RSTD

           IF  WK-FML-TX-ERRO EQUAL SPACES
               MOVE 'FM'                TO WK-RSP-IC-STT
           ELSE
               MOVE 'ER'                TO WK-RSP-IC-STT
               MOVE WK-FML-TX-ERRO      TO WK-RSP-TX-ERRO(1)
           END-IF

           PERFORM 670000-ENVIAR-RESPOSTA

           .
       042000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       043000-GRAVAR-EVENTO-FORMALIZ SECTION.
      *-----------------------------------------------------------------
      *    Evento 'F' (formalizada) no feed - a situacao da proposta
      *    continua aplicada.

           MOVE SPACES                  TO EVENTOS-REGISTRO
           MOVE DTH-DATA                TO EVT-DT
           MOVE DTH-HORA                TO EVT-HR
           SET  EVT-FORMALIZADA         TO TRUE
           MOVE WK-FML-SIS              TO EVT-SG-SIS-OGM-OPR
           MOVE WK-FML-OPR              TO EVT-NR-UNCO-CTR-OPR
           MOVE WK-FML-EPRD             TO EVT-NR-EPRD-FNCD
           MOVE WK-FML-SCTR             TO EVT-NR-SCTR-OPR
           MOVE 'A'                     TO EVT-IC-SITC
           MOVE WK-FML-CD-OPER          TO EVT-CD-OPER

           WRITE EVENTOS-REGISTRO

           .
       043000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       050000-LER-PROXIMO-REGISTRO SECTION.
      *-----------------------------------------------------------------
      *    Le a proxima conta da fatia desta execucao. Sem particao
      *    (PARM-QT-PRTC ausente ou 1) devolve o proximo registro
      *    fisico; particionado, descarta os registros das demais
      *    fatias ate chegar a um da fatia deste job.

           SET  WK-FORA-PARTICAO        TO TRUE

           PERFORM UNTIL IN-FIM
           OR WK-NA-PARTICAO

               PERFORM 055000-LER-REGISTRO-FISICO

               IF  NOT IN-FIM
                   IF  WK-QT-PRTC-EFT LESS OR EQUAL 1
                   OR  PARM-FONTE-MQ  
                       SET WK-NA-PARTICAO TO TRUE
                   ELSE
      *                A fatia e definida pelo cliente, para todas as
      *                contas dele cairem no mesmo job e o lote por
      *                cliente nao ser partido entre fatias; extrato
      *                sem chave de cliente cai no rodizio por posicao
      *                do registro.
                       ADD 1             TO WK-NR-SEQ-ENTD
                       IF  ENTRADA-CLI GREATER ZEROS
                           COMPUTE WK-NR-PRTC-REG = FUNCTION MOD
                               (ENTRADA-CLI, WK-QT-PRTC-EFT) + 1
                           END-COMPUTE
                       ELSE
                           COMPUTE WK-NR-PRTC-REG = FUNCTION MOD
                               (WK-NR-SEQ-ENTD - 1, WK-QT-PRTC-EFT)
                               + 1
                           END-COMPUTE
                       END-IF
                       IF  WK-NR-PRTC-REG EQUAL WK-NR-PRTC-EFT
                           SET WK-NA-PARTICAO TO TRUE
                       END-IF
                   END-IF
               END-IF

           END-PERFORM

           IF  WK-NA-PARTICAO
               ADD 1                    TO WK-QT-ENTD-LIDAS
           END-IF

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       055000-LER-REGISTRO-FISICO SECTION.
      *-----------------------------------------------------------------
      *    Le a proxima conta a processar, na fila MQ (PARM-FONTE 'Q')
      *    ou no extrato batch ENTRADA (default) - ambos populam o
      *    mesmo ENTRADA-REGISTRO, para que 100000/800000 nao precisem
      *    saber de onde a conta realmente veio.

           IF  PARM-FONTE-MQ  
      *        MsgId/CorrelId zerados antes de cada MQGET - o MQMD e
      *        reaproveitado pela resposta (660000) e um residuo aqui
      *        faria o proximo MQGET procurar uma mensagem especifica.
               MOVE MQMI-NONE            TO MQMD-MSGID
               MOVE MQCI-NONE            TO MQMD-CORRELID

               CALL 'MQGET' USING WK-MQ-HCONN WK-MQ-HOBJ
                                  MQMD MQGMO
                                  WK-MQ-BUFFLEN WK-MQ-DATABUFFER
                                  WK-MQ-DATALEN
                                  WK-MQ-COMPCODE WK-MQ-REASON
       088000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       089000-ABRIR-REOFERTA SECTION.
      *-----------------------------------------------------------------
      *    Abre os ciclos de reoferta (vide VRS026) para atualizacao.
      *    Indisponivel, a conta reofertada sai com a politica comum
      *    e sem ligacao a proposta quebrada - avisado no SYSOUT.

           OPEN I-O REOFERTA

           IF  WK-FS-REOFERTA NOT EQUAL '00'
               SET  WK-RFT-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' REOFERTA indisponivel - FS: '
                   WK-FS-REOFERTA ' - politica de reoferta suspensa'
           END-IF

           .
       089000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       090000-ABRIR-FREQUENCIA SECTION.
      *-----------------------------------------------------------------
      *    Abre os datasets do limite de frequencia (vide VRS027). Sem
      *    FREQPRD, CADOPR ou AUDIHIST a checagem e suspensa com aviso
      *    - conta que passar sera barrada de novo na tela; sem
      *    FREQLIB nenhuma liberacao e reconhecida; sem CLINDEX so o
      *    nivel conta e checado. No modo escuta o AUDIHIST ja abre
      *    para atualizacao, como o comando 'APLICAR' precisa (030000
      *    nao reabre). Simulacao (grade/planos) nao checa.

           IF  PARM-MODO-GRADE
           OR  PARM-MODO-PLANOS
               SET  WK-FRQ-SUSPENSA     TO TRUE
               GO TO 090000-SAI
           END-IF

           OPEN INPUT FREQPRD
           IF  WK-FS-FREQPRD EQUAL '00'
               SET  WK-FRQ-PRD-ABERTO   TO TRUE
           ELSE
               SET  WK-FRQ-SUSPENSA     TO TRUE
               DISPLAY CTE-PROG ' FREQPRD indisponivel - FS: '
                   WK-FS-FREQPRD ' - limite de frequencia suspenso'
           END-IF

           OPEN INPUT CADOPR
           IF  WK-FS-CADOPR EQUAL '00'
               SET  WK-FRQ-CADO-ABERTO  TO TRUE
           ELSE
               SET  WK-FRQ-SUSPENSA     TO TRUE
               DISPLAY CTE-PROG ' CADOPR indisponivel - FS: '
                   WK-FS-CADOPR ' - limite de frequencia suspenso'
           END-IF

           IF  PARM-FONTE-LISTENER
               OPEN I-O   AUDIHIST
               IF  WK-FS-AUDIHIST EQUAL '00'
                   OPEN INPUT ALCADA
                   SET  WK-APL-ABERTOS  TO TRUE
               END-IF
           ELSE
               OPEN INPUT AUDIHIST
               IF  WK-FS-AUDIHIST EQUAL '00'
                   SET  WK-FRQ-HIST-ABERTO TO TRUE
               END-IF
           END-IF
           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               SET  WK-FRQ-SUSPENSA     TO TRUE
               DISPLAY CTE-PROG ' AUDIHIST indisponivel - FS: '
                   WK-FS-AUDIHIST ' - limite de frequencia suspenso'
           END-IF

           OPEN INPUT FREQLIB
           IF  WK-FS-FREQLIB EQUAL '00'
               SET  WK-FRQ-LIB-ABERTO   TO TRUE
           ELSE
               DISPLAY CTE-PROG ' FREQLIB indisponivel - FS: '
                   WK-FS-FREQLIB ' - liberacoes nao reconhecidas'
           END-IF

           OPEN INPUT CLINDEX
           IF  WK-FS-CLINDEX EQUAL '00'
               SET  WK-FRQ-CLIX-ABERTO  TO TRUE
           ELSE
               DISPLAY CTE-PROG ' CLINDEX indisponivel - FS: '
                   WK-FS-CLINDEX ' - limite por cliente suspenso'
           END-IF

           .
       090000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       091000-ABRIR-RASTREIO SECTION.
      *-----------------------------------------------------------------
      *    Abre a lista de contas com rastro de decisao (vide VRS028).
      *    Indisponivel, nenhuma requisicao sai rastreada - o rastro e
      *    diagnostico e nao segura o lote.

           OPEN INPUT RASTREIO

           IF  WK-FS-RASTREIO NOT EQUAL '00'
               SET  WK-RSC-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' RASTREIO indisponivel - FS: '
                   WK-FS-RASTREIO ' - nenhuma requisicao rastreada'
           END-IF

           .
       091000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       092000-ABRIR-CACHE SECTION.
      *-----------------------------------------------------------------
      *    Abre o cache de respostas e os dois datasets que dizem se
      *    uma resposta guardada ainda vale (vide VRS029). Qualquer um
      *    indisponivel desliga o cache com aviso - sem CACHINV ou
      *    VERSMST nao ha como saber se a resposta envelheceu, e o
      *    custo de desligar e so voltar a chamar o motor. Os modos
      *    de simulacao nao usam o cache.

           IF  PARM-CACHE-DESLIGADO
           OR  PARM-MODO-GRADE
           OR  PARM-MODO-PLANOS
               SET  WK-CCH-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' Cache de respostas desligado'
               GO TO 092000-SAI
           END-IF

           OPEN I-O   RESCACHE

           IF  WK-FS-RESCACHE NOT EQUAL '00'
               SET  WK-CCH-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' RESCACHE indisponivel - FS: '
                   WK-FS-RESCACHE ' - cache desligado'
               GO TO 092000-SAI
           END-IF

           OPEN INPUT CACHINV
           OPEN INPUT VERSMST

           IF  WK-FS-CACHINV NOT EQUAL '00'
           OR  WK-FS-VERSMST NOT EQUAL '00'
               SET  WK-CCH-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' CACHINV/VERSMST indisponivel - FS: '
                   WK-FS-CACHINV '/' WK-FS-VERSMST
                   ' - cache desligado'
               CLOSE RESCACHE
               IF  WK-FS-CACHINV EQUAL '00'
                   CLOSE CACHINV
               END-IF
               IF  WK-FS-VERSMST EQUAL '00'
                   CLOSE VERSMST
               END-IF
               GO TO 092000-SAI
           END-IF

           IF  PARM-CACHE-RENOVAR
               DISPLAY CTE-PROG ' Cache de respostas em renovacao -'
                   ' toda requisicao vai ao motor'
           END-IF

           .
       092000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       100000-MONTAR-LOTE-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *    Acumula ate 30 contas do ENTRADA (limite de grupos do
      *    motor de combinacoes) para formar um lote/requisicao.
      *    Conta ja submetida nesta execucao (ou, com PARM-VRF-AUD,
      *    ja auditada hoje) e pulada e contada em WK-QT-DUPL, sem
      *    ocupar posicao no lote. Na fonte fila o lote fecha com uma
      *    unica conta, para a resposta (660000) correlacionar 1 para
      *    1 com a mensagem de entrada.

           MOVE ZEROS                   TO IX-LOTE

      *    O lote quebra na troca de cliente mesmo abaixo de 30
      *    contas - toda combinacao devolvida pelo motor e uma
      *    proposta que um negociador pode por na frente de um unico
      *    cliente.
           PERFORM UNTIL IX-LOTE GREATER OR EQUAL 30
           OR IN-FIM
           OR (PARM-FONTE-MQ   AND IX-LOTE GREATER ZEROS)
           OR (IX-LOTE GREATER ZEROS
               AND ENTRADA-CLI NOT EQUAL WK-CLI-LOTE)

               MOVE ENTRADA-SIS          TO WK-CHV-SIS
               MOVE ENTRADA-OPR          TO WK-CHV-OPR
               MOVE ENTRADA-EPRD         TO WK-CHV-EPRD
               MOVE ENTRADA-SCTR         TO WK-CHV-SCTR
               PERFORM 110000-VERIFICAR-DUPLICIDADE

               IF  WK-DUPLICADA
                   ADD 1                 TO WK-QT-DUPL
                   DISPLAY CTE-PROG ' Conta repetida pulada - Sis: '
                       ENTRADA-SIS ' Opr: ' ENTRADA-OPR
                   IF  PARM-FONTE-MQ
                       PERFORM 666000-RESPONDER-DUPLICADA
                   END-IF
               ELSE
               PERFORM 112000-VERIFICAR-EMBARGO
               IF  WK-EMBARGADA
                   PERFORM 113000-REJEITAR-EMBARGADA
                   IF  PARM-FONTE-MQ
                       PERFORM 667000-RESPONDER-EMBARGADA
                   END-IF
               ELSE
               PERFORM 114000-VERIFICAR-DIVERGENCIA
               IF  WK-DIVERGENTE
                   PERFORM 115000-REJEITAR-DIVERGENTE
                   IF  PARM-FONTE-MQ
                       PERFORM 668000-RESPONDER-DIVERGENTE
                   END-IF
               ELSE
               PERFORM 116000-VERIFICAR-FREQUENCIA
               IF  WK-FRQ-EXCEDIDA
                   PERFORM 117000-REJEITAR-FREQUENCIA
                   IF  PARM-FONTE-MQ
                       PERFORM 669000-RESPONDER-FREQUENCIA
                   END-IF
               ELSE
                   ADD 1                 TO IX-LOTE
               END-IF
               END-IF
               END-IF
               END-IF

               PERFORM 050000-LER-PROXIMO-REGISTRO

           .
       115000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       116000-VERIFICAR-FREQUENCIA SECTION.
      *-----------------------------------------------------------------
      *    Limite de frequencia de proposta (vide VRS027): o grupo de
      *    produto da conta (primeira faixa no CADOPR) da o parametro
      *    no FREQPRD - registro do grupo ou, na falta, o padrao 0000;
      *    sem nenhum dos dois, o grupo nao tem limite. A conta que ja
      *    recebeu FRQ-QT-MAX-CTA propostas, ou cujo cliente ja
      *    recebeu FRQ-QT-MAX-CLI, nos ultimos FRQ-QT-DIAS dias
      *    (hoje inclusive) e barrada, salvo liberacao do supervisor
      *    no FREQLIB com a data de hoje.

           MOVE 'N'                     TO WK-FRQ-EXCEDIDA-SW
           MOVE 'N'                     TO WK-FRQ-LIBERADA-SW

           IF  WK-FRQ-SUSPENSA
               GO TO 116000-SAI
           END-IF

      *    Conta sem faixa no CADOPR segue sem limite - o descarte
      *    dela e do ARCSB627 (motivo 1), com o motivo certo.
           MOVE ENTRADA-SIS             TO CADOPR-SIS
           MOVE ENTRADA-OPR             TO CADOPR-OPR
           MOVE ENTRADA-EPRD            TO CADOPR-EPRD
           MOVE ENTRADA-SCTR            TO CADOPR-SCTR
           MOVE ZEROS                   TO CADOPR-FXA

           START CADOPR KEY GREATER OR EQUAL CADOPR-CHAVE
           IF  WK-FS-CADOPR NOT EQUAL '00'
               GO TO 116000-SAI
           END-IF

           READ CADOPR NEXT
           IF  WK-FS-CADOPR NOT EQUAL '00'
           OR  CADOPR-SIS  NOT EQUAL ENTRADA-SIS
           OR  CADOPR-OPR  NOT EQUAL ENTRADA-OPR
           OR  CADOPR-EPRD NOT EQUAL ENTRADA-EPRD
           OR  CADOPR-SCTR NOT EQUAL ENTRADA-SCTR
               GO TO 116000-SAI
           END-IF
           MOVE CADOPR-CD-GR-PRD        TO WK-FRQ-CD-GR-PRD

           MOVE WK-FRQ-CD-GR-PRD        TO FRQ-CD-GR-PRD
           READ FREQPRD
           IF  WK-FS-FREQPRD NOT EQUAL '00'
               MOVE ZEROS               TO FRQ-CD-GR-PRD
               READ FREQPRD
               IF  WK-FS-FREQPRD NOT EQUAL '00'
                   GO TO 116000-SAI
               END-IF
           END-IF

           IF  FRQ-QT-DIAS NOT NUMERIC
           OR  FRQ-QT-DIAS EQUAL ZEROS
               GO TO 116000-SAI
           END-IF
           MOVE FRQ-QT-DIAS             TO WK-FRQ-QT-DIAS
           MOVE ZEROS                   TO WK-FRQ-QT-MAX-CTA
           MOVE ZEROS                   TO WK-FRQ-QT-MAX-CLI
           IF  FRQ-QT-MAX-CTA NUMERIC
               MOVE FRQ-QT-MAX-CTA      TO WK-FRQ-QT-MAX-CTA
           END-IF
           IF  FRQ-QT-MAX-CLI NUMERIC
               MOVE FRQ-QT-MAX-CLI      TO WK-FRQ-QT-MAX-CLI
           END-IF

      *    Janela movel: de hoje - dias + 1 ate hoje
           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-AUD
           COMPUTE WK-FRQ-INT-INI =
               FUNCTION INTEGER-OF-DATE(DTH-DATA)
               - WK-FRQ-QT-DIAS + 1
           END-COMPUTE
           COMPUTE WK-FRQ-DT-INI =
               FUNCTION DATE-OF-INTEGER(WK-FRQ-INT-INI)
           END-COMPUTE

      *    Nivel conta
           IF  WK-FRQ-QT-MAX-CTA GREATER ZEROS
               MOVE ZEROS               TO WK-FRQ-QT-TB
               MOVE WK-FRQ-QT-MAX-CTA   TO WK-FRQ-QT-MAX
               MOVE ENTRADA-SIS         TO WK-FRQ-SIS
               MOVE ENTRADA-OPR         TO WK-FRQ-OPR
               MOVE ENTRADA-EPRD        TO WK-FRQ-EPRD
               MOVE ENTRADA-SCTR        TO WK-FRQ-SCTR
               PERFORM 116500-CONTAR-PROPOSTAS-CONTA
               IF  WK-FRQ-QT-TB GREATER OR EQUAL WK-FRQ-QT-MAX-CTA
                   SET  WK-FRQ-EXCEDIDA     TO TRUE
                   SET  WK-FRQ-NIVEL-CONTA  TO TRUE
                   MOVE WK-FRQ-QT-TB        TO WK-FRQ-QT-PRPT
               END-IF
           END-IF

      *    Nivel cliente - a contagem do cliente vale para as demais
      *    contas dele no lote (a execucao corrente nao grava no
      *    AUDIHIST, entao a contagem nao muda ate o espelho).
           IF  NOT WK-FRQ-EXCEDIDA
           AND WK-FRQ-QT-MAX-CLI GREATER ZEROS
           AND WK-FRQ-CLIX-ABERTO
           AND ENTRADA-CLI NUMERIC
           AND ENTRADA-CLI GREATER ZEROS
               IF  ENTRADA-CLI       EQUAL WK-FRQ-CLI-ULT
               AND WK-FRQ-DT-INI     EQUAL WK-FRQ-DT-INI-ULT
               AND WK-FRQ-QT-MAX-CLI EQUAL WK-FRQ-QT-MAX-ULT
                   MOVE WK-FRQ-QT-CLI-ULT TO WK-FRQ-QT-TB
               ELSE
                   PERFORM 116600-CONTAR-PROPOSTAS-CLIENTE
                   MOVE ENTRADA-CLI       TO WK-FRQ-CLI-ULT
                   MOVE WK-FRQ-DT-INI     TO WK-FRQ-DT-INI-ULT
                   MOVE WK-FRQ-QT-MAX-CLI TO WK-FRQ-QT-MAX-ULT
                   MOVE WK-FRQ-QT-TB      TO WK-FRQ-QT-CLI-ULT
               END-IF
               IF  WK-FRQ-QT-TB GREATER OR EQUAL WK-FRQ-QT-MAX-CLI
                   SET  WK-FRQ-EXCEDIDA      TO TRUE
                   SET  WK-FRQ-NIVEL-CLIENTE TO TRUE
                   MOVE WK-FRQ-QT-TB         TO WK-FRQ-QT-PRPT
                   MOVE WK-FRQ-QT-MAX-CLI    TO WK-FRQ-QT-MAX
               END-IF
           END-IF

           IF  WK-FRQ-EXCEDIDA
               PERFORM 116700-VERIFICAR-LIBERACAO
               IF  WK-FRQ-LIBERADA
                   MOVE 'N'             TO WK-FRQ-EXCEDIDA-SW
                   ADD  1               TO WK-QT-FRQ-LIBERADAS
                   DISPLAY CTE-PROG ' Limite de frequencia liberado'
                       ' - Sis: ' ENTRADA-SIS ' Opr: ' ENTRADA-OPR
                       ' supervisor: ' FRL-CD-OPER-SUPV
               END-IF
           END-IF

           .
       116000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       116500-CONTAR-PROPOSTAS-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Percorre o AUDIHIST da conta WK-FRQ-CHAVE-CTA a partir do
      *    inicio da janela e registra cada proposta distinta (data/
      *    hora) ainda em situacao de precificacao - aberta,
      *    expirada, superada ou bloqueada. Aplicacao, pendencia,
      *    cancelamento e as marcas de cumprimento sao decisoes
      *    sobre uma proposta ja contada, nao propostas novas. Para
      *    ao atingir WK-FRQ-QT-MAX.

           MOVE 'N'                     TO WK-FRQ-FIM-SW

           MOVE WK-FRQ-SIS              TO AUDV-SG-SIS-OGM-OPR
           MOVE WK-FRQ-OPR              TO AUDV-NR-UNCO-CTR-OPR
           MOVE WK-FRQ-EPRD             TO AUDV-NR-EPRD-FNCD
           MOVE WK-FRQ-SCTR             TO AUDV-NR-SCTR-OPR
           MOVE WK-FRQ-DT-INI           TO AUDV-DT-PROC
           MOVE ZEROS                   TO AUDV-HR-PROC
           MOVE ZEROS                   TO AUDV-NR-SEQ

           START AUDIHIST KEY GREATER OR EQUAL AUDV-CHAVE

           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               SET  WK-FRQ-FIM          TO TRUE
           END-IF

           PERFORM UNTIL WK-FRQ-FIM

               READ AUDIHIST NEXT
                   AT END SET WK-FRQ-FIM TO TRUE
               END-READ

               IF  NOT WK-FRQ-FIM
                   IF  AUDV-SG-SIS-OGM-OPR  EQUAL WK-FRQ-SIS
                   AND AUDV-NR-UNCO-CTR-OPR EQUAL WK-FRQ-OPR
                   AND AUDV-NR-EPRD-FNCD    EQUAL WK-FRQ-EPRD
                   AND AUDV-NR-SCTR-OPR     EQUAL WK-FRQ-SCTR
                       IF  AUDV-IC-SITC EQUAL SPACE
                       OR  AUDV-IC-SITC EQUAL 'E'
                       OR  AUDV-IC-SITC EQUAL 'S'
                       OR  AUDV-IC-SITC EQUAL 'B'
                           PERFORM 116800-REGISTRAR-PROPOSTA
                       END-IF
                       IF  WK-FRQ-QT-TB GREATER OR EQUAL WK-FRQ-QT-MAX
                           SET  WK-FRQ-FIM  TO TRUE
                       END-IF
                   ELSE
                       SET  WK-FRQ-FIM  TO TRUE
                   END-IF
               END-IF

           END-PERFORM

           .
       116500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       116600-CONTAR-PROPOSTAS-CLIENTE SECTION.
      *-----------------------------------------------------------------
      *    Propostas distintas do cliente inteiro: a conta recem-lida
      *    (pode ainda nao estar no CLINDEX) e as demais contas dele
      *    no CLINDEX. A proposta de lote cobre varias contas do
      *    cliente com a mesma data/hora - a tabela conta uma vez.

           MOVE ZEROS                   TO WK-FRQ-QT-TB
           MOVE WK-FRQ-QT-MAX-CLI       TO WK-FRQ-QT-MAX

           MOVE ENTRADA-SIS             TO WK-FRQ-SIS
           MOVE ENTRADA-OPR             TO WK-FRQ-OPR
           MOVE ENTRADA-EPRD            TO WK-FRQ-EPRD
           MOVE ENTRADA-SCTR            TO WK-FRQ-SCTR
           PERFORM 116500-CONTAR-PROPOSTAS-CONTA

           MOVE 'N'                     TO WK-FRQ-FIM-CLI-SW

           MOVE ENTRADA-CLI             TO CLIX-NR-CLI
           MOVE SPACES                  TO CLIX-SG-SIS-OGM-OPR
           MOVE ZEROS                   TO CLIX-NR-UNCO-CTR-OPR
           MOVE ZEROS                   TO CLIX-NR-EPRD-FNCD
           MOVE ZEROS                   TO CLIX-NR-SCTR-OPR

           START CLINDEX KEY GREATER OR EQUAL CLIX-CHAVE

           IF  WK-FS-CLINDEX NOT EQUAL '00'
               SET  WK-FRQ-FIM-CLI      TO TRUE
           END-IF

           PERFORM UNTIL WK-FRQ-FIM-CLI
           OR WK-FRQ-QT-TB GREATER OR EQUAL WK-FRQ-QT-MAX

               READ CLINDEX NEXT
                   AT END SET WK-FRQ-FIM-CLI TO TRUE
               END-READ

               IF  NOT WK-FRQ-FIM-CLI
                   IF  CLIX-NR-CLI EQUAL ENTRADA-CLI
                       MOVE CLIX-SG-SIS-OGM-OPR  TO WK-FRQ-SIS
                       MOVE CLIX-NR-UNCO-CTR-OPR TO WK-FRQ-OPR
                       MOVE CLIX-NR-EPRD-FNCD    TO WK-FRQ-EPRD
                       MOVE CLIX-NR-SCTR-OPR     TO WK-FRQ-SCTR
                       PERFORM 116500-CONTAR-PROPOSTAS-CONTA
                   ELSE
                       SET  WK-FRQ-FIM-CLI TO TRUE
                   END-IF
               END-IF

           END-PERFORM

           .
       116600-SAI.
           EXIT.
      *-----------------------------------------------------------------
       116700-VERIFICAR-LIBERACAO SECTION.
      *-----------------------------------------------------------------
      *    Liberacao do supervisor com a data de hoje no FREQLIB - da
      *    conta ('C') ou do cliente inteiro ('L'). Qualquer das duas
      *    libera a conta nos dois niveis.

           IF  NOT WK-FRQ-LIB-ABERTO
               GO TO 116700-SAI
           END-IF

           MOVE DTH-DATA                TO FRL-DT-LIB
           MOVE 'C'                     TO FRL-TP
           MOVE ENTRADA-SIS             TO FRL-SG-SIS-OGM-OPR
           MOVE ENTRADA-OPR             TO FRL-NR-UNCO-CTR-OPR
           MOVE ENTRADA-EPRD            TO FRL-NR-EPRD-FNCD
           MOVE ENTRADA-SCTR            TO FRL-NR-SCTR-OPR
           MOVE ZEROS                   TO FRL-NR-CLI

           READ FREQLIB

           IF  WK-FS-FREQLIB EQUAL '00'
               SET  WK-FRQ-LIBERADA     TO TRUE
               GO TO 116700-SAI
           END-IF

           IF  ENTRADA-CLI NUMERIC
           AND ENTRADA-CLI GREATER ZEROS
               MOVE DTH-DATA            TO FRL-DT-LIB
               MOVE 'L'                 TO FRL-TP
      *        Conta vazia na convencao do book ARCKEMBG
               MOVE SPACES              TO FRL-SG-SIS-OGM-OPR
               MOVE ZEROS               TO FRL-NR-UNCO-CTR-OPR
               MOVE ZEROS               TO FRL-NR-EPRD-FNCD
               MOVE ZEROS               TO FRL-NR-SCTR-OPR
               MOVE ENTRADA-CLI         TO FRL-NR-CLI

               READ FREQLIB

               IF  WK-FS-FREQLIB EQUAL '00'
                   SET  WK-FRQ-LIBERADA TO TRUE
               END-IF
           END-IF

           .
       116700-SAI.
           EXIT.
      *-----------------------------------------------------------------
       116800-REGISTRAR-PROPOSTA SECTION.
      *-----------------------------------------------------------------
      *    Inclui a data/hora da linha corrente do AUDIHIST na tabela
      *    de propostas distintas, se ainda nao estiver la.

           MOVE 'N'                     TO WK-FRQ-ACHOU-SW

           PERFORM VARYING WK-FRQ-IX FROM 1 BY 1
           UNTIL WK-FRQ-IX GREATER WK-FRQ-QT-TB
           OR WK-FRQ-ACHOU
               IF  WK-FRQ-TB-DT(WK-FRQ-IX) EQUAL AUDV-DT-PROC
               AND WK-FRQ-TB-HR(WK-FRQ-IX) EQUAL AUDV-HR-PROC
                   SET  WK-FRQ-ACHOU    TO TRUE
               END-IF
           END-PERFORM

           IF  NOT WK-FRQ-ACHOU
           AND WK-FRQ-QT-TB LESS 99
               ADD  1                   TO WK-FRQ-QT-TB
               MOVE AUDV-DT-PROC        TO WK-FRQ-TB-DT(WK-FRQ-QT-TB)
               MOVE AUDV-HR-PROC        TO WK-FRQ-TB-HR(WK-FRQ-QT-TB)
           END-IF

           .
       116800-SAI.
           EXIT.
      *-----------------------------------------------------------------
       117000-REJEITAR-FREQUENCIA SECTION.
      *-----------------------------------------------------------------
      *    Rejeito por limite de frequencia (motivo 7), direto da
      *    identificacao do ENTRADA. Nao e problema de cadastro: a
      *    contagem de rejeicoes segue, mas a conta nunca escala -
      *    volta pelo REJENT e passa sozinha quando a janela andar.

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-AUD

           MOVE SPACES                  TO WK-FRQ-TX-ERRO
           IF  WK-FRQ-NIVEL-CLIENTE
               STRING 'Limite de frequencia do cliente ' ENTRADA-CLI
                   ': ' WK-FRQ-QT-PRPT ' propostas em '
                   WK-FRQ-QT-DIAS ' dias - grupo ' WK-FRQ-CD-GR-PRD
                   DELIMITED BY SIZE INTO WK-FRQ-TX-ERRO
               END-STRING
           ELSE
               STRING 'Limite de frequencia da conta: '
                   WK-FRQ-QT-PRPT ' propostas em '
                   WK-FRQ-QT-DIAS ' dias - grupo ' WK-FRQ-CD-GR-PRD
                   DELIMITED BY SIZE INTO WK-FRQ-TX-ERRO
               END-STRING
           END-IF

           MOVE SPACES                  TO REJEITOS-REGISTRO
           MOVE ENTRADA-SIS             TO REJ-SIS
           MOVE ENTRADA-OPR             TO REJ-OPR
           MOVE ENTRADA-EPRD            TO REJ-EPRD
           MOVE ENTRADA-SCTR            TO REJ-SCTR
           MOVE ENTRADA-CLI             TO REJ-CLI
           MOVE 7                       TO REJ-CD-MTV
           MOVE WK-FRQ-TX-ERRO          TO REJ-TX-ERRO

           COMPUTE REJ-QT-RJCO = WK-ENT-QT-RJCO + 1
               ON SIZE ERROR MOVE 999   TO REJ-QT-RJCO
           END-COMPUTE
           IF  WK-ENT-DT-PRIM GREATER ZEROS
               MOVE WK-ENT-DT-PRIM      TO REJ-DT-PRIM-RJCO
           ELSE
               MOVE DTH-DATA            TO REJ-DT-PRIM-RJCO
           END-IF

           WRITE REJEITOS-REGISTRO
           ADD  1                       TO WK-QT-REJ-FREQUENCIA

           DISPLAY CTE-PROG ' Conta no limite de frequencia - Sis: '
               REJ-SIS ' Opr: ' REJ-OPR ' nivel: ' WK-FRQ-IC-NIVEL

           .
       117000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       150000-PROCESSAR-LOTE SECTION.
      *-----------------------------------------------------------------
           PERFORM 200000-LOCALIZAR-FAIXAS-LOTE

           IF  ARCSB627-IN-SCS-OK
               SET  WK-PASSO-NORMAL     TO TRUE
               PERFORM 300000-MTA-RQSC-DE-ARCSB627
               IF  ARCSB628-QT-GR GREATER ZEROS
                   PERFORM 500000-CHAMAR-MOTOR-SB628
               ELSE
                   IF  WK-QT-GR-PRJZ-LOTE EQUAL ZEROS
                       DISPLAY CTE-PROG ' Lote sem nenhuma conta'
                           ' com faixa cadastrada'
                       IF  PARM-FONTE-MQ
                           MOVE 'Conta sem faixa cadastrada'
                               TO WK-TX-MTV-RSP
                           PERFORM 665000-RESPONDER-ERRO-LOTE
                       END-IF
                   END-IF
               END-IF
      *        Contas baixadas a prejuizo do lote vao ao motor na
      *        requisicao de recuperacao (vide VRS035). Grade e planos
      *        simulam reversao de PCLD - nao se aplicam a elas.
               IF  WK-QT-GR-PRJZ-LOTE GREATER ZEROS
                   IF  PARM-MODO-GRADE
                   OR  PARM-MODO-PLANOS
                       ADD  WK-QT-GR-PRJZ-LOTE TO WK-QT-CTA-PRJZ-SIMUL
                       DISPLAY CTE-PROG ' Lote com ' WK-QT-GR-PRJZ-LOTE
                           ' conta(s) baixada(s) a prejuizo fora da'
                           ' simulacao'
                   ELSE
                       SET  WK-PASSO-RCPR  TO TRUE
                       PERFORM 300000-MTA-RQSC-DE-ARCSB627
                       PERFORM 500000-CHAMAR-MOTOR-SB628
                       SET  WK-PASSO-NORMAL TO TRUE
                       SET  ARCSB628-RCPR-DESLIGADO TO TRUE
                   END-IF
               END-IF
               IF  NOT PARM-FONTE-LISTENER
      *    do lote - IX-OPR percorre o lote recebido de ARCSB627 e
      *    IX-GR e reindexado apenas para as contas com faixa, para
      *    nao deixar posicoes vazias em ARCSB628-LS-GR.
      *    No passo normal a conta baixada a prejuizo com faixa fica
      *    de fora e e contada em WK-QT-GR-PRJZ-LOTE; no passo de
      *    recuperacao entram so elas, com o saldo baixado e a taxa
      *    minima de recuperacao (vide VRS035).

           IF  WK-PASSO-RCPR
               SET  ARCSB628-RCPR-LIGADO    TO TRUE
           ELSE
               SET  ARCSB628-RCPR-DESLIGADO TO TRUE
               MOVE ZEROS               TO WK-QT-GR-PRJZ-LOTE
           END-IF

           IF  PARM-ENTD NOT NUMERIC
               MOVE ZEROS               TO PARM-ENTD
           END-IF

           MOVE PARM-ENTD               TO ARCSB628-VL-ENTD
      *    Entrada informada na requisicao de cliente (vide VRS036)
           IF  WK-CLI-EM-CURSO
           AND WK-CLI-ENTD-INFORMADA
               MOVE WK-CLI-VL-ENTD      TO ARCSB628-VL-ENTD
           END-IF
           MOVE ZEROS                   TO ARCSB628-QT-GR
           MOVE ZEROS                   TO WK-RFT-QT-LOTE
           MOVE ZEROS                   TO WK-RFT-VL-ENTD-MIN
           SET  ARCSB628-RSTR-DESLIGADO TO TRUE
           MOVE SPACES                  TO ARCSB628-CD-ORIG-RSTR
                                           ARCSB628-ID-RSTR

           PERFORM VARYING IX-OPR FROM 1 BY 1
           UNTIL IX-OPR GREATER ARCSB627-QT-OPR

               EVALUATE TRUE
                   WHEN ARCSB627-QT-FXA-OPR(IX-OPR) EQUAL ZEROS
                   OR   NOT ARCSB627-BAIXADA-PRJZ-OPR(IX-OPR)
                       IF  WK-PASSO-NORMAL
                           SET  WK-CTA-NO-PASSO   TO TRUE
                       ELSE
                           SET  WK-CTA-FORA-PASSO TO TRUE
                       END-IF
                   WHEN WK-PASSO-RCPR
                       SET  WK-CTA-NO-PASSO       TO TRUE
                   WHEN OTHER
                       SET  WK-CTA-FORA-PASSO     TO TRUE
                       ADD  1            TO WK-QT-GR-PRJZ-LOTE
               END-EVALUATE

               IF  WK-CTA-NO-PASSO
               AND ARCSB627-QT-FXA-OPR(IX-OPR) GREATER ZEROS
                   ADD  1                TO ARCSB628-QT-GR
                   MOVE ARCSB628-QT-GR   TO IX-GR
                   MOVE IX-OPR           TO WK-GR-LOTE(IX-GR)
                           TO ARCSB628-QT-PRZ-RSTT     (IX-GR IX-FXA)

                   END-PERFORM

                   MOVE ARCSB627-IC-GRNT-OPR    (IX-OPR)
                                         TO ARCSB628-IC-GRNT  (IX-GR)
                   MOVE ARCSB627-CD-TIP-GRNT-OPR(IX-OPR)
                                         TO ARCSB628-CD-TIP-GRNT
                                                              (IX-GR)
                   MOVE ARCSB627-DT-AVLC-GRNT-OPR(IX-OPR)
                                         TO ARCSB628-DT-AVLC-GRNT
                                                              (IX-GR)
                   MOVE ARCSB627-VL-RCPR-GRNT-OPR(IX-OPR)
                                         TO ARCSB628-VL-RCPR-GRNT
                                                              (IX-GR)
                   MOVE ARCSB627-VL-SDO-PRJZ-OPR(IX-OPR)
                                         TO ARCSB628-VL-SDO-PRJZ
                                                              (IX-GR)
                   MOVE ARCSB627-PC-MIN-RCPR-OPR(IX-OPR)
                                         TO ARCSB628-PC-MIN-RCPR
                                                              (IX-GR)

                   PERFORM 305000-VERIFICAR-REOFERTA
                   IF  NOT ARCSB628-RSTR-LIGADO
                       PERFORM 307000-VERIFICAR-RASTREIO
                   END-IF
               ELSE
                   IF  WK-CTA-NO-PASSO
                       MOVE IX-OPR       TO WK-REJ-IX-LOTE
                       MOVE 1            TO WK-REJ-CD-MTV
                       MOVE 'Conta sem faixa cadastrada no CADOPR'
                                         TO WK-REJ-TX-ERRO
                       PERFORM 650000-GRAVAR-REJEITO
                       ADD  1            TO WK-QT-REJ-SEM-FXA
                   END-IF
               END-IF

           END-PERFORM
           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       305000-VERIFICAR-REOFERTA SECTION.
      *-----------------------------------------------------------------
      *    Conta do grupo IX-GR em ciclo ativo de reoferta (vide
      *    VRS026): marca o grupo para a ligacao da nova proposta e
      *    guarda a maior entrada minima do lote.

           MOVE 'N'                     TO WK-RFT-IC-GR(IX-GR)

           IF  WK-RFT-INDISPONIVEL
               GO TO 305000-SAI
           END-IF

           MOVE ARCSB628-SG-SIS-OGM-OPR (IX-GR)
                                        TO RFT-SG-SIS-OGM-OPR
           MOVE ARCSB628-NR-UNCO-CTR-OPR(IX-GR)
                                        TO RFT-NR-UNCO-CTR-OPR
           MOVE ARCSB628-NR-EPRD-FNCD   (IX-GR)
                                        TO RFT-NR-EPRD-FNCD
           MOVE ARCSB628-NR-SCTR-OPR    (IX-GR)
                                        TO RFT-NR-SCTR-OPR

           READ REOFERTA

           IF  WK-FS-REOFERTA NOT EQUAL '00'
           OR  NOT RFT-SITC-ATIVA
               GO TO 305000-SAI
           END-IF

           SET  WK-RFT-GR-ATIVA(IX-GR)  TO TRUE
           ADD  1                       TO WK-RFT-QT-LOTE

           IF  RFT-VL-ENTD-MIN GREATER WK-RFT-VL-ENTD-MIN
               MOVE RFT-VL-ENTD-MIN     TO WK-RFT-VL-ENTD-MIN
           END-IF

           .
       305000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       307000-VERIFICAR-RASTREIO SECTION.
      *-----------------------------------------------------------------
      *    Conta do grupo IX-GR presente no RASTREIO com vigencia
      *    corrente (vide VRS028): a requisicao inteira vai ao motor
      *    com rastro ligado, identificada por esta conta - a primeira
      *    do lote que estiver na lista.

           IF  WK-RSC-INDISPONIVEL
               GO TO 307000-SAI
           END-IF

           MOVE ARCSB628-SG-SIS-OGM-OPR (IX-GR)
                                        TO RSC-SG-SIS-OGM-OPR
           MOVE ARCSB628-NR-UNCO-CTR-OPR(IX-GR)
                                        TO RSC-NR-UNCO-CTR-OPR
           MOVE ARCSB628-NR-EPRD-FNCD   (IX-GR)
                                        TO RSC-NR-EPRD-FNCD
           MOVE ARCSB628-NR-SCTR-OPR    (IX-GR)
                                        TO RSC-NR-SCTR-OPR

           READ RASTREIO

           IF  WK-FS-RASTREIO NOT EQUAL '00'
               GO TO 307000-SAI
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-AUD

           IF  RSC-DT-INI NUMERIC
           AND RSC-DT-INI GREATER ZEROS
           AND DTH-DATA LESS RSC-DT-INI
               GO TO 307000-SAI
           END-IF

           IF  RSC-DT-FIM NUMERIC
           AND RSC-DT-FIM GREATER ZEROS
           AND DTH-DATA GREATER RSC-DT-FIM
               GO TO 307000-SAI
           END-IF

           SET  ARCSB628-RSTR-LIGADO    TO TRUE
           MOVE 'ARCP0627'              TO ARCSB628-CD-ORIG-RSTR
           MOVE RSC-CHAVE               TO ARCSB628-ID-RSTR
           ADD  1                       TO WK-QT-RQSC-RSTR
           DISPLAY CTE-PROG ' Requisicao com rastro de decisao - Sis: '
               RSC-SG-SIS-OGM-OPR ' Opr: ' RSC-NR-UNCO-CTR-OPR

           .
       307000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-GERAR-DADOS-TESTE SECTION.
      *-----------------------------------------------------------------
               MOVE IX-GR  TO ARCSB628-NR-UNCO-CTR-OPR(IX-GR)
               MOVE IX-GR  TO ARCSB628-NR-EPRD-FNCD   (IX-GR)
               MOVE IX-GR  TO ARCSB628-NR-SCTR-OPR    (IX-GR)
               SET  ARCSB628-SEM-GRNT(IX-GR) TO TRUE
               MOVE ZEROS  TO ARCSB628-VL-RCPR-GRNT   (IX-GR)

               MOVE 0 TO IX-FXA-ANT
               PERFORM VARYING IX-FXA FROM 1 BY 1
                       END-COMPUTE
                   END-IF

                   MOVE IX-FXA TO IX-FXA-ANT

               END-PERFORM

           END-PERFORM

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-CHAMAR-MOTOR-SB628 SECTION.
      *-----------------------------------------------------------------

           SET  WK-CCH-NAO-ELEGIVEL     TO TRUE
           SET  WK-CCH-FALTA            TO TRUE

           IF  PARM-MODO-GRADE
               PERFORM 550000-EXECUTAR-GRADE
               GO TO 500000-SAI
           END-IF

           IF  PARM-MODO-PLANOS
               PERFORM 580000-EXECUTAR-PLANOS
               GO TO 500000-SAI
           END-IF

      *    O sequencial da requisicao avanca antes de qualquer
      *    despacho - inclusive os da varredura de otimizacao logo
      *    abaixo - para a estatistica (520000, dentro de 510000) e
      *    a interface (610000) carimbarem o mesmo numero; o modo
      *    grade tambem incrementa antes de varrer. Varredura e
      *    execucao oficial do mesmo lote compartilham o sequencial.
           ADD 1                        TO WK-TOT-QT-RQSC

      *    Modo otimizacao: a varredura mede a curva, escolhe o valor
      *    de entrada do joelho e o deixa em ARCSB628-VL-ENTD - o
      *    fluxo normal abaixo despacha a execucao oficial nesse
      *    valor, com auditoria e interface de sempre.
      *    A curva medida e a de reversao de PCLD - a requisicao de
      *    recuperacao (vide VRS035) vai na entrada informada.
           IF  PARM-MODO-OTIMIZACAO
           AND WK-PASSO-NORMAL
               PERFORM 570000-OTIMIZAR-ENTRADA
           END-IF

      *    Lote com conta em reoferta: a entrada nao fica abaixo da
      *    entrada minima da reoferta (vide VRS026).
           IF  WK-RFT-QT-LOTE GREATER ZEROS
           AND ARCSB628-VL-ENTD LESS WK-RFT-VL-ENTD-MIN
               MOVE WK-RFT-VL-ENTD-MIN  TO ARCSB628-VL-ENTD
               ADD  1                   TO WK-QT-REOF-PISO
               DISPLAY CTE-PROG ' Reoferta - entrada elevada a minima'
                   ' da reoferta'
           END-IF

      *    Recuperacao de baixadas a prejuizo tem totais proprios no
      *    RESUMO (vide VRS035) - o sequencial acima e comum.
           IF  WK-PASSO-RCPR
               ADD 1                    TO WK-TOT-QT-RQSC-PRJZ
               ADD ARCSB628-VL-ENTD     TO WK-TOT-VL-ENTD-PRJZ
           ELSE
               ADD ARCSB628-VL-ENTD     TO WK-TOT-VL-ENTD
           END-IF

      *    Requisicao oficial identica a uma ja respondida, com as
      *    mesmas versoes dos mestres e sem alteracao de faixa das
      *    contas desde entao, aproveita a resposta guardada (vide
      *    VRS029). Daqui para baixo o fluxo nao distingue as duas.
           PERFORM 530000-CONSULTAR-CACHE

           IF  WK-CCH-ACERTO
               PERFORM 535000-RESTAURAR-RESPOSTA
           ELSE
               PERFORM 510000-DESPACHAR-MOTOR
               IF  WK-CCH-ELEGIVEL
               AND ARCSB628-QT-ERRO EQUAL ZEROS
                   PERFORM 540000-GRAVAR-CACHE
               END-IF
           END-IF

           IF  ARCSB628-QT-ERRO EQUAL ZEROS
               PERFORM 600000-GRAVAR-AUDITORIA
               IF  WK-RFT-QT-LOTE GREATER ZEROS
                   PERFORM 625000-LIGAR-REOFERTA
               END-IF
               PERFORM 610000-GRAVAR-INTERFACE
               PERFORM 620000-GRAVAR-EVENTOS-CRIACAO

               IF  WK-QT-LOTE GREATER ZEROS
                   ADD ARCSB628-QT-GR   TO WK-QT-CTA-AUDITADAS
                   IF  WK-PASSO-RCPR
                       ADD ARCSB628-QT-GR TO WK-QT-CTA-PRJZ
                   END-IF
               END-IF

      *        Na recuperacao o criterio do Resultado 5 e o caixa
      *        recuperado, nao a reversao de PCLD
               IF  ARCSB628-QT-RSTD GREATER OR EQUAL 5
               AND ARCSB628-QT-OPC(5) GREATER ZEROS
                   IF  WK-PASSO-RCPR
                       ADD ARCSB628-VL-CRIT-OPC(5 1)
                                        TO WK-TOT-VL-RCPR-PRJZ
                   ELSE
                       ADD ARCSB628-VL-CRIT-OPC(5 1)
                                        TO WK-TOT-VL-PCLD-RVSA
                   END-IF
               END-IF
           ELSE
               PERFORM 630000-REJEITAR-ERRO-MOTOR
           END-IF

           IF  ARCSB628-QT-ERRO EQUAL ZEROS
               MOVE ZEROS               TO WK-QT-FALHAS-CONSEC
           ELSE
               ADD  1                   TO WK-QT-FALHAS-CONSEC
           END-IF

      *    Resposta so para requisicao que veio mesmo da fila - o
      *    caminho de dados de teste (fila vazia) nao monta lote.
           IF  PARM-FONTE-MQ  
           AND WK-QT-LOTE GREATER ZEROS
               PERFORM 660000-RESPONDER-FILA
           END-IF

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       510000-DESPACHAR-MOTOR SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                   TO ARCSB628-QT-RSTD
           MOVE ZEROS                   TO ARCSB628-SEQL-ERRO
           MOVE SPACES                  TO ARCSB628-TX-ERRO

      *    PARM-DISP seleciona em tempo de execucao qual dispatcher
      *    processa a requisicao - 'B' o dispatcher generico BBDS0099,
      *    espaco/'S' a chamada direta a ARCSB628 (caminho default).
           IF  PARM-DISP-BBDS0099
               DISPLAY CTE-PROG ' Prog C '
               CALL BBDS0099          USING ARCSB628-DADOS
           ELSE
               DISPLAY CTE-PROG ' Prog Cobol '
               MOVE LENGTH OF ARCSB628-DADOS TO EIBCALEN
               CALL ARCSB628          USING DFHEIBLK ARCSB628-DADOS
           END-IF

           DISPLAY CTE-PROG ' 628-SEQL-ER: ' ARCSB628-SEQL-ERRO
           DISPLAY CTE-PROG ' 628-TX-ERRO: ' ARCSB628-TX-ERRO
           IF  ARCSB628-RSTR-LIGADO
               DISPLAY CTE-PROG ' 628-QT-RSTR: '
                   ARCSB628-QT-RSTR-GRVD
           END-IF
           DISPLAY CTE-PROG ' -----------------------------------'

           IF  WK-LAT-EM-CURSO
           AND ARCSB628-TM-DRCO-CSS NUMERIC
               ADD ARCSB628-TM-DRCO-CSS TO WK-LAT-TM-MOTOR
           END-IF

           PERFORM 520000-GRAVAR-ESTATISTICA

           .
       510000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       520000-GRAVAR-ESTATISTICA SECTION.
      *-----------------------------------------------------------------
      *    Grava a telemetria devolvida pelo motor para esta chamada -
      *    uma linha por despacho, inclusive por ponto da grade, para
      *    o planejamento de capacidade medir a janela com numeros em
      *    vez de palpites.

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-AUD

           MOVE SPACES                  TO ESTATIST-REGISTRO
           MOVE DTH-DATA                TO EST-DT-PROC
           MOVE DTH-HORA                TO EST-HR-PROC
           MOVE WK-TOT-QT-RQSC          TO EST-NR-SEQ-RQSC
           MOVE ARCSB628-QT-GR          TO EST-QT-GR
           MOVE ARCSB628-QT-CBN-AVLD    TO EST-QT-CBN-AVLD
           MOVE ARCSB628-QT-CBN-PODA    TO EST-QT-CBN-PODA
           MOVE ARCSB628-QT-NVL-MAX     TO EST-QT-NVL-MAX
           MOVE ARCSB628-TM-DRCO-CSS    TO EST-TM-DRCO-CSS

      *    Indicador de cache: espaco para despacho fora do cache
      *    (simulacao, otimizacao, rastro, cache desligado).
           IF  WK-CCH-ELEGIVEL
               IF  WK-CCH-ACERTO
                   SET  EST-CACHE-ACERTO TO TRUE
               ELSE
                   SET  EST-CACHE-FALTA  TO TRUE
               END-IF
           ELSE
               SET  EST-FORA-CACHE      TO TRUE
           END-IF

           WRITE ESTATIST-REGISTRO

           .
       520000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       530000-CONSULTAR-CACHE SECTION.
      *-----------------------------------------------------------------
      *    Decide se a requisicao corrente pode sair do cache. So a
      *    requisicao oficial montada do lote entra - dados de teste,
      *    rastro ligado (o rastro e do motor, nao da resposta) e a
      *    otimizacao (a entrada do joelho sai da varredura) vao
      *    sempre ao motor. Entrada achada e descartada se qualquer
      *    conta da requisicao teve faixa alterada depois da gravacao.

           IF  WK-CCH-INDISPONIVEL
           OR  WK-QT-LOTE NOT GREATER ZEROS
           OR  ARCSB628-RSTR-LIGADO
           OR  PARM-MODO-OTIMIZACAO
           OR  NOT ARCSB628-QT-GR-VLDO
           OR  WK-CLI-CACHE-DESLIGADO
               GO TO 530000-SAI
           END-IF

           SET  WK-CCH-ELEGIVEL         TO TRUE

           PERFORM 531000-CALCULAR-IMPRESSAO

           IF  PARM-CACHE-RENOVAR
           OR  WK-CLI-CACHE-RENOVAR
               ADD  1                   TO WK-QT-CCH-FALTA
               GO TO 530000-SAI
           END-IF

           MOVE WK-CCH-CHAVE            TO CCH-CHAVE

           READ RESCACHE

           IF  WK-FS-RESCACHE NOT EQUAL '00'
               IF  WK-FS-RESCACHE NOT EQUAL '23'
                   DISPLAY CTE-PROG ' READ RESCACHE - FS: '
                       WK-FS-RESCACHE
               END-IF
               ADD  1                   TO WK-QT-CCH-FALTA
               GO TO 530000-SAI
           END-IF

           PERFORM 534000-VERIFICAR-INVALIDACAO

           IF  WK-CCH-INVALIDA
               DELETE RESCACHE
               ADD  1                   TO WK-QT-CCH-INVLD
               ADD  1                   TO WK-QT-CCH-FALTA
               GO TO 530000-SAI
           END-IF

           SET  WK-CCH-ACERTO           TO TRUE
           ADD  1                       TO WK-QT-CCH-ACERTO

           .
       530000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       531000-CALCULAR-IMPRESSAO SECTION.
      *-----------------------------------------------------------------
      *    Impressao digital da requisicao: percorre campo a campo o
      *    que o motor le - so as ocorrencias vigentes das tabelas de
      *    tamanho variavel, cada numero na mesma forma editada - e
      *    acumula duas somas de verificacao independentes sobre os
      *    bytes. Os bytes alem das ocorrencias vigentes (lixo de
      *    requisicao anterior) nao entram. Taxa de juros ou
      *    cronograma com vencimento fazem o motor contar prazo a
      *    partir da data corrente: a data entra na impressao e a
      *    entrada vale so no dia.

           MOVE ZEROS                   TO WK-CCH-SOMA-1
           MOVE ZEROS                   TO WK-CCH-SOMA-2
           MOVE ZEROS                   TO WK-CCH-POSICAO
           MOVE 'N'                     TO WK-CCH-DATADA-SW

           MOVE ARCSB628-TP-MODO        TO WK-CCH-CAMPO
           MOVE 1                       TO WK-CCH-TAM-CAMPO
           PERFORM 532000-ACUMULAR-CAMPO

      *    Modo recuperacao (vide VRS035) - so entra quando ligado,
      *    para nao mudar a impressao das requisicoes ja guardadas
           IF  ARCSB628-RCPR-LIGADO
               MOVE ARCSB628-IC-RCPR    TO WK-CCH-CAMPO
               MOVE 1                   TO WK-CCH-TAM-CAMPO
               PERFORM 532000-ACUMULAR-CAMPO
           END-IF

           IF  ARCSB628-VL-ENTD NUMERIC
               MOVE ARCSB628-VL-ENTD    TO WK-CCH-NUM
           ELSE
               MOVE ZEROS               TO WK-CCH-NUM
           END-IF
           PERFORM 532100-ACUMULAR-NUMERO

           IF  ARCSB628-VL-PCLD-ALVO NUMERIC
               MOVE ARCSB628-VL-PCLD-ALVO TO WK-CCH-NUM
           ELSE
               MOVE ZEROS               TO WK-CCH-NUM
           END-IF
           PERFORM 532100-ACUMULAR-NUMERO

           IF  ARCSB628-PC-ACI NUMERIC
               MOVE ARCSB628-PC-ACI     TO WK-CCH-NUM
           ELSE
               MOVE ZEROS               TO WK-CCH-NUM
           END-IF
           PERFORM 532100-ACUMULAR-NUMERO

           IF  ARCSB628-PC-ABXO NUMERIC
               MOVE ARCSB628-PC-ABXO    TO WK-CCH-NUM
           ELSE
               MOVE ZEROS               TO WK-CCH-NUM
           END-IF
           PERFORM 532100-ACUMULAR-NUMERO

      *    Bandas de entrada
           IF  NOT ARCSB628-QT-FXA-ENTD-VLDO
               MOVE ZEROS               TO ARCSB628-QT-FXA-ENTD
           END-IF
           MOVE ARCSB628-QT-FXA-ENTD    TO WK-CCH-NUM
           PERFORM 532100-ACUMULAR-NUMERO

           PERFORM VARYING IX-CCH-FXA FROM 1 BY 1
           UNTIL IX-CCH-FXA GREATER ARCSB628-QT-FXA-ENTD
               IF  ARCSB628-PC-FXA-ENTD(IX-CCH-FXA) NUMERIC
                   MOVE ARCSB628-PC-FXA-ENTD(IX-CCH-FXA)
                                        TO WK-CCH-NUM
               ELSE
                   MOVE ZEROS           TO WK-CCH-NUM
               END-IF
               PERFORM 532100-ACUMULAR-NUMERO
           END-PERFORM

      *    Taxa de referencia e cronograma de entrada
           IF  ARCSB628-TX-JURO-REF NUMERIC
               MOVE ARCSB628-TX-JURO-REF TO WK-CCH-NUM
           ELSE
               MOVE ZEROS               TO WK-CCH-NUM
           END-IF
           IF  WK-CCH-NUM GREATER ZEROS
               SET  WK-CCH-DATADA       TO TRUE
           END-IF
           PERFORM 532100-ACUMULAR-NUMERO

           IF  NOT ARCSB628-QT-PRST-VLDO
               MOVE 1                   TO ARCSB628-QT-PRST
           END-IF
           MOVE ARCSB628-QT-PRST        TO WK-CCH-NUM
           PERFORM 532100-ACUMULAR-NUMERO

           PERFORM VARYING IX-CCH-FXA FROM 1 BY 1
           UNTIL IX-CCH-FXA GREATER ARCSB628-QT-PRST
               IF  ARCSB628-VL-ENTD-PRST(IX-CCH-FXA) NUMERIC
                   MOVE ARCSB628-VL-ENTD-PRST(IX-CCH-FXA)
                                        TO WK-CCH-NUM
               ELSE
                   MOVE ZEROS           TO WK-CCH-NUM
               END-IF
               PERFORM 532100-ACUMULAR-NUMERO
               IF  ARCSB628-DT-VNCTO-PRST(IX-CCH-FXA) NUMERIC
                   MOVE ARCSB628-DT-VNCTO-PRST(IX-CCH-FXA)
                                        TO WK-CCH-NUM
               ELSE
                   MOVE ZEROS           TO WK-CCH-NUM
               END-IF
               IF  WK-CCH-NUM GREATER ZEROS
                   SET  WK-CCH-DATADA   TO TRUE
               END-IF
               PERFORM 532100-ACUMULAR-NUMERO
           END-PERFORM

      *    Exclusoes de combinacao
           IF  NOT ARCSB628-QT-EXCL-VLDO
               MOVE ZEROS               TO ARCSB628-QT-EXCL
           END-IF
           MOVE ARCSB628-QT-EXCL        TO WK-CCH-NUM
           PERFORM 532100-ACUMULAR-NUMERO

           PERFORM VARYING IX-CCH-FXA FROM 1 BY 1
           UNTIL IX-CCH-FXA GREATER ARCSB628-QT-EXCL
               MOVE ARCSB628-CD-GR-PRD-EXCL(IX-CCH-FXA)
                                        TO WK-CCH-NUM
               PERFORM 532100-ACUMULAR-NUMERO
               MOVE ARCSB628-CD-FXA-RVSA-EXCL(IX-CCH-FXA)
                                        TO WK-CCH-NUM
               PERFORM 532100-ACUMULAR-NUMERO
           END-PERFORM

      *    Grupos, contas e faixas
           MOVE ARCSB628-QT-GR          TO WK-CCH-NUM
           PERFORM 532100-ACUMULAR-NUMERO

           PERFORM VARYING IX-CCH-GR FROM 1 BY 1
           UNTIL IX-CCH-GR GREATER ARCSB628-QT-GR

               MOVE ARCSB628-CD-GR-PRD(IX-CCH-GR) TO WK-CCH-NUM
               PERFORM 532100-ACUMULAR-NUMERO

               MOVE ARCSB628-SG-SIS-OGM-OPR (IX-CCH-GR)
                                        TO WK-CCH-CAMPO
               MOVE 3                   TO WK-CCH-TAM-CAMPO
               PERFORM 532000-ACUMULAR-CAMPO
               MOVE ARCSB628-NR-UNCO-CTR-OPR(IX-CCH-GR)
                                        TO WK-CCH-CAMPO
               MOVE 17                  TO WK-CCH-TAM-CAMPO
               PERFORM 532000-ACUMULAR-CAMPO
               MOVE ARCSB628-NR-EPRD-FNCD   (IX-CCH-GR)
                                        TO WK-CCH-CAMPO
               MOVE 5                   TO WK-CCH-TAM-CAMPO
               PERFORM 532000-ACUMULAR-CAMPO
               MOVE ARCSB628-NR-SCTR-OPR    (IX-CCH-GR)
                                        TO WK-CCH-CAMPO
               MOVE 5                   TO WK-CCH-TAM-CAMPO
               PERFORM 532000-ACUMULAR-CAMPO

               IF  NOT ARCSB628-QT-FXA-VLDO(IX-CCH-GR)
                   MOVE ZEROS           TO ARCSB628-QT-FXA(IX-CCH-GR)
               END-IF
               MOVE ARCSB628-QT-FXA(IX-CCH-GR) TO WK-CCH-NUM
               PERFORM 532100-ACUMULAR-NUMERO

               PERFORM VARYING IX-CCH-FXA FROM 1 BY 1
               UNTIL IX-CCH-FXA GREATER ARCSB628-QT-FXA(IX-CCH-GR)
                   MOVE ARCSB628-CD-FXA-RVSA-RSCO
                           (IX-CCH-GR IX-CCH-FXA)
                                        TO WK-CCH-NUM
                   PERFORM 532100-ACUMULAR-NUMERO
                   IF  ARCSB628-VL-AMTR(IX-CCH-GR IX-CCH-FXA)
                       NUMERIC
                       MOVE ARCSB628-VL-AMTR(IX-CCH-GR IX-CCH-FXA)
                                        TO WK-CCH-NUM
                   ELSE
                       MOVE ZEROS       TO WK-CCH-NUM
                   END-IF
                   PERFORM 532100-ACUMULAR-NUMERO
                   IF  ARCSB628-VL-PCLD(IX-CCH-GR IX-CCH-FXA)
                       NUMERIC
                       MOVE ARCSB628-VL-PCLD(IX-CCH-GR IX-CCH-FXA)
                                        TO WK-CCH-NUM
                   ELSE
                       MOVE ZEROS       TO WK-CCH-NUM
                   END-IF
                   PERFORM 532100-ACUMULAR-NUMERO
                   MOVE ARCSB628-QT-PRZ-RSTT
                           (IX-CCH-GR IX-CCH-FXA)
                                        TO WK-CCH-NUM
                   PERFORM 532100-ACUMULAR-NUMERO
               END-PERFORM

      *        Garantia do grupo - o valor recuperavel muda o
      *        Resultado de garantia
               MOVE ARCSB628-IC-GRNT(IX-CCH-GR) TO WK-CCH-CAMPO
               MOVE 1                   TO WK-CCH-TAM-CAMPO
               PERFORM 532000-ACUMULAR-CAMPO
               IF  ARCSB628-COM-GRNT(IX-CCH-GR)
               AND ARCSB628-VL-RCPR-GRNT(IX-CCH-GR) NUMERIC
                   MOVE ARCSB628-VL-RCPR-GRNT(IX-CCH-GR)
                                        TO WK-CCH-NUM
               ELSE
                   MOVE ZEROS           TO WK-CCH-NUM
               END-IF
               PERFORM 532100-ACUMULAR-NUMERO

      *        Saldo baixado e taxa minima de recuperacao do grupo
               IF  ARCSB628-RCPR-LIGADO
                   IF  ARCSB628-VL-SDO-PRJZ(IX-CCH-GR) NUMERIC
                       MOVE ARCSB628-VL-SDO-PRJZ(IX-CCH-GR)
                                        TO WK-CCH-NUM
                   ELSE
                       MOVE ZEROS       TO WK-CCH-NUM
                   END-IF
                   PERFORM 532100-ACUMULAR-NUMERO
                   IF  ARCSB628-PC-MIN-RCPR(IX-CCH-GR) NUMERIC
                       MOVE ARCSB628-PC-MIN-RCPR(IX-CCH-GR)
                                        TO WK-CCH-NUM
                   ELSE
                       MOVE ZEROS       TO WK-CCH-NUM
                   END-IF
                   PERFORM 532100-ACUMULAR-NUMERO
               END-IF

           END-PERFORM

           IF  WK-CCH-DATADA
               MOVE FUNCTION CURRENT-DATE TO DATA-HORA-AUD
               MOVE DTH-DATA            TO WK-CCH-CAMPO
               MOVE 8                   TO WK-CCH-TAM-CAMPO
               PERFORM 532000-ACUMULAR-CAMPO
           END-IF

           PERFORM 533000-OBTER-VERSOES

           MOVE ARCSB628-SG-SIS-OGM-OPR (1) TO WK-CCH-SIS
           MOVE ARCSB628-NR-UNCO-CTR-OPR(1) TO WK-CCH-OPR
           MOVE ARCSB628-NR-EPRD-FNCD   (1) TO WK-CCH-EPRD
           MOVE ARCSB628-NR-SCTR-OPR    (1) TO WK-CCH-SCTR
           MOVE ARCSB628-QT-GR          TO WK-CCH-QT-GR
           MOVE WK-CCH-POSICAO          TO WK-CCH-QT-POS
           MOVE WK-CCH-SOMA-1           TO WK-CCH-IMPR-1
           MOVE WK-CCH-SOMA-2           TO WK-CCH-IMPR-2

           .
       531000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       532000-ACUMULAR-CAMPO SECTION.
      *-----------------------------------------------------------------
      *    Acumula os WK-CCH-TAM-CAMPO primeiros bytes de WK-CCH-CAMPO
      *    nas duas somas: a primeira polinomial (base 31) modulo
      *    CTE-CCH-PRIMO-1, sensivel a ordem dos bytes; a segunda pelo
      *    valor de cada byte vezes a posicao corrida na requisicao,
      *    modulo CTE-CCH-PRIMO-2.

           PERFORM VARYING IX-CCH-BYTE FROM 1 BY 1
           UNTIL IX-CCH-BYTE GREATER WK-CCH-TAM-CAMPO

               ADD  1                   TO WK-CCH-POSICAO
               COMPUTE WK-CCH-BYTE =
                   FUNCTION ORD(WK-CCH-CAMPO(IX-CCH-BYTE:1))
               END-COMPUTE

               COMPUTE WK-CCH-ACUM = WK-CCH-SOMA-1 * 31 + WK-CCH-BYTE
               END-COMPUTE
               DIVIDE WK-CCH-ACUM BY CTE-CCH-PRIMO-1
                   GIVING WK-CCH-QUOC REMAINDER WK-CCH-SOMA-1
               END-DIVIDE

               COMPUTE WK-CCH-ACUM =
                   WK-CCH-SOMA-2 + WK-CCH-BYTE * WK-CCH-POSICAO
               END-COMPUTE
               DIVIDE WK-CCH-ACUM BY CTE-CCH-PRIMO-2
                   GIVING WK-CCH-QUOC REMAINDER WK-CCH-SOMA-2
               END-DIVIDE

           END-PERFORM

           .
       532000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       532100-ACUMULAR-NUMERO SECTION.
      *-----------------------------------------------------------------
      *    Numero ja movido para WK-CCH-NUM (sinal separado, 15
      *    inteiros e 9 decimais) - a mesma forma para qualquer
      *    PICTURE de origem.

           MOVE WK-CCH-NUM-X            TO WK-CCH-CAMPO
           MOVE LENGTH OF WK-CCH-NUM    TO WK-CCH-TAM-CAMPO
           PERFORM 532000-ACUMULAR-CAMPO

           .
       532100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       533000-OBTER-VERSOES SECTION.
      *-----------------------------------------------------------------
      *    Versoes correntes do CALFER e do COMPPRD, lidas a cada
      *    requisicao - manutencao pelo ARCT0631 durante a noite vale
      *    ja para a requisicao seguinte. Mestre sem registro no
      *    VERSMST vale versao zero.

           MOVE 'CALFER'                TO VMS-NM-ARQ
           READ VERSMST
           IF  WK-FS-VERSMST EQUAL '00'
               MOVE VMS-NR-VRS          TO WK-CCH-VRS-CALF
           ELSE
               MOVE ZEROS               TO WK-CCH-VRS-CALF
           END-IF

           MOVE 'COMPPRD'               TO VMS-NM-ARQ
           READ VERSMST
           IF  WK-FS-VERSMST EQUAL '00'
               MOVE VMS-NR-VRS          TO WK-CCH-VRS-CPRD
           ELSE
               MOVE ZEROS               TO WK-CCH-VRS-CPRD
           END-IF

           .
       533000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       534000-VERIFICAR-INVALIDACAO SECTION.
      *-----------------------------------------------------------------
      *    Entrada do cache lida: qualquer conta da requisicao com
      *    alteracao de faixa no CADOPR (CACHINV) no instante da
      *    gravacao ou depois invalida a entrada.

           MOVE 'N'                     TO WK-CCH-INVALIDA-SW
           COMPUTE WK-CCH-CARIMBO-ENT =
               CCH-DT-GRVC * 1000000 + CCH-HR-GRVC
           END-COMPUTE

           PERFORM VARYING IX-CCH-GR FROM 1 BY 1
           UNTIL IX-CCH-GR GREATER ARCSB628-QT-GR
           OR WK-CCH-INVALIDA

               MOVE ARCSB628-SG-SIS-OGM-OPR (IX-CCH-GR)
                                        TO CIV-SG-SIS-OGM-OPR
               MOVE ARCSB628-NR-UNCO-CTR-OPR(IX-CCH-GR)
                                        TO CIV-NR-UNCO-CTR-OPR
               MOVE ARCSB628-NR-EPRD-FNCD   (IX-CCH-GR)
                                        TO CIV-NR-EPRD-FNCD
               MOVE ARCSB628-NR-SCTR-OPR    (IX-CCH-GR)
                                        TO CIV-NR-SCTR-OPR

               READ CACHINV

               IF  WK-FS-CACHINV EQUAL '00'
                   COMPUTE WK-CCH-CARIMBO-INV =
                       CIV-DT-ALTR * 1000000 + CIV-HR-ALTR
                   END-COMPUTE
                   IF  WK-CCH-CARIMBO-INV NOT LESS WK-CCH-CARIMBO-ENT
                       SET  WK-CCH-INVALIDA TO TRUE
                   END-IF
               END-IF

           END-PERFORM

           .
       534000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       535000-RESTAURAR-RESPOSTA SECTION.
      *-----------------------------------------------------------------
      *    Devolve em ARCSB628-RPST a resposta guardada no RESCACHE,
      *    como se o motor a tivesse calculado - grupo de produto e
      *    conta de cada combinacao voltam da propria requisicao. A
      *    telemetria sai zerada: nao houve despacho.

           INITIALIZE ARCSB628-RPST
           MOVE ZEROS                   TO ARCSB628-SEQL-ERRO
           MOVE SPACES                  TO ARCSB628-TX-ERRO
           MOVE ZEROS                   TO ARCSB628-QT-ERRO
           MOVE ZEROS                   TO ARCSB628-QT-CBN-AVLD
           MOVE ZEROS                   TO ARCSB628-QT-CBN-PODA
           MOVE ZEROS                   TO ARCSB628-QT-NVL-MAX
           MOVE ZEROS                   TO ARCSB628-TM-DRCO-CSS
           MOVE ZEROS                   TO ARCSB628-QT-RSTR-GRVD

           MOVE CCH-VL-ENTD-MIN         TO ARCSB628-VL-ENTD-MIN
           MOVE CCH-IC-RSTD-SLCD        TO ARCSB628-IC-RSTD-SLCD
           MOVE CCH-IC-OPC-SLCD         TO ARCSB628-IC-OPC-SLCD
           MOVE CCH-TX-MTV-SLCD         TO ARCSB628-TX-MTV-SLCD
           MOVE CCH-QT-RSTD             TO ARCSB628-QT-RSTD

           PERFORM VARYING IX-CCH-RSTD FROM 1 BY 1
           UNTIL IX-CCH-RSTD GREATER CCH-QT-RSTD

               MOVE CCH-QT-OPC(IX-CCH-RSTD)
                                        TO ARCSB628-QT-OPC(IX-CCH-RSTD)

               PERFORM VARYING IX-CCH-OPC FROM 1 BY 1
               UNTIL IX-CCH-OPC GREATER CCH-QT-OPC(IX-CCH-RSTD)

                   MOVE CCH-QT-FXA-RSTD (IX-CCH-RSTD IX-CCH-OPC)
                     TO ARCSB628-QT-FXA-RSTD (IX-CCH-RSTD IX-CCH-OPC)
                   MOVE CCH-VL-CRIT-OPC (IX-CCH-RSTD IX-CCH-OPC)
                     TO ARCSB628-VL-CRIT-OPC (IX-CCH-RSTD IX-CCH-OPC)
                   MOVE CCH-QT-PRST-ATGD(IX-CCH-RSTD IX-CCH-OPC)
                     TO ARCSB628-QT-PRST-ATGD(IX-CCH-RSTD IX-CCH-OPC)

                   PERFORM VARYING IX-CCH-CBN FROM 1 BY 1
                   UNTIL IX-CCH-CBN GREATER
                       CCH-QT-FXA-RSTD(IX-CCH-RSTD IX-CCH-OPC)
                       MOVE CCH-IX-GR-CBN
                               (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
                                        TO IX-CCH-GR
                       MOVE ARCSB628-CD-GR-PRD(IX-CCH-GR)
                         TO ARCSB628-CD-GR-PRD-RSTD
                               (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
                       MOVE CCH-CD-FXA-CBN
                               (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
                         TO ARCSB628-CD-FXA-RVSA-RSTD
                               (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
                       MOVE ARCSB628-SG-SIS-OGM-OPR (IX-CCH-GR)
                         TO ARCSB628-SG-SIS-OGM-OPR-RSTD
                               (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
                       MOVE ARCSB628-NR-UNCO-CTR-OPR(IX-CCH-GR)
                         TO ARCSB628-NR-UNCO-CTR-OPR-RSTD
                               (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
                       MOVE ARCSB628-NR-EPRD-FNCD   (IX-CCH-GR)
                         TO ARCSB628-NR-EPRD-FNCD-RSTD
                               (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
                       MOVE ARCSB628-NR-SCTR-OPR    (IX-CCH-GR)
                         TO ARCSB628-NR-SCTR-OPR-RSTD
                               (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
                   END-PERFORM

               END-PERFORM

           END-PERFORM

           DISPLAY CTE-PROG ' Resposta do cache - gravada em '
               CCH-DT-GRVC ' ' CCH-HR-GRVC
           DISPLAY CTE-PROG ' -----------------------------------'

           IF  WK-LAT-EM-CURSO
           AND ARCSB628-TM-DRCO-CSS NUMERIC
               ADD ARCSB628-TM-DRCO-CSS TO WK-LAT-TM-MOTOR
           END-IF

           PERFORM 520000-GRAVAR-ESTATISTICA

           .
       535000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       540000-GRAVAR-CACHE SECTION.
      *-----------------------------------------------------------------
      *    Guarda a resposta sem erro da requisicao que faltou no
      *    cache. Combinacao que nao casa com grupo e conta da
      *    requisicao (nao deveria ocorrer) ou contagem fora do book
      *    deixa a resposta fora do cache - a requisicao seguinte
      *    apenas volta ao motor. Entrada com a mesma chave (modo
      *    renovacao ou corrida entre particoes) e regravada.

           IF  ARCSB628-QT-RSTD LESS ZEROS
           OR  ARCSB628-QT-RSTD GREATER 15
               GO TO 540000-SAI
           END-IF

           SET  WK-CCH-GRAVAVEL         TO TRUE

           INITIALIZE RESCACHE-REGISTRO
           MOVE WK-CCH-CHAVE            TO CCH-CHAVE
           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-AUD
           MOVE DTH-DATA                TO CCH-DT-GRVC
           MOVE DTH-HORA                TO CCH-HR-GRVC
           MOVE ARCSB628-VL-ENTD-MIN    TO CCH-VL-ENTD-MIN
           MOVE ARCSB628-IC-RSTD-SLCD   TO CCH-IC-RSTD-SLCD
           MOVE ARCSB628-IC-OPC-SLCD    TO CCH-IC-OPC-SLCD
           MOVE ARCSB628-TX-MTV-SLCD    TO CCH-TX-MTV-SLCD
           MOVE ARCSB628-QT-RSTD        TO CCH-QT-RSTD

           PERFORM VARYING IX-CCH-RSTD FROM 1 BY 1
           UNTIL IX-CCH-RSTD GREATER ARCSB628-QT-RSTD
           OR WK-CCH-NAO-GRAVAVEL

               IF  NOT ARCSB628-QT-OPC-VLDO(IX-CCH-RSTD)
                   SET  WK-CCH-NAO-GRAVAVEL TO TRUE
               ELSE
                   MOVE ARCSB628-QT-OPC(IX-CCH-RSTD)
                                        TO CCH-QT-OPC(IX-CCH-RSTD)
               END-IF

               PERFORM VARYING IX-CCH-OPC FROM 1 BY 1
               UNTIL IX-CCH-OPC GREATER ARCSB628-QT-OPC(IX-CCH-RSTD)
               OR WK-CCH-NAO-GRAVAVEL

                   IF  ARCSB628-QT-FXA-RSTD(IX-CCH-RSTD IX-CCH-OPC)
                       LESS ZEROS
                   OR  ARCSB628-QT-FXA-RSTD(IX-CCH-RSTD IX-CCH-OPC)
                       GREATER 30
                   OR  ARCSB628-QT-PRST-ATGD(IX-CCH-RSTD IX-CCH-OPC)
                       LESS ZEROS
                   OR  ARCSB628-QT-PRST-ATGD(IX-CCH-RSTD IX-CCH-OPC)
                       GREATER 9
                       SET  WK-CCH-NAO-GRAVAVEL TO TRUE
                   ELSE
                       MOVE ARCSB628-QT-FXA-RSTD
                               (IX-CCH-RSTD IX-CCH-OPC)
                         TO CCH-QT-FXA-RSTD (IX-CCH-RSTD IX-CCH-OPC)
                       MOVE ARCSB628-VL-CRIT-OPC
                               (IX-CCH-RSTD IX-CCH-OPC)
                         TO CCH-VL-CRIT-OPC (IX-CCH-RSTD IX-CCH-OPC)
                       MOVE ARCSB628-QT-PRST-ATGD
                               (IX-CCH-RSTD IX-CCH-OPC)
                         TO CCH-QT-PRST-ATGD(IX-CCH-RSTD IX-CCH-OPC)
                   END-IF

                   PERFORM VARYING IX-CCH-CBN FROM 1 BY 1
                   UNTIL IX-CCH-CBN GREATER
                       CCH-QT-FXA-RSTD(IX-CCH-RSTD IX-CCH-OPC)
                   OR WK-CCH-NAO-GRAVAVEL
                       PERFORM 541000-LOCALIZAR-GRUPO-CBN
                       IF  WK-CCH-IX-GR-ACHOU EQUAL ZEROS
                           SET  WK-CCH-NAO-GRAVAVEL TO TRUE
                       ELSE
                           MOVE WK-CCH-IX-GR-ACHOU
                             TO CCH-IX-GR-CBN
                               (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
                           MOVE ARCSB628-CD-FXA-RVSA-RSTD
                               (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
                             TO CCH-CD-FXA-CBN
                               (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
                       END-IF
                   END-PERFORM

               END-PERFORM

           END-PERFORM

           IF  WK-CCH-NAO-GRAVAVEL
               DISPLAY CTE-PROG ' Resposta fora do cache - combinacao'
                   ' sem grupo da requisicao'
               GO TO 540000-SAI
           END-IF

           WRITE RESCACHE-REGISTRO

           IF  WK-FS-RESCACHE EQUAL '22'
               REWRITE RESCACHE-REGISTRO
           END-IF

           IF  WK-FS-RESCACHE EQUAL '00'
               ADD  1                   TO WK-QT-CCH-GRVD
           ELSE
               DISPLAY CTE-PROG ' WRITE RESCACHE - FS: '
                   WK-FS-RESCACHE
           END-IF

           .
       540000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       541000-LOCALIZAR-GRUPO-CBN SECTION.
      *-----------------------------------------------------------------
      *    Posicao em ARCSB628-LS-GR do grupo de produto e conta da
      *    combinacao corrente da resposta; zero se nenhum casa.

           MOVE ZEROS                   TO WK-CCH-IX-GR-ACHOU

           PERFORM VARYING IX-CCH-GR FROM 1 BY 1
           UNTIL IX-CCH-GR GREATER ARCSB628-QT-GR
           OR WK-CCH-IX-GR-ACHOU GREATER ZEROS
               IF  ARCSB628-CD-GR-PRD(IX-CCH-GR) EQUAL
                   ARCSB628-CD-GR-PRD-RSTD
                       (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
               AND ARCSB628-SG-SIS-OGM-OPR(IX-CCH-GR) EQUAL
                   ARCSB628-SG-SIS-OGM-OPR-RSTD
                       (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
               AND ARCSB628-NR-UNCO-CTR-OPR(IX-CCH-GR) EQUAL
                   ARCSB628-NR-UNCO-CTR-OPR-RSTD
                       (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
               AND ARCSB628-NR-EPRD-FNCD(IX-CCH-GR) EQUAL
                   ARCSB628-NR-EPRD-FNCD-RSTD
                       (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
               AND ARCSB628-NR-SCTR-OPR(IX-CCH-GR) EQUAL
                   ARCSB628-NR-SCTR-OPR-RSTD
                       (IX-CCH-RSTD IX-CCH-OPC IX-CCH-CBN)
                   MOVE IX-CCH-GR       TO WK-CCH-IX-GR-ACHOU
               END-IF
           END-PERFORM

           .
       541000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       550000-EXECUTAR-GRADE SECTION.
                       MOVE ARCSB628-NR-SCTR-OPR-RSTD
                               (IX-RSTD-AUD 1 IX-FXA-AUD)
                                             TO AUD-NR-SCTR-OPR
                       IF  ARCSB628-RCPR-LIGADO
                           MOVE 'P'          TO AUD-TP-MODO
                       ELSE
                           MOVE ARCSB628-TP-MODO
                                             TO AUD-TP-MODO
                       END-IF
                       MOVE ARCSB628-VL-ENTD TO AUD-VL-ENTD
                       MOVE ARCSB628-VL-PCLD-ALVO
                                             TO AUD-VL-PCLD-ALVO
           MOVE WK-TOT-QT-RQSC          TO IFC-NR-SEQ-RQSC
           MOVE DTH-DATA                TO IFC-DT-PROC
           MOVE DTH-HORA                TO IFC-HR-PROC
           IF  ARCSB628-RCPR-LIGADO
               MOVE 'P'                 TO IFC-TP-MODO
           ELSE
               MOVE ARCSB628-TP-MODO    TO IFC-TP-MODO
           END-IF
           MOVE ARCSB628-VL-ENTD        TO IFC-VL-ENTD
           MOVE ARCSB628-VL-PCLD-ALVO   TO IFC-VL-PCLD-ALVO
           MOVE ARCSB628-VL-ENTD-MIN    TO IFC-VL-ENTD-MIN
           MOVE ARCSB628-QT-GR          TO IFC-QT-GR
           MOVE ARCSB628-QT-RSTD        TO IFC-QT-RSTD
      *    Resultado de garantia e sempre o ultimo da resposta
           MOVE ARCSB628-QT-RSTD        TO IFC-IC-RSTD-GRNT
           MOVE ZEROS                   TO IFC-QT-GR-GRNT
                                           IFC-VL-RCPR-GRNT
           PERFORM VARYING IX-GR FROM 1 BY 1
           UNTIL IX-GR GREATER ARCSB628-QT-GR
               IF  ARCSB628-COM-GRNT(IX-GR)
                   ADD  1               TO IFC-QT-GR-GRNT
                   ADD  ARCSB628-VL-RCPR-GRNT(IX-GR)
                                        TO IFC-VL-RCPR-GRNT
               END-IF
           END-PERFORM
           WRITE INTERFAC-REGISTRO

           PERFORM VARYING IX-RSTD-AUD FROM 1 BY 1
           .
       620000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       625000-LIGAR-REOFERTA SECTION.
      *-----------------------------------------------------------------
      *    Liga a proposta recem-auditada (data/hora de 600000, ainda
      *    em DATA-HORA-AUD) ao ciclo de reoferta de cada conta
      *    marcada (vide VRS026). So a primeira precificacao liga -
      *    ciclo ja ofertado mantem a ligacao original, que e a
      *    referencia de ARCP0654 para a aplicacao da reoferta.

           PERFORM VARYING IX-GR FROM 1 BY 1
           UNTIL IX-GR GREATER ARCSB628-QT-GR

               IF  WK-RFT-GR-ATIVA(IX-GR)
                   MOVE ARCSB628-SG-SIS-OGM-OPR (IX-GR)
                                        TO RFT-SG-SIS-OGM-OPR
                   MOVE ARCSB628-NR-UNCO-CTR-OPR(IX-GR)
                                        TO RFT-NR-UNCO-CTR-OPR
                   MOVE ARCSB628-NR-EPRD-FNCD   (IX-GR)
                                        TO RFT-NR-EPRD-FNCD
                   MOVE ARCSB628-NR-SCTR-OPR    (IX-GR)
                                        TO RFT-NR-SCTR-OPR

                   READ REOFERTA

                   IF  WK-FS-REOFERTA EQUAL '00'
                   AND (RFT-SITC-PENDENTE OR RFT-SITC-EMITIDA)
                       SET  RFT-SITC-OFERTADA TO TRUE
                       MOVE DTH-DATA    TO RFT-DT-PROC-NOVA
                       MOVE DTH-HORA    TO RFT-HR-PROC-NOVA
                       MOVE DTH-DATA    TO RFT-DT-ATLZ
                       REWRITE REOFERTA-REGISTRO
                       IF  WK-FS-REOFERTA EQUAL '00'
                           ADD  1       TO WK-QT-REOF-LIGADAS
                       ELSE
                           DISPLAY CTE-PROG ' REWRITE REOFERTA - FS: '
                               WK-FS-REOFERTA ' - ' RFT-CHAVE
                       END-IF
                   END-IF
               END-IF

           END-PERFORM

           .
       625000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       630000-REJEITAR-ERRO-MOTOR SECTION.
      *-----------------------------------------------------------------
               MOVE DTH-DATA                 TO REJ-DT-PRIM-RJCO
           END-IF

      *    Requisicao de cliente: o descarte vai tambem para a
      *    situacao da conta na resposta consolidada (vide VRS036)
           IF  WK-CLI-EM-CURSO
               MOVE WK-CLI-IX-MSG(WK-REJ-IX-LOTE) TO IX-CLI
               IF  WK-REJ-CD-MTV EQUAL 1
                   MOVE 'SF'            TO WK-RSC-IC-STT-CTA(IX-CLI)
               ELSE
                   MOVE 'ER'            TO WK-RSC-IC-STT-CTA(IX-CLI)
               END-IF
               MOVE WK-REJ-TX-ERRO      TO WK-RSC-TX-MTV-CTA(IX-CLI)
           END-IF

           IF  REJ-QT-RJCO GREATER OR EQUAL CTE-QT-RJCO-ESCL
               MOVE REJEITOS-REGISTRO        TO ESCALADO-REGISTRO
               WRITE ESCALADO-REGISTRO
      *    Monta e envia a resposta da requisicao processada na fonte
      *    fila: estado 'OK' com o resumo (criterio da opcao vencedora
      *    de cada Resultado) ou 'ER' com ate 3 erros da lista do
      *    motor. Na requisicao de cliente so acumula (661000) - a
      *    resposta consolidada sai uma vez, no fim da mensagem.

           IF  WK-CLI-EM-CURSO
               PERFORM 661000-ACUMULAR-RESPOSTA-CLI
               GO TO 660000-SAI
           END-IF

           MOVE SPACES                  TO WK-MQ-RESPOSTA
           MOVE WK-LOTE-SIS (1)         TO WK-RSP-SIS
               MOVE ARCSB628-QT-RSTD    TO WK-RSP-QT-RSTD
               PERFORM VARYING IX-RSP FROM 1 BY 1
               UNTIL IX-RSP GREATER ARCSB628-QT-RSTD
               OR IX-RSP GREATER 15
                   MOVE IX-RSP          TO WK-RSP-IC-RSTD(IX-RSP)
                   IF  ARCSB628-QT-OPC(IX-RSP) GREATER ZEROS
                       MOVE ARCSB628-VL-CRIT-OPC(IX-RSP 1)
           .
       660000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       661000-ACUMULAR-RESPOSTA-CLI SECTION.
      *-----------------------------------------------------------------
      *    Requisicao de cliente (vide VRS036): cada despacho do lote
      *    - a requisicao normal e a de recuperacao das baixadas a
      *    prejuizo - preenche o seu bloco da resposta consolidada e
      *    marca as contas que entraram nele. Com erro do motor as
      *    contas ja sairam como erro no rejeito (650000).

           IF  WK-PASSO-RCPR
               MOVE 2                   TO IX-RSC-PASSO
           ELSE
               MOVE 1                   TO IX-RSC-PASSO
           END-IF

           MOVE ARCSB628-QT-GR          TO WK-RSC-QT-GR(IX-RSC-PASSO)

           IF  ARCSB628-QT-ERRO NOT EQUAL ZEROS
               MOVE 'ER'          TO WK-RSC-IC-STT-PASSO(IX-RSC-PASSO)
               MOVE ZEROS         TO WK-RSC-QT-RSTD(IX-RSC-PASSO)
               MOVE SPACES        TO WK-RSC-ERROS(IX-RSC-PASSO)
               PERFORM VARYING IX-RSP FROM 1 BY 1
               UNTIL IX-RSP GREATER ARCSB628-QT-ERRO
               OR IX-RSP GREATER 3
                   MOVE ARCSB628-TX-ERRO-OC(IX-RSP)
                               TO WK-RSC-TX-ERRO(IX-RSC-PASSO IX-RSP)
               END-PERFORM
               GO TO 661000-SAI
           END-IF

           MOVE 'OK'              TO WK-RSC-IC-STT-PASSO(IX-RSC-PASSO)
           MOVE ARCSB628-QT-RSTD  TO WK-RSC-QT-RSTD(IX-RSC-PASSO)
           PERFORM VARYING IX-RSP FROM 1 BY 1
           UNTIL IX-RSP GREATER ARCSB628-QT-RSTD
           OR IX-RSP GREATER 15
               MOVE IX-RSP       TO WK-RSC-IC-RSTD(IX-RSC-PASSO IX-RSP)
               IF  ARCSB628-QT-OPC(IX-RSP) GREATER ZEROS
                   MOVE ARCSB628-VL-CRIT-OPC(IX-RSP 1)
                               TO WK-RSC-VL-CRIT(IX-RSC-PASSO IX-RSP)
               ELSE
                   MOVE ZEROS  TO WK-RSC-VL-CRIT(IX-RSC-PASSO IX-RSP)
               END-IF
           END-PERFORM

           PERFORM VARYING IX-RSC-GR FROM 1 BY 1
           UNTIL IX-RSC-GR GREATER ARCSB628-QT-GR
               MOVE WK-GR-LOTE(IX-RSC-GR)  TO IX-CLI-LOTE
               MOVE WK-CLI-IX-MSG(IX-CLI-LOTE) TO IX-CLI
               IF  WK-PASSO-RCPR
                   MOVE 'PJ'            TO WK-RSC-IC-STT-CTA(IX-CLI)
                   MOVE 'Baixada a prejuizo - Resultados de recuperacao'
                                        TO WK-RSC-TX-MTV-CTA(IX-CLI)
               ELSE
                   MOVE 'OK'            TO WK-RSC-IC-STT-CTA(IX-CLI)
                   MOVE SPACES          TO WK-RSC-TX-MTV-CTA(IX-CLI)
               END-IF
           END-PERFORM

           .
       661000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       665000-RESPONDER-ERRO-LOTE SECTION.
      *-----------------------------------------------------------------
      *    Resposta de erro para a requisicao da fila que nem chegou
      *    ao motor (conta sem faixa, lote invalido) - o motivo vem
      *    em WK-TX-MTV-RSP. Na requisicao de cliente o motivo vai
      *    para o cabecalho da resposta consolidada (vide VRS036).

           IF  WK-CLI-EM-CURSO
               MOVE WK-TX-MTV-RSP       TO WK-RSC-TX-MTV
               GO TO 665000-SAI
           END-IF

           MOVE SPACES                  TO WK-MQ-RESPOSTA
           MOVE WK-LOTE-SIS (1)         TO WK-RSP-SIS
           .
       668000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       669000-RESPONDER-FREQUENCIA SECTION.
      *-----------------------------------------------------------------
      *    Resposta para a requisicao da fila barrada pelo limite de
      *    frequencia - mesma mecanica de 666000/667000, com o texto
      *    ja montado em 117000.

           MOVE SPACES                  TO WK-MQ-RESPOSTA
           MOVE ENTRADA-SIS             TO WK-RSP-SIS
           MOVE ENTRADA-OPR             TO WK-RSP-OPR
           MOVE ENTRADA-EPRD            TO WK-RSP-EPRD
           MOVE ENTRADA-SCTR            TO WK-RSP-SCTR
           MOVE 'ER'                    TO WK-RSP-IC-STT
           MOVE ZEROS                   TO WK-RSP-QT-RSTD
           MOVE WK-FRQ-TX-ERRO          TO WK-RSP-TX-ERRO(1)

           MOVE WK-MQ-MSGID-ULT         TO WK-MQ-MSGID-LOTE
           PERFORM 670000-ENVIAR-RESPOSTA

           .
       669000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       670000-ENVIAR-RESPOSTA SECTION.
      *-----------------------------------------------------------------
               PERFORM 675000-DEPOSITAR-RESPOSTA
           END-IF

      *    Instante da resposta da requisicao em curso no modo escuta
      *    (vide VRS032).
           IF  WK-LAT-EM-CURSO
               IF  WK-MQ-COMPCODE EQUAL MQCC-FAILED
                   MOVE 'D'             TO WK-LAT-IC-RSP
               ELSE
                   MOVE 'R'             TO WK-LAT-IC-RSP
               END-IF
               IF  WK-CLI-EM-CURSO
                   MOVE WK-RSC-IC-STT   TO WK-LAT-IC-STT
               ELSE
                   MOVE WK-RSP-IC-STT   TO WK-LAT-IC-STT
               END-IF
               PERFORM 027300-CARIMBAR-INSTANTE
               MOVE WK-LAT-CNV-INST     TO WK-LAT-INS-RSP
           END-IF

           .
       670000-SAI.
           EXIT.
           MOVE WK-TOT-VL-ENTD          TO RES-VL-ENTD
           MOVE WK-TOT-VL-PCLD-RVSA     TO RES-VL-PCLD-RVSA
           MOVE WK-QT-DUPL              TO RES-QT-DUPL
           COMPUTE RES-QT-RQSC = WK-TOT-QT-RQSC - WK-TOT-QT-RQSC-PRJZ
           MOVE WK-TOT-QT-RQSC-PRJZ     TO RES-QT-RQSC-PRJZ
           MOVE WK-TOT-VL-ENTD-PRJZ     TO RES-VL-ENTD-PRJZ
           MOVE WK-TOT-VL-RCPR-PRJZ     TO RES-VL-RCPR-PRJZ

           OPEN OUTPUT RESUMO
           WRITE RESUMO-REGISTRO
               RES-VL-ENTD
           DISPLAY CTE-PROG ' Total PCLD revertido (Rslt 5): '
               RES-VL-PCLD-RVSA
           DISPLAY CTE-PROG ' Requisicoes de recuperacao...: '
               RES-QT-RQSC-PRJZ
           DISPLAY CTE-PROG ' VL-ENTD proposto recuperacao.: '
               RES-VL-ENTD-PRJZ
           DISPLAY CTE-PROG ' Caixa recuperado (Rslt 5)....: '
               RES-VL-RCPR-PRJZ
           MOVE WK-QT-REJ-SEM-FXA       TO DSP-QT-REJ
           DISPLAY CTE-PROG ' Rejeitos sem faixa cadastrada: '
               DSP-QT-REJ
           MOVE WK-QT-REJ-DIVERGE       TO DSP-QT-REJ
           DISPLAY CTE-PROG ' Rejeitos por divergencia.....: '
               DSP-QT-REJ
           MOVE WK-QT-REJ-FREQUENCIA    TO DSP-QT-REJ
           DISPLAY CTE-PROG ' Rejeitos por frequencia......: '
               DSP-QT-REJ
           MOVE WK-QT-FRQ-LIBERADAS     TO DSP-QT-REJ
           DISPLAY CTE-PROG ' Liberadas por supervisor.....: '
               DSP-QT-REJ
           MOVE WK-QT-ESCALADAS         TO DSP-QT-REJ
           DISPLAY CTE-PROG ' Escaladas ao cadastro........: '
               DSP-QT-REJ
           MOVE WK-QT-REOF-LIGADAS      TO DSP-QT-REJ
           DISPLAY CTE-PROG ' Reofertas precificadas.......: '
               DSP-QT-REJ
           MOVE WK-QT-REOF-PISO         TO DSP-QT-REJ
           DISPLAY CTE-PROG ' Lotes com entrada de reoferta: '
               DSP-QT-REJ
           MOVE WK-QT-RQSC-RSTR         TO DSP-QT-REJ
           DISPLAY CTE-PROG ' Requisicoes com rastro.......: '
               DSP-QT-REJ
           MOVE WK-QT-CCH-ACERTO        TO DSP-QT-REJ
           DISPLAY CTE-PROG ' Respostas do cache...........: '
               DSP-QT-REJ
           MOVE WK-QT-CCH-FALTA         TO DSP-QT-REJ
           DISPLAY CTE-PROG ' Faltas no cache..............: '
               DSP-QT-REJ
           MOVE WK-QT-CCH-INVLD         TO DSP-QT-REJ
           DISPLAY CTE-PROG ' Entradas de cache invalidadas: '
               DSP-QT-REJ
           MOVE WK-QT-CCH-GRVD          TO DSP-QT-REJ
           DISPLAY CTE-PROG ' Respostas gravadas no cache..: '
               DSP-QT-REJ
           DISPLAY CTE-PROG ' ------------------------------------'

           .
                                  + WK-QT-REJ-MOTOR
                                  + WK-QT-REJ-EMBARGO
                                  + WK-QT-REJ-DIVERGE
                                  + WK-QT-REJ-FREQUENCIA
                                  + WK-QT-CTA-AUDITADAS
                                  + WK-QT-CTA-GRADE
                                  + WK-QT-CTA-PLANOS
                                  + WK-QT-CTA-PRJZ-SIMUL
                                  + WK-QT-PNDT-ABRT
           END-COMPUTE

           END-STRING
           WRITE BALANCO-LINHA

           MOVE WK-QT-REJ-FREQUENCIA    TO DSP-QT-BAL
           MOVE SPACES                  TO BALANCO-LINHA
           STRING '  Rejeitadas por frequencia.......: ' DSP-QT-BAL
               DELIMITED BY SIZE INTO BALANCO-LINHA
           END-STRING
           WRITE BALANCO-LINHA

      *    Escaladas ja estao contidas nas rejeitadas acima (mudou o
      *    arquivo de destino, nao o destino logico) - linha apenas
      *    informativa, fora da equacao.
           END-STRING
           WRITE BALANCO-LINHA

      *    Liberadas do limite de frequencia pelo supervisor seguem
      *    para a precificacao e caem em um dos destinos abaixo -
      *    tambem apenas informativa.
           MOVE WK-QT-FRQ-LIBERADAS     TO DSP-QT-BAL
           MOVE SPACES                  TO BALANCO-LINHA
           STRING '  Liberadas do limite (supervisor): ' DSP-QT-BAL
               DELIMITED BY SIZE INTO BALANCO-LINHA
           END-STRING
           WRITE BALANCO-LINHA

           MOVE WK-QT-CTA-AUDITADAS     TO DSP-QT-BAL
           MOVE SPACES                  TO BALANCO-LINHA
           STRING '  Auditadas.......................: ' DSP-QT-BAL
           END-STRING
           WRITE BALANCO-LINHA

      *    Auditadas em modo recuperacao (vide VRS035) ja estao
      *    contidas nas auditadas - linha apenas informativa.
           MOVE WK-QT-CTA-PRJZ          TO DSP-QT-BAL
           MOVE SPACES                  TO BALANCO-LINHA
           STRING '  Auditadas em recuperacao (contidas): ' DSP-QT-BAL
               DELIMITED BY SIZE INTO BALANCO-LINHA
           END-STRING
           WRITE BALANCO-LINHA

           MOVE WK-QT-CTA-GRADE         TO DSP-QT-BAL
           MOVE SPACES                  TO BALANCO-LINHA
           STRING '  Processadas em grade............: ' DSP-QT-BAL
           END-STRING
           WRITE BALANCO-LINHA

           MOVE WK-QT-CTA-PRJZ-SIMUL    TO DSP-QT-BAL
           MOVE SPACES                  TO BALANCO-LINHA
           STRING '  Baixadas fora da simulacao......: ' DSP-QT-BAL
               DELIMITED BY SIZE INTO BALANCO-LINHA
           END-STRING
           WRITE BALANCO-LINHA

           IF  WK-QT-PNDT-ABRT GREATER ZEROS
               MOVE WK-QT-PNDT-ABRT     TO DSP-QT-BAL
               MOVE SPACES              TO BALANCO-LINHA
               OR  WK-QT-REJ-MOTOR GREATER ZEROS
               OR  WK-QT-REJ-EMBARGO GREATER ZEROS
               OR  WK-QT-REJ-DIVERGE GREATER ZEROS
               OR  WK-QT-REJ-FREQUENCIA GREATER ZEROS
                   MOVE 4               TO RETURN-CODE
               ELSE
                   MOVE ZEROS           TO RETURN-CODE
