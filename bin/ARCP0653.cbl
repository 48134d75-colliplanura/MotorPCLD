      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCP0653
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Lembretes e cobranca das parcelas da entrada das
      *             propostas aplicadas. Roda todo dia util depois da
      *             conciliacao ARCP0644 e da troca RECNOVO/RECEBIDO:
      *             para cada proposta aplicada da AUDITORIA (situacao
      *             'A', ou 'D' ainda sem cobertura) monta o cronograma
      *             da entrada e grava no arquivo de interface AVISOS
      *             (book ARCKAVIS) um lembrete para a parcela que
      *             vence daqui a PARM-QT-DIAS-LMBR dias uteis (default
      *             3, canal mensagem SMS) e uma cobranca para a
      *             parcela vencida ha 1 dia util (canal e-mail) ou ha
      *             5 dias uteis (canal carta) que o recebido acumulado
      *             da conta (RECEBIDO) ainda nao cobre. A trilha nao
      *             guarda o cronograma que o motor precificou (vide
      *             ARCP0644), entao ele e refeito como no plano de
      *             ARCP0627 (585000): PARM-QT-PRC parcelas iguais
      *             (default 4, o cronograma que cabe no prazo de
      *             pagamento de ARCP0644), diferenca de arredondamento
      *             na ultima, vencimentos a cada 30 dias corridos da
      *             aplicacao rolados para dia util pelo CALFER (mesma
      *             regra de ARCSB628 125000). Cada aviso vira tambem
      *             um contato no CONTATO (desfecho 08, aviso
      *             automatico), visivel ao negociador em ARCT0630 e
      *             ARCT0632, e uma linha no relatorio de controle.
      *             Negociador do aviso: dono da conta no ATRIBUI ou,
      *             sem dono, o operador que aplicou.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Proposta aplicada depois da
      *        reoferta automatica da conta (REOFERTA, book ARCKREOF,
      *        vide ARCP0654) tem o cronograma refeito com o maximo de
      *        parcelas da reoferta (RFT-QT-PRC-MAX), em vez de
      *        PARM-QT-PRC. REOFERTA indisponivel: PARM-QT-PRC.
      * VRS003 15.10.2026 - F8944859 - AUDIHIST passa a ser o registro
      *        oficial da situacao: cada linha da AUDITORIA vale pela
      *        situacao do espelho (ARCSB629 'C'), que os passos
      *        noturnos mudam no lugar. AUDIHIST indisponivel: vale a
      *        situacao gravada na linha, com aviso na SYSOUT.
      * VRS004 15.10.2026 - F8944859 - Proposta aplicada sem o aceite
      *        do cliente formalizado (FORMALIZ, book ARCKFRML, vide
      *        ARCT0628 PF2) nao recebe lembrete nem cobranca - fica
      *        retida e contada no rodape. Aplicacoes anteriores a
      *        CTE-DT-INI-FRML (inicio da formalizacao) seguem como
      *        antes. FORMALIZ indisponivel: nada e retido, com aviso
      *        na SYSOUT.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCP0653.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *-------------
               SELECT  CALFER     ASSIGN  TO  CALFER
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CALF-CHAVE
                       FILE STATUS   IS  WK-FS-CALFER.
               SELECT  ATRIBUI    ASSIGN  TO  ATRIBUI
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  ATR-CHAVE
                       FILE STATUS   IS  WK-FS-ATRIBUI.
               SELECT  CONTATO    ASSIGN  TO  CONTATO
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CTT-CHAVE
                       FILE STATUS   IS  WK-FS-CONTATO.
               SELECT  REOFERTA   ASSIGN  TO  REOFERTA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  RFT-CHAVE
                       FILE STATUS   IS  WK-FS-REOFERTA.
               SELECT  FORMALIZ   ASSIGN  TO  FORMALIZ
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  FRM-CHAVE
                       FILE STATUS   IS  WK-FS-FORMALIZ.
               SELECT  RECEBIDO   ASSIGN  TO  UT-S-RECEBIDO.
               SELECT  AUDITORIA  ASSIGN  TO  UT-S-AUDITORIA.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD653.
               SELECT  AVISOS     ASSIGN  TO  UT-S-AVISOS.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  CALFER
           RECORD  38.

       01  CALFER-REGISTRO.
-INC ARCKCALF

       FD  ATRIBUI
           RECORD  80.

       01  ATRIBUI-REGISTRO.
-INC ARCKATRB

       FD  CONTATO
           RECORD  200.

       01  CONTATO-REGISTRO.
-INC ARCKCTTO

      *    Ciclos de reoferta automatica (vide VRS002)
       FD  REOFERTA
           RECORD  160.

       01  REOFERTA-REGISTRO.
-INC ARCKREOF

      *    Formalizacao do aceite do cliente (vide VRS004)
       FD  FORMALIZ
           RECORD  150.

       01  FORMALIZ-REGISTRO.
-INC ARCKFRML

      *    Posicao acumulada de recebimentos por conta gravada por
      *    ARCP0644 (RECNOVO ja trocado pelo RECEBIDO vivo no job).
       FD  RECEBIDO
           BLOCK 0 RECORDS
           RECORD  50
           RECORDING MODE IS F.

       01  RECEBIDO-REGISTRO               PIC  X(50).

       FD  AUDITORIA
           BLOCK 0 RECORDS
           RECORD  195
           RECORDING MODE IS F.

       01  AUDITORIA-REGISTRO              PIC  X(195).

       SD  WK-ORDENACAO
           RECORD  195.

       01  WKORD-REGISTRO.
-INC ARCKAUDT

       FD  AVISOS
           BLOCK 0 RECORDS
           RECORD  150
           RECORDING MODE IS F.

       01  AVISOS-REGISTRO.
-INC ARCKAVIS

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0653 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

      *    Operador gravado no CONTATO para os avisos desta rotina
       77  CTE-CD-OPER-AVISO            PIC  X(08) VALUE 'ARCP0653'.
      *    Cobranca no 1o e no 5o dia util apos o vencimento
       77  CTE-QT-DIAS-COBR-1           PIC  9(02) VALUE 1.
       77  CTE-QT-DIAS-COBR-2           PIC  9(02) VALUE 5.
      *    Vencimentos mais antigos que isto (dias corridos) nao tem
      *    mais cobranca a emitir - 5 dias uteis cabem com folga
       77  CTE-QT-DIAS-JANELA           PIC  9(02) VALUE 20.
      *    Inicio da formalizacao do aceite - aplicacoes anteriores
      *    nao tem registro no FORMALIZ e nao sao retidas
       77  CTE-DT-INI-FRML              PIC  9(08) VALUE 20261016.

       01  WK-FS-CALFER                 PIC  X(02) VALUE SPACES.
       01  WK-FS-ATRIBUI                PIC  X(02) VALUE SPACES.
       01  WK-FS-CONTATO                PIC  X(02) VALUE SPACES.
       01  WK-FS-REOFERTA               PIC  X(02) VALUE SPACES.
       01  WK-FS-FORMALIZ               PIC  X(02) VALUE SPACES.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-RECEBIDO-SW              PIC  X(01) VALUE 'N'.
               88  FIM-RECEBIDO                         VALUE 'S'.
           03  FIM-ORDENACAO-SW             PIC  X(01) VALUE 'N'.
               88  FIM-ORDENACAO                        VALUE 'S'.
           03  WK-CALFER-SW                 PIC  X(01) VALUE 'S'.
               88  WK-CALF-DISPONIVEL                   VALUE 'S'.
               88  WK-CALF-INDISPONIVEL                 VALUE 'N'.
           03  WK-ATRIBUI-SW                PIC  X(01) VALUE 'S'.
               88  WK-ATR-DISPONIVEL                    VALUE 'S'.
               88  WK-ATR-INDISPONIVEL                  VALUE 'N'.
           03  WK-CONTATO-SW                PIC  X(01) VALUE 'S'.
               88  WK-CTT-DISPONIVEL                    VALUE 'S'.
               88  WK-CTT-INDISPONIVEL                  VALUE 'N'.
           03  WK-REOFERTA-SW               PIC  X(01) VALUE 'S'.
               88  WK-RFT-DISPONIVEL                    VALUE 'S'.
               88  WK-RFT-INDISPONIVEL                  VALUE 'N'.
           03  WK-FORMALIZ-SW               PIC  X(01) VALUE 'S'.
               88  WK-FRM-DISPONIVEL                    VALUE 'S'.
               88  WK-FRM-INDISPONIVEL                  VALUE 'N'.
           03  WK-FORMALIZADA-SW            PIC  X(01).
               88  WK-FORMALIZADA                       VALUE 'S'.
               88  WK-NAO-FORMALIZADA                   VALUE 'N'.
           03  WK-GRAVADO-SW                PIC  X(01).
               88  WK-GRAVADO                           VALUE 'S'.
           03  WK-DIA-UTIL-SW               PIC  X(01).
               88  WK-DIA-UTIL                          VALUE 'S'.
               88  WK-DIA-NAO-UTIL                      VALUE 'N'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-QT-RCB-LIDOS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-PROPOSTAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-COBERTAS               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-RETIDAS                PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-LEMBRETES              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-COBR-1                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-COBR-2                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTT-GRAVADOS           PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ERRO-CTT               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-VL-LEMBRETES              PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.
           03  WK-VL-COBR-1                 PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.
           03  WK-VL-COBR-2                 PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.
           03  WK-QT-DIAS-LMBR              PIC  9(02) VALUE 3.
           03  WK-QT-PRC                    PIC  9(01) VALUE 4.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  DTH-HORA                     PIC  9(06).
           03  FILLER                       PIC  X(07).

      *    Datas de referencia do dia: o vencimento que recebe
      *    lembrete hoje e o limite da janela de cobranca.
       01  GRP-DATAS.
           03  WK-INT-HOJE                  PIC S9(09) COMP-5.
           03  WK-INT-JANELA                PIC S9(09) COMP-5.
           03  WK-DT-LMBR                   PIC  9(08).
           03  WK-DT-COBR                   PIC  9(08).

      *    Rolagem e avanco de dias uteis (vide ARCSB628 125000)
       01  GRP-DIA-UTIL.
           03  WK-DT-UTIL                   PIC  9(08).
           03  WK-INT-DT                    PIC S9(09) COMP-5.
           03  WK-DIA-SMN                   PIC S9(09) COMP-5.
           03  WK-QT-AVANCO                 PIC  9(02).
           03  WK-QT-AVANCADOS              PIC  9(02).

      *    Recebido acumulado por conta (busca linear, mesmo teto de
      *    30000 contas de ARCP0644, que grava a posicao).
       01  GRP-RECEBIDOS.
           03  WK-QT-PG                     PIC  9(05) COMP-5
                                             VALUE ZEROS.
           03  IX-PG                        PIC  9(05) COMP-5.
           03  WK-PG-CHEIO-SW               PIC  X(01) VALUE 'N'.
               88  WK-PG-CHEIO-AVSD         VALUE 'S'.
           03  WK-TB-PG OCCURS 30000 TIMES.
               05  WK-PG-CHAVE              PIC  X(30).
               05  WK-PG-VL-RCBD            PIC S9(15)V99 COMP-3.

       01  WK-CHAVE-CTA.
           03  WK-CTA-SIS                   PIC  X(03).
           03  WK-CTA-OPR                   PIC  9(17).
           03  WK-CTA-EPRD                  PIC  9(05).
           03  WK-CTA-SCTR                  PIC  9(05).

      *    Leiaute do registro de posicao acumulada (vide ARCP0644)
       01  RCB-REGISTRO.
           03  RCB-CHAVE                    PIC  X(30).
           03  FILLER                       PIC  X(01).
           03  RCB-VL-RCBD                  PIC  9(13)V99.
           03  FILLER                       PIC  X(04).

      *    Conta e proposta correntes do percurso ordenado
       01  GRP-CONTA.
           03  WK-CHAVE-CTA-ANT             PIC  X(30)
                                             VALUE HIGH-VALUES.
           03  WK-VL-RCBD-CTA               PIC S9(15)V99 COMP-3.
           03  WK-CD-NGCD-CTA               PIC  X(08).
           03  WK-CHAVE-PROP.
               05  WK-PROP-CTA              PIC  X(30).
               05  WK-PROP-DT               PIC  9(08).
               05  WK-PROP-HR               PIC  9(06).
           03  WK-CHAVE-PROP-ANT            PIC  X(44)
                                             VALUE HIGH-VALUES.
      *        Reoferta precificada da conta: aplicacao posterior a
      *        ela (data/hora) e a aplicacao da reoferta
           03  WK-REOF-LIGADA-SW            PIC  X(01).
               88  WK-REOF-LIGADA           VALUE 'S'.
           03  WK-RFT-QT-PRC-MAX            PIC  9(01).
           03  WK-RFT-TEMPO-NOVA.
               05  WK-RFT-DT-NOVA           PIC  9(08).
               05  WK-RFT-HR-NOVA           PIC  9(06).

      *    Cronograma refeito da entrada da proposta corrente
       01  GRP-CRONOGRAMA.
           03  IX-PRC                       PIC  9(01).
           03  WK-QT-PRC-EFT                PIC  9(01).
           03  WK-INT-APLC                  PIC S9(09) COMP-5.
           03  WK-INT-VNCTO                 PIC S9(09) COMP-5.
           03  WK-VL-PRC-BASE               PIC S9(15)V99 COMP-3.
           03  WK-VL-PRC-ULTIMA             PIC S9(15)V99 COMP-3.
           03  WK-VL-PRC                    PIC S9(15)V99 COMP-3.
           03  WK-VL-ACUM                   PIC S9(15)V99 COMP-3.
           03  WK-DT-VNCTO                  PIC  9(08).

      *    Aviso a emitir (montado antes de 700000)
       01  GRP-AVISO.
           03  WK-AVS-TP                    PIC  X(01).
           03  WK-AVS-CNL                   PIC  X(01).
           03  WK-AVS-QT-DIAS               PIC  9(02).
           03  WK-AVS-TX-TP                 PIC  X(08).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-VL                       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-2                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

      *    Situacao corrente pelo espelho AUDIHIST (vide VRS003)
       01  GRP-ESPELHO.
           03  WK-AUDIHIST-SW               PIC  X(01) VALUE 'S'.
               88  WK-AUDV-DISPONIVEL                   VALUE 'S'.
               88  WK-AUDV-INDISPONIVEL                 VALUE 'N'.

       01  ARCSB629-DADOS.
-INC ARCKB629

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  PARM1.
           03  PARM-QT-DIAS-LMBR       PIC  9(02).
           03  PARM-QT-PRC             PIC  9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           IF  PARM-QT-DIAS-LMBR NUMERIC
           AND PARM-QT-DIAS-LMBR GREATER ZEROS
               MOVE PARM-QT-DIAS-LMBR   TO WK-QT-DIAS-LMBR
           END-IF

           IF  PARM-QT-PRC NUMERIC
           AND PARM-QT-PRC GREATER ZEROS
           AND PARM-QT-PRC NOT GREATER 4
               MOVE PARM-QT-PRC         TO WK-QT-PRC
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC
           COMPUTE WK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(DTH-DATA)
           END-COMPUTE
           COMPUTE WK-INT-JANELA = WK-INT-HOJE - CTE-QT-DIAS-JANELA

           PERFORM 050000-ABRIR-ARQUIVOS

      *    Vencimento que recebe lembrete hoje: N dias uteis adiante
           MOVE DTH-DATA                TO WK-DT-UTIL
           MOVE WK-QT-DIAS-LMBR         TO WK-QT-AVANCO
           PERFORM 130000-AVANCAR-DIAS-UTEIS
           MOVE WK-DT-UTIL              TO WK-DT-LMBR

           PERFORM 080000-CARREGAR-RECEBIDO

           SORT WK-ORDENACAO
               ON ASCENDING KEY AUD-SG-SIS-OGM-OPR
               ON ASCENDING KEY AUD-NR-UNCO-CTR-OPR
               ON ASCENDING KEY AUD-NR-EPRD-FNCD
               ON ASCENDING KEY AUD-NR-SCTR-OPR
               ON ASCENDING KEY AUD-DT-PROC
               ON ASCENDING KEY AUD-HR-PROC
               USING AUDITORIA
               OUTPUT PROCEDURE IS 300000-AVISAR-ORDENADO

           PERFORM 950000-IMPRIMIR-RODAPE

           CLOSE AVISOS
           CLOSE RELATORIO
           IF  WK-CALF-DISPONIVEL
               CLOSE CALFER
           END-IF
           IF  WK-ATR-DISPONIVEL
               CLOSE ATRIBUI
           END-IF
           IF  WK-CTT-DISPONIVEL
               CLOSE CONTATO
           END-IF
           IF  WK-RFT-DISPONIVEL
               CLOSE REOFERTA
           END-IF
           IF  WK-FRM-DISPONIVEL
               CLOSE FORMALIZ
           END-IF

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       050000-ABRIR-ARQUIVOS SECTION.
      *-----------------------------------------------------------------
      *    CALFER indisponivel: so os fins de semana sao rolados
      *    (mesmo tratamento do motor). ATRIBUI indisponivel: o aviso
      *    sai no operador que aplicou. CONTATO indisponivel: os
      *    avisos saem no AVISOS mas nao ficam visiveis ao
      *    negociador - RC 4. FORMALIZ indisponivel: nenhuma proposta
      *    e retida por falta de formalizacao.

           OPEN OUTPUT AVISOS
           OPEN OUTPUT RELATORIO

           OPEN INPUT CALFER
           IF  WK-FS-CALFER NOT EQUAL '00'
               SET  WK-CALF-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' CALFER indisponivel - FS: '
                   WK-FS-CALFER ' - somente fins de semana'
           END-IF

           OPEN INPUT ATRIBUI
           IF  WK-FS-ATRIBUI NOT EQUAL '00'
               SET  WK-ATR-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' ATRIBUI indisponivel - FS: '
                   WK-FS-ATRIBUI ' - aviso no operador da aplicacao'
           END-IF

           OPEN I-O CONTATO
           IF  WK-FS-CONTATO NOT EQUAL '00'
               SET  WK-CTT-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' CONTATO indisponivel - FS: '
                   WK-FS-CONTATO ' - avisos sem registro de contato'
               MOVE 4                   TO RETURN-CODE
           END-IF

           OPEN INPUT REOFERTA
           IF  WK-FS-REOFERTA NOT EQUAL '00'
               SET  WK-RFT-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' REOFERTA indisponivel - FS: '
                   WK-FS-REOFERTA ' - cronograma de PARM-QT-PRC'
           END-IF

           OPEN INPUT FORMALIZ
           IF  WK-FS-FORMALIZ NOT EQUAL '00'
               SET  WK-FRM-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' FORMALIZ indisponivel - FS: '
                   WK-FS-FORMALIZ ' - avisos sem exigir formalizacao'
           END-IF

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       080000-CARREGAR-RECEBIDO SECTION.
      *-----------------------------------------------------------------
      *    Posicao acumulada por conta, ja com o PAGTOS do dia
      *    somado por ARCP0644 - uma linha por conta.

           OPEN INPUT RECEBIDO

           READ RECEBIDO
               AT END SET FIM-RECEBIDO  TO TRUE
           END-READ

           PERFORM UNTIL FIM-RECEBIDO
               PERFORM 090000-GUARDAR-POSICAO
               READ RECEBIDO
                   AT END SET FIM-RECEBIDO TO TRUE
               END-READ
           END-PERFORM

           CLOSE RECEBIDO

           .
       080000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       090000-GUARDAR-POSICAO SECTION.
      *-----------------------------------------------------------------

           MOVE RECEBIDO-REGISTRO       TO RCB-REGISTRO

           IF  RCB-VL-RCBD NOT NUMERIC
               GO TO 090000-SAI
           END-IF

           ADD  1                       TO WK-QT-RCB-LIDOS

           IF  WK-QT-PG LESS 30000
               ADD  1                   TO WK-QT-PG
               MOVE RCB-CHAVE           TO WK-PG-CHAVE(WK-QT-PG)
               MOVE RCB-VL-RCBD         TO WK-PG-VL-RCBD(WK-QT-PG)
           ELSE
               IF  NOT WK-PG-CHEIO-AVSD
                   DISPLAY CTE-PROG ' Tabela de recebidos'
                       ' cheia (30000) - excedente ignorado'
                   SET WK-PG-CHEIO-AVSD TO TRUE
                   MOVE 8               TO RETURN-CODE
               END-IF
           END-IF

           .
       090000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       125000-ROLAR-DIA-UTIL SECTION.
      *-----------------------------------------------------------------
      *    Avanca WK-DT-UTIL ate cair em dia util: fora de sabado/
      *    domingo (MOD 7 zero e domingo e 6 e sabado no calendario
      *    interno) e sem feriado no CALFER (READ direto pela data) -
      *    a mesma regra de ARCSB628 125000.

           COMPUTE WK-INT-DT =
               FUNCTION INTEGER-OF-DATE(WK-DT-UTIL)
           END-COMPUTE

           SET  WK-DIA-NAO-UTIL         TO TRUE

           PERFORM UNTIL WK-DIA-UTIL

               COMPUTE WK-DIA-SMN = FUNCTION MOD(WK-INT-DT, 7)
               END-COMPUTE
               COMPUTE WK-DT-UTIL =
                   FUNCTION DATE-OF-INTEGER(WK-INT-DT)
               END-COMPUTE

               SET  WK-DIA-UTIL         TO TRUE

               IF  WK-DIA-SMN EQUAL ZEROS
               OR  WK-DIA-SMN EQUAL 6
                   SET WK-DIA-NAO-UTIL  TO TRUE
               ELSE
                   IF  WK-CALF-DISPONIVEL
                       MOVE WK-DT-UTIL  TO CALF-DT-FERIADO
                       READ CALFER
                       IF  WK-FS-CALFER EQUAL '00'
                           SET WK-DIA-NAO-UTIL TO TRUE
                       END-IF
                   END-IF
               END-IF

               IF  WK-DIA-NAO-UTIL
                   ADD 1                TO WK-INT-DT
               END-IF

           END-PERFORM

           .
       125000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       130000-AVANCAR-DIAS-UTEIS SECTION.
      *-----------------------------------------------------------------
      *    Avanca WK-DT-UTIL em WK-QT-AVANCO dias uteis: a cada passo
      *    vai ao dia seguinte e rola para o proximo dia util.

           MOVE ZEROS                   TO WK-QT-AVANCADOS

           PERFORM UNTIL WK-QT-AVANCADOS NOT LESS WK-QT-AVANCO
               COMPUTE WK-INT-DT =
                   FUNCTION INTEGER-OF-DATE(WK-DT-UTIL) + 1
               END-COMPUTE
               COMPUTE WK-DT-UTIL =
                   FUNCTION DATE-OF-INTEGER(WK-INT-DT)
               END-COMPUTE
               PERFORM 125000-ROLAR-DIA-UTIL
               ADD  1                   TO WK-QT-AVANCADOS
           END-PERFORM

           .
       130000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-AVISAR-ORDENADO SECTION.
      *-----------------------------------------------------------------

           PERFORM UNTIL FIM-ORDENACAO
               RETURN WK-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
                   NOT AT END
                       PERFORM 400000-TRATAR-LINHA
               END-RETURN
           END-PERFORM

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-TRATAR-LINHA SECTION.
      *-----------------------------------------------------------------
      *    Uma proposta aplicada sao as linhas da conta com a mesma
      *    data/hora de processamento (uma por faixa da combinacao,
      *    todas com a mesma entrada); so a primeira e tratada.
      *    Cumprida ('C') ja cobriu a entrada - nada a avisar.
      *    Descumprida ('D') segue recebendo cobranca enquanto a
      *    ultima parcela estiver na janela. Sem o aceite do
      *    cliente formalizado a proposta fica retida (VRS004).

           ADD  1                       TO WK-QT-LIDOS

           PERFORM 410000-CONSULTAR-ESPELHO

           IF  NOT AUD-SITC-APLICADA
           AND NOT AUD-SITC-DESCUMPRIDA
               GO TO 400000-SAI
           END-IF

           MOVE AUD-SG-SIS-OGM-OPR      TO WK-CTA-SIS
           MOVE AUD-NR-UNCO-CTR-OPR     TO WK-CTA-OPR
           MOVE AUD-NR-EPRD-FNCD        TO WK-CTA-EPRD
           MOVE AUD-NR-SCTR-OPR         TO WK-CTA-SCTR

           MOVE WK-CHAVE-CTA            TO WK-PROP-CTA
           MOVE AUD-DT-PROC             TO WK-PROP-DT
           MOVE AUD-HR-PROC             TO WK-PROP-HR

           IF  WK-CHAVE-PROP EQUAL WK-CHAVE-PROP-ANT
               GO TO 400000-SAI
           END-IF
           MOVE WK-CHAVE-PROP           TO WK-CHAVE-PROP-ANT

           IF  AUD-VL-ENTD NOT NUMERIC
           OR  AUD-VL-ENTD NOT GREATER ZEROS
               GO TO 400000-SAI
           END-IF

           PERFORM 420000-VERIFICAR-FORMALIZACAO

           IF  WK-NAO-FORMALIZADA
               ADD  1                   TO WK-QT-RETIDAS
               GO TO 400000-SAI
           END-IF

           ADD  1                       TO WK-QT-PROPOSTAS

           IF  WK-CHAVE-CTA NOT EQUAL WK-CHAVE-CTA-ANT
               MOVE WK-CHAVE-CTA        TO WK-CHAVE-CTA-ANT
               PERFORM 450000-BUSCAR-RECEBIDO
               PERFORM 460000-BUSCAR-NEGOCIADOR
               PERFORM 470000-BUSCAR-REOFERTA
           END-IF

           IF  WK-VL-RCBD-CTA NOT LESS AUD-VL-ENTD
               ADD  1                   TO WK-QT-COBERTAS
               GO TO 400000-SAI
           END-IF

           MOVE WK-QT-PRC               TO WK-QT-PRC-EFT
           IF  WK-REOF-LIGADA
           AND (WK-PROP-DT GREATER WK-RFT-DT-NOVA
           OR  (WK-PROP-DT EQUAL WK-RFT-DT-NOVA
           AND  WK-PROP-HR GREATER WK-RFT-HR-NOVA))
               MOVE WK-RFT-QT-PRC-MAX   TO WK-QT-PRC-EFT
           END-IF

           PERFORM 500000-PERCORRER-CRONOGRAMA

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       410000-CONSULTAR-ESPELHO SECTION.
      *-----------------------------------------------------------------
      *    A situacao que vale e a do espelho AUDIHIST (ARCSB629
      *    'C'), sobreposta na linha lida. Falha na abertura desliga
      *    a consulta: as linhas seguintes ficam com a situacao
      *    gravada na AUDITORIA.

           IF  WK-AUDV-INDISPONIVEL
               GO TO 410000-SAI
           END-IF

           MOVE 'C'                     TO ARCSB629-CD-FUNC
           MOVE 'ARCP0653'              TO ARCSB629-CD-PGM-OPER
           MOVE WKORD-REGISTRO          TO ARCSB629-AUDITORIA
           CALL ARCSB629             USING ARCSB629-DADOS

           IF  ARCSB629-IN-SCS-ERRO
               DISPLAY CTE-PROG ' ARCSB629: ' ARCSB629-TX-ERRO
               SET  WK-AUDV-INDISPONIVEL TO TRUE
               GO TO 410000-SAI
           END-IF

           IF  ARCSB629-ACHOU
               MOVE ARCSB629-AUDITORIA  TO WKORD-REGISTRO
           END-IF

           .
       410000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       420000-VERIFICAR-FORMALIZACAO SECTION.
      *-----------------------------------------------------------------
      *    A aplicacao esta formalizada quando o primeiro registro do
      *    FORMALIZ da conta gravado na data/hora da linha ou depois
      *    se refere a uma aplicacao nao posterior a ela (vide book
      *    ARCKFRML). Registro posterior apontando para aplicacao
      *    mais nova: esta foi substituida sem formalizacao.

           SET  WK-FORMALIZADA          TO TRUE

           IF  WK-FRM-INDISPONIVEL
           OR  AUD-DT-PROC LESS CTE-DT-INI-FRML
               GO TO 420000-SAI
           END-IF

           SET  WK-NAO-FORMALIZADA      TO TRUE

           MOVE AUD-SG-SIS-OGM-OPR      TO FRM-SG-SIS-OGM-OPR
           MOVE AUD-NR-UNCO-CTR-OPR     TO FRM-NR-UNCO-CTR-OPR
           MOVE AUD-NR-EPRD-FNCD        TO FRM-NR-EPRD-FNCD
           MOVE AUD-NR-SCTR-OPR         TO FRM-NR-SCTR-OPR
           MOVE AUD-DT-PROC             TO FRM-DT-REG
           MOVE AUD-HR-PROC             TO FRM-HR-REG

           START FORMALIZ KEY NOT LESS FRM-CHAVE
           IF  WK-FS-FORMALIZ NOT EQUAL '00'
               GO TO 420000-SAI
           END-IF

           READ FORMALIZ NEXT
           IF  WK-FS-FORMALIZ NOT EQUAL '00'
               GO TO 420000-SAI
           END-IF

           IF  FRM-SG-SIS-OGM-OPR  EQUAL AUD-SG-SIS-OGM-OPR
           AND FRM-NR-UNCO-CTR-OPR EQUAL AUD-NR-UNCO-CTR-OPR
           AND FRM-NR-EPRD-FNCD    EQUAL AUD-NR-EPRD-FNCD
           AND FRM-NR-SCTR-OPR     EQUAL AUD-NR-SCTR-OPR
           AND (FRM-DT-APLC LESS AUD-DT-PROC
           OR  (FRM-DT-APLC EQUAL AUD-DT-PROC
           AND  FRM-HR-APLC NOT GREATER AUD-HR-PROC))
               SET  WK-FORMALIZADA      TO TRUE
           END-IF

           .
       420000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       450000-BUSCAR-RECEBIDO SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                   TO WK-VL-RCBD-CTA

           PERFORM VARYING IX-PG FROM 1 BY 1
           UNTIL IX-PG GREATER WK-QT-PG
               IF  WK-PG-CHAVE(IX-PG) EQUAL WK-CHAVE-CTA
                   MOVE WK-PG-VL-RCBD(IX-PG) TO WK-VL-RCBD-CTA
                   MOVE WK-QT-PG             TO IX-PG
               END-IF
           END-PERFORM

           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       460000-BUSCAR-NEGOCIADOR SECTION.
      *-----------------------------------------------------------------
      *    Dono da conta no ATRIBUI (registro tipo 'C'); sem dono, o
      *    operador que aplicou a proposta.

           MOVE AUD-CD-OPER             TO WK-CD-NGCD-CTA

           IF  WK-ATR-INDISPONIVEL
               GO TO 460000-SAI
           END-IF

           SET  ATR-TIPO-CONTA          TO TRUE
           MOVE WK-CHAVE-CTA            TO ATR-ID-CONTA

           READ ATRIBUI
               INVALID KEY
                   GO TO 460000-SAI
           END-READ

           IF  ATR-CD-NGCD NOT EQUAL SPACES
               MOVE ATR-CD-NGCD         TO WK-CD-NGCD-CTA
           END-IF

           .
       460000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       470000-BUSCAR-REOFERTA SECTION.
      *-----------------------------------------------------------------
      *    Conta com reoferta ja precificada (ligada a proposta nova):
      *    a aplicacao da reoferta tem no maximo RFT-QT-PRC-MAX
      *    parcelas (vide VRS002).

           MOVE 'N'                     TO WK-REOF-LIGADA-SW

           IF  WK-RFT-INDISPONIVEL
               GO TO 470000-SAI
           END-IF

           MOVE WK-CHAVE-CTA            TO RFT-CHAVE
           READ REOFERTA

           IF  WK-FS-REOFERTA NOT EQUAL '00'
           OR  RFT-DT-PROC-NOVA NOT NUMERIC
           OR  RFT-DT-PROC-NOVA EQUAL ZEROS
           OR  RFT-QT-PRC-MAX NOT NUMERIC
           OR  RFT-QT-PRC-MAX EQUAL ZEROS
               GO TO 470000-SAI
           END-IF

           SET  WK-REOF-LIGADA          TO TRUE
           MOVE RFT-DT-PROC-NOVA        TO WK-RFT-DT-NOVA
           MOVE RFT-HR-PROC-NOVA        TO WK-RFT-HR-NOVA
           MOVE RFT-QT-PRC-MAX          TO WK-RFT-QT-PRC-MAX

           .
       470000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-PERCORRER-CRONOGRAMA SECTION.
      *-----------------------------------------------------------------
      *    Refaz o cronograma como ARCP0627 585000 (parcelas iguais,
      *    diferenca na ultima, vencimento a cada 30 dias corridos
      *    da aplicacao) e rola cada vencimento para dia util. A
      *    parcela ja coberta pelo recebido acumulado da conta nao
      *    gera aviso. Lembrete: vencimento igual ao dia de lembrete
      *    de hoje. Cobranca: vencido dentro da janela e hoje e o 1o
      *    ou o 5o dia util apos o vencimento.

           COMPUTE WK-VL-PRC-BASE =
               AUD-VL-ENTD / WK-QT-PRC-EFT
           END-COMPUTE
           COMPUTE WK-VL-PRC-ULTIMA =
               AUD-VL-ENTD - (WK-VL-PRC-BASE * (WK-QT-PRC-EFT - 1))
           END-COMPUTE
           COMPUTE WK-INT-APLC =
               FUNCTION INTEGER-OF-DATE(AUD-DT-PROC)
           END-COMPUTE

           MOVE ZEROS                   TO WK-VL-ACUM

           PERFORM VARYING IX-PRC FROM 1 BY 1
           UNTIL IX-PRC GREATER WK-QT-PRC-EFT

               IF  IX-PRC EQUAL WK-QT-PRC-EFT
                   MOVE WK-VL-PRC-ULTIMA TO WK-VL-PRC
               ELSE
                   MOVE WK-VL-PRC-BASE  TO WK-VL-PRC
               END-IF
               ADD  WK-VL-PRC           TO WK-VL-ACUM

               COMPUTE WK-INT-VNCTO = WK-INT-APLC + (30 * IX-PRC)
               END-COMPUTE

               IF  WK-VL-RCBD-CTA LESS WK-VL-ACUM
               AND WK-INT-VNCTO NOT LESS WK-INT-JANELA
                   COMPUTE WK-DT-UTIL =
                       FUNCTION DATE-OF-INTEGER(WK-INT-VNCTO)
                   END-COMPUTE
                   PERFORM 125000-ROLAR-DIA-UTIL
                   MOVE WK-DT-UTIL      TO WK-DT-VNCTO
                   PERFORM 550000-AVALIAR-PARCELA
               END-IF

           END-PERFORM

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       550000-AVALIAR-PARCELA SECTION.
      *-----------------------------------------------------------------

           IF  WK-DT-VNCTO EQUAL WK-DT-LMBR
           AND AUD-SITC-APLICADA
               MOVE 'L'                 TO WK-AVS-TP
               MOVE 'M'                 TO WK-AVS-CNL
               MOVE WK-QT-DIAS-LMBR     TO WK-AVS-QT-DIAS
               MOVE 'LEMBRETE'          TO WK-AVS-TX-TP
               PERFORM 700000-EMITIR-AVISO
               GO TO 550000-SAI
           END-IF

           IF  WK-DT-VNCTO NOT LESS DTH-DATA
               GO TO 550000-SAI
           END-IF

           MOVE WK-DT-VNCTO             TO WK-DT-UTIL
           MOVE CTE-QT-DIAS-COBR-1      TO WK-QT-AVANCO
           PERFORM 130000-AVANCAR-DIAS-UTEIS

           IF  WK-DT-UTIL EQUAL DTH-DATA
               MOVE 'C'                 TO WK-AVS-TP
               MOVE 'E'                 TO WK-AVS-CNL
               MOVE CTE-QT-DIAS-COBR-1  TO WK-AVS-QT-DIAS
               MOVE 'COBRANCA'          TO WK-AVS-TX-TP
               PERFORM 700000-EMITIR-AVISO
               GO TO 550000-SAI
           END-IF

      *    Faltam os dias uteis entre a 1a e a 2a cobranca
           COMPUTE WK-QT-AVANCO =
               CTE-QT-DIAS-COBR-2 - CTE-QT-DIAS-COBR-1
           END-COMPUTE
           PERFORM 130000-AVANCAR-DIAS-UTEIS

           IF  WK-DT-UTIL EQUAL DTH-DATA
               MOVE 'C'                 TO WK-AVS-TP
               MOVE 'C'                 TO WK-AVS-CNL
               MOVE CTE-QT-DIAS-COBR-2  TO WK-AVS-QT-DIAS
               MOVE 'COBRANCA'          TO WK-AVS-TX-TP
               PERFORM 700000-EMITIR-AVISO
           END-IF

           .
       550000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-EMITIR-AVISO SECTION.
      *-----------------------------------------------------------------
      *    Grava o aviso no AVISOS, acumula o controle por tipo/canal,
      *    imprime a linha de detalhe e registra o contato.

           MOVE SPACES                  TO AVISOS-REGISTRO
           MOVE WK-AVS-TP               TO AVS-TP
           MOVE WK-AVS-CNL              TO AVS-CD-CNL
           MOVE WK-AVS-QT-DIAS          TO AVS-QT-DIAS-UTEIS
           MOVE WK-CHAVE-CTA            TO AVS-CONTA
           MOVE AUD-DT-PROC             TO AVS-DT-PROC
           MOVE AUD-HR-PROC             TO AVS-HR-PROC
           MOVE IX-PRC                  TO AVS-NR-PRC
           MOVE WK-QT-PRC-EFT           TO AVS-QT-PRC
           MOVE WK-DT-VNCTO             TO AVS-DT-VNCTO
           MOVE WK-VL-PRC               TO AVS-VL-PRC
           MOVE WK-VL-ACUM              TO AVS-VL-ENTD-ACUM
           MOVE WK-VL-RCBD-CTA          TO AVS-VL-RCBD
           MOVE WK-CD-NGCD-CTA          TO AVS-CD-NGCD
           MOVE DTH-DATA                TO AVS-DT-GRCO

           WRITE AVISOS-REGISTRO

           EVALUATE TRUE
               WHEN AVS-TP-LEMBRETE
                   ADD  1               TO WK-QT-LEMBRETES
                   ADD  WK-VL-PRC       TO WK-VL-LEMBRETES
               WHEN AVS-QT-DIAS-UTEIS EQUAL CTE-QT-DIAS-COBR-1
                   ADD  1               TO WK-QT-COBR-1
                   ADD  WK-VL-PRC       TO WK-VL-COBR-1
               WHEN OTHER
                   ADD  1               TO WK-QT-COBR-2
                   ADD  WK-VL-PRC       TO WK-VL-COBR-2
           END-EVALUATE

           MOVE WK-VL-PRC               TO DSP-VL
           MOVE WK-VL-RCBD-CTA          TO DSP-VL-2
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               WK-AVS-TX-TP ' ' WK-AVS-CNL ' ' WK-AVS-QT-DIAS
               '  ' AVS-SG-SIS-OGM-OPR '/' AVS-NR-UNCO-CTR-OPR
               '/' AVS-NR-EPRD-FNCD '/' AVS-NR-SCTR-OPR
               ' ' AUD-DT-PROC
               ' ' AVS-NR-PRC '/' AVS-QT-PRC
               ' ' AVS-DT-VNCTO
               ' ' DSP-VL
               ' ' DSP-VL-2
               ' ' AVS-CD-NGCD
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  WK-CTT-DISPONIVEL
               PERFORM 750000-REGISTRAR-CONTATO
           END-IF

           .
       700000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       750000-REGISTRAR-CONTATO SECTION.
      *-----------------------------------------------------------------
      *    Contato com desfecho 08 (aviso automatico) na conta, como
      *    ARCT0635 grava: data/hora invertidas na chave e o
      *    sequencial desempata os avisos do mesmo segundo.

           MOVE SPACES                  TO CONTATO-REGISTRO
           MOVE WK-CHAVE-CTA            TO CTT-CHAVE(1:30)
           COMPUTE CTT-DT-INV = 99999999 - DTH-DATA
           COMPUTE CTT-HR-INV = 999999 - DTH-HORA
           MOVE ZEROS                   TO CTT-NR-SEQ
           MOVE DTH-DATA                TO CTT-DT-CTT
           MOVE DTH-HORA                TO CTT-HR-CTT
           MOVE CTE-CD-OPER-AVISO       TO CTT-CD-OPER
           MOVE WK-AVS-CNL              TO CTT-CD-CNL
           SET  CTT-DSFC-AVISO          TO TRUE
           MOVE ZEROS                   TO CTT-DT-PROM

           MOVE WK-VL-PRC               TO DSP-VL
           STRING
               WK-AVS-TX-TP ' PARCELA ' AVS-NR-PRC '/' AVS-QT-PRC
               ' DA ENTRADA VENC ' AVS-DT-VNCTO
               ' VALOR ' DSP-VL
               ' APLIC ' AUD-DT-PROC
               DELIMITED BY SIZE INTO CTT-TX-CTT
           END-STRING

           MOVE 'N'                     TO WK-GRAVADO-SW

           PERFORM UNTIL WK-GRAVADO
           OR CTT-NR-SEQ GREATER 98
               WRITE CONTATO-REGISTRO
               IF  WK-FS-CONTATO EQUAL '22'
                   ADD 1                TO CTT-NR-SEQ
               ELSE
                   SET WK-GRAVADO       TO TRUE
               END-IF
           END-PERFORM

           IF  WK-GRAVADO
           AND WK-FS-CONTATO EQUAL '00'
               ADD  1                   TO WK-QT-CTT-GRAVADOS
           ELSE
               ADD  1                   TO WK-QT-ERRO-CTT
               DISPLAY CTE-PROG ' WRITE CONTATO - FS: ' WK-FS-CONTATO
                   ' - ' CTT-CHAVE
               MOVE 4                   TO RETURN-CODE
           END-IF

           .
       750000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       900000-ESCREVER-LINHA SECTION.
      *-----------------------------------------------------------------
      *    Escreve uma linha do relatorio, controlando a quebra de
      *    pagina (cabecalho repetido a cada WK-MAX-LINHAS-PAG linhas).

           IF  WK-NR-LINHA GREATER OR EQUAL WK-MAX-LINHAS-PAG
               PERFORM 910000-IMPRIMIR-CABECALHO
           END-IF

           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           .
       900000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       910000-IMPRIMIR-CABECALHO SECTION.
      *-----------------------------------------------------------------

           ADD  1                       TO WK-NR-PAG
           MOVE WK-NR-PAG                TO DSP-NR-PAG
           MOVE ZEROS                   TO WK-NR-LINHA

           MOVE RELATORIO-LINHA         TO WK-LINHA-SALVA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Lembretes e Cobranca das Parcelas da Entrada -'
               ' MotorPCLD - ' DTH-DATA
               '                Pagina: ' DSP-NR-PAG
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Aviso    C DU  Conta                             '
               'Aplicac. Prc Vencto        Valor parcela'
               '      Recebido conta Negoc.'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           MOVE WK-LINHA-SALVA          TO RELATORIO-LINHA

           .
       910000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       950000-IMPRIMIR-RODAPE SECTION.
      *-----------------------------------------------------------------

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Dia de lembrete: vencimento ' WK-DT-LMBR
               ' (' WK-QT-DIAS-LMBR ' dias uteis)   Parcelas da'
               ' entrada: ' WK-QT-PRC
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-LIDOS             TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Linhas lidas...........: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-RCB-LIDOS         TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Posicoes de recebido...: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-PROPOSTAS         TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Propostas em curso.....: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-COBERTAS          TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Entrada ja coberta.....: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-RETIDAS           TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Sem formalizacao.......: ' DSP-QT
               '   retidas - aceite do cliente nao registrado'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  WK-FRM-INDISPONIVEL
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  *** FORMALIZ INDISPONIVEL - NENHUMA PROPOSTA'
                   ' RETIDA ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           MOVE WK-QT-LEMBRETES         TO DSP-QT
           MOVE WK-VL-LEMBRETES         TO DSP-VL
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Lembretes (mensagem)...: ' DSP-QT
               '   valor ' DSP-VL
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-COBR-1            TO DSP-QT
           MOVE WK-VL-COBR-1            TO DSP-VL
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Cobrancas 1 dia (email): ' DSP-QT
               '   valor ' DSP-VL
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-COBR-2            TO DSP-QT
           MOVE WK-VL-COBR-2            TO DSP-VL
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Cobrancas 5 dias(carta): ' DSP-QT
               '   valor ' DSP-VL
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-CTT-GRAVADOS      TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Contatos registrados...: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  WK-CTT-INDISPONIVEL
           OR  WK-QT-ERRO-CTT GREATER ZEROS
               MOVE WK-QT-ERRO-CTT      TO DSP-QT
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  *** AVISOS SEM REGISTRO NO CONTATO - ERROS: '
                   DSP-QT ' ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           DISPLAY CTE-PROG ' Propostas: ' WK-QT-PROPOSTAS
               ' Lembretes: ' WK-QT-LEMBRETES
               ' Cobrancas: ' WK-QT-COBR-1 '/' WK-QT-COBR-2
               ' Retidas: ' WK-QT-RETIDAS

           .
       950000-SAI.
           EXIT.
