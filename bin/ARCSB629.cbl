      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCSB629
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Situacao da proposta no AUDIHIST para os passos de
      *             lote. O AUDIHIST (book ARCKAUDV) e o registro
      *             oficial da situacao: a AUDITORIA sequencial guarda
      *             a linha como foi gravada e nao e mais regravada
      *             para mudar AUD-IC-SITC. Consulta ('C') localiza o
      *             espelho da linha da AUDITORIA (conta+data+hora,
      *             sequenciais ate o mesmo Resultado, combinacao e
      *             valor - mesma busca de ARCP0636) e sobrepoe a
      *             situacao corrente na linha; alteracao ('A')
      *             regrava a situacao no proprio registro, so se ela
      *             ainda e a esperada pelo chamador, e grava a
      *             transicao no SITTRANS (book ARCKSITT); transicao
      *             ('T') so grava no SITTRANS a mudanca que o
      *             chamador ja regravou. Os datasets sao abertos na
      *             primeira chamada que precisa deles e ficam
      *             abertos ate o fim do step (mesmo esquema de
      *             ARCSB627).
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCSB629.
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
               SELECT  AUDIHIST   ASSIGN  TO  AUDIHIST
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  AUDV-CHAVE
                       FILE STATUS   IS  WK-FS-AUDIHIST.
               SELECT  SITTRANS   ASSIGN  TO  SITTRANS
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  TRS-CHAVE
                       FILE STATUS   IS  WK-FS-SITTRANS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  AUDIHIST
           RECORD  181.

       01  AUDIHIST-REGISTRO.
-INC ARCKAUDV

       FD  SITTRANS
           RECORD  80.

       01  SITTRANS-REGISTRO.
-INC ARCKSITT
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCSB629 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.

      *    Controle de abertura - em WORKING-STORAGE de proposito: os
      *    datasets ficam abertos entre as chamadas do mesmo step. O
      *    AUDIHIST aberto so para consulta e reaberto em I-O na
      *    primeira alteracao.
       01  GRP-ARQUIVOS-CTL.
           03  WK-FS-AUDIHIST               PIC  X(02) VALUE SPACES.
           03  WK-FS-SITTRANS               PIC  X(02) VALUE SPACES.
           03  AUDIHIST-ABERTO-SW           PIC  X(01) VALUE 'N'.
               88  AUDIHIST-FECHADO         VALUE 'N'.
               88  AUDIHIST-LEITURA         VALUE 'L'.
               88  AUDIHIST-GRAVACAO        VALUE 'G'.
           03  SITTRANS-ABERTO-SW           PIC  X(01) VALUE 'N'.
               88  SITTRANS-ABERTO          VALUE 'S'.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL-LS.
           03  WK-ESPELHO-SW                PIC  X(01).
               88  WK-ESPELHO-AUSENTE       VALUE 'N'.
               88  WK-ESPELHO-ACHADO        VALUE 'S'.
           03  WK-GRAVADO-SW                PIC  X(01).
               88  WK-GRAVADO               VALUE 'S'.

      *    Linha da AUDITORIA recebida, no leiaute de ARCKAUDT
       01  WK-AUDITORIA.
-INC ARCKAUDT

      *    Dados da transicao a gravar no SITTRANS
       01  WK-TRANSICAO.
           03  WK-TRS-CHAVE-PROP            PIC  X(48).
           03  WK-TRS-IC-SITC-ANT           PIC  X(01).
           03  WK-TRS-IC-SITC-NOVA          PIC  X(01).
           03  WK-TRS-TP-EVENTO             PIC  X(01).

       01  DATA-HORA-TRNS.
           03  DTH-DATA                     PIC  9(08).
           03  DTH-HORA                     PIC  9(06).
           03  FILLER                       PIC  X(07).

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  ARCSB629-DADOS.
-INC ARCKB629

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ARCSB629-DADOS.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           PERFORM 100000-PROCEDIMENTO-INICIAIS

           IF  ARCSB629-FUNC-CONSULTAR
               PERFORM 300000-CONSULTAR-SITUACAO
           END-IF

           IF  ARCSB629-FUNC-ALTERAR
               PERFORM 400000-ALTERAR-SITUACAO
           END-IF

           IF  ARCSB629-FUNC-TRANSICAO
               PERFORM 500000-GRAVAR-TRANSICAO
           END-IF

           SET  ARCSB629-IN-SCS-OK      TO TRUE

           .
       000000-SAI.
           GOBACK.
      *-----------------------------------------------------------------
       100000-PROCEDIMENTO-INICIAIS SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                   TO ARCSB629-SEQL-ERRO
           MOVE SPACES                  TO ARCSB629-TX-ERRO
           SET  ARCSB629-IN-SCS-ERRO    TO TRUE
           SET  ARCSB629-NAO-ACHOU      TO TRUE

           IF  NOT ARCSB629-FUNC-VLDA
               PERFORM 999001-ERRO
           END-IF

           IF  NOT ARCSB629-FUNC-TRANSICAO
               MOVE ARCSB629-AUDITORIA  TO WK-AUDITORIA
               MOVE SPACE               TO ARCSB629-IC-SITC-ATU
               MOVE SPACES              TO ARCSB629-CHAVE-PROP
           END-IF

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-ABRIR-AUDIHIST SECTION.
      *-----------------------------------------------------------------
      *    Consulta abre em INPUT; alteracao precisa de I-O - o
      *    AUDIHIST ja aberto so para leitura e fechado e reaberto.
      *    Falha de abertura derruba a chamada (999002-ERRO) e a
      *    proxima chamada tenta de novo.

           IF  AUDIHIST-GRAVACAO
               GO TO 200000-SAI
           END-IF

           IF  AUDIHIST-LEITURA
               IF  ARCSB629-FUNC-CONSULTAR
                   GO TO 200000-SAI
               END-IF
               CLOSE AUDIHIST
               SET  AUDIHIST-FECHADO    TO TRUE
           END-IF

           IF  ARCSB629-FUNC-CONSULTAR
               OPEN INPUT AUDIHIST
               IF  WK-FS-AUDIHIST EQUAL '00'
                   SET  AUDIHIST-LEITURA TO TRUE
               END-IF
           ELSE
               OPEN I-O   AUDIHIST
               IF  WK-FS-AUDIHIST EQUAL '00'
                   SET  AUDIHIST-GRAVACAO TO TRUE
               END-IF
           END-IF

           IF  AUDIHIST-FECHADO
               PERFORM 999002-ERRO
           END-IF

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210000-ABRIR-SITTRANS SECTION.
      *-----------------------------------------------------------------
      *    I-O para apendar; '35' e o dataset recem-definido e cai
      *    para OUTPUT (mesmo tratamento da carga ARCP0636).

           OPEN I-O SITTRANS

           IF  WK-FS-SITTRANS EQUAL '35'
               OPEN OUTPUT SITTRANS
           END-IF

           IF  WK-FS-SITTRANS EQUAL '00'
               SET  SITTRANS-ABERTO     TO TRUE
           ELSE
               PERFORM 999003-ERRO
           END-IF

           .
       210000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       250000-LOCALIZAR-ESPELHO SECTION.
      *-----------------------------------------------------------------
      *    Localiza no AUDIHIST o espelho da linha recebida: mesma
      *    conta+data+hora, sequenciais em ordem ate achar o mesmo
      *    Resultado, combinacao e valor (mesma busca de ARCP0636,
      *    200000).

           SET  WK-ESPELHO-AUSENTE      TO TRUE

           MOVE AUD-SG-SIS-OGM-OPR      TO AUDV-SG-SIS-OGM-OPR
           MOVE AUD-NR-UNCO-CTR-OPR     TO AUDV-NR-UNCO-CTR-OPR
           MOVE AUD-NR-EPRD-FNCD        TO AUDV-NR-EPRD-FNCD
           MOVE AUD-NR-SCTR-OPR         TO AUDV-NR-SCTR-OPR
           MOVE AUD-DT-PROC             TO AUDV-DT-PROC
           MOVE AUD-HR-PROC             TO AUDV-HR-PROC
           MOVE ZEROS                   TO AUDV-NR-SEQ

           PERFORM UNTIL WK-ESPELHO-ACHADO
           OR AUDV-NR-SEQ GREATER 9998

               READ AUDIHIST

               IF  WK-FS-AUDIHIST NOT EQUAL '00'
                   MOVE 9999            TO AUDV-NR-SEQ
               ELSE
                   IF  AUDV-IC-RSTD         EQUAL AUD-IC-RSTD
                   AND AUDV-CD-GR-PRD-RSTD  EQUAL AUD-CD-GR-PRD-RSTD
                   AND AUDV-CD-FXA-RVSA-RSTD
                                        EQUAL AUD-CD-FXA-RVSA-RSTD
                   AND AUDV-VL-ENTD         EQUAL AUD-VL-ENTD
                       SET  WK-ESPELHO-ACHADO TO TRUE
                   ELSE
                       ADD 1            TO AUDV-NR-SEQ
                   END-IF
               END-IF

           END-PERFORM

           IF  WK-ESPELHO-ACHADO
               SET  ARCSB629-ACHOU      TO TRUE
               MOVE AUDV-CHAVE          TO ARCSB629-CHAVE-PROP
               MOVE AUDV-IC-SITC        TO ARCSB629-IC-SITC-ATU
           END-IF

           .
       250000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-CONSULTAR-SITUACAO SECTION.
      *-----------------------------------------------------------------
      *    Espelho achado: a situacao dele substitui a da linha
      *    recebida. Espelho ausente (linha ainda nao carregada pelo
      *    ARCP0636): a linha volta como veio. Linha aberta cujo
      *    espelho foi aplicado pela fila de ARCP0627 fica aberta na
      *    imagem - a aplicacao tem linha propria 'A' na AUDITORIA e
      *    contaria duas vezes; ARCSB629-IC-SITC-ATU traz o espelho.

           PERFORM 200000-ABRIR-AUDIHIST
           PERFORM 250000-LOCALIZAR-ESPELHO

           IF  ARCSB629-ACHOU
           AND NOT (AUD-SITC-ABERTA AND AUDV-IC-SITC EQUAL 'A')
               MOVE AUDV-IC-SITC        TO AUD-IC-SITC
               MOVE WK-AUDITORIA        TO ARCSB629-AUDITORIA
           END-IF

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-ALTERAR-SITUACAO SECTION.
      *-----------------------------------------------------------------
      *    Regrava a situacao so quando o espelho ainda esta na
      *    situacao que o chamador leu - outro passo ou a tela que
      *    mudou antes prevalece e volta como divergente, com a
      *    situacao corrente sobreposta na linha (nada de
      *    atualizacao perdida em reexecucao fora de ordem).

           PERFORM 200000-ABRIR-AUDIHIST
           PERFORM 250000-LOCALIZAR-ESPELHO

           IF  ARCSB629-NAO-ACHOU
               GO TO 400000-SAI
           END-IF

           IF  AUDV-IC-SITC NOT EQUAL ARCSB629-IC-SITC-ANT
               SET  ARCSB629-DIVERGENTE TO TRUE
               MOVE AUDV-IC-SITC        TO AUD-IC-SITC
               MOVE WK-AUDITORIA        TO ARCSB629-AUDITORIA
               GO TO 400000-SAI
           END-IF

           MOVE ARCSB629-IC-SITC-NOVA   TO AUDV-IC-SITC
           REWRITE AUDIHIST-REGISTRO

           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               PERFORM 999004-ERRO
           END-IF

           MOVE AUDV-IC-SITC            TO ARCSB629-IC-SITC-ATU
           MOVE AUDV-IC-SITC            TO AUD-IC-SITC
           MOVE WK-AUDITORIA            TO ARCSB629-AUDITORIA

           MOVE AUDV-CHAVE              TO WK-TRS-CHAVE-PROP
           MOVE ARCSB629-IC-SITC-ANT    TO WK-TRS-IC-SITC-ANT
           MOVE ARCSB629-IC-SITC-NOVA   TO WK-TRS-IC-SITC-NOVA
           MOVE 'A'                     TO WK-TRS-TP-EVENTO
           PERFORM 600000-GRAVAR-SITTRANS

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-GRAVAR-TRANSICAO SECTION.
      *-----------------------------------------------------------------
      *    Mudanca ja regravada pelo chamador (carga ARCP0636, fila de
      *    aplicacao de ARCP0627) - so o rastro no SITTRANS.

           MOVE ARCSB629-CHAVE-PROP     TO WK-TRS-CHAVE-PROP
           MOVE ARCSB629-IC-SITC-ANT    TO WK-TRS-IC-SITC-ANT
           MOVE ARCSB629-IC-SITC-NOVA   TO WK-TRS-IC-SITC-NOVA
           MOVE ARCSB629-TP-EVENTO      TO WK-TRS-TP-EVENTO
           PERFORM 600000-GRAVAR-SITTRANS

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-GRAVAR-SITTRANS SECTION.
      *-----------------------------------------------------------------
      *    Carimba o instante da mudanca e grava; chave duplicada (a
      *    mesma proposta mudou duas vezes no mesmo segundo) soma 1 no
      *    sequencial da transicao ate achar vaga.

           IF  NOT SITTRANS-ABERTO
               PERFORM 210000-ABRIR-SITTRANS
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-TRNS

           MOVE SPACES                  TO SITTRANS-REGISTRO
           MOVE DTH-DATA                TO TRS-DT-TRNS
           MOVE DTH-HORA                TO TRS-HR-TRNS
           MOVE WK-TRS-CHAVE-PROP       TO TRS-CHAVE-PROP
           MOVE ZEROS                   TO TRS-NR-SEQ-TRNS
           MOVE WK-TRS-IC-SITC-ANT      TO TRS-IC-SITC-ANT
           MOVE WK-TRS-IC-SITC-NOVA     TO TRS-IC-SITC-NOVA
           MOVE ARCSB629-CD-PGM-OPER    TO TRS-CD-PGM-OPER
           MOVE WK-TRS-TP-EVENTO        TO TRS-TP-EVENTO

           MOVE 'N'                     TO WK-GRAVADO-SW

           PERFORM UNTIL WK-GRAVADO
           OR TRS-NR-SEQ-TRNS GREATER 9998

               WRITE SITTRANS-REGISTRO

               IF  WK-FS-SITTRANS EQUAL '00'
                   SET  WK-GRAVADO      TO TRUE
               ELSE
                   IF  WK-FS-SITTRANS EQUAL '22'
                       ADD 1            TO TRS-NR-SEQ-TRNS
                   ELSE
                       PERFORM 999005-ERRO
                   END-IF
               END-IF

           END-PERFORM

           IF  NOT WK-GRAVADO
               PERFORM 999005-ERRO
           END-IF

           .
       600000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       999000-ERRO SECTION.
      *-----------------------------------------------------------------
       999001-ERRO.
      *------------
           MOVE 1                       TO ARCSB629-SEQL-ERRO
           STRING
               'Funcao invalida: ' ARCSB629-CD-FUNC
               ' - esperado C, A ou T'
               DELIMITED BY SIZE INTO ARCSB629-TX-ERRO
           END-STRING
           SET  ARCSB629-IN-SCS-ERRO    TO TRUE
           PERFORM 000000-SAI
           .
       999002-ERRO.
      *------------
           MOVE 2                       TO ARCSB629-SEQL-ERRO
           STRING
               'Falha na abertura do historico AUDIHIST - File'
               ' Status: ' WK-FS-AUDIHIST
               DELIMITED BY SIZE INTO ARCSB629-TX-ERRO
           END-STRING
           SET  ARCSB629-IN-SCS-ERRO    TO TRUE
           PERFORM 000000-SAI
           .
       999003-ERRO.
      *------------
           MOVE 3                       TO ARCSB629-SEQL-ERRO
           STRING
               'Falha na abertura das transicoes SITTRANS - File'
               ' Status: ' WK-FS-SITTRANS
               DELIMITED BY SIZE INTO ARCSB629-TX-ERRO
           END-STRING
           SET  ARCSB629-IN-SCS-ERRO    TO TRUE
           PERFORM 000000-SAI
           .
       999004-ERRO.
      *------------
           MOVE 4                       TO ARCSB629-SEQL-ERRO
           STRING
               'REWRITE AUDIHIST - File Status: ' WK-FS-AUDIHIST
               ' Conta: ' AUDV-NR-UNCO-CTR-OPR
               DELIMITED BY SIZE INTO ARCSB629-TX-ERRO
           END-STRING
           SET  ARCSB629-IN-SCS-ERRO    TO TRUE
           PERFORM 000000-SAI
           .
       999005-ERRO.
      *------------
      *    Situacao ja regravada (em 'A') mas sem rastro - o chamador
      *    conta como falha e o relatorio do passo mostra a conta.
           MOVE 5                       TO ARCSB629-SEQL-ERRO
           STRING
               'WRITE SITTRANS - File Status: ' WK-FS-SITTRANS
               ' Conta: ' TRS-NR-UNCO-CTR-OPR
               DELIMITED BY SIZE INTO ARCSB629-TX-ERRO
           END-STRING
           SET  ARCSB629-IN-SCS-ERRO    TO TRUE
           PERFORM 000000-SAI
           .
       999000-SAI.
           EXIT.
