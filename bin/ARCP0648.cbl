      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Extracao noturna para o data warehouse. Le o
      *             INTERFAC (tres tipos encadeados, book ARCKINTF) e
      *             as transicoes de situacao SITTRANS (book
      *             ARCKSITT, detalhe da proposta no AUDIHIST, book
      *             ARCKAUDV) e grava arquivos delimitados por ';'
      *             que a carga do warehouse consome sem conhecer
      *             offsets de copybook:
      *             - DWREQ: uma linha por requisicao com os totais;
      *             - DWOPC: uma linha por opcao de Resultado;
      *             - DWDEST: uma linha por mudanca de situacao
      *               (aplicada, aprovada, expirada, superada,
      *               cumprida, descumprida, cancelada...) desde a
      *               extracao anterior;
      *             - DWCTL: registro de controle com as contagens e
      *               os totais de valor que a carga confere antes de
      *               aceitar os arquivos.
      *             Granularidade (declarada por linha no DWCTL):
      *             DWREQ e DWOPC saem do INTERFAC, reconstruido a
      *             cada noite - sao SO a noite corrente ('NOITE',
      *             carga apensa). DWDEST sai do SITTRANS a partir da
      *             ultima transicao ja extraida (carimbo no CTL648) -
      *             so o que mudou ('DELTA'): a carga aplica cada
      *             linha sobre a tabela de desfechos pela chave da
      *             proposta (atualiza a existente ou inclui).
      *             Valores numericos saem como digitos com 2 casas
      *             decimais implicitas (criterios com 9).
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 02.09.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - DWDEST incremental: com a
      *        situacao mantida no AUDIHIST e cada mudanca datada no
      *        SITTRANS, o DWDEST deixa de ser a fotografia da
      *        AUDITORIA e passa a trazer so as transicoes posteriores
      *        ao carimbo do CTL648 (ultima chave extraida), com o
      *        sequencial da proposta, a situacao anterior, o instante
      *        e o programa ou operador da mudanca no fim da linha.
      *        Contrato 'DELTA' no DWCTL (carga por atualizacao pela
      *        chave, nao mais substituicao). CTL648 ausente extrai o
      *        SITTRANS inteiro.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *-------------
               SELECT  INTERFAC   ASSIGN  TO  UT-S-INTERFAC.
               SELECT  SITTRANS   ASSIGN  TO  SITTRANS
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  TRS-CHAVE
                       FILE STATUS   IS  WK-FS-SITTRANS.
               SELECT  AUDIHIST   ASSIGN  TO  AUDIHIST
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  RANDOM
                       RECORD KEY    IS  AUDV-CHAVE
                       FILE STATUS   IS  WK-FS-AUDIHIST.
               SELECT  CTL648     ASSIGN  TO  UT-S-CTL648.
               SELECT  DWREQ      ASSIGN  TO  UT-S-DWREQ.
               SELECT  DWOPC      ASSIGN  TO  UT-S-DWOPC.
               SELECT  DWDEST     ASSIGN  TO  UT-S-DWDEST.
       01  INTERFAC-REGISTRO.
-INC ARCKINTF

       FD  SITTRANS
           RECORD  80.

       01  SITTRANS-REGISTRO.
-INC ARCKSITT

       FD  AUDIHIST
           RECORD  181.

       01  AUDIHIST-REGISTRO.
-INC ARCKAUDV

      *    Carimbo da extracao incremental do DWDEST - chave da
      *    ultima transicao do SITTRANS ja extraida.
       FD  CTL648
           BLOCK 0 RECORDS
           RECORD  66
           RECORDING MODE IS F.

       01  CTL648-REGISTRO.
           03  CTL-CHAVE-ULT-TRNS      PIC  X(66).

       FD  DWREQ
           BLOCK 0 RECORDS
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.

       01  WK-FS-SITTRANS               PIC  X(02) VALUE SPACES.
       01  WK-FS-AUDIHIST               PIC  X(02) VALUE SPACES.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-INTERFAC-SW              PIC  X(01) VALUE 'N'.
               88  FIM-INTERFAC                         VALUE 'S'.
           03  FIM-SITTRANS-SW              PIC  X(01) VALUE 'N'.
               88  FIM-SITTRANS                         VALUE 'S'.
           03  FIM-CTL-SW                   PIC  X(01) VALUE 'N'.
               88  FIM-CTL                              VALUE 'S'.
           03  WK-CHAVE-ULT-TRNS            PIC  X(66) VALUE LOW-VALUES.
           03  WK-QT-SEM-DETALHE            PIC  9(09) VALUE ZEROS.
           03  WK-QT-REQ                    PIC  9(09) VALUE ZEROS.
           03  WK-QT-OPC                    PIC  9(09) VALUE ZEROS.
           03  WK-QT-DEST                   PIC  9(09) VALUE ZEROS.

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC

           PERFORM 050000-LER-CONTROLE

           OPEN INPUT  INTERFAC
           OPEN OUTPUT DWREQ
           OPEN OUTPUT DWOPC
           OPEN OUTPUT DWDEST
           PERFORM 900000-GRAVAR-CONTROLE

           CLOSE INTERFAC
           CLOSE DWREQ
           CLOSE DWOPC
           CLOSE DWDEST
           DISPLAY CTE-PROG ' Requisicoes: ' WK-QT-REQ
               ' Opcoes: ' WK-QT-OPC
               ' Desfechos: ' WK-QT-DEST
               ' Sem detalhe: ' WK-QT-SEM-DETALHE

           IF  WK-QT-SEM-DETALHE GREATER ZEROS
           AND RETURN-CODE EQUAL ZEROS
               MOVE 4                   TO RETURN-CODE
           END-IF

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       050000-LER-CONTROLE SECTION.
      *-----------------------------------------------------------------
      *    Chave da ultima transicao extraida - arquivo ausente ou
      *    vazio extrai o SITTRANS desde o inicio.

           OPEN INPUT CTL648

           READ CTL648
               AT END SET FIM-CTL       TO TRUE
           END-READ

           IF  NOT FIM-CTL
           AND CTL-CHAVE-ULT-TRNS NOT EQUAL SPACES
               MOVE CTL-CHAVE-ULT-TRNS  TO WK-CHAVE-ULT-TRNS
               DISPLAY CTE-PROG ' DWDEST apos a transicao '
                   CTL-CHAVE-ULT-TRNS(1:14)
           ELSE
               DISPLAY CTE-PROG ' Sem carimbo de extracao - DWDEST'
                   ' com todo o SITTRANS'
           END-IF

           CLOSE CTL648

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       100000-EXTRAIR-INTERFAC SECTION.
      *-----------------------------------------------------------------
      *    Tipo '1' vira linha de requisicao no DWREQ; tipo '2' vira
      *    linha de opcao no DWOPC; tipo '3' (combinacao) nao vai ao
      *    warehouse - o desfecho por conta sai do SITTRANS.

           READ INTERFAC
               AT END SET FIM-INTERFAC  TO TRUE
      *-----------------------------------------------------------------
       300000-EXTRAIR-DESFECHOS SECTION.
      *-----------------------------------------------------------------
      *    Cada transicao do SITTRANS posterior ao carimbo e um
      *    desfecho novo ou mudado - aplicada, expirada, superada,
      *    cumprida, descumprida, cancelada, bloqueada ou pendente de
      *    aprovacao. O detalhe (valor, Resultado escolhido,
      *    operadores, motivo) vem do espelho AUDIHIST; a situacao da
      *    linha e a nova da transicao. Contrato 'DELTA' no DWCTL.

           OPEN INPUT SITTRANS

           IF  WK-FS-SITTRANS NOT EQUAL '00'
               DISPLAY CTE-PROG ' SITTRANS indisponivel - FS: '
                   WK-FS-SITTRANS ' - DWDEST vazio'
               MOVE 8                   TO RETURN-CODE
               GO TO 300000-SAI
           END-IF

           OPEN INPUT AUDIHIST

           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               DISPLAY CTE-PROG ' AUDIHIST indisponivel - FS: '
                   WK-FS-AUDIHIST ' - DWDEST sem detalhe'
           END-IF

           MOVE WK-CHAVE-ULT-TRNS       TO TRS-CHAVE

           START SITTRANS KEY GREATER TRS-CHAVE

           IF  WK-FS-SITTRANS NOT EQUAL '00'
               SET  FIM-SITTRANS        TO TRUE
           END-IF

           PERFORM UNTIL FIM-SITTRANS

               READ SITTRANS NEXT
                   AT END SET FIM-SITTRANS TO TRUE
               END-READ

               IF  NOT FIM-SITTRANS
                   PERFORM 350000-GRAVAR-DWDEST
                   MOVE TRS-CHAVE       TO WK-CHAVE-ULT-TRNS
               END-IF

           END-PERFORM

           CLOSE SITTRANS
           CLOSE AUDIHIST

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       350000-GRAVAR-DWDEST SECTION.
      *-----------------------------------------------------------------
      *    Proposta sem espelho no AUDIHIST (expurgada ou arquivo
      *    indisponivel) sai com a transicao e o detalhe zerado -
      *    a contagem do DWCTL continua batendo com o SITTRANS.

           ADD  1                       TO WK-QT-DEST

           MOVE TRS-CHAVE-PROP          TO AUDV-CHAVE

           READ AUDIHIST

           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               ADD  1                   TO WK-QT-SEM-DETALHE
               MOVE TRS-CHAVE-PROP      TO AUDV-CHAVE
               MOVE ZEROS               TO AUDV-VL-ENTD
               MOVE ZEROS               TO AUDV-IC-RSTD-SLCD
               MOVE ZEROS               TO AUDV-IC-OPC-SLCD
               MOVE SPACES              TO AUDV-CD-OPER
               MOVE SPACES              TO AUDV-CD-OPER-APRV
               MOVE SPACES              TO AUDV-TX-MTV-SLCD
           END-IF

           ADD  AUDV-VL-ENTD            TO WK-VL-TOT-ENTD-DEST

           MOVE AUDV-VL-ENTD            TO WK-DL-VL-A

           MOVE SPACES                  TO DWDEST-LINHA
           STRING
               TRS-DT-PROC ';'
               TRS-HR-PROC ';'
               TRS-SG-SIS-OGM-OPR ';'
               TRS-NR-UNCO-CTR-OPR ';'
               TRS-NR-EPRD-FNCD ';'
               TRS-NR-SCTR-OPR ';'
               TRS-IC-SITC-NOVA ';'
               AUDV-IC-RSTD-SLCD ';'
               AUDV-IC-OPC-SLCD ';'
               WK-DL-VL-A-X ';'
               AUDV-CD-OPER ';'
               AUDV-CD-OPER-APRV ';'
               AUDV-TX-MTV-SLCD ';'
               TRS-NR-SEQ ';'
               TRS-IC-SITC-ANT ';'
               TRS-DT-TRNS ';'
               TRS-HR-TRNS ';'
               TRS-CD-PGM-OPER
               DELIMITED BY SIZE INTO DWDEST-LINHA
           END-STRING

      *    contagens por arquivo, totais de valor de entrada das
      *    requisicoes e dos desfechos e a granularidade de cada
      *    arquivo - 'NOITE' (so a noite corrente, carga apensa) ou
      *    'DELTA' (so as mudancas desde a extracao anterior, carga
      *    atualiza pela chave). Em seguida regrava o carimbo do
      *    CTL648 com a ultima transicao extraida.

           MOVE WK-QT-REQ               TO WK-DL-QT-LIN
           MOVE WK-VL-TOT-ENTD-REQ      TO WK-DL-VL-TOT
           MOVE SPACES                  TO DWCTL-LINHA
           STRING
               DTH-DATA ';' DTH-HORA ';DWDEST;' WK-DL-QT-LIN ';'
               WK-DL-VL-TOT-X ';DELTA'
               DELIMITED BY SIZE INTO DWCTL-LINHA
           END-STRING
           WRITE DWCTL-LINHA

           OPEN OUTPUT CTL648
           MOVE WK-CHAVE-ULT-TRNS       TO CTL-CHAVE-ULT-TRNS
           IF  WK-CHAVE-ULT-TRNS EQUAL LOW-VALUES
               MOVE SPACES              TO CTL-CHAVE-ULT-TRNS
           END-IF
           WRITE CTL648-REGISTRO
           CLOSE CTL648

           .
       900000-SAI.
           EXIT.
