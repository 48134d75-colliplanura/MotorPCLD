      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCP0650
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Varredura noturna de embargos. O EMBARGO (book
      *             ARCKEMBG) so era consultado na precificacao e na
      *             tela; proposta aberta ou pendente de uma conta
      *             embargada DEPOIS de precificada continuava
      *             aplicavel. Este passo carrega os embargos vigentes
      *             hoje (o de cliente expandido nas contas do cliente
      *             pelo CLINDEX, book ARCKCLIX), le a AUDITORIA e
      *             marca bloqueada ('B') no AUDIHIST toda proposta
      *             aberta ou pendente de conta atingida - so o
      *             registro da proposta e regravado, pela subrotina
      *             ARCSB629, com a transicao no SITTRANS - e gera um
      *             evento 'B' no EVENTOS para cada uma. Vale a
      *             situacao do espelho: linha ja aplicada ou
      *             encerrada on-line nao e bloqueada, e a fila de
      *             aplicacao de ARCP0627 deixa de aceitar as
      *             bloqueadas. Emite o relatorio
      *             de compliance das propostas atingidas (conta,
      *             cliente, motivo e inicio do embargo) e o quadro
      *             dos movimentos do dia na lista, lidos do diario
      *             EMBJORN (book ARCKEMBJ) gravado pela transacao
      *             ARCT0634. Roda depois da carga ARCP0636 e do
      *             ARCP0635; so le a AUDITORIA.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - AUDIHIST passa a ser o registro
      *        oficial da situacao: o bloqueio regrava so a proposta
      *        atingida no AUDIHIST (ARCSB629 'C' confere o espelho,
      *        'A' regrava e grava a transicao no SITTRANS) em vez de
      *        copiar a AUDITORIA inteira para o AUDNOVA. Espelho
      *        ausente nao e mais bloqueado na linha: e contado e o
      *        passo fecha com RC 4.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCP0650.
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
               SELECT  EMBARGO    ASSIGN  TO  EMBARGO
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  EMB-CHAVE
                       FILE STATUS   IS  WK-FS-EMBARGO.
               SELECT  CLINDEX    ASSIGN  TO  CLINDEX
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CLIX-CHAVE
                       FILE STATUS   IS  WK-FS-CLINDEX.
               SELECT  AUDITORIA  ASSIGN  TO  UT-S-AUDITORIA.
               SELECT  EMBJORN    ASSIGN  TO  UT-S-EMBJORN.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.
               SELECT  CHAINCTL   ASSIGN  TO  UT-S-CHAINCTL.
               SELECT  EVENTOS    ASSIGN  TO  UT-S-EVENTOS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  EMBARGO
           RECORD  59.

       01  EMBARGO-REGISTRO.
-INC ARCKEMBG

       FD  CLINDEX
           RECORD  88.

       01  CLINDEX-REGISTRO.
-INC ARCKCLIX

       FD  AUDITORIA
           BLOCK 0 RECORDS
           RECORD  195
           RECORDING MODE IS F.

       01  AUDITORIA-REGISTRO.
-INC ARCKAUDT

      *    Diario dos movimentos da lista de embargos - destino
      *    fisico da fila TD 'EMBJ' de ARCT0634
       FD  EMBJORN
           BLOCK 0 RECORDS
           RECORD  146
           RECORDING MODE IS F.

       01  EMBJORN-REGISTRO.
-INC ARCKEMBJ

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

       FD  CHAINCTL
           BLOCK 0 RECORDS
           RECORD  85
           RECORDING MODE IS F.

       01  CHAINCTL-REGISTRO.
-INC ARCKCHCT

       FD  EVENTOS
           BLOCK 0 RECORDS
           RECORD  62
           RECORDING MODE IS F.

       01  EVENTOS-REGISTRO.
-INC ARCKEVTO

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0650 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

       01  WK-FS-EMBARGO                PIC  X(02) VALUE SPACES.
       01  WK-FS-CLINDEX                PIC  X(02) VALUE SPACES.

      *    Contas embargadas hoje (busca linear, teto de 5000 contas -
      *    a lista de embargos e curta; o de cliente ocupa uma linha
      *    por conta do cliente). Conta atingida pelos dois tipos
      *    fica com o primeiro embargo encontrado (o de conta, que
      *    vem antes na chave).
       01  GRP-EMBARGADAS.
           03  WK-QT-EB                     PIC  9(05) COMP-5
                                             VALUE ZEROS.
           03  IX-EB                        PIC  9(05) COMP-5.
           03  IX-EB-ACHOU                  PIC  9(05) COMP-5.
           03  WK-EB-CHEIO-SW               PIC  X(01) VALUE 'N'.
               88  WK-EB-CHEIO-AVSD         VALUE 'S'.
           03  WK-TB-EB OCCURS 5000 TIMES.
               05  WK-EB-CHAVE.
                   07  WK-EB-SIS            PIC  X(03).
                   07  WK-EB-OPR            PIC  9(17).
                   07  WK-EB-EPRD           PIC  9(05).
                   07  WK-EB-SCTR           PIC  9(05).
               05  WK-EB-TP                 PIC  X(01).
               05  WK-EB-CLI                PIC  9(09).
               05  WK-EB-CD-MTV             PIC  9(03).
               05  WK-EB-DT-INI             PIC  9(08).

       01  WK-CHAVE-CTA.
           03  WK-CTA-SIS                   PIC  X(03).
           03  WK-CTA-OPR                   PIC  9(17).
           03  WK-CTA-EPRD                  PIC  9(05).
           03  WK-CTA-SCTR                  PIC  9(05).

      *    Imagens do registro EMBARGO no diario, decodificadas para o
      *    quadro de movimentos
       01  WK-IMG-ANT.
           03  FILLER                       PIC  X(40).
           03  WK-ANT-DT-INI                PIC  9(08).
           03  WK-ANT-DT-FIM                PIC  9(08).
           03  WK-ANT-CD-MTV                PIC  9(03).

       01  WK-IMG-NOVA.
           03  WK-NOV-TP                    PIC  X(01).
           03  WK-NOV-SIS                   PIC  X(03).
           03  WK-NOV-OPR                   PIC  9(17).
           03  WK-NOV-EPRD                  PIC  9(05).
           03  WK-NOV-SCTR                  PIC  9(05).
           03  WK-NOV-CLI                   PIC  9(09).
           03  WK-NOV-DT-INI                PIC  9(08).
           03  WK-NOV-DT-FIM                PIC  9(08).
           03  WK-NOV-CD-MTV                PIC  9(03).

       01  WK-TX-MTV                        PIC  X(22).
       01  WK-TX-ACAO                       PIC  X(12).
       01  WK-CD-MTV                        PIC  9(03).
       01  WK-IC-SITC-ANT                   PIC  X(01).

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-AUDITORIA-SW             PIC  X(01) VALUE 'N'.
               88  FIM-AUDITORIA                        VALUE 'S'.
           03  FIM-EMBARGO-SW               PIC  X(01) VALUE 'N'.
               88  FIM-EMBARGO                          VALUE 'S'.
           03  FIM-CLINDEX-SW               PIC  X(01) VALUE 'N'.
               88  FIM-CLINDEX                          VALUE 'S'.
           03  FIM-EMBJORN-SW               PIC  X(01) VALUE 'N'.
               88  FIM-EMBJORN                          VALUE 'S'.
           03  WK-EMBARGO-SW                PIC  X(01) VALUE 'S'.
               88  WK-EMB-DISPONIVEL                    VALUE 'S'.
               88  WK-EMB-INDISPONIVEL                  VALUE 'N'.
           03  WK-CLINDEX-SW                PIC  X(01) VALUE 'S'.
               88  WK-CLIX-DISPONIVEL                   VALUE 'S'.
               88  WK-CLIX-INDISPONIVEL                 VALUE 'N'.
           03  WK-AUDIHIST-SW               PIC  X(01) VALUE 'S'.
               88  WK-AUDV-DISPONIVEL                   VALUE 'S'.
               88  WK-AUDV-INDISPONIVEL                 VALUE 'N'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-LIDOS-DIA              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-ESPELHO            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FALHAS                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-BLOQUEADAS             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-BLQ-PENDENTES          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ESPELHO-FRENTE         PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-EMB-CONTA              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-EMB-CLIENTE            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-MOVIMENTOS             PIC  9(09) COMP-5
                                             VALUE ZEROS.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  FILLER                       PIC  X(13).

       01  DATA-HORA-CHC.
           03  CHC-DTH-DATA                 PIC  9(08).
           03  CHC-DTH-HORA                 PIC  9(06).
           03  FILLER                       PIC  X(07).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT-LIDOS                 PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-BLOQUEADAS            PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-BLQ-PENDENTES         PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-ESPELHO-FRENTE        PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-SEM-ESPELHO           PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-FALHAS                PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-EMB-CONTA             PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-EMB-CLIENTE           PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-CONTAS                PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-MOVIMENTOS            PIC ZZZ.ZZZ.ZZ9.
           03  DSP-VL-ENTD                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

       01  ARCSB629-DADOS.
-INC ARCKB629

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC

           PERFORM 050000-CARREGAR-EMBARGADAS

           OPEN INPUT  AUDITORIA
           OPEN OUTPUT RELATORIO
           OPEN OUTPUT EVENTOS

           READ AUDITORIA
               AT END SET FIM-AUDITORIA TO TRUE
           END-READ

           PERFORM UNTIL FIM-AUDITORIA
               PERFORM 100000-TRATAR-REGISTRO
               READ AUDITORIA
                   AT END SET FIM-AUDITORIA TO TRUE
               END-READ
           END-PERFORM

           PERFORM 500000-LISTAR-MOVIMENTOS
           PERFORM 950000-IMPRIMIR-RODAPE
           PERFORM 965000-GRAVAR-CADEIA

           CLOSE AUDITORIA
           CLOSE RELATORIO
           CLOSE EVENTOS

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       050000-CARREGAR-EMBARGADAS SECTION.
      *-----------------------------------------------------------------
      *    Percorre o EMBARGO inteiro e guarda as contas dos embargos
      *    vigentes hoje (mesma regra de vigencia de ARCP0627,
      *    112500). EMBARGO fora do ar: nada e bloqueado, a AUDITORIA
      *    passa intocada e o passo termina com RC 8.

           OPEN INPUT EMBARGO

           IF  WK-FS-EMBARGO NOT EQUAL '00'
               SET  WK-EMB-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' EMBARGO indisponivel - FS: '
                   WK-FS-EMBARGO ' - nenhuma proposta bloqueada'
               MOVE 8                   TO RETURN-CODE
               GO TO 050000-SAI
           END-IF

           OPEN INPUT CLINDEX

           IF  WK-FS-CLINDEX NOT EQUAL '00'
               SET  WK-CLIX-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' CLINDEX indisponivel - FS: '
                   WK-FS-CLINDEX ' - embargo de cliente nao expandido'
               MOVE 4                   TO RETURN-CODE
           END-IF

           MOVE LOW-VALUES              TO EMB-CHAVE

           START EMBARGO KEY NOT LESS EMB-CHAVE
               INVALID KEY SET FIM-EMBARGO TO TRUE
           END-START

           PERFORM UNTIL FIM-EMBARGO

               READ EMBARGO NEXT
                   AT END SET FIM-EMBARGO TO TRUE
               END-READ

               IF  NOT FIM-EMBARGO
                   PERFORM 060000-TRATAR-EMBARGO
               END-IF

           END-PERFORM

           CLOSE EMBARGO
           IF  WK-CLIX-DISPONIVEL
               CLOSE CLINDEX
           END-IF

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       060000-TRATAR-EMBARGO SECTION.
      *-----------------------------------------------------------------

      *    Fora de vigencia hoje (ainda nao comecou ou ja encerrado,
      *    inclusive o levantado em ARCT0634) - ignorado.
           IF  EMB-DT-INI NUMERIC
           AND EMB-DT-INI GREATER ZEROS
           AND DTH-DATA LESS EMB-DT-INI
               GO TO 060000-SAI
           END-IF

           IF  EMB-DT-FIM NUMERIC
           AND EMB-DT-FIM GREATER ZEROS
           AND DTH-DATA GREATER EMB-DT-FIM
               GO TO 060000-SAI
           END-IF

           IF  EMB-TIPO-CONTA
               ADD  1                   TO WK-QT-EMB-CONTA
               MOVE EMB-SG-SIS-OGM-OPR  TO WK-CTA-SIS
               MOVE EMB-NR-UNCO-CTR-OPR TO WK-CTA-OPR
               MOVE EMB-NR-EPRD-FNCD    TO WK-CTA-EPRD
               MOVE EMB-NR-SCTR-OPR     TO WK-CTA-SCTR
               PERFORM 080000-INCLUIR-CONTA
               GO TO 060000-SAI
           END-IF

           ADD  1                       TO WK-QT-EMB-CLIENTE

           IF  WK-CLIX-INDISPONIVEL
               GO TO 060000-SAI
           END-IF

      *    Embargo de cliente: todas as contas do cliente no CLINDEX
           MOVE 'N'                     TO FIM-CLINDEX-SW
           MOVE LOW-VALUES              TO CLIX-CHAVE
           MOVE EMB-NR-CLI              TO CLIX-NR-CLI

           START CLINDEX KEY NOT LESS CLIX-CHAVE
               INVALID KEY SET FIM-CLINDEX TO TRUE
           END-START

           PERFORM UNTIL FIM-CLINDEX

               READ CLINDEX NEXT
                   AT END SET FIM-CLINDEX TO TRUE
               END-READ

               IF  NOT FIM-CLINDEX
                   IF  CLIX-NR-CLI NOT EQUAL EMB-NR-CLI
                       SET FIM-CLINDEX  TO TRUE
                   ELSE
                       MOVE CLIX-SG-SIS-OGM-OPR  TO WK-CTA-SIS
                       MOVE CLIX-NR-UNCO-CTR-OPR TO WK-CTA-OPR
                       MOVE CLIX-NR-EPRD-FNCD    TO WK-CTA-EPRD
                       MOVE CLIX-NR-SCTR-OPR     TO WK-CTA-SCTR
                       PERFORM 080000-INCLUIR-CONTA
                   END-IF
               END-IF

           END-PERFORM

           .
       060000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       080000-INCLUIR-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Guarda a conta de WK-CHAVE-CTA com o embargo corrente;
      *    conta ja presente fica com o primeiro embargo.

           PERFORM 150000-LOCALIZAR-CONTA

           IF  IX-EB-ACHOU GREATER ZEROS
               GO TO 080000-SAI
           END-IF

           IF  WK-QT-EB LESS 5000
               ADD  1                   TO WK-QT-EB
               MOVE WK-CHAVE-CTA        TO WK-EB-CHAVE(WK-QT-EB)
               MOVE EMB-TP              TO WK-EB-TP(WK-QT-EB)
               MOVE EMB-NR-CLI          TO WK-EB-CLI(WK-QT-EB)
               MOVE EMB-CD-MTV          TO WK-EB-CD-MTV(WK-QT-EB)
               MOVE EMB-DT-INI          TO WK-EB-DT-INI(WK-QT-EB)
           ELSE
               IF  NOT WK-EB-CHEIO-AVSD
                   DISPLAY CTE-PROG ' Tabela de contas embargadas'
                       ' cheia (5000) - excedente nao bloqueado'
                   SET WK-EB-CHEIO-AVSD TO TRUE
                   MOVE 8               TO RETURN-CODE
               END-IF
           END-IF

           .
       080000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       100000-TRATAR-REGISTRO SECTION.
      *-----------------------------------------------------------------
      *    Proposta aberta ou pendente de conta embargada e marcada
      *    bloqueada no AUDIHIST; o resto da AUDITORIA nao e tocado.

           ADD  1                       TO WK-QT-LIDOS

           IF  AUD-DT-PROC EQUAL DTH-DATA
               ADD  1                   TO WK-QT-LIDOS-DIA
           END-IF

           IF  WK-QT-EB GREATER ZEROS
           AND WK-AUDV-DISPONIVEL
           AND (AUD-SITC-ABERTA OR AUD-SITC-PENDENTE)
               MOVE AUD-SG-SIS-OGM-OPR  TO WK-CTA-SIS
               MOVE AUD-NR-UNCO-CTR-OPR TO WK-CTA-OPR
               MOVE AUD-NR-EPRD-FNCD    TO WK-CTA-EPRD
               MOVE AUD-NR-SCTR-OPR     TO WK-CTA-SCTR
               PERFORM 150000-LOCALIZAR-CONTA
               IF  IX-EB-ACHOU GREATER ZEROS
                   PERFORM 200000-BLOQUEAR-PROPOSTA
               END-IF
           END-IF

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       150000-LOCALIZAR-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Procura WK-CHAVE-CTA na tabela; IX-EB-ACHOU zerado quando
      *    a conta nao esta embargada.

           MOVE ZEROS                   TO IX-EB-ACHOU

           PERFORM VARYING IX-EB FROM 1 BY 1
           UNTIL IX-EB GREATER WK-QT-EB
           OR IX-EB-ACHOU GREATER ZEROS
               IF  WK-EB-CHAVE(IX-EB) EQUAL WK-CHAVE-CTA
                   MOVE IX-EB            TO IX-EB-ACHOU
               END-IF
           END-PERFORM

           .
       150000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-BLOQUEAR-PROPOSTA SECTION.
      *-----------------------------------------------------------------
      *    Confere o espelho antes de bloquear: a linha pode ter sido
      *    aplicada on-line (PF5/PF6 de ARCT0628) ou pela fila depois
      *    da gravacao da AUDITORIA - espelho em situacao que nao e
      *    aberta nem pendente esta na frente e prevalece. A
      *    regravacao confere de novo a situacao lida (vide VRS002).

           MOVE 'C'                     TO ARCSB629-CD-FUNC
           MOVE AUDITORIA-REGISTRO      TO ARCSB629-AUDITORIA
           PERFORM 250000-CHAMAR-ARCSB629

           IF  ARCSB629-IN-SCS-ERRO
               GO TO 200000-SAI
           END-IF

           IF  ARCSB629-NAO-ACHOU
               ADD  1                   TO WK-QT-SEM-ESPELHO
               GO TO 200000-SAI
           END-IF

           IF  ARCSB629-IC-SITC-ATU NOT EQUAL SPACE
           AND ARCSB629-IC-SITC-ATU NOT EQUAL 'P'
               ADD  1                   TO WK-QT-ESPELHO-FRENTE
               GO TO 200000-SAI
           END-IF

           MOVE ARCSB629-IC-SITC-ATU    TO WK-IC-SITC-ANT

           MOVE 'A'                     TO ARCSB629-CD-FUNC
           MOVE WK-IC-SITC-ANT          TO ARCSB629-IC-SITC-ANT
           MOVE 'B'                     TO ARCSB629-IC-SITC-NOVA
           PERFORM 250000-CHAMAR-ARCSB629

           IF  ARCSB629-IN-SCS-ERRO
               GO TO 200000-SAI
           END-IF

           IF  NOT ARCSB629-ACHOU
               ADD  1                   TO WK-QT-ESPELHO-FRENTE
               GO TO 200000-SAI
           END-IF

           MOVE ARCSB629-AUDITORIA      TO AUDITORIA-REGISTRO
           IF  WK-IC-SITC-ANT EQUAL 'P'
               ADD  1                   TO WK-QT-BLQ-PENDENTES
           END-IF
           ADD  1                       TO WK-QT-BLOQUEADAS

           PERFORM 300000-REPORTAR-BLOQUEADA
           PERFORM 350000-GRAVAR-EVENTO-BLOQUEADA

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       250000-CHAMAR-ARCSB629 SECTION.
      *-----------------------------------------------------------------
      *    Falha de abertura do AUDIHIST ou do SITTRANS desliga a
      *    varredura - nada mais e bloqueado e o passo fecha com
      *    RC 8; falha de uma linha so e contada.

           MOVE 'ARCP0650'              TO ARCSB629-CD-PGM-OPER
           CALL ARCSB629             USING ARCSB629-DADOS

           IF  ARCSB629-IN-SCS-ERRO
               ADD  1                   TO WK-QT-FALHAS
               DISPLAY CTE-PROG ' ARCSB629: ' ARCSB629-TX-ERRO
               IF  ARCSB629-SEQL-ERRO EQUAL 2
               OR  ARCSB629-SEQL-ERRO EQUAL 3
                   SET  WK-AUDV-INDISPONIVEL TO TRUE
               END-IF
           END-IF

           .
       250000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-REPORTAR-BLOQUEADA SECTION.
      *-----------------------------------------------------------------
      *    Duas linhas por proposta: a proposta atingida e o embargo
      *    que a atingiu.

           MOVE WK-EB-CD-MTV(IX-EB-ACHOU) TO WK-CD-MTV
           PERFORM 800000-DESCREVER-MOTIVO

           MOVE AUD-VL-ENTD             TO DSP-VL-ENTD

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Conta: ' AUD-SG-SIS-OGM-OPR '/'
               AUD-NR-UNCO-CTR-OPR '/' AUD-NR-EPRD-FNCD '/'
               AUD-NR-SCTR-OPR
               '  Proposta de ' AUD-DT-PROC
               '  Validade ' AUD-DT-VLDD
               '  Rstd ' AUD-IC-RSTD
               '  Entrada ' DSP-VL-ENTD
               '  Sit ant [' WK-IC-SITC-ANT ']'
               '  Oper ' AUD-CD-OPER
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           IF  WK-EB-TP(IX-EB-ACHOU) EQUAL 'L'
               STRING
                   '      Embargo do cliente '
                   WK-EB-CLI(IX-EB-ACHOU)
                   '  Motivo ' WK-CD-MTV ' ' WK-TX-MTV
                   '  Desde ' WK-EB-DT-INI(IX-EB-ACHOU)
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           ELSE
               STRING
                   '      Embargo da conta'
                   '  Motivo ' WK-CD-MTV ' ' WK-TX-MTV
                   '  Desde ' WK-EB-DT-INI(IX-EB-ACHOU)
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           END-IF
           PERFORM 900000-ESCREVER-LINHA

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       350000-GRAVAR-EVENTO-BLOQUEADA SECTION.
      *-----------------------------------------------------------------
      *    Evento 'B' no feed para cada linha bloqueada - o front-end
      *    retira a oferta da conta embargada.

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-CHC

           MOVE SPACES                  TO EVENTOS-REGISTRO
           MOVE CHC-DTH-DATA            TO EVT-DT
           MOVE CHC-DTH-HORA            TO EVT-HR
           SET  EVT-BLOQUEADA           TO TRUE
           MOVE AUD-SG-SIS-OGM-OPR      TO EVT-SG-SIS-OGM-OPR
           MOVE AUD-NR-UNCO-CTR-OPR     TO EVT-NR-UNCO-CTR-OPR
           MOVE AUD-NR-EPRD-FNCD        TO EVT-NR-EPRD-FNCD
           MOVE AUD-NR-SCTR-OPR         TO EVT-NR-SCTR-OPR
           MOVE AUD-IC-SITC             TO EVT-IC-SITC
           MOVE AUD-CD-OPER             TO EVT-CD-OPER

           WRITE EVENTOS-REGISTRO

           .
       350000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-LISTAR-MOVIMENTOS SECTION.
      *-----------------------------------------------------------------
      *    Quadro dos movimentos na lista de embargos registrados no
      *    diario EMBJORN (geracao do dia, trocada pelo job): quem
      *    registrou, prorrogou ou levantou, e a vigencia antes e
      *    depois. Diario vazio (DD em DUMMY) imprime so o titulo.
      *    O quadro comeca em pagina nova.

           IF  WK-QT-BLOQUEADAS EQUAL ZEROS
               MOVE SPACES               TO RELATORIO-LINHA
               STRING '  Nenhuma proposta bloqueada hoje.'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           MOVE WK-MAX-LINHAS-PAG       TO WK-NR-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING '  Movimentos na lista de embargos'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           OPEN INPUT EMBJORN

           READ EMBJORN
               AT END SET FIM-EMBJORN   TO TRUE
           END-READ

           PERFORM UNTIL FIM-EMBJORN
               PERFORM 510000-REPORTAR-MOVIMENTO
               READ EMBJORN
                   AT END SET FIM-EMBJORN TO TRUE
               END-READ
           END-PERFORM

           CLOSE EMBJORN

           IF  WK-QT-MOVIMENTOS EQUAL ZEROS
               MOVE SPACES              TO RELATORIO-LINHA
               STRING '  Nenhum movimento registrado.'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       510000-REPORTAR-MOVIMENTO SECTION.
      *-----------------------------------------------------------------

           ADD  1                       TO WK-QT-MOVIMENTOS

           MOVE EMBJ-IMAGEM-ANT         TO WK-IMG-ANT
           MOVE EMBJ-IMAGEM-NOVA        TO WK-IMG-NOVA

           EVALUATE TRUE
               WHEN EMBJ-ACAO-REGISTRO
                   MOVE 'REGISTRO'      TO WK-TX-ACAO
               WHEN EMBJ-ACAO-PRORROGACAO
                   MOVE 'PRORROGACAO'   TO WK-TX-ACAO
               WHEN EMBJ-ACAO-LEVANTAMENTO
                   MOVE 'LEVANTAMENTO'  TO WK-TX-ACAO
               WHEN OTHER
                   MOVE EMBJ-IC-ACAO    TO WK-TX-ACAO
           END-EVALUATE

           MOVE WK-NOV-CD-MTV TO WK-CD-MTV
           PERFORM 800000-DESCREVER-MOTIVO

           MOVE SPACES                  TO RELATORIO-LINHA
           IF  WK-NOV-TP EQUAL 'L'
               STRING
                   '  ' EMBJ-DT ' ' EMBJ-HR '  Oper ' EMBJ-CD-OPER
                   '  ' WK-TX-ACAO
                   '  Cliente ' WK-NOV-CLI
                   '  Motivo ' WK-CD-MTV ' ' WK-TX-MTV
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           ELSE
               STRING
                   '  ' EMBJ-DT ' ' EMBJ-HR '  Oper ' EMBJ-CD-OPER
                   '  ' WK-TX-ACAO
                   '  Conta ' WK-NOV-SIS '/'
                   WK-NOV-OPR '/'
                   WK-NOV-EPRD '/'
                   WK-NOV-SCTR
                   '  Motivo ' WK-CD-MTV ' ' WK-TX-MTV
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           END-IF
           PERFORM 900000-ESCREVER-LINHA

      *    Vigencia antes (espacos num registro novo) e depois
           MOVE SPACES                  TO RELATORIO-LINHA
           IF  EMBJ-IMAGEM-ANT EQUAL SPACES
               STRING
                   '      Vigencia: (novo) -> '
                   WK-NOV-DT-INI ' a '
                   WK-NOV-DT-FIM
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           ELSE
               STRING
                   '      Vigencia: '
                   WK-ANT-DT-INI ' a '
                   WK-ANT-DT-FIM ' -> '
                   WK-NOV-DT-INI ' a '
                   WK-NOV-DT-FIM
                   '  (fim zerado = sem fim)'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           END-IF
           PERFORM 900000-ESCREVER-LINHA

           .
       510000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       800000-DESCREVER-MOTIVO SECTION.
      *-----------------------------------------------------------------
      *    Descricao do motivo em WK-CD-MTV (tabela do book ARCKEMBG)

           EVALUATE WK-CD-MTV
               WHEN 001
                   MOVE 'LITIGIO'               TO WK-TX-MTV
               WHEN 002
                   MOVE 'FALECIMENTO'           TO WK-TX-MTV
               WHEN 003
                   MOVE 'RECUPERACAO JUDICIAL'  TO WK-TX-MTV
               WHEN 004
                   MOVE 'FRAUDE'                TO WK-TX-MTV
               WHEN 005
                   MOVE 'ORDEM JUDICIAL'        TO WK-TX-MTV
               WHEN OTHER
                   MOVE 'NAO TABELADO'          TO WK-TX-MTV
           END-EVALUATE

           .
       800000-SAI.
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
               'Propostas Bloqueadas por Embargo - Compliance -'
               ' MotorPCLD                  Pagina: ' DSP-NR-PAG
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

           MOVE WK-QT-EMB-CONTA         TO DSP-QT-EMB-CONTA
           MOVE WK-QT-EMB-CLIENTE       TO DSP-QT-EMB-CLIENTE
           MOVE WK-QT-EB                TO DSP-QT-CONTAS
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Embargos vigentes - conta: ' DSP-QT-EMB-CONTA
               '   cliente: ' DSP-QT-EMB-CLIENTE
               '   Contas atingidas: ' DSP-QT-CONTAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-LIDOS             TO DSP-QT-LIDOS
           MOVE WK-QT-BLOQUEADAS        TO DSP-QT-BLOQUEADAS
           MOVE WK-QT-BLQ-PENDENTES     TO DSP-QT-BLQ-PENDENTES
           MOVE WK-QT-ESPELHO-FRENTE    TO DSP-QT-ESPELHO-FRENTE
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Registros lidos: ' DSP-QT-LIDOS
               '   Bloqueadas: ' DSP-QT-BLOQUEADAS
               ' (pendentes: ' DSP-QT-BLQ-PENDENTES ')'
               '   Ja tratadas on-line: ' DSP-QT-ESPELHO-FRENTE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-MOVIMENTOS        TO DSP-QT-MOVIMENTOS
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Movimentos na lista de embargos: ' DSP-QT-MOVIMENTOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-SEM-ESPELHO       TO DSP-QT-SEM-ESPELHO
           MOVE WK-QT-FALHAS            TO DSP-QT-FALHAS
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Atingidas sem espelho no AUDIHIST: ' DSP-QT-SEM-ESPELHO
               '   Falhas: ' DSP-QT-FALHAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  WK-QT-FALHAS GREATER ZEROS
           OR  WK-AUDV-INDISPONIVEL
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  *** FALHA NA ATUALIZACAO DO AUDIHIST - VER'
                   ' SYSOUT ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF  WK-QT-SEM-ESPELHO GREATER ZEROS
               AND RETURN-CODE LESS 4
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY CTE-PROG ' Lidos: ' WK-QT-LIDOS
               ' Bloqueadas: ' WK-QT-BLOQUEADAS
               ' Contas embargadas: ' WK-QT-EB
               ' Movimentos: ' WK-QT-MOVIMENTOS

           .
       950000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       965000-GRAVAR-CADEIA SECTION.
      *-----------------------------------------------------------------
      *    Apensa no CHAINCTL a linha deste passo - a varredura so le
      *    a AUDITORIA e a passa inteira adiante, entrada e saida
      *    iguais; as contagens -DIA
      *    levam so as linhas com AUD-DT-PROC de hoje (mesma regra de
      *    ARCP0635).

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-CHC

           MOVE SPACES                  TO CHAINCTL-REGISTRO
           MOVE CHC-DTH-DATA            TO CHC-DT-PROC
           MOVE CHC-DTH-HORA            TO CHC-HR-PROC
           MOVE 'ARCP0650'              TO CHC-NM-PASSO
           MOVE ZEROS                   TO CHC-NR-PRTC
           MOVE WK-QT-LIDOS             TO CHC-QT-ENTRADA
           MOVE WK-QT-LIDOS             TO CHC-QT-SAIDA
           MOVE WK-QT-LIDOS-DIA         TO CHC-QT-ENTRADA-DIA
           MOVE WK-QT-LIDOS-DIA         TO CHC-QT-SAIDA-DIA
           MOVE ZEROS                   TO CHC-VL-TOTAL

           OPEN EXTEND CHAINCTL
           WRITE CHAINCTL-REGISTRO
           CLOSE CHAINCTL

           .
       965000-SAI.
           EXIT.
