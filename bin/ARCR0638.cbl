      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCR0638
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Relatorio noturno de promessas de pagamento
      *             vencidas. Le o registro de contatos CONTATO (book
      *             ARCKCTTO, gravado pela transacao ARCT0635) e, para
      *             cada contato com desfecho promessa cuja data
      *             prometida ja passou (dentro da janela de
      *             PARM-QT-DIAS dias, default 7), confere se a conta
      *             teve proposta aplicada no AUDIHIST (situacao 'A',
      *             'C' ou 'D' em proposta ainda valida na data do
      *             contato) ou pagamento no PAGTOS (book ARCKPGTO) a
      *             partir da data do contato. Promessa sem uma nem
      *             outra sai no relatorio com conta, negociador, data
      *             do contato, data prometida, dias de atraso e o
      *             texto registrado; ao final, quadro por negociador.
      *             O PAGTOS e o arquivo diario da cobranca - o DD
      *             concatena as geracoes dos ultimos dias, cobrindo
      *             ao menos a janela mais o prazo de promessa aceito
      *             na captura.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCR0638.
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
               SELECT  CONTATO    ASSIGN  TO  CONTATO
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CTT-CHAVE
                       FILE STATUS   IS  WK-FS-CONTATO.
               SELECT  AUDIHIST   ASSIGN  TO  AUDIHIST
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  AUDV-CHAVE
                       FILE STATUS   IS  WK-FS-AUDIHIST.
               SELECT  PAGTOS     ASSIGN  TO  UT-S-PAGTOS.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  CONTATO
           RECORD  200.

       01  CONTATO-REGISTRO.
-INC ARCKCTTO

       FD  AUDIHIST
           RECORD  181.

       01  AUDIHIST-REGISTRO.
-INC ARCKAUDV

       FD  PAGTOS
           BLOCK 0 RECORDS
           RECORD  60
           RECORDING MODE IS F.

       01  PAGTOS-REGISTRO.
-INC ARCKPGTO

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCR0638 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.

       01  WK-FS-CONTATO                PIC  X(02) VALUE SPACES.
       01  WK-FS-AUDIHIST               PIC  X(02) VALUE SPACES.

      *    Ultimo pagamento por conta (busca linear, teto de 30000
      *    contas - mesma tabela de ARCP0644)
       01  GRP-PAGAMENTOS.
           03  WK-QT-PG                     PIC  9(05) COMP-5
                                             VALUE ZEROS.
           03  IX-PG                        PIC  9(05) COMP-5.
           03  IX-PG-ACHOU                  PIC  9(05) COMP-5.
           03  WK-PG-CHEIO-SW               PIC  X(01) VALUE 'N'.
               88  WK-PG-CHEIO-AVSD         VALUE 'S'.
           03  WK-TB-PG OCCURS 30000 TIMES.
               05  WK-PG-CHAVE.
                   07  WK-PG-SIS            PIC  X(03).
                   07  WK-PG-OPR            PIC  9(17).
                   07  WK-PG-EPRD           PIC  9(05).
                   07  WK-PG-SCTR           PIC  9(05).
               05  WK-PG-DT-ULT             PIC  9(08).

       01  WK-CHAVE-CTA.
           03  WK-CTA-SIS                   PIC  X(03).
           03  WK-CTA-OPR                   PIC  9(17).
           03  WK-CTA-EPRD                  PIC  9(05).
           03  WK-CTA-SCTR                  PIC  9(05).

      *    Promessas vencidas agregadas por negociador
       01  GRP-POR-OPER.
           03  WK-QT-OPR-TAB                PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-OPR                       PIC  9(04) COMP-5.
           03  IX-OPR-ACHOU                 PIC  9(04) COMP-5.
           03  WK-TB-OPR OCCURS 500 TIMES.
               05  WK-OPR-CD                PIC  X(08).
               05  WK-OPR-QT-PROM           PIC S9(09) COMP-5.
               05  WK-OPR-QT-QBRD           PIC S9(09) COMP-5.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-CONTATO-SW               PIC  X(01) VALUE 'N'.
               88  FIM-CONTATO                          VALUE 'S'.
           03  FIM-PAGTOS-SW                PIC  X(01) VALUE 'N'.
               88  FIM-PAGTOS                           VALUE 'S'.
           03  FIM-AUDIHIST-SW              PIC  X(01) VALUE 'N'.
               88  FIM-AUDIHIST                         VALUE 'S'.
           03  WK-AUDIHIST-SW               PIC  X(01) VALUE 'S'.
               88  WK-AUDV-DISPONIVEL                   VALUE 'S'.
               88  WK-AUDV-INDISPONIVEL                 VALUE 'N'.
           03  WK-CONTATO-SW                PIC  X(01) VALUE 'S'.
               88  WK-CTT-DISPONIVEL                    VALUE 'S'.
               88  WK-CTT-INDISPONIVEL                  VALUE 'N'.
           03  WK-CUMPRIDA-SW               PIC  X(01).
               88  WK-PROM-CUMPRIDA                     VALUE 'S'.
               88  WK-PROM-QUEBRADA                     VALUE 'N'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-PGT-LIDOS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-PROMESSAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-APLICADAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-PAGAS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-QUEBRADAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-DIAS                   PIC  9(03) VALUE 7.
           03  WK-QT-DIAS-ATRASO            PIC  9(05).
           03  WK-INT-HOJE                  PIC S9(09) COMP-5.
           03  WK-DT-CORTE                  PIC  9(08).

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  FILLER                       PIC  X(13).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-2                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-DIAS                  PIC ZZZZ9.

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      *    Janela, em dias corridos ate ontem, das datas prometidas
      *    conferidas (zeros ou nao numerica = 7)
       01  PARM1.
           03  PARM-QT-DIAS            PIC  9(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           IF  PARM-QT-DIAS NUMERIC
           AND PARM-QT-DIAS GREATER ZEROS
               MOVE PARM-QT-DIAS        TO WK-QT-DIAS
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC
           COMPUTE WK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(DTH-DATA)
           END-COMPUTE
           COMPUTE WK-DT-CORTE =
               FUNCTION DATE-OF-INTEGER(WK-INT-HOJE - WK-QT-DIAS)
           END-COMPUTE

           OPEN OUTPUT RELATORIO

           PERFORM 100000-CARREGAR-PAGAMENTOS

           OPEN INPUT  AUDIHIST
           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               SET  WK-AUDV-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' AUDIHIST indisponivel - FS: '
                   WK-FS-AUDIHIST ' - aplicacao nao conferida'
               MOVE 8                   TO RETURN-CODE
           END-IF

           OPEN INPUT  CONTATO
           IF  WK-FS-CONTATO NOT EQUAL '00'
               DISPLAY CTE-PROG ' CONTATO indisponivel - FS: '
                   WK-FS-CONTATO ' - relatorio vazio'
               MOVE 8                   TO RETURN-CODE
               SET  WK-CTT-INDISPONIVEL TO TRUE
               SET  FIM-CONTATO         TO TRUE
           ELSE
               READ CONTATO NEXT
               IF  WK-FS-CONTATO NOT EQUAL '00'
                   SET  FIM-CONTATO     TO TRUE
               END-IF
           END-IF

           PERFORM 910000-IMPRIMIR-CABECALHO

           PERFORM UNTIL FIM-CONTATO
               PERFORM 200000-TRATAR-CONTATO
               READ CONTATO NEXT
               IF  WK-FS-CONTATO NOT EQUAL '00'
                   SET  FIM-CONTATO     TO TRUE
               END-IF
           END-PERFORM

           PERFORM 800000-IMPRIMIR-NEGOCIADORES
           PERFORM 950000-IMPRIMIR-RODAPE

           IF  WK-AUDV-DISPONIVEL
               CLOSE AUDIHIST
           END-IF
           IF  WK-CTT-DISPONIVEL
               CLOSE CONTATO
           END-IF
           CLOSE RELATORIO

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       100000-CARREGAR-PAGAMENTOS SECTION.
      *-----------------------------------------------------------------
      *    Guarda a data do pagamento mais recente de cada conta do
      *    PAGTOS (todas as geracoes concatenadas no DD).

           OPEN INPUT PAGTOS

           READ PAGTOS
               AT END SET FIM-PAGTOS    TO TRUE
           END-READ

           PERFORM UNTIL FIM-PAGTOS
               PERFORM 150000-GUARDAR-PAGAMENTO
               READ PAGTOS
                   AT END SET FIM-PAGTOS TO TRUE
               END-READ
           END-PERFORM

           CLOSE PAGTOS

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       150000-GUARDAR-PAGAMENTO SECTION.
      *-----------------------------------------------------------------

           ADD  1                       TO WK-QT-PGT-LIDOS

           IF  PGT-VL-PGTO NOT NUMERIC
           OR  PGT-DT-PGTO NOT NUMERIC
               GO TO 150000-SAI
           END-IF

           MOVE PGT-SG-SIS-OGM-OPR      TO WK-CTA-SIS
           MOVE PGT-NR-UNCO-CTR-OPR     TO WK-CTA-OPR
           MOVE PGT-NR-EPRD-FNCD        TO WK-CTA-EPRD
           MOVE PGT-NR-SCTR-OPR         TO WK-CTA-SCTR

           PERFORM 160000-BUSCAR-PAGAMENTO

           IF  IX-PG-ACHOU GREATER ZEROS
               IF  PGT-DT-PGTO GREATER WK-PG-DT-ULT(IX-PG-ACHOU)
                   MOVE PGT-DT-PGTO     TO WK-PG-DT-ULT(IX-PG-ACHOU)
               END-IF
           ELSE
               IF  WK-QT-PG LESS 30000
                   ADD  1               TO WK-QT-PG
                   MOVE WK-CHAVE-CTA    TO WK-PG-CHAVE(WK-QT-PG)
                   MOVE PGT-DT-PGTO     TO WK-PG-DT-ULT(WK-QT-PG)
               ELSE
                   IF  NOT WK-PG-CHEIO-AVSD
                       DISPLAY CTE-PROG ' Tabela de pagamentos'
                           ' cheia (30000) - excedente ignorado'
                       SET WK-PG-CHEIO-AVSD TO TRUE
                       MOVE 8           TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           .
       150000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       160000-BUSCAR-PAGAMENTO SECTION.
      *-----------------------------------------------------------------
      *    Posicao da conta WK-CHAVE-CTA na tabela (zero = ausente)

           MOVE ZEROS                   TO IX-PG-ACHOU
           PERFORM VARYING IX-PG FROM 1 BY 1
           UNTIL IX-PG GREATER WK-QT-PG
           OR IX-PG-ACHOU GREATER ZEROS
               IF  WK-PG-CHAVE(IX-PG) EQUAL WK-CHAVE-CTA
                   MOVE IX-PG            TO IX-PG-ACHOU
               END-IF
           END-PERFORM

           .
       160000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-TRATAR-CONTATO SECTION.
      *-----------------------------------------------------------------
      *    So interessa a promessa cuja data ja passou e caiu dentro
      *    da janela (de hoje menos WK-QT-DIAS ate ontem). Cumprida
      *    quando houve pagamento a partir da data do contato ou
      *    proposta aplicada; senao, quebrada e listada.

           ADD  1                       TO WK-QT-LIDOS

           IF  NOT CTT-DSFC-PROMESSA
           OR  CTT-DT-PROM NOT LESS DTH-DATA
           OR  CTT-DT-PROM LESS WK-DT-CORTE
               GO TO 200000-SAI
           END-IF

           ADD  1                       TO WK-QT-PROMESSAS
           PERFORM 550000-ACUMULAR-OPERADOR
           IF  IX-OPR-ACHOU GREATER ZEROS
               ADD 1                    TO WK-OPR-QT-PROM(IX-OPR-ACHOU)
           END-IF

           SET  WK-PROM-QUEBRADA        TO TRUE

           MOVE CTT-SG-SIS-OGM-OPR      TO WK-CTA-SIS
           MOVE CTT-NR-UNCO-CTR-OPR     TO WK-CTA-OPR
           MOVE CTT-NR-EPRD-FNCD        TO WK-CTA-EPRD
           MOVE CTT-NR-SCTR-OPR         TO WK-CTA-SCTR

           PERFORM 160000-BUSCAR-PAGAMENTO
           IF  IX-PG-ACHOU GREATER ZEROS
           AND WK-PG-DT-ULT(IX-PG-ACHOU) NOT LESS CTT-DT-CTT
               SET  WK-PROM-CUMPRIDA    TO TRUE
               ADD  1                   TO WK-QT-PAGAS
               GO TO 200000-SAI
           END-IF

           IF  WK-AUDV-DISPONIVEL
               PERFORM 300000-CONFERIR-APLICACAO
               IF  WK-PROM-CUMPRIDA
                   ADD  1               TO WK-QT-APLICADAS
                   GO TO 200000-SAI
               END-IF
           END-IF

           ADD  1                       TO WK-QT-QUEBRADAS
           IF  IX-OPR-ACHOU GREATER ZEROS
               ADD 1                    TO WK-OPR-QT-QBRD(IX-OPR-ACHOU)
           END-IF

           PERFORM 400000-REPORTAR-QUEBRA

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-CONFERIR-APLICACAO SECTION.
      *-----------------------------------------------------------------
      *    Percorre o historico da conta no AUDIHIST atras de proposta
      *    aplicada (inclusive ja cumprida ou descumprida depois) que
      *    ainda valia na data do contato - a trilha nao guarda a data
      *    da aplicacao, e a validade e o limite para aplica-la.

           MOVE 'N'                     TO FIM-AUDIHIST-SW

           MOVE CTT-SG-SIS-OGM-OPR      TO AUDV-SG-SIS-OGM-OPR
           MOVE CTT-NR-UNCO-CTR-OPR     TO AUDV-NR-UNCO-CTR-OPR
           MOVE CTT-NR-EPRD-FNCD        TO AUDV-NR-EPRD-FNCD
           MOVE CTT-NR-SCTR-OPR         TO AUDV-NR-SCTR-OPR
           MOVE ZEROS                   TO AUDV-DT-PROC
           MOVE ZEROS                   TO AUDV-HR-PROC
           MOVE ZEROS                   TO AUDV-NR-SEQ

           START AUDIHIST KEY NOT LESS AUDV-CHAVE
               INVALID KEY SET FIM-AUDIHIST TO TRUE
           END-START

           PERFORM UNTIL FIM-AUDIHIST
           OR WK-PROM-CUMPRIDA

               READ AUDIHIST NEXT
                   AT END SET FIM-AUDIHIST TO TRUE
               END-READ

               IF  NOT FIM-AUDIHIST
                   IF  AUDV-SG-SIS-OGM-OPR  NOT EQUAL CTT-SG-SIS-OGM-OPR
                   OR  AUDV-NR-UNCO-CTR-OPR
                                       NOT EQUAL CTT-NR-UNCO-CTR-OPR
                   OR  AUDV-NR-EPRD-FNCD    NOT EQUAL CTT-NR-EPRD-FNCD
                   OR  AUDV-NR-SCTR-OPR     NOT EQUAL CTT-NR-SCTR-OPR
                       SET  FIM-AUDIHIST TO TRUE
                   ELSE
                       IF  (AUDV-IC-SITC EQUAL 'A'
                       OR   AUDV-IC-SITC EQUAL 'C'
                       OR   AUDV-IC-SITC EQUAL 'D')
                       AND AUDV-DT-VLDD NOT LESS CTT-DT-CTT
                           SET  WK-PROM-CUMPRIDA TO TRUE
                       END-IF
                   END-IF
               END-IF

           END-PERFORM

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-REPORTAR-QUEBRA SECTION.
      *-----------------------------------------------------------------
      *    Duas linhas por promessa quebrada: a conta com o contato e
      *    o texto registrado pelo negociador.

           COMPUTE WK-QT-DIAS-ATRASO =
               WK-INT-HOJE - FUNCTION INTEGER-OF-DATE(CTT-DT-PROM)
           END-COMPUTE
           MOVE WK-QT-DIAS-ATRASO       TO DSP-QT-DIAS

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Conta: ' CTT-SG-SIS-OGM-OPR '/'
               CTT-NR-UNCO-CTR-OPR '/' CTT-NR-EPRD-FNCD '/'
               CTT-NR-SCTR-OPR
               '  Contato ' CTT-DT-CTT ' ' CTT-HR-CTT
               '  Oper ' CTT-CD-OPER
               '  Canal ' CTT-CD-CNL
               '  Prometido ' CTT-DT-PROM
               '  Atraso ' DSP-QT-DIAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '      ' CTT-TX-CTT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       550000-ACUMULAR-OPERADOR SECTION.
      *-----------------------------------------------------------------
      *    Posicao do negociador do contato no quadro (inclui se
      *    ausente; zero so com o quadro cheio)

           MOVE ZEROS                   TO IX-OPR-ACHOU
           PERFORM VARYING IX-OPR FROM 1 BY 1
           UNTIL IX-OPR GREATER WK-QT-OPR-TAB
           OR IX-OPR-ACHOU GREATER ZEROS
               IF  WK-OPR-CD(IX-OPR) EQUAL CTT-CD-OPER
                   MOVE IX-OPR           TO IX-OPR-ACHOU
               END-IF
           END-PERFORM

           IF  IX-OPR-ACHOU EQUAL ZEROS
           AND WK-QT-OPR-TAB LESS 500
               ADD  1                   TO WK-QT-OPR-TAB
               MOVE WK-QT-OPR-TAB       TO IX-OPR-ACHOU
               MOVE CTT-CD-OPER         TO WK-OPR-CD(IX-OPR-ACHOU)
               MOVE ZEROS               TO WK-OPR-QT-PROM(IX-OPR-ACHOU)
               MOVE ZEROS               TO WK-OPR-QT-QBRD(IX-OPR-ACHOU)
           END-IF

           .
       550000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       800000-IMPRIMIR-NEGOCIADORES SECTION.
      *-----------------------------------------------------------------

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Promessas vencidas por negociador'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           PERFORM VARYING IX-OPR FROM 1 BY 1
           UNTIL IX-OPR GREATER WK-QT-OPR-TAB
               MOVE WK-OPR-QT-PROM(IX-OPR) TO DSP-QT
               MOVE WK-OPR-QT-QBRD(IX-OPR) TO DSP-QT-2
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  ' WK-OPR-CD(IX-OPR)
                   '  vencidas ' DSP-QT
                   '  quebradas ' DSP-QT-2
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-PERFORM

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
               'Promessas de Pagamento Vencidas sem Aplicacao nem'
               ' Pagamento - MotorPCLD - ' DTH-DATA
               '      Pagina: ' DSP-NR-PAG
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

           MOVE WK-QT-LIDOS             TO DSP-QT
           MOVE WK-QT-PGT-LIDOS         TO DSP-QT-2
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Contatos lidos: ' DSP-QT
               '   Pagamentos lidos: ' DSP-QT-2
               '   Janela a partir de ' WK-DT-CORTE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-PROMESSAS         TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Promessas vencidas na janela: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-PAGAS             TO DSP-QT
           MOVE WK-QT-APLICADAS         TO DSP-QT-2
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  com pagamento: ' DSP-QT
               '   com proposta aplicada: ' DSP-QT-2
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-QUEBRADAS         TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  sem uma nem outro (quebradas): ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  WK-AUDV-INDISPONIVEL
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  *** AUDIHIST INDISPONIVEL - APLICACAO NAO'
                   ' CONFERIDA, QUEBRADAS SUPERESTIMADAS ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           DISPLAY CTE-PROG ' Contatos: ' WK-QT-LIDOS
               ' Vencidas: ' WK-QT-PROMESSAS
               ' Quebradas: ' WK-QT-QUEBRADAS

           .
       950000-SAI.
           EXIT.
