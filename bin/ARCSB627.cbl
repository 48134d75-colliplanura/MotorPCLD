      *        (VSAM KSDS, book ARCKCADO) lido diretamente por
      *        SIS/OPR/EPRD/SCTR - sem teto de linhas e aberto uma
      *        unica vez por execucao, nao mais por lote.
      * VRS005 15.10.2026 - F8944859 - Garantia do contrato: cadastro
      *        chaveado GARANTIA (book ARCKGRNT) lido por conta, com o
      *        tipo do bem, a data da avaliacao, o desagio (o do
      *        registro ou, zerado, o padrao do tipo) e o valor
      *        liquido recuperavel devolvidos em ARCSB627-LS-OPR.
      *        GARANTIA indisponivel nao derruba a requisicao - toda
      *        conta volta sem garantia e o aviso sai na SYSOUT.
      * VRS006 15.10.2026 - F8944859 - Baixa a prejuizo: PREJUIZO
      *        (book ARCKPRJZ, reconstruido por ARCP0646 do extrato
      *        SALDOS) lido por conta - indicador, data e saldo da
      *        baixa - e a taxa minima de recuperacao do grupo de
      *        produto da conta no TXRECUP (book ARCKTXRC; grupo sem
      *        registro usa o 0000). Ambos opcionais como o GARANTIA:
      *        indisponivel, toda conta volta como nao baixada.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
                       RECORD KEY    IS  CADOPR-CHAVE
                       FILE STATUS   IS  WK-FS-CADOPR.

               SELECT  GARANTIA  ASSIGN  TO  GARANTIA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  GRT-CHAVE
                       FILE STATUS   IS  WK-FS-GARANTIA.

               SELECT  PREJUIZO  ASSIGN  TO  PREJUIZO
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  PRJ-CHAVE
                       FILE STATUS   IS  WK-FS-PREJUIZO.

               SELECT  TXRECUP   ASSIGN  TO  TXRECUP
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  TXR-CD-GR-PRD
                       FILE STATUS   IS  WK-FS-TXRECUP.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------

       01  CADOPR-REGISTRO.
-INC ARCKCADO

       FD  GARANTIA
           RECORD  120.

       01  GARANTIA-REGISTRO.
-INC ARCKGRNT

       FD  PREJUIZO
           RECORD  80.

       01  PREJUIZO-REGISTRO.
-INC ARCKPRJZ

       FD  TXRECUP
           RECORD  40.

       01  TXRECUP-REGISTRO.
-INC ARCKTXRC
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCSB627 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS006'.

      *    Controle de abertura do CADOPR - em WORKING-STORAGE (nao em
      *    LOCAL-STORAGE) de proposito: o dataset e aberto na primeira
           03  CADOPR-ABERTO-SW             PIC  X(01) VALUE 'N'.
               88  CADOPR-ABERTO            VALUE 'S'.

      *    Controle de abertura do GARANTIA - mesma disciplina do
      *    CADOPR, mas opcional: dataset ausente deixa todas as contas
      *    sem garantia, sem derrubar a requisicao.
       01  GRP-GARANTIA-CTL.
           03  WK-FS-GARANTIA               PIC  X(02) VALUE SPACES.
           03  GARANTIA-ABERTURA-SW         PIC  X(01) VALUE 'N'.
               88  GARANTIA-NAO-TENTADO     VALUE 'N'.
               88  GARANTIA-ABERTO          VALUE 'S'.
               88  GARANTIA-INDISPONIVEL    VALUE 'I'.

      *    Controle de abertura do PREJUIZO e do TXRECUP - opcionais
      *    como o GARANTIA: sem eles toda conta volta nao baixada.
       01  GRP-PREJUIZO-CTL.
           03  WK-FS-PREJUIZO               PIC  X(02) VALUE SPACES.
           03  PREJUIZO-ABERTURA-SW         PIC  X(01) VALUE 'N'.
               88  PREJUIZO-NAO-TENTADO     VALUE 'N'.
               88  PREJUIZO-ABERTO          VALUE 'S'.
               88  PREJUIZO-INDISPONIVEL    VALUE 'I'.
           03  WK-FS-TXRECUP                PIC  X(02) VALUE SPACES.
           03  TXRECUP-ABERTURA-SW          PIC  X(01) VALUE 'N'.
               88  TXRECUP-ABERTO           VALUE 'S'.
               88  TXRECUP-INDISPONIVEL     VALUE 'I'.

      *    Desagio padrao por tipo de bem, usado quando o registro da
      *    garantia nao traz desagio proprio. Tipo fora da tabela
      *    vale como 'O' (outros), a ultima posicao.
       01  TABELA-DSAG.
           03  FILLER                       PIC  X(06) VALUE 'A00500'.
           03  FILLER                       PIC  X(06) VALUE 'I03000'.
           03  FILLER                       PIC  X(06) VALUE 'V04000'.
           03  FILLER                       PIC  X(06) VALUE 'M05000'.
           03  FILLER                       PIC  X(06) VALUE 'R03500'.
           03  FILLER                       PIC  X(06) VALUE 'O06000'.

       01  FILLER REDEFINES TABELA-DSAG.
           03  TAB-DSAG OCCURS 6 TIMES.
               05  TAB-DSAG-TIP             PIC  X(01).
               05  TAB-DSAG-PC              PIC  9(01)V9(04).

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
           03  IX-FXA                       PIC  9(04) COMP-5.
           03  FIM-FAIXAS-SW                PIC  X(01) VALUE 'N'.
               88  FIM-FAIXAS               VALUE 'S'.
           03  IX-DSAG                      PIC  9(04) COMP-5.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
               PERFORM 000000-SAI
           END-IF

           IF  GARANTIA-NAO-TENTADO
               PERFORM 250000-ABRIR-GARANTIA
           END-IF

           IF  PREJUIZO-NAO-TENTADO
               PERFORM 260000-ABRIR-PREJUIZO
           END-IF

           PERFORM VARYING IX-OPR FROM 1 BY 1
           UNTIL IX-OPR GREATER ARCSB627-QT-OPR
               PERFORM 300000-LOCALIZAR-FAIXAS-OPR
               PERFORM 400000-LOCALIZAR-GARANTIA-OPR
               PERFORM 450000-LOCALIZAR-PREJUIZO-OPR
           END-PERFORM

      *    Uma conta sem faixa cadastrada (999003-ERRO) e reportada
           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       250000-ABRIR-GARANTIA SECTION.
      *-----------------------------------------------------------------
      *    Abre o cadastro de garantias uma unica vez por execucao. A
      *    falha nao e erro da requisicao: o motor so deixa de
      *    descontar a recuperacao da garantia, como para um contrato
      *    sem garantia - a tentativa nao se repete na execucao.

           OPEN INPUT GARANTIA

           IF  WK-FS-GARANTIA EQUAL '00'
               SET  GARANTIA-ABERTO     TO TRUE
           ELSE
               SET  GARANTIA-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' GARANTIA indisponivel - FS: '
                   WK-FS-GARANTIA ' - contas sem garantia'
           END-IF

           .
       250000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       260000-ABRIR-PREJUIZO SECTION.
      *-----------------------------------------------------------------
      *    Abre a relacao de contratos baixados e a tabela de taxa
      *    minima de recuperacao uma unica vez por execucao. Sem o
      *    PREJUIZO nenhuma conta e tratada como baixada; sem o
      *    TXRECUP a conta baixada vai sem taxa minima (zero).

           OPEN INPUT PREJUIZO

           IF  WK-FS-PREJUIZO EQUAL '00'
               SET  PREJUIZO-ABERTO     TO TRUE
           ELSE
               SET  PREJUIZO-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' PREJUIZO indisponivel - FS: '
                   WK-FS-PREJUIZO ' - contas tratadas como nao baixadas'
               GO TO 260000-SAI
           END-IF

           OPEN INPUT TXRECUP

           IF  WK-FS-TXRECUP EQUAL '00'
               SET  TXRECUP-ABERTO      TO TRUE
           ELSE
               SET  TXRECUP-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' TXRECUP indisponivel - FS: '
                   WK-FS-TXRECUP ' - recuperacao sem taxa minima'
           END-IF

           .
       260000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-LOCALIZAR-FAIXAS-OPR SECTION.
      *-----------------------------------------------------------------
           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-LOCALIZAR-GARANTIA-OPR SECTION.
      *-----------------------------------------------------------------
      *    Le a garantia do contrato pela conta. Valor liquido
      *    recuperavel = valor avaliado menos o desagio - o do proprio
      *    registro ou, zerado, o padrao do tipo do bem. Garantia sem
      *    valor avaliado conta como inexistente.

           SET  ARCSB627-SEM-GRNT-OPR(IX-OPR) TO TRUE
           MOVE SPACES              TO ARCSB627-CD-TIP-GRNT-OPR(IX-OPR)
           MOVE ZEROS               TO ARCSB627-DT-AVLC-GRNT-OPR(IX-OPR)
                                       ARCSB627-VL-AVLC-GRNT-OPR(IX-OPR)
                                       ARCSB627-PC-DSAG-GRNT-OPR(IX-OPR)
                                       ARCSB627-VL-RCPR-GRNT-OPR(IX-OPR)

           IF  NOT GARANTIA-ABERTO
               GO TO 400000-SAI
           END-IF

           MOVE ARCSB627-SG-SIS-OGM-OPR (IX-OPR) TO GRT-SG-SIS-OGM-OPR
           MOVE ARCSB627-NR-UNCO-CTR-OPR(IX-OPR) TO GRT-NR-UNCO-CTR-OPR
           MOVE ARCSB627-NR-EPRD-FNCD   (IX-OPR) TO GRT-NR-EPRD-FNCD
           MOVE ARCSB627-NR-SCTR-OPR    (IX-OPR) TO GRT-NR-SCTR-OPR

           READ GARANTIA

           IF  WK-FS-GARANTIA NOT EQUAL '00'
               GO TO 400000-SAI
           END-IF

           IF  GRT-VL-AVLC NOT NUMERIC
           OR  GRT-VL-AVLC EQUAL ZEROS
               GO TO 400000-SAI
           END-IF

           IF  GRT-PC-DSAG NUMERIC
           AND GRT-PC-DSAG GREATER ZEROS
           AND GRT-PC-DSAG LESS OR EQUAL 1
               MOVE GRT-PC-DSAG
                   TO ARCSB627-PC-DSAG-GRNT-OPR(IX-OPR)
           ELSE
               PERFORM VARYING IX-DSAG FROM 1 BY 1
               UNTIL IX-DSAG GREATER OR EQUAL 6
               OR TAB-DSAG-TIP(IX-DSAG) EQUAL GRT-CD-TIP-GRNT
                   CONTINUE
               END-PERFORM
               MOVE TAB-DSAG-PC(IX-DSAG)
                   TO ARCSB627-PC-DSAG-GRNT-OPR(IX-OPR)
           END-IF

           SET  ARCSB627-COM-GRNT-OPR(IX-OPR) TO TRUE
           MOVE GRT-CD-TIP-GRNT     TO ARCSB627-CD-TIP-GRNT-OPR(IX-OPR)
           MOVE GRT-VL-AVLC         TO ARCSB627-VL-AVLC-GRNT-OPR(IX-OPR)
           IF  GRT-DT-AVLC NUMERIC
               MOVE GRT-DT-AVLC     TO ARCSB627-DT-AVLC-GRNT-OPR(IX-OPR)
           END-IF

           COMPUTE ARCSB627-VL-RCPR-GRNT-OPR(IX-OPR) =
               ARCSB627-VL-AVLC-GRNT-OPR(IX-OPR) -
               ARCSB627-VL-AVLC-GRNT-OPR(IX-OPR) *
               ARCSB627-PC-DSAG-GRNT-OPR(IX-OPR)
           END-COMPUTE

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       450000-LOCALIZAR-PREJUIZO-OPR SECTION.
      *-----------------------------------------------------------------
      *    Conta no PREJUIZO e contrato baixado: devolve o saldo e a
      *    data da baixa e a taxa minima de recuperacao do grupo de
      *    produto da conta (TXRECUP; grupo sem registro usa a taxa
      *    generica do grupo 0000; sem nenhuma, zero).

           SET  ARCSB627-ATIVA-OPR(IX-OPR) TO TRUE
           MOVE ZEROS               TO ARCSB627-DT-PRJZ-OPR(IX-OPR)
                                       ARCSB627-VL-SDO-PRJZ-OPR(IX-OPR)
                                       ARCSB627-PC-MIN-RCPR-OPR(IX-OPR)

           IF  NOT PREJUIZO-ABERTO
               GO TO 450000-SAI
           END-IF

           MOVE ARCSB627-SG-SIS-OGM-OPR (IX-OPR) TO PRJ-SG-SIS-OGM-OPR
           MOVE ARCSB627-NR-UNCO-CTR-OPR(IX-OPR) TO PRJ-NR-UNCO-CTR-OPR
           MOVE ARCSB627-NR-EPRD-FNCD   (IX-OPR) TO PRJ-NR-EPRD-FNCD
           MOVE ARCSB627-NR-SCTR-OPR    (IX-OPR) TO PRJ-NR-SCTR-OPR

           READ PREJUIZO

           IF  WK-FS-PREJUIZO NOT EQUAL '00'
               GO TO 450000-SAI
           END-IF

           IF  PRJ-VL-SDO-PRJZ NOT NUMERIC
           OR  PRJ-VL-SDO-PRJZ EQUAL ZEROS
               GO TO 450000-SAI
           END-IF

           SET  ARCSB627-BAIXADA-PRJZ-OPR(IX-OPR) TO TRUE
           MOVE PRJ-VL-SDO-PRJZ     TO ARCSB627-VL-SDO-PRJZ-OPR(IX-OPR)
           IF  PRJ-DT-PRJZ NUMERIC
               MOVE PRJ-DT-PRJZ     TO ARCSB627-DT-PRJZ-OPR(IX-OPR)
           END-IF

           IF  NOT TXRECUP-ABERTO
           OR  ARCSB627-QT-FXA-OPR(IX-OPR) EQUAL ZEROS
               GO TO 450000-SAI
           END-IF

           MOVE ARCSB627-CD-GR-PRD-OPR(IX-OPR) TO TXR-CD-GR-PRD
           READ TXRECUP

           IF  WK-FS-TXRECUP NOT EQUAL '00'
               MOVE ZEROS               TO TXR-CD-GR-PRD
               READ TXRECUP
           END-IF

           IF  WK-FS-TXRECUP EQUAL '00'
           AND TXR-PC-MIN-RCPR NUMERIC
           AND TXR-PC-MIN-RCPR LESS OR EQUAL 1
               MOVE TXR-PC-MIN-RCPR
                   TO ARCSB627-PC-MIN-RCPR-OPR(IX-OPR)
           END-IF

           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       999000-ERRO SECTION.
      *-----------------------------------------------------------------
