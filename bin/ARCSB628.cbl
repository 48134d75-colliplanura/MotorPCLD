      *         feriado e consultado pela data na rolagem de dia util
      *         e o par incompativel pela chave direta e invertida no
      *         percurso de combinacao, sem teto de registros.
      * VRS009 15.10.2026 - F8944859 - Rastro de decisao para proposta
      *         contestada: com ARCSB628-IC-RSTR ligado na requisicao o
      *         motor grava no dataset RASTRO (book ARCKRSTR, aberto
      *         uma unica vez por execucao) cada combinacao candidata
      *         - aceita no top-3 de um Resultado, vencida no ranking,
      *         deslocada por opcao melhor, excluida pela lista de
      *         exclusao, grupo incompativel no COMPPRD, fora da banda
      *         acima/abaixo, podada pelo limiar de entrada, acima do
      *         limiar do Resultado, sem prazo ou sem meta no modo
      *         reverso - e no fim as opcoes finais por Resultado. Com
      *         o rastro desligado cada ponto de decisao custa so o
      *         teste do indicador; teto de CTE-QT-RSTR-MAX registros
      *         por requisicao.
      * VRS010 15.10.2026 - F8944859 - Resultado de reversao liquida
      *         de garantia, sempre na ultima posicao (7 + QT-FXA-
      *         ENTD): cada grupo/faixa contribui com o PCLD revertido
      *         menos a recuperacao da garantia do contrato a que se
      *         renuncia ao fechar o acordo - o que a execucao do bem
      *         (valor liquido recuperavel de ARCSB628-GRNT) traria
      *         alem da amortizacao da faixa, limitado ao proprio PCLD
      *         da faixa. Combinacao sem reversao liquida nao concorre
      *         (motivo 'G' no rastro). Entrada zerada no modo direto
      *         passa a devolver tambem as posicoes de reversao (sem
      *         opcoes), para que prazo e garantia fiquem dentro de
      *         ARCSB628-QT-RSTD.
      * VRS011 15.10.2026 - F8944859 - Modo de recuperacao para
      *         contratos baixados a prejuizo (ARCSB628-PRJZ, so no
      *         modo direto): a faixa que amortiza menos que a taxa
      *         minima de recuperacao do grupo sobre o saldo baixado
      *         nao entra em combinacao (motivo 'Q' no rastro); o
      *         acumulado de "PCLD" passa a ser o saldo baixado
      *         liquidado pelo acordo, o indice dos Resultados 3 e 4
      *         a taxa de recuperacao (quanto maior, melhor) e os
      *         Resultados de entrada ordenam pelo dinheiro
      *         recuperado que cabe na entrada. Prazo e garantia
      *         voltam sem opcoes. Resultados 1, 2 e a mediana do 4
      *         so sobre faixas elegiveis (250006); nenhuma faixa
      *         elegivel e erro 999022.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CPRD-CHAVE
                       FILE STATUS   IS  WK-FS-COMPPRD.
               SELECT  RASTRO    ASSIGN  TO  RASTRO
                       FILE STATUS   IS  WK-FS-RASTRO.

      *----------------------------------------------------------------*
       DATA DIVISION.
       01  COMPPRD-REGISTRO.
-INC ARCKCPRD

      *    Rastro de decisao - so recebe registro de requisicao com
      *    ARCSB628-IC-RSTR ligado.
       FD  RASTRO
           BLOCK 0 RECORDS
           RECORD 450
           RECORDING MODE IS F.

       01  RASTRO-REGISTRO.
-INC ARCKRSTR

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           03  COMPPRD-DISPONIVEL-SW        PIC  X(01) VALUE 'N'.
               88  COMPPRD-DISPONIVEL       VALUE 'S'.

      *    Controle do rastro de decisao - aberto na primeira
      *    requisicao que pedir rastro e mantido aberto ate o fim da
      *    execucao; WK-NR-RQSC-RSTR numera as requisicoes rastreadas
      *    da execucao. Dataset indisponivel nao derruba o motor - a
      *    requisicao segue sem rastro.
       01  GRP-RASTRO-ARQ.
           03  WK-FS-RASTRO                 PIC  X(02) VALUE SPACES.
           03  RASTRO-ABERTO-SW             PIC  X(01) VALUE 'N'.
               88  RASTRO-ABERTO            VALUE 'S'.
           03  RASTRO-DISPONIVEL-SW         PIC  X(01) VALUE 'N'.
               88  RASTRO-DISPONIVEL        VALUE 'S'.
           03  WK-NR-RQSC-RSTR              PIC S9(09) COMP-5
                                            VALUE ZEROS.
           03  CTE-QT-RSTR-MAX              PIC S9(09) COMP-5
                                            VALUE +200000.

      *----------------------------------------------------------------*
       LOCAL-STORAGE SECTION.
      *----------------------------------------------------------------*
           03  WK-EXCLUIDO-SW               PIC  X(01).
               88  WK-EXCLUIDO                     VALUE 'S'.
               88  WK-NAO-EXCLUIDO                 VALUE 'N'.
      *    Motivo da exclusao para o rastro: 'X' lista de exclusao da
      *    requisicao, 'Q' abaixo da recuperacao minima
           03  WK-CD-MTV-EXCL               PIC  X(01).
           03  IC-CBN-CMP                   PIC  9(04) COMP-5.
           03  WK-COMPATIVEL-SW             PIC  X(01).
               88  WK-COMPATIVEL                   VALUE 'S'.
               05  NV-INICIO                PIC  9(04) COMP-5.
               05  NV-ACM-AMTR-SV           PIC S9(15)V99 COMP-3.
               05  NV-ACM-PCLD-SV           PIC S9(15)V99 COMP-3.
               05  NV-ACM-PCLD-LQDO-SV      PIC S9(15)V99 COMP-3.
               05  NV-QT-RSTD-SV            PIC S9(04) COMP-5.

      *    Rastro de decisao da requisicao corrente. WK-RST-ORIGEM
      *    diz a 270000-GRAVAR-RASTRO de onde vem a combinacao: 'A'
      *    RSTD-ATU ja montado, 'N' nivel salvo da pilha mais o
      *    grupo/faixa candidato (combinacao barrada antes de
      *    250300), 'O' opcao guardada no top-3 do Resultado.
       01  GRP-RASTRO.
           03  WK-RSTR-SW                   PIC  X(01) VALUE 'N'.
               88  WK-RSTR-ATIVO                   VALUE 'S'.
               88  WK-RSTR-INATIVO                 VALUE 'N'.
               88  WK-RSTR-TRUNCADO                VALUE 'T'.
           03  WK-RSTR-CHAVE.
               05  WK-RSTR-DT               PIC  9(08).
               05  WK-RSTR-HR               PIC  9(08).
           03  WK-RST-ORIGEM                PIC  X(01).
           03  WK-RST-CD-MTV                PIC  X(01).
           03  WK-RST-IC-RSTD               PIC  9(03).
           03  WK-RST-IC-OPC                PIC  9(01).
           03  WK-RST-VL-CRIT               PIC S9(15)V9(9).
           03  WK-RST-VL-LIM                PIC S9(15)V9(9).
           03  WK-RST-QT-CBN                PIC  9(04) COMP-5.
           03  WK-RST-IX                    PIC  9(04) COMP-5.

       01  GRP-PODA.
           03  WK-PODA-SW                   PIC  X(01).
               88  WK-PODAR                        VALUE 'S'.
           03  VL-PC-ABXO                   PIC  9(15)V99 VALUE ZEROS.
           03  ACM-AMTR                     PIC  9(15)V99.
           03  ACM-PCLD                     PIC  9(15)V99.
      *    Reversao de PCLD liquida da recuperacao de garantia
      *    renunciada, acumulada na combinacao, e a parcela do
      *    grupo/faixa corrente
           03  ACM-PCLD-LQDO                PIC S9(15)V99.
           03  WK-VL-RCPR-PRDA              PIC S9(15)V99.
           03  MOR-PCLD                     PIC  9(15)V99 VALUE ZEROS.
           03  IC-ATU                       PIC  9(01)V9(9).
           03  MLHR-IC                      PIC  9(01)V9(9)
               88  WK-ACHOU-CATALOGO               VALUE 'S'.
               88  WK-NAO-ACHOU-CATALOGO           VALUE 'N'.

      *    Modo de recuperacao - recuperacao minima do grupo/faixa
      *    em exame e faixas elegiveis por grupo (Resultados 1 e 2)
       01  GRP-RECUPERACAO.
           03  WK-VL-RCPR-MIN               PIC S9(15)V99 COMP-3.
           03  WK-QT-GR-ELEG                PIC  9(04) COMP-5.
           03  WK-IC-FXA-ELEG               PIC  9(04) COMP-5.

      *    Modo reverso (Resultado que atinge uma meta de PCLD com o
      *    menor valor de entrada possivel)
       01  GRP-REVERSO.
                          VALUE 'Melhor reversao PCLD com fx.5 entr.'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Melhor reversao ponderada por prazo'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Melhor reversao liquida de garantia'.

       01  FILLER REDEFINES TABELA-RSTD.
           03  TAB-RSTD   OCCURS 11 TIMES   PIC  X(40).

      *    Mesmas posicoes no modo de recuperacao
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

       01  TX-DSCR-RSTD                     PIC  X(40).

                                           ARCSB628-QT-CBN-PODA
                                           ARCSB628-QT-NVL-MAX
                                           ARCSB628-TM-DRCO-CSS
                                           ARCSB628-QT-RSTR-GRVD
           MOVE SPACES                  TO ARCSB628-TX-ERRO

      *    ARCSB628-DADOS e reaproveitado de uma chamada para a outra
      *    (lote de ARCP0627, casos de roda.cbl) - zera o top-3 de
      *    cada Resultado para nao vazar QT-OPC/criterio de uma
      *    requisicao para a proxima.
           PERFORM VARYING IC-RSTD FROM 1 BY 1 UNTIL IC-RSTD GREATER 15
               MOVE ZEROS                TO ARCSB628-QT-OPC(IC-RSTD)
           END-PERFORM

           IF  NOT ARCSB628-MODO-DIRETO AND NOT ARCSB628-MODO-REVERSO
               SET ARCSB628-MODO-DIRETO  TO TRUE
           END-IF
           IF  NOT ARCSB628-RCPR-LIGADO
               SET ARCSB628-RCPR-DESLIGADO TO TRUE
           END-IF

      *    Catalogo de produtos/grupos validos (ver 999013-ERRO)
           PERFORM VARYING IX-CAT FROM 1 BY 1
               PERFORM 116000-ABRIR-COMPATIBILIDADE
           END-IF

           IF  ARCSB628-RSTR-LIGADO
               PERFORM 117000-INICIAR-RASTRO
           END-IF

           PERFORM 990000-DISPLAY-INPUT
           .
       100000-SAI.
               END-IF
           END-IF

      *    Recuperacao de contrato baixado e variante do modo direto
      *    - nao ha meta de PCLD a atingir em contrato ja provisionado
           IF  ARCSB628-RCPR-LIGADO
           AND ARCSB628-MODO-REVERSO
               PERFORM 999019-ERRO
           END-IF

           IF  NOT ARCSB628-QT-FXA-ENTD-VLDO
               PERFORM 999014-ERRO
           END-IF
                PERFORM 015000-VALIDAR-CATALOGO
             END-IF

             IF  ARCSB628-RCPR-LIGADO
                 IF  ARCSB628-VL-SDO-PRJZ(IC-GR-RQSC) NOT NUMERIC
                 OR  ARCSB628-VL-SDO-PRJZ(IC-GR-RQSC) NOT GREATER
                     ZEROS
                     PERFORM 999020-ERRO
                 END-IF
                 IF  ARCSB628-PC-MIN-RCPR(IC-GR-RQSC) NOT NUMERIC
                 OR  ARCSB628-PC-MIN-RCPR(IC-GR-RQSC) LESS ZEROS
                 OR  ARCSB628-PC-MIN-RCPR(IC-GR-RQSC) GREATER 1
                     PERFORM 999021-ERRO
                 END-IF
             END-IF

             MOVE ZEROS                 TO IC-FXA-RQSC-ANT

             PERFORM VARYING IC-FXA-RQSC FROM 1 BY 1
           .
       116000-SAI.
           EXIT.
      *----------------------------------------------------------------*
       117000-INICIAR-RASTRO             SECTION.
      *----------------------------------------------------------------*
      *    Requisicao com rastro ligado: abre o RASTRO na primeira que
      *    pedir (uma unica vez por execucao, como o CALFER), numera a
      *    requisicao e carimba data/hora em todos os registros dela.

           IF  NOT RASTRO-ABERTO
               SET  RASTRO-ABERTO       TO TRUE
               OPEN EXTEND RASTRO
               IF  WK-FS-RASTRO EQUAL '00'
                   SET  RASTRO-DISPONIVEL TO TRUE
               ELSE
                   DISPLAY CTE-PROG ' RASTRO indisponivel - FS: '
                       WK-FS-RASTRO ' - requisicao sem rastro'
               END-IF
           END-IF

           IF  NOT RASTRO-DISPONIVEL
               GO TO 117000-SAI
           END-IF

           ADD  1                       TO WK-NR-RQSC-RSTR
           MOVE WK-DATA-HORA-CRON(1:8)  TO WK-RSTR-DT
           MOVE WK-DATA-HORA-CRON(9:8)  TO WK-RSTR-HR
           SET  WK-RSTR-ATIVO           TO TRUE

           .
       117000-SAI.
           EXIT.
      *----------------------------------------------------------------*
       120000-AJUSTAR-CALENDARIO         SECTION.
      *----------------------------------------------------------------*
           PERFORM 120000-AJUSTAR-CALENDARIO
           PERFORM 130000-CALCULAR-FATORES

           IF  ARCSB628-RCPR-LIGADO
               PERFORM 250006-MNR-MOR-RCPR
               IF  WK-QT-GR-ELEG EQUAL ZEROS
                   PERFORM 999022-ERRO
                   GO TO 200000-SAI
               END-IF
           ELSE
               PERFORM 250005-MNR-MOR-AMTZ
           END-IF

           MULTIPLY MED-VL BY ARCSB628-PC-ABXO GIVING VL-PC-ABXO
           MULTIPLY MED-VL BY ARCSB628-PC-ACI  GIVING VL-PC-ACI

      *    Com entrada zerada no modo direto os Resultados de reversao
      *    (5 a 5+QT-FXA-ENTD) nao sao avaliados, mas as posicoes
      *    continuam contadas - vazias - para que prazo e garantia,
      *    depois delas, fiquem dentro de ARCSB628-QT-RSTD.
           MOVE 5                       TO ARCSB628-QT-RSTD
           ADD  ARCSB628-QT-FXA-ENTD    TO ARCSB628-QT-RSTD

           IF  ARCSB628-MODO-DIRETO AND ARCSB628-VL-ENTD EQUAL ZEROS
               CONTINUE
           ELSE
               PERFORM VARYING IC-FXA FROM 1 BY 1
               UNTIL IC-FXA GREATER ARCSB628-QT-FXA-ENTD
                       BY ARCSB628-PC-FXA-ENTD(IC-FXA)
                       GIVING WK-VL-ENTD-FXA(IC-FXA)
               END-PERFORM
               MOVE ARCSB628-VL-ENTD    TO WK-VL-ENTD-MAIOR
               PERFORM VARYING IC-FXA FROM 1 BY 1
               UNTIL IC-FXA GREATER ARCSB628-QT-FXA-ENTD
           END-IF

      *    Resultado 10 (prazo) sempre soma mais uma posicao ao total,
      *    logo apos o ultimo Resultado de banda de entrada, e o de
      *    garantia outra, logo depois - a validacao de ARCSB628-QT-
      *    FXA-ENTD em 110000-VALIDAR-REQUISICAO garante que o total
      *    (5 fixos + ate 8 bandas + prazo + garantia = ate 15) nunca
      *    excede ARCSB628-RSTD OCCURS 15.
           ADD  1                       TO ARCSB628-QT-RSTD
           ADD  1                       TO ARCSB628-QT-RSTD

           PERFORM 250010-COMBINA-INICIAR
       250005-SAI.
           EXIT.

      *----------------------------------------------------------------*
       250006-MNR-MOR-RCPR SECTION.
      *----------------------------------------------------------------*
      *    Modo de recuperacao: Resultados 1 e 2 e distribuicao do
      *    Resultado 4 como em 250005, mas so com as faixas que
      *    atingem a recuperacao minima do grupo (265700). A primeira
      *    faixa elegivel de cada grupo concorre a menor recuperacao;
      *    a ultima (maior amortizacao, elegivel sempre que alguma
      *    for) entra na maior. Grupo sem faixa elegivel fica de fora
      *    dos dois.
           MOVE ZEROS                   TO WK-QT-AMTR
                                           WK-QT-GR-ELEG

           PERFORM VARYING IC-GR-RQSC FROM 1 BY 1
           UNTIL IC-GR-RQSC GREATER ARCSB628-QT-GR

               MOVE IC-GR-RQSC          TO IC-GR
               MOVE ZEROS               TO WK-IC-FXA-ELEG

               PERFORM VARYING IC-FXA FROM 1 BY 1
               UNTIL IC-FXA GREATER ARCSB628-QT-FXA(IC-GR)
                   SET WK-NAO-EXCLUIDO  TO TRUE
                   PERFORM 265700-VERIFICAR-RCPR-MINIMA
                   IF  WK-NAO-EXCLUIDO
                       IF  WK-IC-FXA-ELEG EQUAL ZEROS
                           MOVE IC-FXA  TO WK-IC-FXA-ELEG
                       END-IF
                       ADD 1            TO WK-QT-AMTR
                       MOVE ARCSB628-VL-AMTR(IC-GR IC-FXA)
                                        TO WK-LS-AMTR(WK-QT-AMTR)
                   END-IF
               END-PERFORM

               IF  WK-IC-FXA-ELEG GREATER ZEROS
                   ADD 1                TO WK-QT-GR-ELEG

      * Resultado 1: Grupo e faixa elegivel com menor recuperacao
                   IF  ARCSB628-VL-AMTR(IC-GR WK-IC-FXA-ELEG)
                       LESS MNR-VL
                       MOVE ARCSB628-VL-AMTR(IC-GR WK-IC-FXA-ELEG)
                                        TO MNR-VL
                       MOVE ARCSB628-CD-GR-PRD(IC-GR)
                         TO ARCSB628-CD-GR-PRD-RSTD(1 1 1)
                       MOVE ARCSB628-CD-FXA-RVSA-RSCO
                                               (IC-GR WK-IC-FXA-ELEG)
                         TO ARCSB628-CD-FXA-RVSA-RSTD(1 1 1)
                       MOVE ARCSB628-SG-SIS-OGM-OPR(IC-GR)
                         TO ARCSB628-SG-SIS-OGM-OPR-RSTD(1 1 1)
                       MOVE ARCSB628-NR-UNCO-CTR-OPR(IC-GR)
                         TO ARCSB628-NR-UNCO-CTR-OPR-RSTD(1 1 1)
                       MOVE ARCSB628-NR-EPRD-FNCD(IC-GR)
                         TO ARCSB628-NR-EPRD-FNCD-RSTD(1 1 1)
                       MOVE ARCSB628-NR-SCTR-OPR(IC-GR)
                         TO ARCSB628-NR-SCTR-OPR-RSTD(1 1 1)
                   END-IF

      * Resultado 2: Maior recuperacao (faixas maximas elegiveis)
                   MOVE ARCSB628-QT-FXA(IC-GR) TO QT-FXA
                   MOVE ARCSB628-CD-GR-PRD(IC-GR)
                     TO ARCSB628-CD-GR-PRD-RSTD(2 1 WK-QT-GR-ELEG)
                   MOVE ARCSB628-CD-FXA-RVSA-RSCO(IC-GR QT-FXA)
                     TO ARCSB628-CD-FXA-RVSA-RSTD(2 1 WK-QT-GR-ELEG)
                   MOVE ARCSB628-SG-SIS-OGM-OPR(IC-GR)
                     TO ARCSB628-SG-SIS-OGM-OPR-RSTD(2 1 WK-QT-GR-ELEG)
                   MOVE ARCSB628-NR-UNCO-CTR-OPR(IC-GR)
                     TO ARCSB628-NR-UNCO-CTR-OPR-RSTD
                                                   (2 1 WK-QT-GR-ELEG)
                   MOVE ARCSB628-NR-EPRD-FNCD(IC-GR)
                     TO ARCSB628-NR-EPRD-FNCD-RSTD(2 1 WK-QT-GR-ELEG)
                   MOVE ARCSB628-NR-SCTR-OPR(IC-GR)
                     TO ARCSB628-NR-SCTR-OPR-RSTD(2 1 WK-QT-GR-ELEG)
                   ADD ARCSB628-VL-AMTR(IC-GR QT-FXA) TO MOR-VL
               END-IF

           END-PERFORM

           IF  WK-QT-GR-ELEG GREATER ZEROS
               MOVE 1                   TO ARCSB628-QT-FXA-RSTD(1 1)
               MOVE WK-QT-GR-ELEG       TO ARCSB628-QT-FXA-RSTD(2 1)
               MOVE 1                   TO ARCSB628-QT-OPC(1)
                                           ARCSB628-QT-OPC(2)
           END-IF

           PERFORM 250008-CALCULAR-MEDIANA
           .
       250006-SAI.
           EXIT.

      *----------------------------------------------------------------*
       250008-CALCULAR-MEDIANA SECTION.
      *----------------------------------------------------------------*
           MOVE 1                       TO NV-ATU
           MOVE 1                       TO NV-INICIO(1)
           MOVE ZEROS                   TO ACM-AMTR ACM-PCLD
                                           ACM-PCLD-LQDO
                                           RSTD-ATU-QT-RSTD
           PERFORM 250015-COMBINA-NIVEL
           .
               MOVE NV-IC-GR(NV-ATU)    TO IC-GR
               MOVE ACM-AMTR            TO NV-ACM-AMTR-SV(NV-ATU)
               MOVE ACM-PCLD            TO NV-ACM-PCLD-SV(NV-ATU)
               MOVE ACM-PCLD-LQDO       TO NV-ACM-PCLD-LQDO-SV(NV-ATU)
               MOVE RSTD-ATU-QT-RSTD    TO NV-QT-RSTD-SV(NV-ATU)

      *        Grupo incompativel com qualquer ancestral da cadeia de
      *        subarvore irma recem-explorada.
               PERFORM 265500-VERIFICAR-COMPATIBILIDADE

               IF  WK-INCOMPATIVEL
               AND WK-RSTR-ATIVO
                   PERFORM 271000-RASTREAR-INCOMPATIVEL
               END-IF

               IF  WK-COMPATIVEL
               PERFORM VARYING IC-FXA FROM 1 BY 1
               UNTIL IC-FXA GREATER ARCSB628-QT-FXA(IC-GR)

                   MOVE NV-ACM-AMTR-SV(NV-ATU) TO ACM-AMTR
                   MOVE NV-ACM-PCLD-SV(NV-ATU) TO ACM-PCLD
                   MOVE NV-ACM-PCLD-LQDO-SV(NV-ATU)
                                               TO ACM-PCLD-LQDO
                   MOVE NV-QT-RSTD-SV(NV-ATU)  TO RSTD-ATU-QT-RSTD

                   PERFORM 265000-VERIFICAR-EXCLUSAO
                           END-IF
                           SUBTRACT 1 FROM NV-ATU
                       END-IF
                   ELSE
                       IF  WK-RSTR-ATIVO
                           MOVE WK-CD-MTV-EXCL TO WK-RST-CD-MTV
                           MOVE 'N'          TO WK-RST-ORIGEM
                           MOVE ZEROS        TO WK-RST-IC-RSTD
                                                WK-RST-IC-OPC
                                                WK-RST-VL-CRIT
                                                WK-RST-VL-LIM
                           PERFORM 270000-GRAVAR-RASTRO
                       END-IF
                   END-IF

               END-PERFORM
      *    Grupo/faixa presentes na lista de exclusao da requisicao
      *    (ex.: operacao travada pelo juridico) nunca compoe um
      *    Resultado, mesmo fazendo parte de um grupo submetido.
      *    No modo de recuperacao tambem fica de fora a faixa abaixo
      *    da recuperacao minima do grupo.
           SET WK-NAO-EXCLUIDO           TO TRUE
           MOVE 'X'                      TO WK-CD-MTV-EXCL
           PERFORM VARYING IC-EXCL FROM 1 BY 1
           UNTIL IC-EXCL GREATER ARCSB628-QT-EXCL
               IF  ARCSB628-CD-GR-PRD-EXCL(IC-EXCL) EQUAL
                   SET WK-EXCLUIDO       TO TRUE
               END-IF
           END-PERFORM

           IF  WK-NAO-EXCLUIDO
           AND ARCSB628-RCPR-LIGADO
               PERFORM 265700-VERIFICAR-RCPR-MINIMA
           END-IF
           .
       265000-SAI.
           EXIT.

      *----------------------------------------------------------------*
       265700-VERIFICAR-RCPR-MINIMA SECTION.
      *----------------------------------------------------------------*
      *    Modo de recuperacao: a faixa so pode ser proposta se o
      *    dinheiro que ela recupera (a amortizacao) chega a taxa
      *    minima do produto sobre o saldo baixado do contrato.
           COMPUTE WK-VL-RCPR-MIN ROUNDED =
               ARCSB628-VL-SDO-PRJZ(IC-GR) *
               ARCSB628-PC-MIN-RCPR(IC-GR)
           END-COMPUTE

           IF  ARCSB628-VL-AMTR(IC-GR IC-FXA) LESS WK-VL-RCPR-MIN
               SET WK-EXCLUIDO           TO TRUE
               MOVE 'Q'                  TO WK-CD-MTV-EXCL
           END-IF
           .
       265700-SAI.
           EXIT.

      *----------------------------------------------------------------*
       265500-VERIFICAR-COMPATIBILIDADE SECTION.
      *----------------------------------------------------------------*
                       TO RSTD-ATU-NR-SCTR-OPR    (RSTD-ATU-QT-RSTD)

           ADD ARCSB628-VL-AMTR(IC-GR IC-FXA) TO ACM-AMTR
      *    No modo de recuperacao o acordo liquida o saldo baixado
      *    inteiro do contrato - e ele que se acumula no lugar do
      *    PCLD, e IC-ATU passa a ser a taxa de recuperacao
           IF  ARCSB628-RCPR-LIGADO
               ADD ARCSB628-VL-SDO-PRJZ(IC-GR) TO ACM-PCLD
           ELSE
               ADD ARCSB628-VL-PCLD(IC-GR IC-FXA) TO ACM-PCLD
           END-IF
           DIVIDE ACM-AMTR BY ACM-PCLD GIVING IC-ATU

      *    Recuperacao renunciada do grupo/faixa: o que a execucao da
      *    garantia traria alem da amortizacao da faixa, nunca mais
      *    do que o PCLD que a faixa reverte
           MOVE ZEROS                   TO WK-VL-RCPR-PRDA
           IF  ARCSB628-COM-GRNT(IC-GR)
           AND ARCSB628-VL-RCPR-GRNT(IC-GR) GREATER
               ARCSB628-VL-AMTR(IC-GR IC-FXA)
               COMPUTE WK-VL-RCPR-PRDA =
                   ARCSB628-VL-RCPR-GRNT(IC-GR) -
                   ARCSB628-VL-AMTR(IC-GR IC-FXA)
               END-COMPUTE
               IF  WK-VL-RCPR-PRDA GREATER
                   ARCSB628-VL-PCLD(IC-GR IC-FXA)
                   MOVE ARCSB628-VL-PCLD(IC-GR IC-FXA)
                                        TO WK-VL-RCPR-PRDA
               END-IF
           END-IF
           COMPUTE ACM-PCLD-LQDO = ACM-PCLD-LQDO +
               ARCSB628-VL-PCLD(IC-GR IC-FXA) - WK-VL-RCPR-PRDA
           END-COMPUTE

      *    Resultado 3 - Melhor IC
           PERFORM 250500-CLC-MLHR-IC

           IF  VL-PC-ABXO LESS ACM-AMTR
           AND VL-PC-ACI GREATER ACM-AMTR
               PERFORM 250600-CLC-MLHR-IC-10-ACI-ABXO
           ELSE
               IF  WK-RSTR-ATIVO
                   MOVE 'B'             TO WK-RST-CD-MTV
                   MOVE 4               TO WK-RST-IC-RSTD
                   MOVE ACM-AMTR        TO WK-RST-VL-CRIT
                   IF  ACM-AMTR GREATER VL-PC-ABXO
                       MOVE VL-PC-ACI   TO WK-RST-VL-LIM
                   ELSE
                       MOVE VL-PC-ABXO  TO WK-RST-VL-LIM
                   END-IF
                   PERFORM 272000-RASTREAR-DESCARTE
               END-IF
           END-IF

      *    Prazo e garantia medem reversao de PCLD - nao se aplicam
      *    a contrato baixado, e as posicoes voltam vazias
           IF  ARCSB628-RCPR-DESLIGADO

      *    Resultado 10 - Melhor reversao ponderada por prazo
               PERFORM 250750-CLC-MLHR-RVSA-PZO

      *    Resultado de garantia - Melhor reversao liquida da
      *    recuperacao de garantia renunciada
               PERFORM 250770-CLC-MLHR-RVSA-GRNT

           END-IF

           IF  ARCSB628-MODO-REVERSO
               PERFORM 250760-CLC-MNR-ENTD-ALVO
      *    o maior limiar de entrada configurado, nenhuma combinacao
      *    descendente (que so soma mais amortizacao) pode voltar a
      *    ficar abaixo de limiar nenhum, entao so pula o bloco de
      *    reversao abaixo - os Resultados 3/4/10 e o de garantia,
      *    calculados acima,
      *    nao tem relacao monotonica com esse limiar e continuam
      *    precisando descer mais niveis para achar sua melhor opcao.
           SET WK-NAO-PODAR              TO TRUE
      *        telemetria para a capacidade medir se o limiar de
      *        entrada esta realmente cortando avaliacoes.
               ADD 1                    TO ARCSB628-QT-CBN-PODA
               IF  WK-RSTR-ATIVO
                   MOVE 'P'             TO WK-RST-CD-MTV
                   MOVE ZEROS           TO WK-RST-IC-RSTD
                   MOVE WK-AMTR-CPR     TO WK-RST-VL-CRIT
                   MOVE WK-VL-ENTD-MAIOR
                                        TO WK-RST-VL-LIM
                   PERFORM 272000-RASTREAR-DESCARTE
               END-IF
           END-IF

           IF  ARCSB628-MODO-DIRETO
      *    Resultado 5 - Maior reversao para a entrada integral
               IF  WK-AMTR-CPR LESS OR EQUAL ARCSB628-VL-ENTD
                   PERFORM 250700-CLC-MLHR-RVSA-PVS-DUVS
               ELSE
                   IF  WK-RSTR-ATIVO
                       MOVE 'L'         TO WK-RST-CD-MTV
                       MOVE 5           TO WK-RST-IC-RSTD
                       MOVE WK-AMTR-CPR TO WK-RST-VL-CRIT
                       MOVE ARCSB628-VL-ENTD
                                        TO WK-RST-VL-LIM
                       PERFORM 272000-RASTREAR-DESCARTE
                   END-IF
               END-IF

      *    Resultados 6 em diante - Maior reversao para cada faixa de
                   IF  WK-AMTR-CPR LESS OR EQUAL
                       WK-VL-ENTD-FXA(IC-FXA-RQSC)
                       PERFORM 250710-CLC-MLHR-RVSA-PCLD-FXA
                   ELSE
                       IF  WK-RSTR-ATIVO
                           MOVE 'L'     TO WK-RST-CD-MTV
                           COMPUTE WK-RST-IC-RSTD = 5 + IC-FXA-RQSC
                           MOVE WK-AMTR-CPR
                                        TO WK-RST-VL-CRIT
                           MOVE WK-VL-ENTD-FXA(IC-FXA-RQSC)
                                        TO WK-RST-VL-LIM
                           PERFORM 272000-RASTREAR-DESCARTE
                       END-IF
                   END-IF
               END-PERFORM

               ADD  WK-VL-PZO           TO MLHR-VL-PZO
               COMPUTE IC-RSTD = 6 + ARCSB628-QT-FXA-ENTD
               PERFORM 251300-GUARDAR-3-MELHORES-PZO
           ELSE
               IF  WK-RSTR-ATIVO
                   MOVE 'Z'             TO WK-RST-CD-MTV
                   COMPUTE WK-RST-IC-RSTD = 6 + ARCSB628-QT-FXA-ENTD
                   MOVE ZEROS           TO WK-RST-VL-CRIT
                                           WK-RST-VL-LIM
                   PERFORM 272000-RASTREAR-DESCARTE
               END-IF
           END-IF
           .
       250750-SAI.
               SET  WK-ACHOU-ALVO       TO TRUE
               MOVE 5                   TO IC-RSTD
               PERFORM 251200-GUARDAR-3-MELHORES-PCLD
           ELSE
               IF  WK-RSTR-ATIVO
                   MOVE 'M'             TO WK-RST-CD-MTV
                   MOVE 5               TO WK-RST-IC-RSTD
                   IF  ACM-PCLD LESS ARCSB628-VL-PCLD-ALVO
                       MOVE ACM-PCLD    TO WK-RST-VL-CRIT
                       MOVE ARCSB628-VL-PCLD-ALVO
                                        TO WK-RST-VL-LIM
                   ELSE
                       MOVE ACM-AMTR    TO WK-RST-VL-CRIT
                       MOVE MNR-VL-ENTD-ALVO
                                        TO WK-RST-VL-LIM
                   END-IF
                   PERFORM 272000-RASTREAR-DESCARTE
               END-IF
           END-IF
           .
       250760-SAI.
           EXIT.

      *----------------------------------------------------------------*
       250770-CLC-MLHR-RVSA-GRNT SECTION.
      *----------------------------------------------------------------*
      *    Resultado de garantia: ordena as combinacoes pelo PCLD
      *    revertido liquido da recuperacao de garantia renunciada
      *    (ACM-PCLD-LQDO). Ocupa sempre a ultima posicao, logo apos
      *    o Resultado 10 de prazo. Combinacao sem reversao liquida
      *    (contratos cobertos pela garantia) nao e proposta aqui.
           IF  ACM-PCLD-LQDO GREATER ZEROS
               COMPUTE IC-RSTD = 7 + ARCSB628-QT-FXA-ENTD
               PERFORM 251400-GUARDAR-3-MELHORES-GRNT
           ELSE
               IF  WK-RSTR-ATIVO
                   MOVE 'G'             TO WK-RST-CD-MTV
                   COMPUTE WK-RST-IC-RSTD = 7 + ARCSB628-QT-FXA-ENTD
                   MOVE ACM-PCLD-LQDO   TO WK-RST-VL-CRIT
                   MOVE ZEROS           TO WK-RST-VL-LIM
                   PERFORM 272000-RASTREAR-DESCARTE
               END-IF
           END-IF
           .
       250770-SAI.
           EXIT.

      *----------------------------------------------------------------*
       251000-GUARDAR-3-MELHORES-IC       SECTION.
      *----------------------------------------------------------------*
           MOVE 3                       TO IC-RSTD
           COMPUTE WK-VL-CRIT-NOVO = IC-ATU
      *    Taxa de recuperacao: quanto maior, melhor
           IF  ARCSB628-RCPR-LIGADO
               PERFORM 252100-INSERIR-RANKING-3-MAIOR
           ELSE
               PERFORM 252000-INSERIR-RANKING-3
           END-IF
           .
       251000-SAI.
           EXIT.
      *----------------------------------------------------------------*
           MOVE 4                       TO IC-RSTD
           COMPUTE WK-VL-CRIT-NOVO = IC-ATU
           IF  ARCSB628-RCPR-LIGADO
               PERFORM 252100-INSERIR-RANKING-3-MAIOR
           ELSE
               PERFORM 252000-INSERIR-RANKING-3
           END-IF
           .
       251100-SAI.
           EXIT.
      *----------------------------------------------------------------*
       251200-GUARDAR-3-MELHORES-PCLD     SECTION.
      *----------------------------------------------------------------*
      *    No modo de recuperacao vale o dinheiro recuperado que
      *    cabe na entrada, nao o saldo liquidado
           IF  ARCSB628-RCPR-LIGADO
               COMPUTE WK-VL-CRIT-NOVO = ACM-AMTR
           ELSE
               COMPUTE WK-VL-CRIT-NOVO = ACM-PCLD
           END-IF
           PERFORM 252100-INSERIR-RANKING-3-MAIOR
           .
       251200-SAI.
       251300-SAI.
           EXIT.

      *----------------------------------------------------------------*
       251400-GUARDAR-3-MELHORES-GRNT     SECTION.
      *----------------------------------------------------------------*
           MOVE ACM-PCLD-LQDO           TO WK-VL-CRIT-NOVO
           PERFORM 252100-INSERIR-RANKING-3-MAIOR
           .
       251400-SAI.
           EXIT.

      *----------------------------------------------------------------*
       252000-INSERIR-RANKING-3           SECTION.
      *----------------------------------------------------------------*
      *        nem a pior delas (posicao 3 atual) nao entra na lista.
               IF  WK-VL-CRIT-NOVO GREATER OR EQUAL
                   ARCSB628-VL-CRIT-OPC(IC-RSTD 3)
                   IF  WK-RSTR-ATIVO
                       PERFORM 273000-RASTREAR-VENCIDA
                   END-IF
                   GO TO 252000-SAI
               END-IF
               IF  WK-RSTR-ATIVO
                   PERFORM 274000-RASTREAR-DESLOCADA
               END-IF
           END-IF

           MOVE ARCSB628-QT-OPC(IC-RSTD) TO IC-OPC
                   TO ARCSB628-NR-SCTR-OPR-RSTD(IC-RSTD IC-OPC
                                                 IC-FXA-RSTD)
           END-PERFORM

           IF  WK-RSTR-ATIVO
               PERFORM 275000-RASTREAR-ACEITA
           END-IF
           .
       252000-SAI.
           EXIT.
      *        nem a pior delas (posicao 3 atual) nao entra na lista.
               IF  WK-VL-CRIT-NOVO LESS OR EQUAL
                   ARCSB628-VL-CRIT-OPC(IC-RSTD 3)
                   IF  WK-RSTR-ATIVO
                       PERFORM 273000-RASTREAR-VENCIDA
                   END-IF
                   GO TO 252100-SAI
               END-IF
               IF  WK-RSTR-ATIVO
                   PERFORM 274000-RASTREAR-DESLOCADA
               END-IF
           END-IF

           MOVE ARCSB628-QT-OPC(IC-RSTD) TO IC-OPC
                   TO ARCSB628-NR-SCTR-OPR-RSTD(IC-RSTD IC-OPC
                                                 IC-FXA-RSTD)
           END-PERFORM

           IF  WK-RSTR-ATIVO
               PERFORM 275000-RASTREAR-ACEITA
           END-IF
           .
       252100-SAI.
           EXIT.
       253000-SAI.
           EXIT.

      *----------------------------------------------------------------*
       270000-GRAVAR-RASTRO               SECTION.
      *----------------------------------------------------------------*
      *    Grava um registro do rastro de decisao com o motivo, o
      *    Resultado, os valores confrontados e a combinacao indicada
      *    por WK-RST-ORIGEM. Atingido o teto de CTE-QT-RSTR-MAX
      *    registros na requisicao, o registro vira um 'T' (rastro
      *    truncado) e as candidatas seguintes deixam de ser gravadas
      *    - as opcoes finais de 276000 ainda saem.

           IF  WK-RSTR-ATIVO
           AND ARCSB628-QT-RSTR-GRVD NOT LESS CTE-QT-RSTR-MAX
               MOVE 'T'                 TO WK-RST-CD-MTV
               MOVE SPACES              TO WK-RST-ORIGEM
               MOVE ZEROS               TO WK-RST-IC-RSTD
                                           WK-RST-IC-OPC
                                           WK-RST-VL-CRIT
               MOVE CTE-QT-RSTR-MAX     TO WK-RST-VL-LIM
               SET  WK-RSTR-TRUNCADO    TO TRUE
           END-IF

           MOVE SPACES                  TO RASTRO-REGISTRO
           MOVE ARCSB628-CD-ORIG-RSTR   TO RST-CD-ORIG
           MOVE ARCSB628-ID-RSTR        TO RST-ID-RSTR
           MOVE WK-RSTR-DT              TO RST-DT-RQSC
           MOVE WK-RSTR-HR              TO RST-HR-RQSC
           MOVE WK-NR-RQSC-RSTR         TO RST-NR-RQSC
           ADD  1                       TO ARCSB628-QT-RSTR-GRVD
           MOVE ARCSB628-QT-RSTR-GRVD   TO RST-NR-SEQ
           IF  ARCSB628-RCPR-LIGADO
               MOVE 'P'                 TO RST-TP-MODO
           ELSE
               MOVE ARCSB628-TP-MODO    TO RST-TP-MODO
           END-IF
           MOVE WK-RST-IC-RSTD          TO RST-IC-RSTD
           MOVE WK-RST-CD-MTV           TO RST-CD-MTV
           MOVE WK-RST-IC-OPC           TO RST-IC-OPC
           IF  ARCSB628-VL-ENTD NUMERIC
               MOVE ARCSB628-VL-ENTD    TO RST-VL-ENTD
           ELSE
               MOVE ZEROS               TO RST-VL-ENTD
           END-IF
           MOVE WK-RST-VL-CRIT          TO RST-VL-CRIT
           MOVE WK-RST-VL-LIM           TO RST-VL-LIM
           MOVE ZEROS                   TO RST-VL-AMTR
                                           RST-VL-PCLD
                                           WK-RST-QT-CBN

           EVALUATE WK-RST-ORIGEM
               WHEN 'A'
                   MOVE ACM-AMTR        TO RST-VL-AMTR
                   MOVE ACM-PCLD        TO RST-VL-PCLD
                   MOVE RSTD-ATU-QT-RSTD
                                        TO WK-RST-QT-CBN
                   PERFORM VARYING WK-RST-IX FROM 1 BY 1
                   UNTIL WK-RST-IX GREATER WK-RST-QT-CBN
                       MOVE RSTD-ATU-CD-GR-PRD  (WK-RST-IX)
                                   TO RST-CD-GR-PRD  (WK-RST-IX)
                       MOVE RSTD-ATU-CD-FXA-RVSA(WK-RST-IX)
                                   TO RST-CD-FXA-RVSA(WK-RST-IX)
                   END-PERFORM
               WHEN 'N'
                   COMPUTE RST-VL-AMTR = NV-ACM-AMTR-SV(NV-ATU)
                                  + ARCSB628-VL-AMTR(IC-GR IC-FXA)
                   END-COMPUTE
                   COMPUTE RST-VL-PCLD = NV-ACM-PCLD-SV(NV-ATU)
                                  + ARCSB628-VL-PCLD(IC-GR IC-FXA)
                   END-COMPUTE
                   MOVE NV-QT-RSTD-SV(NV-ATU)
                                        TO WK-RST-QT-CBN
                   PERFORM VARYING WK-RST-IX FROM 1 BY 1
                   UNTIL WK-RST-IX GREATER WK-RST-QT-CBN
                       MOVE RSTD-ATU-CD-GR-PRD  (WK-RST-IX)
                                   TO RST-CD-GR-PRD  (WK-RST-IX)
                       MOVE RSTD-ATU-CD-FXA-RVSA(WK-RST-IX)
                                   TO RST-CD-FXA-RVSA(WK-RST-IX)
                   END-PERFORM
                   IF  WK-RST-QT-CBN LESS 30
                       ADD  1           TO WK-RST-QT-CBN
                       MOVE ARCSB628-CD-GR-PRD(IC-GR)
                                   TO RST-CD-GR-PRD  (WK-RST-QT-CBN)
                       MOVE ARCSB628-CD-FXA-RVSA-RSCO(IC-GR IC-FXA)
                                   TO RST-CD-FXA-RVSA(WK-RST-QT-CBN)
                   END-IF
               WHEN 'O'
                   MOVE ARCSB628-QT-FXA-RSTD(WK-RST-IC-RSTD
                                             WK-RST-IC-OPC)
                                        TO WK-RST-QT-CBN
                   PERFORM VARYING WK-RST-IX FROM 1 BY 1
                   UNTIL WK-RST-IX GREATER WK-RST-QT-CBN
                       MOVE ARCSB628-CD-GR-PRD-RSTD(WK-RST-IC-RSTD
                                             WK-RST-IC-OPC WK-RST-IX)
                                   TO RST-CD-GR-PRD  (WK-RST-IX)
                       MOVE ARCSB628-CD-FXA-RVSA-RSTD(WK-RST-IC-RSTD
                                             WK-RST-IC-OPC WK-RST-IX)
                                   TO RST-CD-FXA-RVSA(WK-RST-IX)
                   END-PERFORM
           END-EVALUATE
           MOVE WK-RST-QT-CBN           TO RST-QT-CBN

           WRITE RASTRO-REGISTRO

           IF  WK-FS-RASTRO NOT EQUAL '00'
               DISPLAY CTE-PROG ' Falha na gravacao do RASTRO - FS: '
                   WK-FS-RASTRO ' - rastro interrompido'
               SET  WK-RSTR-INATIVO     TO TRUE
           END-IF
           .
       270000-SAI.
           EXIT.

      *----------------------------------------------------------------*
       271000-RASTREAR-INCOMPATIVEL       SECTION.
      *----------------------------------------------------------------*
      *    Grupo barrado pela matriz COMPPRD em 250015: nenhuma faixa
      *    dele chega a ser combinada neste nivel - um registro por
      *    faixa, com a combinacao que teria sido gerada.
           MOVE 'I'                     TO WK-RST-CD-MTV
           MOVE 'N'                     TO WK-RST-ORIGEM
           MOVE ZEROS                   TO WK-RST-IC-RSTD
                                           WK-RST-IC-OPC
                                           WK-RST-VL-CRIT
                                           WK-RST-VL-LIM
           PERFORM VARYING IC-FXA FROM 1 BY 1
           UNTIL IC-FXA GREATER ARCSB628-QT-FXA(IC-GR)
           OR NOT WK-RSTR-ATIVO
               PERFORM 270000-GRAVAR-RASTRO
           END-PERFORM
           .
       271000-SAI.
           EXIT.

      *----------------------------------------------------------------*
       272000-RASTREAR-DESCARTE           SECTION.
      *----------------------------------------------------------------*
      *    Combinacao corrente (RSTD-ATU) que nao concorre ao Resultado
      *    WK-RST-IC-RSTD pelo motivo em WK-RST-CD-MTV - motivo,
      *    Resultado e valores ja preenchidos por quem chama.
           MOVE 'A'                     TO WK-RST-ORIGEM
           MOVE ZEROS                   TO WK-RST-IC-OPC
           PERFORM 270000-GRAVAR-RASTRO
           .
       272000-SAI.
           EXIT.

      *----------------------------------------------------------------*
       273000-RASTREAR-VENCIDA            SECTION.
      *----------------------------------------------------------------*
      *    Top-3 do Resultado ja cheio e a candidata nao supera a 3a
      *    opcao - limite e o criterio da 3a opcao.
           MOVE 'R'                     TO WK-RST-CD-MTV
           MOVE IC-RSTD                 TO WK-RST-IC-RSTD
           MOVE WK-VL-CRIT-NOVO         TO WK-RST-VL-CRIT
           MOVE ARCSB628-VL-CRIT-OPC(IC-RSTD 3)
                                        TO WK-RST-VL-LIM
           PERFORM 272000-RASTREAR-DESCARTE
           .
       273000-SAI.
           EXIT.

      *----------------------------------------------------------------*
       274000-RASTREAR-DESLOCADA          SECTION.
      *----------------------------------------------------------------*
      *    A 3a opcao guardada sai do top-3 para a candidata melhor -
      *    registrada antes do deslocamento, que a sobrescreve.
           MOVE 'D'                     TO WK-RST-CD-MTV
           MOVE 'O'                     TO WK-RST-ORIGEM
           MOVE IC-RSTD                 TO WK-RST-IC-RSTD
           MOVE 3                       TO WK-RST-IC-OPC
           MOVE ARCSB628-VL-CRIT-OPC(IC-RSTD 3)
                                        TO WK-RST-VL-CRIT
           MOVE WK-VL-CRIT-NOVO         TO WK-RST-VL-LIM
           PERFORM 270000-GRAVAR-RASTRO
           .
       274000-SAI.
           EXIT.

      *----------------------------------------------------------------*
       275000-RASTREAR-ACEITA             SECTION.
      *----------------------------------------------------------------*
      *    Candidata guardada no top-3 do Resultado na posicao IC-OPC.
           MOVE 'A'                     TO WK-RST-CD-MTV
           MOVE 'A'                     TO WK-RST-ORIGEM
           MOVE IC-RSTD                 TO WK-RST-IC-RSTD
           MOVE IC-OPC                  TO WK-RST-IC-OPC
           MOVE WK-VL-CRIT-NOVO         TO WK-RST-VL-CRIT
           MOVE ZEROS                   TO WK-RST-VL-LIM
           PERFORM 270000-GRAVAR-RASTRO
           .
       275000-SAI.
           EXIT.

      *----------------------------------------------------------------*
       276000-RASTREAR-OPCOES-FINAIS      SECTION.
      *----------------------------------------------------------------*
      *    Fecha o rastro da requisicao com as opcoes devolvidas em
      *    cada Resultado - o que o negociador viu.
           MOVE 'F'                     TO WK-RST-CD-MTV
           MOVE 'O'                     TO WK-RST-ORIGEM
           MOVE ZEROS                   TO WK-RST-VL-LIM

           PERFORM VARYING WK-RST-IC-RSTD FROM 1 BY 1
           UNTIL WK-RST-IC-RSTD GREATER ARCSB628-QT-RSTD
           OR WK-RST-IC-RSTD GREATER 15
               PERFORM VARYING WK-RST-IC-OPC FROM 1 BY 1
               UNTIL WK-RST-IC-OPC GREATER
                     ARCSB628-QT-OPC(WK-RST-IC-RSTD)
               OR WK-RSTR-INATIVO
                   MOVE ARCSB628-VL-CRIT-OPC(WK-RST-IC-RSTD
                                             WK-RST-IC-OPC)
                                        TO WK-RST-VL-CRIT
                   PERFORM 270000-GRAVAR-RASTRO
               END-PERFORM
           END-PERFORM
           .
       276000-SAI.
           EXIT.

      *----------------------------------------------------------------*
       300000-FINALIZAR                 SECTION.
      *----------------------------------------------------------------*
           COMPUTE ARCSB628-TM-DRCO-CSS = WK-TM-FIM - WK-TM-INI
           END-COMPUTE

           IF  WK-RSTR-ATIVO
           OR  WK-RSTR-TRUNCADO
               PERFORM 276000-RASTREAR-OPCOES-FINAIS
           END-IF

           DISPLAY CTE-PROG ' Fim....: ' FUNCTION CURRENT-DATE
           .
       300000-SAI.
           PERFORM VARYING IC-RSTD FROM 1 BY 1
           UNTIL IC-RSTD GREATER ARCSB628-QT-RSTD

      *        Prazo e garantia ficam depois das bandas de entrada -
      *        a posicao deles muda com ARCSB628-QT-FXA-ENTD
               IF  ARCSB628-RCPR-LIGADO
                   EVALUATE TRUE
                       WHEN IC-RSTD EQUAL 7 + ARCSB628-QT-FXA-ENTD
                           MOVE TAB-RSTD-RCPR(11) TO TX-DSCR-RSTD
                       WHEN IC-RSTD EQUAL 6 + ARCSB628-QT-FXA-ENTD
                           MOVE TAB-RSTD-RCPR(10) TO TX-DSCR-RSTD
                       WHEN IC-RSTD GREATER 9
                           MOVE 'Maior recuperacao com fx. entr.'
                                            TO TX-DSCR-RSTD
                       WHEN OTHER
                           MOVE TAB-RSTD-RCPR(IC-RSTD)
                                            TO TX-DSCR-RSTD
                   END-EVALUATE
               ELSE
               EVALUATE TRUE
                   WHEN IC-RSTD EQUAL 7 + ARCSB628-QT-FXA-ENTD
                       MOVE TAB-RSTD(11)    TO TX-DSCR-RSTD
                   WHEN IC-RSTD EQUAL 6 + ARCSB628-QT-FXA-ENTD
                       MOVE TAB-RSTD(10)    TO TX-DSCR-RSTD
                   WHEN IC-RSTD GREATER 9
                       MOVE 'Melhor reversao PCLD com fx. entr.'
                                            TO TX-DSCR-RSTD
                   WHEN OTHER
                       MOVE TAB-RSTD(IC-RSTD) TO TX-DSCR-RSTD
               END-EVALUATE
               END-IF

               STRING
                   'Resultado ' IC-RSTD ' - ' TX-DSCR-RSTD
           MOVE 0018                    TO WK-SEQL-ERRO
           PERFORM 999999-REGISTRAR-ERRO
           .
       999019-ERRO.
      *------------
           STRING
              'Modo de recuperacao de contrato baixado so vale no '
              'modo direto'
              DELIMITED BY SIZE       INTO WK-TX-ERRO
           END-STRING
           MOVE 0019                    TO WK-SEQL-ERRO
           PERFORM 999999-REGISTRAR-ERRO
           .
       999020-ERRO.
      *------------
           MOVE IC-GR-RQSC              TO IC-GR-RQSC-D
           STRING
              'Saldo baixado a prejuizo invalido. '
              'Ocorrencia do grupo: ' IC-GR-RQSC-D
              DELIMITED BY SIZE       INTO WK-TX-ERRO
           END-STRING
           MOVE 0020                    TO WK-SEQL-ERRO
           PERFORM 999999-REGISTRAR-ERRO
           .
       999021-ERRO.
      *------------
           MOVE IC-GR-RQSC              TO IC-GR-RQSC-D
           STRING
              'Taxa minima de recuperacao invalida. '
              'Ocorrencia do grupo: ' IC-GR-RQSC-D
              DELIMITED BY SIZE       INTO WK-TX-ERRO
           END-STRING
           MOVE 0021                    TO WK-SEQL-ERRO
           PERFORM 999999-REGISTRAR-ERRO
           .
       999022-ERRO.
      *------------
           STRING
              'Nenhuma faixa atinge a recuperacao minima no modo '
              'de recuperacao'
              DELIMITED BY SIZE       INTO WK-TX-ERRO
           END-STRING
           MOVE 0022                    TO WK-SEQL-ERRO
           PERFORM 999999-REGISTRAR-ERRO
           .
       999999-REGISTRAR-ERRO SECTION.
      *------------
      *    Acumula o erro na lista repetitiva de erros da requisicao,
