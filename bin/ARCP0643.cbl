      *             material. Falha de infraestrutura (ARCSB627 ou
      *             erro de validacao do motor) passa a proposta
      *             adiante INTACTA com linha de relatorio - superar
      *             sem reprecificar seria mentir. A situacao vem do
      *             AUDIHIST e a linha superada e regravada nele
      *             (subrotina ARCSB629, com a transicao no
      *             SITTRANS). Sem isto a unica defesa contra
      *             proposta precificada sobre cadastro morto era
      *             esperar a validade vencer.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 02.09.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - AUDIHIST passa a ser o registro
      *        oficial da situacao: a linha aberta da AUDITORIA e
      *        conferida no espelho (ARCSB629 'C') antes de decidir a
      *        reprecificacao e a superada e regravada no AUDIHIST
      *        (ARCSB629 'A', que grava a transicao no SITTRANS) - o
      *        AUDNOVA reordenado por execucao deixa de existir. Linha
      *        que outra execucao ja mudou nao e superada.
      * VRS003 15.10.2026 - F8944859 - Garantia de cada conta
      *        (devolvida por ARCSB627) segue para o motor - a
      *        reprecificacao reproduz tambem o Resultado de garantia.
      * VRS004 15.10.2026 - F8944859 - A requisicao passa a ser
      *        data/hora mais TP-MODO: ARCP0627 precifica as contas
      *        baixadas a prejuizo do lote numa requisicao a parte em
      *        modo recuperacao (TP-MODO 'P'), gravada no mesmo
      *        segundo da normal. Proposta 'P' reprecifica em
      *        recuperacao so com as contas ainda baixadas; proposta
      *        normal so com as contas nao baixadas - conta que mudou
      *        de lado tem as linhas abertas superadas.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *-------------
               SELECT  AUDITORIA  ASSIGN  TO  UT-S-AUDITORIA.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD643.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       01  WKORD-REGISTRO.
-INC ARCKAUDT

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB627     PIC  X(08) VALUE 'ARCSB627'.
       77  ARCSB628     PIC  X(08) VALUE 'ARCSB628'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
               88  FIM-ORDENACAO                        VALUE 'S'.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-ESPELHO            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FALHAS                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-AUDIHIST-SW               PIC  X(01) VALUE 'S'.
               88  WK-AUDV-DISPONIVEL                   VALUE 'S'.
               88  WK-AUDV-INDISPONIVEL                 VALUE 'N'.
           03  WK-LINHA-SUPERADA-SW         PIC  X(01).
               88  WK-LINHA-SUPERADA                    VALUE 'S'.
           03  WK-QT-PROPOSTAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-REPRECIFICADAS         PIC  9(09) COMP-5

       01  DSP-CAMPOS.
           03  DSP-QT-LIDOS                 PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-SEM-ESPELHO           PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-PROPOSTAS             PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-REPRC                 PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-SUPERADAS             PIC ZZZ.ZZZ.ZZ9.

      *    Grupo corrente (data/hora da execucao auditada e modo - a
      *    requisicao inteira, todas as contas do cliente) e as
      *    linhas dele, represadas ate a quebra para a
      *    reprecificacao decidir em bloco.
           03  WK-CHAVE-GRP.
               05  WK-GRP-DT                PIC  9(08).
               05  WK-GRP-HR                PIC  9(06).
               05  WK-GRP-TP-MODO           PIC  X(01).
           03  WK-CHAVE-GRP-ANT             PIC  X(15)
                                             VALUE HIGH-VALUES.
           03  WK-QT-LIN-GRP                PIC S9(03) COMP-5
                                             VALUE ZEROS.
       01  ARCSB628-DADOS.
-INC ARCKB628

       01  ARCSB629-DADOS.
-INC ARCKB629

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC

           OPEN OUTPUT RELATORIO

           MOVE SPACES                  TO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA

      *    Data/hora e modo na frente: as linhas de uma mesma
      *    requisicao (todas as contas do cliente no lote) ficam
      *    adjacentes.
           SORT WK-ORDENACAO
               ON ASCENDING KEY AUD-DT-PROC
               ON ASCENDING KEY AUD-HR-PROC
               ON ASCENDING KEY AUD-TP-MODO
               ON ASCENDING KEY AUD-SG-SIS-OGM-OPR
               ON ASCENDING KEY AUD-NR-UNCO-CTR-OPR
               ON ASCENDING KEY AUD-NR-EPRD-FNCD

           PERFORM 900000-IMPRIMIR-CONTROLE

           CLOSE RELATORIO

           .

           MOVE AUD-DT-PROC             TO WK-GRP-DT
           MOVE AUD-HR-PROC             TO WK-GRP-HR
           MOVE AUD-TP-MODO             TO WK-GRP-TP-MODO

           IF  WK-CHAVE-GRP NOT EQUAL WK-CHAVE-GRP-ANT
               PERFORM 300000-TRATAR-PROPOSTA
               MOVE ZEROS               TO WK-QT-LIN-GRP
           END-IF

      *    Requisicao com mais de 450 linhas nao existe na pratica
      *    (14 Resultados x ate 30 combinacoes sao linhas de opcao
      *    vencedora, uma por faixa); excedente fica como esta no
      *    AUDIHIST, sem reprecificar.
           IF  WK-QT-LIN-GRP NOT LESS 450
               GO TO 200000-SAI
           END-IF

      *    Linha aberta na AUDITORIA vale pela situacao do espelho -
      *    outra execucao pode te-la expirado, superado ou baixado.
           IF  AUD-IC-SITC EQUAL SPACE
           AND WK-AUDV-DISPONIVEL
               MOVE 'C'                 TO ARCSB629-CD-FUNC
               MOVE WKORD-REGISTRO      TO ARCSB629-AUDITORIA
               PERFORM 870000-CHAMAR-ARCSB629
               IF  ARCSB629-IN-SCS-OK
                   IF  ARCSB629-ACHOU
                       MOVE ARCSB629-AUDITORIA TO WKORD-REGISTRO
                   ELSE
                       ADD  1           TO WK-QT-SEM-ESPELHO
                   END-IF
               END-IF
           END-IF

           ADD  1                       TO WK-QT-LIN-GRP
           MOVE WKORD-REGISTRO          TO WK-TB-LIN(WK-QT-LIN-GRP)

           .
       200000-SAI.
           EXIT.
       300000-TRATAR-PROPOSTA SECTION.
      *-----------------------------------------------------------------
      *    Quebra de grupo: se a proposta represada tem linha aberta
      *    dentro da validade, reprecifica e compara (a linha
      *    superada e regravada no AUDIHIST na propria comparacao).

           IF  WK-QT-LIN-GRP EQUAL ZEROS
               GO TO 300000-SAI

           PERFORM 400000-VERIFICAR-SE-REPRECIFICA

           MOVE ZEROS                   TO WK-QT-LIN-GRP

           .
           MOVE SPACES                  TO ARCSB628-TX-ERRO
           MOVE 1                       TO ARCSB628-QT-PRST
           MOVE ZEROS                   TO ARCSB628-QT-EXCL
      *    Proposta de recuperacao (TP-MODO 'P') volta ao motor no
      *    modo direto com a recuperacao ligada
           IF  LIN-TP-MODO EQUAL 'P'
               SET  ARCSB628-MODO-DIRETO    TO TRUE
               SET  ARCSB628-RCPR-LIGADO    TO TRUE
           ELSE
               MOVE LIN-TP-MODO         TO ARCSB628-TP-MODO
               SET  ARCSB628-RCPR-DESLIGADO TO TRUE
           END-IF
           MOVE LIN-VL-ENTD             TO ARCSB628-VL-ENTD
           MOVE LIN-VL-PCLD-ALVO        TO ARCSB628-VL-PCLD-ALVO
           MOVE ZEROS                   TO ARCSB628-QT-GR
      *    Conta sem faixa cadastrada fica fora da requisicao sem
      *    derrubar as demais - mesmo reindex de 310000 em ARCT0628;
      *    as linhas abertas dela nao se reproduzem e saem superadas
      *    na comparacao. O mesmo vale para a conta que mudou de lado
      *    entre ativa e baixada a prejuizo desde a proposta.
           PERFORM VARYING IX-OPR FROM 1 BY 1
           UNTIL IX-OPR GREATER ARCSB627-QT-OPR

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
               END-IF

           END-PERFORM
               AND LIN-DT-VLDD NOT LESS DTH-DATA
                   PERFORM 650000-COMPARAR-UMA-LINHA
                   IF  NOT WK-REPRODUZIDA
                       PERFORM 850000-SUPERAR-LINHA
                       IF  WK-LINHA-SUPERADA
                           MOVE WK-LINHA TO WK-TB-LIN(IX-LIN)
                           ADD  1       TO WK-QT-SUPERADAS
                           SET  WK-GRUPO-MUDOU TO TRUE
                       END-IF
                   END-IF
               END-IF

       700000-MARCAR-TODAS-SUPERADAS SECTION.
      *-----------------------------------------------------------------

           MOVE 'N'                     TO WK-GRUPO-MUDOU-SW

           PERFORM VARYING IX-LIN FROM 1 BY 1
           UNTIL IX-LIN GREATER WK-QT-LIN-GRP
               IF  LIN-IC-SITC EQUAL SPACE
               AND LIN-DT-VLDD NUMERIC
               AND LIN-DT-VLDD NOT LESS DTH-DATA
                   PERFORM 850000-SUPERAR-LINHA
                   IF  WK-LINHA-SUPERADA
                       MOVE WK-LINHA    TO WK-TB-LIN(IX-LIN)
                       ADD  1           TO WK-QT-SUPERADAS
                       SET  WK-GRUPO-MUDOU TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF  WK-GRUPO-MUDOU
               PERFORM 800000-REPORTAR-MUDANCA
           END-IF

           MOVE 'N'                     TO WK-GRUPO-MUDOU-SW

           .
           .
       800000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       850000-SUPERAR-LINHA SECTION.
      *-----------------------------------------------------------------
      *    Regrava a linha em WK-LINHA superada no AUDIHIST, desde
      *    que ainda esteja aberta no espelho - outra execucao que ja
      *    a mudou prevalece e a linha nao conta como superada.

           MOVE 'N'                     TO WK-LINHA-SUPERADA-SW

           IF  WK-AUDV-INDISPONIVEL
               GO TO 850000-SAI
           END-IF

           MOVE 'A'                     TO ARCSB629-CD-FUNC
           MOVE SPACE                   TO ARCSB629-IC-SITC-ANT
           MOVE 'S'                     TO ARCSB629-IC-SITC-NOVA
           MOVE WK-LINHA                TO ARCSB629-AUDITORIA
           PERFORM 870000-CHAMAR-ARCSB629

      *    Linha sem espelho ja foi contada na conferencia (200000).
           IF  ARCSB629-IN-SCS-ERRO
           OR  NOT ARCSB629-ACHOU
               GO TO 850000-SAI
           END-IF

           MOVE ARCSB629-AUDITORIA      TO WK-LINHA
           SET  WK-LINHA-SUPERADA       TO TRUE

           .
       850000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       870000-CHAMAR-ARCSB629 SECTION.
      *-----------------------------------------------------------------
      *    Falha de abertura do AUDIHIST ou do SITTRANS desliga a
      *    conferencia das linhas seguintes - o passo fecha com RC 8;
      *    falha de uma linha so e contada.

           MOVE 'ARCP0643'              TO ARCSB629-CD-PGM-OPER
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
       870000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       900000-IMPRIMIR-CONTROLE SECTION.
      *-----------------------------------------------------------------
           WRITE RELATORIO-LINHA

           MOVE WK-QT-LIDOS             TO DSP-QT-LIDOS
           MOVE WK-QT-SEM-ESPELHO       TO DSP-QT-SEM-ESPELHO
           MOVE WK-QT-PROPOSTAS         TO DSP-QT-PROPOSTAS
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Linhas lidas: ' DSP-QT-LIDOS
               '  sem espelho: ' DSP-QT-SEM-ESPELHO
               '  propostas: ' DSP-QT-PROPOSTAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
               WRITE RELATORIO-LINHA
           END-IF

           IF  WK-QT-FALHAS GREATER ZEROS
           OR  WK-AUDV-INDISPONIVEL
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  *** FALHA NA ATUALIZACAO DO AUDIHIST - VER'
                   ' SYSOUT ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           ELSE
               IF  WK-QT-SUPERADAS GREATER ZEROS
               OR  WK-QT-NAO-REPRC GREATER ZEROS
               OR  WK-QT-SEM-ESPELHO GREATER ZEROS
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY CTE-PROG ' Lidas: ' WK-QT-LIDOS
               ' Sem espelho: ' WK-QT-SEM-ESPELHO
               ' Superadas: ' WK-QT-SUPERADAS
               ' Nao reprecificadas: ' WK-QT-NAO-REPRC

