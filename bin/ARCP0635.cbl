      *             proposta precificada no dia 3 e ainda aberta no dia
      *             25 reflete um cadastro que ja nao existe - este
      *             programa le a AUDITORIA, marca como expirada
      *             ('E') no AUDIHIST toda proposta aberta cuja data de
      *             validade (AUD-DT-VLDD) ja passou - so o registro da
      *             proposta e regravado, pela subrotina ARCSB629, com
      *             a transicao no SITTRANS - e emite o relatorio das
      *             propostas expiradas por conta. A tela de ARCT0628
      *             ja recusa
      *             aplicar proposta vencida na propria conversa; esta
      *             rotina fecha as que ficaram para tras no arquivo.
      * COMPILACAO: COBOL MVS
      *        com os registros lidos e regravados (o expurgo copia
      *        tudo, mudando so a situacao), para o verificador
      *        ARCP0645.
      * VRS004 15.10.2026 - F8944859 - AUDIHIST passa a ser o registro
      *        oficial da situacao: a expiracao regrava so a proposta
      *        atingida no AUDIHIST (ARCSB629 'A', que confere a
      *        situacao corrente antes e grava a transicao no
      *        SITTRANS) em vez de copiar a AUDITORIA inteira para o
      *        AUDNOVA. A AUDITORIA so e lida; proposta ja mudada por
      *        outro passo ou pela tela nao e expirada de novo, e a
      *        pendente vencida e conferida no espelho. Roda depois
      *        da carga ARCP0636.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *-------------
               SELECT  AUDITORIA  ASSIGN  TO  UT-S-AUDITORIA.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.
               SELECT  CHAINCTL   ASSIGN  TO  UT-S-CHAINCTL.
               SELECT  EVENTOS    ASSIGN  TO  UT-S-EVENTOS.
       01  AUDITORIA-REGISTRO.
-INC ARCKAUDT

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0635 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
                                             VALUE ZEROS.
           03  WK-QT-PNDT-VNCD              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-JA-MUDADAS             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-ESPELHO            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FALHAS                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-AUDIHIST-SW               PIC  X(01) VALUE 'S'.
               88  WK-AUDV-DISPONIVEL                   VALUE 'S'.
               88  WK-AUDV-INDISPONIVEL                 VALUE 'N'.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  DSP-QT-LIDOS                 PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-EXPIRADOS             PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-PNDT-VNCD             PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-JA-MUDADAS            PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-SEM-ESPELHO           PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-FALHAS                PIC ZZZ.ZZZ.ZZ9.

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.

       01  ARCSB629-DADOS.
-INC ARCKB629

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC

           OPEN INPUT  AUDITORIA
           OPEN OUTPUT RELATORIO
           OPEN OUTPUT EVENTOS

           PERFORM 965000-GRAVAR-CADEIA

           CLOSE AUDITORIA
           CLOSE RELATORIO
           CLOSE EVENTOS

      *-----------------------------------------------------------------
       965000-GRAVAR-CADEIA SECTION.
      *-----------------------------------------------------------------
      *    Apensa no CHAINCTL a linha deste passo (vide VRS002) - a
      *    AUDITORIA e so lida e passa inteira adiante (vide VRS004),
      *    entrada e saida iguais. As
      *    contagens -DIA levam so as linhas com AUD-DT-PROC de hoje:
      *    sao elas que o verificador compara com o que a noite
      *    produziu, porque o arquivo inteiro acumula varios dias.
       100000-TRATAR-REGISTRO SECTION.
      *-----------------------------------------------------------------
      *    Proposta aberta (sem Resultado aplicado, situacao ainda em
      *    branco) com validade vencida e marcada expirada no
      *    AUDIHIST; o resto da AUDITORIA nao e tocado.

           ADD  1                       TO WK-QT-LIDOS

           AND AUD-DT-VLDD NUMERIC
           AND AUD-DT-VLDD GREATER ZEROS
           AND DTH-DATA GREATER AUD-DT-VLDD
           AND WK-AUDV-DISPONIVEL
               PERFORM 200000-EXPIRAR-PROPOSTA
           END-IF

      *    Pendencia de dupla aprovacao que venceu sem confirmacao:
           AND AUD-DT-VLDD NUMERIC
           AND AUD-DT-VLDD GREATER ZEROS
           AND DTH-DATA GREATER AUD-DT-VLDD
               PERFORM 250000-CONFERIR-PENDENTE
               IF  AUD-SITC-PENDENTE
                   ADD  1               TO WK-QT-PNDT-VNCD
                   PERFORM 310000-REPORTAR-PENDENTE-VENCIDA
               END-IF
           END-IF

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-EXPIRAR-PROPOSTA SECTION.
      *-----------------------------------------------------------------
      *    Regrava 'E' no AUDIHIST so se o espelho ainda esta aberto
      *    (vide VRS004): aplicada, superada ou bloqueada depois da
      *    gravacao da linha - ou ja expirada numa noite anterior -
      *    volta divergente e nao e tocada.

           MOVE 'A'                     TO ARCSB629-CD-FUNC
           MOVE 'ARCP0635'              TO ARCSB629-CD-PGM-OPER
           MOVE SPACE                   TO ARCSB629-IC-SITC-ANT
           MOVE 'E'                     TO ARCSB629-IC-SITC-NOVA
           MOVE AUDITORIA-REGISTRO      TO ARCSB629-AUDITORIA
           PERFORM 270000-CHAMAR-ARCSB629

           IF  ARCSB629-IN-SCS-ERRO
               GO TO 200000-SAI
           END-IF

           IF  ARCSB629-NAO-ACHOU
               ADD  1                   TO WK-QT-SEM-ESPELHO
               GO TO 200000-SAI
           END-IF

           IF  ARCSB629-DIVERGENTE
               ADD  1                   TO WK-QT-JA-MUDADAS
               GO TO 200000-SAI
           END-IF

           MOVE ARCSB629-AUDITORIA      TO AUDITORIA-REGISTRO
           ADD  1                       TO WK-QT-EXPIRADOS
           PERFORM 300000-REPORTAR-EXPIRADA
           PERFORM 350000-GRAVAR-EVENTO-EXPIRADA

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       250000-CONFERIR-PENDENTE SECTION.
      *-----------------------------------------------------------------
      *    Pendente na AUDITORIA pode ja ter sido confirmada, cancelada
      *    ou bloqueada - vale a situacao do espelho. AUDIHIST fora do
      *    ar: reporta pela situacao da linha.

           IF  WK-AUDV-INDISPONIVEL
               GO TO 250000-SAI
           END-IF

           MOVE 'C'                     TO ARCSB629-CD-FUNC
           MOVE 'ARCP0635'              TO ARCSB629-CD-PGM-OPER
           MOVE AUDITORIA-REGISTRO      TO ARCSB629-AUDITORIA
           PERFORM 270000-CHAMAR-ARCSB629

           IF  ARCSB629-IN-SCS-OK
               MOVE ARCSB629-AUDITORIA  TO AUDITORIA-REGISTRO
           END-IF

           .
       250000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       270000-CHAMAR-ARCSB629 SECTION.
      *-----------------------------------------------------------------
      *    Falha de abertura do AUDIHIST ou do SITTRANS desliga as
      *    chamadas seguintes - nada mais e expirado e o passo fecha
      *    com RC 8; falha de uma linha so e contada.

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
       270000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-REPORTAR-EXPIRADA SECTION.
      *-----------------------------------------------------------------
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-JA-MUDADAS        TO DSP-QT-JA-MUDADAS
           MOVE WK-QT-SEM-ESPELHO       TO DSP-QT-SEM-ESPELHO
           MOVE WK-QT-FALHAS            TO DSP-QT-FALHAS
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Ja mudadas no AUDIHIST: ' DSP-QT-JA-MUDADAS
               '   Sem espelho: ' DSP-QT-SEM-ESPELHO
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
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY CTE-PROG ' Lidos: ' WK-QT-LIDOS
               ' Expirados: ' WK-QT-EXPIRADOS
               ' Pendentes vencidas: ' WK-QT-PNDT-VNCD
               ' Ja mudadas: ' WK-QT-JA-MUDADAS
               ' Sem espelho: ' WK-QT-SEM-ESPELHO

           .
       950000-SAI.
