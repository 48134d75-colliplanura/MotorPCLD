      *---------------AX------------------------------------------------
      * PROGRAMA..: ARCR0641
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Formatador do rastro de decisao do motor ARCSB628
      *             para proposta contestada. Le o RASTRO (book
      *             ARCKRSTR, gravado pelo motor quando a requisicao
      *             vem com ARCSB628-IC-RSTR ligado por ARCP0627,
      *             ARCT0628 ou RODA), classifica por requisicao e por
      *             Resultado e imprime, para cada combinacao
      *             candidata, se entrou no top-3 ou por que foi
      *             descartada - lista de exclusao, grupo incompativel
      *             no COMPPRD, fora da banda acima/abaixo, podada pelo
      *             limiar de entrada, vencida ou deslocada no ranking
      *             - com os valores confrontados, seguida das opcoes
      *             finais do Resultado e da contagem por motivo.
      *             PARM1 opcional restringe a uma origem (programa,
      *             userid ou RODA) e/ou a uma identificacao (conta ou
      *             caso).
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Motivo 'G' (sem reversao
      *        liquida de garantia) e Resultado de garantia apos o de
      *        prazo - descricao ate a posicao 15 do motor.
      * VRS003 15.10.2026 - F8944859 - Motivo 'Q' (faixa abaixo da
      *        recuperacao minima no modo de recuperacao, modo 'P').
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCR0641.
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
               SELECT  RASTRO     ASSIGN  TO  UT-S-RASTRO.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD641.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    RASTRO entra na SORT como USING - o RECORD da FD bate com o
      *    tamanho real do registro fisico (ARCKRSTR).
       FD  RASTRO
           BLOCK 0 RECORDS
           RECORD  450
           RECORDING MODE IS F.

       01  RASTRO-REGISTRO                 PIC  X(450).

       SD  WK-ORDENACAO
           RECORD  450.

       01  WKORD-REGISTRO.
-INC ARCKRSTR

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCR0641 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.

      *    Motivos gravados pelo motor em RST-CD-MTV, na ordem em que
      *    a contagem por motivo e impressa
       77  CTE-QT-MTV                   PIC  9(02) VALUE 14.
       01  TABELA-MTV.
           03  FILLER                   PIC  X(25)
               VALUE 'AAceita no top-3'.
           03  FILLER                   PIC  X(25)
               VALUE 'RVencida no ranking'.
           03  FILLER                   PIC  X(25)
               VALUE 'DDeslocada do top-3'.
           03  FILLER                   PIC  X(25)
               VALUE 'XExcluida pela lista'.
           03  FILLER                   PIC  X(25)
               VALUE 'IGrupo incompativel'.
           03  FILLER                   PIC  X(25)
               VALUE 'BFora da banda aci/abx'.
           03  FILLER                   PIC  X(25)
               VALUE 'PPodada limiar entrada'.
           03  FILLER                   PIC  X(25)
               VALUE 'LAcima limiar Resultado'.
           03  FILLER                   PIC  X(25)
               VALUE 'ZSem prazo remanescente'.
           03  FILLER                   PIC  X(25)
               VALUE 'MMeta PCLD nao atingida'.
           03  FILLER                   PIC  X(25)
               VALUE 'GSem reversao liquida'.
           03  FILLER                   PIC  X(25)
               VALUE 'QAbaixo recuperacao min.'.
           03  FILLER                   PIC  X(25)
               VALUE 'FOpcao final'.
           03  FILLER                   PIC  X(25)
               VALUE 'TRastro truncado'.

       01  FILLER REDEFINES TABELA-MTV.
           03  TAB-MTV OCCURS 14 TIMES.
               05  TAB-MTV-CD           PIC  X(01).
               05  TAB-MTV-TX           PIC  X(24).

      *    Descricao do Resultado - posicao IC-RSTD + 1 (00 e a
      *    combinacao inteira, antes de chegar a Resultado algum)
       01  TABELA-RSTD.
           03  FILLER                   PIC  X(40)
               VALUE 'Combinacao (antes dos Resultados)'.
           03  FILLER                   PIC  X(40)
               VALUE 'Menor Amortizacao'.
           03  FILLER                   PIC  X(40)
               VALUE 'Maior Amortizacao'.
           03  FILLER                   PIC  X(40)
               VALUE 'Melhor Indice Amortizacao/PCLD'.
           03  FILLER                   PIC  X(40)
               VALUE 'Melhor IC na banda da mediana'.
           03  FILLER                   PIC  X(40)
               VALUE 'Melhor reversao PCLD com a entrada'.
           03  FILLER                   PIC  X(40)
               VALUE 'Reversao faixa entrada/prazo/garantia'.
           03  FILLER                   PIC  X(40)
               VALUE 'Reversao faixa entrada/prazo/garantia'.
           03  FILLER                   PIC  X(40)
               VALUE 'Reversao faixa entrada/prazo/garantia'.
           03  FILLER                   PIC  X(40)
               VALUE 'Reversao faixa entrada/prazo/garantia'.
           03  FILLER                   PIC  X(40)
               VALUE 'Reversao faixa entrada/prazo/garantia'.
           03  FILLER                   PIC  X(40)
               VALUE 'Reversao faixa entrada/prazo/garantia'.
           03  FILLER                   PIC  X(40)
               VALUE 'Reversao faixa entrada/prazo/garantia'.
           03  FILLER                   PIC  X(40)
               VALUE 'Reversao faixa entrada/prazo/garantia'.
           03  FILLER                   PIC  X(40)
               VALUE 'Reversao faixa entrada/prazo/garantia'.
           03  FILLER                   PIC  X(40)
               VALUE 'Reversao faixa entrada/prazo/garantia'.

       01  FILLER REDEFINES TABELA-RSTD.
           03  TAB-RSTD   OCCURS 16 TIMES   PIC  X(40).

      *    Contagem por motivo no Resultado corrente e no relatorio
       01  GRP-CONTAGEM.
           03  WK-QT-MTV-RSTD OCCURS 14 TIMES
                                            PIC S9(09) COMP-5.
           03  WK-QT-MTV-TOT  OCCURS 14 TIMES
                                            PIC S9(09) COMP-5.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-ORDENACAO-SW             PIC  X(01) VALUE 'N'.
               88  FIM-ORDENACAO                        VALUE 'S'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-CHAVE-RQSC-ANT            PIC  X(59) VALUE SPACES.
           03  WK-IC-RSTD-ANT               PIC  9(02) VALUE ZEROS.
           03  IX-MTV                       PIC  9(04) COMP-5.
           03  IX-MTV-ACHOU                 PIC  9(04) COMP-5.
           03  IX-CBN                       PIC  9(04) COMP-5.
           03  IX-RSTD-TAB                  PIC  9(04) COMP-5.
           03  WK-QT-CBN                    PIC  9(04) COMP-5.
           03  WK-QT-CBN-LINHA              PIC  9(04) COMP-5.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FORA-FILTRO            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-IMPRESSOS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-RQSC                   PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-TRUNCADAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  FILLER                       PIC  X(13).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-2                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-3                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-MTV                   PIC ZZZZZZZZ9.
           03  DSP-NR-SEQ                   PIC ZZZZZZZZ9.
           03  DSP-NR-RQSC                  PIC ZZZZ9.
           03  DSP-IC-RSTD                  PIC  9(02).
           03  DSP-IC-OPC                   PIC  X(01).
           03  DSP-VL-CRIT                  PIC ZZ.ZZZ.ZZZ.ZZ9,999999.
           03  DSP-VL-LIM                   PIC ZZ.ZZZ.ZZZ.ZZ9,999999.
           03  DSP-VL-AMTR                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-PCLD                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-ENTD                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-CD-GR-PRD                PIC  9(04).
           03  DSP-CD-FXA-RVSA              PIC  9(04).

       01  WK-PONTEIRO                      PIC S9(04) COMP-5.
       01  WK-TX-MTV                        PIC  X(24).

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  PARM1.
           03  PARM-CD-ORIG                 PIC  X(08).
           03  PARM-ID-RSTR                 PIC  X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC
           INITIALIZE GRP-CONTAGEM

           IF  PARM-CD-ORIG EQUAL LOW-VALUES
               MOVE SPACES              TO PARM-CD-ORIG
           END-IF
           IF  PARM-ID-RSTR EQUAL LOW-VALUES
               MOVE SPACES              TO PARM-ID-RSTR
           END-IF

           OPEN OUTPUT RELATORIO

           SORT WK-ORDENACAO
               ON ASCENDING KEY RST-CD-ORIG
               ON ASCENDING KEY RST-ID-RSTR
               ON ASCENDING KEY RST-DT-RQSC
               ON ASCENDING KEY RST-HR-RQSC
               ON ASCENDING KEY RST-NR-RQSC
               ON ASCENDING KEY RST-IC-RSTD
               ON ASCENDING KEY RST-NR-SEQ
               USING RASTRO
               OUTPUT PROCEDURE IS 100000-PROCESSAR-ORDENADOS

           IF  WK-QT-RQSC EQUAL ZEROS
               MOVE SPACES              TO RELATORIO-LINHA
               STRING '  *** NENHUMA REQUISICAO RASTREADA'
                   ' NO FILTRO INFORMADO ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               MOVE 4                   TO RETURN-CODE
           END-IF

           PERFORM 950000-IMPRIMIR-RODAPE

           IF  WK-QT-TRUNCADAS GREATER ZEROS
               MOVE 4                   TO RETURN-CODE
           END-IF

           CLOSE RELATORIO

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       100000-PROCESSAR-ORDENADOS SECTION.
      *-----------------------------------------------------------------
      *    OUTPUT PROCEDURE da SORT - registros ja em ordem de
      *    requisicao, Resultado e sequencia de gravacao pelo motor.

           PERFORM UNTIL FIM-ORDENACAO
               RETURN WK-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
               END-RETURN
               IF  NOT FIM-ORDENACAO
                   PERFORM 110000-TRATAR-REGISTRO
               END-IF
           END-PERFORM

           IF  WK-QT-RQSC GREATER ZEROS
               PERFORM 300000-FECHAR-RESULTADO
           END-IF

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       110000-TRATAR-REGISTRO SECTION.
      *-----------------------------------------------------------------
      *    Quebra por requisicao (origem, identificacao, data/hora e
      *    numero da requisicao na execucao do motor) e por Resultado.

           ADD  1                       TO WK-QT-LIDOS

           IF  PARM-CD-ORIG NOT EQUAL SPACES
           AND PARM-CD-ORIG NOT EQUAL RST-CD-ORIG
               ADD  1                   TO WK-QT-FORA-FILTRO
               GO TO 110000-SAI
           END-IF

           IF  PARM-ID-RSTR NOT EQUAL SPACES
           AND PARM-ID-RSTR NOT EQUAL RST-ID-RSTR
               ADD  1                   TO WK-QT-FORA-FILTRO
               GO TO 110000-SAI
           END-IF

           IF  RST-CHAVE(1:59) NOT EQUAL WK-CHAVE-RQSC-ANT
               IF  WK-QT-RQSC GREATER ZEROS
                   PERFORM 300000-FECHAR-RESULTADO
               END-IF
               PERFORM 200000-ABRIR-REQUISICAO
               PERFORM 250000-ABRIR-RESULTADO
           ELSE
               IF  RST-IC-RSTD NOT EQUAL WK-IC-RSTD-ANT
                   PERFORM 300000-FECHAR-RESULTADO
                   PERFORM 250000-ABRIR-RESULTADO
               END-IF
           END-IF

           PERFORM 400000-IMPRIMIR-DETALHE

           .
       110000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-ABRIR-REQUISICAO SECTION.
      *-----------------------------------------------------------------

           ADD  1                       TO WK-QT-RQSC
           MOVE RST-CHAVE(1:59)         TO WK-CHAVE-RQSC-ANT

      *    Requisicao nova nao comeca no pe da pagina
           IF  WK-NR-LINHA GREATER WK-MAX-LINHAS-PAG - 8
               MOVE WK-MAX-LINHAS-PAG   TO WK-NR-LINHA
           END-IF

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE RST-NR-RQSC             TO DSP-NR-RQSC
           MOVE RST-VL-ENTD             TO DSP-VL-ENTD
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Requisicao ' DSP-NR-RQSC
               ' - Origem: ' RST-CD-ORIG
               ' Identificacao: ' RST-ID-RSTR
               ' Em: ' RST-DT-RQSC ' ' RST-HR-RQSC
               ' Modo: ' RST-TP-MODO
               ' Entrada: ' DSP-VL-ENTD
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE ALL '='                 TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       250000-ABRIR-RESULTADO SECTION.
      *-----------------------------------------------------------------

           MOVE RST-IC-RSTD             TO WK-IC-RSTD-ANT
           PERFORM VARYING IX-MTV FROM 1 BY 1
           UNTIL IX-MTV GREATER CTE-QT-MTV
               MOVE ZEROS               TO WK-QT-MTV-RSTD(IX-MTV)
           END-PERFORM

           COMPUTE IX-RSTD-TAB = RST-IC-RSTD + 1
           IF  IX-RSTD-TAB GREATER 16
               MOVE 16                  TO IX-RSTD-TAB
           END-IF
           MOVE RST-IC-RSTD             TO DSP-IC-RSTD

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Resultado ' DSP-IC-RSTD ' - ' TAB-RSTD(IX-RSTD-TAB)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '        Seq Motivo                   Opc'
               '              Criterio                Limite'
               '       Amortizacao              PCLD'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       250000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-FECHAR-RESULTADO SECTION.
      *-----------------------------------------------------------------
      *    Contagem por motivo do Resultado que termina - so os
      *    motivos que ocorreram.

           MOVE WK-IC-RSTD-ANT          TO DSP-IC-RSTD
           MOVE SPACES                  TO RELATORIO-LINHA
           MOVE 1                       TO WK-PONTEIRO
           STRING
               '    Total do Resultado ' DSP-IC-RSTD ':'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
               WITH POINTER WK-PONTEIRO
           END-STRING

           PERFORM VARYING IX-MTV FROM 1 BY 1
           UNTIL IX-MTV GREATER CTE-QT-MTV
               IF  WK-QT-MTV-RSTD(IX-MTV) GREATER ZEROS
                   MOVE WK-QT-MTV-RSTD(IX-MTV) TO DSP-QT-MTV
                   STRING
                       ' ' TAB-MTV-CD(IX-MTV) '=' DSP-QT-MTV
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WITH POINTER WK-PONTEIRO
                   END-STRING
               END-IF
           END-PERFORM
           PERFORM 900000-ESCREVER-LINHA

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-IMPRIMIR-DETALHE SECTION.
      *-----------------------------------------------------------------
      *    Uma linha por registro do rastro com o motivo e os valores
      *    confrontados, seguida da combinacao (grupo/faixa), dez
      *    pares por linha.

           ADD  1                       TO WK-QT-IMPRESSOS

           MOVE ZEROS                   TO IX-MTV-ACHOU
           PERFORM VARYING IX-MTV FROM 1 BY 1
           UNTIL IX-MTV GREATER CTE-QT-MTV
           OR IX-MTV-ACHOU GREATER ZEROS
               IF  TAB-MTV-CD(IX-MTV) EQUAL RST-CD-MTV
                   MOVE IX-MTV          TO IX-MTV-ACHOU
               END-IF
           END-PERFORM

           IF  IX-MTV-ACHOU GREATER ZEROS
               MOVE TAB-MTV-TX(IX-MTV-ACHOU) TO WK-TX-MTV
               ADD  1          TO WK-QT-MTV-RSTD(IX-MTV-ACHOU)
               ADD  1          TO WK-QT-MTV-TOT (IX-MTV-ACHOU)
           ELSE
               MOVE SPACES              TO WK-TX-MTV
               STRING 'Motivo desconhecido ' RST-CD-MTV
                   DELIMITED BY SIZE INTO WK-TX-MTV
               END-STRING
           END-IF

           IF  RST-TRUNCADO
               ADD  1                   TO WK-QT-TRUNCADAS
           END-IF

           MOVE RST-NR-SEQ              TO DSP-NR-SEQ
           IF  RST-IC-OPC GREATER ZEROS
               MOVE RST-IC-OPC          TO DSP-IC-OPC
           ELSE
               MOVE SPACES              TO DSP-IC-OPC
           END-IF
           MOVE RST-VL-CRIT             TO DSP-VL-CRIT
           MOVE RST-VL-LIM              TO DSP-VL-LIM
           MOVE RST-VL-AMTR             TO DSP-VL-AMTR
           MOVE RST-VL-PCLD             TO DSP-VL-PCLD

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  ' DSP-NR-SEQ ' ' WK-TX-MTV '  ' DSP-IC-OPC
               ' ' DSP-VL-CRIT ' ' DSP-VL-LIM
               ' ' DSP-VL-AMTR ' ' DSP-VL-PCLD
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE RST-QT-CBN              TO WK-QT-CBN
           IF  WK-QT-CBN GREATER 30
               MOVE 30                  TO WK-QT-CBN
           END-IF

           MOVE ZEROS                   TO WK-QT-CBN-LINHA
           PERFORM VARYING IX-CBN FROM 1 BY 1
           UNTIL IX-CBN GREATER WK-QT-CBN
               IF  WK-QT-CBN-LINHA EQUAL ZEROS
                   MOVE SPACES          TO RELATORIO-LINHA
                   MOVE 1               TO WK-PONTEIRO
                   STRING '              Combinacao:'
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WITH POINTER WK-PONTEIRO
                   END-STRING
               END-IF
               MOVE RST-CD-GR-PRD  (IX-CBN) TO DSP-CD-GR-PRD
               MOVE RST-CD-FXA-RVSA(IX-CBN) TO DSP-CD-FXA-RVSA
               STRING ' ' DSP-CD-GR-PRD '/' DSP-CD-FXA-RVSA
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WITH POINTER WK-PONTEIRO
               END-STRING
               ADD  1                   TO WK-QT-CBN-LINHA
               IF  WK-QT-CBN-LINHA EQUAL 10
               OR  IX-CBN EQUAL WK-QT-CBN
                   PERFORM 900000-ESCREVER-LINHA
                   MOVE ZEROS           TO WK-QT-CBN-LINHA
               END-IF
           END-PERFORM

           .
       400000-SAI.
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
               'Rastro de Decisao do Motor ARCSB628 por Resultado'
               ' - MotorPCLD - ' DTH-DATA
               '                       Pagina: ' DSP-NR-PAG
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           IF  PARM-CD-ORIG NOT EQUAL SPACES
           OR  PARM-ID-RSTR NOT EQUAL SPACES
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   'Filtro - Origem: ' PARM-CD-ORIG
                   ' Identificacao: ' PARM-ID-RSTR
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               ADD  1                   TO WK-NR-LINHA
           END-IF

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
      *    Totais da execucao e legenda dos motivos com a contagem de
      *    todas as requisicoes impressas.

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-RQSC              TO DSP-QT
           MOVE WK-QT-LIDOS             TO DSP-QT-2
           MOVE WK-QT-FORA-FILTRO       TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Requisicoes rastreadas: ' DSP-QT
               '   Registros lidos: ' DSP-QT-2
               '   Fora do filtro: ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           PERFORM VARYING IX-MTV FROM 1 BY 1
           UNTIL IX-MTV GREATER CTE-QT-MTV
               MOVE WK-QT-MTV-TOT(IX-MTV) TO DSP-QT
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  ' TAB-MTV-CD(IX-MTV) ' - ' TAB-MTV-TX(IX-MTV)
                   ' ' DSP-QT
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-PERFORM

           DISPLAY CTE-PROG ' Lidos: ' WK-QT-LIDOS
               ' Requisicoes: ' WK-QT-RQSC
               ' Impressos: ' WK-QT-IMPRESSOS

           .
       950000-SAI.
           EXIT.
