      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCR0640
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Matriz mensal de migracao de PCLD para a
      *             controladoria e o regulador. Le o retrato datado
      *             de um mes (SNAPSHOT, book ARCKMIGR, gravado por
      *             ARCP0655) - nunca a AUDITORIA viva, entao o
      *             relatorio de um mes fechado pode ser reemitido a
      *             qualquer tempo com os mesmos numeros - e monta,
      *             por grupo de produto e faixa de risco, o PCLD na
      *             precificacao das propostas aplicadas no mes, o
      *             PCLD revertido pelas propostas cumpridas no mes, o
      *             PCLD prometido e nao realizado das descumpridas no
      *             mes e o PCLD das aplicacoes canceladas no mes, com
      *             total por grupo e total geral. Valores da faixa
      *             sao os congelados no retrato (VL-PCLD do CADOPR no
      *             fechamento do mes em que a linha entrou nele).
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Linhas de recuperacao de
      *        contrato baixado a prejuizo (MGR-RUBR-RECUPERACAO) ficam
      *        fora da matriz de PCLD - rubrica propria, sem reversao -
      *        e saem em linha separada no rodape, com o caixa
      *        recuperado da faixa (VL-AMTR) nas mesmas quatro colunas.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCR0640.
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
               SELECT  SNAPSHOT   ASSIGN  TO  UT-S-SNAPSHOT.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  SNAPSHOT
           BLOCK 0 RECORDS
           RECORD  150
           RECORDING MODE IS F.

       01  SNAPSHOT-REGISTRO.
-INC ARCKMIGR

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCR0640 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.

      *    Colunas da matriz: 1 aplicadas no mes (PCLD na
      *    precificacao), 2 cumpridas (PCLD revertido), 3
      *    descumpridas (PCLD prometido nao realizado), 4 canceladas
       77  CTE-COL-APLC                 PIC  9(01) VALUE 1.
       77  CTE-COL-CMPR                 PIC  9(01) VALUE 2.
       77  CTE-COL-DESC                 PIC  9(01) VALUE 3.
       77  CTE-COL-CANC                 PIC  9(01) VALUE 4.

      *    Celulas da matriz - mantidas em ordem de chave (grupo,
      *    faixa) na inclusao, para o relatorio sair ordenado sem
      *    nova classificacao
       01  GRP-MATRIZ.
           03  WK-QT-MTZ                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-MTZ                       PIC  9(04) COMP-5.
           03  IX-MTZ-ACHOU                 PIC  9(04) COMP-5.
           03  IX-MOV                       PIC  9(04) COMP-5.
           03  IX-COL                       PIC  9(04) COMP-5.
           03  WK-MTZ-CHEIO-SW              PIC  X(01) VALUE 'N'.
               88  WK-MTZ-CHEIO-AVSD        VALUE 'S'.
           03  WK-MTZ-NOVA-SW               PIC  X(01).
               88  WK-MTZ-NOVA              VALUE 'S'.
           03  WK-CHAVE-MTZ-NOVA.
               05  WK-NOVA-CD-GR            PIC  9(04).
               05  WK-NOVA-CD-FXA           PIC  9(04).
           03  WK-TB-MTZ OCCURS 2000 TIMES.
               05  WK-MTZ-CHAVE.
                   07  WK-MTZ-CD-GR         PIC  9(04).
                   07  WK-MTZ-CD-FXA        PIC  9(04).
               05  WK-MTZ-CELULAS.
                   07  WK-MTZ-COL OCCURS 4 TIMES.
                       09  WK-MTZ-QT        PIC S9(09) COMP-5.
                       09  WK-MTZ-VL-PCLD   PIC S9(15)V99 COMP-3.

      *    Linha em impressao, total do grupo e total geral - mesmo
      *    formato das celulas da matriz
       01  GRP-IMPRESSAO.
           03  WK-IMP-COL OCCURS 4 TIMES.
               05  WK-IMP-QT                PIC S9(09) COMP-5.
               05  WK-IMP-VL-PCLD           PIC S9(15)V99 COMP-3.

       01  GRP-SUBTOTAL.
           03  WK-SUB-COL OCCURS 4 TIMES.
               05  WK-SUB-QT                PIC S9(09) COMP-5.
               05  WK-SUB-VL-PCLD           PIC S9(15)V99 COMP-3.

       01  GRP-TOTAL.
           03  WK-TOT-COL OCCURS 4 TIMES.
               05  WK-TOT-QT                PIC S9(09) COMP-5.
               05  WK-TOT-VL-PCLD           PIC S9(15)V99 COMP-3.

      *    Recuperacao de baixados a prejuizo - caixa recuperado da
      *    faixa em lugar do PCLD, fora da matriz (vide VRS002)
       01  GRP-RECUPERACAO.
           03  WK-RCP-COL OCCURS 4 TIMES.
               05  WK-RCP-QT                PIC S9(09) COMP-5.
               05  WK-RCP-VL-CAIXA          PIC S9(15)V99 COMP-3.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-SNAPSHOT-SW              PIC  X(01) VALUE 'N'.
               88  FIM-SNAPSHOT                         VALUE 'S'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-AAAAMM-REF                PIC  9(06) VALUE ZEROS.
           03  WK-DT-SNAP                   PIC  9(08) VALUE ZEROS.
           03  WK-CD-GR-ANT                 PIC  X(04).
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-MVTO               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-OUTRO-MES              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-AUSENTE            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-VL-AMTR-APLC              PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  FILLER                       PIC  X(13).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-2                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-3                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-CEL                   PIC ZZZ.ZZ9.
           03  DSP-VL                       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-2                     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-PC                       PIC ZZ9,9.

       01  WK-PC-CALC                       PIC S9(03)V9 COMP-3.
       01  WK-PONTEIRO                      PIC S9(04) COMP-5.
       01  WK-TX-ROTULO                     PIC  X(12).

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC
           INITIALIZE GRP-TOTAL
                      GRP-RECUPERACAO

           OPEN INPUT SNAPSHOT
           OPEN OUTPUT RELATORIO

           PERFORM UNTIL FIM-SNAPSHOT
               READ SNAPSHOT
                   AT END
                       SET  FIM-SNAPSHOT TO TRUE
                   NOT AT END
                       PERFORM 400000-TRATAR-LINHA
               END-READ
           END-PERFORM

           IF  WK-QT-LIDOS EQUAL ZEROS
               MOVE SPACES              TO RELATORIO-LINHA
               STRING '  *** RETRATO VAZIO - NADA A APURAR ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               MOVE 4                   TO RETURN-CODE
           ELSE
               PERFORM 800000-IMPRIMIR-MATRIZ
               PERFORM 950000-IMPRIMIR-RODAPE
           END-IF

           IF  WK-QT-OUTRO-MES   GREATER ZEROS
           OR  WK-QT-FXA-AUSENTE GREATER ZEROS
               MOVE 4                   TO RETURN-CODE
           END-IF

           CLOSE SNAPSHOT
           CLOSE RELATORIO

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       400000-TRATAR-LINHA SECTION.
      *-----------------------------------------------------------------
      *    O mes do retrato e o do primeiro registro; registro de outro
      *    mes (datasets concatenados por engano) fica fora. Linha sem
      *    aplicacao nem movimento no mes nao entra na matriz.

           ADD  1                       TO WK-QT-LIDOS

           IF  WK-QT-LIDOS EQUAL 1
               MOVE MGR-AAAAMM-REF      TO WK-AAAAMM-REF
               MOVE MGR-DT-SNAP         TO WK-DT-SNAP
           END-IF

           IF  MGR-AAAAMM-REF NOT EQUAL WK-AAAAMM-REF
               ADD  1                   TO WK-QT-OUTRO-MES
               GO TO 400000-SAI
           END-IF

           IF  NOT MGR-APLICADA-MES
           AND MGR-SEM-MVTO
               ADD  1                   TO WK-QT-SEM-MVTO
               GO TO 400000-SAI
           END-IF

           IF  MGR-FXA-AUSENTE
               ADD  1                   TO WK-QT-FXA-AUSENTE
           END-IF

           IF  MGR-RUBR-RECUPERACAO
               PERFORM 450000-SOMAR-RECUPERACAO
               GO TO 400000-SAI
           END-IF

           PERFORM 700000-LOCALIZAR-CELULA

           IF  IX-MTZ-ACHOU EQUAL ZEROS
               GO TO 400000-SAI
           END-IF

           IF  MGR-APLICADA-MES
               MOVE CTE-COL-APLC        TO IX-COL
               PERFORM 750000-SOMAR-CELULA
               ADD  MGR-VL-AMTR         TO WK-VL-AMTR-APLC
           END-IF

           EVALUATE TRUE
               WHEN MGR-MVTO-CUMPRIDA
                   MOVE CTE-COL-CMPR    TO IX-COL
                   PERFORM 750000-SOMAR-CELULA
               WHEN MGR-MVTO-DESCUMPRIDA
                   MOVE CTE-COL-DESC    TO IX-COL
                   PERFORM 750000-SOMAR-CELULA
               WHEN MGR-MVTO-CANCELADA
                   MOVE CTE-COL-CANC    TO IX-COL
                   PERFORM 750000-SOMAR-CELULA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       450000-SOMAR-RECUPERACAO SECTION.
      *-----------------------------------------------------------------
      *    Linha de recuperacao: mesmas colunas da matriz, somando o
      *    caixa recuperado da faixa (VL-AMTR) em lugar do PCLD.

           IF  MGR-APLICADA-MES
               MOVE CTE-COL-APLC        TO IX-COL
               ADD  1                   TO WK-RCP-QT(IX-COL)
               ADD  MGR-VL-AMTR         TO WK-RCP-VL-CAIXA(IX-COL)
           END-IF

           EVALUATE TRUE
               WHEN MGR-MVTO-CUMPRIDA
                   MOVE CTE-COL-CMPR    TO IX-COL
               WHEN MGR-MVTO-DESCUMPRIDA
                   MOVE CTE-COL-DESC    TO IX-COL
               WHEN MGR-MVTO-CANCELADA
                   MOVE CTE-COL-CANC    TO IX-COL
               WHEN OTHER
                   GO TO 450000-SAI
           END-EVALUATE

           ADD  1                       TO WK-RCP-QT(IX-COL)
           ADD  MGR-VL-AMTR             TO WK-RCP-VL-CAIXA(IX-COL)

           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-LOCALIZAR-CELULA SECTION.
      *-----------------------------------------------------------------
      *    Localiza a celula (grupo, faixa) ou a inclui na posicao da
      *    sua chave, deslocando as seguintes. Tabela cheia: linha fora
      *    da matriz (IX-MTZ-ACHOU zero), avisada no SYSOUT (RC 4).

           MOVE MGR-CD-GR-PRD           TO WK-NOVA-CD-GR
           MOVE MGR-CD-FXA-RVSA         TO WK-NOVA-CD-FXA

           MOVE ZEROS                   TO IX-MTZ-ACHOU
           PERFORM VARYING IX-MTZ FROM 1 BY 1
           UNTIL IX-MTZ GREATER WK-QT-MTZ
           OR IX-MTZ-ACHOU GREATER ZEROS
               IF  WK-MTZ-CHAVE(IX-MTZ) NOT LESS WK-CHAVE-MTZ-NOVA
                   MOVE IX-MTZ          TO IX-MTZ-ACHOU
               END-IF
           END-PERFORM

           MOVE 'S'                     TO WK-MTZ-NOVA-SW
           IF  IX-MTZ-ACHOU EQUAL ZEROS
               COMPUTE IX-MTZ-ACHOU = WK-QT-MTZ + 1
           ELSE
               IF  WK-MTZ-CHAVE(IX-MTZ-ACHOU) EQUAL WK-CHAVE-MTZ-NOVA
                   MOVE 'N'             TO WK-MTZ-NOVA-SW
               END-IF
           END-IF

           IF  WK-MTZ-NOVA
               IF  WK-QT-MTZ NOT LESS 2000
                   IF  NOT WK-MTZ-CHEIO-AVSD
                       DISPLAY CTE-PROG ' Matriz cheia (2000 celulas)'
                           ' - excedente ignorado'
                       SET  WK-MTZ-CHEIO-AVSD TO TRUE
                       MOVE 4           TO RETURN-CODE
                   END-IF
                   MOVE ZEROS           TO IX-MTZ-ACHOU
                   GO TO 700000-SAI
               END-IF
               PERFORM VARYING IX-MOV FROM WK-QT-MTZ BY -1
               UNTIL IX-MOV LESS IX-MTZ-ACHOU
                   MOVE WK-TB-MTZ(IX-MOV) TO WK-TB-MTZ(IX-MOV + 1)
               END-PERFORM
               ADD  1                   TO WK-QT-MTZ
               INITIALIZE WK-TB-MTZ(IX-MTZ-ACHOU)
               MOVE WK-CHAVE-MTZ-NOVA   TO WK-MTZ-CHAVE(IX-MTZ-ACHOU)
           END-IF

           .
       700000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       750000-SOMAR-CELULA SECTION.
      *-----------------------------------------------------------------

           ADD  1                  TO WK-MTZ-QT(IX-MTZ-ACHOU IX-COL)
           ADD  MGR-VL-PCLD    TO WK-MTZ-VL-PCLD(IX-MTZ-ACHOU IX-COL)
           ADD  1                       TO WK-TOT-QT(IX-COL)
           ADD  MGR-VL-PCLD             TO WK-TOT-VL-PCLD(IX-COL)

           .
       750000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       800000-IMPRIMIR-MATRIZ SECTION.
      *-----------------------------------------------------------------
      *    Uma linha por celula (grupo, faixa), total a cada quebra de
      *    grupo e total geral no fim.

           MOVE HIGH-VALUES             TO WK-CD-GR-ANT

           PERFORM VARYING IX-MTZ FROM 1 BY 1
           UNTIL IX-MTZ GREATER WK-QT-MTZ

               IF  WK-MTZ-CD-GR(IX-MTZ) NOT EQUAL WK-CD-GR-ANT
                   IF  IX-MTZ GREATER 1
                       PERFORM 810000-IMPRIMIR-TOTAL-GRUPO
                   END-IF
                   MOVE WK-MTZ-CD-GR(IX-MTZ) TO WK-CD-GR-ANT
                   INITIALIZE GRP-SUBTOTAL
               END-IF

               PERFORM VARYING IX-COL FROM 1 BY 1
               UNTIL IX-COL GREATER 4
                   ADD  WK-MTZ-QT(IX-MTZ IX-COL)
                                        TO WK-SUB-QT(IX-COL)
                   ADD  WK-MTZ-VL-PCLD(IX-MTZ IX-COL)
                                        TO WK-SUB-VL-PCLD(IX-COL)
               END-PERFORM

               MOVE WK-MTZ-CELULAS(IX-MTZ) TO GRP-IMPRESSAO
               MOVE SPACES              TO WK-TX-ROTULO
               STRING ' ' WK-MTZ-CD-GR(IX-MTZ)
                   '  ' WK-MTZ-CD-FXA(IX-MTZ)
                   DELIMITED BY SIZE INTO WK-TX-ROTULO
               END-STRING
               PERFORM 850000-FORMATAR-LINHA

           END-PERFORM

           IF  WK-QT-MTZ GREATER ZEROS
               PERFORM 810000-IMPRIMIR-TOTAL-GRUPO
           END-IF

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE GRP-TOTAL               TO GRP-IMPRESSAO
           MOVE 'Total geral'           TO WK-TX-ROTULO
           PERFORM 850000-FORMATAR-LINHA

           .
       800000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       810000-IMPRIMIR-TOTAL-GRUPO SECTION.
      *-----------------------------------------------------------------

           MOVE GRP-SUBTOTAL            TO GRP-IMPRESSAO
           MOVE SPACES                  TO WK-TX-ROTULO
           STRING ' ' WK-CD-GR-ANT ' Total'
               DELIMITED BY SIZE INTO WK-TX-ROTULO
           END-STRING
           PERFORM 850000-FORMATAR-LINHA

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           .
       810000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       850000-FORMATAR-LINHA SECTION.
      *-----------------------------------------------------------------
      *    Rotulo (WK-TX-ROTULO) e as quatro colunas de GRP-IMPRESSAO,
      *    quantidade e PCLD de cada uma.

           MOVE SPACES                  TO RELATORIO-LINHA
           MOVE 1                       TO WK-PONTEIRO
           STRING WK-TX-ROTULO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
               WITH POINTER WK-PONTEIRO
           END-STRING

           PERFORM VARYING IX-COL FROM 1 BY 1
           UNTIL IX-COL GREATER 4
               MOVE WK-IMP-QT(IX-COL)      TO DSP-QT-CEL
               MOVE WK-IMP-VL-PCLD(IX-COL) TO DSP-VL
               STRING ' ' DSP-QT-CEL ' ' DSP-VL
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WITH POINTER WK-PONTEIRO
               END-STRING
           END-PERFORM

           PERFORM 900000-ESCREVER-LINHA

           .
       850000-SAI.
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
               'Migracao de PCLD por Grupo e Faixa - Retrato '
               WK-AAAAMM-REF ' de ' WK-DT-SNAP
               ' - MotorPCLD - ' DTH-DATA
               '            Pagina: ' DSP-NR-PAG
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '            '
               ' --- Aplicadas no mes ----'
               ' ------- Cumpridas -------'
               ' ------ Descumpridas -----'
               ' ------- Canceladas ------'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Grupo Faixa '
               '    Qtde PCLD precificacao'
               '    Qtde    PCLD revertido'
               '    Qtde  PCLD n/realizado'
               '    Qtde    PCLD cancelado'
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

           IF  WK-TOT-VL-PCLD(CTE-COL-APLC) GREATER ZEROS
               COMPUTE WK-PC-CALC ROUNDED =
                   WK-TOT-VL-PCLD(CTE-COL-CMPR) * 100
                   / WK-TOT-VL-PCLD(CTE-COL-APLC)
               END-COMPUTE
           ELSE
               MOVE ZEROS               TO WK-PC-CALC
           END-IF
           MOVE WK-PC-CALC              TO DSP-PC
           MOVE WK-TOT-VL-PCLD(CTE-COL-APLC) TO DSP-VL
           MOVE WK-TOT-VL-PCLD(CTE-COL-CMPR) TO DSP-VL-2
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'PCLD na precificacao (antes): ' DSP-VL
               '   PCLD revertido (depois): ' DSP-VL-2
               ' (' DSP-PC '%)'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Recuperacao de contratos baixados a prejuizo - rubrica'
               ' propria, fora da matriz (valores = caixa recuperado'
               ' da faixa):'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA
           MOVE GRP-RECUPERACAO         TO GRP-IMPRESSAO
           MOVE 'Recuperacao'           TO WK-TX-ROTULO
           PERFORM 850000-FORMATAR-LINHA
           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-VL-AMTR-APLC         TO DSP-VL
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Amortizacao das faixas aplicadas no mes: ' DSP-VL
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-LIDOS             TO DSP-QT
           MOVE WK-QT-SEM-MVTO          TO DSP-QT-2
           MOVE WK-QT-OUTRO-MES         TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Linhas do retrato: ' DSP-QT
               '   Sem movimento no mes: ' DSP-QT-2
               '   De outro mes (ignoradas): ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-FXA-AUSENTE       TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Linhas com faixa fora do CADOPR no congelamento'
               ' (PCLD zero): ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           DISPLAY CTE-PROG ' Retrato: ' WK-AAAAMM-REF
               ' Lidos: ' WK-QT-LIDOS
               ' Celulas: ' WK-QT-MTZ

           .
       950000-SAI.
           EXIT.
