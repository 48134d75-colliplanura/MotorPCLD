      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCP0652
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Simulacao de politica sobre a carteira inteira
      *             (what-if) antes de o comite mexer nos parametros
      *             do motor. Le o ENTRADA como o lote noturno (lote
      *             por cliente, ate 30 contas), localiza as faixas no
      *             CADOPR (ARCSB627) e precifica cada lote DUAS vezes
      *             pelo ponto de entrada de lote 'COMBINA' do
      *             ARCSB628: uma com a politica vigente e outra com a
      *             politica proposta no arquivo CENARIO (book
      *             ARCKCENA - bandas acima/abaixo, bandas de
      *             percentual de entrada e taxa de referencia). O
      *             relatorio mostra, por grupo de produto e
      *             Resultado, a variacao da quantidade de Resultados
      *             viaveis, do PCLD revertido e da entrada minima
      *             exigida (amortizacao das faixas da melhor opcao),
      *             mais o quadro por Resultado. E simulacao: nao
      *             grava AUDITORIA, INTERFAC nem EVENTOS. PARM-ENTD e
      *             o mesmo valor de entrada usado pelo lote noturno.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Garantia de cada conta segue
      *        para o motor nos dois lados; Resultado de garantia (o
      *        ultimo da resposta, logo apos o de prazo) recebe codigo
      *        proprio (CTE-RSTD-GRNT) e linha 'Grnt' no quadro.
      * VRS003 15.10.2026 - F8944859 - Conta baixada a prejuizo
      *        (ARCSB627-IC-PRJZ-OPR) fica fora dos dois lados - a
      *        politica simulada e a de reversao de PCLD e o lote
      *        noturno precifica as baixadas a parte, em modo
      *        recuperacao. Contadas no rodape.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCP0652.
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
               SELECT  ENTRADA    ASSIGN  TO  UT-S-ENTRADA.
               SELECT  CENARIO    ASSIGN  TO  UT-S-CENARIO.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  ENTRADA
           BLOCK 0 RECORDS
           RECORD  43
           RECORDING MODE IS F.

       01  ENTRADA-REGISTRO.
           03  ENTRADA-SIS             PIC  X(03).
           03  FILLER                  PIC  X(01).
           03  ENTRADA-OPR             PIC  9(17).
           03  FILLER                  PIC  X(01).
           03  ENTRADA-EPRD            PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  ENTRADA-SCTR            PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  ENTRADA-CLI             PIC  9(09).

       FD  CENARIO
           BLOCK 0 RECORDS
           RECORD  100
           RECORDING MODE IS F.

       01  CENARIO-REGISTRO.
-INC ARCKCENA

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0652 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB627     PIC  X(08) VALUE 'ARCSB627'.
       77  COMBINA      PIC  X(08) VALUE 'COMBINA'.

      *    Lado da comparacao - indice das tabelas de politica e de
      *    acumulacao
       77  CTE-LADO-VIGENTE             PIC  9(01) VALUE 1.
       77  CTE-LADO-CENARIO             PIC  9(01) VALUE 2.

      *    Codigo de Resultado usado para o Resultado de prazo, que o
      *    motor devolve sempre na ultima posicao (a posicao muda com
      *    a quantidade de bandas de entrada)
       77  CTE-RSTD-PRAZO               PIC  9(02) VALUE 99.
      *    Idem para o Resultado de garantia, devolvido logo apos o
      *    de prazo
       77  CTE-RSTD-GRNT                PIC  9(02) VALUE 98.

      *    Politicas comparadas - 1 vigente, 2 cenario. A vigente e a
      *    que o lote noturno usa: ARCP0627 nao informa parametros e
      *    o motor assume os defaults de 100000-PROCEDIMENTO-INICIAIS
      *    de ARCSB628 (carregados aqui em 040000); o cenario parte da
      *    vigente e troca o que o CENARIO trouxer.
       01  GRP-POLITICAS.
           03  WK-TB-POL OCCURS 2 TIMES.
               05  WK-POL-PC-ACI            PIC S9(01)V9(4) COMP-3.
               05  WK-POL-PC-ABXO           PIC S9(01)V9(4) COMP-3.
               05  WK-POL-QT-FXA-ENTD       PIC S9(04) COMP-5.
               05  WK-POL-PC-FXA-ENTD OCCURS 8 TIMES
                                            PIC S9(01)V9(4) COMP-3.
               05  WK-POL-TX-JURO-REF       PIC S9(01)V9(6) COMP-3.
           03  WK-TX-DSCR-CEN               PIC  X(30).

      *    Lote corrente - contas do mesmo cliente, ate 30
       01  GRP-LOTE.
           03  WK-QT-LOTE                   PIC S9(04) COMP-5.
           03  WK-CLI-LOTE                  PIC  9(09).
           03  WK-NR-RQSC                   PIC S9(09) COMP-5
                                             VALUE ZEROS.

      *    Contribuicoes do lote corrente por lado, represadas ate os
      *    dois lados precificarem sem erro - lote que falha em um
      *    dos lados fica fora dos dois, senao a comparacao mente.
       01  GRP-PENDENTES.
           03  WK-TB-PND OCCURS 2 TIMES.
               05  WK-PND-QT                PIC S9(04) COMP-5.
               05  WK-PND-ITEM OCCURS 450 TIMES.
                   07  WK-PND-CD-GR         PIC  9(04).
                   07  WK-PND-CD-RSTD       PIC  9(02).
                   07  WK-PND-VL-PCLD       PIC S9(15)V99 COMP-3.
                   07  WK-PND-VL-AMTR       PIC S9(15)V99 COMP-3.

      *    Quadro por grupo de produto e Resultado (busca linear; a
      *    quantidade de viaveis conta o lote uma vez por celula,
      *    controlada pelo ultimo lote contado em cada lado)
       01  GRP-CELULAS.
           03  WK-QT-CEL                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-CEL                       PIC  9(04) COMP-5.
           03  IX-CEL-ACHOU                 PIC  9(04) COMP-5.
           03  WK-CEL-CHEIA-SW              PIC  X(01) VALUE 'N'.
               88  WK-CEL-CHEIA-AVSD        VALUE 'S'.
           03  WK-TB-CEL OCCURS 3000 TIMES.
               05  WK-CEL-CD-GR             PIC  9(04).
               05  WK-CEL-CD-RSTD           PIC  9(02).
               05  WK-CEL-LADO OCCURS 2 TIMES.
                   07  WK-CEL-QT-VIAV       PIC S9(09) COMP-5.
                   07  WK-CEL-VL-PCLD       PIC S9(15)V99 COMP-3.
                   07  WK-CEL-VL-ENTD       PIC S9(15)V99 COMP-3.
                   07  WK-CEL-NR-ULT-RQSC   PIC S9(09) COMP-5.

      *    Quadro por Resultado, todos os grupos (posicoes 1 a 13 do
      *    motor; o Resultado de garantia acumula na 14 e o de prazo
      *    na 15)
       01  GRP-RESULTADOS.
           03  WK-TB-RS OCCURS 15 TIMES.
               05  WK-RS-LADO OCCURS 2 TIMES.
                   07  WK-RS-QT-VIAV        PIC S9(09) COMP-5.
                   07  WK-RS-VL-PCLD        PIC S9(15)V99 COMP-3.
                   07  WK-RS-VL-ENTD        PIC S9(15)V99 COMP-3.
                   07  WK-RS-NR-ULT-RQSC    PIC S9(09) COMP-5.

       01  GRP-APURACAO.
           03  IX-LADO                      PIC  9(01).
           03  IX-RSTD                      PIC S9(04) COMP-5.
           03  IX-CBN                       PIC S9(04) COMP-5.
           03  IX-PND                       PIC S9(04) COMP-5.
           03  IX-RS                        PIC S9(04) COMP-5.
           03  IX-BND                       PIC S9(04) COMP-5.
           03  WK-CD-RSTD                   PIC  9(02).
           03  WK-CD-GR-CBN                 PIC  9(04).
           03  WK-VL-PCLD-CBN               PIC S9(15)V99 COMP-3.
           03  WK-VL-AMTR-CBN               PIC S9(15)V99 COMP-3.
           03  WK-FXA-ACHOU-SW              PIC  X(01).
               88  WK-FXA-ACHOU             VALUE 'S'.
           03  WK-TX-RSTD                   PIC  X(05).
           03  WK-QT-DIF                    PIC S9(09) COMP-5.
           03  WK-VL-DIF                    PIC S9(15)V99 COMP-3.
           03  WK-PONTEIRO                  PIC S9(04) COMP-5.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-ENTRADA-SW               PIC  X(01) VALUE 'N'.
               88  FIM-ENTRADA                          VALUE 'S'.
           03  WK-CENARIO-SW                PIC  X(01) VALUE 'S'.
               88  WK-CEN-VALIDO                        VALUE 'S'.
               88  WK-CEN-INVALIDO                      VALUE 'N'.
           03  WK-LADO-OK-SW                PIC  X(01).
               88  WK-LADO-OK                           VALUE 'S'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  IX-OPR                       PIC S9(04) COMP-5.
           03  IX-GR                        PIC S9(04) COMP-5.
           03  IX-FXA                       PIC S9(04) COMP-5.
           03  WK-VL-ENTD                   PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.
           03  WK-QT-CONTAS                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-LOTES                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-COMPARADOS             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FALHA-627              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-FAIXA              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTA-PRJZ               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ERRO-VIG               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ERRO-CEN               PIC  9(09) COMP-5
                                             VALUE ZEROS.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  FILLER                       PIC  X(13).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-2                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-3                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-ATU                   PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-CEN                   PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-DIF                   PIC -ZZZ.ZZZ.ZZ9.
           03  DSP-VL-ATU                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-CEN                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-DIF                   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-ENTD                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-PC                       PIC 9,9999.
           03  DSP-TX                       PIC 9,999999.

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

-INC HLPKDFHE
       01  ARCSB627-DADOS.
-INC ARCKB627

       01  ARCSB628-DADOS.
-INC ARCKB628

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  PARM1.
           03  PARM-ENTD               PIC  9(15)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

      *    Mesmo valor de entrada do lote noturno (PARM-ENTD de
      *    ARCP0627); zerado, o motor so devolve os Resultados sem
      *    entrada e as bandas de entrada nao tem efeito.
           IF  PARM-ENTD NUMERIC
               MOVE PARM-ENTD           TO WK-VL-ENTD
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC
           INITIALIZE GRP-RESULTADOS

           OPEN OUTPUT RELATORIO

           PERFORM 040000-CARREGAR-VIGENTE
           PERFORM 050000-LER-CENARIO

           IF  WK-CEN-INVALIDO
               MOVE 8                   TO RETURN-CODE
               CLOSE RELATORIO
               GO TO 000000-SAI
           END-IF

           PERFORM 060000-IMPRIMIR-POLITICAS

           OPEN INPUT ENTRADA
           PERFORM 150000-LER-ENTRADA

           PERFORM UNTIL FIM-ENTRADA
               PERFORM 100000-MONTAR-LOTE
               PERFORM 200000-SIMULAR-LOTE
           END-PERFORM

           CLOSE ENTRADA

           PERFORM 800000-IMPRIMIR-QUADRO-GRUPO
           PERFORM 850000-IMPRIMIR-QUADRO-RSTD
           PERFORM 950000-IMPRIMIR-RODAPE

           CLOSE RELATORIO

           IF  WK-QT-FALHA-627 GREATER ZEROS
           OR  WK-QT-ERRO-VIG  GREATER ZEROS
           OR  WK-QT-ERRO-CEN  GREATER ZEROS
               MOVE 4                   TO RETURN-CODE
           END-IF

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       040000-CARREGAR-VIGENTE SECTION.
      *-----------------------------------------------------------------
      *    Politica vigente = defaults do motor (+10%/-10% na faixa
      *    media, entrada a 80/90/110/120%, taxa de referencia zero).
      *    Os valores vao explicitos na requisicao, nunca zerados: a
      *    quantidade de bandas e objeto de OCCURS DEPENDING ON no
      *    meio do book ARCKB628 e precisa estar certa antes de a
      *    lista de grupos ser montada atras dela.

           MOVE 1,1000                  TO WK-POL-PC-ACI (1)
           MOVE 0,9000                  TO WK-POL-PC-ABXO(1)
           MOVE 4                       TO WK-POL-QT-FXA-ENTD(1)
           MOVE 0,8000                  TO WK-POL-PC-FXA-ENTD(1 1)
           MOVE 0,9000                  TO WK-POL-PC-FXA-ENTD(1 2)
           MOVE 1,1000                  TO WK-POL-PC-FXA-ENTD(1 3)
           MOVE 1,2000                  TO WK-POL-PC-FXA-ENTD(1 4)
           PERFORM VARYING IX-BND FROM 5 BY 1
           UNTIL IX-BND GREATER 8
               MOVE ZEROS               TO WK-POL-PC-FXA-ENTD(1 IX-BND)
           END-PERFORM
           MOVE ZEROS                   TO WK-POL-TX-JURO-REF(1)

           .
       040000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       050000-LER-CENARIO SECTION.
      *-----------------------------------------------------------------
      *    Um unico registro; campo zerado mantem o valor vigente.
      *    Cenario ilegivel ou fora dos limites do motor aborta antes
      *    de qualquer precificacao.

           MOVE WK-TB-POL(1)            TO WK-TB-POL(2)

           OPEN INPUT CENARIO
           READ CENARIO
               AT END
                   SET  WK-CEN-INVALIDO TO TRUE
                   MOVE SPACES          TO RELATORIO-LINHA
                   STRING '  *** CENARIO VAZIO - NADA SIMULADO ***'
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-STRING
                   PERFORM 900000-ESCREVER-LINHA
           END-READ
           CLOSE CENARIO

           IF  WK-CEN-INVALIDO
               GO TO 050000-SAI
           END-IF

           IF  CEN-PC-ACI      NOT NUMERIC
           OR  CEN-PC-ABXO     NOT NUMERIC
           OR  CEN-QT-FXA-ENTD NOT NUMERIC
           OR  CEN-TX-JURO-REF NOT NUMERIC
               SET  WK-CEN-INVALIDO     TO TRUE
           ELSE
               IF  CEN-QT-FXA-ENTD GREATER ZEROS
                   PERFORM VARYING IX-BND FROM 1 BY 1
                   UNTIL IX-BND GREATER CEN-QT-FXA-ENTD
                       IF  CEN-PC-FXA-ENTD(IX-BND) NOT NUMERIC
                       OR  CEN-PC-FXA-ENTD(IX-BND) EQUAL ZEROS
                           SET  WK-CEN-INVALIDO TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF  WK-CEN-INVALIDO
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  *** CENARIO INVALIDO (campo nao numerico ou'
                   ' banda de entrada zerada) - NADA SIMULADO ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               GO TO 050000-SAI
           END-IF

           MOVE CEN-TX-DSCR             TO WK-TX-DSCR-CEN

           IF  CEN-PC-ACI GREATER ZEROS
               MOVE CEN-PC-ACI          TO WK-POL-PC-ACI(2)
           END-IF
           IF  CEN-PC-ABXO GREATER ZEROS
               MOVE CEN-PC-ABXO         TO WK-POL-PC-ABXO(2)
           END-IF
           IF  CEN-QT-FXA-ENTD GREATER ZEROS
               MOVE CEN-QT-FXA-ENTD     TO WK-POL-QT-FXA-ENTD(2)
               PERFORM VARYING IX-BND FROM 1 BY 1
               UNTIL IX-BND GREATER 8
                   IF  IX-BND GREATER CEN-QT-FXA-ENTD
                       MOVE ZEROS       TO WK-POL-PC-FXA-ENTD(2 IX-BND)
                   ELSE
                       MOVE CEN-PC-FXA-ENTD(IX-BND)
                                        TO WK-POL-PC-FXA-ENTD(2 IX-BND)
                   END-IF
               END-PERFORM
           END-IF
           IF  CEN-TX-JURO-REF GREATER ZEROS
           OR  CEN-JURO-ZERO
               MOVE CEN-TX-JURO-REF     TO WK-POL-TX-JURO-REF(2)
           END-IF

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       060000-IMPRIMIR-POLITICAS SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Cenario: ' WK-TX-DSCR-CEN
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-VL-ENTD              TO DSP-VL-ENTD
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Valor de entrada simulado: ' DSP-VL-ENTD
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           PERFORM VARYING IX-LADO FROM 1 BY 1
           UNTIL IX-LADO GREATER 2

               MOVE SPACES              TO RELATORIO-LINHA
               MOVE 1                   TO WK-PONTEIRO
               IF  IX-LADO EQUAL CTE-LADO-VIGENTE
                   STRING 'Politica vigente : '
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WITH POINTER WK-PONTEIRO
                   END-STRING
               ELSE
                   STRING 'Politica proposta: '
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WITH POINTER WK-PONTEIRO
                   END-STRING
               END-IF

               MOVE WK-POL-PC-ACI(IX-LADO)  TO DSP-PC
               STRING 'acima ' DSP-PC
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WITH POINTER WK-PONTEIRO
               END-STRING
               MOVE WK-POL-PC-ABXO(IX-LADO) TO DSP-PC
               STRING '  abaixo ' DSP-PC
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WITH POINTER WK-PONTEIRO
               END-STRING
               MOVE WK-POL-TX-JURO-REF(IX-LADO) TO DSP-TX
               STRING '  juro ref. ' DSP-TX '  entrada:'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WITH POINTER WK-PONTEIRO
               END-STRING
               PERFORM VARYING IX-BND FROM 1 BY 1
               UNTIL IX-BND GREATER WK-POL-QT-FXA-ENTD(IX-LADO)
                   MOVE WK-POL-PC-FXA-ENTD(IX-LADO IX-BND) TO DSP-PC
                   STRING ' ' DSP-PC
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WITH POINTER WK-PONTEIRO
                   END-STRING
               END-PERFORM

               PERFORM 900000-ESCREVER-LINHA

           END-PERFORM

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           .
       060000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       100000-MONTAR-LOTE SECTION.
      *-----------------------------------------------------------------
      *    Ate 30 contas do mesmo cliente, como a montagem do lote
      *    noturno (100000-MONTAR-LOTE-ENTRADA de ARCP0627) - a
      *    simulacao precifica as mesmas combinacoes que a noite
      *    precificaria.

           MOVE ZEROS                   TO WK-QT-LOTE
           MOVE ENTRADA-CLI             TO WK-CLI-LOTE

           PERFORM UNTIL FIM-ENTRADA
           OR WK-QT-LOTE GREATER OR EQUAL 30
           OR ENTRADA-CLI NOT EQUAL WK-CLI-LOTE

               ADD  1                   TO WK-QT-LOTE
               ADD  1                   TO WK-QT-CONTAS
               MOVE WK-QT-LOTE          TO ARCSB627-QT-OPR
               MOVE ENTRADA-SIS
                   TO ARCSB627-SG-SIS-OGM-OPR (WK-QT-LOTE)
               MOVE ENTRADA-OPR
                   TO ARCSB627-NR-UNCO-CTR-OPR(WK-QT-LOTE)
               MOVE ENTRADA-EPRD
                   TO ARCSB627-NR-EPRD-FNCD   (WK-QT-LOTE)
               MOVE ENTRADA-SCTR
                   TO ARCSB627-NR-SCTR-OPR    (WK-QT-LOTE)

               PERFORM 150000-LER-ENTRADA

           END-PERFORM

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       150000-LER-ENTRADA SECTION.
      *-----------------------------------------------------------------

           READ ENTRADA
               AT END
                   SET  FIM-ENTRADA     TO TRUE
           END-READ

           .
       150000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-SIMULAR-LOTE SECTION.
      *-----------------------------------------------------------------
      *    Faixas do lote (uma chamada a ARCSB627, servem aos dois
      *    lados), precificacao vigente e proposta e consolidacao so
      *    quando os dois lados passaram pelo motor.

           IF  WK-QT-LOTE EQUAL ZEROS
               GO TO 200000-SAI
           END-IF

           ADD  1                       TO WK-QT-LOTES

           MOVE LENGTH OF ARCSB627-DADOS TO EIBCALEN
           CALL ARCSB627             USING DFHEIBLK ARCSB627-DADOS

           IF  NOT ARCSB627-IN-SCS-OK
               ADD  1                   TO WK-QT-FALHA-627
               DISPLAY CTE-PROG ' 627-TX-ERRO: ' ARCSB627-TX-ERRO
               GO TO 200000-SAI
           END-IF

           MOVE ZEROS                   TO IX-GR
           PERFORM VARYING IX-OPR FROM 1 BY 1
           UNTIL IX-OPR GREATER ARCSB627-QT-OPR
               IF  ARCSB627-QT-FXA-OPR(IX-OPR) GREATER ZEROS
                   IF  ARCSB627-BAIXADA-PRJZ-OPR(IX-OPR)
                       ADD 1            TO WK-QT-CTA-PRJZ
                   ELSE
                       ADD 1            TO IX-GR
                   END-IF
               END-IF
           END-PERFORM

           IF  IX-GR EQUAL ZEROS
               ADD  1                   TO WK-QT-SEM-FAIXA
               GO TO 200000-SAI
           END-IF

           ADD  1                       TO WK-NR-RQSC

           MOVE CTE-LADO-VIGENTE        TO IX-LADO
           PERFORM 300000-PRECIFICAR-LADO
           IF  NOT WK-LADO-OK
               ADD  1                   TO WK-QT-ERRO-VIG
               GO TO 200000-SAI
           END-IF

           MOVE CTE-LADO-CENARIO        TO IX-LADO
           PERFORM 300000-PRECIFICAR-LADO
           IF  NOT WK-LADO-OK
               ADD  1                   TO WK-QT-ERRO-CEN
               GO TO 200000-SAI
           END-IF

           ADD  1                       TO WK-QT-COMPARADOS
           PERFORM 500000-CONSOLIDAR-LOTE

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-PRECIFICAR-LADO SECTION.
      *-----------------------------------------------------------------
      *    Monta a requisicao com a politica do lado (IX-LADO), na
      *    ordem do book - parametros de banda antes da lista de
      *    grupos -, chama o motor e represa o resultado.

           MOVE 'N'                     TO WK-LADO-OK-SW

           MOVE ZEROS                   TO ARCSB628-QT-RSTD
           MOVE ZEROS                   TO ARCSB628-QT-ERRO
           MOVE ZEROS                   TO ARCSB628-SEQL-ERRO
           MOVE SPACES                  TO ARCSB628-TX-ERRO
           SET  ARCSB628-MODO-DIRETO    TO TRUE
           MOVE WK-VL-ENTD              TO ARCSB628-VL-ENTD
           MOVE ZEROS                   TO ARCSB628-VL-PCLD-ALVO
           MOVE WK-POL-PC-ACI (IX-LADO) TO ARCSB628-PC-ACI
           MOVE WK-POL-PC-ABXO(IX-LADO) TO ARCSB628-PC-ABXO
           MOVE WK-POL-QT-FXA-ENTD(IX-LADO)
                                        TO ARCSB628-QT-FXA-ENTD
           PERFORM VARYING IX-BND FROM 1 BY 1
           UNTIL IX-BND GREATER ARCSB628-QT-FXA-ENTD
               MOVE WK-POL-PC-FXA-ENTD(IX-LADO IX-BND)
                                        TO ARCSB628-PC-FXA-ENTD(IX-BND)
           END-PERFORM
           MOVE WK-POL-TX-JURO-REF(IX-LADO)
                                        TO ARCSB628-TX-JURO-REF
           MOVE 1                       TO ARCSB628-QT-PRST
           MOVE ZEROS                   TO ARCSB628-QT-EXCL
           MOVE ZEROS                   TO ARCSB628-QT-GR

      *    Mesmo reindex de 300000-MTA-RQSC-DE-ARCSB627 em ARCP0627 -
      *    conta sem faixa ou baixada a prejuizo fica fora sem deixar
      *    posicao vazia.
           PERFORM VARYING IX-OPR FROM 1 BY 1
           UNTIL IX-OPR GREATER ARCSB627-QT-OPR

               IF  ARCSB627-QT-FXA-OPR(IX-OPR) GREATER ZEROS
               AND NOT ARCSB627-BAIXADA-PRJZ-OPR(IX-OPR)
                   ADD  1                   TO ARCSB628-QT-GR
                   MOVE ARCSB628-QT-GR      TO IX-GR
                   MOVE ARCSB627-CD-GR-PRD-OPR(IX-OPR)
                                        TO ARCSB628-CD-GR-PRD(IX-GR)
                   MOVE ARCSB627-SG-SIS-OGM-OPR (IX-OPR)
                            TO ARCSB628-SG-SIS-OGM-OPR (IX-GR)
                   MOVE ARCSB627-NR-UNCO-CTR-OPR(IX-OPR)
                            TO ARCSB628-NR-UNCO-CTR-OPR(IX-GR)
                   MOVE ARCSB627-NR-EPRD-FNCD   (IX-OPR)
                            TO ARCSB628-NR-EPRD-FNCD   (IX-GR)
                   MOVE ARCSB627-NR-SCTR-OPR    (IX-OPR)
                            TO ARCSB628-NR-SCTR-OPR    (IX-GR)
                   MOVE ARCSB627-QT-FXA-OPR     (IX-OPR)
                            TO ARCSB628-QT-FXA         (IX-GR)

                   PERFORM VARYING IX-FXA FROM 1 BY 1
                   UNTIL IX-FXA GREATER ARCSB628-QT-FXA(IX-GR)
                       MOVE ARCSB627-CD-FXA-OPR (IX-OPR IX-FXA)
                           TO ARCSB628-CD-FXA-RVSA-RSCO(IX-GR IX-FXA)
                       MOVE ARCSB627-VL-AMTR-OPR(IX-OPR IX-FXA)
                           TO ARCSB628-VL-AMTR         (IX-GR IX-FXA)
                       MOVE ARCSB627-VL-PCLD-OPR(IX-OPR IX-FXA)
                           TO ARCSB628-VL-PCLD         (IX-GR IX-FXA)
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
               END-IF

           END-PERFORM

      *    Ponto de entrada de lote do motor - sem EIB nem checagem
      *    de commarea (vide COMBINA-ENTRY em ARCSB628)
           CALL COMBINA               USING ARCSB628-DADOS

           IF  ARCSB628-QT-ERRO GREATER ZEROS
           OR  ARCSB628-SEQL-ERRO NOT EQUAL ZEROS
               DISPLAY CTE-PROG ' Lado ' IX-LADO ' cliente '
                   WK-CLI-LOTE ' erro do motor: ' ARCSB628-TX-ERRO
               GO TO 300000-SAI
           END-IF

           SET  WK-LADO-OK              TO TRUE
           PERFORM 400000-APURAR-LADO

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-APURAR-LADO SECTION.
      *-----------------------------------------------------------------
      *    Cada Resultado com opcao (viavel) contribui, por conta da
      *    melhor opcao, com o PCLD revertido e a amortizacao exigida
      *    (entrada minima) da faixa escolhida, no grupo de produto da
      *    conta. Os Resultados de prazo e de garantia vem sempre nas
      *    duas ultimas posicoes e recebem codigo proprio para casar
      *    entre os dois lados.

           MOVE ZEROS                   TO WK-PND-QT(IX-LADO)

           PERFORM VARYING IX-RSTD FROM 1 BY 1
           UNTIL IX-RSTD GREATER ARCSB628-QT-RSTD

               IF  ARCSB628-QT-OPC(IX-RSTD) GREATER ZEROS

                   EVALUATE TRUE
                       WHEN IX-RSTD EQUAL ARCSB628-QT-RSTD
                           MOVE CTE-RSTD-GRNT   TO WK-CD-RSTD
                       WHEN IX-RSTD EQUAL ARCSB628-QT-RSTD - 1
                           MOVE CTE-RSTD-PRAZO  TO WK-CD-RSTD
                       WHEN OTHER
                           MOVE IX-RSTD         TO WK-CD-RSTD
                   END-EVALUATE

                   PERFORM VARYING IX-CBN FROM 1 BY 1
                   UNTIL IX-CBN GREATER
                       ARCSB628-QT-FXA-RSTD(IX-RSTD 1)
                   OR WK-PND-QT(IX-LADO) GREATER OR EQUAL 450
                       PERFORM 450000-LOCALIZAR-FAIXA-CBN
                       ADD  1               TO WK-PND-QT(IX-LADO)
                       MOVE WK-PND-QT(IX-LADO) TO IX-PND
                       MOVE WK-CD-GR-CBN
                           TO WK-PND-CD-GR  (IX-LADO IX-PND)
                       MOVE WK-CD-RSTD
                           TO WK-PND-CD-RSTD(IX-LADO IX-PND)
                       MOVE WK-VL-PCLD-CBN
                           TO WK-PND-VL-PCLD(IX-LADO IX-PND)
                       MOVE WK-VL-AMTR-CBN
                           TO WK-PND-VL-AMTR(IX-LADO IX-PND)
                   END-PERFORM

               END-IF

           END-PERFORM

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       450000-LOCALIZAR-FAIXA-CBN SECTION.
      *-----------------------------------------------------------------
      *    PCLD e amortizacao da faixa escolhida, lidos da propria
      *    requisicao (conta + codigo de faixa).

           MOVE ARCSB628-CD-GR-PRD-RSTD(IX-RSTD 1 IX-CBN)
                                        TO WK-CD-GR-CBN
           MOVE ZEROS                   TO WK-VL-PCLD-CBN
           MOVE ZEROS                   TO WK-VL-AMTR-CBN
           MOVE 'N'                     TO WK-FXA-ACHOU-SW

           PERFORM VARYING IX-GR FROM 1 BY 1
           UNTIL IX-GR GREATER ARCSB628-QT-GR
           OR WK-FXA-ACHOU
               IF  ARCSB628-SG-SIS-OGM-OPR (IX-GR) EQUAL
                   ARCSB628-SG-SIS-OGM-OPR-RSTD (IX-RSTD 1 IX-CBN)
               AND ARCSB628-NR-UNCO-CTR-OPR(IX-GR) EQUAL
                   ARCSB628-NR-UNCO-CTR-OPR-RSTD(IX-RSTD 1 IX-CBN)
               AND ARCSB628-NR-EPRD-FNCD   (IX-GR) EQUAL
                   ARCSB628-NR-EPRD-FNCD-RSTD   (IX-RSTD 1 IX-CBN)
               AND ARCSB628-NR-SCTR-OPR    (IX-GR) EQUAL
                   ARCSB628-NR-SCTR-OPR-RSTD    (IX-RSTD 1 IX-CBN)
                   PERFORM VARYING IX-FXA FROM 1 BY 1
                   UNTIL IX-FXA GREATER ARCSB628-QT-FXA(IX-GR)
                   OR WK-FXA-ACHOU
                       IF  ARCSB628-CD-FXA-RVSA-RSCO(IX-GR IX-FXA)
                           EQUAL
                           ARCSB628-CD-FXA-RVSA-RSTD(IX-RSTD 1 IX-CBN)
                           SET  WK-FXA-ACHOU TO TRUE
                           MOVE ARCSB628-VL-PCLD(IX-GR IX-FXA)
                                        TO WK-VL-PCLD-CBN
                           MOVE ARCSB628-VL-AMTR(IX-GR IX-FXA)
                                        TO WK-VL-AMTR-CBN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-CONSOLIDAR-LOTE SECTION.
      *-----------------------------------------------------------------
      *    Os dois lados passaram - as contribuicoes represadas vao
      *    para o quadro por grupo/Resultado e para o quadro por
      *    Resultado. Viavel conta uma vez por lote em cada celula.

           PERFORM VARYING IX-LADO FROM 1 BY 1
           UNTIL IX-LADO GREATER 2
               PERFORM VARYING IX-PND FROM 1 BY 1
               UNTIL IX-PND GREATER WK-PND-QT(IX-LADO)
                   PERFORM 550000-ACUMULAR-CELULA
                   PERFORM 560000-ACUMULAR-RESULTADO
               END-PERFORM
           END-PERFORM

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       550000-ACUMULAR-CELULA SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                   TO IX-CEL-ACHOU
           PERFORM VARYING IX-CEL FROM 1 BY 1
           UNTIL IX-CEL GREATER WK-QT-CEL
           OR IX-CEL-ACHOU GREATER ZEROS
               IF  WK-CEL-CD-GR  (IX-CEL) EQUAL
                   WK-PND-CD-GR  (IX-LADO IX-PND)
               AND WK-CEL-CD-RSTD(IX-CEL) EQUAL
                   WK-PND-CD-RSTD(IX-LADO IX-PND)
                   MOVE IX-CEL           TO IX-CEL-ACHOU
               END-IF
           END-PERFORM

           IF  IX-CEL-ACHOU EQUAL ZEROS
               IF  WK-QT-CEL LESS 3000
                   ADD  1               TO WK-QT-CEL
                   MOVE WK-QT-CEL       TO IX-CEL-ACHOU
                   MOVE WK-PND-CD-GR  (IX-LADO IX-PND)
                                        TO WK-CEL-CD-GR  (IX-CEL-ACHOU)
                   MOVE WK-PND-CD-RSTD(IX-LADO IX-PND)
                                        TO WK-CEL-CD-RSTD(IX-CEL-ACHOU)
                   PERFORM VARYING IX-RS FROM 1 BY 1
                   UNTIL IX-RS GREATER 2
                       MOVE ZEROS TO WK-CEL-QT-VIAV(IX-CEL-ACHOU IX-RS)
                       MOVE ZEROS TO WK-CEL-VL-PCLD(IX-CEL-ACHOU IX-RS)
                       MOVE ZEROS TO WK-CEL-VL-ENTD(IX-CEL-ACHOU IX-RS)
                       MOVE ZEROS
                           TO WK-CEL-NR-ULT-RQSC(IX-CEL-ACHOU IX-RS)
                   END-PERFORM
               ELSE
                   IF  NOT WK-CEL-CHEIA-AVSD
                       DISPLAY CTE-PROG ' Quadro grupo/Resultado'
                           ' cheio (3000) - excedente ignorado'
                       SET  WK-CEL-CHEIA-AVSD TO TRUE
                   END-IF
                   GO TO 550000-SAI
               END-IF
           END-IF

           IF  WK-CEL-NR-ULT-RQSC(IX-CEL-ACHOU IX-LADO)
               NOT EQUAL WK-NR-RQSC
               ADD  1        TO WK-CEL-QT-VIAV(IX-CEL-ACHOU IX-LADO)
               MOVE WK-NR-RQSC
                             TO WK-CEL-NR-ULT-RQSC(IX-CEL-ACHOU IX-LADO)
           END-IF
           ADD  WK-PND-VL-PCLD(IX-LADO IX-PND)
                             TO WK-CEL-VL-PCLD(IX-CEL-ACHOU IX-LADO)
           ADD  WK-PND-VL-AMTR(IX-LADO IX-PND)
                             TO WK-CEL-VL-ENTD(IX-CEL-ACHOU IX-LADO)

           .
       550000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       560000-ACUMULAR-RESULTADO SECTION.
      *-----------------------------------------------------------------

           EVALUATE WK-PND-CD-RSTD(IX-LADO IX-PND)
               WHEN CTE-RSTD-PRAZO
                   MOVE 15              TO IX-RS
               WHEN CTE-RSTD-GRNT
                   MOVE 14              TO IX-RS
               WHEN OTHER
                   MOVE WK-PND-CD-RSTD(IX-LADO IX-PND) TO IX-RS
           END-EVALUATE

           IF  WK-RS-NR-ULT-RQSC(IX-RS IX-LADO) NOT EQUAL WK-NR-RQSC
               ADD  1                TO WK-RS-QT-VIAV(IX-RS IX-LADO)
               MOVE WK-NR-RQSC       TO WK-RS-NR-ULT-RQSC(IX-RS IX-LADO)
           END-IF
           ADD  WK-PND-VL-PCLD(IX-LADO IX-PND)
                                     TO WK-RS-VL-PCLD(IX-RS IX-LADO)
           ADD  WK-PND-VL-AMTR(IX-LADO IX-PND)
                                     TO WK-RS-VL-ENTD(IX-RS IX-LADO)

           .
       560000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       800000-IMPRIMIR-QUADRO-GRUPO SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Vigente x proposta, por grupo de produto e Resultado'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           PERFORM VARYING IX-CEL FROM 1 BY 1
           UNTIL IX-CEL GREATER WK-QT-CEL

               MOVE WK-CEL-CD-RSTD(IX-CEL)  TO WK-CD-RSTD
               PERFORM 870000-FORMATAR-RESULTADO

               MOVE LINHA-BRANCO        TO RELATORIO-LINHA
               PERFORM 900000-ESCREVER-LINHA

               MOVE WK-CEL-QT-VIAV(IX-CEL 1) TO DSP-QT-ATU
               MOVE WK-CEL-QT-VIAV(IX-CEL 2) TO DSP-QT-CEN
               COMPUTE WK-QT-DIF = WK-CEL-QT-VIAV(IX-CEL 2)
                                 - WK-CEL-QT-VIAV(IX-CEL 1)
               MOVE WK-QT-DIF           TO DSP-QT-DIF
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  Grupo ' WK-CEL-CD-GR(IX-CEL)
                   '  ' WK-TX-RSTD
                   '  Viaveis        atual       ' DSP-QT-ATU
                   '   proposta       ' DSP-QT-CEN
                   '   dif.       ' DSP-QT-DIF
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA

               MOVE WK-CEL-VL-PCLD(IX-CEL 1) TO DSP-VL-ATU
               MOVE WK-CEL-VL-PCLD(IX-CEL 2) TO DSP-VL-CEN
               COMPUTE WK-VL-DIF = WK-CEL-VL-PCLD(IX-CEL 2)
                                 - WK-CEL-VL-PCLD(IX-CEL 1)
               MOVE WK-VL-DIF           TO DSP-VL-DIF
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '                     '
                   '  PCLD revertido atual ' DSP-VL-ATU
                   '   proposta ' DSP-VL-CEN
                   '   dif. ' DSP-VL-DIF
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA

               MOVE WK-CEL-VL-ENTD(IX-CEL 1) TO DSP-VL-ATU
               MOVE WK-CEL-VL-ENTD(IX-CEL 2) TO DSP-VL-CEN
               COMPUTE WK-VL-DIF = WK-CEL-VL-ENTD(IX-CEL 2)
                                 - WK-CEL-VL-ENTD(IX-CEL 1)
               MOVE WK-VL-DIF           TO DSP-VL-DIF
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '                     '
                   '  Entrada minima atual ' DSP-VL-ATU
                   '   proposta ' DSP-VL-CEN
                   '   dif. ' DSP-VL-DIF
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA

           END-PERFORM

           .
       800000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       850000-IMPRIMIR-QUADRO-RSTD SECTION.
      *-----------------------------------------------------------------
      *    Todos os grupos somados - aqui o viavel conta o lote
      *    (cliente) uma unica vez por Resultado.

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Vigente x proposta, por Resultado (todos os grupos)'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           PERFORM VARYING IX-RS FROM 1 BY 1
           UNTIL IX-RS GREATER 15

               IF  WK-RS-QT-VIAV(IX-RS 1) GREATER ZEROS
               OR  WK-RS-QT-VIAV(IX-RS 2) GREATER ZEROS

                   EVALUATE IX-RS
                       WHEN 15
                           MOVE CTE-RSTD-PRAZO  TO WK-CD-RSTD
                       WHEN 14
                           MOVE CTE-RSTD-GRNT   TO WK-CD-RSTD
                       WHEN OTHER
                           MOVE IX-RS           TO WK-CD-RSTD
                   END-EVALUATE
                   PERFORM 870000-FORMATAR-RESULTADO

                   MOVE LINHA-BRANCO    TO RELATORIO-LINHA
                   PERFORM 900000-ESCREVER-LINHA

                   MOVE WK-RS-QT-VIAV(IX-RS 1) TO DSP-QT-ATU
                   MOVE WK-RS-QT-VIAV(IX-RS 2) TO DSP-QT-CEN
                   COMPUTE WK-QT-DIF = WK-RS-QT-VIAV(IX-RS 2)
                                     - WK-RS-QT-VIAV(IX-RS 1)
                   MOVE WK-QT-DIF       TO DSP-QT-DIF
                   MOVE SPACES          TO RELATORIO-LINHA
                   STRING
                       '  Todos     ' WK-TX-RSTD
                       '  Viaveis        atual       ' DSP-QT-ATU
                       '   proposta       ' DSP-QT-CEN
                       '   dif.       ' DSP-QT-DIF
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-STRING
                   PERFORM 900000-ESCREVER-LINHA

                   MOVE WK-RS-VL-PCLD(IX-RS 1) TO DSP-VL-ATU
                   MOVE WK-RS-VL-PCLD(IX-RS 2) TO DSP-VL-CEN
                   COMPUTE WK-VL-DIF = WK-RS-VL-PCLD(IX-RS 2)
                                     - WK-RS-VL-PCLD(IX-RS 1)
                   MOVE WK-VL-DIF       TO DSP-VL-DIF
                   MOVE SPACES          TO RELATORIO-LINHA
                   STRING
                       '                     '
                       '  PCLD revertido atual ' DSP-VL-ATU
                       '   proposta ' DSP-VL-CEN
                       '   dif. ' DSP-VL-DIF
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-STRING
                   PERFORM 900000-ESCREVER-LINHA

                   MOVE WK-RS-VL-ENTD(IX-RS 1) TO DSP-VL-ATU
                   MOVE WK-RS-VL-ENTD(IX-RS 2) TO DSP-VL-CEN
                   COMPUTE WK-VL-DIF = WK-RS-VL-ENTD(IX-RS 2)
                                     - WK-RS-VL-ENTD(IX-RS 1)
                   MOVE WK-VL-DIF       TO DSP-VL-DIF
                   MOVE SPACES          TO RELATORIO-LINHA
                   STRING
                       '                     '
                       '  Entrada minima atual ' DSP-VL-ATU
                       '   proposta ' DSP-VL-CEN
                       '   dif. ' DSP-VL-DIF
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-STRING
                   PERFORM 900000-ESCREVER-LINHA

               END-IF

           END-PERFORM

           .
       850000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       870000-FORMATAR-RESULTADO SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                  TO WK-TX-RSTD
           EVALUATE WK-CD-RSTD
               WHEN CTE-RSTD-PRAZO
                   MOVE 'Prazo'         TO WK-TX-RSTD
               WHEN CTE-RSTD-GRNT
                   MOVE 'Grnt'          TO WK-TX-RSTD
               WHEN OTHER
                   STRING 'Rs ' WK-CD-RSTD
                       DELIMITED BY SIZE INTO WK-TX-RSTD
                   END-STRING
           END-EVALUATE

           .
       870000-SAI.
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
               'Simulacao de Politica sobre a Carteira -'
               ' MotorPCLD - ' DTH-DATA
               '                         Pagina: ' DSP-NR-PAG
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

           MOVE WK-QT-CONTAS            TO DSP-QT
           MOVE WK-QT-LOTES             TO DSP-QT-2
           MOVE WK-QT-COMPARADOS        TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Contas lidas: ' DSP-QT
               '   Lotes (clientes): ' DSP-QT-2
               '   Lotes comparados: ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-SEM-FAIXA         TO DSP-QT
           MOVE WK-QT-FALHA-627         TO DSP-QT-2
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Lotes sem faixa no CADOPR: ' DSP-QT
               '   Falhas ARCSB627: ' DSP-QT-2
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-CTA-PRJZ          TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Contas baixadas a prejuizo fora da simulacao: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-ERRO-VIG          TO DSP-QT
           MOVE WK-QT-ERRO-CEN          TO DSP-QT-2
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Erros do motor - politica vigente: ' DSP-QT
               '   politica proposta: ' DSP-QT-2
               '   (lote fora da comparacao)'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Simulacao - nada gravado em AUDITORIA, INTERFAC ou'
               ' EVENTOS.'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           DISPLAY CTE-PROG ' Contas: ' WK-QT-CONTAS
               ' Lotes: ' WK-QT-LOTES
               ' Comparados: ' WK-QT-COMPARADOS
               ' Erros vig/cen: ' WK-QT-ERRO-VIG '/' WK-QT-ERRO-CEN

           .
       950000-SAI.
           EXIT.
