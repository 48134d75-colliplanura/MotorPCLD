      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCP0660
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Envelhecimento diario das propostas aplicadas sem
      *             o aceite do cliente formalizado. Roda todo dia
      *             depois da carga ARCP0636 e antes dos avisos de
      *             cobranca ARCP0653: le a AUDITORIA em ordem de
      *             conta e data/hora, com a situacao corrente do
      *             espelho AUDIHIST (ARCSB629 'C'), e para cada
      *             proposta aplicada ('A', ou 'D' descumprida) a
      *             partir de CTE-DT-INI-FRML que nao tem formalizacao
      *             no FORMALIZ (book ARCKFRML - mesma regra de
      *             ARCP0653 e ARCP0655) emite uma linha no relatorio
      *             com a idade em dias corridos desde a aplicacao.
      *             Proposta com PARM-QT-DIAS-CANC dias ou mais
      *             (default 15) e cancelada: cada linha dela passa a
      *             'X' no AUDIHIST (ARCSB629 'A', que confere a
      *             situacao corrente e grava a transicao no
      *             SITTRANS) e o evento 'X' vai para o EVENTOS.
      *             Aplicacao ja cancelada pela tela (linha 'X'
      *             posterior para o mesmo Resultado, vide ARCT0628
      *             248000) nao entra. O rodape traz as faixas de
      *             idade. FORMALIZ indisponivel aborta (RC 8) - nada
      *             se cancela sem saber o que foi formalizado.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCP0660.
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
               SELECT  FORMALIZ   ASSIGN  TO  FORMALIZ
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  FRM-CHAVE
                       FILE STATUS   IS  WK-FS-FORMALIZ.
               SELECT  AUDITORIA  ASSIGN  TO  UT-S-AUDITORIA.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD660.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.
               SELECT  EVENTOS    ASSIGN  TO  UT-S-EVENTOS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FORMALIZ
           RECORD  150.

       01  FORMALIZ-REGISTRO.
-INC ARCKFRML

       FD  AUDITORIA
           BLOCK 0 RECORDS
           RECORD  195
           RECORDING MODE IS F.

       01  AUDITORIA-ENTRADA               PIC  X(195).

      *    Ordenacao por conta e data/hora de gravacao - posicoes do
      *    book ARCKAUDT; a linha e devolvida em AUDITORIA-REGISTRO.
       SD  WK-ORDENACAO
           RECORD  195.

       01  WKORD-REGISTRO.
           03  WKORD-DT-PROC               PIC  9(08).
           03  FILLER                      PIC  X(01).
           03  WKORD-HR-PROC               PIC  9(06).
           03  FILLER                      PIC  X(01).
           03  WKORD-CHAVE-CTA             PIC  X(33).
           03  FILLER                      PIC  X(146).

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

       FD  EVENTOS
           BLOCK 0 RECORDS
           RECORD  62
           RECORDING MODE IS F.

       01  EVENTOS-REGISTRO.
-INC ARCKEVTO

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0660 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

      *    Inicio da formalizacao do aceite - aplicacoes anteriores
      *    nao tem registro no FORMALIZ e nao envelhecem
       77  CTE-DT-INI-FRML              PIC  9(08) VALUE 20261016.
      *    Linhas aplicadas guardadas por conta ate a quebra
       77  CTE-MAX-LIN-CTA              PIC  9(04) VALUE 100.

       01  WK-FS-FORMALIZ               PIC  X(02) VALUE SPACES.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-ORDENACAO-SW             PIC  X(01) VALUE 'N'.
               88  FIM-ORDENACAO                        VALUE 'S'.
           03  WK-AUDIHIST-SW               PIC  X(01) VALUE 'S'.
               88  WK-AUDV-DISPONIVEL                   VALUE 'S'.
               88  WK-AUDV-INDISPONIVEL                 VALUE 'N'.
           03  WK-FORMALIZADA-SW            PIC  X(01).
               88  WK-FORMALIZADA                       VALUE 'S'.
               88  WK-NAO-FORMALIZADA                   VALUE 'N'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-PROPOSTAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FORMALIZADAS           PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-PENDENTES              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FX-1                   PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FX-2                   PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FX-3                   PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-A-CANCELAR             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CANCELADAS             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-LIN-CANCELADAS         PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-JA-MUDADAS             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-ESPELHO            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FALHAS                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-VL-PENDENTES              PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.
           03  WK-VL-CANCELADAS             PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.
           03  WK-QT-DIAS-CANC              PIC  9(03) VALUE 15.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  FILLER                       PIC  X(13).

       01  DATA-HORA-EVT.
           03  EVT-DTH-DATA                 PIC  9(08).
           03  EVT-DTH-HORA                 PIC  9(06).
           03  FILLER                       PIC  X(07).

       01  GRP-DATAS.
           03  WK-INT-HOJE                  PIC S9(09) COMP-5.
           03  WK-QT-DIAS                   PIC S9(09) COMP-5.

      *    Linha corrente da AUDITORIA (devolvida pela ordenacao)
       01  AUDITORIA-REGISTRO.
-INC ARCKAUDT

       01  WK-CHAVE-CTA.
           03  WK-CTA-SIS                   PIC  X(03).
           03  WK-CTA-OPR                   PIC  9(17).
           03  WK-CTA-EPRD                  PIC  9(05).
           03  WK-CTA-SCTR                  PIC  9(05).
       01  WK-CHAVE-CTA-ANT                 PIC  X(30)
                                             VALUE HIGH-VALUES.

      *    Linhas aplicadas da conta corrente, guardadas ate a quebra
      *    - um cancelamento pela tela grava a linha 'X' depois das
      *    linhas que ele desfaz.
       01  GRP-LINHAS-CTA.
           03  WK-QT-LIN-CTA                PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-LIN                       PIC  9(04) COMP-5.
           03  WK-LIN-CHEIO-SW              PIC  X(01) VALUE 'N'.
               88  WK-LIN-CHEIO-AVSD        VALUE 'S'.
           03  WK-ULT-DT                    PIC  9(08).
           03  WK-ULT-HR                    PIC  9(06).
           03  WK-ULT-IC-RSTD               PIC  9(02).
           03  WK-TB-LIN OCCURS 100 TIMES.
               05  WK-LIN-IC-VIVA           PIC  X(01).
                   88  WK-LIN-VIVA          VALUE 'S'.
               05  WK-LIN-AUDITORIA         PIC  X(195).

      *    Proposta corrente no fechamento da conta
       01  GRP-PROPOSTA.
           03  WK-CHAVE-PROP.
               05  WK-PROP-DT               PIC  9(08).
               05  WK-PROP-HR               PIC  9(06).
           03  WK-CHAVE-PROP-ANT            PIC  X(14).
           03  WK-PROP-PENDENTE-SW          PIC  X(01).
               88  WK-PROP-PENDENTE         VALUE 'S'.
           03  WK-PROP-CANCELAR-SW          PIC  X(01).
               88  WK-PROP-CANCELAR         VALUE 'S'.
           03  WK-PROP-EVT-SW               PIC  X(01).
               88  WK-PROP-EVT-GRAVADO      VALUE 'S'.

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-DIAS                  PIC ZZZ9.
           03  DSP-VL                       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

       01  ARCSB629-DADOS.
-INC ARCKB629

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  PARM1.
           03  PARM-QT-DIAS-CANC       PIC  9(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           IF  PARM-QT-DIAS-CANC NUMERIC
           AND PARM-QT-DIAS-CANC GREATER ZEROS
               MOVE PARM-QT-DIAS-CANC   TO WK-QT-DIAS-CANC
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC
           COMPUTE WK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(DTH-DATA)
           END-COMPUTE

           PERFORM 050000-ABRIR-ARQUIVOS

           SORT WK-ORDENACAO
               ON ASCENDING KEY WKORD-CHAVE-CTA
               ON ASCENDING KEY WKORD-DT-PROC
               ON ASCENDING KEY WKORD-HR-PROC
               USING AUDITORIA
               OUTPUT PROCEDURE IS 300000-PERCORRER-ORDENADO

           PERFORM 950000-IMPRIMIR-RODAPE

           CLOSE FORMALIZ
           CLOSE RELATORIO
           CLOSE EVENTOS

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       050000-ABRIR-ARQUIVOS SECTION.
      *-----------------------------------------------------------------
      *    FORMALIZ indisponivel: toda aplicacao pareceria nao
      *    formalizada e seria cancelada - RC 8, nada e processado.

           OPEN INPUT FORMALIZ
           IF  WK-FS-FORMALIZ NOT EQUAL '00'
               DISPLAY CTE-PROG ' Falha na abertura do FORMALIZ - FS: '
                   WK-FS-FORMALIZ ' - nada cancelado'
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELATORIO
           OPEN OUTPUT EVENTOS

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-PERCORRER-ORDENADO SECTION.
      *-----------------------------------------------------------------

           PERFORM UNTIL FIM-ORDENACAO
               RETURN WK-ORDENACAO INTO AUDITORIA-REGISTRO
                   AT END SET FIM-ORDENACAO TO TRUE
                   NOT AT END
                       PERFORM 400000-TRATAR-LINHA
               END-RETURN
           END-PERFORM

           PERFORM 600000-FECHAR-CONTA

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-TRATAR-LINHA SECTION.
      *-----------------------------------------------------------------
      *    Na quebra de conta as linhas guardadas da anterior sao
      *    avaliadas. Linha 'X' (cancelamento pela tela) para o
      *    Resultado da aplicacao mais recente guardada descarta
      *    essa aplicacao - mesma regra de ARCT0628 248000.

           ADD  1                       TO WK-QT-LIDOS

           MOVE AUD-SG-SIS-OGM-OPR      TO WK-CTA-SIS
           MOVE AUD-NR-UNCO-CTR-OPR     TO WK-CTA-OPR
           MOVE AUD-NR-EPRD-FNCD        TO WK-CTA-EPRD
           MOVE AUD-NR-SCTR-OPR         TO WK-CTA-SCTR

           IF  WK-CHAVE-CTA NOT EQUAL WK-CHAVE-CTA-ANT
               PERFORM 600000-FECHAR-CONTA
               MOVE WK-CHAVE-CTA        TO WK-CHAVE-CTA-ANT
           END-IF

           PERFORM 410000-CONSULTAR-ESPELHO

           EVALUATE TRUE
               WHEN AUD-SITC-CANCELADA
                   PERFORM 450000-DESCARTAR-CANCELADA
               WHEN AUD-SITC-APLICADA
               OR   AUD-SITC-DESCUMPRIDA
                   IF  AUD-DT-PROC NUMERIC
                   AND AUD-DT-PROC NOT LESS CTE-DT-INI-FRML
                       PERFORM 460000-GUARDAR-LINHA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       410000-CONSULTAR-ESPELHO SECTION.
      *-----------------------------------------------------------------
      *    A situacao que vale e a do espelho AUDIHIST (ARCSB629
      *    'C'), sobreposta na linha lida. AUDIHIST fora do ar: vale
      *    a situacao da linha, mas nada sera cancelado (RC 8).

           IF  WK-AUDV-INDISPONIVEL
               GO TO 410000-SAI
           END-IF

           MOVE 'C'                     TO ARCSB629-CD-FUNC
           MOVE 'ARCP0660'              TO ARCSB629-CD-PGM-OPER
           MOVE AUDITORIA-REGISTRO      TO ARCSB629-AUDITORIA
           PERFORM 270000-CHAMAR-ARCSB629

           IF  ARCSB629-IN-SCS-OK
           AND ARCSB629-ACHOU
               MOVE ARCSB629-AUDITORIA  TO AUDITORIA-REGISTRO
           END-IF

           .
       410000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       450000-DESCARTAR-CANCELADA SECTION.
      *-----------------------------------------------------------------

           IF  WK-QT-LIN-CTA EQUAL ZEROS
           OR  AUD-IC-RSTD-SLCD NOT EQUAL WK-ULT-IC-RSTD
               GO TO 450000-SAI
           END-IF

           PERFORM VARYING IX-LIN FROM 1 BY 1
           UNTIL IX-LIN GREATER WK-QT-LIN-CTA
               IF  WK-LIN-AUDITORIA(IX-LIN)(1:8)  EQUAL WK-ULT-DT
               AND WK-LIN-AUDITORIA(IX-LIN)(10:6) EQUAL WK-ULT-HR
                   MOVE 'N'             TO WK-LIN-IC-VIVA(IX-LIN)
               END-IF
           END-PERFORM

           MOVE ZEROS                   TO WK-ULT-IC-RSTD

           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       460000-GUARDAR-LINHA SECTION.
      *-----------------------------------------------------------------

           IF  WK-QT-LIN-CTA NOT LESS CTE-MAX-LIN-CTA
               IF  NOT WK-LIN-CHEIO-AVSD
                   DISPLAY CTE-PROG ' Conta com mais de '
                       CTE-MAX-LIN-CTA ' linhas aplicadas - '
                       WK-CHAVE-CTA ' - excedente ignorado'
                   SET  WK-LIN-CHEIO-AVSD TO TRUE
                   IF  RETURN-CODE LESS 4
                       MOVE 4           TO RETURN-CODE
                   END-IF
               END-IF
               GO TO 460000-SAI
           END-IF

           ADD  1                       TO WK-QT-LIN-CTA
           MOVE 'S'                TO WK-LIN-IC-VIVA(WK-QT-LIN-CTA)
           MOVE AUDITORIA-REGISTRO
                                   TO WK-LIN-AUDITORIA(WK-QT-LIN-CTA)

           MOVE AUD-DT-PROC             TO WK-ULT-DT
           MOVE AUD-HR-PROC             TO WK-ULT-HR
           MOVE AUD-IC-RSTD-SLCD        TO WK-ULT-IC-RSTD

           .
       460000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       270000-CHAMAR-ARCSB629 SECTION.
      *-----------------------------------------------------------------
      *    Falha de abertura do AUDIHIST ou do SITTRANS desliga as
      *    chamadas seguintes - nada mais e cancelado e o passo fecha
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
       600000-FECHAR-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Avalia as linhas aplicadas ainda vivas da conta, em ordem
      *    de data/hora: a primeira linha de cada proposta decide
      *    formalizacao, idade e cancelamento; as demais so seguem a
      *    decisao.

           MOVE HIGH-VALUES             TO WK-CHAVE-PROP-ANT

           PERFORM VARYING IX-LIN FROM 1 BY 1
           UNTIL IX-LIN GREATER WK-QT-LIN-CTA
               IF  WK-LIN-VIVA(IX-LIN)
                   MOVE WK-LIN-AUDITORIA(IX-LIN)
                                        TO AUDITORIA-REGISTRO
                   PERFORM 610000-TRATAR-APLICADA
               END-IF
           END-PERFORM

           MOVE ZEROS                   TO WK-QT-LIN-CTA
           MOVE ZEROS                   TO WK-ULT-IC-RSTD

           .
       600000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       610000-TRATAR-APLICADA SECTION.
      *-----------------------------------------------------------------

           MOVE AUD-DT-PROC             TO WK-PROP-DT
           MOVE AUD-HR-PROC             TO WK-PROP-HR

           IF  WK-CHAVE-PROP NOT EQUAL WK-CHAVE-PROP-ANT
               MOVE WK-CHAVE-PROP       TO WK-CHAVE-PROP-ANT
               PERFORM 620000-AVALIAR-PROPOSTA
           END-IF

           IF  WK-PROP-PENDENTE
           AND WK-PROP-CANCELAR
               PERFORM 650000-CANCELAR-LINHA
           END-IF

           .
       610000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       620000-AVALIAR-PROPOSTA SECTION.
      *-----------------------------------------------------------------
      *    Idade em dias corridos desde a aplicacao: ate 5, de 6 a 10,
      *    mais de 10 abaixo do limite, e a partir de
      *    WK-QT-DIAS-CANC, cancelada.

           MOVE 'N'                     TO WK-PROP-PENDENTE-SW
           MOVE 'N'                     TO WK-PROP-CANCELAR-SW
           MOVE 'N'                     TO WK-PROP-EVT-SW

           ADD  1                       TO WK-QT-PROPOSTAS

           PERFORM 630000-VERIFICAR-FORMALIZACAO

           IF  WK-FORMALIZADA
               ADD  1                   TO WK-QT-FORMALIZADAS
               GO TO 620000-SAI
           END-IF

           MOVE 'S'                     TO WK-PROP-PENDENTE-SW
           ADD  1                       TO WK-QT-PENDENTES
           IF  AUD-VL-ENTD NUMERIC
               ADD  AUD-VL-ENTD         TO WK-VL-PENDENTES
           END-IF

           COMPUTE WK-QT-DIAS = WK-INT-HOJE -
               FUNCTION INTEGER-OF-DATE(AUD-DT-PROC)
           END-COMPUTE

           EVALUATE TRUE
               WHEN WK-QT-DIAS NOT LESS WK-QT-DIAS-CANC
                   MOVE 'S'             TO WK-PROP-CANCELAR-SW
                   ADD  1               TO WK-QT-A-CANCELAR
               WHEN WK-QT-DIAS GREATER 10
                   ADD  1               TO WK-QT-FX-3
               WHEN WK-QT-DIAS GREATER 5
                   ADD  1               TO WK-QT-FX-2
               WHEN OTHER
                   ADD  1               TO WK-QT-FX-1
           END-EVALUATE

           PERFORM 700000-REPORTAR-PENDENTE

           .
       620000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       630000-VERIFICAR-FORMALIZACAO SECTION.
      *-----------------------------------------------------------------
      *    A aplicacao esta formalizada quando o primeiro registro do
      *    FORMALIZ da conta gravado na data/hora da linha ou depois
      *    se refere a uma aplicacao nao posterior a ela (vide book
      *    ARCKFRML).

           SET  WK-NAO-FORMALIZADA      TO TRUE

           MOVE AUD-SG-SIS-OGM-OPR      TO FRM-SG-SIS-OGM-OPR
           MOVE AUD-NR-UNCO-CTR-OPR     TO FRM-NR-UNCO-CTR-OPR
           MOVE AUD-NR-EPRD-FNCD        TO FRM-NR-EPRD-FNCD
           MOVE AUD-NR-SCTR-OPR         TO FRM-NR-SCTR-OPR
           MOVE AUD-DT-PROC             TO FRM-DT-REG
           MOVE AUD-HR-PROC             TO FRM-HR-REG

           START FORMALIZ KEY NOT LESS FRM-CHAVE
           IF  WK-FS-FORMALIZ NOT EQUAL '00'
               GO TO 630000-SAI
           END-IF

           READ FORMALIZ NEXT
           IF  WK-FS-FORMALIZ NOT EQUAL '00'
               GO TO 630000-SAI
           END-IF

           IF  FRM-SG-SIS-OGM-OPR  EQUAL AUD-SG-SIS-OGM-OPR
           AND FRM-NR-UNCO-CTR-OPR EQUAL AUD-NR-UNCO-CTR-OPR
           AND FRM-NR-EPRD-FNCD    EQUAL AUD-NR-EPRD-FNCD
           AND FRM-NR-SCTR-OPR     EQUAL AUD-NR-SCTR-OPR
           AND (FRM-DT-APLC LESS AUD-DT-PROC
           OR  (FRM-DT-APLC EQUAL AUD-DT-PROC
           AND  FRM-HR-APLC NOT GREATER AUD-HR-PROC))
               SET  WK-FORMALIZADA      TO TRUE
           END-IF

           .
       630000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       650000-CANCELAR-LINHA SECTION.
      *-----------------------------------------------------------------
      *    Regrava 'X' no AUDIHIST so se o espelho ainda esta na
      *    situacao lida: formalizada depois da leitura nao existe
      *    aqui (FORMALIZ ja consultado), mas cumprida, cancelada ou
      *    regravada por outro passo volta divergente e nao e tocada.

           IF  WK-AUDV-INDISPONIVEL
               GO TO 650000-SAI
           END-IF

           MOVE 'A'                     TO ARCSB629-CD-FUNC
           MOVE 'ARCP0660'              TO ARCSB629-CD-PGM-OPER
           MOVE AUD-IC-SITC             TO ARCSB629-IC-SITC-ANT
           MOVE 'X'                     TO ARCSB629-IC-SITC-NOVA
           MOVE AUDITORIA-REGISTRO      TO ARCSB629-AUDITORIA
           PERFORM 270000-CHAMAR-ARCSB629

           IF  ARCSB629-IN-SCS-ERRO
               GO TO 650000-SAI
           END-IF

           IF  ARCSB629-NAO-ACHOU
               ADD  1                   TO WK-QT-SEM-ESPELHO
               GO TO 650000-SAI
           END-IF

           IF  ARCSB629-DIVERGENTE
               ADD  1                   TO WK-QT-JA-MUDADAS
               GO TO 650000-SAI
           END-IF

           MOVE ARCSB629-AUDITORIA      TO AUDITORIA-REGISTRO
           ADD  1                       TO WK-QT-LIN-CANCELADAS

           IF  NOT WK-PROP-EVT-GRAVADO
               MOVE 'S'                 TO WK-PROP-EVT-SW
               ADD  1                   TO WK-QT-CANCELADAS
               IF  AUD-VL-ENTD NUMERIC
                   ADD  AUD-VL-ENTD     TO WK-VL-CANCELADAS
               END-IF
               PERFORM 660000-GRAVAR-EVENTO-CANCELADA
           END-IF

           .
       650000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       660000-GRAVAR-EVENTO-CANCELADA SECTION.
      *-----------------------------------------------------------------
      *    Evento 'X' no feed, um por proposta cancelada.

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-EVT

           MOVE SPACES                  TO EVENTOS-REGISTRO
           MOVE EVT-DTH-DATA            TO EVT-DT
           MOVE EVT-DTH-HORA            TO EVT-HR
           SET  EVT-CANCELADA           TO TRUE
           MOVE AUD-SG-SIS-OGM-OPR      TO EVT-SG-SIS-OGM-OPR
           MOVE AUD-NR-UNCO-CTR-OPR     TO EVT-NR-UNCO-CTR-OPR
           MOVE AUD-NR-EPRD-FNCD        TO EVT-NR-EPRD-FNCD
           MOVE AUD-NR-SCTR-OPR         TO EVT-NR-SCTR-OPR
           MOVE AUD-IC-SITC             TO EVT-IC-SITC
           MOVE 'ARCP0660'              TO EVT-CD-OPER

           WRITE EVENTOS-REGISTRO

           .
       660000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-REPORTAR-PENDENTE SECTION.
      *-----------------------------------------------------------------

           MOVE WK-QT-DIAS              TO DSP-QT-DIAS
           MOVE ZEROS                   TO DSP-VL
           IF  AUD-VL-ENTD NUMERIC
               MOVE AUD-VL-ENTD         TO DSP-VL
           END-IF

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Conta: ' AUD-SG-SIS-OGM-OPR '/'
               AUD-NR-UNCO-CTR-OPR '/' AUD-NR-EPRD-FNCD '/'
               AUD-NR-SCTR-OPR
               '  Aplicada ' AUD-DT-PROC ' ' AUD-HR-PROC
               '  Dias ' DSP-QT-DIAS
               '  Entrada ' DSP-VL
               '  Oper ' AUD-CD-OPER
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           IF  WK-PROP-CANCELAR
               MOVE 'CANCELAR'          TO RELATORIO-LINHA(124:8)
           END-IF
           PERFORM 900000-ESCREVER-LINHA

           .
       700000-SAI.
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
      *    Cabecalho de topo de pagina - repetido a cada pagina nova.

           ADD  1                       TO WK-NR-PAG
           MOVE WK-NR-PAG                TO DSP-NR-PAG
           MOVE ZEROS                   TO WK-NR-LINHA

           MOVE RELATORIO-LINHA         TO WK-LINHA-SALVA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Aplicadas sem Formalizacao do Aceite - MotorPCLD'
               '           Pagina: ' DSP-NR-PAG
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

           IF  WK-QT-PENDENTES EQUAL ZEROS
               PERFORM 910000-IMPRIMIR-CABECALHO
               MOVE SPACES               TO RELATORIO-LINHA
               STRING '  Nenhuma aplicacao aguardando formalizacao.'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-DIAS-CANC         TO DSP-QT-DIAS
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Cancelamento automatico a partir de ' DSP-QT-DIAS
               ' dias corridos da aplicacao'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-LIDOS             TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Linhas lidas...........: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-PROPOSTAS         TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Propostas aplicadas....: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-FORMALIZADAS      TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Formalizadas...........: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-PENDENTES         TO DSP-QT
           MOVE WK-VL-PENDENTES         TO DSP-VL
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Sem formalizacao.......: ' DSP-QT
               '   entrada ' DSP-VL
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-FX-1              TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  ate 5 dias...........: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-FX-2              TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  de 6 a 10 dias.......: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-FX-3              TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  mais de 10 dias......: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-A-CANCELAR        TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  no limite (cancelar).: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-CANCELADAS        TO DSP-QT
           MOVE WK-VL-CANCELADAS        TO DSP-VL
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Canceladas.............: ' DSP-QT
               '   entrada ' DSP-VL
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-JA-MUDADAS        TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Ja mudadas no AUDIHIST.: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-SEM-ESPELHO       TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Sem espelho............: ' DSP-QT
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
               ' Aplicadas: ' WK-QT-PROPOSTAS
               ' Sem formalizacao: ' WK-QT-PENDENTES
               ' Canceladas: ' WK-QT-CANCELADAS
               ' Linhas: ' WK-QT-LIN-CANCELADAS

           .
       950000-SAI.
           EXIT.
