      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCP0656
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Carga diaria do CADOPR pelo extrato de faixas do
      *             sistema de emprestimos (EXTFAIXA, book ARCKEXFX).
      *             O extrato e ordenado e confrontado conta a conta
      *             com o cadastro corrente; a diferenca entra como
      *             delta - faixa nova inclui, faixa com conteudo
      *             diferente altera, faixa que sumiu do extrato (ou
      *             conta inteira ausente dele) exclui. O novo
      *             conjunto de faixas de cada conta passa antes pelas
      *             mesmas regras de ARCP0634; conta com qualquer
      *             excecao fica retida inteira, com o cadastro como
      *             estava, e sai no relatorio. Cada alteracao aplicada
      *             vai para o diario CADJCARG (book ARCKCADJ, mesmo
      *             layout da fila 'CADJ' de ARCT0629, concatenado ao
      *             CADJORN no ARCR0635) com o operador de lote do
      *             PARM, e a conta alterada e carimbada no CACHINV
      *             (book ARCKCINV) para o cache de respostas de
      *             ARCP0627. Relatorio com as contagens balanceadas
      *             do extrato e do cadastro e linha no CHAINCTL. Roda
      *             antes de ARCP0634/ARCP0646 e da precificacao.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCP0656.
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
               SELECT  EXTFAIXA   ASSIGN  TO  UT-S-EXTFAIXA.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD656.
               SELECT  CADOPR    ASSIGN  TO  CADOPR
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CADOPR-CHAVE
                       FILE STATUS   IS  WK-FS-CADOPR.
               SELECT  CACHINV   ASSIGN  TO  CACHINV
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CIV-CHAVE
                       FILE STATUS   IS  WK-FS-CACHINV.
               SELECT  CADJCARG   ASSIGN  TO  UT-S-CADJCARG.
               SELECT  CHAINCTL   ASSIGN  TO  UT-S-CHAINCTL.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  EXTFAIXA
           BLOCK 0 RECORDS
           RECORD  77
           RECORDING MODE IS F.

       01  EXTFAIXA-REGISTRO               PIC  X(77).

      *    Extrato ordenado por conta e faixa - a mesma ordem da
      *    chave do CADOPR, para o confronto em fluxo.
       SD  WK-ORDENACAO
           RECORD  77.

       01  WKORD-REGISTRO.
-INC ARCKEXFX

       FD  CADOPR
           RECORD  69.

       01  CADOPR-REGISTRO.
-INC ARCKCADO

       FD  CACHINV
           RECORD  60.

       01  CACHINV-REGISTRO.
-INC ARCKCINV

      *    Diario das alteracoes aplicadas pela carga - layout do
      *    CADJORN, lido por ARCR0635 na mesma concatenacao
       FD  CADJCARG
           BLOCK 0 RECORDS
           RECORD  166
           RECORDING MODE IS F.

       01  CADJORN-REGISTRO.
-INC ARCKCADJ

       FD  CHAINCTL
           BLOCK 0 RECORDS
           RECORD  85
           RECORDING MODE IS F.

       01  CHAINCTL-REGISTRO.
-INC ARCKCHCT

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0656 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.

       01  WK-FS-CADOPR                 PIC  X(02) VALUE SPACES.
       01  WK-FS-CACHINV                PIC  X(02) VALUE SPACES.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-EXTFAIXA-SW              PIC  X(01) VALUE 'N'.
               88  FIM-EXTFAIXA                         VALUE 'S'.
           03  FIM-ORDENACAO-SW             PIC  X(01) VALUE 'N'.
               88  FIM-ORDENACAO                        VALUE 'S'.
           03  FIM-CADOPR-SW                PIC  X(01) VALUE 'N'.
               88  FIM-CADOPR                           VALUE 'S'.
           03  WK-ABORTADA-SW               PIC  X(01) VALUE 'N'.
               88  WK-ABORTADA                          VALUE 'S'.
           03  WK-CIV-INDISP-SW             PIC  X(01) VALUE 'N'.
               88  WK-CIV-INDISPONIVEL                  VALUE 'S'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-CD-OPER                   PIC  X(08)
                                             VALUE 'ARCP0656'.

      *    Contagens da carga. Fecham em tres igualdades, conferidas
      *    no rodape (vide 950000):
      *    extrato valido = incluidas + alteradas + iguais + retidas
      *    do extrato; cadastro lido = alteradas + excluidas + iguais
      *    + retidas do cadastro; contas = sem alteracao + alteradas
      *    + retidas.
       01  GRP-CONTAGENS.
           03  WK-QT-EXT-LIDOS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-EXT-INVALIDOS          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-EXT-VALIDOS            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CAD-LIDOS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-INCL               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-ALTR               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-EXCL               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-IGUAL              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-RET-EXT            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-RET-CAD            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTA                    PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTA-IGUAL              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTA-ALTR               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTA-RETIDA             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTA-REMOVIDA           PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-EXCC                   PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-JORNAL                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CIV-GRVD               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CAD-FINAL              PIC S9(09) COMP-5.
           03  WK-QT-SOMA                   PIC S9(09) COMP-5.
           03  WK-QT-DESBALANCO             PIC  9(04) COMP-5
                                             VALUE ZEROS.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  DTH-HORA                     PIC  9(06).
           03  FILLER                       PIC  X(07).

      *    Conta em confronto e as proximas de cada lado. Fim de um
      *    lado vale HIGH-VALUES - a conta do outro lado e sempre a
      *    menor.
       01  GRP-CONFRONTO.
           03  WK-CTA-ATU                   PIC  X(30).
           03  WK-CTA-EXT.
               05  WKE-SIS                  PIC  X(03).
               05  WKE-OPR                  PIC  9(17).
               05  WKE-EPRD                 PIC  9(05).
               05  WKE-SCTR                 PIC  9(05).
           03  WK-CAD-PROX.
               05  CPX-CHAVE-CTA            PIC  X(30).
               05  CPX-FXA                  PIC  9(02).
               05  FILLER                   PIC  X(37).

      *    Critica do novo conjunto de faixas da conta (regras de
      *    ARCP0634) - faixa anterior para a monotonia.
       01  GRP-CRITICA.
           03  WK-QT-FXA-CTA                PIC  9(04) COMP-5.
           03  WK-FXA-ANT                   PIC  9(02).
           03  WK-VL-AMTR-ANT               PIC  9(13)V99.
           03  WK-VL-PCLD-ANT               PIC  9(13)V99.
           03  WK-CTA-COM-EXCC-SW           PIC  X(01).
               88  WK-CTA-COM-EXCC          VALUE 'S'.
           03  WK-CTA-ALTERADA-SW           PIC  X(01).
               88  WK-CTA-ALTERADA          VALUE 'S'.
           03  WK-TX-EXCC                   PIC  X(70).
           03  WK-IC-ACAO                   PIC  X(01).

      *    Faixas da conta: as do extrato (novo conjunto, no maximo
      *    20 - acima disso a conta e retida) e as do cadastro atual
      *    (chave de faixa de 2 digitos: ate 100).
       01  GRP-FAIXAS.
           03  WK-QT-NOVA                   PIC  9(04) COMP-5.
           03  WK-QT-ATUAL                  PIC  9(04) COMP-5.
           03  IX-NOVA                      PIC  9(04) COMP-5.
           03  IX-ATUAL                     PIC  9(04) COMP-5.
           03  IX-ATUAL-ACHOU               PIC  9(04) COMP-5.
           03  WK-TB-NOVA OCCURS 20 TIMES.
               05  WK-NOVA-IMAGEM           PIC  X(69).
           03  WK-TB-ATUAL OCCURS 100 TIMES.
               05  WK-ATUAL-IMAGEM          PIC  X(69).
               05  WK-ATUAL-CASADA-SW       PIC  X(01).
                   88  WK-ATUAL-CASADA      VALUE 'S'.

      *    Imagem de um registro ARCKCADO montada/consultada fora do
      *    FD (mesmos campos com nomes proprios).
       01  WK-IMG-REGISTRO.
           03  IMG-CHAVE.
               05  IMG-SIS                  PIC  X(03).
               05  IMG-OPR                  PIC  9(17).
               05  IMG-EPRD                 PIC  9(05).
               05  IMG-SCTR                 PIC  9(05).
               05  IMG-FXA                  PIC  9(02).
           03  IMG-CD-GR-PRD                PIC  9(04).
           03  IMG-VL-AMTR                  PIC  9(13)V99.
           03  IMG-VL-PCLD                  PIC  9(13)V99.
           03  IMG-QT-PRZ                   PIC  9(03).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT-A                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-B                     PIC ZZZ.ZZZ.ZZ9.

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      *    Operador de lote gravado no diario (default ARCP0656)
       01  PARM1.
           03  PARM-CD-OPER            PIC  X(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           IF  PARM-CD-OPER NOT EQUAL SPACES
           AND PARM-CD-OPER NOT EQUAL LOW-VALUES
               MOVE PARM-CD-OPER        TO WK-CD-OPER
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC

           OPEN I-O    CADOPR
           OPEN OUTPUT RELATORIO

           IF  WK-FS-CADOPR NOT EQUAL '00'
               DISPLAY CTE-PROG ' Falha na abertura do CADOPR - FS: '
                   WK-FS-CADOPR
               MOVE 8                   TO RETURN-CODE
               CLOSE RELATORIO
               GO TO 000000-SAI
           END-IF

           OPEN OUTPUT CADJCARG

      *    Sem CACHINV a carga segue - a impressao digital do cache
      *    de ARCP0627 ja leva os valores das faixas.
           OPEN I-O    CACHINV
           IF  WK-FS-CACHINV NOT EQUAL '00'
               SET  WK-CIV-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' CACHINV indisponivel - FS: '
                   WK-FS-CACHINV ' - contas sem carimbo de cache'
           END-IF

           SORT WK-ORDENACAO
               ON ASCENDING KEY EXF-SG-SIS-OGM-OPR
                                EXF-NR-UNCO-CTR-OPR
                                EXF-NR-EPRD-FNCD
                                EXF-NR-SCTR-OPR
                                EXF-CD-FXA
               INPUT PROCEDURE IS 100000-SELECIONAR-EXTRATO
               OUTPUT PROCEDURE IS 200000-CONFRONTAR-CADASTRO

           PERFORM 950000-IMPRIMIR-RODAPE

           IF  NOT WK-ABORTADA
               PERFORM 800000-GRAVAR-CHAINCTL
           END-IF

           CLOSE CADOPR
           CLOSE CADJCARG
           CLOSE RELATORIO
           IF  NOT WK-CIV-INDISPONIVEL
               CLOSE CACHINV
           END-IF

           IF  WK-ABORTADA
           OR  WK-QT-DESBALANCO GREATER ZEROS
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF  WK-QT-CTA-RETIDA GREATER ZEROS
               OR  WK-QT-EXT-INVALIDOS GREATER ZEROS
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY CTE-PROG ' Extrato: ' WK-QT-EXT-LIDOS
               ' Contas: ' WK-QT-CTA
               ' Alteradas: ' WK-QT-CTA-ALTR
               ' Retidas: ' WK-QT-CTA-RETIDA

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       100000-SELECIONAR-EXTRATO SECTION.
      *-----------------------------------------------------------------
      *    INPUT PROCEDURE da SORT - linha sem conta identificavel nao
      *    tem como ser confrontada: sai no relatorio e fica fora. As
      *    demais criticas sao do conjunto da conta (200000).

           OPEN INPUT EXTFAIXA

           READ EXTFAIXA
               AT END SET FIM-EXTFAIXA  TO TRUE
           END-READ

           PERFORM UNTIL FIM-EXTFAIXA

               ADD  1                   TO WK-QT-EXT-LIDOS
               MOVE EXTFAIXA-REGISTRO   TO WKORD-REGISTRO

               IF  EXF-SG-SIS-OGM-OPR EQUAL SPACES
               OR  EXF-NR-UNCO-CTR-OPR NOT NUMERIC
               OR  EXF-NR-EPRD-FNCD NOT NUMERIC
               OR  EXF-NR-SCTR-OPR NOT NUMERIC
                   ADD  1               TO WK-QT-EXT-INVALIDOS
                   MOVE WK-QT-EXT-LIDOS TO DSP-QT-A
                   MOVE SPACES          TO RELATORIO-LINHA
                   STRING
                       'Linha ' DSP-QT-A
                       ' do extrato sem conta valida: '
                       EXTFAIXA-REGISTRO(1:34)
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-STRING
                   PERFORM 900000-ESCREVER-LINHA
               ELSE
                   ADD  1               TO WK-QT-EXT-VALIDOS
                   RELEASE WKORD-REGISTRO
               END-IF

               READ EXTFAIXA
                   AT END SET FIM-EXTFAIXA TO TRUE
               END-READ

           END-PERFORM

           CLOSE EXTFAIXA

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-CONFRONTAR-CADASTRO SECTION.
      *-----------------------------------------------------------------
      *    OUTPUT PROCEDURE da SORT - confronto em fluxo do extrato
      *    ordenado com o CADOPR lido na ordem da chave. Extrato
      *    vazio nao e "toda conta sumiu": a carga e abortada sem
      *    tocar no cadastro.

           IF  WK-QT-EXT-VALIDOS EQUAL ZEROS
               SET  WK-ABORTADA         TO TRUE
               DISPLAY CTE-PROG ' Extrato sem linha valida - carga'
                   ' abortada, CADOPR intocado'
               GO TO 200000-SAI
           END-IF

           PERFORM 210000-LER-ORDENADO

           MOVE LOW-VALUES              TO CADOPR-CHAVE
           START CADOPR KEY NOT LESS CADOPR-CHAVE
           IF  WK-FS-CADOPR NOT EQUAL '00'
               SET  FIM-CADOPR          TO TRUE
               MOVE HIGH-VALUES         TO CPX-CHAVE-CTA
           ELSE
               PERFORM 220000-LER-CADASTRO
           END-IF

           PERFORM UNTIL (FIM-ORDENACAO AND FIM-CADOPR)
           OR WK-ABORTADA
               PERFORM 300000-TRATAR-CONTA
           END-PERFORM

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210000-LER-ORDENADO SECTION.
      *-----------------------------------------------------------------

           RETURN WK-ORDENACAO
               AT END SET FIM-ORDENACAO TO TRUE
           END-RETURN

           IF  FIM-ORDENACAO
               MOVE HIGH-VALUES         TO WK-CTA-EXT
           ELSE
               MOVE EXF-SG-SIS-OGM-OPR  TO WKE-SIS
               MOVE EXF-NR-UNCO-CTR-OPR TO WKE-OPR
               MOVE EXF-NR-EPRD-FNCD    TO WKE-EPRD
               MOVE EXF-NR-SCTR-OPR     TO WKE-SCTR
           END-IF

           .
       210000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       220000-LER-CADASTRO SECTION.
      *-----------------------------------------------------------------
      *    Proximo registro do CADOPR guardado fora do FD - a
      *    aplicacao do delta da conta corrente usa a area do FD.

           READ CADOPR NEXT
               AT END SET FIM-CADOPR    TO TRUE
           END-READ

           IF  FIM-CADOPR
               MOVE HIGH-VALUES         TO CPX-CHAVE-CTA
           ELSE
               ADD  1                   TO WK-QT-CAD-LIDOS
               MOVE CADOPR-REGISTRO     TO WK-CAD-PROX
           END-IF

           .
       220000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-TRATAR-CONTA SECTION.
      *-----------------------------------------------------------------
      *    A menor conta entre os dois lados: junta as faixas dela de
      *    cada lado, critica o novo conjunto e aplica ou retem.

           IF  WK-CTA-EXT LESS CPX-CHAVE-CTA
               MOVE WK-CTA-EXT          TO WK-CTA-ATU
           ELSE
               MOVE CPX-CHAVE-CTA       TO WK-CTA-ATU
           END-IF

           ADD  1                       TO WK-QT-CTA
           MOVE ZEROS                   TO WK-QT-NOVA
           MOVE ZEROS                   TO WK-QT-ATUAL
           MOVE ZEROS                   TO WK-QT-FXA-CTA
           MOVE ZEROS                   TO WK-FXA-ANT
           MOVE ZEROS                   TO WK-VL-AMTR-ANT
           MOVE ZEROS                   TO WK-VL-PCLD-ANT
           MOVE 'N'                     TO WK-CTA-COM-EXCC-SW
           MOVE 'N'                     TO WK-CTA-ALTERADA-SW

           PERFORM UNTIL WK-CTA-EXT NOT EQUAL WK-CTA-ATU
               PERFORM 310000-CRITICAR-FAIXA-EXTRATO
               PERFORM 210000-LER-ORDENADO
           END-PERFORM

           PERFORM UNTIL CPX-CHAVE-CTA NOT EQUAL WK-CTA-ATU
               IF  WK-QT-ATUAL LESS 100
                   ADD  1               TO WK-QT-ATUAL
                   MOVE WK-CAD-PROX     TO WK-ATUAL-IMAGEM(WK-QT-ATUAL)
                   MOVE 'N'             TO
                                    WK-ATUAL-CASADA-SW(WK-QT-ATUAL)
               END-IF
               PERFORM 220000-LER-CADASTRO
           END-PERFORM

           IF  WK-CTA-COM-EXCC
               ADD  1                   TO WK-QT-CTA-RETIDA
               ADD  WK-QT-FXA-CTA       TO WK-QT-FXA-RET-EXT
               ADD  WK-QT-ATUAL         TO WK-QT-FXA-RET-CAD
               GO TO 300000-SAI
           END-IF

           PERFORM 400000-APLICAR-DELTA

           IF  WK-ABORTADA
               GO TO 300000-SAI
           END-IF

           IF  WK-CTA-ALTERADA
               ADD  1                   TO WK-QT-CTA-ALTR
               IF  WK-QT-NOVA EQUAL ZEROS
                   ADD  1               TO WK-QT-CTA-REMOVIDA
               END-IF
               PERFORM 450000-CARIMBAR-CACHINV
           ELSE
               ADD  1                   TO WK-QT-CTA-IGUAL
           END-IF

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       310000-CRITICAR-FAIXA-EXTRATO SECTION.
      *-----------------------------------------------------------------
      *    Mesmas regras de ARCP0634, aplicadas a linha do extrato na
      *    ordem das faixas da conta, mais a faixa repetida (que o
      *    KSDS nao deixaria ver). Linha sem excecao e guardada como
      *    imagem ARCKCADO do novo conjunto.

           ADD  1                       TO WK-QT-FXA-CTA

           IF  EXF-CD-GR-PRD NOT NUMERIC
           OR  EXF-CD-GR-PRD EQUAL ZEROS
               MOVE 'Codigo de grupo de produto ausente ou zerado'
                                        TO WK-TX-EXCC
               PERFORM 350000-REPORTAR-EXCECAO
           END-IF

           IF  EXF-CD-FXA NOT NUMERIC
           OR  EXF-CD-FXA EQUAL ZEROS
               MOVE 'Codigo de faixa ausente ou zerado'
                                        TO WK-TX-EXCC
               PERFORM 350000-REPORTAR-EXCECAO
           ELSE
               IF  WK-QT-FXA-CTA GREATER 1
               AND EXF-CD-FXA EQUAL WK-FXA-ANT
                   MOVE 'Faixa repetida no extrato'
                                        TO WK-TX-EXCC
                   PERFORM 350000-REPORTAR-EXCECAO
               END-IF
               MOVE EXF-CD-FXA          TO WK-FXA-ANT
           END-IF

           IF  EXF-VL-AMTR NOT NUMERIC
           OR  EXF-VL-PCLD NOT NUMERIC
           OR  EXF-VL-AMTR EQUAL ZEROS
           OR  EXF-VL-PCLD EQUAL ZEROS
               MOVE 'Valor de amortizacao ou PCLD ausente ou zerado'
                                        TO WK-TX-EXCC
               PERFORM 350000-REPORTAR-EXCECAO
           ELSE

               IF  EXF-VL-AMTR GREATER EXF-VL-PCLD
                   MOVE 'Amortizacao maior que a PCLD da faixa'
                                        TO WK-TX-EXCC
                   PERFORM 350000-REPORTAR-EXCECAO
               END-IF

               IF  WK-QT-FXA-CTA GREATER 1
                   IF  EXF-VL-AMTR NOT GREATER WK-VL-AMTR-ANT
                       MOVE 'Amortizacao nao cresce vs faixa anterior'
                                        TO WK-TX-EXCC
                       PERFORM 350000-REPORTAR-EXCECAO
                   END-IF
                   IF  EXF-VL-PCLD NOT GREATER WK-VL-PCLD-ANT
                       MOVE 'PCLD nao cresce vs faixa anterior'
                                        TO WK-TX-EXCC
                       PERFORM 350000-REPORTAR-EXCECAO
                   END-IF
               END-IF

               MOVE EXF-VL-AMTR         TO WK-VL-AMTR-ANT
               MOVE EXF-VL-PCLD         TO WK-VL-PCLD-ANT
           END-IF

           IF  EXF-QT-PRZ NOT NUMERIC
               MOVE 'Prazo restante nao numerico'
                                        TO WK-TX-EXCC
               PERFORM 350000-REPORTAR-EXCECAO
           END-IF

           IF  WK-QT-FXA-CTA EQUAL 21
      *        Reportada uma unica vez, como em ARCP0634 - mas aqui a
      *        conta e retida: o motor ignoraria o excedente.
               MOVE 'Mais de 20 faixas na conta'
                                        TO WK-TX-EXCC
               PERFORM 350000-REPORTAR-EXCECAO
           END-IF

           IF  NOT WK-CTA-COM-EXCC
               MOVE EXF-SG-SIS-OGM-OPR  TO IMG-SIS
               MOVE EXF-NR-UNCO-CTR-OPR TO IMG-OPR
               MOVE EXF-NR-EPRD-FNCD    TO IMG-EPRD
               MOVE EXF-NR-SCTR-OPR     TO IMG-SCTR
               MOVE EXF-CD-FXA          TO IMG-FXA
               MOVE EXF-CD-GR-PRD       TO IMG-CD-GR-PRD
               MOVE EXF-VL-AMTR         TO IMG-VL-AMTR
               MOVE EXF-VL-PCLD         TO IMG-VL-PCLD
               MOVE EXF-QT-PRZ          TO IMG-QT-PRZ
               ADD  1                   TO WK-QT-NOVA
               MOVE WK-IMG-REGISTRO     TO WK-NOVA-IMAGEM(WK-QT-NOVA)
           END-IF

           .
       310000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       350000-REPORTAR-EXCECAO SECTION.
      *-----------------------------------------------------------------
      *    Imprime a excecao sob o cabecalho da conta (impresso uma
      *    unica vez, na primeira excecao - a conta fica retida).

           ADD  1                       TO WK-QT-EXCC

           IF  NOT WK-CTA-COM-EXCC
               SET  WK-CTA-COM-EXCC     TO TRUE
               PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   'Conta retida: ' EXF-SG-SIS-OGM-OPR '/'
                   EXF-NR-UNCO-CTR-OPR '/' EXF-NR-EPRD-FNCD '/'
                   EXF-NR-SCTR-OPR
                   ' - cadastro mantido como estava'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Faixa ' EXF-CD-FXA ' - ' WK-TX-EXCC
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       350000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-APLICAR-DELTA SECTION.
      *-----------------------------------------------------------------
      *    Conjunto novo criticado sem excecao: faixa casada com o
      *    cadastro e diferente e regravada, faixa sem par e incluida,
      *    faixa do cadastro que nao veio no extrato e excluida. Uma
      *    linha de diario por acao, com um unico carimbo para a
      *    conta. Falha de gravacao no meio aborta a carga - o que ja
      *    foi aplicado esta no diario.

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC

           PERFORM VARYING IX-NOVA FROM 1 BY 1
           UNTIL IX-NOVA GREATER WK-QT-NOVA
           OR WK-ABORTADA

               MOVE WK-NOVA-IMAGEM(IX-NOVA) TO WK-IMG-REGISTRO
               MOVE ZEROS               TO IX-ATUAL-ACHOU
               PERFORM VARYING IX-ATUAL FROM 1 BY 1
               UNTIL IX-ATUAL GREATER WK-QT-ATUAL
               OR IX-ATUAL-ACHOU GREATER ZEROS
                   IF  WK-ATUAL-IMAGEM(IX-ATUAL)(1:32) EQUAL
                       WK-IMG-REGISTRO(1:32)
                       MOVE IX-ATUAL     TO IX-ATUAL-ACHOU
                   END-IF
               END-PERFORM

               IF  IX-ATUAL-ACHOU GREATER ZEROS
                   SET WK-ATUAL-CASADA(IX-ATUAL-ACHOU) TO TRUE
                   IF  WK-ATUAL-IMAGEM(IX-ATUAL-ACHOU) EQUAL
                       WK-IMG-REGISTRO
                       ADD  1           TO WK-QT-FXA-IGUAL
                   ELSE
                       MOVE WK-IMG-REGISTRO TO CADOPR-REGISTRO
                       REWRITE CADOPR-REGISTRO
                       MOVE 'A'         TO WK-IC-ACAO
                       PERFORM 410000-VERIFICAR-GRAVACAO
                       IF  NOT WK-ABORTADA
                           ADD  1       TO WK-QT-FXA-ALTR
                           MOVE WK-ATUAL-IMAGEM(IX-ATUAL-ACHOU)
                                        TO CADJ-IMAGEM-ANT
                           MOVE WK-IMG-REGISTRO
                                        TO CADJ-IMAGEM-NOVA
                           PERFORM 420000-GRAVAR-JORNAL
                       END-IF
                   END-IF
               ELSE
                   MOVE WK-IMG-REGISTRO TO CADOPR-REGISTRO
                   WRITE CADOPR-REGISTRO
                   MOVE 'I'             TO WK-IC-ACAO
                   PERFORM 410000-VERIFICAR-GRAVACAO
                   IF  NOT WK-ABORTADA
                       ADD  1           TO WK-QT-FXA-INCL
                       MOVE SPACES      TO CADJ-IMAGEM-ANT
                       MOVE WK-IMG-REGISTRO
                                        TO CADJ-IMAGEM-NOVA
                       PERFORM 420000-GRAVAR-JORNAL
                   END-IF
               END-IF

           END-PERFORM

           PERFORM VARYING IX-ATUAL FROM 1 BY 1
           UNTIL IX-ATUAL GREATER WK-QT-ATUAL
           OR WK-ABORTADA

               IF  NOT WK-ATUAL-CASADA(IX-ATUAL)
                   MOVE WK-ATUAL-IMAGEM(IX-ATUAL) TO CADOPR-REGISTRO
                   DELETE CADOPR
                   MOVE 'E'             TO WK-IC-ACAO
                   PERFORM 410000-VERIFICAR-GRAVACAO
                   IF  NOT WK-ABORTADA
                       ADD  1           TO WK-QT-FXA-EXCL
                       MOVE WK-ATUAL-IMAGEM(IX-ATUAL)
                                        TO CADJ-IMAGEM-ANT
                       MOVE SPACES      TO CADJ-IMAGEM-NOVA
                       PERFORM 420000-GRAVAR-JORNAL
                   END-IF
               END-IF

           END-PERFORM

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       410000-VERIFICAR-GRAVACAO SECTION.
      *-----------------------------------------------------------------

           IF  WK-FS-CADOPR NOT EQUAL '00'
               SET  WK-ABORTADA         TO TRUE
               DISPLAY CTE-PROG ' Falha na acao ' WK-IC-ACAO
                   ' do CADOPR - FS: ' WK-FS-CADOPR
                   ' - chave ' CADOPR-CHAVE ' - carga abortada'
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '*** Carga abortada - acao ' WK-IC-ACAO
                   ' no CADOPR com FS ' WK-FS-CADOPR
                   ' na chave ' CADOPR-CHAVE
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           .
       410000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       420000-GRAVAR-JORNAL SECTION.
      *-----------------------------------------------------------------
      *    Linha do diario no layout da fila 'CADJ' de ARCT0629 - o
      *    chamador ja deixou as imagens antes/depois.

           MOVE DTH-DATA                TO CADJ-DT
           MOVE DTH-HORA                TO CADJ-HR
           MOVE WK-CD-OPER              TO CADJ-CD-OPER
           MOVE WK-IC-ACAO              TO CADJ-IC-ACAO

           WRITE CADJORN-REGISTRO

           ADD  1                       TO WK-QT-JORNAL
           SET  WK-CTA-ALTERADA         TO TRUE

           .
       420000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       450000-CARIMBAR-CACHINV SECTION.
      *-----------------------------------------------------------------
      *    Conta alterada pela carga invalida as respostas guardadas
      *    no cache de ARCP0627 - mesmo carimbo do diario, como em
      *    ARCT0629.

           IF  WK-CIV-INDISPONIVEL
               GO TO 450000-SAI
           END-IF

           MOVE SPACES                  TO CACHINV-REGISTRO
           MOVE WK-CTA-ATU              TO CIV-CHAVE
           MOVE DTH-DATA                TO CIV-DT-ALTR
           MOVE DTH-HORA                TO CIV-HR-ALTR
           MOVE WK-CD-OPER              TO CIV-CD-OPER
           MOVE WK-IC-ACAO              TO CIV-IC-ACAO

           WRITE CACHINV-REGISTRO

           IF  WK-FS-CACHINV EQUAL '22'
               REWRITE CACHINV-REGISTRO
           END-IF

           IF  WK-FS-CACHINV EQUAL '00'
               ADD  1                   TO WK-QT-CIV-GRVD
           ELSE
               DISPLAY CTE-PROG ' Gravacao do CACHINV - FS: '
                   WK-FS-CACHINV ' - conta ' WK-CTA-ATU
           END-IF

           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       800000-GRAVAR-CHAINCTL SECTION.
      *-----------------------------------------------------------------
      *    Apensa no CHAINCTL a linha deste passo: entrada as linhas
      *    do extrato, saida as alteracoes aplicadas no CADOPR (uma
      *    por linha do diario). Passo fora da sequencia da AUDITORIA
      *    - ARCP0645 apenas lista.

           MOVE SPACES                  TO CHAINCTL-REGISTRO
           MOVE DTH-DATA                TO CHC-DT-PROC
           MOVE DTH-HORA                TO CHC-HR-PROC
           MOVE 'ARCP0656'              TO CHC-NM-PASSO
           MOVE ZEROS                   TO CHC-NR-PRTC
           MOVE WK-QT-EXT-LIDOS         TO CHC-QT-ENTRADA
           MOVE WK-QT-JORNAL            TO CHC-QT-SAIDA
           MOVE WK-QT-EXT-LIDOS         TO CHC-QT-ENTRADA-DIA
           MOVE WK-QT-JORNAL            TO CHC-QT-SAIDA-DIA
           MOVE ZEROS                   TO CHC-VL-TOTAL

           OPEN EXTEND CHAINCTL
           WRITE CHAINCTL-REGISTRO
           CLOSE CHAINCTL

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
       905000-QUEBRAR-LINHA-EM-BRANCO SECTION.
      *-----------------------------------------------------------------

           IF  WK-NR-LINHA LESS WK-MAX-LINHAS-PAG
               MOVE LINHA-BRANCO         TO RELATORIO-LINHA
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           .
       905000-SAI.
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
               'Carga do CADOPR pelo Extrato de Faixas - MotorPCLD'
               '         Pagina: ' DSP-NR-PAG
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
      *    Quadro de contagens e as tres igualdades que fecham a
      *    carga. Igualdade aberta (so possivel por defeito de
      *    programa) vira RETURN-CODE 8.

           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Contagens da carga - operador ' WK-CD-OPER
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-EXT-LIDOS         TO DSP-QT-A
           MOVE WK-QT-EXT-INVALIDOS     TO DSP-QT-B
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Linhas do extrato lidas........: ' DSP-QT-A
               '   sem conta valida: ' DSP-QT-B
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-CAD-LIDOS         TO DSP-QT-A
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Faixas do CADOPR lidas.........: ' DSP-QT-A
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-FXA-INCL          TO DSP-QT-A
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Faixas incluidas...............: ' DSP-QT-A
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-FXA-ALTR          TO DSP-QT-A
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Faixas alteradas...............: ' DSP-QT-A
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-FXA-EXCL          TO DSP-QT-A
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Faixas excluidas...............: ' DSP-QT-A
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-FXA-IGUAL         TO DSP-QT-A
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Faixas sem alteracao...........: ' DSP-QT-A
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-FXA-RET-EXT       TO DSP-QT-A
           MOVE WK-QT-FXA-RET-CAD       TO DSP-QT-B
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Faixas retidas - do extrato....: ' DSP-QT-A
               '   do CADOPR: ' DSP-QT-B
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-CTA               TO DSP-QT-A
           MOVE WK-QT-CTA-REMOVIDA      TO DSP-QT-B
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Contas confrontadas............: ' DSP-QT-A
               '   fora do extrato (removidas): ' DSP-QT-B
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-CTA-IGUAL         TO DSP-QT-A
           MOVE WK-QT-CTA-ALTR          TO DSP-QT-B
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Contas sem alteracao...........: ' DSP-QT-A
               '   alteradas: ' DSP-QT-B
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-CTA-RETIDA        TO DSP-QT-A
           MOVE WK-QT-EXCC              TO DSP-QT-B
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Contas retidas.................: ' DSP-QT-A
               '   excecoes: ' DSP-QT-B
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-JORNAL            TO DSP-QT-A
           MOVE WK-QT-CIV-GRVD          TO DSP-QT-B
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Linhas gravadas no diario......: ' DSP-QT-A
               '   contas carimbadas no CACHINV: ' DSP-QT-B
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           COMPUTE WK-QT-CAD-FINAL =
               WK-QT-CAD-LIDOS + WK-QT-FXA-INCL - WK-QT-FXA-EXCL
           END-COMPUTE
           MOVE WK-QT-CAD-FINAL         TO DSP-QT-A
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Faixas no CADOPR apos a carga..: ' DSP-QT-A
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO

      *    Carga abortada para no meio - as igualdades nao fecham por
      *    construcao e nao sao conferidas.
           IF  WK-ABORTADA
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '*** CARGA ABORTADA - igualdades nao conferidas ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               GO TO 950000-SAI
           END-IF

      *    Extrato valido = incluidas + alteradas + iguais + retidas
           COMPUTE WK-QT-SOMA =
               WK-QT-FXA-INCL + WK-QT-FXA-ALTR + WK-QT-FXA-IGUAL
               + WK-QT-FXA-RET-EXT
           END-COMPUTE
           MOVE WK-QT-EXT-VALIDOS       TO DSP-QT-A
           MOVE WK-QT-SOMA              TO DSP-QT-B
           MOVE SPACES                  TO RELATORIO-LINHA
           IF  WK-QT-SOMA EQUAL WK-QT-EXT-VALIDOS
               STRING
                   '  OK  Extrato valido ' DSP-QT-A
                   ' = incl + alt + iguais + retidas ' DSP-QT-B
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           ELSE
               ADD  1                   TO WK-QT-DESBALANCO
               STRING
                   '  *** Extrato valido ' DSP-QT-A
                   ' <> incl + alt + iguais + retidas ' DSP-QT-B
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           END-IF
           PERFORM 900000-ESCREVER-LINHA

      *    Cadastro lido = alteradas + excluidas + iguais + retidas
           COMPUTE WK-QT-SOMA =
               WK-QT-FXA-ALTR + WK-QT-FXA-EXCL + WK-QT-FXA-IGUAL
               + WK-QT-FXA-RET-CAD
           END-COMPUTE
           MOVE WK-QT-CAD-LIDOS         TO DSP-QT-A
           MOVE WK-QT-SOMA              TO DSP-QT-B
           MOVE SPACES                  TO RELATORIO-LINHA
           IF  WK-QT-SOMA EQUAL WK-QT-CAD-LIDOS
               STRING
                   '  OK  CADOPR lido    ' DSP-QT-A
                   ' = alt + excl + iguais + retidas ' DSP-QT-B
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           ELSE
               ADD  1                   TO WK-QT-DESBALANCO
               STRING
                   '  *** CADOPR lido    ' DSP-QT-A
                   ' <> alt + excl + iguais + retidas ' DSP-QT-B
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           END-IF
           PERFORM 900000-ESCREVER-LINHA

      *    Contas = sem alteracao + alteradas + retidas
           COMPUTE WK-QT-SOMA =
               WK-QT-CTA-IGUAL + WK-QT-CTA-ALTR + WK-QT-CTA-RETIDA
           END-COMPUTE
           MOVE WK-QT-CTA               TO DSP-QT-A
           MOVE WK-QT-SOMA              TO DSP-QT-B
           MOVE SPACES                  TO RELATORIO-LINHA
           IF  WK-QT-SOMA EQUAL WK-QT-CTA
               STRING
                   '  OK  Contas         ' DSP-QT-A
                   ' = iguais + alteradas + retidas  ' DSP-QT-B
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           ELSE
               ADD  1                   TO WK-QT-DESBALANCO
               STRING
                   '  *** Contas         ' DSP-QT-A
                   ' <> iguais + alteradas + retidas ' DSP-QT-B
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           END-IF
           PERFORM 900000-ESCREVER-LINHA

           .
       950000-SAI.
           EXIT.
