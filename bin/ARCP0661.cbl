      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCP0661
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Verificacao noturna das avaliacoes de garantia
      *             vencidas. Percorre o cadastro GARANTIA (book
      *             ARCKGRNT) e lista toda garantia com valor avaliado
      *             cuja ultima avaliacao (GRT-DT-AVLC) tem mais de
      *             PARM-QT-DIAS-AVLC dias corridos (default 365), ou
      *             cuja data de avaliacao esta zerada, invalida ou no
      *             futuro - o valor liquido recuperavel que ARCSB627
      *             passa ao motor para o Resultado de garantia e tao
      *             bom quanto o laudo. Garantia sem valor avaliado
      *             nao entra no motor e so e contada no rodape.
      *             Alguma avaliacao vencida ou sem data valida: RC 4.
      *             GARANTIA indisponivel: RC 8.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCP0661.
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
               SELECT  GARANTIA   ASSIGN  TO  GARANTIA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  SEQUENTIAL
                       RECORD KEY    IS  GRT-CHAVE
                       FILE STATUS   IS  WK-FS-GARANTIA.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  GARANTIA
           RECORD  120.

       01  GARANTIA-REGISTRO.
-INC ARCKGRNT

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0661 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.

       01  WK-FS-GARANTIA               PIC  X(02) VALUE SPACES.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-GARANTIA-SW              PIC  X(01) VALUE 'N'.
               88  FIM-GARANTIA                         VALUE 'S'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-VALOR              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-EM-DIA                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-VENCIDAS               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-DATA               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-VL-VENCIDAS               PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.
           03  WK-QT-DIAS-AVLC              PIC  9(04) VALUE 365.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  FILLER                       PIC  X(13).

       01  GRP-DATAS.
           03  WK-INT-HOJE                  PIC S9(09) COMP-5.
           03  WK-QT-DIAS                   PIC S9(09) COMP-5.

       01  WK-TX-SITC                       PIC  X(20).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-DIAS                  PIC ZZZZ9.
           03  DSP-VL                       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-DT-AVLC                  PIC  9(08).

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  PARM1.
           03  PARM-QT-DIAS-AVLC       PIC  9(04).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           IF  PARM-QT-DIAS-AVLC NUMERIC
           AND PARM-QT-DIAS-AVLC GREATER ZEROS
               MOVE PARM-QT-DIAS-AVLC   TO WK-QT-DIAS-AVLC
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC
           COMPUTE WK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(DTH-DATA)
           END-COMPUTE

           PERFORM 050000-ABRIR-ARQUIVOS

           PERFORM 100000-LER-GARANTIA
           PERFORM UNTIL FIM-GARANTIA
               PERFORM 200000-VERIFICAR-AVALIACAO
               PERFORM 100000-LER-GARANTIA
           END-PERFORM

           PERFORM 950000-IMPRIMIR-RODAPE

           CLOSE GARANTIA
           CLOSE RELATORIO

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       050000-ABRIR-ARQUIVOS SECTION.
      *-----------------------------------------------------------------
      *    GARANTIA indisponivel: nada a verificar - RC 8.

           OPEN INPUT GARANTIA
           IF  WK-FS-GARANTIA NOT EQUAL '00'
               DISPLAY CTE-PROG ' Falha na abertura do GARANTIA - FS: '
                   WK-FS-GARANTIA
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELATORIO

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       100000-LER-GARANTIA SECTION.
      *-----------------------------------------------------------------

           READ GARANTIA NEXT

           EVALUATE WK-FS-GARANTIA
               WHEN '00'
                   ADD  1               TO WK-QT-LIDOS
               WHEN '10'
                   SET  FIM-GARANTIA    TO TRUE
               WHEN OTHER
                   DISPLAY CTE-PROG ' READ GARANTIA - FS: '
                       WK-FS-GARANTIA ' - leitura interrompida'
                   MOVE 8               TO RETURN-CODE
                   SET  FIM-GARANTIA    TO TRUE
           END-EVALUATE

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-VERIFICAR-AVALIACAO SECTION.
      *-----------------------------------------------------------------
      *    Garantia sem valor avaliado nao chega ao motor (ARCSB627 a
      *    trata como conta sem garantia) - so contada. Data de
      *    avaliacao zerada, invalida ou posterior a hoje sai como
      *    'Sem data valida'; com mais de WK-QT-DIAS-AVLC dias, como
      *    'Avaliacao vencida'.

           IF  GRT-VL-AVLC NOT NUMERIC
           OR  GRT-VL-AVLC EQUAL ZEROS
               ADD  1                   TO WK-QT-SEM-VALOR
               GO TO 200000-SAI
           END-IF

           MOVE ZEROS                   TO WK-QT-DIAS

           IF  GRT-DT-AVLC NOT NUMERIC
               MOVE ZEROS               TO DSP-DT-AVLC
               MOVE 'Sem data valida'   TO WK-TX-SITC
               ADD  1                   TO WK-QT-SEM-DATA
               PERFORM 300000-IMPRIMIR-GARANTIA
               GO TO 200000-SAI
           END-IF

           MOVE GRT-DT-AVLC             TO DSP-DT-AVLC

           IF  GRT-DT-AVLC EQUAL ZEROS
           OR  FUNCTION TEST-DATE-YYYYMMDD(GRT-DT-AVLC)
               NOT EQUAL ZEROS
           OR  GRT-DT-AVLC GREATER DTH-DATA
               MOVE 'Sem data valida'   TO WK-TX-SITC
               ADD  1                   TO WK-QT-SEM-DATA
               PERFORM 300000-IMPRIMIR-GARANTIA
               GO TO 200000-SAI
           END-IF

           COMPUTE WK-QT-DIAS = WK-INT-HOJE -
               FUNCTION INTEGER-OF-DATE(GRT-DT-AVLC)
           END-COMPUTE

           IF  WK-QT-DIAS GREATER WK-QT-DIAS-AVLC
               MOVE 'Avaliacao vencida' TO WK-TX-SITC
               ADD  1                   TO WK-QT-VENCIDAS
               ADD  GRT-VL-AVLC         TO WK-VL-VENCIDAS
               PERFORM 300000-IMPRIMIR-GARANTIA
           ELSE
               ADD  1                   TO WK-QT-EM-DIA
           END-IF

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-IMPRIMIR-GARANTIA SECTION.
      *-----------------------------------------------------------------

           MOVE WK-QT-DIAS              TO DSP-QT-DIAS
           MOVE GRT-VL-AVLC             TO DSP-VL

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  ' GRT-SG-SIS-OGM-OPR '/' GRT-NR-UNCO-CTR-OPR
               '/' GRT-NR-EPRD-FNCD '/' GRT-NR-SCTR-OPR
               ' Tp ' GRT-CD-TIP-GRNT
               ' Vl ' DSP-VL
               ' Dt ' DSP-DT-AVLC
               ' ' DSP-QT-DIAS ' dias '
               WK-TX-SITC
               ' ' GRT-NR-LAUDO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       300000-SAI.
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
               'Avaliacoes de Garantia Vencidas - MotorPCLD'
               '                Pagina: ' DSP-NR-PAG
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

           IF  WK-QT-VENCIDAS EQUAL ZEROS
           AND WK-QT-SEM-DATA EQUAL ZEROS
               PERFORM 910000-IMPRIMIR-CABECALHO
               MOVE SPACES               TO RELATORIO-LINHA
               STRING '  Nenhuma avaliacao de garantia vencida.'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-DIAS-AVLC         TO DSP-QT-DIAS
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Avaliacao vencida com mais de ' DSP-QT-DIAS
               ' dias corridos'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-LIDOS             TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Garantias lidas........: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-SEM-VALOR         TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Sem valor avaliado.....: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-EM-DIA            TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Avaliacao em dia.......: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-VENCIDAS          TO DSP-QT
           MOVE WK-VL-VENCIDAS          TO DSP-VL
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Avaliacao vencida......: ' DSP-QT
               '   avaliado ' DSP-VL
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-SEM-DATA          TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Sem data valida........: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  RETURN-CODE LESS 4
               IF  WK-QT-VENCIDAS GREATER ZEROS
               OR  WK-QT-SEM-DATA GREATER ZEROS
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY CTE-PROG ' Lidas: ' WK-QT-LIDOS
               ' Vencidas: ' WK-QT-VENCIDAS
               ' Sem data valida: ' WK-QT-SEM-DATA

           .
       950000-SAI.
           EXIT.
