      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCP0659
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Manutencao de contas inativas do CADOPR - contas
      *             quitadas, transferidas ou baixadas ha muito tempo
      *             cujas faixas continuam no cadastro. Tres modos,
      *             pelo PARM:
      *             - V (diario, antes da precificacao): registra no
      *               VISTCTA (book ARCKVIST) a data em que cada conta
      *               apareceu no ENTRADA e no SALDOS do dia. Conta
      *               expurgada que volta a aparecer e devolvida ao
      *               CADOPR a partir do CADEXPG (book ARCKCXPG);
      *             - L (mensal): lista como candidatas a expurgo as
      *               contas do CADOPR ausentes do ENTRADA e do SALDOS
      *               ha PARM-QT-DIAS dias ou mais (default 365) e sem
      *               proposta aberta, pendente ou aplicada no
      *               AUDIHIST - relatorio e lista CANDEXPG (book
      *               ARCKCEXP) para a conferencia;
      *             - E (expurgo): depois da conferencia, retira do
      *               CADOPR as contas da lista CANDEXPG do lote do
      *               PARM que continuam candidatas e sem proposta. O
      *               aprovador do PARM tem de ser outro que nao o que
      *               listou. Cada faixa vai antes para o CADEXPG e a
      *               exclusao vai para o diario CADJEXPG com a imagem
      *               completa (layout do CADJORN, concatenado a ele
      *               no ARCR0635, como o CADJCARG de ARCP0656).
      *             Conta alterada e carimbada no CACHINV (book
      *             ARCKCINV) para o cache de respostas de ARCP0627.
      *             Em todos os modos o ENTRADA e o SALDOS do DD sao
      *             registrados antes (DD DUMMY quando nao houver).
      *             RC 4: candidata recusada no expurgo. RC 8: PARM
      *             invalido, falha de abertura ou de gravacao.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - SALDOS passa a 92 posicoes
      *        (baixa a prejuizo no book ARCKSLDO).
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCP0659.
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
               SELECT  SALDOS     ASSIGN  TO  UT-S-SALDOS.
               SELECT  CADOPR     ASSIGN  TO  CADOPR
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CADOPR-CHAVE
                       FILE STATUS   IS  WK-FS-CADOPR.
               SELECT  VISTCTA    ASSIGN  TO  VISTCTA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  VIS-CHAVE
                       FILE STATUS   IS  WK-FS-VISTCTA.
               SELECT  CADEXPG    ASSIGN  TO  CADEXPG
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CXP-CHAVE
                       FILE STATUS   IS  WK-FS-CADEXPG.
               SELECT  AUDIHIST   ASSIGN  TO  AUDIHIST
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  AUDV-CHAVE
                       FILE STATUS   IS  WK-FS-AUDIHIST.
               SELECT  CACHINV    ASSIGN  TO  CACHINV
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CIV-CHAVE
                       FILE STATUS   IS  WK-FS-CACHINV.
               SELECT  CANDEXPG   ASSIGN  TO  UT-S-CANDEXPG.
               SELECT  CADJEXPG   ASSIGN  TO  UT-S-CADJEXPG.
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

       FD  SALDOS
           BLOCK 0 RECORDS
           RECORD  92
           RECORDING MODE IS F.

       01  SALDOS-REGISTRO.
-INC ARCKSLDO

       FD  CADOPR
           RECORD  69.

       01  CADOPR-REGISTRO.
-INC ARCKCADO

       FD  VISTCTA
           RECORD  114.

       01  VISTCTA-REGISTRO.
-INC ARCKVIST

       FD  CADEXPG
           RECORD  140.

       01  CADEXPG-REGISTRO.
-INC ARCKCXPG

       FD  AUDIHIST
           RECORD  181.

       01  AUDIHIST-REGISTRO.
-INC ARCKAUDV

       FD  CACHINV
           RECORD  60.

       01  CACHINV-REGISTRO.
-INC ARCKCINV

      *    Lista de candidatas - gravada no modo L, lida no modo E
       FD  CANDEXPG
           BLOCK 0 RECORDS
           RECORD  86
           RECORDING MODE IS F.

       01  CANDEXPG-REGISTRO.
-INC ARCKCEXP

      *    Diario das exclusoes e devolucoes - layout do CADJORN,
      *    lido por ARCR0635 na mesma concatenacao
       FD  CADJEXPG
           BLOCK 0 RECORDS
           RECORD  166
           RECORDING MODE IS F.

       01  CADJORN-REGISTRO.
-INC ARCKCADJ

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0659 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.

       01  WK-FS-CADOPR                 PIC  X(02) VALUE SPACES.
       01  WK-FS-VISTCTA                PIC  X(02) VALUE SPACES.
       01  WK-FS-CADEXPG                PIC  X(02) VALUE SPACES.
       01  WK-FS-AUDIHIST               PIC  X(02) VALUE SPACES.
       01  WK-FS-CACHINV                PIC  X(02) VALUE SPACES.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-ENTRADA-SW               PIC  X(01) VALUE 'N'.
               88  FIM-ENTRADA                          VALUE 'S'.
           03  FIM-SALDOS-SW                PIC  X(01) VALUE 'N'.
               88  FIM-SALDOS                           VALUE 'S'.
           03  FIM-CADOPR-SW                PIC  X(01) VALUE 'N'.
               88  FIM-CADOPR                           VALUE 'S'.
           03  FIM-VISTCTA-SW               PIC  X(01) VALUE 'N'.
               88  FIM-VISTCTA                          VALUE 'S'.
           03  FIM-CANDEXPG-SW              PIC  X(01) VALUE 'N'.
               88  FIM-CANDEXPG                         VALUE 'S'.
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

      *    PARM tratado: modo, dias de ausencia, operador (quem lista,
      *    quem aprova o expurgo ou quem devolve) e lote a expurgar
       01  GRP-PARAMETROS.
           03  WK-IC-MODO                   PIC  X(01).
               88  WK-MODO-VISTAS           VALUE 'V'.
               88  WK-MODO-LISTAR           VALUE 'L'.
               88  WK-MODO-EXPURGAR         VALUE 'E'.
           03  WK-QT-DIAS                   PIC  9(05) VALUE 365.
           03  WK-CD-OPER                   PIC  X(08)
                                             VALUE 'ARCP0659'.
           03  WK-DT-LOTE                   PIC  9(08) VALUE ZEROS.
           03  WK-DT-REF                    PIC  9(08).

       01  GRP-CONTAGENS.
           03  WK-QT-ENT-LIDOS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SLD-LIDOS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-VIS-INVALIDOS          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-VIS-NOVAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-VIS-CAND-VISTA         PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTA-DEVOLVIDA          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-DEVOLVIDA          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTA-RECADASTRADA       PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTA-AVALIADA           PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTA-INATIVA            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTA-COM-PRPT           PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTA-CANDIDATA          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-CANDIDATA          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-VIS-DESCARTADA         PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CEX-LIDOS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CEX-RECUSADOS          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CTA-EXPURGADA          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-EXPURGADA          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-JORNAL                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CIV-GRVD               PIC  9(09) COMP-5
                                             VALUE ZEROS.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  DTH-HORA                     PIC  9(06).
           03  FILLER                       PIC  X(07).

      *    Conta em tratamento (mesma ordem de campos da chave do
      *    CADOPR, do VISTCTA e do AUDIHIST) e a ultima vista no
      *    arquivo corrente do registro de vistas
       01  GRP-CONTA.
           03  WK-CTA-ATU.
               05  WKC-SIS                  PIC  X(03).
               05  WKC-OPR                  PIC  9(17).
               05  WKC-EPRD                 PIC  9(05).
               05  WKC-SCTR                 PIC  9(05).
           03  WK-CTA-ANT                   PIC  X(30).
           03  WK-IC-ORIGEM                 PIC  X(01).
               88  WK-ORIGEM-ENTRADA        VALUE 'E'.
               88  WK-ORIGEM-SALDOS         VALUE 'S'.
           03  WK-NM-ORIGEM                 PIC  X(08).
           03  WK-CTA-NO-CADASTRO-SW        PIC  X(01).
               88  WK-CTA-NO-CADASTRO       VALUE 'S'.
           03  WK-TEM-PROPOSTA-SW           PIC  X(01).
               88  WK-TEM-PROPOSTA          VALUE 'S'.
           03  WK-IC-SITC-PRPT              PIC  X(01).
           03  WK-DT-PRPT                   PIC  9(08).
           03  WK-DT-ULT-VISTA              PIC  9(08).
           03  WK-QT-DIAS-INAT              PIC S9(09) COMP-5.
           03  WK-QT-FXA-CTA                PIC  9(04) COMP-5.
           03  WK-QT-FXA-ARQ                PIC  9(04) COMP-5.
           03  WK-VL-PCLD-CTA               PIC  9(13)V99.
           03  WK-TX-RECUSA                 PIC  X(60).
           03  WK-IC-ACAO                   PIC  X(01).
           03  WK-NM-ARQ-FALHA              PIC  X(08).
           03  WK-FS-FALHA                  PIC  X(02).

      *    Proximo registro do CADOPR na varredura mensal, fora do FD
       01  WK-CAD-PROX.
           03  CPX-CHAVE-CTA                PIC  X(30).
           03  CPX-FXA                      PIC  9(02).
           03  CPX-CD-GR-PRD                PIC  9(04).
           03  CPX-VL-AMTR                  PIC  9(13)V99.
           03  CPX-VL-PCLD                  PIC  9(13)V99.
           03  CPX-QT-PRZ                   PIC  9(03).

      *    Faixas da conta a expurgar (chave de faixa de 2 digitos:
      *    ate 100)
       01  GRP-FAIXAS.
           03  IX-FXA                       PIC  9(04) COMP-5.
           03  WK-TB-FXA OCCURS 100 TIMES.
               05  WK-FXA-IMAGEM            PIC  X(69).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT-A                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-B                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-DIAS                  PIC ZZZZ9.
           03  DSP-QT-FXA                   PIC ZZ9.
           03  DSP-VL                       PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-DT.
               05  DSP-DT-DIA               PIC  9(02).
               05  FILLER                   PIC  X(01) VALUE '/'.
               05  DSP-DT-MES               PIC  9(02).
               05  FILLER                   PIC  X(01) VALUE '/'.
               05  DSP-DT-ANO               PIC  9(04).
           03  DSP-DT-AAAAMMDD              PIC  9(08).
           03  DSP-DT-AAAAMMDD-R REDEFINES DSP-DT-AAAAMMDD.
               05  DSP-DTR-ANO              PIC  9(04).
               05  DSP-DTR-MES              PIC  9(02).
               05  DSP-DTR-DIA              PIC  9(02).

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      *    Modo (V, L ou E), dias de ausencia para a listagem (default
      *    365), operador (obrigatorio no expurgo: quem aprova) e lote
      *    a expurgar (data da listagem, obrigatorio no expurgo)
       01  PARM1.
           03  PARM-IC-MODO            PIC  X(01).
           03  PARM-QT-DIAS            PIC  9(05).
           03  PARM-CD-OPER            PIC  X(08).
           03  PARM-DT-LOTE            PIC  9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC
           MOVE DTH-DATA                TO WK-DT-REF

           MOVE PARM-IC-MODO            TO WK-IC-MODO
           IF  PARM-QT-DIAS NUMERIC
           AND PARM-QT-DIAS GREATER ZEROS
               MOVE PARM-QT-DIAS        TO WK-QT-DIAS
           END-IF
           IF  PARM-CD-OPER NOT EQUAL SPACES
           AND PARM-CD-OPER NOT EQUAL LOW-VALUES
               MOVE PARM-CD-OPER        TO WK-CD-OPER
           END-IF
           IF  PARM-DT-LOTE NUMERIC
               MOVE PARM-DT-LOTE        TO WK-DT-LOTE
           END-IF

      *    Expurgo exige o lote conferido e quem o aprovou
           IF  (NOT WK-MODO-VISTAS AND NOT WK-MODO-LISTAR
                AND NOT WK-MODO-EXPURGAR)
           OR  (WK-MODO-EXPURGAR
                AND (WK-DT-LOTE EQUAL ZEROS
                     OR PARM-CD-OPER EQUAL SPACES
                     OR PARM-CD-OPER EQUAL LOW-VALUES))
               DISPLAY CTE-PROG ' PARM invalido - modo: '
                   PARM-IC-MODO ' lote: ' PARM-DT-LOTE
                   ' operador: ' PARM-CD-OPER
               MOVE 8                   TO RETURN-CODE
               GO TO 000000-SAI
           END-IF

           IF  WK-MODO-LISTAR
               MOVE WK-DT-REF           TO WK-DT-LOTE
           END-IF

           PERFORM 050000-ABRIR-ARQUIVOS

           IF  RETURN-CODE EQUAL 8
               GO TO 000000-SAI
           END-IF

           PERFORM 100000-REGISTRAR-VISTAS

           IF  WK-MODO-LISTAR
           AND NOT WK-ABORTADA
               PERFORM 200000-LISTAR-CANDIDATAS
               IF  NOT WK-ABORTADA
                   PERFORM 250000-LIMPAR-REGISTRO
               END-IF
           END-IF

           IF  WK-MODO-EXPURGAR
           AND NOT WK-ABORTADA
               PERFORM 300000-EXPURGAR-LOTE
           END-IF

           PERFORM 950000-IMPRIMIR-RODAPE

           IF  WK-ABORTADA
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF  WK-QT-CEX-RECUSADOS GREATER ZEROS
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 000000-ENCERRAR

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       000000-ENCERRAR SECTION.
      *-----------------------------------------------------------------

           CLOSE CADOPR
           CLOSE VISTCTA
           CLOSE CADEXPG
           CLOSE CADJEXPG
           CLOSE RELATORIO
           IF  NOT WK-MODO-VISTAS
               CLOSE AUDIHIST
               CLOSE CANDEXPG
           END-IF
           IF  NOT WK-CIV-INDISPONIVEL
               CLOSE CACHINV
           END-IF

           DISPLAY CTE-PROG ' Modo ' WK-IC-MODO
               ' Devolvidas: ' WK-QT-CTA-DEVOLVIDA
               ' Candidatas: ' WK-QT-CTA-CANDIDATA
               ' Expurgadas: ' WK-QT-CTA-EXPURGADA
               ' Recusadas: ' WK-QT-CEX-RECUSADOS

           .
       000000-ENCERRAR-SAI.
           EXIT.
      *-----------------------------------------------------------------
       050000-ABRIR-ARQUIVOS SECTION.
      *-----------------------------------------------------------------
      *    CADOPR, VISTCTA e CADEXPG sao obrigatorios em todos os
      *    modos (a devolucao de conta expurgada pode acontecer em
      *    qualquer um); AUDIHIST e a lista so na listagem e no
      *    expurgo. Sem CACHINV segue, como em ARCP0656.

           OPEN OUTPUT RELATORIO

           OPEN I-O    CADOPR
           OPEN I-O    VISTCTA
           OPEN I-O    CADEXPG
           IF  WK-FS-CADOPR  NOT EQUAL '00'
           OR  WK-FS-VISTCTA NOT EQUAL '00'
           OR  WK-FS-CADEXPG NOT EQUAL '00'
               DISPLAY CTE-PROG ' Falha na abertura -'
                   ' CADOPR: ' WK-FS-CADOPR
                   ' VISTCTA: ' WK-FS-VISTCTA
                   ' CADEXPG: ' WK-FS-CADEXPG
               MOVE 8                   TO RETURN-CODE
               GO TO 050000-SAI
           END-IF

           IF  NOT WK-MODO-VISTAS
               OPEN INPUT AUDIHIST
               IF  WK-FS-AUDIHIST NOT EQUAL '00'
                   DISPLAY CTE-PROG ' Falha na abertura -'
                       ' AUDIHIST: ' WK-FS-AUDIHIST
                   MOVE 8               TO RETURN-CODE
                   GO TO 050000-SAI
               END-IF
               IF  WK-MODO-LISTAR
                   OPEN OUTPUT CANDEXPG
               ELSE
                   OPEN INPUT  CANDEXPG
               END-IF
           END-IF

           OPEN OUTPUT CADJEXPG

           OPEN I-O    CACHINV
           IF  WK-FS-CACHINV NOT EQUAL '00'
               SET  WK-CIV-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' CACHINV indisponivel - FS: '
                   WK-FS-CACHINV ' - contas sem carimbo de cache'
           END-IF

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       100000-REGISTRAR-VISTAS SECTION.
      *-----------------------------------------------------------------
      *    Cada conta do ENTRADA e do SALDOS recebe a data de hoje no
      *    VISTCTA. Linhas seguidas da mesma conta sao uma vista so.

           MOVE 'E'                     TO WK-IC-ORIGEM
           MOVE 'ENTRADA'               TO WK-NM-ORIGEM
           MOVE SPACES                  TO WK-CTA-ANT
           OPEN INPUT ENTRADA

           PERFORM UNTIL FIM-ENTRADA
           OR WK-ABORTADA
               READ ENTRADA
                   AT END SET FIM-ENTRADA TO TRUE
               END-READ
               IF  NOT FIM-ENTRADA
                   ADD  1               TO WK-QT-ENT-LIDOS
                   IF  ENTRADA-SIS EQUAL SPACES
                   OR  ENTRADA-OPR NOT NUMERIC
                   OR  ENTRADA-EPRD NOT NUMERIC
                   OR  ENTRADA-SCTR NOT NUMERIC
                       ADD  1           TO WK-QT-VIS-INVALIDOS
                   ELSE
                       MOVE ENTRADA-SIS  TO WKC-SIS
                       MOVE ENTRADA-OPR  TO WKC-OPR
                       MOVE ENTRADA-EPRD TO WKC-EPRD
                       MOVE ENTRADA-SCTR TO WKC-SCTR
                       IF  WK-CTA-ATU NOT EQUAL WK-CTA-ANT
                           PERFORM 110000-MARCAR-VISTA
                           MOVE WK-CTA-ATU TO WK-CTA-ANT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ENTRADA

           IF  WK-ABORTADA
               GO TO 100000-SAI
           END-IF

           MOVE 'S'                     TO WK-IC-ORIGEM
           MOVE 'SALDOS'                TO WK-NM-ORIGEM
           MOVE SPACES                  TO WK-CTA-ANT
           OPEN INPUT SALDOS

           PERFORM UNTIL FIM-SALDOS
           OR WK-ABORTADA
               READ SALDOS
                   AT END SET FIM-SALDOS TO TRUE
               END-READ
               IF  NOT FIM-SALDOS
                   ADD  1               TO WK-QT-SLD-LIDOS
                   IF  SLD-SG-SIS-OGM-OPR EQUAL SPACES
                   OR  SLD-NR-UNCO-CTR-OPR NOT NUMERIC
                   OR  SLD-NR-EPRD-FNCD NOT NUMERIC
                   OR  SLD-NR-SCTR-OPR NOT NUMERIC
                       ADD  1           TO WK-QT-VIS-INVALIDOS
                   ELSE
                       MOVE SLD-SG-SIS-OGM-OPR  TO WKC-SIS
                       MOVE SLD-NR-UNCO-CTR-OPR TO WKC-OPR
                       MOVE SLD-NR-EPRD-FNCD    TO WKC-EPRD
                       MOVE SLD-NR-SCTR-OPR     TO WKC-SCTR
                       IF  WK-CTA-ATU NOT EQUAL WK-CTA-ANT
                           PERFORM 110000-MARCAR-VISTA
                           MOVE WK-CTA-ATU TO WK-CTA-ANT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE SALDOS

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       110000-MARCAR-VISTA SECTION.
      *-----------------------------------------------------------------
      *    Conta vista hoje: data da origem no VISTCTA (linha nova com
      *    o inicio da observacao hoje). Candidata de um lote que volta
      *    a aparecer deixa de ser candidata; expurgada que volta e
      *    devolvida ao CADOPR.

           MOVE WK-CTA-ATU              TO VIS-CHAVE
           READ VISTCTA

           IF  WK-FS-VISTCTA EQUAL '23'
               MOVE SPACES              TO VISTCTA-REGISTRO
               MOVE WK-CTA-ATU          TO VIS-CHAVE
               MOVE WK-DT-REF           TO VIS-DT-INI-OBS
               MOVE ZEROS               TO VIS-DT-ULT-ENTD
               MOVE ZEROS               TO VIS-DT-ULT-SLDO
               MOVE ZEROS               TO VIS-DT-LOTE
               MOVE ZEROS               TO VIS-DT-EXPG
               MOVE ZEROS               TO VIS-HR-EXPG
               MOVE ZEROS               TO VIS-QT-FXA-EXPG
               MOVE ZEROS               TO VIS-DT-RCPR
               IF  WK-ORIGEM-ENTRADA
                   MOVE WK-DT-REF       TO VIS-DT-ULT-ENTD
               ELSE
                   MOVE WK-DT-REF       TO VIS-DT-ULT-SLDO
               END-IF
               WRITE VISTCTA-REGISTRO
               IF  WK-FS-VISTCTA NOT EQUAL '00'
                   MOVE 'VISTCTA'       TO WK-NM-ARQ-FALHA
                   MOVE WK-FS-VISTCTA   TO WK-FS-FALHA
                   MOVE 'I'             TO WK-IC-ACAO
                   PERFORM 410000-ABORTAR
               ELSE
                   ADD  1               TO WK-QT-VIS-NOVAS
               END-IF
               GO TO 110000-SAI
           END-IF

           IF  WK-FS-VISTCTA NOT EQUAL '00'
               MOVE 'VISTCTA'           TO WK-NM-ARQ-FALHA
               MOVE WK-FS-VISTCTA       TO WK-FS-FALHA
               MOVE 'L'                 TO WK-IC-ACAO
               PERFORM 410000-ABORTAR
               GO TO 110000-SAI
           END-IF

           IF  WK-ORIGEM-ENTRADA
               MOVE WK-DT-REF           TO VIS-DT-ULT-ENTD
           ELSE
               MOVE WK-DT-REF           TO VIS-DT-ULT-SLDO
           END-IF

           IF  VIS-SITC-CANDIDATA
               ADD  1                   TO WK-QT-VIS-CAND-VISTA
               MOVE VIS-DT-LOTE         TO DSP-DT-AAAAMMDD
               PERFORM 920000-EDITAR-DATA
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   'Candidata do lote ' DSP-DT
                   ' vista de novo no ' WK-NM-ORIGEM ': '
                   WKC-SIS '/' WKC-OPR '/' WKC-EPRD '/' WKC-SCTR
                   ' - fora do expurgo'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               MOVE SPACE               TO VIS-IC-SITC
               MOVE ZEROS               TO VIS-DT-LOTE
               MOVE SPACES              TO VIS-CD-OPER-LSTG
           END-IF

           IF  VIS-SITC-EXPURGADA
               PERFORM 120000-DEVOLVER-CONTA
               IF  WK-ABORTADA
                   GO TO 110000-SAI
               END-IF
           END-IF

           REWRITE VISTCTA-REGISTRO
           IF  WK-FS-VISTCTA NOT EQUAL '00'
               MOVE 'VISTCTA'           TO WK-NM-ARQ-FALHA
               MOVE WK-FS-VISTCTA       TO WK-FS-FALHA
               MOVE 'A'                 TO WK-IC-ACAO
               PERFORM 410000-ABORTAR
           END-IF

           .
       110000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       120000-DEVOLVER-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Conta expurgada que o sistema de emprestimos voltou a
      *    mandar. Se ja tem faixas no CADOPR (recadastrada pela carga
      *    ARCP0656 ou pela tela), as do CADEXPG sao so descartadas;
      *    senao, voltam ao CADOPR como estavam no expurgo, com linha
      *    'I' no diario. A conta volta a ativa e a observacao
      *    recomeca hoje.

           PERFORM 130000-VERIFICAR-CADASTRO

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC
           MOVE 'I'                     TO WK-IC-ACAO
           MOVE ZEROS                   TO WK-QT-FXA-ARQ

           MOVE WK-CTA-ATU              TO CXP-CHAVE-CTA
           MOVE ZEROS                   TO CXP-CD-FXA
           START CADEXPG KEY NOT LESS CXP-CHAVE
           IF  WK-FS-CADEXPG NOT EQUAL '00'
               MOVE HIGH-VALUES         TO CXP-CHAVE-CTA
           ELSE
               READ CADEXPG NEXT
               IF  WK-FS-CADEXPG NOT EQUAL '00'
                   MOVE HIGH-VALUES     TO CXP-CHAVE-CTA
               END-IF
           END-IF

           PERFORM UNTIL CXP-CHAVE-CTA NOT EQUAL WK-CTA-ATU
           OR WK-ABORTADA

               IF  NOT WK-CTA-NO-CADASTRO
                   MOVE CXP-IMAGEM      TO CADOPR-REGISTRO
                   WRITE CADOPR-REGISTRO
                   IF  WK-FS-CADOPR NOT EQUAL '00'
                       MOVE 'CADOPR'    TO WK-NM-ARQ-FALHA
                       MOVE WK-FS-CADOPR TO WK-FS-FALHA
                       PERFORM 410000-ABORTAR
                   ELSE
                       MOVE SPACES      TO CADJ-IMAGEM-ANT
                       MOVE CXP-IMAGEM  TO CADJ-IMAGEM-NOVA
                       PERFORM 420000-GRAVAR-JORNAL
                       ADD  1           TO WK-QT-FXA-ARQ
                   END-IF
               END-IF

               IF  NOT WK-ABORTADA
                   DELETE CADEXPG
                   IF  WK-FS-CADEXPG NOT EQUAL '00'
                       MOVE 'CADEXPG'   TO WK-NM-ARQ-FALHA
                       MOVE WK-FS-CADEXPG TO WK-FS-FALHA
                       MOVE 'E'         TO WK-IC-ACAO
                       PERFORM 410000-ABORTAR
                   ELSE
                       READ CADEXPG NEXT
                       IF  WK-FS-CADEXPG NOT EQUAL '00'
                           MOVE HIGH-VALUES TO CXP-CHAVE-CTA
                       END-IF
                   END-IF
               END-IF

           END-PERFORM

           IF  WK-ABORTADA
               GO TO 120000-SAI
           END-IF

           MOVE VIS-DT-EXPG             TO DSP-DT-AAAAMMDD
           PERFORM 920000-EDITAR-DATA
           MOVE SPACES                  TO RELATORIO-LINHA
           IF  WK-CTA-NO-CADASTRO
               ADD  1                   TO WK-QT-CTA-RECADASTRADA
               STRING
                   'Expurgada em ' DSP-DT ' voltou no ' WK-NM-ORIGEM
                   ': ' WKC-SIS '/' WKC-OPR '/' WKC-EPRD '/' WKC-SCTR
                   ' - ja recadastrada, faixas guardadas descartadas'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           ELSE
               ADD  1                   TO WK-QT-CTA-DEVOLVIDA
               ADD  WK-QT-FXA-ARQ       TO WK-QT-FXA-DEVOLVIDA
               MOVE WK-QT-FXA-ARQ       TO DSP-QT-FXA
               STRING
                   'Expurgada em ' DSP-DT ' voltou no ' WK-NM-ORIGEM
                   ': ' WKC-SIS '/' WKC-OPR '/' WKC-EPRD '/' WKC-SCTR
                   ' - ' DSP-QT-FXA ' faixas devolvidas ao CADOPR'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               IF  WK-QT-FXA-ARQ GREATER ZEROS
                   PERFORM 450000-CARIMBAR-CACHINV
               END-IF
           END-IF
           PERFORM 900000-ESCREVER-LINHA

           MOVE SPACE                   TO VIS-IC-SITC
           MOVE WK-DT-REF               TO VIS-DT-INI-OBS
           MOVE WK-DT-REF               TO VIS-DT-RCPR

           .
       120000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       130000-VERIFICAR-CADASTRO SECTION.
      *-----------------------------------------------------------------
      *    Liga WK-CTA-NO-CADASTRO se a conta WK-CTA-ATU tem alguma
      *    faixa no CADOPR.

           MOVE 'N'                     TO WK-CTA-NO-CADASTRO-SW

           MOVE WK-CTA-ATU              TO CADOPR-CHAVE(1:30)
           MOVE ZEROS                   TO CADOPR-FXA
           START CADOPR KEY NOT LESS CADOPR-CHAVE
           IF  WK-FS-CADOPR NOT EQUAL '00'
               GO TO 130000-SAI
           END-IF

           READ CADOPR NEXT
           IF  WK-FS-CADOPR EQUAL '00'
           AND CADOPR-CHAVE(1:30) EQUAL WK-CTA-ATU
               SET  WK-CTA-NO-CADASTRO  TO TRUE
           END-IF

           .
       130000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-LISTAR-CANDIDATAS SECTION.
      *-----------------------------------------------------------------
      *    Varredura do CADOPR na ordem da chave, conta a conta.

           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
           MOVE WK-QT-DIAS              TO DSP-QT-DIAS
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Candidatas a expurgo - ausentes do ENTRADA e do SALDOS'
               ' ha ' DSP-QT-DIAS ' dias ou mais, sem proposta viva'
               ' - listadas por ' WK-CD-OPER
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Conta                               '
               'Ult. vista   Dias  Faixas   PCLD faixa mais alta'
               '     Situacao'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE LOW-VALUES              TO CADOPR-CHAVE
           START CADOPR KEY NOT LESS CADOPR-CHAVE
           IF  WK-FS-CADOPR NOT EQUAL '00'
               SET  FIM-CADOPR          TO TRUE
               MOVE HIGH-VALUES         TO CPX-CHAVE-CTA
           ELSE
               PERFORM 220000-LER-CADASTRO
           END-IF

           PERFORM UNTIL FIM-CADOPR
           OR WK-ABORTADA
               PERFORM 210000-AVALIAR-CONTA
           END-PERFORM

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210000-AVALIAR-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Junta as faixas da conta (a ultima lida e a mais alta) e
      *    decide pela situacao no VISTCTA: sem linha abre a
      *    observacao hoje; expurgada que esta no CADOPR foi
      *    recadastrada; ativa ou candidata de lote anterior e
      *    reavaliada.

           MOVE CPX-CHAVE-CTA           TO WK-CTA-ATU
           MOVE ZEROS                   TO WK-QT-FXA-CTA
           MOVE ZEROS                   TO WK-VL-PCLD-CTA

           PERFORM UNTIL CPX-CHAVE-CTA NOT EQUAL WK-CTA-ATU
               ADD  1                   TO WK-QT-FXA-CTA
               MOVE CPX-VL-PCLD         TO WK-VL-PCLD-CTA
               PERFORM 220000-LER-CADASTRO
           END-PERFORM

           ADD  1                       TO WK-QT-CTA-AVALIADA

           MOVE WK-CTA-ATU              TO VIS-CHAVE
           READ VISTCTA

           IF  WK-FS-VISTCTA EQUAL '23'
               MOVE SPACES              TO VISTCTA-REGISTRO
               MOVE WK-CTA-ATU          TO VIS-CHAVE
               MOVE WK-DT-REF           TO VIS-DT-INI-OBS
               MOVE ZEROS               TO VIS-DT-ULT-ENTD
               MOVE ZEROS               TO VIS-DT-ULT-SLDO
               MOVE ZEROS               TO VIS-DT-LOTE
               MOVE ZEROS               TO VIS-DT-EXPG
               MOVE ZEROS               TO VIS-HR-EXPG
               MOVE ZEROS               TO VIS-QT-FXA-EXPG
               MOVE ZEROS               TO VIS-DT-RCPR
               WRITE VISTCTA-REGISTRO
               IF  WK-FS-VISTCTA NOT EQUAL '00'
                   MOVE 'VISTCTA'       TO WK-NM-ARQ-FALHA
                   MOVE WK-FS-VISTCTA   TO WK-FS-FALHA
                   MOVE 'I'             TO WK-IC-ACAO
                   PERFORM 410000-ABORTAR
               ELSE
                   ADD  1               TO WK-QT-VIS-NOVAS
               END-IF
               GO TO 210000-SAI
           END-IF

           IF  WK-FS-VISTCTA NOT EQUAL '00'
               MOVE 'VISTCTA'           TO WK-NM-ARQ-FALHA
               MOVE WK-FS-VISTCTA       TO WK-FS-FALHA
               MOVE 'L'                 TO WK-IC-ACAO
               PERFORM 410000-ABORTAR
               GO TO 210000-SAI
           END-IF

           IF  VIS-SITC-EXPURGADA
               PERFORM 260000-DESCARTAR-GUARDADAS
               IF  WK-ABORTADA
                   GO TO 210000-SAI
               END-IF
               ADD  1                   TO WK-QT-CTA-RECADASTRADA
               MOVE VIS-DT-EXPG         TO DSP-DT-AAAAMMDD
               PERFORM 920000-EDITAR-DATA
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   'Expurgada em ' DSP-DT ' esta de novo no CADOPR: '
                   WKC-SIS '/' WKC-OPR '/' WKC-EPRD '/' WKC-SCTR
                   ' - faixas guardadas descartadas'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               MOVE SPACE               TO VIS-IC-SITC
               MOVE WK-DT-REF           TO VIS-DT-INI-OBS
               MOVE WK-DT-REF           TO VIS-DT-RCPR
               PERFORM 215000-REGRAVAR-VISTA
               GO TO 210000-SAI
           END-IF

      *    Candidata de lote anterior nao expurgada: reavaliada agora
           MOVE SPACE                   TO VIS-IC-SITC
           MOVE ZEROS                   TO VIS-DT-LOTE
           MOVE SPACES                  TO VIS-CD-OPER-LSTG

           PERFORM 240000-CALCULAR-INATIVIDADE

           IF  WK-QT-DIAS-INAT LESS WK-QT-DIAS
               PERFORM 215000-REGRAVAR-VISTA
               GO TO 210000-SAI
           END-IF

           ADD  1                       TO WK-QT-CTA-INATIVA

           PERFORM 230000-VERIFICAR-PROPOSTAS

           MOVE WK-DT-ULT-VISTA         TO DSP-DT-AAAAMMDD
           PERFORM 920000-EDITAR-DATA
           MOVE WK-QT-DIAS-INAT         TO DSP-QT-DIAS
           MOVE WK-QT-FXA-CTA           TO DSP-QT-FXA
           MOVE WK-VL-PCLD-CTA          TO DSP-VL
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               WKC-SIS '/' WKC-OPR '/' WKC-EPRD '/' WKC-SCTR
               '   ' DSP-DT '  ' DSP-QT-DIAS '     ' DSP-QT-FXA
               '  ' DSP-VL
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING

           IF  WK-TEM-PROPOSTA
               ADD  1                   TO WK-QT-CTA-COM-PRPT
               MOVE WK-DT-PRPT          TO DSP-DT-AAAAMMDD
               PERFORM 920000-EDITAR-DATA
               STRING
                   'Mantida: proposta ' WK-IC-SITC-PRPT ' de ' DSP-DT
                   DELIMITED BY SIZE INTO RELATORIO-LINHA(90:33)
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               PERFORM 215000-REGRAVAR-VISTA
               GO TO 210000-SAI
           END-IF

           MOVE 'Candidata'             TO RELATORIO-LINHA(90:9)
           PERFORM 900000-ESCREVER-LINHA

           ADD  1                       TO WK-QT-CTA-CANDIDATA
           ADD  WK-QT-FXA-CTA           TO WK-QT-FXA-CANDIDATA

           MOVE 'C'                     TO VIS-IC-SITC
           MOVE WK-DT-LOTE              TO VIS-DT-LOTE
           MOVE WK-CD-OPER              TO VIS-CD-OPER-LSTG
           PERFORM 215000-REGRAVAR-VISTA

           MOVE SPACES                  TO CANDEXPG-REGISTRO
           MOVE WKC-SIS                 TO CEX-SG-SIS-OGM-OPR
           MOVE WKC-OPR                 TO CEX-NR-UNCO-CTR-OPR
           MOVE WKC-EPRD                TO CEX-NR-EPRD-FNCD
           MOVE WKC-SCTR                TO CEX-NR-SCTR-OPR
           MOVE WK-DT-LOTE              TO CEX-DT-LOTE
           MOVE WK-CD-OPER              TO CEX-CD-OPER-LSTG
           MOVE WK-DT-ULT-VISTA         TO CEX-DT-ULT-VISTA
           MOVE WK-QT-DIAS-INAT         TO CEX-QT-DIAS
           MOVE WK-QT-FXA-CTA           TO CEX-QT-FXA
           MOVE WK-VL-PCLD-CTA          TO CEX-VL-PCLD
           WRITE CANDEXPG-REGISTRO

           .
       210000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       215000-REGRAVAR-VISTA SECTION.
      *-----------------------------------------------------------------

           REWRITE VISTCTA-REGISTRO
           IF  WK-FS-VISTCTA NOT EQUAL '00'
               MOVE 'VISTCTA'           TO WK-NM-ARQ-FALHA
               MOVE WK-FS-VISTCTA       TO WK-FS-FALHA
               MOVE 'A'                 TO WK-IC-ACAO
               PERFORM 410000-ABORTAR
           END-IF

           .
       215000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       220000-LER-CADASTRO SECTION.
      *-----------------------------------------------------------------

           READ CADOPR NEXT
               AT END SET FIM-CADOPR    TO TRUE
           END-READ

           IF  FIM-CADOPR
               MOVE HIGH-VALUES         TO CPX-CHAVE-CTA
           ELSE
               MOVE CADOPR-REGISTRO     TO WK-CAD-PROX
           END-IF

           .
       220000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       230000-VERIFICAR-PROPOSTAS SECTION.
      *-----------------------------------------------------------------
      *    Proposta viva da conta no AUDIHIST: aberta ainda dentro da
      *    validade, pendente de aprovacao ou aplicada (a cumprida, a
      *    descumprida e as encerradas nao seguram a conta). Fica a
      *    situacao e a data da primeira achada.

           MOVE 'N'                     TO WK-TEM-PROPOSTA-SW
           MOVE SPACE                   TO WK-IC-SITC-PRPT
           MOVE ZEROS                   TO WK-DT-PRPT

           MOVE WK-CTA-ATU              TO AUDV-CHAVE(1:30)
           MOVE ZEROS                   TO AUDV-DT-PROC
           MOVE ZEROS                   TO AUDV-HR-PROC
           MOVE ZEROS                   TO AUDV-NR-SEQ
           START AUDIHIST KEY NOT LESS AUDV-CHAVE
           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               GO TO 230000-SAI
           END-IF

           READ AUDIHIST NEXT
           PERFORM UNTIL WK-FS-AUDIHIST NOT EQUAL '00'
           OR AUDV-CHAVE(1:30) NOT EQUAL WK-CTA-ATU
           OR WK-TEM-PROPOSTA
               IF  AUDV-IC-SITC EQUAL 'P'
               OR  AUDV-IC-SITC EQUAL 'A'
               OR (AUDV-IC-SITC EQUAL SPACE
                   AND AUDV-DT-VLDD NOT LESS WK-DT-REF)
                   SET  WK-TEM-PROPOSTA TO TRUE
                   MOVE AUDV-IC-SITC    TO WK-IC-SITC-PRPT
                   MOVE AUDV-DT-PROC    TO WK-DT-PRPT
               ELSE
                   READ AUDIHIST NEXT
               END-IF
           END-PERFORM

           .
       230000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       240000-CALCULAR-INATIVIDADE SECTION.
      *-----------------------------------------------------------------
      *    Ultima vista = a maior entre o inicio da observacao e as
      *    ultimas datas no ENTRADA e no SALDOS; dias ate hoje.

           MOVE VIS-DT-INI-OBS          TO WK-DT-ULT-VISTA
           IF  VIS-DT-ULT-ENTD GREATER WK-DT-ULT-VISTA
               MOVE VIS-DT-ULT-ENTD     TO WK-DT-ULT-VISTA
           END-IF
           IF  VIS-DT-ULT-SLDO GREATER WK-DT-ULT-VISTA
               MOVE VIS-DT-ULT-SLDO     TO WK-DT-ULT-VISTA
           END-IF

      *    Data sem sentido nao faz ninguem inativo
           IF  WK-DT-ULT-VISTA LESS 16010101
           OR  WK-DT-ULT-VISTA GREATER WK-DT-REF
               MOVE WK-DT-REF           TO WK-DT-ULT-VISTA
           END-IF

           COMPUTE WK-QT-DIAS-INAT =
               FUNCTION INTEGER-OF-DATE (WK-DT-REF)
             - FUNCTION INTEGER-OF-DATE (WK-DT-ULT-VISTA)
           END-COMPUTE

           .
       240000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       250000-LIMPAR-REGISTRO SECTION.
      *-----------------------------------------------------------------
      *    Linha do VISTCTA de conta que nao tem mais faixa no CADOPR
      *    (retirada pela carga ARCP0656 ou pela tela, ou vista no
      *    ENTRADA sem nunca ter sido cadastrada) sai do registro. A
      *    expurgada fica - e por ela que a conta volta.

           MOVE LOW-VALUES              TO VIS-CHAVE
           START VISTCTA KEY NOT LESS VIS-CHAVE
           IF  WK-FS-VISTCTA NOT EQUAL '00'
               GO TO 250000-SAI
           END-IF

           PERFORM UNTIL FIM-VISTCTA
           OR WK-ABORTADA
               READ VISTCTA NEXT
                   AT END SET FIM-VISTCTA TO TRUE
               END-READ
               IF  NOT FIM-VISTCTA
               AND NOT VIS-SITC-EXPURGADA
                   MOVE VIS-CHAVE       TO WK-CTA-ATU
                   PERFORM 130000-VERIFICAR-CADASTRO
                   IF  NOT WK-CTA-NO-CADASTRO
                       DELETE VISTCTA
                       IF  WK-FS-VISTCTA NOT EQUAL '00'
                           MOVE 'VISTCTA' TO WK-NM-ARQ-FALHA
                           MOVE WK-FS-VISTCTA TO WK-FS-FALHA
                           MOVE 'E'     TO WK-IC-ACAO
                           PERFORM 410000-ABORTAR
                       ELSE
                           ADD  1       TO WK-QT-VIS-DESCARTADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           .
       250000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       260000-DESCARTAR-GUARDADAS SECTION.
      *-----------------------------------------------------------------
      *    Conta recadastrada por outra via: as faixas guardadas no
      *    expurgo nao servem mais.

           MOVE WK-CTA-ATU              TO CXP-CHAVE-CTA
           MOVE ZEROS                   TO CXP-CD-FXA
           START CADEXPG KEY NOT LESS CXP-CHAVE
           IF  WK-FS-CADEXPG NOT EQUAL '00'
               GO TO 260000-SAI
           END-IF

           READ CADEXPG NEXT
           PERFORM UNTIL WK-FS-CADEXPG NOT EQUAL '00'
           OR CXP-CHAVE-CTA NOT EQUAL WK-CTA-ATU
           OR WK-ABORTADA
               DELETE CADEXPG
               IF  WK-FS-CADEXPG NOT EQUAL '00'
                   MOVE 'CADEXPG'       TO WK-NM-ARQ-FALHA
                   MOVE WK-FS-CADEXPG   TO WK-FS-FALHA
                   MOVE 'E'             TO WK-IC-ACAO
                   PERFORM 410000-ABORTAR
               ELSE
                   READ CADEXPG NEXT
               END-IF
           END-PERFORM

           .
       260000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-EXPURGAR-LOTE SECTION.
      *-----------------------------------------------------------------
      *    Lista conferida do lote do PARM. Linha que nao passa nas
      *    conferencias e recusada e a conta fica como esta.

           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
           MOVE WK-DT-LOTE              TO DSP-DT-AAAAMMDD
           PERFORM 920000-EDITAR-DATA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Expurgo do lote de ' DSP-DT
               ' - aprovado por ' WK-CD-OPER
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           PERFORM UNTIL FIM-CANDEXPG
           OR WK-ABORTADA
               READ CANDEXPG
                   AT END SET FIM-CANDEXPG TO TRUE
               END-READ
               IF  NOT FIM-CANDEXPG
                   ADD  1               TO WK-QT-CEX-LIDOS
                   PERFORM 310000-EXPURGAR-CONTA
               END-IF
           END-PERFORM

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       310000-EXPURGAR-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Cada faixa vai primeiro para o CADEXPG e so depois sai do
      *    CADOPR - falha no meio nunca perde faixa. Diario 'E' com a
      *    imagem completa, carimbo no CACHINV e a conta expurgada no
      *    VISTCTA.

           IF  CEX-SG-SIS-OGM-OPR EQUAL SPACES
           OR  CEX-NR-UNCO-CTR-OPR NOT NUMERIC
           OR  CEX-NR-EPRD-FNCD NOT NUMERIC
           OR  CEX-NR-SCTR-OPR NOT NUMERIC
               MOVE CANDEXPG-REGISTRO(1:30) TO WK-CTA-ATU
               MOVE 'linha sem conta valida'
                                        TO WK-TX-RECUSA
               PERFORM 320000-RECUSAR-CANDIDATA
               GO TO 310000-SAI
           END-IF

           MOVE CEX-SG-SIS-OGM-OPR      TO WKC-SIS
           MOVE CEX-NR-UNCO-CTR-OPR     TO WKC-OPR
           MOVE CEX-NR-EPRD-FNCD        TO WKC-EPRD
           MOVE CEX-NR-SCTR-OPR         TO WKC-SCTR

           IF  CEX-DT-LOTE NOT EQUAL WK-DT-LOTE
               MOVE 'linha de outro lote'
                                        TO WK-TX-RECUSA
               PERFORM 320000-RECUSAR-CANDIDATA
               GO TO 310000-SAI
           END-IF

           IF  CEX-CD-OPER-LSTG EQUAL WK-CD-OPER
               MOVE 'aprovador e o mesmo operador que listou'
                                        TO WK-TX-RECUSA
               PERFORM 320000-RECUSAR-CANDIDATA
               GO TO 310000-SAI
           END-IF

           MOVE WK-CTA-ATU              TO VIS-CHAVE
           READ VISTCTA
           IF  WK-FS-VISTCTA NOT EQUAL '00'
           OR  NOT VIS-SITC-CANDIDATA
           OR  VIS-DT-LOTE NOT EQUAL WK-DT-LOTE
               MOVE 'nao e mais candidata do lote (vista de novo)'
                                        TO WK-TX-RECUSA
               PERFORM 320000-RECUSAR-CANDIDATA
               GO TO 310000-SAI
           END-IF

           PERFORM 230000-VERIFICAR-PROPOSTAS
           IF  WK-TEM-PROPOSTA
               MOVE WK-DT-PRPT          TO DSP-DT-AAAAMMDD
               PERFORM 920000-EDITAR-DATA
               MOVE SPACES              TO WK-TX-RECUSA
               STRING
                   'proposta ' WK-IC-SITC-PRPT ' de ' DSP-DT
                   ' no AUDIHIST'
                   DELIMITED BY SIZE INTO WK-TX-RECUSA
               END-STRING
               PERFORM 320000-RECUSAR-CANDIDATA
               GO TO 310000-SAI
           END-IF

      *    Faixas atuais da conta
           MOVE ZEROS                   TO WK-QT-FXA-CTA
           MOVE WK-CTA-ATU              TO CADOPR-CHAVE(1:30)
           MOVE ZEROS                   TO CADOPR-FXA
           START CADOPR KEY NOT LESS CADOPR-CHAVE
           IF  WK-FS-CADOPR EQUAL '00'
               READ CADOPR NEXT
               PERFORM UNTIL WK-FS-CADOPR NOT EQUAL '00'
               OR CADOPR-CHAVE(1:30) NOT EQUAL WK-CTA-ATU
               OR WK-QT-FXA-CTA EQUAL 100
                   ADD  1               TO WK-QT-FXA-CTA
                   MOVE CADOPR-REGISTRO TO WK-FXA-IMAGEM(WK-QT-FXA-CTA)
                   READ CADOPR NEXT
               END-PERFORM
           END-IF

           IF  WK-QT-FXA-CTA EQUAL ZEROS
               MOVE 'conta sem faixas no CADOPR'
                                        TO WK-TX-RECUSA
               PERFORM 320000-RECUSAR-CANDIDATA
               GO TO 310000-SAI
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC
           MOVE 'E'                     TO WK-IC-ACAO

           PERFORM VARYING IX-FXA FROM 1 BY 1
           UNTIL IX-FXA GREATER WK-QT-FXA-CTA
           OR WK-ABORTADA

               MOVE SPACES              TO CADEXPG-REGISTRO
               MOVE WK-FXA-IMAGEM(IX-FXA)(1:32) TO CXP-CHAVE
               MOVE WK-FXA-IMAGEM(IX-FXA) TO CXP-IMAGEM
               MOVE DTH-DATA            TO CXP-DT-EXPG
               MOVE DTH-HORA            TO CXP-HR-EXPG
               MOVE WK-CD-OPER          TO CXP-CD-OPER-APRV
               MOVE WK-DT-LOTE          TO CXP-DT-LOTE
               WRITE CADEXPG-REGISTRO
               IF  WK-FS-CADEXPG EQUAL '22'
                   REWRITE CADEXPG-REGISTRO
               END-IF
               IF  WK-FS-CADEXPG NOT EQUAL '00'
                   MOVE 'CADEXPG'       TO WK-NM-ARQ-FALHA
                   MOVE WK-FS-CADEXPG   TO WK-FS-FALHA
                   MOVE 'I'             TO WK-IC-ACAO
                   PERFORM 410000-ABORTAR
               ELSE
                   MOVE WK-FXA-IMAGEM(IX-FXA) TO CADOPR-REGISTRO
                   DELETE CADOPR
                   IF  WK-FS-CADOPR NOT EQUAL '00'
                       MOVE 'CADOPR'    TO WK-NM-ARQ-FALHA
                       MOVE WK-FS-CADOPR TO WK-FS-FALHA
                       PERFORM 410000-ABORTAR
                   ELSE
                       MOVE WK-FXA-IMAGEM(IX-FXA) TO CADJ-IMAGEM-ANT
                       MOVE SPACES      TO CADJ-IMAGEM-NOVA
                       PERFORM 420000-GRAVAR-JORNAL
                       ADD  1           TO WK-QT-FXA-EXPURGADA
                   END-IF
               END-IF

           END-PERFORM

           IF  WK-ABORTADA
               GO TO 310000-SAI
           END-IF

           PERFORM 450000-CARIMBAR-CACHINV

           MOVE 'E'                     TO VIS-IC-SITC
           MOVE DTH-DATA                TO VIS-DT-EXPG
           MOVE DTH-HORA                TO VIS-HR-EXPG
           MOVE WK-QT-FXA-CTA           TO VIS-QT-FXA-EXPG
           MOVE WK-CD-OPER              TO VIS-CD-OPER-APRV
           PERFORM 215000-REGRAVAR-VISTA

           ADD  1                       TO WK-QT-CTA-EXPURGADA
           MOVE WK-QT-FXA-CTA           TO DSP-QT-FXA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Expurgada: ' WKC-SIS '/' WKC-OPR '/' WKC-EPRD '/'
               WKC-SCTR ' - ' DSP-QT-FXA ' faixas retiradas do CADOPR'
               ' e guardadas no CADEXPG'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       310000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       320000-RECUSAR-CANDIDATA SECTION.
      *-----------------------------------------------------------------

           ADD  1                       TO WK-QT-CEX-RECUSADOS

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Recusada:  ' CANDEXPG-REGISTRO(1:34)
               ' - ' WK-TX-RECUSA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       320000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       410000-ABORTAR SECTION.
      *-----------------------------------------------------------------
      *    Falha de gravacao: para tudo. O que ja foi feito esta no
      *    diario e no VISTCTA.

           SET  WK-ABORTADA             TO TRUE
           DISPLAY CTE-PROG ' Falha na acao ' WK-IC-ACAO
               ' do ' WK-NM-ARQ-FALHA ' - FS: ' WK-FS-FALHA
               ' - conta ' WK-CTA-ATU ' - processamento abortado'
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '*** Processamento abortado - acao ' WK-IC-ACAO
               ' no ' WK-NM-ARQ-FALHA ' com FS ' WK-FS-FALHA
               ' na conta ' WK-CTA-ATU
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

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

           .
       420000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       450000-CARIMBAR-CACHINV SECTION.
      *-----------------------------------------------------------------
      *    Conta expurgada ou devolvida invalida as respostas guardadas
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
      *    A linha que provocou a quebra e guardada e devolvida.

           ADD  1                       TO WK-NR-PAG
           MOVE WK-NR-PAG                TO DSP-NR-PAG
           MOVE ZEROS                   TO WK-NR-LINHA

           MOVE RELATORIO-LINHA         TO WK-LINHA-SALVA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Contas Inativas do CADOPR - MotorPCLD - modo '
               WK-IC-MODO
               '                    Pagina: ' DSP-NR-PAG
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
       920000-EDITAR-DATA SECTION.
      *-----------------------------------------------------------------
      *    DSP-DT-AAAAMMDD para DSP-DT (dd/mm/aaaa)

           MOVE DSP-DTR-DIA             TO DSP-DT-DIA
           MOVE DSP-DTR-MES             TO DSP-DT-MES
           MOVE DSP-DTR-ANO             TO DSP-DT-ANO

           .
       920000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       950000-IMPRIMIR-RODAPE SECTION.
      *-----------------------------------------------------------------

           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Contagens - operador ' WK-CD-OPER
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-ENT-LIDOS         TO DSP-QT-A
           MOVE WK-QT-SLD-LIDOS         TO DSP-QT-B
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Linhas do ENTRADA lidas........: ' DSP-QT-A
               '   do SALDOS: ' DSP-QT-B
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-VIS-NOVAS         TO DSP-QT-A
           MOVE WK-QT-VIS-INVALIDOS     TO DSP-QT-B
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Contas novas no VISTCTA........: ' DSP-QT-A
               '   linhas sem conta valida: ' DSP-QT-B
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-VIS-CAND-VISTA    TO DSP-QT-A
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Candidatas vistas de novo......: ' DSP-QT-A
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-CTA-DEVOLVIDA     TO DSP-QT-A
           MOVE WK-QT-FXA-DEVOLVIDA     TO DSP-QT-B
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Expurgadas devolvidas..........: ' DSP-QT-A
               '   faixas: ' DSP-QT-B
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-CTA-RECADASTRADA  TO DSP-QT-A
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Expurgadas ja recadastradas....: ' DSP-QT-A
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  WK-MODO-LISTAR
               MOVE WK-QT-CTA-AVALIADA  TO DSP-QT-A
               MOVE WK-QT-CTA-INATIVA   TO DSP-QT-B
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  Contas do CADOPR avaliadas.....: ' DSP-QT-A
                   '   inativas: ' DSP-QT-B
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA

               MOVE WK-QT-CTA-COM-PRPT  TO DSP-QT-A
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  Inativas mantidas por proposta.: ' DSP-QT-A
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA

               MOVE WK-QT-CTA-CANDIDATA TO DSP-QT-A
               MOVE WK-QT-FXA-CANDIDATA TO DSP-QT-B
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  Candidatas listadas no CANDEXPG: ' DSP-QT-A
                   '   faixas: ' DSP-QT-B
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA

               MOVE WK-QT-VIS-DESCARTADA TO DSP-QT-A
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  Linhas do VISTCTA sem CADOPR...: ' DSP-QT-A
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           IF  WK-MODO-EXPURGAR
               MOVE WK-QT-CEX-LIDOS     TO DSP-QT-A
               MOVE WK-QT-CEX-RECUSADOS TO DSP-QT-B
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  Linhas da lista lidas..........: ' DSP-QT-A
                   '   recusadas: ' DSP-QT-B
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA

               MOVE WK-QT-CTA-EXPURGADA TO DSP-QT-A
               MOVE WK-QT-FXA-EXPURGADA TO DSP-QT-B
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  Contas expurgadas..............: ' DSP-QT-A
                   '   faixas: ' DSP-QT-B
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           MOVE WK-QT-JORNAL            TO DSP-QT-A
           MOVE WK-QT-CIV-GRVD          TO DSP-QT-B
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Linhas gravadas no diario......: ' DSP-QT-A
               '   contas carimbadas no CACHINV: ' DSP-QT-B
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  WK-ABORTADA
               PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '*** PROCESSAMENTO ABORTADO -'
                   ' vide mensagem acima ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           .
       950000-SAI.
           EXIT.
