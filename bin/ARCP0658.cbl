      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCP0658
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Reconstrucao e verificacao dos datasets chaveados
      *             alimentados aos poucos pelo lote e pelo on-line:
      *             AUDIHIST, SUBMDIA, CLINDEX e DIVERGE. Monta, a
      *             partir das fontes sequenciais, a imagem que o
      *             dataset deveria ter no corte (PARM-DT-CORTE/
      *             PARM-HR-CORTE, default agora) e, conforme
      *             PARM-IC-MODO, grava essa imagem no dataset ('R' -
      *             cluster recem-definido, aberto em OUTPUT) ou a
      *             compara com o dataset vivo ('V'), listando chave a
      *             chave o que falta, o que sobra e o que difere.
      *             AUDIHIST: linhas da AUDITORIA e da descarga
      *             pendente da fila on-line (FILAAUDT) ate o corte,
      *             numeradas como na carga ARCP0636 (mesmo conteudo
      *             na mesma conta+data+hora e a mesma linha), com a
      *             situacao levada adiante pelas transicoes do
      *             SITTRANS ate o corte. O SITTRANS nao guarda a
      *             opcao e o motivo da aplicacao feita pela fila
      *             (ARCP0627 'APLICAR') - nessas linhas a verificacao
      *             nao compara os dois campos, e a reconstrucao
      *             recupera o operador e o Resultado selecionado.
      *             Na reconstrucao o carimbo CTL636 e regravado com a
      *             ultima linha carregada, para a carga noturna
      *             seguir dali.
      *             SUBMDIA: so o dia do corte - contas do ENTRADA do
      *             dia e contas com proposta gravada na AUDITORIA no
      *             dia ate a hora do corte; compara so a chave (hora
      *             e fatia nao sao recuperaveis).
      *             CLINDEX: regra de ARCP0640 sobre ENTRADA, AUDIHIST
      *             e CADOPR (reconstruir o AUDIHIST antes).
      *             DIVERGE: regra de ARCP0646 sobre SALDOS e CADOPR,
      *             tolerancia PARM-PC-TOLR (default 5); a data do
      *             apontamento nao e comparada.
      *             RC 4: verificacao com diferenca ou reconstrucao
      *             com linha perdida; RC 8: PARM invalido ou dataset
      *             indisponivel.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - SALDOS passa a 92 posicoes
      *        (baixa a prejuizo); DIVERGE segue a nova regra de
      *        ARCP0646 - conta baixada com faixa nao e confrontada.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCP0658.
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
               SELECT  AUDITORIA  ASSIGN  TO  UT-S-AUDITORIA.
               SELECT  FILAAUDT   ASSIGN  TO  UT-S-FILAAUDT.
               SELECT  ENTRADA    ASSIGN  TO  UT-S-ENTRADA.
               SELECT  SALDOS     ASSIGN  TO  UT-S-SALDOS.
               SELECT  SITTRANS   ASSIGN  TO  SITTRANS
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  TRS-CHAVE
                       FILE STATUS   IS  WK-FS-SITTRANS.
               SELECT  CADOPR     ASSIGN  TO  CADOPR
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CADOPR-CHAVE
                       FILE STATUS   IS  WK-FS-CADOPR.
               SELECT  AUDIHIST   ASSIGN  TO  AUDIHIST
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  AUDV-CHAVE
                       FILE STATUS   IS  WK-FS-AUDIHIST.
               SELECT  SUBMDIA    ASSIGN  TO  SUBMDIA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  SBMT-CHAVE
                       FILE STATUS   IS  WK-FS-SUBMDIA.
               SELECT  CLINDEX    ASSIGN  TO  CLINDEX
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CLIX-CHAVE
                       FILE STATUS   IS  WK-FS-CLINDEX.
               SELECT  DIVERGE    ASSIGN  TO  DIVERGE
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  DIV-CHAVE
                       FILE STATUS   IS  WK-FS-DIVERGE.
               SELECT  CTL636     ASSIGN  TO  UT-S-CTL636.
               SELECT  TRSORD     ASSIGN  TO  UT-S-TRSORD.
               SELECT  WK-ORDTRS  ASSIGN  TO  UT-S-WKTRS658.
               SELECT  WK-ORDAUD  ASSIGN  TO  UT-S-WKAUD658.
               SELECT  WK-ORDIMG  ASSIGN  TO  UT-S-WKIMG658.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  AUDITORIA
           BLOCK 0 RECORDS
           RECORD  195
           RECORDING MODE IS F.

       01  AUDITORIA-REGISTRO              PIC  X(195).

      *    Descarga da fila on-line ainda nao apensada na AUDITORIA
      *    (mesmo layout ARCKAUDT; DUMMY quando ja descarregada)
       FD  FILAAUDT
           BLOCK 0 RECORDS
           RECORD  195
           RECORDING MODE IS F.

       01  FILAAUDT-REGISTRO               PIC  X(195).

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

       FD  SITTRANS
           RECORD  80.

       01  SITTRANS-REGISTRO.
-INC ARCKSITT

       FD  CADOPR
           RECORD  69.

       01  CADOPR-REGISTRO.
-INC ARCKCADO

       FD  AUDIHIST
           RECORD  181.

       01  AUDIHIST-REGISTRO.
-INC ARCKAUDV

       FD  SUBMDIA
           RECORD  46.

       01  SUBMDIA-REGISTRO.
-INC ARCKSBMT

       FD  CLINDEX
           RECORD  88.

       01  CLINDEX-REGISTRO.
-INC ARCKCLIX

       FD  DIVERGE
           RECORD  40.

       01  DIVERGE-REGISTRO.
-INC ARCKDIVG

      *    Carimbo da carga incremental de ARCP0636 - regravado na
      *    reconstrucao do AUDIHIST
       FD  CTL636
           BLOCK 0 RECORDS
           RECORD  15
           RECORDING MODE IS F.

       01  CTL636-REGISTRO.
           03  CTL-DT-ULT-CARGA        PIC  9(08).
           03  FILLER                  PIC  X(01).
           03  CTL-HR-ULT-CARGA        PIC  9(06).

      *    Transicoes do SITTRANS ate o corte, na ordem da chave do
      *    AUDIHIST e, dentro dela, do instante da mudanca
       FD  TRSORD
           BLOCK 0 RECORDS
           RECORD  76
           RECORDING MODE IS F.

       01  TRSORD-REGISTRO.
           03  TRO-CHAVE-PROP          PIC  X(48).
           03  TRO-DT-TRNS             PIC  9(08).
           03  TRO-HR-TRNS             PIC  9(06).
           03  TRO-NR-SEQ-TRNS         PIC  9(04).
           03  TRO-IC-SITC-NOVA        PIC  X(01).
           03  TRO-TP-EVENTO           PIC  X(01).
           03  TRO-CD-PGM-OPER         PIC  X(08).

       SD  WK-ORDTRS
           RECORD  76.

       01  WKTRS-REGISTRO.
           03  WKTRS-CHAVE-PROP        PIC  X(48).
           03  WKTRS-DT-TRNS           PIC  9(08).
           03  WKTRS-HR-TRNS           PIC  9(06).
           03  WKTRS-NR-SEQ-TRNS       PIC  9(04).
           03  WKTRS-IC-SITC-NOVA      PIC  X(01).
           03  WKTRS-TP-EVENTO         PIC  X(01).
           03  WKTRS-CD-PGM-OPER       PIC  X(08).

      *    Linhas da AUDITORIA/FILAAUDT ate o corte, por conta e
      *    data/hora, na ordem de leitura dentro da mesma data/hora
       SD  WK-ORDAUD
           RECORD  195.

       01  WKAUD-REGISTRO.
-INC ARCKAUDT

      *    Imagem dos demais datasets, pela chave do dataset
       SD  WK-ORDIMG
           RECORD  229.

       01  WKIMG-REGISTRO.
           03  WKIMG-CHAVE             PIC  X(48).
           03  WKIMG-DADOS             PIC  X(181).

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0658 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.

      *    Teto de linhas de detalhe no relatorio - dataset muito
      *    corrompido sai so com os contadores dali em diante
       77  CTE-QT-MAX-DETALHE           PIC  9(05) VALUE 5000.

       01  WK-FS-SITTRANS               PIC  X(02) VALUE SPACES.
       01  WK-FS-CADOPR                 PIC  X(02) VALUE SPACES.
       01  WK-FS-AUDIHIST               PIC  X(02) VALUE SPACES.
       01  WK-FS-SUBMDIA                PIC  X(02) VALUE SPACES.
       01  WK-FS-CLINDEX                PIC  X(02) VALUE SPACES.
       01  WK-FS-DIVERGE                PIC  X(02) VALUE SPACES.

       01  GRP-PARAMETROS.
           03  WK-NM-DSET                   PIC  X(08).
               88  WK-DSET-AUDIHIST         VALUE 'AUDIHIST'.
               88  WK-DSET-SUBMDIA          VALUE 'SUBMDIA'.
               88  WK-DSET-CLINDEX          VALUE 'CLINDEX'.
               88  WK-DSET-DIVERGE          VALUE 'DIVERGE'.
               88  WK-DSET-VALIDO           VALUE 'AUDIHIST'
                                                  'SUBMDIA'
                                                  'CLINDEX'
                                                  'DIVERGE'.
           03  WK-IC-MODO                   PIC  X(01).
               88  WK-MODO-RECONSTRUIR      VALUE 'R'.
               88  WK-MODO-VERIFICAR        VALUE 'V'.
           03  WK-DT-HR-CORTE.
               05  WK-DT-CORTE              PIC  9(08).
               05  WK-HR-CORTE              PIC  9(06).
           03  WK-PC-TOLR                   PIC  9(02) VALUE 5.
      *    Tamanho da chave, do registro e do trecho comparado do
      *    dataset tratado
           03  WK-TAM-CHAVE                 PIC S9(04) COMP-5.
           03  WK-TAM-REG                   PIC S9(04) COMP-5.
           03  WK-TAM-CMP                   PIC S9(04) COMP-5.

      *    Linha da imagem reconstruida e linha do dataset vivo, com
      *    as visoes dos trechos que a verificacao nao compara
       01  WK-IMAGEM.
           03  WK-IMG-REGISTRO              PIC  X(181).
           03  FILLER REDEFINES WK-IMG-REGISTRO.
               05  FILLER                   PIC  X(95).
               05  WK-IMG-AUDV-SLCD-FILA    PIC  X(61).
               05  FILLER                   PIC  X(25).
           03  FILLER REDEFINES WK-IMG-REGISTRO.
               05  FILLER                   PIC  X(30).
               05  WK-IMG-DIV-DT-APNTD      PIC  X(08).
               05  FILLER                   PIC  X(143).
           03  WK-IMG-FILA-SW               PIC  X(01).
               88  WK-IMG-APLICADA-FILA     VALUE 'S'.

       01  WK-VIVO.
           03  WK-VIVO-REGISTRO             PIC  X(181).
           03  FILLER REDEFINES WK-VIVO-REGISTRO.
               05  FILLER                   PIC  X(95).
               05  WK-VIVO-AUDV-SLCD-FILA   PIC  X(61).
               05  FILLER                   PIC  X(25).
           03  FILLER REDEFINES WK-VIVO-REGISTRO.
               05  FILLER                   PIC  X(30).
               05  WK-VIVO-DIV-DT-APNTD     PIC  X(08).
               05  FILLER                   PIC  X(143).

      *    Linhas ja numeradas da conta+data+hora corrente do
      *    AUDIHIST - conteudo sem a chave, para reconhecer a mesma
      *    linha vinda das duas fontes (gravacao on-line e descarga)
       01  GRP-EXECUCAO.
           03  WK-EXC-CHAVE                 PIC  X(44)
                                             VALUE HIGH-VALUES.
           03  WK-EXC-CHAVE-LIN             PIC  X(44).
           03  WK-EXC-QT                    PIC S9(04) COMP-5.
           03  IX-EXC                       PIC S9(04) COMP-5.
           03  WK-EXC-REPETIDA-SW           PIC  X(01).
               88  WK-EXC-REPETIDA          VALUE 'S'.
           03  WK-EXC-CONTEUDO OCCURS 500 TIMES
                                            PIC  X(133).
           03  WK-EXC-NR-SEQ                PIC  9(04).
           03  WK-DT-HR-MAIOR.
               05  WK-DT-MAIOR              PIC  9(08) VALUE ZEROS.
               05  WK-HR-MAIOR              PIC  9(06) VALUE ZEROS.

      *    Agregado de conta da regra do CLINDEX (ARCP0640)
       01  GRP-AGREGADO.
           03  WK-DT-HR-ANT                 PIC  X(14).
           03  WK-DT-HR-ATU.
               05  WK-DT-ATU                PIC  9(08).
               05  WK-HR-ATU                PIC  9(06).
           03  WK-QT-ABERTAS                PIC  9(05).
           03  WK-QT-APLICADAS              PIC  9(05).
           03  WK-QT-EXPIRADAS              PIC  9(05).
           03  WK-VL-ENTD-ABRT              PIC S9(15)V99 COMP-3.
           03  WK-VL-PCLD-RISCO             PIC S9(15)V99 COMP-3.

      *    Confronto da regra do DIVERGE (ARCP0646)
       01  GRP-CONFRONTO.
           03  WK-TEM-FAIXA-SW              PIC  X(01).
               88  WK-TEM-FAIXA             VALUE 'S'.
           03  WK-VL-AMTR-CAD               PIC S9(13)V99 COMP-3.
           03  WK-VL-PCLD-CAD               PIC S9(13)V99 COMP-3.
           03  WK-VL-BANDA-INF              PIC S9(13)V99 COMP-3.
           03  WK-VL-BANDA-SUP              PIC S9(13)V99 COMP-3.
           03  WK-CD-MTV-DVG                PIC  9(02).

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-AUDITORIA-SW             PIC  X(01) VALUE 'N'.
               88  FIM-AUDITORIA                        VALUE 'S'.
           03  FIM-FILAAUDT-SW              PIC  X(01) VALUE 'N'.
               88  FIM-FILAAUDT                         VALUE 'S'.
           03  FIM-ENTRADA-SW               PIC  X(01) VALUE 'N'.
               88  FIM-ENTRADA                          VALUE 'S'.
           03  FIM-SALDOS-SW                PIC  X(01) VALUE 'N'.
               88  FIM-SALDOS                           VALUE 'S'.
           03  FIM-SITTRANS-SW              PIC  X(01) VALUE 'N'.
               88  FIM-SITTRANS                         VALUE 'S'.
           03  FIM-TRSORD-SW                PIC  X(01) VALUE 'N'.
               88  FIM-TRSORD                           VALUE 'S'.
           03  FIM-ORDENACAO-SW             PIC  X(01) VALUE 'N'.
               88  FIM-ORDENACAO                        VALUE 'S'.
           03  FIM-VIVO-SW                  PIC  X(01) VALUE 'N'.
               88  FIM-VIVO                             VALUE 'S'.
           03  FIM-HIST-SW                  PIC  X(01).
               88  FIM-HIST                 VALUE 'S'.
           03  FIM-FAIXAS-SW                PIC  X(01).
               88  FIM-FAIXAS               VALUE 'S'.
           03  WK-IMG-ANT                   PIC  X(48)
                                             VALUE LOW-VALUES.
           03  WK-PRIMEIRA-IMG-SW           PIC  X(01) VALUE 'S'.
               88  WK-PRIMEIRA-IMG          VALUE 'S'.
           03  WK-QT-LIDOS-AUD              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-LIDOS-FILA             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-APOS-CORTE             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-REPETIDAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-TRNS-LIDAS             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-TRNS-APLICADAS         PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-TRNS-ORFAS             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FONTE                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-IMAGEM                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-GRAVADOS               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-PERDIDOS               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-VIVOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-IGUAIS                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FALTAS                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SOBRAS                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-DIFERENTES             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-DETALHES               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  IX-POS                       PIC S9(04) COMP-5.
           03  WK-TAM-TRECHO                PIC S9(04) COMP-5.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  DTH-HORA                     PIC  9(06).
           03  FILLER                       PIC  X(07).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-2                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-3                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-4                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-POS                      PIC ZZ9.
           03  DSP-TX-MODO                  PIC  X(11).

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  PARM1.
           03  PARM-NM-DSET            PIC  X(08).
           03  PARM-IC-MODO            PIC  X(01).
           03  PARM-DT-CORTE           PIC  9(08).
           03  PARM-HR-CORTE           PIC  9(06).
           03  PARM-PC-TOLR            PIC  9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC

           MOVE PARM-NM-DSET            TO WK-NM-DSET
           MOVE PARM-IC-MODO            TO WK-IC-MODO

           IF  NOT WK-DSET-VALIDO
           OR (NOT WK-MODO-RECONSTRUIR AND NOT WK-MODO-VERIFICAR)
               DISPLAY CTE-PROG ' PARM invalido - dataset: '
                   PARM-NM-DSET ' modo: ' PARM-IC-MODO
               MOVE 8                   TO RETURN-CODE
               GO TO 000000-SAI
           END-IF

      *    Corte: default o instante da execucao; data sem hora vale
      *    o dia inteiro
           MOVE DTH-DATA                TO WK-DT-CORTE
           MOVE DTH-HORA                TO WK-HR-CORTE
           IF  PARM-DT-CORTE NUMERIC
           AND PARM-DT-CORTE GREATER ZEROS
               MOVE PARM-DT-CORTE       TO WK-DT-CORTE
               IF  PARM-HR-CORTE NUMERIC
               AND PARM-HR-CORTE GREATER ZEROS
                   MOVE PARM-HR-CORTE   TO WK-HR-CORTE
               ELSE
                   MOVE 235959          TO WK-HR-CORTE
               END-IF
           END-IF

           IF  PARM-PC-TOLR NUMERIC
           AND PARM-PC-TOLR GREATER ZEROS
               MOVE PARM-PC-TOLR        TO WK-PC-TOLR
           END-IF

           PERFORM 050000-ABRIR-ARQUIVOS

           IF  RETURN-CODE EQUAL 8
               GO TO 000000-SAI
           END-IF

           IF  WK-MODO-VERIFICAR
               PERFORM 060000-POSICIONAR-VIVO
           END-IF

           IF  WK-DSET-AUDIHIST
               PERFORM 200000-RECONSTITUIR-AUDIHIST
           ELSE
               SORT WK-ORDIMG
                   ON ASCENDING KEY WKIMG-CHAVE
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 300000-GERAR-IMAGEM
                   OUTPUT PROCEDURE IS 700000-PERCORRER-IMAGEM
           END-IF

      *    Sobra do dataset vivo alem da ultima chave da imagem
           IF  WK-MODO-VERIFICAR
               PERFORM UNTIL FIM-VIVO
                   PERFORM 830000-APONTAR-SOBRA
                   PERFORM 810000-LER-VIVO
               END-PERFORM
           END-IF

           IF  WK-MODO-RECONSTRUIR
           AND WK-DSET-AUDIHIST
               PERFORM 890000-GRAVAR-CONTROLE
           END-IF

           PERFORM 950000-IMPRIMIR-RODAPE

           IF  WK-QT-FALTAS     GREATER ZEROS
           OR  WK-QT-SOBRAS     GREATER ZEROS
           OR  WK-QT-DIFERENTES GREATER ZEROS
           OR  WK-QT-PERDIDOS   GREATER ZEROS
               MOVE 4                   TO RETURN-CODE
           END-IF

           PERFORM 000000-ENCERRAR

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       000000-ENCERRAR SECTION.
      *-----------------------------------------------------------------

           CLOSE RELATORIO

           EVALUATE TRUE
               WHEN WK-DSET-AUDIHIST
                   CLOSE SITTRANS
                   CLOSE AUDIHIST
               WHEN WK-DSET-SUBMDIA
                   CLOSE SUBMDIA
               WHEN WK-DSET-CLINDEX
                   CLOSE AUDIHIST
                   CLOSE CADOPR
                   CLOSE CLINDEX
               WHEN WK-DSET-DIVERGE
                   CLOSE CADOPR
                   CLOSE DIVERGE
           END-EVALUATE

           DISPLAY CTE-PROG ' ' WK-NM-DSET ' modo ' WK-IC-MODO
               ' Imagem: ' WK-QT-IMAGEM
               ' Gravados: ' WK-QT-GRAVADOS
               ' Perdidos: ' WK-QT-PERDIDOS
               ' Faltas: ' WK-QT-FALTAS
               ' Sobras: ' WK-QT-SOBRAS
               ' Diferentes: ' WK-QT-DIFERENTES

           STOP RUN

           .
       000000-ENCERRAR-SAI.
           EXIT.
      *-----------------------------------------------------------------
       050000-ABRIR-ARQUIVOS SECTION.
      *-----------------------------------------------------------------
      *    Dataset tratado em OUTPUT na reconstrucao (cluster recem-
      *    definido) ou INPUT na verificacao, mais as fontes chaveadas
      *    da regra dele. Falha de abertura: RC 8 sem tocar em nada.

           OPEN OUTPUT RELATORIO

           EVALUATE TRUE
               WHEN WK-DSET-AUDIHIST
                   MOVE 48              TO WK-TAM-CHAVE
                   MOVE 181             TO WK-TAM-REG
                   OPEN INPUT SITTRANS
                   IF  WK-MODO-RECONSTRUIR
                       OPEN OUTPUT AUDIHIST
                   ELSE
                       OPEN INPUT  AUDIHIST
                   END-IF
                   IF  WK-FS-SITTRANS NOT EQUAL '00'
                   OR  WK-FS-AUDIHIST NOT EQUAL '00'
                       DISPLAY CTE-PROG ' Falha na abertura -'
                           ' SITTRANS: ' WK-FS-SITTRANS
                           ' AUDIHIST: ' WK-FS-AUDIHIST
                       MOVE 8           TO RETURN-CODE
                   END-IF
               WHEN WK-DSET-SUBMDIA
                   MOVE 38              TO WK-TAM-CHAVE
                   MOVE 46              TO WK-TAM-REG
                   IF  WK-MODO-RECONSTRUIR
                       OPEN OUTPUT SUBMDIA
                   ELSE
                       OPEN INPUT  SUBMDIA
                   END-IF
                   IF  WK-FS-SUBMDIA NOT EQUAL '00'
                       DISPLAY CTE-PROG ' Falha na abertura -'
                           ' SUBMDIA: ' WK-FS-SUBMDIA
                       MOVE 8           TO RETURN-CODE
                   END-IF
               WHEN WK-DSET-CLINDEX
                   MOVE 39              TO WK-TAM-CHAVE
                   MOVE 88              TO WK-TAM-REG
                   OPEN INPUT AUDIHIST
                   OPEN INPUT CADOPR
                   IF  WK-MODO-RECONSTRUIR
                       OPEN OUTPUT CLINDEX
                   ELSE
                       OPEN INPUT  CLINDEX
                   END-IF
                   IF  WK-FS-AUDIHIST NOT EQUAL '00'
                   OR  WK-FS-CADOPR   NOT EQUAL '00'
                   OR  WK-FS-CLINDEX  NOT EQUAL '00'
                       DISPLAY CTE-PROG ' Falha na abertura -'
                           ' AUDIHIST: ' WK-FS-AUDIHIST
                           ' CADOPR: ' WK-FS-CADOPR
                           ' CLINDEX: ' WK-FS-CLINDEX
                       MOVE 8           TO RETURN-CODE
                   END-IF
               WHEN WK-DSET-DIVERGE
                   MOVE 30              TO WK-TAM-CHAVE
                   MOVE 40              TO WK-TAM-REG
                   OPEN INPUT CADOPR
                   IF  WK-MODO-RECONSTRUIR
                       OPEN OUTPUT DIVERGE
                   ELSE
                       OPEN INPUT  DIVERGE
                   END-IF
                   IF  WK-FS-CADOPR  NOT EQUAL '00'
                   OR  WK-FS-DIVERGE NOT EQUAL '00'
                       DISPLAY CTE-PROG ' Falha na abertura -'
                           ' CADOPR: ' WK-FS-CADOPR
                           ' DIVERGE: ' WK-FS-DIVERGE
                       MOVE 8           TO RETURN-CODE
                   END-IF
           END-EVALUATE

      *    SUBMDIA compara so a chave - hora e fatia da critica de
      *    duplicidade nao estao em fonte nenhuma
           IF  WK-DSET-SUBMDIA
               MOVE WK-TAM-CHAVE        TO WK-TAM-CMP
           ELSE
               MOVE WK-TAM-REG          TO WK-TAM-CMP
           END-IF

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       060000-POSICIONAR-VIVO SECTION.
      *-----------------------------------------------------------------
      *    Posiciona o dataset vivo na primeira chave que interessa -
      *    no SUBMDIA, o dia do corte - e le o primeiro registro.

           EVALUATE TRUE
               WHEN WK-DSET-AUDIHIST
                   MOVE LOW-VALUES      TO AUDV-CHAVE
                   START AUDIHIST KEY GREATER OR EQUAL AUDV-CHAVE
                   IF  WK-FS-AUDIHIST NOT EQUAL '00'
                       SET  FIM-VIVO    TO TRUE
                   END-IF
               WHEN WK-DSET-SUBMDIA
                   MOVE LOW-VALUES      TO SBMT-CHAVE
                   MOVE WK-DT-CORTE     TO SBMT-DT-PROC
                   START SUBMDIA KEY GREATER OR EQUAL SBMT-CHAVE
                   IF  WK-FS-SUBMDIA NOT EQUAL '00'
                       SET  FIM-VIVO    TO TRUE
                   END-IF
               WHEN WK-DSET-CLINDEX
                   MOVE LOW-VALUES      TO CLIX-CHAVE
                   START CLINDEX KEY GREATER OR EQUAL CLIX-CHAVE
                   IF  WK-FS-CLINDEX NOT EQUAL '00'
                       SET  FIM-VIVO    TO TRUE
                   END-IF
               WHEN WK-DSET-DIVERGE
                   MOVE LOW-VALUES      TO DIV-CHAVE
                   START DIVERGE KEY GREATER OR EQUAL DIV-CHAVE
                   IF  WK-FS-DIVERGE NOT EQUAL '00'
                       SET  FIM-VIVO    TO TRUE
                   END-IF
           END-EVALUATE

           IF  NOT FIM-VIVO
               PERFORM 810000-LER-VIVO
           END-IF

           .
       060000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-RECONSTITUIR-AUDIHIST SECTION.
      *-----------------------------------------------------------------
      *    Transicoes ordenadas pela chave da linha primeiro; depois as
      *    linhas das duas fontes, numeradas e casadas com elas.

           SORT WK-ORDTRS
               ON ASCENDING KEY WKTRS-CHAVE-PROP
               ON ASCENDING KEY WKTRS-DT-TRNS
               ON ASCENDING KEY WKTRS-HR-TRNS
               ON ASCENDING KEY WKTRS-NR-SEQ-TRNS
               INPUT PROCEDURE IS 210000-SELECIONAR-TRANSICOES
               GIVING TRSORD

           OPEN INPUT TRSORD
           PERFORM 240000-LER-TRSORD

           SORT WK-ORDAUD
               ON ASCENDING KEY AUD-SG-SIS-OGM-OPR
               ON ASCENDING KEY AUD-NR-UNCO-CTR-OPR
               ON ASCENDING KEY AUD-NR-EPRD-FNCD
               ON ASCENDING KEY AUD-NR-SCTR-OPR
               ON ASCENDING KEY AUD-DT-PROC
               ON ASCENDING KEY AUD-HR-PROC
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 220000-SELECIONAR-LINHAS
               OUTPUT PROCEDURE IS 230000-NUMERAR-LINHAS

      *    Transicao de linha que nao esta na imagem (expurgada por
      *    ARCP0630 ou gravada depois do corte)
           PERFORM UNTIL FIM-TRSORD
               ADD  1                   TO WK-QT-TRNS-ORFAS
               PERFORM 240000-LER-TRSORD
           END-PERFORM

           CLOSE TRSORD

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210000-SELECIONAR-TRANSICOES SECTION.
      *-----------------------------------------------------------------
      *    O SITTRANS e chaveado pelo instante da mudanca: le do
      *    comeco ate o corte.

           MOVE LOW-VALUES              TO TRS-CHAVE
           START SITTRANS KEY GREATER OR EQUAL TRS-CHAVE
           IF  WK-FS-SITTRANS NOT EQUAL '00'
               SET  FIM-SITTRANS        TO TRUE
           END-IF

           PERFORM UNTIL FIM-SITTRANS
               READ SITTRANS NEXT
                   AT END SET FIM-SITTRANS TO TRUE
               END-READ
               IF  NOT FIM-SITTRANS
                   IF  TRS-DT-TRNS GREATER WK-DT-CORTE
                   OR (TRS-DT-TRNS EQUAL WK-DT-CORTE
                       AND TRS-HR-TRNS GREATER WK-HR-CORTE)
                       SET  FIM-SITTRANS TO TRUE
                   ELSE
                       ADD  1           TO WK-QT-TRNS-LIDAS
                       MOVE TRS-CHAVE-PROP   TO WKTRS-CHAVE-PROP
                       MOVE TRS-DT-TRNS      TO WKTRS-DT-TRNS
                       MOVE TRS-HR-TRNS      TO WKTRS-HR-TRNS
                       MOVE TRS-NR-SEQ-TRNS  TO WKTRS-NR-SEQ-TRNS
                       MOVE TRS-IC-SITC-NOVA TO WKTRS-IC-SITC-NOVA
                       MOVE TRS-TP-EVENTO    TO WKTRS-TP-EVENTO
                       MOVE TRS-CD-PGM-OPER  TO WKTRS-CD-PGM-OPER
                       RELEASE WKTRS-REGISTRO
                   END-IF
               END-IF
           END-PERFORM

           .
       210000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       220000-SELECIONAR-LINHAS SECTION.
      *-----------------------------------------------------------------
      *    AUDITORIA primeiro e a descarga pendente depois - a ordem
      *    em que a carga noturna as veria. Linha depois do corte
      *    fica fora.

           OPEN INPUT AUDITORIA
           PERFORM UNTIL FIM-AUDITORIA
               READ AUDITORIA
                   AT END SET FIM-AUDITORIA TO TRUE
               END-READ
               IF  NOT FIM-AUDITORIA
                   ADD  1               TO WK-QT-LIDOS-AUD
                   MOVE AUDITORIA-REGISTRO TO WKAUD-REGISTRO
                   PERFORM 225000-LIBERAR-LINHA
               END-IF
           END-PERFORM
           CLOSE AUDITORIA

           OPEN INPUT FILAAUDT
           PERFORM UNTIL FIM-FILAAUDT
               READ FILAAUDT
                   AT END SET FIM-FILAAUDT TO TRUE
               END-READ
               IF  NOT FIM-FILAAUDT
                   ADD  1               TO WK-QT-LIDOS-FILA
                   MOVE FILAAUDT-REGISTRO TO WKAUD-REGISTRO
                   PERFORM 225000-LIBERAR-LINHA
               END-IF
           END-PERFORM
           CLOSE FILAAUDT

           .
       220000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       225000-LIBERAR-LINHA SECTION.
      *-----------------------------------------------------------------

           IF  AUD-DT-PROC NOT NUMERIC
           OR  AUD-HR-PROC NOT NUMERIC
           OR  AUD-DT-PROC GREATER WK-DT-CORTE
           OR (AUD-DT-PROC EQUAL WK-DT-CORTE
               AND AUD-HR-PROC GREATER WK-HR-CORTE)
               ADD  1                   TO WK-QT-APOS-CORTE
               GO TO 225000-SAI
           END-IF

           ADD  1                       TO WK-QT-FONTE
           RELEASE WKAUD-REGISTRO

           .
       225000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       230000-NUMERAR-LINHAS SECTION.
      *-----------------------------------------------------------------
      *    Sequencial por conta+data+hora na ordem das fontes, como na
      *    carga ARCP0636; conteudo ja visto na mesma conta+data+hora
      *    e a mesma linha (on-line e descarga) e nao ganha outro
      *    sequencial.

           PERFORM UNTIL FIM-ORDENACAO
               RETURN WK-ORDAUD
                   AT END SET FIM-ORDENACAO TO TRUE
                   NOT AT END
                       PERFORM 235000-MONTAR-LINHA-HIST
               END-RETURN
           END-PERFORM

           .
       230000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       235000-MONTAR-LINHA-HIST SECTION.
      *-----------------------------------------------------------------

           MOVE AUD-SG-SIS-OGM-OPR      TO AUDV-SG-SIS-OGM-OPR
           MOVE AUD-NR-UNCO-CTR-OPR     TO AUDV-NR-UNCO-CTR-OPR
           MOVE AUD-NR-EPRD-FNCD        TO AUDV-NR-EPRD-FNCD
           MOVE AUD-NR-SCTR-OPR         TO AUDV-NR-SCTR-OPR
           MOVE AUD-DT-PROC             TO AUDV-DT-PROC
           MOVE AUD-HR-PROC             TO AUDV-HR-PROC
           MOVE ZEROS                   TO AUDV-NR-SEQ
           MOVE AUD-TP-MODO             TO AUDV-TP-MODO
           MOVE AUD-VL-ENTD             TO AUDV-VL-ENTD
           MOVE AUD-VL-PCLD-ALVO        TO AUDV-VL-PCLD-ALVO
           MOVE AUD-IC-RSTD             TO AUDV-IC-RSTD
           MOVE AUD-CD-GR-PRD-RSTD      TO AUDV-CD-GR-PRD-RSTD
           MOVE AUD-CD-FXA-RVSA-RSTD    TO AUDV-CD-FXA-RVSA-RSTD
           MOVE AUD-IC-RSTD-SLCD        TO AUDV-IC-RSTD-SLCD
           MOVE AUD-IC-OPC-SLCD         TO AUDV-IC-OPC-SLCD
           MOVE AUD-TX-MTV-SLCD         TO AUDV-TX-MTV-SLCD
           MOVE AUD-DT-VLDD             TO AUDV-DT-VLDD
           MOVE AUD-IC-SITC             TO AUDV-IC-SITC
           MOVE AUD-CD-OPER             TO AUDV-CD-OPER
           MOVE AUD-CD-OPER-APRV        TO AUDV-CD-OPER-APRV

           MOVE AUDIHIST-REGISTRO(1:44) TO WK-EXC-CHAVE-LIN
           IF  WK-EXC-CHAVE-LIN NOT EQUAL WK-EXC-CHAVE
               MOVE WK-EXC-CHAVE-LIN    TO WK-EXC-CHAVE
               MOVE ZEROS               TO WK-EXC-QT
           END-IF

           MOVE 'N'                     TO WK-EXC-REPETIDA-SW
           PERFORM VARYING IX-EXC FROM 1 BY 1
           UNTIL IX-EXC GREATER WK-EXC-QT
           OR IX-EXC GREATER 500
           OR WK-EXC-REPETIDA
               IF  WK-EXC-CONTEUDO(IX-EXC)
                                EQUAL AUDIHIST-REGISTRO(49:133)
                   SET  WK-EXC-REPETIDA TO TRUE
               END-IF
           END-PERFORM

           IF  WK-EXC-REPETIDA
               ADD  1                   TO WK-QT-REPETIDAS
               GO TO 235000-SAI
           END-IF

           IF  WK-EXC-QT GREATER 9998
               DISPLAY CTE-PROG ' Sequencial esgotado - Conta: '
                   AUDV-NR-UNCO-CTR-OPR
               ADD  1                   TO WK-QT-PERDIDOS
               GO TO 235000-SAI
           END-IF

           MOVE WK-EXC-QT               TO WK-EXC-NR-SEQ
           MOVE WK-EXC-NR-SEQ           TO AUDV-NR-SEQ
           ADD  1                       TO WK-EXC-QT
           IF  WK-EXC-QT NOT GREATER 500
               MOVE AUDIHIST-REGISTRO(49:133)
                                        TO WK-EXC-CONTEUDO(WK-EXC-QT)
           END-IF

           IF  AUDV-DT-PROC GREATER WK-DT-MAIOR
           OR (AUDV-DT-PROC EQUAL WK-DT-MAIOR
               AND AUDV-HR-PROC GREATER WK-HR-MAIOR)
               MOVE AUDV-DT-PROC        TO WK-DT-MAIOR
               MOVE AUDV-HR-PROC        TO WK-HR-MAIOR
           END-IF

           PERFORM 250000-APLICAR-TRANSICOES

           MOVE AUDIHIST-REGISTRO       TO WK-IMG-REGISTRO
           PERFORM 800000-TRATAR-IMAGEM

           .
       235000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       240000-LER-TRSORD SECTION.
      *-----------------------------------------------------------------

           READ TRSORD
               AT END
                   SET  FIM-TRSORD      TO TRUE
                   MOVE HIGH-VALUES     TO TRO-CHAVE-PROP
           END-READ

           .
       240000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       250000-APLICAR-TRANSICOES SECTION.
      *-----------------------------------------------------------------
      *    Leva a situacao da linha em montagem adiante pelas
      *    transicoes dela ate o corte, na ordem em que aconteceram.
      *    Aplicacao pela fila ('A' no proprio registro com o operador
      *    do comando) regrava tambem o Resultado selecionado e o
      *    operador, como 032000 de ARCP0627; opcao e motivo nao estao
      *    no SITTRANS e nao entram na comparacao.

           MOVE 'N'                     TO WK-IMG-FILA-SW

           PERFORM UNTIL FIM-TRSORD
           OR TRO-CHAVE-PROP NOT LESS AUDV-CHAVE
               ADD  1                   TO WK-QT-TRNS-ORFAS
               PERFORM 240000-LER-TRSORD
           END-PERFORM

           PERFORM UNTIL FIM-TRSORD
           OR TRO-CHAVE-PROP NOT EQUAL AUDV-CHAVE
               ADD  1                   TO WK-QT-TRNS-APLICADAS
               IF  TRO-TP-EVENTO EQUAL 'A'
               AND TRO-IC-SITC-NOVA EQUAL 'A'
               AND AUDV-IC-SITC EQUAL SPACE
                   MOVE AUDV-IC-RSTD    TO AUDV-IC-RSTD-SLCD
                   MOVE TRO-CD-PGM-OPER TO AUDV-CD-OPER
                   MOVE SPACES          TO AUDV-CD-OPER-APRV
                   SET  WK-IMG-APLICADA-FILA TO TRUE
               END-IF
               MOVE TRO-IC-SITC-NOVA    TO AUDV-IC-SITC
               PERFORM 240000-LER-TRSORD
           END-PERFORM

           .
       250000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-GERAR-IMAGEM SECTION.
      *-----------------------------------------------------------------
      *    Imagem dos datasets de regra (SUBMDIA, CLINDEX, DIVERGE),
      *    liberada com a chave na frente para sair na ordem do
      *    dataset.

           EVALUATE TRUE
               WHEN WK-DSET-SUBMDIA
                   PERFORM 310000-GERAR-SUBMDIA
               WHEN WK-DSET-CLINDEX
                   PERFORM 400000-GERAR-CLINDEX
               WHEN WK-DSET-DIVERGE
                   PERFORM 500000-GERAR-DIVERGE
           END-EVALUATE

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       310000-GERAR-SUBMDIA SECTION.
      *-----------------------------------------------------------------
      *    Dia do corte: contas com proposta gravada na AUDITORIA (ou
      *    na descarga pendente) ate a hora do corte, depois as contas
      *    do ENTRADA do dia (DUMMY quando nao se quer contar com ele).
      *    Conta repetida fica com a primeira ocorrencia.

           OPEN INPUT AUDITORIA
           PERFORM UNTIL FIM-AUDITORIA
               READ AUDITORIA
                   AT END SET FIM-AUDITORIA TO TRUE
               END-READ
               IF  NOT FIM-AUDITORIA
                   ADD  1               TO WK-QT-LIDOS-AUD
                   MOVE AUDITORIA-REGISTRO TO WKAUD-REGISTRO
                   PERFORM 315000-LIBERAR-SUBMETIDA
               END-IF
           END-PERFORM
           CLOSE AUDITORIA

           OPEN INPUT FILAAUDT
           PERFORM UNTIL FIM-FILAAUDT
               READ FILAAUDT
                   AT END SET FIM-FILAAUDT TO TRUE
               END-READ
               IF  NOT FIM-FILAAUDT
                   ADD  1               TO WK-QT-LIDOS-FILA
                   MOVE FILAAUDT-REGISTRO TO WKAUD-REGISTRO
                   PERFORM 315000-LIBERAR-SUBMETIDA
               END-IF
           END-PERFORM
           CLOSE FILAAUDT

           OPEN INPUT ENTRADA
           PERFORM UNTIL FIM-ENTRADA
               READ ENTRADA
                   AT END SET FIM-ENTRADA TO TRUE
               END-READ
               IF  NOT FIM-ENTRADA
                   ADD  1               TO WK-QT-FONTE
                   MOVE SPACES          TO SUBMDIA-REGISTRO
                   MOVE WK-DT-CORTE     TO SBMT-DT-PROC
                   MOVE ENTRADA-SIS     TO SBMT-SG-SIS-OGM-OPR
                   MOVE ENTRADA-OPR     TO SBMT-NR-UNCO-CTR-OPR
                   MOVE ENTRADA-EPRD    TO SBMT-NR-EPRD-FNCD
                   MOVE ENTRADA-SCTR    TO SBMT-NR-SCTR-OPR
                   MOVE ZEROS           TO SBMT-HR-PROC
                   MOVE ZEROS           TO SBMT-NR-PRTC
                   PERFORM 600000-LIBERAR-IMAGEM-SUBMDIA
               END-IF
           END-PERFORM
           CLOSE ENTRADA

           .
       310000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       315000-LIBERAR-SUBMETIDA SECTION.
      *-----------------------------------------------------------------
      *    So a linha de proposta (gravada aberta pelo motor) do dia
      *    do corte ate a hora do corte - aplicacao, pendencia e
      *    cancelamento da tela nao passam pela critica de
      *    duplicidade.

           IF  AUD-DT-PROC NOT EQUAL WK-DT-CORTE
           OR  AUD-HR-PROC NOT NUMERIC
           OR  AUD-HR-PROC GREATER WK-HR-CORTE
           OR  AUD-IC-SITC NOT EQUAL SPACE
               GO TO 315000-SAI
           END-IF

           ADD  1                       TO WK-QT-FONTE
           MOVE SPACES                  TO SUBMDIA-REGISTRO
           MOVE AUD-DT-PROC             TO SBMT-DT-PROC
           MOVE AUD-SG-SIS-OGM-OPR      TO SBMT-SG-SIS-OGM-OPR
           MOVE AUD-NR-UNCO-CTR-OPR     TO SBMT-NR-UNCO-CTR-OPR
           MOVE AUD-NR-EPRD-FNCD        TO SBMT-NR-EPRD-FNCD
           MOVE AUD-NR-SCTR-OPR         TO SBMT-NR-SCTR-OPR
           MOVE AUD-HR-PROC             TO SBMT-HR-PROC
           MOVE ZEROS                   TO SBMT-NR-PRTC
           PERFORM 600000-LIBERAR-IMAGEM-SUBMDIA

           .
       315000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-GERAR-CLINDEX SECTION.
      *-----------------------------------------------------------------
      *    Uma linha por conta do ENTRADA, pela regra de ARCP0640
      *    (100000 a 300000 de la).

           OPEN INPUT ENTRADA
           PERFORM UNTIL FIM-ENTRADA
               READ ENTRADA
                   AT END SET FIM-ENTRADA TO TRUE
               END-READ
               IF  NOT FIM-ENTRADA
                   ADD  1               TO WK-QT-FONTE
                   IF  ENTRADA-CLI NOT NUMERIC
                       MOVE ZEROS       TO ENTRADA-CLI
                   END-IF
                   PERFORM 410000-AGREGAR-HISTORICO
                   PERFORM 420000-SOMAR-POTENCIAL
                   MOVE ENTRADA-CLI     TO CLIX-NR-CLI
                   MOVE ENTRADA-SIS     TO CLIX-SG-SIS-OGM-OPR
                   MOVE ENTRADA-OPR     TO CLIX-NR-UNCO-CTR-OPR
                   MOVE ENTRADA-EPRD    TO CLIX-NR-EPRD-FNCD
                   MOVE ENTRADA-SCTR    TO CLIX-NR-SCTR-OPR
                   MOVE WK-QT-ABERTAS   TO CLIX-QT-ABERTAS
                   MOVE WK-QT-APLICADAS TO CLIX-QT-APLICADAS
                   MOVE WK-QT-EXPIRADAS TO CLIX-QT-EXPIRADAS
                   MOVE WK-VL-ENTD-ABRT TO CLIX-VL-ENTD-ABRT
                   MOVE WK-VL-PCLD-RISCO
                                        TO CLIX-VL-PCLD-RISCO
                   MOVE SPACES          TO WKIMG-REGISTRO
                   MOVE CLIX-CHAVE      TO WKIMG-CHAVE
                   MOVE CLINDEX-REGISTRO TO WKIMG-DADOS
                   RELEASE WKIMG-REGISTRO
               END-IF
           END-PERFORM
           CLOSE ENTRADA

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       410000-AGREGAR-HISTORICO SECTION.
      *-----------------------------------------------------------------
      *    Mesma contagem de 200000 de ARCP0640: uma proposta por
      *    data/hora de execucao, pela primeira linha dela.

           MOVE ZEROS                   TO WK-QT-ABERTAS
           MOVE ZEROS                   TO WK-QT-APLICADAS
           MOVE ZEROS                   TO WK-QT-EXPIRADAS
           MOVE ZEROS                   TO WK-VL-ENTD-ABRT
           MOVE LOW-VALUES              TO WK-DT-HR-ANT
           MOVE 'N'                     TO FIM-HIST-SW

           MOVE ENTRADA-SIS             TO AUDV-SG-SIS-OGM-OPR
           MOVE ENTRADA-OPR             TO AUDV-NR-UNCO-CTR-OPR
           MOVE ENTRADA-EPRD            TO AUDV-NR-EPRD-FNCD
           MOVE ENTRADA-SCTR            TO AUDV-NR-SCTR-OPR
           MOVE ZEROS                   TO AUDV-DT-PROC
           MOVE ZEROS                   TO AUDV-HR-PROC
           MOVE ZEROS                   TO AUDV-NR-SEQ

           START AUDIHIST KEY GREATER OR EQUAL AUDV-CHAVE

           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               SET FIM-HIST             TO TRUE
           END-IF

           PERFORM UNTIL FIM-HIST

               READ AUDIHIST NEXT
                   AT END SET FIM-HIST  TO TRUE
               END-READ

               IF  NOT FIM-HIST
                   IF  AUDV-SG-SIS-OGM-OPR  EQUAL ENTRADA-SIS
                   AND AUDV-NR-UNCO-CTR-OPR EQUAL ENTRADA-OPR
                   AND AUDV-NR-EPRD-FNCD    EQUAL ENTRADA-EPRD
                   AND AUDV-NR-SCTR-OPR     EQUAL ENTRADA-SCTR
                       MOVE AUDV-DT-PROC    TO WK-DT-ATU
                       MOVE AUDV-HR-PROC    TO WK-HR-ATU
                       IF  WK-DT-HR-ATU NOT EQUAL WK-DT-HR-ANT
                           MOVE WK-DT-HR-ATU TO WK-DT-HR-ANT
                           EVALUATE AUDV-IC-SITC
                               WHEN SPACE
                                   ADD 1     TO WK-QT-ABERTAS
                                   ADD AUDV-VL-ENTD
                                             TO WK-VL-ENTD-ABRT
                               WHEN 'A'
                                   ADD 1     TO WK-QT-APLICADAS
                               WHEN 'E'
                                   ADD 1     TO WK-QT-EXPIRADAS
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   ELSE
                       SET FIM-HIST     TO TRUE
                   END-IF
               END-IF

           END-PERFORM

           .
       410000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       420000-SOMAR-POTENCIAL SECTION.
      *-----------------------------------------------------------------
      *    Mesma soma de 300000 de ARCP0640: VL-PCLD de todas as
      *    faixas da conta no CADOPR.

           MOVE ZEROS                   TO WK-VL-PCLD-RISCO
           MOVE 'N'                     TO FIM-FAIXAS-SW

           MOVE ENTRADA-SIS             TO CADOPR-SIS
           MOVE ENTRADA-OPR             TO CADOPR-OPR
           MOVE ENTRADA-EPRD            TO CADOPR-EPRD
           MOVE ENTRADA-SCTR            TO CADOPR-SCTR
           MOVE ZEROS                   TO CADOPR-FXA

           START CADOPR KEY GREATER OR EQUAL CADOPR-CHAVE

           IF  WK-FS-CADOPR NOT EQUAL '00'
               SET FIM-FAIXAS           TO TRUE
           END-IF

           PERFORM UNTIL FIM-FAIXAS

               READ CADOPR NEXT
                   AT END SET FIM-FAIXAS TO TRUE
               END-READ

               IF  NOT FIM-FAIXAS
                   IF  CADOPR-SIS  EQUAL ENTRADA-SIS
                   AND CADOPR-OPR  EQUAL ENTRADA-OPR
                   AND CADOPR-EPRD EQUAL ENTRADA-EPRD
                   AND CADOPR-SCTR EQUAL ENTRADA-SCTR
                       ADD CADOPR-VL-PCLD TO WK-VL-PCLD-RISCO
                   ELSE
                       SET FIM-FAIXAS    TO TRUE
                   END-IF
               END-IF

           END-PERFORM

           .
       420000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-GERAR-DIVERGE SECTION.
      *-----------------------------------------------------------------
      *    Uma linha por conta do SALDOS fora da banda de tolerancia
      *    ou sem faixa, pela regra de 100000 de ARCP0646; a data do
      *    apontamento e a do corte.

           OPEN INPUT SALDOS
           PERFORM UNTIL FIM-SALDOS
               READ SALDOS
                   AT END SET FIM-SALDOS TO TRUE
               END-READ
               IF  NOT FIM-SALDOS
                   ADD  1               TO WK-QT-FONTE
                   PERFORM 510000-CONFRONTAR-CONTA
               END-IF
           END-PERFORM
           CLOSE SALDOS

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       510000-CONFRONTAR-CONTA SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                   TO WK-CD-MTV-DVG

           PERFORM 520000-LER-FAIXA-MAIS-ALTA

           IF  NOT WK-TEM-FAIXA
               MOVE 3                   TO WK-CD-MTV-DVG
           END-IF

           IF  WK-TEM-FAIXA
           AND NOT SLD-BAIXADA-PRJZ
               COMPUTE WK-VL-BANDA-INF =
                   SLD-VL-AMTR * (100 - WK-PC-TOLR) / 100
               END-COMPUTE
               COMPUTE WK-VL-BANDA-SUP =
                   SLD-VL-AMTR * (100 + WK-PC-TOLR) / 100
               END-COMPUTE
               IF  WK-VL-AMTR-CAD LESS WK-VL-BANDA-INF
               OR  WK-VL-AMTR-CAD GREATER WK-VL-BANDA-SUP
                   MOVE 1               TO WK-CD-MTV-DVG
               ELSE
                   COMPUTE WK-VL-BANDA-INF =
                       SLD-VL-PCLD * (100 - WK-PC-TOLR) / 100
                   END-COMPUTE
                   COMPUTE WK-VL-BANDA-SUP =
                       SLD-VL-PCLD * (100 + WK-PC-TOLR) / 100
                   END-COMPUTE
                   IF  WK-VL-PCLD-CAD LESS WK-VL-BANDA-INF
                   OR  WK-VL-PCLD-CAD GREATER WK-VL-BANDA-SUP
                       MOVE 2           TO WK-CD-MTV-DVG
                   END-IF
               END-IF
           END-IF

           IF  WK-CD-MTV-DVG EQUAL ZEROS
               GO TO 510000-SAI
           END-IF

           MOVE SLD-SG-SIS-OGM-OPR      TO DIV-SG-SIS-OGM-OPR
           MOVE SLD-NR-UNCO-CTR-OPR     TO DIV-NR-UNCO-CTR-OPR
           MOVE SLD-NR-EPRD-FNCD        TO DIV-NR-EPRD-FNCD
           MOVE SLD-NR-SCTR-OPR         TO DIV-NR-SCTR-OPR
           MOVE WK-DT-CORTE             TO DIV-DT-APNTD
           MOVE WK-CD-MTV-DVG           TO DIV-CD-MTV
           MOVE SPACES                  TO WKIMG-REGISTRO
           MOVE DIV-CHAVE               TO WKIMG-CHAVE
           MOVE DIVERGE-REGISTRO        TO WKIMG-DADOS
           RELEASE WKIMG-REGISTRO

           .
       510000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       520000-LER-FAIXA-MAIS-ALTA SECTION.
      *-----------------------------------------------------------------
      *    Mesma leitura de 200000 de ARCP0646: a ultima faixa da
      *    conta no CADOPR e a mais alta.

           MOVE 'N'                     TO WK-TEM-FAIXA-SW
           MOVE 'N'                     TO FIM-FAIXAS-SW
           MOVE ZEROS                   TO WK-VL-AMTR-CAD
           MOVE ZEROS                   TO WK-VL-PCLD-CAD

           MOVE SLD-SG-SIS-OGM-OPR      TO CADOPR-SIS
           MOVE SLD-NR-UNCO-CTR-OPR     TO CADOPR-OPR
           MOVE SLD-NR-EPRD-FNCD        TO CADOPR-EPRD
           MOVE SLD-NR-SCTR-OPR         TO CADOPR-SCTR
           MOVE ZEROS                   TO CADOPR-FXA

           START CADOPR KEY GREATER OR EQUAL CADOPR-CHAVE

           IF  WK-FS-CADOPR NOT EQUAL '00'
               SET FIM-FAIXAS           TO TRUE
           END-IF

           PERFORM UNTIL FIM-FAIXAS
               READ CADOPR NEXT
                   AT END SET FIM-FAIXAS TO TRUE
               END-READ
               IF  NOT FIM-FAIXAS
                   IF  CADOPR-SIS  EQUAL SLD-SG-SIS-OGM-OPR
                   AND CADOPR-OPR  EQUAL SLD-NR-UNCO-CTR-OPR
                   AND CADOPR-EPRD EQUAL SLD-NR-EPRD-FNCD
                   AND CADOPR-SCTR EQUAL SLD-NR-SCTR-OPR
                       SET  WK-TEM-FAIXA TO TRUE
                       MOVE CADOPR-VL-AMTR   TO WK-VL-AMTR-CAD
                       MOVE CADOPR-VL-PCLD   TO WK-VL-PCLD-CAD
                   ELSE
                       SET FIM-FAIXAS    TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           .
       520000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-LIBERAR-IMAGEM-SUBMDIA SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                  TO WKIMG-REGISTRO
           MOVE SBMT-CHAVE              TO WKIMG-CHAVE
           MOVE SUBMDIA-REGISTRO        TO WKIMG-DADOS
           RELEASE WKIMG-REGISTRO

           .
       600000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-PERCORRER-IMAGEM SECTION.
      *-----------------------------------------------------------------
      *    Imagem ordenada pela chave; chave repetida fica com a
      *    primeira ocorrencia (o WRITE do carregador recusa as
      *    demais).

           PERFORM UNTIL FIM-ORDENACAO
               RETURN WK-ORDIMG
                   AT END SET FIM-ORDENACAO TO TRUE
                   NOT AT END
                       IF  WK-PRIMEIRA-IMG
                       OR  WKIMG-CHAVE NOT EQUAL WK-IMG-ANT
                           MOVE 'N'     TO WK-PRIMEIRA-IMG-SW
                           MOVE WKIMG-CHAVE TO WK-IMG-ANT
                           MOVE WKIMG-DADOS TO WK-IMG-REGISTRO
                           MOVE 'N'     TO WK-IMG-FILA-SW
                           PERFORM 800000-TRATAR-IMAGEM
                       ELSE
                           ADD  1       TO WK-QT-REPETIDAS
                       END-IF
               END-RETURN
           END-PERFORM

           .
       700000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       800000-TRATAR-IMAGEM SECTION.
      *-----------------------------------------------------------------
      *    Linha da imagem, na ordem da chave: gravada no dataset
      *    (reconstrucao) ou casada com o dataset vivo (verificacao).

           ADD  1                       TO WK-QT-IMAGEM

           IF  WK-MODO-RECONSTRUIR
               PERFORM 820000-GRAVAR-IMAGEM
               GO TO 800000-SAI
           END-IF

           PERFORM UNTIL FIM-VIVO
           OR WK-VIVO-REGISTRO(1:WK-TAM-CHAVE)
              NOT LESS WK-IMG-REGISTRO(1:WK-TAM-CHAVE)
               PERFORM 830000-APONTAR-SOBRA
               PERFORM 810000-LER-VIVO
           END-PERFORM

           IF  FIM-VIVO
           OR  WK-VIVO-REGISTRO(1:WK-TAM-CHAVE)
               GREATER WK-IMG-REGISTRO(1:WK-TAM-CHAVE)
               PERFORM 840000-APONTAR-FALTA
               GO TO 800000-SAI
           END-IF

      *    Trechos que nao sao reconstituiveis valem o que esta no vivo
           IF  WK-DSET-AUDIHIST
           AND WK-IMG-APLICADA-FILA
               MOVE WK-VIVO-AUDV-SLCD-FILA TO WK-IMG-AUDV-SLCD-FILA
           END-IF
           IF  WK-DSET-DIVERGE
               MOVE WK-VIVO-DIV-DT-APNTD TO WK-IMG-DIV-DT-APNTD
           END-IF

           IF  WK-VIVO-REGISTRO(1:WK-TAM-CMP)
               EQUAL WK-IMG-REGISTRO(1:WK-TAM-CMP)
               ADD  1                   TO WK-QT-IGUAIS
           ELSE
               PERFORM 850000-APONTAR-DIFERENCA
           END-IF

           PERFORM 810000-LER-VIVO

           .
       800000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       810000-LER-VIVO SECTION.
      *-----------------------------------------------------------------
      *    Proximo registro do dataset vivo em WK-VIVO-REGISTRO. No
      *    SUBMDIA o dia do corte acaba na primeira chave de outro
      *    dia.

           MOVE SPACES                  TO WK-VIVO-REGISTRO

           EVALUATE TRUE
               WHEN WK-DSET-AUDIHIST
                   READ AUDIHIST NEXT
                       AT END SET FIM-VIVO TO TRUE
                   END-READ
                   IF  NOT FIM-VIVO
                       MOVE AUDIHIST-REGISTRO TO WK-VIVO-REGISTRO
                   END-IF
               WHEN WK-DSET-SUBMDIA
                   READ SUBMDIA NEXT
                       AT END SET FIM-VIVO TO TRUE
                   END-READ
                   IF  NOT FIM-VIVO
                       IF  SBMT-DT-PROC NOT EQUAL WK-DT-CORTE
                           SET  FIM-VIVO TO TRUE
                       ELSE
                           MOVE SUBMDIA-REGISTRO TO WK-VIVO-REGISTRO
                       END-IF
                   END-IF
               WHEN WK-DSET-CLINDEX
                   READ CLINDEX NEXT
                       AT END SET FIM-VIVO TO TRUE
                   END-READ
                   IF  NOT FIM-VIVO
                       MOVE CLINDEX-REGISTRO TO WK-VIVO-REGISTRO
                   END-IF
               WHEN WK-DSET-DIVERGE
                   READ DIVERGE NEXT
                       AT END SET FIM-VIVO TO TRUE
                   END-READ
                   IF  NOT FIM-VIVO
                       MOVE DIVERGE-REGISTRO TO WK-VIVO-REGISTRO
                   END-IF
           END-EVALUATE

           IF  NOT FIM-VIVO
               ADD  1                   TO WK-QT-VIVOS
           END-IF

           .
       810000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       820000-GRAVAR-IMAGEM SECTION.
      *-----------------------------------------------------------------
      *    Carga em ordem de chave no cluster aberto em OUTPUT.

           EVALUATE TRUE
               WHEN WK-DSET-AUDIHIST
                   MOVE WK-IMG-REGISTRO TO AUDIHIST-REGISTRO
                   WRITE AUDIHIST-REGISTRO
                   MOVE WK-FS-AUDIHIST  TO WK-FS-SITTRANS
               WHEN WK-DSET-SUBMDIA
                   MOVE WK-IMG-REGISTRO TO SUBMDIA-REGISTRO
                   WRITE SUBMDIA-REGISTRO
                   MOVE WK-FS-SUBMDIA   TO WK-FS-SITTRANS
               WHEN WK-DSET-CLINDEX
                   MOVE WK-IMG-REGISTRO TO CLINDEX-REGISTRO
                   WRITE CLINDEX-REGISTRO
                   MOVE WK-FS-CLINDEX   TO WK-FS-SITTRANS
               WHEN WK-DSET-DIVERGE
                   MOVE WK-IMG-REGISTRO TO DIVERGE-REGISTRO
                   WRITE DIVERGE-REGISTRO
                   MOVE WK-FS-DIVERGE   TO WK-FS-SITTRANS
           END-EVALUATE

           IF  WK-FS-SITTRANS EQUAL '00'
               ADD  1                   TO WK-QT-GRAVADOS
           ELSE
               DISPLAY CTE-PROG ' WRITE ' WK-NM-DSET ' - FS: '
                   WK-FS-SITTRANS ' Chave: '
                   WK-IMG-REGISTRO(1:WK-TAM-CHAVE)
               ADD  1                   TO WK-QT-PERDIDOS
           END-IF

           .
       820000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       830000-APONTAR-SOBRA SECTION.
      *-----------------------------------------------------------------
      *    Chave no dataset vivo que a reconstrucao nao produz.

           ADD  1                       TO WK-QT-SOBRAS
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING '  SOBRA    '
               WK-VIVO-REGISTRO(1:WK-TAM-CHAVE)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 880000-ESCREVER-DETALHE

           .
       830000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       840000-APONTAR-FALTA SECTION.
      *-----------------------------------------------------------------
      *    Chave que a reconstrucao produz e o dataset vivo nao tem.

           ADD  1                       TO WK-QT-FALTAS
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING '  FALTA    '
               WK-IMG-REGISTRO(1:WK-TAM-CHAVE)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 880000-ESCREVER-DETALHE

           .
       840000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       850000-APONTAR-DIFERENCA SECTION.
      *-----------------------------------------------------------------
      *    Mesma chave com conteudo diferente: posicao da primeira
      *    diferenca e o trecho dali no vivo e na reconstrucao.

           ADD  1                       TO WK-QT-DIFERENTES

           PERFORM VARYING IX-POS FROM 1 BY 1
           UNTIL IX-POS GREATER WK-TAM-CMP
           OR WK-VIVO-REGISTRO(IX-POS:1)
              NOT EQUAL WK-IMG-REGISTRO(IX-POS:1)
               CONTINUE
           END-PERFORM

           COMPUTE WK-TAM-TRECHO = WK-TAM-REG - IX-POS + 1
           END-COMPUTE
           IF  WK-TAM-TRECHO GREATER 20
               MOVE 20                  TO WK-TAM-TRECHO
           END-IF
           MOVE IX-POS                  TO DSP-POS

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING '  DIFERE   '
               WK-IMG-REGISTRO(1:WK-TAM-CHAVE)
               ' pos ' DSP-POS
               ' vivo ['
               WK-VIVO-REGISTRO(IX-POS:WK-TAM-TRECHO)
               '] refeito ['
               WK-IMG-REGISTRO(IX-POS:WK-TAM-TRECHO)
               ']'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 880000-ESCREVER-DETALHE

           .
       850000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       880000-ESCREVER-DETALHE SECTION.
      *-----------------------------------------------------------------

           ADD  1                       TO WK-QT-DETALHES

           IF  WK-QT-DETALHES GREATER CTE-QT-MAX-DETALHE
               GO TO 880000-SAI
           END-IF

           PERFORM 900000-ESCREVER-LINHA

           IF  WK-QT-DETALHES EQUAL CTE-QT-MAX-DETALHE
               MOVE SPACES              TO RELATORIO-LINHA
               STRING '  ... demais diferencas so nos contadores'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           .
       880000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       890000-GRAVAR-CONTROLE SECTION.
      *-----------------------------------------------------------------
      *    AUDIHIST reconstruido: a carga incremental de ARCP0636
      *    segue da ultima linha carregada.

           MOVE WK-DT-MAIOR             TO CTL-DT-ULT-CARGA
           MOVE WK-HR-MAIOR             TO CTL-HR-ULT-CARGA

           OPEN OUTPUT CTL636
           WRITE CTL636-REGISTRO
           CLOSE CTL636

           DISPLAY CTE-PROG ' CTL636 regravado com '
               WK-DT-MAIOR ' ' WK-HR-MAIOR

           .
       890000-SAI.
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
           IF  WK-MODO-RECONSTRUIR
               MOVE 'Reconstrucao'      TO DSP-TX-MODO
           ELSE
               MOVE 'Verificacao'       TO DSP-TX-MODO
           END-IF
           MOVE ZEROS                   TO WK-NR-LINHA
           MOVE RELATORIO-LINHA         TO WK-LINHA-SALVA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               DSP-TX-MODO ' do ' WK-NM-DSET
               ' - MotorPCLD - corte ' WK-DT-CORTE ' ' WK-HR-CORTE
               ' - execucao ' DTH-DATA
               '            Pagina: ' DSP-NR-PAG
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

           IF  WK-DSET-AUDIHIST
           OR  WK-DSET-SUBMDIA
               MOVE WK-QT-LIDOS-AUD     TO DSP-QT
               MOVE WK-QT-LIDOS-FILA    TO DSP-QT-2
               MOVE WK-QT-APOS-CORTE    TO DSP-QT-3
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   'Lidos AUDITORIA: ' DSP-QT
                   '   Lidos FILAAUDT: ' DSP-QT-2
                   '   Depois do corte: ' DSP-QT-3
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           IF  WK-DSET-AUDIHIST
               MOVE WK-QT-TRNS-LIDAS     TO DSP-QT
               MOVE WK-QT-TRNS-APLICADAS TO DSP-QT-2
               MOVE WK-QT-TRNS-ORFAS     TO DSP-QT-3
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   'Transicoes ate o corte: ' DSP-QT
                   '   Aplicadas: ' DSP-QT-2
                   '   Sem linha na imagem: ' DSP-QT-3
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           MOVE WK-QT-FONTE             TO DSP-QT
           MOVE WK-QT-REPETIDAS         TO DSP-QT-2
           MOVE WK-QT-IMAGEM            TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Linhas das fontes: ' DSP-QT
               '   Repetidas: ' DSP-QT-2
               '   Imagem reconstruida: ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  WK-MODO-RECONSTRUIR
               MOVE WK-QT-GRAVADOS      TO DSP-QT
               MOVE WK-QT-PERDIDOS      TO DSP-QT-2
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   'Gravados no ' WK-NM-DSET ': ' DSP-QT
                   '   Perdidos: ' DSP-QT-2
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           ELSE
               MOVE WK-QT-VIVOS         TO DSP-QT
               MOVE WK-QT-IGUAIS        TO DSP-QT-2
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   'Lidos no ' WK-NM-DSET ' vivo: ' DSP-QT
                   '   Iguais: ' DSP-QT-2
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               MOVE WK-QT-FALTAS        TO DSP-QT
               MOVE WK-QT-SOBRAS        TO DSP-QT-2
               MOVE WK-QT-DIFERENTES    TO DSP-QT-3
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   'Faltam no vivo: ' DSP-QT
                   '   Sobram no vivo: ' DSP-QT-2
                   '   Diferentes: ' DSP-QT-3
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           .
       950000-SAI.
           EXIT.
