      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCR0639
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Relatorio mensal de coortes de cumprimento das
      *             propostas aplicadas. Agrupa as propostas aplicadas
      *             da AUDITORIA (situacao 'A', 'C' ou 'D' - a linha
      *             gravada na aplicacao e que ARCP0644 avanca) em
      *             coortes por mes da aplicacao, Resultado
      *             (AUD-IC-RSTD), grupo de produto, quantidade de
      *             parcelas de entrada e equipe do negociador
      *             (NEGOCIA, pelo operador que aplicou) e mostra,
      *             para cada coorte, o percentual cumprido,
      *             descumprido e ainda em curso aos 30, 60, 90 e 120
      *             dias da aplicacao, e o PCLD efetivamente revertido
      *             (propostas hoje cumpridas) contra o prometido na
      *             aplicacao (VL-PCLD das faixas no CADOPR). A trilha
      *             nao guarda o cronograma que o cliente aceitou (vide
      *             ARCP0644), entao as parcelas de entrada sao os
      *             recebimentos da conta no PAGTOS a partir da
      *             aplicacao ate cobrir a entrada (teto 4; 0 = nada
      *             recebido). Cumprida aos N dias = recebido
      *             acumulado cobriu a entrada ate a aplicacao + N;
      *             descumprida aos N dias = nao cobriu e N ja alcanca
      *             o prazo de pagamento PARM-QT-DIAS-PRZ (o mesmo de
      *             ARCP0644, default 120); demais, e coorte que ainda
      *             nao tem N dias de idade, em curso. PARM-QT-MESES
      *             limita as coortes aos ultimos meses (default 12).
      *             O PAGTOS e o arquivo diario da cobranca - o DD
      *             concatena as geracoes do periodo coberto, mais o
      *             prazo de pagamento.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - AUDIHIST passa a ser o registro
      *        oficial da situacao: cada linha da AUDITORIA vale pela
      *        situacao do espelho (ARCSB629 'C'), que os passos
      *        noturnos mudam no lugar. AUDIHIST indisponivel: vale a
      *        situacao gravada na linha, com aviso na SYSOUT.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCR0639.
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
               SELECT  CADOPR     ASSIGN  TO  CADOPR
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CADOPR-CHAVE
                       FILE STATUS   IS  WK-FS-CADOPR.
               SELECT  NEGOCIA    ASSIGN  TO  NEGOCIA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  NGC-CD-OPER
                       FILE STATUS   IS  WK-FS-NEGOCIA.
               SELECT  PAGTOS     ASSIGN  TO  UT-S-PAGTOS.
               SELECT  PAGORD     ASSIGN  TO  UT-S-PAGORD.
               SELECT  WK-ORDPAG  ASSIGN  TO  UT-S-WKPAG639.
               SELECT  AUDITORIA  ASSIGN  TO  UT-S-AUDITORIA.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD639.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  CADOPR
           RECORD  69.

       01  CADOPR-REGISTRO.
-INC ARCKCADO

       FD  NEGOCIA
           RECORD  80.

       01  NEGOCIA-REGISTRO.
-INC ARCKNEGC

       FD  PAGTOS
           BLOCK 0 RECORDS
           RECORD  60
           RECORDING MODE IS F.

       01  PAGTOS-REGISTRO.
-INC ARCKPGTO

      *    Recebimentos validos reformatados com a conta contigua na
      *    frente e ordenados por conta e data, para o casamento com
      *    a AUDITORIA ordenada
       FD  PAGORD
           BLOCK 0 RECORDS
           RECORD  55
           RECORDING MODE IS F.

       01  PAGORD-REGISTRO.
           03  PAGORD-CHAVE            PIC  X(30).
           03  PAGORD-DT-PGTO          PIC  9(08).
           03  PAGORD-VL-PGTO          PIC  9(15)V99.

       SD  WK-ORDPAG
           RECORD  55.

       01  WKPAG-REGISTRO.
           03  WKPAG-CHAVE.
               05  WKPAG-SIS           PIC  X(03).
               05  WKPAG-OPR           PIC  9(17).
               05  WKPAG-EPRD          PIC  9(05).
               05  WKPAG-SCTR          PIC  9(05).
           03  WKPAG-DT-PGTO           PIC  9(08).
           03  WKPAG-VL-PGTO           PIC  9(15)V99.

       FD  AUDITORIA
           BLOCK 0 RECORDS
           RECORD  195
           RECORDING MODE IS F.

       01  AUDITORIA-REGISTRO              PIC  X(195).

       SD  WK-ORDENACAO
           RECORD  195.

       01  WKORD-REGISTRO.
-INC ARCKAUDT

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCR0639 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

      *    Idades de observacao da coorte, em dias da aplicacao
       01  TABELA-HRZ.
           03  FILLER                       PIC  9(03) VALUE 030.
           03  FILLER                       PIC  9(03) VALUE 060.
           03  FILLER                       PIC  9(03) VALUE 090.
           03  FILLER                       PIC  9(03) VALUE 120.

       01  FILLER REDEFINES TABELA-HRZ.
           03  TAB-QT-DIAS-HRZ OCCURS 4 TIMES PIC  9(03).

      *    Teto de parcelas de entrada - o cronograma do motor vai ate
      *    4 parcelas mensais (ARCSB628-LS-PRST)
       77  CTE-QT-PRC-MAX               PIC  9(01) VALUE 4.

       01  WK-FS-CADOPR                 PIC  X(02) VALUE SPACES.
       01  WK-FS-NEGOCIA                PIC  X(02) VALUE SPACES.

       01  WK-CHAVE-CTA.
           03  WK-CTA-SIS                   PIC  X(03).
           03  WK-CTA-OPR                   PIC  9(17).
           03  WK-CTA-EPRD                  PIC  9(05).
           03  WK-CTA-SCTR                  PIC  9(05).

      *    Recebimentos da conta corrente do percurso, em ordem de
      *    data (o PAGORD ja vem ordenado)
       01  GRP-PAGAMENTOS-CTA.
           03  WK-CHAVE-CTA-ANT             PIC  X(30)
                                             VALUE HIGH-VALUES.
           03  WK-QT-PGC                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-PGC                       PIC  9(04) COMP-5.
           03  WK-PGC-CHEIO-SW              PIC  X(01) VALUE 'N'.
               88  WK-PGC-CHEIO-AVSD        VALUE 'S'.
           03  WK-TB-PGC OCCURS 200 TIMES.
               05  WK-PGC-DT-PGTO           PIC  9(08).
               05  WK-PGC-VL-PGTO           PIC S9(15)V99 COMP-3.

      *    Proposta aplicada corrente - linhas da mesma conta com a
      *    mesma data/hora de gravacao (uma por faixa da combinacao)
       01  GRP-PROPOSTA.
           03  WK-PROP-ABERTA-SW            PIC  X(01) VALUE 'N'.
               88  WK-PROP-ABERTA           VALUE 'S'.
           03  WK-CHAVE-PROP.
               05  WK-PROP-CTA              PIC  X(30).
               05  WK-PROP-DT-PROC          PIC  9(08).
               05  WK-PROP-HR-PROC          PIC  9(06).
           03  WK-CHAVE-PROP-LIN            PIC  X(44).
           03  WK-PROP-IC-RSTD              PIC  9(02).
           03  WK-PROP-CD-GR                PIC  9(04).
           03  WK-PROP-CD-OPER              PIC  X(08).
           03  WK-PROP-IC-SITC              PIC  X(01).
               88  WK-PROP-CUMPRIDA         VALUE 'C'.
           03  WK-PROP-VL-ENTD              PIC S9(15)V99 COMP-3.
           03  WK-PROP-VL-PCLD              PIC S9(15)V99 COMP-3.
           03  WK-PROP-QT-PRC               PIC  9(01).
           03  WK-PROP-CD-EQP               PIC  X(04).
           03  WK-INT-APLC                  PIC S9(09) COMP-5.
           03  WK-INT-CBRT                  PIC S9(09) COMP-5.
           03  WK-INT-LIMITE                PIC S9(09) COMP-5.
           03  WK-VL-ACUM                   PIC S9(15)V99 COMP-3.
           03  WK-QT-RCBM                   PIC  9(04) COMP-5.
           03  WK-CBRT-SW                   PIC  X(01).
               88  WK-COBRIU                VALUE 'S'.
           03  WK-LS-SITC-HRZ OCCURS 4 TIMES PIC  X(01).
               88  WK-HRZ-CUMPRIDA          VALUE 'C'.
               88  WK-HRZ-DESCUMPRIDA       VALUE 'D'.
               88  WK-HRZ-EM-CURSO          VALUE 'A'.

      *    Equipe do ultimo operador consultado no NEGOCIA
       01  GRP-EQUIPE.
           03  WK-CD-OPER-ULT               PIC  X(08)
                                             VALUE HIGH-VALUES.
           03  WK-CD-EQP-ULT                PIC  X(04).

      *    Coortes - mantidas em ordem de chave (mes, Resultado,
      *    grupo, parcelas, equipe) na inclusao, para o relatorio
      *    sair ordenado sem nova classificacao
       01  GRP-COORTES.
           03  WK-QT-COR                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-COR                       PIC  9(04) COMP-5.
           03  IX-COR-ACHOU                 PIC  9(04) COMP-5.
           03  IX-MOV                       PIC  9(04) COMP-5.
           03  IX-HRZ                       PIC  9(04) COMP-5.
           03  WK-COR-CHEIO-SW              PIC  X(01) VALUE 'N'.
               88  WK-COR-CHEIO-AVSD        VALUE 'S'.
           03  WK-COR-NOVA-SW               PIC  X(01).
               88  WK-COR-NOVA              VALUE 'S'.
           03  WK-CHAVE-COR-NOVA.
               05  WK-NOVA-AAMM             PIC  9(06).
               05  WK-NOVA-IC-RSTD          PIC  9(02).
               05  WK-NOVA-CD-GR            PIC  9(04).
               05  WK-NOVA-QT-PRC           PIC  9(01).
               05  WK-NOVA-CD-EQP           PIC  X(04).
           03  WK-TB-COR OCCURS 5000 TIMES.
               05  WK-COR-CHAVE.
                   07  WK-COR-AAMM          PIC  9(06).
                   07  WK-COR-IC-RSTD       PIC  9(02).
                   07  WK-COR-CD-GR         PIC  9(04).
                   07  WK-COR-QT-PRC        PIC  9(01).
                   07  WK-COR-CD-EQP        PIC  X(04).
               05  WK-COR-QT-PROP           PIC S9(09) COMP-5.
               05  WK-COR-HRZ OCCURS 4 TIMES.
                   07  WK-COR-QT-CMPR       PIC S9(09) COMP-5.
                   07  WK-COR-QT-DESC       PIC S9(09) COMP-5.
                   07  WK-COR-QT-CURSO      PIC S9(09) COMP-5.
               05  WK-COR-VL-PCLD-PROM      PIC S9(15)V99 COMP-3.
               05  WK-COR-VL-PCLD-RVTD      PIC S9(15)V99 COMP-3.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-PAGTOS-SW                PIC  X(01) VALUE 'N'.
               88  FIM-PAGTOS                           VALUE 'S'.
           03  FIM-PAGORD-SW                PIC  X(01) VALUE 'N'.
               88  FIM-PAGORD                           VALUE 'S'.
           03  FIM-ORDENACAO-SW             PIC  X(01) VALUE 'N'.
               88  FIM-ORDENACAO                        VALUE 'S'.
           03  WK-CADOPR-SW                 PIC  X(01) VALUE 'S'.
               88  WK-CAD-DISPONIVEL                    VALUE 'S'.
               88  WK-CAD-INDISPONIVEL                  VALUE 'N'.
           03  WK-NEGOCIA-SW                PIC  X(01) VALUE 'S'.
               88  WK-NGC-DISPONIVEL                    VALUE 'S'.
               88  WK-NGC-INDISPONIVEL                  VALUE 'N'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-QT-DIAS-PRZ               PIC  9(03) VALUE 120.
           03  WK-QT-MESES                  PIC  9(02) VALUE 12.
           03  WK-INT-HOJE                  PIC S9(09) COMP-5.
           03  WK-NR-MES-ABS                PIC S9(09) COMP-5.
           03  WK-DT-INI.
               05  WK-DT-INI-AAAA           PIC  9(04).
               05  WK-DT-INI-MM             PIC  9(02).
               05  WK-DT-INI-DD             PIC  9(02).
           03  WK-QT-PGT-LIDOS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-PGT-INVALIDOS          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-LIN-APLC               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-PROPOSTAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-AUSENTE            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-EQUIPE             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-VL-PCLD-PROM-TOT          PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.
           03  WK-VL-PCLD-RVTD-TOT          PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  FILLER REDEFINES DTH-DATA.
               05  DTH-AAAA                 PIC  9(04).
               05  DTH-MM                   PIC  9(02).
               05  DTH-DD                   PIC  9(02).
           03  FILLER                       PIC  X(13).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-2                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-3                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-PROP                  PIC ZZ.ZZ9.
           03  DSP-VL                       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-2                     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-PC                       PIC ZZ9,9.
           03  DSP-PC-CMPR                  PIC ZZ9,9.
           03  DSP-PC-DESC                  PIC ZZ9,9.
           03  DSP-PC-CURSO                 PIC ZZ9,9.
           03  DSP-QT-DIAS                  PIC ZZ9.
           03  DSP-DT-INI                   PIC  9(06).

       01  WK-PC-CALC                       PIC S9(03)V9 COMP-3.
       01  WK-PONTEIRO                      PIC S9(04) COMP-5.

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

      *    Situacao corrente pelo espelho AUDIHIST (vide VRS002)
       01  GRP-ESPELHO.
           03  WK-AUDIHIST-SW               PIC  X(01) VALUE 'S'.
               88  WK-AUDV-DISPONIVEL                   VALUE 'S'.
               88  WK-AUDV-INDISPONIVEL                 VALUE 'N'.

       01  ARCSB629-DADOS.
-INC ARCKB629

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  PARM1.
           03  PARM-QT-DIAS-PRZ        PIC  9(03).
           03  PARM-QT-MESES           PIC  9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           IF  PARM-QT-DIAS-PRZ NUMERIC
           AND PARM-QT-DIAS-PRZ GREATER ZEROS
               MOVE PARM-QT-DIAS-PRZ    TO WK-QT-DIAS-PRZ
           END-IF
           IF  PARM-QT-MESES NUMERIC
           AND PARM-QT-MESES GREATER ZEROS
               MOVE PARM-QT-MESES       TO WK-QT-MESES
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC
           COMPUTE WK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(DTH-DATA)
           END-COMPUTE

      *    Primeiro dia do mes mais antigo da janela de coortes
           COMPUTE WK-NR-MES-ABS = (DTH-AAAA * 12) + DTH-MM - 1
                                 - (WK-QT-MESES - 1)
           END-COMPUTE
           DIVIDE WK-NR-MES-ABS BY 12 GIVING WK-DT-INI-AAAA
                                  REMAINDER WK-DT-INI-MM
           ADD  1                       TO WK-DT-INI-MM
           MOVE 01                      TO WK-DT-INI-DD

           OPEN OUTPUT RELATORIO

           OPEN INPUT CADOPR
           IF  WK-FS-CADOPR NOT EQUAL '00'
               SET  WK-CAD-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' CADOPR indisponivel - FS: '
                   WK-FS-CADOPR ' - PCLD prometido zerado'
               MOVE 4                   TO RETURN-CODE
           END-IF

           OPEN INPUT NEGOCIA
           IF  WK-FS-NEGOCIA NOT EQUAL '00'
               SET  WK-NGC-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' NEGOCIA indisponivel - FS: '
                   WK-FS-NEGOCIA ' - coortes sem equipe'
               MOVE 4                   TO RETURN-CODE
           END-IF

           SORT WK-ORDPAG
               ON ASCENDING KEY WKPAG-CHAVE
               ON ASCENDING KEY WKPAG-DT-PGTO
               INPUT PROCEDURE IS 100000-SELECIONAR-PAGAMENTOS
               GIVING PAGORD

           OPEN INPUT PAGORD
           PERFORM 150000-LER-PAGORD

           SORT WK-ORDENACAO
               ON ASCENDING KEY AUD-SG-SIS-OGM-OPR
               ON ASCENDING KEY AUD-NR-UNCO-CTR-OPR
               ON ASCENDING KEY AUD-NR-EPRD-FNCD
               ON ASCENDING KEY AUD-NR-SCTR-OPR
               ON ASCENDING KEY AUD-DT-PROC
               ON ASCENDING KEY AUD-HR-PROC
               USING AUDITORIA
               OUTPUT PROCEDURE IS 300000-PERCORRER-ORDENADO

           PERFORM 800000-IMPRIMIR-COORTES
           PERFORM 950000-IMPRIMIR-RODAPE

           CLOSE PAGORD
           IF  WK-CAD-DISPONIVEL
               CLOSE CADOPR
           END-IF
           IF  WK-NGC-DISPONIVEL
               CLOSE NEGOCIA
           END-IF
           CLOSE RELATORIO

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       100000-SELECIONAR-PAGAMENTOS SECTION.
      *-----------------------------------------------------------------
      *    PAGTOS (todas as geracoes concatenadas no DD) reformatado
      *    para a ordenacao; registro com data ou valor invalido fica
      *    fora.

           OPEN INPUT PAGTOS

           PERFORM UNTIL FIM-PAGTOS
               READ PAGTOS
                   AT END
                       SET  FIM-PAGTOS  TO TRUE
                   NOT AT END
                       ADD  1           TO WK-QT-PGT-LIDOS
                       IF  PGT-DT-PGTO NUMERIC
                       AND PGT-VL-PGTO NUMERIC
                           MOVE PGT-SG-SIS-OGM-OPR  TO WKPAG-SIS
                           MOVE PGT-NR-UNCO-CTR-OPR TO WKPAG-OPR
                           MOVE PGT-NR-EPRD-FNCD    TO WKPAG-EPRD
                           MOVE PGT-NR-SCTR-OPR     TO WKPAG-SCTR
                           MOVE PGT-DT-PGTO         TO WKPAG-DT-PGTO
                           MOVE PGT-VL-PGTO         TO WKPAG-VL-PGTO
                           RELEASE WKPAG-REGISTRO
                       ELSE
                           ADD  1       TO WK-QT-PGT-INVALIDOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAGTOS

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       150000-LER-PAGORD SECTION.
      *-----------------------------------------------------------------

           READ PAGORD
               AT END
                   SET  FIM-PAGORD      TO TRUE
                   MOVE HIGH-VALUES     TO PAGORD-CHAVE
           END-READ

           .
       150000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-PERCORRER-ORDENADO SECTION.
      *-----------------------------------------------------------------

           PERFORM UNTIL FIM-ORDENACAO
               RETURN WK-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
                   NOT AT END
                       PERFORM 400000-TRATAR-LINHA
               END-RETURN
           END-PERFORM

           IF  WK-PROP-ABERTA
               PERFORM 600000-FECHAR-PROPOSTA
           END-IF

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-TRATAR-LINHA SECTION.
      *-----------------------------------------------------------------
      *    So a linha gravada na aplicacao interessa: 'A' ainda em
      *    conciliacao, 'C' ou 'D' ja avancada por ARCP0644. Linhas
      *    da mesma conta e mesma data/hora sao uma proposta (uma
      *    linha por faixa da combinacao aplicada).

           ADD  1                       TO WK-QT-LIDOS

           PERFORM 410000-CONSULTAR-ESPELHO

           IF  NOT AUD-SITC-APLICADA
           AND NOT AUD-SITC-CUMPRIDA
           AND NOT AUD-SITC-DESCUMPRIDA
               GO TO 400000-SAI
           END-IF

           IF  AUD-DT-PROC NOT NUMERIC
           OR  AUD-DT-PROC LESS WK-DT-INI
               GO TO 400000-SAI
           END-IF

           ADD  1                       TO WK-QT-LIN-APLC

           MOVE AUD-SG-SIS-OGM-OPR      TO WK-CTA-SIS
           MOVE AUD-NR-UNCO-CTR-OPR     TO WK-CTA-OPR
           MOVE AUD-NR-EPRD-FNCD        TO WK-CTA-EPRD
           MOVE AUD-NR-SCTR-OPR         TO WK-CTA-SCTR

           MOVE SPACES                  TO WK-CHAVE-PROP-LIN
           STRING WK-CHAVE-CTA AUD-DT-PROC AUD-HR-PROC
               DELIMITED BY SIZE INTO WK-CHAVE-PROP-LIN
           END-STRING

           IF  NOT WK-PROP-ABERTA
           OR  WK-CHAVE-PROP-LIN NOT EQUAL WK-CHAVE-PROP
               IF  WK-PROP-ABERTA
                   PERFORM 600000-FECHAR-PROPOSTA
               END-IF
               IF  WK-CHAVE-CTA NOT EQUAL WK-CHAVE-CTA-ANT
                   PERFORM 500000-CARREGAR-PAGAMENTOS-CTA
               END-IF
               PERFORM 450000-ABRIR-PROPOSTA
           END-IF

           PERFORM 470000-SOMAR-PCLD-FAIXA

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       410000-CONSULTAR-ESPELHO SECTION.
      *-----------------------------------------------------------------
      *    A situacao que vale e a do espelho AUDIHIST (ARCSB629
      *    'C'), sobreposta na linha lida. Falha na abertura desliga
      *    a consulta: as linhas seguintes ficam com a situacao
      *    gravada na AUDITORIA.

           IF  WK-AUDV-INDISPONIVEL
               GO TO 410000-SAI
           END-IF

           MOVE 'C'                     TO ARCSB629-CD-FUNC
           MOVE 'ARCR0639'              TO ARCSB629-CD-PGM-OPER
           MOVE WKORD-REGISTRO          TO ARCSB629-AUDITORIA
           CALL ARCSB629             USING ARCSB629-DADOS

           IF  ARCSB629-IN-SCS-ERRO
               DISPLAY CTE-PROG ' ARCSB629: ' ARCSB629-TX-ERRO
               SET  WK-AUDV-INDISPONIVEL TO TRUE
               GO TO 410000-SAI
           END-IF

           IF  ARCSB629-ACHOU
               MOVE ARCSB629-AUDITORIA  TO WKORD-REGISTRO
           END-IF

           .
       410000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       450000-ABRIR-PROPOSTA SECTION.
      *-----------------------------------------------------------------

           SET  WK-PROP-ABERTA          TO TRUE
           MOVE WK-CHAVE-PROP-LIN       TO WK-CHAVE-PROP
           MOVE AUD-IC-RSTD             TO WK-PROP-IC-RSTD
           MOVE AUD-CD-GR-PRD-RSTD      TO WK-PROP-CD-GR
           MOVE AUD-CD-OPER             TO WK-PROP-CD-OPER
           MOVE AUD-IC-SITC             TO WK-PROP-IC-SITC
           MOVE ZEROS                   TO WK-PROP-VL-ENTD
           IF  AUD-VL-ENTD NUMERIC
               MOVE AUD-VL-ENTD         TO WK-PROP-VL-ENTD
           END-IF
           MOVE ZEROS                   TO WK-PROP-VL-PCLD

           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       470000-SOMAR-PCLD-FAIXA SECTION.
      *-----------------------------------------------------------------
      *    PCLD prometido = VL-PCLD da faixa aplicada no CADOPR. Faixa
      *    que ja saiu do cadastro nao soma e e contada no rodape.

           IF  WK-CAD-INDISPONIVEL
               GO TO 470000-SAI
           END-IF

           MOVE WK-CTA-SIS              TO CADOPR-SIS
           MOVE WK-CTA-OPR              TO CADOPR-OPR
           MOVE WK-CTA-EPRD             TO CADOPR-EPRD
           MOVE WK-CTA-SCTR             TO CADOPR-SCTR
           MOVE AUD-CD-FXA-RVSA-RSTD    TO CADOPR-FXA

           READ CADOPR
               INVALID KEY
                   ADD  1               TO WK-QT-FXA-AUSENTE
               NOT INVALID KEY
                   IF  CADOPR-VL-PCLD NUMERIC
                       ADD CADOPR-VL-PCLD TO WK-PROP-VL-PCLD
                   END-IF
           END-READ

           .
       470000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-CARREGAR-PAGAMENTOS-CTA SECTION.
      *-----------------------------------------------------------------
      *    Avanca o PAGORD ate a conta corrente e guarda os
      *    recebimentos dela (ja em ordem de data).

           MOVE WK-CHAVE-CTA            TO WK-CHAVE-CTA-ANT
           MOVE ZEROS                   TO WK-QT-PGC

           PERFORM UNTIL FIM-PAGORD
           OR PAGORD-CHAVE NOT LESS WK-CHAVE-CTA
               PERFORM 150000-LER-PAGORD
           END-PERFORM

           PERFORM UNTIL FIM-PAGORD
           OR PAGORD-CHAVE NOT EQUAL WK-CHAVE-CTA
               IF  WK-QT-PGC LESS 200
                   ADD  1               TO WK-QT-PGC
                   MOVE PAGORD-DT-PGTO  TO WK-PGC-DT-PGTO(WK-QT-PGC)
                   MOVE PAGORD-VL-PGTO  TO WK-PGC-VL-PGTO(WK-QT-PGC)
               ELSE
                   IF  NOT WK-PGC-CHEIO-AVSD
                       DISPLAY CTE-PROG ' Recebimentos da conta '
                           WK-CHAVE-CTA ' alem de 200 - excedente'
                           ' ignorado'
                       SET  WK-PGC-CHEIO-AVSD TO TRUE
                   END-IF
               END-IF
               PERFORM 150000-LER-PAGORD
           END-PERFORM

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-FECHAR-PROPOSTA SECTION.
      *-----------------------------------------------------------------
      *    Situacao da proposta em cada idade de observacao, parcelas
      *    de entrada, equipe e acumulacao na coorte.

           MOVE 'N'                     TO WK-PROP-ABERTA-SW
           ADD  1                       TO WK-QT-PROPOSTAS

           COMPUTE WK-INT-APLC =
               FUNCTION INTEGER-OF-DATE(WK-PROP-DT-PROC)
           END-COMPUTE

           PERFORM 620000-APURAR-COBERTURA

           PERFORM VARYING IX-HRZ FROM 1 BY 1
           UNTIL IX-HRZ GREATER 4
               COMPUTE WK-INT-LIMITE =
                   WK-INT-APLC + TAB-QT-DIAS-HRZ(IX-HRZ)
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WK-COBRIU
                    AND WK-INT-CBRT NOT GREATER WK-INT-LIMITE
                    AND WK-INT-LIMITE NOT GREATER WK-INT-HOJE
                       SET  WK-HRZ-CUMPRIDA(IX-HRZ)    TO TRUE
                   WHEN WK-INT-LIMITE GREATER WK-INT-HOJE
                       SET  WK-HRZ-EM-CURSO(IX-HRZ)    TO TRUE
                   WHEN TAB-QT-DIAS-HRZ(IX-HRZ) NOT LESS WK-QT-DIAS-PRZ
                       SET  WK-HRZ-DESCUMPRIDA(IX-HRZ) TO TRUE
                   WHEN OTHER
                       SET  WK-HRZ-EM-CURSO(IX-HRZ)    TO TRUE
               END-EVALUATE
           END-PERFORM

           PERFORM 650000-BUSCAR-EQUIPE
           PERFORM 700000-ACUMULAR-COORTE

           .
       600000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       620000-APURAR-COBERTURA SECTION.
      *-----------------------------------------------------------------
      *    Recebimentos a partir da data da aplicacao, acumulados ate
      *    cobrir a entrada prometida: a data em que cobriu e quantos
      *    recebimentos foram precisos (as parcelas de entrada). Sem
      *    cobertura, as parcelas sao os recebimentos dentro do prazo.

           MOVE 'N'                     TO WK-CBRT-SW
           MOVE ZEROS                   TO WK-VL-ACUM
           MOVE ZEROS                   TO WK-QT-RCBM
           MOVE ZEROS                   TO WK-INT-CBRT
           COMPUTE WK-INT-LIMITE = WK-INT-APLC + WK-QT-DIAS-PRZ
           END-COMPUTE

           IF  WK-PROP-VL-ENTD NOT GREATER ZEROS
               SET  WK-COBRIU           TO TRUE
               MOVE WK-INT-APLC         TO WK-INT-CBRT
           END-IF

           PERFORM VARYING IX-PGC FROM 1 BY 1
           UNTIL IX-PGC GREATER WK-QT-PGC
           OR WK-COBRIU
               IF  WK-PGC-DT-PGTO(IX-PGC) NOT LESS WK-PROP-DT-PROC
                   ADD  WK-PGC-VL-PGTO(IX-PGC) TO WK-VL-ACUM
                   COMPUTE WK-INT-CBRT =
                       FUNCTION INTEGER-OF-DATE(WK-PGC-DT-PGTO(IX-PGC))
                   END-COMPUTE
                   IF  WK-INT-CBRT NOT GREATER WK-INT-LIMITE
                   OR  WK-VL-ACUM NOT LESS WK-PROP-VL-ENTD
                       ADD  1           TO WK-QT-RCBM
                   END-IF
                   IF  WK-VL-ACUM NOT LESS WK-PROP-VL-ENTD
                       SET  WK-COBRIU   TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF  WK-QT-RCBM GREATER CTE-QT-PRC-MAX
               MOVE CTE-QT-PRC-MAX      TO WK-PROP-QT-PRC
           ELSE
               MOVE WK-QT-RCBM          TO WK-PROP-QT-PRC
           END-IF

           .
       620000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       650000-BUSCAR-EQUIPE SECTION.
      *-----------------------------------------------------------------
      *    Equipe do operador que aplicou; operador fora do NEGOCIA
      *    (ou NEGOCIA fora do ar) fica na equipe '----'.

           IF  WK-PROP-CD-OPER EQUAL WK-CD-OPER-ULT
               MOVE WK-CD-EQP-ULT       TO WK-PROP-CD-EQP
               GO TO 650000-SAI
           END-IF

           MOVE WK-PROP-CD-OPER         TO WK-CD-OPER-ULT
           MOVE '----'                  TO WK-CD-EQP-ULT

           IF  WK-NGC-DISPONIVEL
               MOVE WK-PROP-CD-OPER     TO NGC-CD-OPER
               READ NEGOCIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  NGC-CD-EQP NOT EQUAL SPACES
                           MOVE NGC-CD-EQP TO WK-CD-EQP-ULT
                       END-IF
               END-READ
           END-IF

           MOVE WK-CD-EQP-ULT           TO WK-PROP-CD-EQP

           IF  WK-PROP-CD-EQP EQUAL '----'
               ADD  1                   TO WK-QT-SEM-EQUIPE
           END-IF

           .
       650000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-ACUMULAR-COORTE SECTION.
      *-----------------------------------------------------------------
      *    Localiza a coorte ou a inclui na posicao da sua chave,
      *    deslocando as seguintes. Tabela cheia: proposta fora do
      *    quadro, avisada no SYSOUT (RC 4).

           MOVE WK-PROP-DT-PROC(1:6)    TO WK-NOVA-AAMM
           MOVE WK-PROP-IC-RSTD         TO WK-NOVA-IC-RSTD
           MOVE WK-PROP-CD-GR           TO WK-NOVA-CD-GR
           MOVE WK-PROP-QT-PRC          TO WK-NOVA-QT-PRC
           MOVE WK-PROP-CD-EQP          TO WK-NOVA-CD-EQP

           MOVE ZEROS                   TO IX-COR-ACHOU
           PERFORM VARYING IX-COR FROM 1 BY 1
           UNTIL IX-COR GREATER WK-QT-COR
           OR IX-COR-ACHOU GREATER ZEROS
               IF  WK-COR-CHAVE(IX-COR) NOT LESS WK-CHAVE-COR-NOVA
                   MOVE IX-COR           TO IX-COR-ACHOU
               END-IF
           END-PERFORM

           MOVE 'S'                     TO WK-COR-NOVA-SW
           IF  IX-COR-ACHOU EQUAL ZEROS
               COMPUTE IX-COR-ACHOU = WK-QT-COR + 1
           ELSE
               IF  WK-COR-CHAVE(IX-COR-ACHOU) EQUAL WK-CHAVE-COR-NOVA
                   MOVE 'N'             TO WK-COR-NOVA-SW
               END-IF
           END-IF

           IF  WK-COR-NOVA
               IF  WK-QT-COR NOT LESS 5000
                   IF  NOT WK-COR-CHEIO-AVSD
                       DISPLAY CTE-PROG ' Tabela de coortes cheia'
                           ' (5000) - excedente ignorado'
                       SET  WK-COR-CHEIO-AVSD TO TRUE
                       MOVE 4           TO RETURN-CODE
                   END-IF
                   GO TO 700000-SAI
               END-IF
               PERFORM VARYING IX-MOV FROM WK-QT-COR BY -1
               UNTIL IX-MOV LESS IX-COR-ACHOU
                   MOVE WK-TB-COR(IX-MOV) TO WK-TB-COR(IX-MOV + 1)
               END-PERFORM
               ADD  1                   TO WK-QT-COR
               INITIALIZE WK-TB-COR(IX-COR-ACHOU)
               MOVE WK-CHAVE-COR-NOVA   TO WK-COR-CHAVE(IX-COR-ACHOU)
           END-IF

           ADD  1                       TO WK-COR-QT-PROP(IX-COR-ACHOU)

           PERFORM VARYING IX-HRZ FROM 1 BY 1
           UNTIL IX-HRZ GREATER 4
               EVALUATE TRUE
                   WHEN WK-HRZ-CUMPRIDA(IX-HRZ)
                       ADD 1 TO WK-COR-QT-CMPR (IX-COR-ACHOU IX-HRZ)
                   WHEN WK-HRZ-DESCUMPRIDA(IX-HRZ)
                       ADD 1 TO WK-COR-QT-DESC (IX-COR-ACHOU IX-HRZ)
                   WHEN OTHER
                       ADD 1 TO WK-COR-QT-CURSO(IX-COR-ACHOU IX-HRZ)
               END-EVALUATE
           END-PERFORM

      *    Revertido de fato = proposta hoje cumprida (inclusive a
      *    cumprida com atraso por ARCP0644)
           ADD  WK-PROP-VL-PCLD     TO WK-COR-VL-PCLD-PROM(IX-COR-ACHOU)
           ADD  WK-PROP-VL-PCLD     TO WK-VL-PCLD-PROM-TOT
           IF  WK-PROP-CUMPRIDA
               ADD WK-PROP-VL-PCLD  TO WK-COR-VL-PCLD-RVTD(IX-COR-ACHOU)
               ADD WK-PROP-VL-PCLD  TO WK-VL-PCLD-RVTD-TOT
           END-IF

           .
       700000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       800000-IMPRIMIR-COORTES SECTION.
      *-----------------------------------------------------------------
      *    Duas linhas por coorte: identificacao, quantidade e PCLD
      *    prometido x revertido; percentuais cumprida (C),
      *    descumprida (D) e em curso (A) em cada idade.

           MOVE WK-DT-INI(1:6)          TO DSP-DT-INI
           MOVE WK-QT-DIAS-PRZ          TO DSP-QT-DIAS
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Coortes de aplicacao desde ' DSP-DT-INI
               ' - prazo de pagamento ' DSP-QT-DIAS ' dias'
               ' - C cumprida  D descumprida  A em curso (% das'
               ' propostas da coorte)'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           PERFORM VARYING IX-COR FROM 1 BY 1
           UNTIL IX-COR GREATER WK-QT-COR

               MOVE LINHA-BRANCO        TO RELATORIO-LINHA
               PERFORM 900000-ESCREVER-LINHA

               MOVE WK-COR-QT-PROP(IX-COR)      TO DSP-QT-PROP
               MOVE WK-COR-VL-PCLD-PROM(IX-COR) TO DSP-VL
               MOVE WK-COR-VL-PCLD-RVTD(IX-COR) TO DSP-VL-2
               IF  WK-COR-VL-PCLD-PROM(IX-COR) GREATER ZEROS
                   COMPUTE WK-PC-CALC ROUNDED =
                       WK-COR-VL-PCLD-RVTD(IX-COR) * 100
                       / WK-COR-VL-PCLD-PROM(IX-COR)
                   END-COMPUTE
               ELSE
                   MOVE ZEROS           TO WK-PC-CALC
               END-IF
               MOVE WK-PC-CALC          TO DSP-PC
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  ' WK-COR-AAMM(IX-COR)
                   ' Rs ' WK-COR-IC-RSTD(IX-COR)
                   ' Grupo ' WK-COR-CD-GR(IX-COR)
                   ' Parc ' WK-COR-QT-PRC(IX-COR)
                   ' Eqp ' WK-COR-CD-EQP(IX-COR)
                   '  Propostas ' DSP-QT-PROP
                   ' PCLD prom. ' DSP-VL
                   ' revert. ' DSP-VL-2
                   ' ' DSP-PC '%'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA

               MOVE SPACES              TO RELATORIO-LINHA
               MOVE 1                   TO WK-PONTEIRO
               STRING '         '
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WITH POINTER WK-PONTEIRO
               END-STRING
               PERFORM VARYING IX-HRZ FROM 1 BY 1
               UNTIL IX-HRZ GREATER 4
                   PERFORM 850000-FORMATAR-IDADE
               END-PERFORM
               PERFORM 900000-ESCREVER-LINHA

           END-PERFORM

           .
       800000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       850000-FORMATAR-IDADE SECTION.
      *-----------------------------------------------------------------
      *    Bloco de uma idade (IX-HRZ) da coorte IX-COR na linha em
      *    montagem, a partir de WK-PONTEIRO.

           COMPUTE WK-PC-CALC ROUNDED =
               WK-COR-QT-CMPR(IX-COR IX-HRZ) * 100
               / WK-COR-QT-PROP(IX-COR)
           END-COMPUTE
           MOVE WK-PC-CALC              TO DSP-PC-CMPR
           COMPUTE WK-PC-CALC ROUNDED =
               WK-COR-QT-DESC(IX-COR IX-HRZ) * 100
               / WK-COR-QT-PROP(IX-COR)
           END-COMPUTE
           MOVE WK-PC-CALC              TO DSP-PC-DESC
           COMPUTE WK-PC-CALC ROUNDED =
               WK-COR-QT-CURSO(IX-COR IX-HRZ) * 100
               / WK-COR-QT-PROP(IX-COR)
           END-COMPUTE
           MOVE WK-PC-CALC              TO DSP-PC-CURSO
           MOVE TAB-QT-DIAS-HRZ(IX-HRZ) TO DSP-QT-DIAS

           STRING
               DSP-QT-DIAS 'd C' DSP-PC-CMPR
               ' D' DSP-PC-DESC
               ' A' DSP-PC-CURSO '  '
               DELIMITED BY SIZE INTO RELATORIO-LINHA
               WITH POINTER WK-PONTEIRO
           END-STRING

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
               'Coortes de Cumprimento das Propostas Aplicadas -'
               ' MotorPCLD - ' DTH-DATA
               '                 Pagina: ' DSP-NR-PAG
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

           MOVE WK-QT-LIDOS             TO DSP-QT
           MOVE WK-QT-LIN-APLC          TO DSP-QT-2
           MOVE WK-QT-PROPOSTAS         TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Linhas lidas: ' DSP-QT
               '   Linhas aplicadas na janela: ' DSP-QT-2
               '   Propostas: ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-VL-PCLD-PROM-TOT     TO DSP-VL
           MOVE WK-VL-PCLD-RVTD-TOT     TO DSP-VL-2
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'PCLD prometido: ' DSP-VL
               '   PCLD revertido: ' DSP-VL-2
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-PGT-LIDOS         TO DSP-QT
           MOVE WK-QT-PGT-INVALIDOS     TO DSP-QT-2
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Pagamentos lidos: ' DSP-QT
               '   Pagamentos invalidos: ' DSP-QT-2
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-FXA-AUSENTE       TO DSP-QT
           MOVE WK-QT-SEM-EQUIPE        TO DSP-QT-2
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Faixas fora do CADOPR (PCLD nao somado): ' DSP-QT
               '   Propostas sem equipe: ' DSP-QT-2
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           DISPLAY CTE-PROG ' Lidos: ' WK-QT-LIDOS
               ' Propostas: ' WK-QT-PROPOSTAS
               ' Coortes: ' WK-QT-COR

           .
       950000-SAI.
           EXIT.
