      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCP0655
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Retrato mensal de migracao de PCLD. Roda no
      *             fechamento do mes, depois da ultima conciliacao
      *             ARCP0644 (situacao no AUDIHIST), e congela
      *             num dataset datado do mes (SNAPSHOT, book
      *             ARCKMIGR) toda linha aplicada, cumprida,
      *             descumprida ou cancelada da AUDITORIA, com os
      *             valores da faixa no CADOPR (VL-AMTR/VL-PCLD) - os
      *             numeros do mes deixam de mudar quando a AUDITORIA
      *             e regravada depois por ARCP0635/0643/0644, e a
      *             matriz ARCR0640 sai sempre do retrato. A trilha
      *             nao data a passagem a cumprida/descumprida (a
      *             linha aplicada e regravada por ARCP0644 sem data),
      *             entao o movimento do mes e apurado contra o
      *             retrato do mes anterior (SNAPANT): linha que mudou
      *             de situacao desde ele, ou aplicada/cancelada
      *             dentro do mes, movimentou no mes. O CADOPR nao tem
      *             historico de faixas: o valor fica congelado no
      *             primeiro retrato que viu a linha (o do mes da
      *             aplicacao) e e herdado dele dai em diante. Linha
      *             gravada depois do mes de referencia fica para o
      *             retrato seguinte. PARM-AAAAMM-REF informa o mes
      *             (default o mes corrente). SNAPANT vazio (primeiro
      *             retrato) so ancora as linhas antigas, sem
      *             movimento. CADOPR indisponivel aborta (RC 8) - nao
      *             se congela PCLD zerado.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - AUDIHIST passa a ser o registro
      *        oficial da situacao: cada linha da AUDITORIA vale pela
      *        situacao do espelho (ARCSB629 'C'), que os passos
      *        noturnos mudam no lugar. AUDIHIST indisponivel: vale a
      *        situacao gravada na linha, com aviso na SYSOUT.
      * VRS003 15.10.2026 - F8944859 - Linha aplicada ou descumprida
      *        sem o aceite do cliente formalizado ate o fim do mes de
      *        referencia (FORMALIZ, book ARCKFRML) fica fora do
      *        retrato, como as posteriores ao mes. Entra no retrato
      *        do mes da formalizacao, contada como aplicada no mes
      *        dela. Aplicacoes anteriores a CTE-DT-INI-FRML seguem
      *        como antes. FORMALIZ indisponivel: nada e retido, com
      *        aviso na SYSOUT e RC 4.
      * VRS004 15.10.2026 - F8944859 - Rubrica contabil da linha
      *        (MGR-IC-RUBR): proposta de recuperacao de contrato
      *        baixado a prejuizo (AUD-TP-MODO 'P') vai para a rubrica
      *        de recuperacao, com PCLD zero - nao ha PCLD a reverter
      *        - e o caixa recuperado da faixa em VL-AMTR. Totais por
      *        rubrica na SYSOUT.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCP0655.
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
               SELECT  FORMALIZ   ASSIGN  TO  FORMALIZ
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  FRM-CHAVE
                       FILE STATUS   IS  WK-FS-FORMALIZ.
               SELECT  AUDITORIA  ASSIGN  TO  UT-S-AUDITORIA.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD655.
               SELECT  SNAPANT    ASSIGN  TO  UT-S-SNAPANT.
               SELECT  SNAPSHOT   ASSIGN  TO  UT-S-SNAPSHOT.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  CADOPR
           RECORD  69.

       01  CADOPR-REGISTRO.
-INC ARCKCADO

      *    Formalizacao do aceite do cliente (vide VRS003)
       FD  FORMALIZ
           RECORD  150.

       01  FORMALIZ-REGISTRO.
-INC ARCKFRML

       FD  AUDITORIA
           BLOCK 0 RECORDS
           RECORD  195
           RECORDING MODE IS F.

       01  AUDITORIA-REGISTRO              PIC  X(195).

       SD  WK-ORDENACAO
           RECORD  195.

       01  WKORD-REGISTRO.
-INC ARCKAUDT

      *    Retrato do mes anterior (dataset datado do mes anterior)
       FD  SNAPANT
           BLOCK 0 RECORDS
           RECORD  150
           RECORDING MODE IS F.

       01  SNAPANT-REGISTRO.
-INC ARCKMIGR

      *    Retrato do mes de referencia (dataset datado do mes)
       FD  SNAPSHOT
           BLOCK 0 RECORDS
           RECORD  150
           RECORDING MODE IS F.

       01  SNAPSHOT-REGISTRO.
-INC ARCKMIGR

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0655 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

      *    Inicio da formalizacao do aceite - aplicacoes anteriores
      *    nao tem registro no FORMALIZ e nao sao retidas
       77  CTE-DT-INI-FRML              PIC  9(08) VALUE 20261016.

       01  WK-FS-CADOPR                 PIC  X(02) VALUE SPACES.
       01  WK-FS-FORMALIZ               PIC  X(02) VALUE SPACES.

      *    Chave da linha corrente da AUDITORIA, no formato MGR-CHAVE
       01  WK-CHAVE-LIN.
           03  WK-LIN-SIS                   PIC  X(03).
           03  WK-LIN-OPR                   PIC  9(17).
           03  WK-LIN-EPRD                  PIC  9(05).
           03  WK-LIN-SCTR                  PIC  9(05).
           03  WK-LIN-DT-PROC               PIC  9(08).
           03  WK-LIN-HR-PROC               PIC  9(06).
           03  WK-LIN-IC-RSTD               PIC  9(02).
           03  WK-LIN-FXA                   PIC  9(04).

      *    Chave do registro corrente do retrato anterior (HIGH-VALUES
      *    no fim dele)
       01  WK-CHAVE-ANT                 PIC  X(50) VALUE LOW-VALUES.

       01  WK-DT-LIN                    PIC  9(08).
       01  FILLER REDEFINES WK-DT-LIN.
           03  WK-DT-LIN-AAAAMM             PIC  9(06).
           03  WK-DT-LIN-DD                 PIC  9(02).

      *    Data da formalizacao da linha e mes em que ela entra no
      *    retrato (o maior entre o da linha e o da formalizacao)
       01  WK-DT-FRML                   PIC  9(08).
       01  FILLER REDEFINES WK-DT-FRML.
           03  WK-DT-FRML-AAAAMM            PIC  9(06).
           03  WK-DT-FRML-DD                PIC  9(02).
       01  WK-AAAAMM-LIB                PIC  9(06).

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-ORDENACAO-SW             PIC  X(01) VALUE 'N'.
               88  FIM-ORDENACAO                        VALUE 'S'.
           03  FIM-SNAPANT-SW               PIC  X(01) VALUE 'N'.
               88  FIM-SNAPANT                          VALUE 'S'.
           03  WK-SNAPANT-SW                PIC  X(01) VALUE 'N'.
               88  WK-ANT-VAZIO                         VALUE 'S'.
           03  WK-CASOU-SW                  PIC  X(01) VALUE 'N'.
               88  WK-CASOU                             VALUE 'S'.
           03  WK-FORMALIZ-SW               PIC  X(01) VALUE 'S'.
               88  WK-FRM-DISPONIVEL                    VALUE 'S'.
               88  WK-FRM-INDISPONIVEL                  VALUE 'N'.
           03  WK-FORMALIZADA-SW            PIC  X(01).
               88  WK-FORMALIZADA                       VALUE 'S'.
               88  WK-NAO-FORMALIZADA                   VALUE 'N'.
           03  WK-AAAAMM-REF                PIC  9(06).
           03  FILLER REDEFINES WK-AAAAMM-REF.
               05  WK-REF-AAAA              PIC  9(04).
               05  WK-REF-MM                PIC  9(02).
           03  WK-AAAAMM-ANT                PIC  9(06).
           03  FILLER REDEFINES WK-AAAAMM-ANT.
               05  WK-ANT-AAAA              PIC  9(04).
               05  WK-ANT-MM                PIC  9(02).
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-POSTERIORES            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-FRML               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-GRAVADOS               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ANT-LIDOS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ANT-CASADOS            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ANT-AUSENTES           PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-APLC-MES               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CMPR-MES               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-DESC-MES               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CANC-MES               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-DATA               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-RETRATO            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-CADOPR             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FXA-AUSENTE            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-RUBR-RVSA              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-RUBR-RCPR              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-VL-PCLD-RVSA              PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.
           03  WK-VL-CAIXA-RCPR             PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.

       01  DSP-VL                           PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  DSP-VL-2                         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  FILLER REDEFINES DTH-DATA.
               05  DTH-AAAAMM               PIC  9(06).
               05  DTH-DD                   PIC  9(02).
           03  FILLER                       PIC  X(13).

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
           03  PARM-AAAAMM-REF         PIC  9(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC

           MOVE DTH-AAAAMM              TO WK-AAAAMM-REF
           IF  PARM-AAAAMM-REF NUMERIC
           AND PARM-AAAAMM-REF(5:2) GREATER '00'
           AND PARM-AAAAMM-REF(5:2) LESS '13'
               MOVE PARM-AAAAMM-REF     TO WK-AAAAMM-REF
           END-IF

           IF  WK-REF-MM EQUAL 01
               COMPUTE WK-ANT-AAAA = WK-REF-AAAA - 1
               END-COMPUTE
               MOVE 12                  TO WK-ANT-MM
           ELSE
               MOVE WK-REF-AAAA         TO WK-ANT-AAAA
               COMPUTE WK-ANT-MM = WK-REF-MM - 1
               END-COMPUTE
           END-IF

           PERFORM 050000-ABRIR-ARQUIVOS

           SORT WK-ORDENACAO
               ON ASCENDING KEY AUD-SG-SIS-OGM-OPR
               ON ASCENDING KEY AUD-NR-UNCO-CTR-OPR
               ON ASCENDING KEY AUD-NR-EPRD-FNCD
               ON ASCENDING KEY AUD-NR-SCTR-OPR
               ON ASCENDING KEY AUD-DT-PROC
               ON ASCENDING KEY AUD-HR-PROC
               ON ASCENDING KEY AUD-IC-RSTD
               ON ASCENDING KEY AUD-CD-FXA-RVSA-RSTD
               USING AUDITORIA
               OUTPUT PROCEDURE IS 300000-PERCORRER-ORDENADO

      *    Linhas do retrato anterior que sairam da AUDITORIA
      *    (expurgo) ficam so no dataset do mes anterior
           PERFORM UNTIL FIM-SNAPANT
               ADD  1                   TO WK-QT-ANT-AUSENTES
               PERFORM 150000-LER-SNAPANT
           END-PERFORM

           PERFORM 950000-EXIBIR-TOTAIS

           IF  WK-ANT-VAZIO
           OR  WK-FRM-INDISPONIVEL
           OR  WK-QT-SEM-DATA    GREATER ZEROS
           OR  WK-QT-FXA-AUSENTE GREATER ZEROS
               IF  RETURN-CODE LESS 4
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 000000-ENCERRAR

           .
       000000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       000000-ENCERRAR SECTION.
      *-----------------------------------------------------------------

           CLOSE CADOPR
           IF  WK-FRM-DISPONIVEL
               CLOSE FORMALIZ
           END-IF
           CLOSE SNAPANT
           CLOSE SNAPSHOT
           STOP RUN
           .
      *-----------------------------------------------------------------
       050000-ABRIR-ARQUIVOS SECTION.
      *-----------------------------------------------------------------
      *    CADOPR indisponivel: o retrato sairia com PCLD zerado e
      *    congelado - RC 8. O retrato anterior precisa ser de mes
      *    anterior ao de referencia (senao a reexecucao compararia o
      *    mes com ele mesmo) - RC 8; de mes mais antigo que o
      *    anterior, o movimento apurado cobre mais de um mes - RC 4.
      *    FORMALIZ indisponivel: nenhuma linha e retida por falta de
      *    formalizacao - RC 4.

           OPEN INPUT CADOPR
           IF  WK-FS-CADOPR NOT EQUAL '00'
               DISPLAY CTE-PROG ' Falha na abertura do CADOPR - FS: '
                   WK-FS-CADOPR ' - retrato nao gerado'
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FORMALIZ
           IF  WK-FS-FORMALIZ NOT EQUAL '00'
               SET  WK-FRM-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' FORMALIZ indisponivel - FS: '
                   WK-FS-FORMALIZ ' - retrato sem exigir formalizacao'
           END-IF

           OPEN INPUT SNAPANT
           OPEN OUTPUT SNAPSHOT

           PERFORM 150000-LER-SNAPANT

           IF  FIM-SNAPANT
               SET  WK-ANT-VAZIO        TO TRUE
               DISPLAY CTE-PROG ' SNAPANT vazio - primeiro retrato,'
                   ' linhas anteriores a ' WK-AAAAMM-REF
                   ' sem movimento'
               GO TO 050000-SAI
           END-IF

           IF  MGR-AAAAMM-REF OF SNAPANT-REGISTRO
                   NOT LESS WK-AAAAMM-REF
               DISPLAY CTE-PROG ' SNAPANT e do mes '
                   MGR-AAAAMM-REF OF SNAPANT-REGISTRO
                   ' - nao anterior a ' WK-AAAAMM-REF
                   ' - retrato nao gerado'
               MOVE 8                   TO RETURN-CODE
               PERFORM 000000-ENCERRAR
           END-IF

           IF  MGR-AAAAMM-REF OF SNAPANT-REGISTRO
                   NOT EQUAL WK-AAAAMM-ANT
               DISPLAY CTE-PROG ' SNAPANT e do mes '
                   MGR-AAAAMM-REF OF SNAPANT-REGISTRO
                   ' - movimento desde entao atribuido a '
                   WK-AAAAMM-REF
               MOVE 4                   TO RETURN-CODE
           END-IF

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       150000-LER-SNAPANT SECTION.
      *-----------------------------------------------------------------

           READ SNAPANT
               AT END
                   SET  FIM-SNAPANT     TO TRUE
                   MOVE HIGH-VALUES     TO WK-CHAVE-ANT
               NOT AT END
                   ADD  1               TO WK-QT-ANT-LIDOS
                   MOVE MGR-CHAVE OF SNAPANT-REGISTRO
                                        TO WK-CHAVE-ANT
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

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-TRATAR-LINHA SECTION.
      *-----------------------------------------------------------------
      *    So entram as linhas aplicadas, cumpridas, descumpridas e
      *    canceladas gravadas ate o fim do mes de referencia. O
      *    retrato anterior (mesma ordem de chave) e avancado em
      *    paralelo ate a linha corrente. Aplicada ou descumprida
      *    sem formalizacao ate o fim do mes fica para o retrato do
      *    mes em que for formalizada (VRS003).

           ADD  1                       TO WK-QT-LIDOS

           PERFORM 410000-CONSULTAR-ESPELHO

           IF  NOT AUD-SITC-APLICADA
           AND NOT AUD-SITC-CUMPRIDA
           AND NOT AUD-SITC-DESCUMPRIDA
           AND NOT AUD-SITC-CANCELADA
               GO TO 400000-SAI
           END-IF

           IF  AUD-DT-PROC NOT NUMERIC
               GO TO 400000-SAI
           END-IF

           MOVE AUD-DT-PROC             TO WK-DT-LIN
           IF  WK-DT-LIN-AAAAMM GREATER WK-AAAAMM-REF
               ADD  1                   TO WK-QT-POSTERIORES
               GO TO 400000-SAI
           END-IF

           MOVE WK-DT-LIN-AAAAMM        TO WK-AAAAMM-LIB
           IF  AUD-SITC-APLICADA
           OR  AUD-SITC-DESCUMPRIDA
               PERFORM 420000-VERIFICAR-FORMALIZACAO
               IF  WK-NAO-FORMALIZADA
                   ADD  1               TO WK-QT-SEM-FRML
                   GO TO 400000-SAI
               END-IF
           END-IF

           MOVE AUD-SG-SIS-OGM-OPR      TO WK-LIN-SIS
           MOVE AUD-NR-UNCO-CTR-OPR     TO WK-LIN-OPR
           MOVE AUD-NR-EPRD-FNCD        TO WK-LIN-EPRD
           MOVE AUD-NR-SCTR-OPR         TO WK-LIN-SCTR
           MOVE AUD-DT-PROC             TO WK-LIN-DT-PROC
           MOVE AUD-HR-PROC             TO WK-LIN-HR-PROC
           MOVE AUD-IC-RSTD             TO WK-LIN-IC-RSTD
           MOVE AUD-CD-FXA-RVSA-RSTD    TO WK-LIN-FXA

           PERFORM UNTIL WK-CHAVE-ANT NOT LESS WK-CHAVE-LIN
               ADD  1                   TO WK-QT-ANT-AUSENTES
               PERFORM 150000-LER-SNAPANT
           END-PERFORM

           MOVE 'N'                     TO WK-CASOU-SW
           IF  WK-CHAVE-ANT EQUAL WK-CHAVE-LIN
               SET  WK-CASOU            TO TRUE
               ADD  1                   TO WK-QT-ANT-CASADOS
           END-IF

           PERFORM 500000-MONTAR-RETRATO
           PERFORM 600000-CONGELAR-FAIXA

      *    Recuperacao de baixado a prejuizo nao reverte PCLD: o
      *    lancamento e o caixa recuperado da faixa (vide VRS004)
           IF  MGR-RUBR-RECUPERACAO OF SNAPSHOT-REGISTRO
               MOVE ZEROS          TO MGR-VL-PCLD OF SNAPSHOT-REGISTRO
               ADD  1                   TO WK-QT-RUBR-RCPR
               ADD  MGR-VL-AMTR OF SNAPSHOT-REGISTRO
                                        TO WK-VL-CAIXA-RCPR
           ELSE
               ADD  1                   TO WK-QT-RUBR-RVSA
               ADD  MGR-VL-PCLD OF SNAPSHOT-REGISTRO
                                        TO WK-VL-PCLD-RVSA
           END-IF

           WRITE SNAPSHOT-REGISTRO
           ADD  1                       TO WK-QT-GRAVADOS

           IF  WK-CASOU
               PERFORM 150000-LER-SNAPANT
           END-IF

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
           MOVE 'ARCP0655'              TO ARCSB629-CD-PGM-OPER
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
       420000-VERIFICAR-FORMALIZACAO SECTION.
      *-----------------------------------------------------------------
      *    A aplicacao esta formalizada quando o primeiro registro do
      *    FORMALIZ da conta gravado na data/hora da linha ou depois
      *    se refere a uma aplicacao nao posterior a ela (vide book
      *    ARCKFRML) e foi gravado ate o fim do mes de referencia.
      *    Formalizada em mes posterior ao da linha: o mes de entrada
      *    no retrato passa a ser o da formalizacao.

           SET  WK-FORMALIZADA          TO TRUE

           IF  WK-FRM-INDISPONIVEL
           OR  AUD-DT-PROC LESS CTE-DT-INI-FRML
               GO TO 420000-SAI
           END-IF

           SET  WK-NAO-FORMALIZADA      TO TRUE

           MOVE AUD-SG-SIS-OGM-OPR      TO FRM-SG-SIS-OGM-OPR
           MOVE AUD-NR-UNCO-CTR-OPR     TO FRM-NR-UNCO-CTR-OPR
           MOVE AUD-NR-EPRD-FNCD        TO FRM-NR-EPRD-FNCD
           MOVE AUD-NR-SCTR-OPR         TO FRM-NR-SCTR-OPR
           MOVE AUD-DT-PROC             TO FRM-DT-REG
           MOVE AUD-HR-PROC             TO FRM-HR-REG

           START FORMALIZ KEY NOT LESS FRM-CHAVE
           IF  WK-FS-FORMALIZ NOT EQUAL '00'
               GO TO 420000-SAI
           END-IF

           READ FORMALIZ NEXT
           IF  WK-FS-FORMALIZ NOT EQUAL '00'
               GO TO 420000-SAI
           END-IF

           IF  FRM-SG-SIS-OGM-OPR  NOT EQUAL AUD-SG-SIS-OGM-OPR
           OR  FRM-NR-UNCO-CTR-OPR NOT EQUAL AUD-NR-UNCO-CTR-OPR
           OR  FRM-NR-EPRD-FNCD    NOT EQUAL AUD-NR-EPRD-FNCD
           OR  FRM-NR-SCTR-OPR     NOT EQUAL AUD-NR-SCTR-OPR
               GO TO 420000-SAI
           END-IF

           IF  FRM-DT-APLC GREATER AUD-DT-PROC
           OR (FRM-DT-APLC EQUAL AUD-DT-PROC
           AND FRM-HR-APLC GREATER AUD-HR-PROC)
               GO TO 420000-SAI
           END-IF

           MOVE FRM-DT-REG              TO WK-DT-FRML
           IF  WK-DT-FRML-AAAAMM GREATER WK-AAAAMM-REF
               GO TO 420000-SAI
           END-IF

           SET  WK-FORMALIZADA          TO TRUE
           IF  WK-DT-FRML-AAAAMM GREATER WK-AAAAMM-LIB
               MOVE WK-DT-FRML-AAAAMM   TO WK-AAAAMM-LIB
           END-IF

           .
       420000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-MONTAR-RETRATO SECTION.
      *-----------------------------------------------------------------
      *    Situacao no fechamento e movimento do mes: aplicada ou
      *    cancelada pela data da propria linha; cumprida/descumprida
      *    pela mudanca desde o retrato anterior, ou pela aplicacao no
      *    mes quando a linha ainda nao estava nele. Cumprida ou
      *    descumprida de mes antigo ausente do retrato anterior nao
      *    tem data apuravel - sem movimento, contada no SYSOUT (fora
      *    do primeiro retrato). Linha formalizada depois do mes dela
      *    conta pelo mes da formalizacao (WK-AAAAMM-LIB, VRS003).

           MOVE SPACES                  TO SNAPSHOT-REGISTRO
           MOVE WK-CHAVE-LIN        TO MGR-CHAVE OF SNAPSHOT-REGISTRO
           MOVE WK-AAAAMM-REF
                               TO MGR-AAAAMM-REF OF SNAPSHOT-REGISTRO
           MOVE DTH-DATA        TO MGR-DT-SNAP OF SNAPSHOT-REGISTRO
           MOVE AUD-IC-SITC     TO MGR-IC-SITC OF SNAPSHOT-REGISTRO
           MOVE AUD-CD-GR-PRD-RSTD
                               TO MGR-CD-GR-PRD OF SNAPSHOT-REGISTRO
           MOVE AUD-CD-OPER     TO MGR-CD-OPER OF SNAPSHOT-REGISTRO
           IF  AUD-MODO-RECUPERACAO
               SET  MGR-RUBR-RECUPERACAO OF SNAPSHOT-REGISTRO TO TRUE
           ELSE
               SET  MGR-RUBR-REVERSAO OF SNAPSHOT-REGISTRO TO TRUE
           END-IF
           MOVE ZEROS           TO MGR-VL-ENTD OF SNAPSHOT-REGISTRO
           IF  AUD-VL-ENTD NUMERIC
               MOVE AUD-VL-ENTD TO MGR-VL-ENTD OF SNAPSHOT-REGISTRO
           END-IF

           IF  WK-CASOU
               MOVE MGR-IC-SITC OF SNAPANT-REGISTRO
                               TO MGR-IC-SITC-ANT OF SNAPSHOT-REGISTRO
           END-IF

           IF  WK-AAAAMM-LIB EQUAL WK-AAAAMM-REF
           AND NOT AUD-SITC-CANCELADA
               MOVE 'S'        TO MGR-IC-APLC-MES OF SNAPSHOT-REGISTRO
               ADD  1                   TO WK-QT-APLC-MES
           END-IF

           EVALUATE TRUE
               WHEN AUD-SITC-CANCELADA
                   IF  WK-DT-LIN-AAAAMM EQUAL WK-AAAAMM-REF
                       SET  MGR-MVTO-CANCELADA OF SNAPSHOT-REGISTRO
                                        TO TRUE
                   END-IF
               WHEN AUD-SITC-CUMPRIDA
               OR   AUD-SITC-DESCUMPRIDA
                   EVALUATE TRUE
                       WHEN WK-CASOU
                           IF  MGR-IC-SITC OF SNAPANT-REGISTRO
                               NOT EQUAL AUD-IC-SITC
                               MOVE AUD-IC-SITC
                                   TO MGR-IC-MVTO OF SNAPSHOT-REGISTRO
                           END-IF
                       WHEN WK-AAAAMM-LIB EQUAL WK-AAAAMM-REF
                           MOVE AUD-IC-SITC
                               TO MGR-IC-MVTO OF SNAPSHOT-REGISTRO
                       WHEN WK-ANT-VAZIO
                           CONTINUE
                       WHEN OTHER
                           ADD  1       TO WK-QT-SEM-DATA
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN MGR-MVTO-CUMPRIDA OF SNAPSHOT-REGISTRO
                   ADD  1               TO WK-QT-CMPR-MES
               WHEN MGR-MVTO-DESCUMPRIDA OF SNAPSHOT-REGISTRO
                   ADD  1               TO WK-QT-DESC-MES
               WHEN MGR-MVTO-CANCELADA OF SNAPSHOT-REGISTRO
                   ADD  1               TO WK-QT-CANC-MES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-CONGELAR-FAIXA SECTION.
      *-----------------------------------------------------------------
      *    Valores da faixa herdados do retrato anterior; linha nova
      *    (ou que nele estava com a faixa ausente) le o CADOPR agora e
      *    congela o que encontrar.

           IF  WK-CASOU
           AND NOT MGR-FXA-AUSENTE OF SNAPANT-REGISTRO
               MOVE MGR-VL-AMTR OF SNAPANT-REGISTRO
                                   TO MGR-VL-AMTR OF SNAPSHOT-REGISTRO
               MOVE MGR-VL-PCLD OF SNAPANT-REGISTRO
                                   TO MGR-VL-PCLD OF SNAPSHOT-REGISTRO
               MOVE MGR-DT-ORIG-FXA OF SNAPANT-REGISTRO
                               TO MGR-DT-ORIG-FXA OF SNAPSHOT-REGISTRO
               SET  MGR-FXA-RETRATO OF SNAPSHOT-REGISTRO TO TRUE
               ADD  1                   TO WK-QT-FXA-RETRATO
               GO TO 600000-SAI
           END-IF

           MOVE ZEROS              TO MGR-VL-AMTR OF SNAPSHOT-REGISTRO
                                      MGR-VL-PCLD OF SNAPSHOT-REGISTRO
           MOVE DTH-DATA       TO MGR-DT-ORIG-FXA OF SNAPSHOT-REGISTRO

           MOVE WK-LIN-SIS              TO CADOPR-SIS
           MOVE WK-LIN-OPR              TO CADOPR-OPR
           MOVE WK-LIN-EPRD             TO CADOPR-EPRD
           MOVE WK-LIN-SCTR             TO CADOPR-SCTR
           MOVE WK-LIN-FXA              TO CADOPR-FXA

           READ CADOPR
               INVALID KEY
                   SET  MGR-FXA-AUSENTE OF SNAPSHOT-REGISTRO TO TRUE
                   ADD  1               TO WK-QT-FXA-AUSENTE
               NOT INVALID KEY
                   SET  MGR-FXA-CADOPR OF SNAPSHOT-REGISTRO TO TRUE
                   ADD  1               TO WK-QT-FXA-CADOPR
                   IF  CADOPR-VL-AMTR NUMERIC
                       MOVE CADOPR-VL-AMTR
                                   TO MGR-VL-AMTR OF SNAPSHOT-REGISTRO
                   END-IF
                   IF  CADOPR-VL-PCLD NUMERIC
                       MOVE CADOPR-VL-PCLD
                                   TO MGR-VL-PCLD OF SNAPSHOT-REGISTRO
                   END-IF
           END-READ

           .
       600000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       950000-EXIBIR-TOTAIS SECTION.
      *-----------------------------------------------------------------

           DISPLAY CTE-PROG ' Retrato do mes ' WK-AAAAMM-REF
               ' tirado em ' DTH-DATA
           DISPLAY CTE-PROG ' AUDITORIA lidas: ' WK-QT-LIDOS
               ' Posteriores ao mes: ' WK-QT-POSTERIORES
               ' Sem formalizacao: ' WK-QT-SEM-FRML
               ' Gravadas no retrato: ' WK-QT-GRAVADOS
           DISPLAY CTE-PROG ' SNAPANT lidas: ' WK-QT-ANT-LIDOS
               ' Casadas: ' WK-QT-ANT-CASADOS
               ' Fora da AUDITORIA: ' WK-QT-ANT-AUSENTES
           DISPLAY CTE-PROG ' Aplicadas no mes: ' WK-QT-APLC-MES
               ' Cumpridas: ' WK-QT-CMPR-MES
               ' Descumpridas: ' WK-QT-DESC-MES
               ' Canceladas: ' WK-QT-CANC-MES
           DISPLAY CTE-PROG ' Faixa herdada: ' WK-QT-FXA-RETRATO
               ' Lida no CADOPR: ' WK-QT-FXA-CADOPR
               ' Ausente: ' WK-QT-FXA-AUSENTE
           MOVE WK-VL-PCLD-RVSA         TO DSP-VL
           MOVE WK-VL-CAIXA-RCPR        TO DSP-VL-2
           DISPLAY CTE-PROG ' Rubrica reversao de PCLD: '
               WK-QT-RUBR-RVSA ' linhas, PCLD ' DSP-VL
           DISPLAY CTE-PROG ' Rubrica recuperacao de prejuizo: '
               WK-QT-RUBR-RCPR ' linhas, caixa ' DSP-VL-2
           IF  WK-QT-SEM-DATA GREATER ZEROS
               DISPLAY CTE-PROG ' Cumpridas/descumpridas sem data'
                   ' apuravel (fora do retrato anterior): '
                   WK-QT-SEM-DATA
           END-IF

           .
       950000-SAI.
           EXIT.
