      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCP0654
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Reoferta automatica das propostas descumpridas.
      *             Roda todo dia util depois da conciliacao ARCP0644
      *             (situacao no AUDIHIST). Percorre a AUDITORIA
      *             ordenada por conta e mantem o ciclo de cada conta
      *             no REOFERTA (book ARCKREOF): proposta aplicada que
      *             virou descumprida ('D') abre o ciclo em carencia
      *             por PARM-QT-DIAS-CRNC dias (default 30), com a
      *             politica mais rigida da reoferta - entrada minima
      *             igual a entrada quebrada acrescida de PARM-PC-ACRS
      *             (default 0,2500) e no maximo PARM-QT-PRC-MAX
      *             parcelas (default 2). Proposta quebrada que volta
      *             a cumprida (pagamento atrasado) antes da reoferta
      *             cancela o ciclo. Vencida a carencia, a conta sai
      *             como requisicao no REOFENT (layout do ENTRADA,
      *             concatenado ao ENTRADA da noite seguinte de
      *             ARCP0627, que precifica com a politica rigida e
      *             liga a nova proposta a quebrada). Proposta
      *             aplicada depois da reoferta e descumprida de novo
      *             leva a conta ao worklist de escaladas (ESCALADO,
      *             layout ARCKREJT, motivo 6 - concatenado ao
      *             ESCALADO de ARCP0627 na entrada de ARCP0641, que
      *             nunca a libera sozinho); cumprida encerra o ciclo.
      *             Emite o relatorio de controle dos eventos do dia.
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
       PROGRAM-ID. ARCP0654.
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
               SELECT  REOFERTA   ASSIGN  TO  REOFERTA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  RFT-CHAVE
                       FILE STATUS   IS  WK-FS-REOFERTA.
               SELECT  ATRIBUI    ASSIGN  TO  ATRIBUI
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  ATR-CHAVE
                       FILE STATUS   IS  WK-FS-ATRIBUI.
               SELECT  AUDITORIA  ASSIGN  TO  UT-S-AUDITORIA.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD654.
               SELECT  REOFENT    ASSIGN  TO  UT-S-REOFENT.
               SELECT  ESCALADO   ASSIGN  TO  UT-S-ESCALADO.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  REOFERTA
           RECORD  160.

       01  REOFERTA-REGISTRO.
-INC ARCKREOF

       FD  ATRIBUI
           RECORD  80.

       01  ATRIBUI-REGISTRO.
-INC ARCKATRB

       FD  AUDITORIA
           BLOCK 0 RECORDS
           RECORD  195
           RECORDING MODE IS F.

       01  AUDITORIA-REGISTRO              PIC  X(195).

       SD  WK-ORDENACAO
           RECORD  195.

       01  WKORD-REGISTRO.
-INC ARCKAUDT

      *    Requisicoes de reoferta - mesmo layout do ENTRADA de
      *    ARCP0627, concatenado a ele na noite seguinte
       FD  REOFENT
           BLOCK 0 RECORDS
           RECORD  43
           RECORDING MODE IS F.

       01  REOFENT-REGISTRO.
           03  REOFENT-SIS             PIC  X(03).
           03  FILLER                  PIC  X(01).
           03  REOFENT-OPR             PIC  9(17).
           03  FILLER                  PIC  X(01).
           03  REOFENT-EPRD            PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  REOFENT-SCTR            PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  REOFENT-CLI             PIC  9(09).

      *    Contas reincidentes - layout ARCKREJT, concatenado ao
      *    ESCALADO de ARCP0627 na entrada de ARCP0641
       FD  ESCALADO
           BLOCK 0 RECORDS
           RECORD  181
           RECORDING MODE IS F.

       01  ESCALADO-REGISTRO.
-INC ARCKREJT

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0654 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

      *    Conta emitida e ainda nao precificada (rejeitada na noite,
      *    por exemplo) volta ao REOFENT depois deste intervalo
       77  CTE-QT-DIAS-REEMIS           PIC  9(02) VALUE 7.

       01  WK-FS-REOFERTA               PIC  X(02) VALUE SPACES.
       01  WK-FS-ATRIBUI                PIC  X(02) VALUE SPACES.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-ORDENACAO-SW             PIC  X(01) VALUE 'N'.
               88  FIM-ORDENACAO                        VALUE 'S'.
           03  FIM-REOFERTA-SW              PIC  X(01) VALUE 'N'.
               88  FIM-REOFERTA                         VALUE 'S'.
           03  WK-ATRIBUI-SW                PIC  X(01) VALUE 'S'.
               88  WK-ATR-DISPONIVEL                    VALUE 'S'.
               88  WK-ATR-INDISPONIVEL                  VALUE 'N'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CONTAS                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ABERTAS                PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CANCELADAS             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CUMPRIDAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ESCALADAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-EMITIDAS               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-EM-CARENCIA            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-CLIENTE            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ERRO-RFT               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-DIAS-CRNC              PIC  9(03) VALUE 30.
           03  WK-PC-ACRS                   PIC  9(01)V9(4)
                                             VALUE 0,2500.
           03  WK-QT-PRC-MAX                PIC  9(01) VALUE 2.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  DTH-HORA                     PIC  9(06).
           03  FILLER                       PIC  X(07).

       01  GRP-DATAS.
           03  WK-INT-HOJE                  PIC S9(09) COMP-5.
           03  WK-INT-DATA                  PIC S9(09) COMP-5.
           03  WK-DT-ELEG                   PIC  9(08).
           03  WK-DT-REEMIS                 PIC  9(08).

       01  WK-CHAVE-CTA.
           03  WK-CTA-SIS                   PIC  X(03).
           03  WK-CTA-OPR                   PIC  9(17).
           03  WK-CTA-EPRD                  PIC  9(05).
           03  WK-CTA-SCTR                  PIC  9(05).

      *    Conta corrente do percurso ordenado e o que foi visto nela.
      *    Os instantes (data + hora da linha da AUDITORIA) comparam
      *    como texto - 14 digitos em ordem cronologica.
       01  GRP-CONTA.
           03  WK-CHAVE-CTA-ANT             PIC  X(30)
                                             VALUE HIGH-VALUES.
           03  WK-RFT-ACHOU-SW              PIC  X(01).
               88  WK-RFT-ACHOU                         VALUE 'S'.
               88  WK-RFT-NOVA                          VALUE 'N'.
           03  WK-TEM-D-SW                  PIC  X(01).
               88  WK-TEM-D                             VALUE 'S'.
           03  WK-REINCIDENTE-SW            PIC  X(01).
               88  WK-REINCIDENTE                       VALUE 'S'.
           03  WK-REOF-CUMPRIDA-SW          PIC  X(01).
               88  WK-REOF-CUMPRIDA                     VALUE 'S'.
           03  WK-SITC-ORIG                 PIC  X(01).
           03  WK-PROP-TEMPO.
               05  WK-PROP-DT               PIC  9(08).
               05  WK-PROP-HR               PIC  9(06).
           03  WK-PROP-TEMPO-ANT            PIC  X(14).
           03  WK-RFT-TEMPO-ORIG.
               05  WK-RFT-DT-ORIG           PIC  9(08).
               05  WK-RFT-HR-ORIG           PIC  9(06).
           03  WK-RFT-TEMPO-NOVA.
               05  WK-RFT-DT-NOVA           PIC  9(08).
               05  WK-RFT-HR-NOVA           PIC  9(06).
           03  WK-RFT-TEMPO-FECHO           PIC  X(14).
      *        Ultima proposta descumprida da conta
           03  WK-D-TEMPO.
               05  WK-D-DT                  PIC  9(08).
               05  WK-D-HR                  PIC  9(06).
           03  WK-D-VL-ENTD                 PIC  9(15)V99.
           03  WK-D-CD-OPER                 PIC  X(08).
      *        Aplicacao posterior a reoferta que foi descumprida
           03  WK-REINC-TEMPO.
               05  WK-REINC-DT              PIC  9(08).
               05  WK-REINC-HR              PIC  9(06).

       01  GRP-EVENTO.
           03  WK-TX-EVENTO                 PIC  X(09).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-VL                       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-2                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-PC                       PIC 9,9999.

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
           03  PARM-QT-DIAS-CRNC       PIC  9(03).
           03  PARM-PC-ACRS            PIC  9(01)V9(4).
           03  PARM-QT-PRC-MAX         PIC  9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           IF  PARM-QT-DIAS-CRNC NUMERIC
           AND PARM-QT-DIAS-CRNC GREATER ZEROS
               MOVE PARM-QT-DIAS-CRNC   TO WK-QT-DIAS-CRNC
           END-IF

           IF  PARM-PC-ACRS NUMERIC
           AND PARM-PC-ACRS GREATER ZEROS
               MOVE PARM-PC-ACRS        TO WK-PC-ACRS
           END-IF

           IF  PARM-QT-PRC-MAX NUMERIC
           AND PARM-QT-PRC-MAX GREATER ZEROS
           AND PARM-QT-PRC-MAX NOT GREATER 4
               MOVE PARM-QT-PRC-MAX     TO WK-QT-PRC-MAX
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC
           COMPUTE WK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(DTH-DATA)
           END-COMPUTE

      *    Fim da carencia de um ciclo aberto hoje e limite da
      *    reemissao de conta emitida e nao precificada
           COMPUTE WK-INT-DATA = WK-INT-HOJE + WK-QT-DIAS-CRNC
           COMPUTE WK-DT-ELEG =
               FUNCTION DATE-OF-INTEGER(WK-INT-DATA)
           END-COMPUTE
           COMPUTE WK-INT-DATA = WK-INT-HOJE - CTE-QT-DIAS-REEMIS
           COMPUTE WK-DT-REEMIS =
               FUNCTION DATE-OF-INTEGER(WK-INT-DATA)
           END-COMPUTE

           PERFORM 050000-ABRIR-ARQUIVOS

           SORT WK-ORDENACAO
               ON ASCENDING KEY AUD-SG-SIS-OGM-OPR
               ON ASCENDING KEY AUD-NR-UNCO-CTR-OPR
               ON ASCENDING KEY AUD-NR-EPRD-FNCD
               ON ASCENDING KEY AUD-NR-SCTR-OPR
               ON ASCENDING KEY AUD-DT-PROC
               ON ASCENDING KEY AUD-HR-PROC
               USING AUDITORIA
               OUTPUT PROCEDURE IS 300000-ACOMPANHAR-ORDENADO

           PERFORM 700000-EMITIR-ELEGIVEIS

           PERFORM 950000-IMPRIMIR-RODAPE

           PERFORM 000000-ENCERRAR

           .
       000000-ENCERRAR.
           CLOSE REOFERTA
           CLOSE REOFENT
           CLOSE ESCALADO
           CLOSE RELATORIO
           IF  WK-ATR-DISPONIVEL
               CLOSE ATRIBUI
           END-IF
           STOP RUN
           .
      *-----------------------------------------------------------------
       050000-ABRIR-ARQUIVOS SECTION.
      *-----------------------------------------------------------------
      *    REOFERTA indisponivel: nada a fazer - RC 8. ATRIBUI
      *    indisponivel: o ciclo abre sem cliente e a conta fica
      *    retida (sem lote possivel no ARCP0627) ate ele voltar.

           OPEN OUTPUT REOFENT
           OPEN OUTPUT ESCALADO
           OPEN OUTPUT RELATORIO

           OPEN I-O REOFERTA
           IF  WK-FS-REOFERTA NOT EQUAL '00'
               DISPLAY CTE-PROG ' Falha na abertura do REOFERTA - FS: '
                   WK-FS-REOFERTA
               MOVE 8                   TO RETURN-CODE
               PERFORM 000000-ENCERRAR
           END-IF

           OPEN INPUT ATRIBUI
           IF  WK-FS-ATRIBUI NOT EQUAL '00'
               SET  WK-ATR-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' ATRIBUI indisponivel - FS: '
                   WK-FS-ATRIBUI ' - contas novas retidas sem cliente'
               MOVE 4                   TO RETURN-CODE
           END-IF

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-ACOMPANHAR-ORDENADO SECTION.
      *-----------------------------------------------------------------

           PERFORM UNTIL FIM-ORDENACAO
               RETURN WK-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
                   NOT AT END
                       PERFORM 400000-TRATAR-LINHA
               END-RETURN
           END-PERFORM

      *    Decide a ultima conta do arquivo
           IF  WK-CHAVE-CTA-ANT NOT EQUAL HIGH-VALUES
               PERFORM 500000-DECIDIR-CONTA
           END-IF

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-TRATAR-LINHA SECTION.
      *-----------------------------------------------------------------
      *    Acumula o que interessa ao ciclo da conta: a ultima
      *    proposta descumprida, a situacao atual da proposta que
      *    abriu o ciclo e, com a reoferta ja precificada, o
      *    desfecho das aplicacoes posteriores a ela. Uma proposta
      *    sao as linhas da conta com a mesma data/hora; so a
      *    primeira e tratada.

           ADD  1                       TO WK-QT-LIDOS

           PERFORM 410000-CONSULTAR-ESPELHO

           MOVE AUD-SG-SIS-OGM-OPR      TO WK-CTA-SIS
           MOVE AUD-NR-UNCO-CTR-OPR     TO WK-CTA-OPR
           MOVE AUD-NR-EPRD-FNCD        TO WK-CTA-EPRD
           MOVE AUD-NR-SCTR-OPR         TO WK-CTA-SCTR

           IF  WK-CHAVE-CTA NOT EQUAL WK-CHAVE-CTA-ANT
               IF  WK-CHAVE-CTA-ANT NOT EQUAL HIGH-VALUES
                   PERFORM 500000-DECIDIR-CONTA
               END-IF
               MOVE WK-CHAVE-CTA        TO WK-CHAVE-CTA-ANT
               PERFORM 420000-INICIAR-CONTA
           END-IF

           IF  NOT AUD-SITC-APLICADA
           AND NOT AUD-SITC-CUMPRIDA
           AND NOT AUD-SITC-DESCUMPRIDA
               GO TO 400000-SAI
           END-IF

           MOVE AUD-DT-PROC             TO WK-PROP-DT
           MOVE AUD-HR-PROC             TO WK-PROP-HR

           IF  WK-PROP-TEMPO EQUAL WK-PROP-TEMPO-ANT
               GO TO 400000-SAI
           END-IF
           MOVE WK-PROP-TEMPO           TO WK-PROP-TEMPO-ANT

           IF  AUD-SITC-DESCUMPRIDA
               SET  WK-TEM-D            TO TRUE
               MOVE WK-PROP-TEMPO       TO WK-D-TEMPO
               MOVE AUD-VL-ENTD         TO WK-D-VL-ENTD
               MOVE AUD-CD-OPER         TO WK-D-CD-OPER
           END-IF

           IF  NOT WK-RFT-ACHOU
               GO TO 400000-SAI
           END-IF

           IF  WK-PROP-TEMPO EQUAL WK-RFT-TEMPO-ORIG
               MOVE AUD-IC-SITC         TO WK-SITC-ORIG
           END-IF

           IF  RFT-SITC-OFERTADA
           AND WK-PROP-TEMPO GREATER WK-RFT-TEMPO-NOVA
               IF  AUD-SITC-DESCUMPRIDA
               AND NOT WK-REINCIDENTE
                   SET  WK-REINCIDENTE  TO TRUE
                   MOVE WK-PROP-TEMPO   TO WK-REINC-TEMPO
               END-IF
               IF  AUD-SITC-CUMPRIDA
                   SET  WK-REOF-CUMPRIDA TO TRUE
               END-IF
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
           MOVE 'ARCP0654'              TO ARCSB629-CD-PGM-OPER
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
       420000-INICIAR-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Le o ciclo da conta no REOFERTA - o registro fica na area
      *    do arquivo ate a decisao da conta (500000).

           ADD  1                       TO WK-QT-CONTAS

           MOVE 'N'                     TO WK-TEM-D-SW
           MOVE 'N'                     TO WK-REINCIDENTE-SW
           MOVE 'N'                     TO WK-REOF-CUMPRIDA-SW
           MOVE SPACE                   TO WK-SITC-ORIG
           MOVE SPACES                  TO WK-PROP-TEMPO-ANT
           MOVE ZEROS                   TO WK-D-TEMPO
           MOVE ZEROS                   TO WK-REINC-TEMPO

           MOVE WK-CHAVE-CTA            TO RFT-CHAVE
           READ REOFERTA

           IF  WK-FS-REOFERTA EQUAL '00'
               SET  WK-RFT-ACHOU        TO TRUE
               MOVE RFT-DT-PROC-ORIG    TO WK-RFT-DT-ORIG
               MOVE RFT-HR-PROC-ORIG    TO WK-RFT-HR-ORIG
               MOVE RFT-DT-PROC-NOVA    TO WK-RFT-DT-NOVA
               MOVE RFT-HR-PROC-NOVA    TO WK-RFT-HR-NOVA
           ELSE
               SET  WK-RFT-NOVA         TO TRUE
               MOVE ZEROS               TO WK-RFT-TEMPO-ORIG
               MOVE ZEROS               TO WK-RFT-TEMPO-NOVA
           END-IF

           .
       420000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-DECIDIR-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Sem ciclo: descumprida abre um. Em carencia ou emitida:
      *    quebrada regularizada cancela. Ofertada: aplicacao
      *    posterior descumprida escala, cumprida encerra. Ciclo
      *    encerrado (cumprida ou cancelada) reabre com descumprida
      *    posterior a ele. Escalada aguarda o tratamento manual.

           IF  NOT WK-RFT-ACHOU
               IF  WK-TEM-D
                   PERFORM 510000-ABRIR-CICLO
               END-IF
               GO TO 500000-SAI
           END-IF

           EVALUATE TRUE
               WHEN RFT-SITC-PENDENTE
               WHEN RFT-SITC-EMITIDA
                   IF  WK-SITC-ORIG EQUAL 'C'
                       SET  RFT-SITC-CANCELADA TO TRUE
                       MOVE DTH-DATA    TO RFT-DT-ATLZ
                       PERFORM 560000-REGRAVAR-REOFERTA
                       ADD  1           TO WK-QT-CANCELADAS
                       MOVE 'CANCELADA' TO WK-TX-EVENTO
                       PERFORM 800000-REPORTAR-EVENTO
                   END-IF
               WHEN RFT-SITC-OFERTADA
                   IF  WK-REINCIDENTE
                       PERFORM 530000-ESCALAR-CONTA
                   ELSE
                       IF  WK-REOF-CUMPRIDA
                           SET  RFT-SITC-CUMPRIDA TO TRUE
                           MOVE DTH-DATA TO RFT-DT-ATLZ
                           PERFORM 560000-REGRAVAR-REOFERTA
                           ADD  1       TO WK-QT-CUMPRIDAS
                           MOVE 'CUMPRIDA' TO WK-TX-EVENTO
                           PERFORM 800000-REPORTAR-EVENTO
                       END-IF
                   END-IF
               WHEN RFT-SITC-CUMPRIDA
               WHEN RFT-SITC-CANCELADA
                   MOVE WK-RFT-TEMPO-ORIG TO WK-RFT-TEMPO-FECHO
                   IF  WK-RFT-TEMPO-NOVA GREATER WK-RFT-TEMPO-FECHO
                       MOVE WK-RFT-TEMPO-NOVA TO WK-RFT-TEMPO-FECHO
                   END-IF
                   IF  WK-TEM-D
                   AND WK-D-TEMPO GREATER WK-RFT-TEMPO-FECHO
                       PERFORM 510000-ABRIR-CICLO
                   END-IF
           END-EVALUATE

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       510000-ABRIR-CICLO SECTION.
      *-----------------------------------------------------------------
      *    Ciclo novo em carencia a partir da ultima descumprida da
      *    conta: entrada minima acrescida, parcelas limitadas e o
      *    cliente do ATRIBUI para o lote do ARCP0627.

           MOVE SPACES                  TO REOFERTA-REGISTRO
           MOVE WK-CHAVE-CTA            TO RFT-CHAVE
           PERFORM 520000-BUSCAR-CLIENTE
           SET  RFT-SITC-PENDENTE       TO TRUE
           MOVE 1                       TO RFT-NR-CICLO
           MOVE WK-D-DT                 TO RFT-DT-PROC-ORIG
           MOVE WK-D-HR                 TO RFT-HR-PROC-ORIG
           MOVE WK-D-VL-ENTD            TO RFT-VL-ENTD-ORIG
           MOVE WK-D-CD-OPER            TO RFT-CD-OPER-ORIG
           MOVE DTH-DATA                TO RFT-DT-DCMP
           MOVE WK-DT-ELEG              TO RFT-DT-ELEG
           COMPUTE RFT-VL-ENTD-MIN ROUNDED =
               WK-D-VL-ENTD * (1 + WK-PC-ACRS)
           END-COMPUTE
           MOVE WK-QT-PRC-MAX           TO RFT-QT-PRC-MAX
           MOVE ZEROS                   TO RFT-DT-EMIS
           MOVE ZEROS                   TO RFT-DT-PROC-NOVA
           MOVE ZEROS                   TO RFT-HR-PROC-NOVA
           MOVE DTH-DATA                TO RFT-DT-ATLZ

           IF  WK-RFT-ACHOU
               PERFORM 560000-REGRAVAR-REOFERTA
           ELSE
               WRITE REOFERTA-REGISTRO
               IF  WK-FS-REOFERTA NOT EQUAL '00'
                   ADD  1               TO WK-QT-ERRO-RFT
                   DISPLAY CTE-PROG ' WRITE REOFERTA - FS: '
                       WK-FS-REOFERTA ' - ' RFT-CHAVE
                   MOVE 8               TO RETURN-CODE
                   GO TO 510000-SAI
               END-IF
           END-IF

           ADD  1                       TO WK-QT-ABERTAS
           MOVE 'ABERTA'                TO WK-TX-EVENTO
           PERFORM 800000-REPORTAR-EVENTO

           .
       510000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       520000-BUSCAR-CLIENTE SECTION.
      *-----------------------------------------------------------------
      *    Cliente da conta na linha 'C' do ATRIBUI; sem linha, zeros
      *    (a conta fica retida na emissao ate o cliente aparecer).

           MOVE ZEROS                   TO RFT-NR-CLI

           IF  WK-ATR-INDISPONIVEL
               GO TO 520000-SAI
           END-IF

           SET  ATR-TIPO-CONTA          TO TRUE
           MOVE RFT-CHAVE               TO ATR-ID-CONTA

           READ ATRIBUI
               INVALID KEY
                   GO TO 520000-SAI
           END-READ

           IF  ATR-NR-CLI NUMERIC
               MOVE ATR-NR-CLI          TO RFT-NR-CLI
           END-IF

           .
       520000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       530000-ESCALAR-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Segundo descumprimento: a conta sai do ciclo automatico e
      *    vai ao worklist de escaladas com motivo proprio (6) - a
      *    contagem e o ciclo, desde a data do primeiro
      *    descumprimento.

           ADD  1                       TO RFT-NR-CICLO
           SET  RFT-SITC-ESCALADA       TO TRUE
           MOVE DTH-DATA                TO RFT-DT-ATLZ
           PERFORM 560000-REGRAVAR-REOFERTA

           MOVE SPACES                  TO ESCALADO-REGISTRO
           MOVE RFT-SG-SIS-OGM-OPR      TO REJ-SIS
           MOVE RFT-NR-UNCO-CTR-OPR     TO REJ-OPR
           MOVE RFT-NR-EPRD-FNCD        TO REJ-EPRD
           MOVE RFT-NR-SCTR-OPR         TO REJ-SCTR
           MOVE RFT-NR-CLI              TO REJ-CLI
           SET  REJ-MTV-REINCIDENCIA    TO TRUE
           STRING
               'Reincidencia: proposta aplicada em ' WK-REINC-DT
               ' descumprida apos a reoferta de ' RFT-DT-PROC-NOVA
               ' (quebra original ' RFT-DT-PROC-ORIG ')'
               DELIMITED BY SIZE INTO REJ-TX-ERRO
           END-STRING
           MOVE RFT-NR-CICLO            TO REJ-QT-RJCO
           MOVE RFT-DT-DCMP             TO REJ-DT-PRIM-RJCO

           WRITE ESCALADO-REGISTRO

           ADD  1                       TO WK-QT-ESCALADAS
           MOVE 'ESCALADA'              TO WK-TX-EVENTO
           PERFORM 800000-REPORTAR-EVENTO

           .
       530000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       560000-REGRAVAR-REOFERTA SECTION.
      *-----------------------------------------------------------------

           REWRITE REOFERTA-REGISTRO

           IF  WK-FS-REOFERTA NOT EQUAL '00'
               ADD  1                   TO WK-QT-ERRO-RFT
               DISPLAY CTE-PROG ' REWRITE REOFERTA - FS: '
                   WK-FS-REOFERTA ' - ' RFT-CHAVE
               MOVE 8                   TO RETURN-CODE
           END-IF

           .
       560000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-EMITIR-ELEGIVEIS SECTION.
      *-----------------------------------------------------------------
      *    Percorre o REOFERTA inteiro: ciclo em carencia vencida - ou
      *    emitido ha mais de CTE-QT-DIAS-REEMIS dias sem ter sido
      *    precificado - sai como requisicao no REOFENT. Conta sem
      *    cliente tenta o ATRIBUI de novo; sem ele, fica retida.

           MOVE LOW-VALUES              TO RFT-CHAVE

           START REOFERTA KEY NOT LESS RFT-CHAVE

           IF  WK-FS-REOFERTA NOT EQUAL '00'
               GO TO 700000-SAI
           END-IF

           PERFORM UNTIL FIM-REOFERTA
               READ REOFERTA NEXT
               IF  WK-FS-REOFERTA NOT EQUAL '00'
                   SET  FIM-REOFERTA    TO TRUE
               ELSE
                   PERFORM 750000-AVALIAR-EMISSAO
               END-IF
           END-PERFORM

           .
       700000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       750000-AVALIAR-EMISSAO SECTION.
      *-----------------------------------------------------------------

           IF  NOT RFT-SITC-PENDENTE
           AND NOT RFT-SITC-EMITIDA
               GO TO 750000-SAI
           END-IF

           IF  RFT-SITC-PENDENTE
           AND RFT-DT-ELEG GREATER DTH-DATA
               ADD  1                   TO WK-QT-EM-CARENCIA
               GO TO 750000-SAI
           END-IF

           IF  RFT-SITC-EMITIDA
           AND RFT-DT-EMIS GREATER WK-DT-REEMIS
               GO TO 750000-SAI
           END-IF

           IF  RFT-NR-CLI EQUAL ZEROS
               PERFORM 520000-BUSCAR-CLIENTE
           END-IF

           IF  RFT-NR-CLI EQUAL ZEROS
               ADD  1                   TO WK-QT-SEM-CLIENTE
               MOVE 'SEM CLI'           TO WK-TX-EVENTO
               PERFORM 800000-REPORTAR-EVENTO
               GO TO 750000-SAI
           END-IF

           MOVE SPACES                  TO REOFENT-REGISTRO
           MOVE RFT-SG-SIS-OGM-OPR      TO REOFENT-SIS
           MOVE RFT-NR-UNCO-CTR-OPR     TO REOFENT-OPR
           MOVE RFT-NR-EPRD-FNCD        TO REOFENT-EPRD
           MOVE RFT-NR-SCTR-OPR         TO REOFENT-SCTR
           MOVE RFT-NR-CLI              TO REOFENT-CLI
           WRITE REOFENT-REGISTRO

           SET  RFT-SITC-EMITIDA        TO TRUE
           MOVE DTH-DATA                TO RFT-DT-EMIS
           MOVE DTH-DATA                TO RFT-DT-ATLZ
           PERFORM 560000-REGRAVAR-REOFERTA

           ADD  1                       TO WK-QT-EMITIDAS
           MOVE 'EMITIDA'               TO WK-TX-EVENTO
           PERFORM 800000-REPORTAR-EVENTO

           .
       750000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       800000-REPORTAR-EVENTO SECTION.
      *-----------------------------------------------------------------
      *    Uma linha por evento do ciclo, com a politica da reoferta

           MOVE RFT-VL-ENTD-ORIG        TO DSP-VL
           MOVE RFT-VL-ENTD-MIN         TO DSP-VL-2
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               WK-TX-EVENTO ' '
               RFT-SG-SIS-OGM-OPR '/' RFT-NR-UNCO-CTR-OPR '/'
               RFT-NR-EPRD-FNCD '/' RFT-NR-SCTR-OPR
               ' ' RFT-NR-CLI
               ' ' RFT-DT-PROC-ORIG
               ' ' DSP-VL
               ' ' DSP-VL-2
               ' ' RFT-QT-PRC-MAX
               ' ' RFT-DT-ELEG
               ' ' RFT-NR-CICLO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

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
       910000-IMPRIMIR-CABECALHO SECTION.
      *-----------------------------------------------------------------

           ADD  1                       TO WK-NR-PAG
           MOVE WK-NR-PAG                TO DSP-NR-PAG
           MOVE ZEROS                   TO WK-NR-LINHA

           MOVE RELATORIO-LINHA         TO WK-LINHA-SALVA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Reoferta Automatica de Propostas Descumpridas -'
               ' MotorPCLD - ' DTH-DATA
               '               Pagina: ' DSP-NR-PAG
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Evento    Conta                             '
               'Cliente   Quebra   '
               '  Entrada quebrada '
               '    Entrada minima P Elegivel Ci'
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

           MOVE WK-PC-ACRS              TO DSP-PC
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Politica: carencia ' WK-QT-DIAS-CRNC
               ' dias   acrescimo na entrada ' DSP-PC
               '   parcelas no maximo ' WK-QT-PRC-MAX
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

           MOVE WK-QT-CONTAS            TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Contas.................: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-ABERTAS           TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Ciclos abertos.........: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-CANCELADAS        TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Cancelados (regulariz.): ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-EM-CARENCIA       TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Em carencia............: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-EMITIDAS          TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Emitidas no REOFENT....: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-SEM-CLIENTE       TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Retidas sem cliente....: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-CUMPRIDAS         TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Reofertas cumpridas....: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-ESCALADAS         TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Escaladas (reincidenc.).: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  WK-QT-ERRO-RFT GREATER ZEROS
               MOVE WK-QT-ERRO-RFT      TO DSP-QT
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  *** FALHAS DE GRAVACAO NO REOFERTA: '
                   DSP-QT ' ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           DISPLAY CTE-PROG ' Abertos: ' WK-QT-ABERTAS
               ' Emitidas: ' WK-QT-EMITIDAS
               ' Escaladas: ' WK-QT-ESCALADAS

           .
       950000-SAI.
           EXIT.
