      *             ao longo do prazo, entao a posicao da vespera
      *             (RECEBIDO) e carregada antes do PAGTOS do dia e a
      *             posicao atualizada sai em RECNOVO, trocada pelo
      *             RECEBIDO vivo no passo seguinte do job. Pagamento
      *             atrasado
      *             que completa a entrada avanca a linha ja
      *             descumprida para cumprida - 'D' nao e terminal.
      *             A trilha nao guarda o cronograma de parcelas que o
      *             requisicao), entao o prazo limite e a data da
      *             aplicacao mais PARM-QT-DIAS-PRZ dias corridos
      *             (default 120, o alcance maximo de um cronograma
      *             de 4 parcelas mensais). A AUDITORIA e lida
      *             ordenada por conta; a situacao vem do AUDIHIST e
      *             so a proposta que muda e regravada nele (subrotina
      *             ARCSB629, com a transicao no SITTRANS).
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 02.09.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Proposta aplicada depois da
      *        reoferta automatica da conta (REOFERTA, book ARCKREOF,
      *        vide ARCP0654) tem prazo limite de 30 dias por parcela
      *        do maximo de parcelas da reoferta, em vez de
      *        PARM-QT-DIAS-PRZ. REOFERTA indisponivel: prazo comum.
      * VRS003 15.10.2026 - F8944859 - AUDIHIST passa a ser o registro
      *        oficial da situacao: a linha aplicada ou descumprida da
      *        AUDITORIA e conferida no espelho (ARCSB629 'C') e so a
      *        que muda e regravada no AUDIHIST (ARCSB629 'A', que
      *        grava a transicao no SITTRANS) - o AUDNOVA reordenado
      *        por conta deixa de existir. Linha ja cumprida ou
      *        descumprida por outra execucao vale como esta.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
               SELECT  RECNOVO    ASSIGN  TO  UT-S-RECNOVO.
               SELECT  AUDITORIA  ASSIGN  TO  UT-S-AUDITORIA.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD644.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.
               SELECT  REOFERTA   ASSIGN  TO  REOFERTA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  RFT-CHAVE
                       FILE STATUS   IS  WK-FS-REOFERTA.

      *-----------------------------------------------------------------
       DATA DIVISION.
       01  WKORD-REGISTRO.
-INC ARCKAUDT

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132

       01  RELATORIO-LINHA                 PIC  X(132).

      *    Ciclos de reoferta automatica (vide VRS002)
       FD  REOFERTA
           RECORD  160.

       01  REOFERTA-REGISTRO.
-INC ARCKREOF

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0644 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

       01  WK-FS-REOFERTA               PIC  X(02) VALUE SPACES.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
                                             VALUE ZEROS.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-ESPELHO            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FALHAS                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-AUDIHIST-SW               PIC  X(01) VALUE 'S'.
               88  WK-AUDV-DISPONIVEL                   VALUE 'S'.
               88  WK-AUDV-INDISPONIVEL                 VALUE 'N'.
           03  WK-IC-SITC-ANT               PIC  X(01).
           03  WK-IC-SITC-NOVA              PIC  X(01).
           03  WK-QT-CUMPRIDAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-DESCUMPRIDAS           PIC  9(09) COMP-5
           03  WK-QT-CMPR-ATRASO            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-DIAS-PRZ               PIC  9(03) VALUE 120.
           03  WK-QT-DIAS-PRZ-EFT           PIC  9(03).
           03  WK-REOFERTA-SW               PIC  X(01) VALUE 'S'.
               88  WK-RFT-DISPONIVEL                    VALUE 'S'.
               88  WK-RFT-INDISPONIVEL                  VALUE 'N'.
           03  WK-INT-HOJE                  PIC S9(09) COMP-5.
           03  WK-INT-LIMITE                PIC S9(09) COMP-5.

           03  WK-VL-RCBD-CTA               PIC S9(15)V99 COMP-3.
           03  WK-CTA-REPORTADA-SW          PIC  X(01).
               88  WK-CTA-REPORTADA         VALUE 'S'.
      *        Reoferta precificada da conta: aplicacao posterior a
      *        ela (instante data + hora, comparado como texto) e a
      *        aplicacao da reoferta
           03  WK-REOF-LIGADA-SW            PIC  X(01).
               88  WK-REOF-LIGADA           VALUE 'S'.
           03  WK-QT-DIAS-PRZ-RFT           PIC  9(03).
           03  WK-RFT-TEMPO-NOVA.
               05  WK-RFT-DT-NOVA           PIC  9(08).
               05  WK-RFT-HR-NOVA           PIC  9(06).
           03  WK-PROP-TEMPO.
               05  WK-PROP-DT               PIC  9(08).
               05  WK-PROP-HR               PIC  9(06).

      *    Promessas quebradas agregadas por negociador e por produto
       01  GRP-POR-OPER.

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.

       01  ARCSB629-DADOS.
-INC ARCKB629

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
               FUNCTION INTEGER-OF-DATE(DTH-DATA)
           END-COMPUTE

           OPEN OUTPUT RELATORIO

           OPEN INPUT REOFERTA
           IF  WK-FS-REOFERTA NOT EQUAL '00'
               SET  WK-RFT-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' REOFERTA indisponivel - FS: '
                   WK-FS-REOFERTA ' - prazo comum para todas'
           END-IF

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Conciliacao de Pagamentos - MotorPCLD - ' DTH-DATA
           PERFORM 800000-IMPRIMIR-AGREGADOS
           PERFORM 900000-IMPRIMIR-CONTROLE

           CLOSE RELATORIO
           IF  WK-RFT-DISPONIVEL
               CLOSE REOFERTA
           END-IF

           .
       000000-SAI.
               MOVE WK-CHAVE-CTA        TO WK-CHAVE-CTA-ANT
               MOVE 'N'                 TO WK-CTA-REPORTADA-SW
               PERFORM 450000-BUSCAR-RECEBIDO
               PERFORM 470000-BUSCAR-REOFERTA
           END-IF

      *    Interessam so as linhas gravadas aplicadas (ou ja
      *    descumpridas, vide VRS003); a situacao que vale e a do
      *    espelho.
           IF  NOT AUD-SITC-APLICADA
           AND NOT AUD-SITC-DESCUMPRIDA
               GO TO 400000-SAI
           END-IF

           IF  WK-AUDV-INDISPONIVEL
               GO TO 400000-SAI
           END-IF

           MOVE 'C'                     TO ARCSB629-CD-FUNC
           MOVE WKORD-REGISTRO          TO ARCSB629-AUDITORIA
           PERFORM 600000-CHAMAR-ARCSB629

           IF  ARCSB629-IN-SCS-ERRO
               GO TO 400000-SAI
           END-IF

           IF  ARCSB629-NAO-ACHOU
               ADD  1                   TO WK-QT-SEM-ESPELHO
               GO TO 400000-SAI
           END-IF

           MOVE ARCSB629-AUDITORIA      TO WKORD-REGISTRO
           MOVE AUD-IC-SITC             TO WK-IC-SITC-ANT
           MOVE AUD-IC-SITC             TO WK-IC-SITC-NOVA

           IF  AUD-SITC-APLICADA
               IF  WK-VL-RCBD-CTA NOT LESS AUD-VL-ENTD
                   MOVE 'C'             TO WK-IC-SITC-NOVA
               ELSE
                   MOVE WK-QT-DIAS-PRZ  TO WK-QT-DIAS-PRZ-EFT
                   MOVE AUD-DT-PROC     TO WK-PROP-DT
                   MOVE AUD-HR-PROC     TO WK-PROP-HR
                   IF  WK-REOF-LIGADA
                   AND WK-PROP-TEMPO GREATER WK-RFT-TEMPO-NOVA
                       MOVE WK-QT-DIAS-PRZ-RFT TO WK-QT-DIAS-PRZ-EFT
                   END-IF
                   COMPUTE WK-INT-LIMITE =
                       FUNCTION INTEGER-OF-DATE(AUD-DT-PROC)
                       + WK-QT-DIAS-PRZ-EFT
                   END-COMPUTE
                   IF  WK-INT-HOJE GREATER WK-INT-LIMITE
                       MOVE 'D'         TO WK-IC-SITC-NOVA
                   END-IF
               END-IF
           ELSE
      *        a entrada avanca a linha ja descumprida a cumprida.
               IF  AUD-SITC-DESCUMPRIDA
               AND WK-VL-RCBD-CTA NOT LESS AUD-VL-ENTD
                   MOVE 'C'             TO WK-IC-SITC-NOVA
               END-IF
           END-IF

           IF  WK-IC-SITC-NOVA EQUAL WK-IC-SITC-ANT
               GO TO 400000-SAI
           END-IF

      *    Regrava no AUDIHIST conferindo a situacao lida - outra
      *    execucao que ja mudou a linha prevalece.
           MOVE 'A'                     TO ARCSB629-CD-FUNC
           MOVE WK-IC-SITC-ANT          TO ARCSB629-IC-SITC-ANT
           MOVE WK-IC-SITC-NOVA         TO ARCSB629-IC-SITC-NOVA
           MOVE WKORD-REGISTRO          TO ARCSB629-AUDITORIA
           PERFORM 600000-CHAMAR-ARCSB629

           IF  ARCSB629-IN-SCS-ERRO
           OR  NOT ARCSB629-ACHOU
               GO TO 400000-SAI
           END-IF

           MOVE ARCSB629-AUDITORIA      TO WKORD-REGISTRO

           IF  AUD-SITC-CUMPRIDA
               ADD  1                   TO WK-QT-CUMPRIDAS
               IF  WK-IC-SITC-ANT EQUAL 'D'
                   ADD  1               TO WK-QT-CMPR-ATRASO
               END-IF
           ELSE
               ADD  1                   TO WK-QT-DESCUMPRIDAS
               PERFORM 500000-REPORTAR-QUEBRA
           END-IF

           .
       400000-SAI.
           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       470000-BUSCAR-REOFERTA SECTION.
      *-----------------------------------------------------------------
      *    Conta com reoferta ja precificada (ligada a proposta nova):
      *    o prazo da aplicacao da reoferta e 30 dias por parcela do
      *    maximo de parcelas dela (vide VRS002).

           MOVE 'N'                     TO WK-REOF-LIGADA-SW

           IF  WK-RFT-INDISPONIVEL
               GO TO 470000-SAI
           END-IF

           MOVE WK-CHAVE-CTA            TO RFT-CHAVE
           READ REOFERTA

           IF  WK-FS-REOFERTA NOT EQUAL '00'
           OR  RFT-DT-PROC-NOVA NOT NUMERIC
           OR  RFT-DT-PROC-NOVA EQUAL ZEROS
           OR  RFT-QT-PRC-MAX NOT NUMERIC
           OR  RFT-QT-PRC-MAX EQUAL ZEROS
               GO TO 470000-SAI
           END-IF

           SET  WK-REOF-LIGADA          TO TRUE
           MOVE RFT-DT-PROC-NOVA        TO WK-RFT-DT-NOVA
           MOVE RFT-HR-PROC-NOVA        TO WK-RFT-HR-NOVA
           COMPUTE WK-QT-DIAS-PRZ-RFT = 30 * RFT-QT-PRC-MAX

           .
       470000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-REPORTAR-QUEBRA SECTION.
      *-----------------------------------------------------------------
           .
       560000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-CHAMAR-ARCSB629 SECTION.
      *-----------------------------------------------------------------
      *    Falha de abertura do AUDIHIST ou do SITTRANS desliga a
      *    conciliacao das linhas seguintes - o passo fecha com RC 8;
      *    falha de uma linha so e contada.

           MOVE 'ARCP0644'              TO ARCSB629-CD-PGM-OPER
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
       600000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       850000-GRAVAR-RECEBIDO SECTION.
      *-----------------------------------------------------------------
           END-STRING
           WRITE RELATORIO-LINHA

           MOVE WK-QT-SEM-ESPELHO       TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Aplicadas sem espelho..: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA

           IF  WK-QT-FALHAS GREATER ZEROS
           OR  WK-AUDV-INDISPONIVEL
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  *** FALHA NA ATUALIZACAO DO AUDIHIST - VER'
                   ' SYSOUT ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
