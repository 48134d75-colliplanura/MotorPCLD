      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCP0651
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Distribuicao noturna da carteira entre os
      *             negociadores. Le a AUDITORIA ordenada por conta
      *             (proposta mais recente primeiro) e, para cada
      *             conta, procura o dono no ATRIBUI (book ARCKATRB):
      *             conta ja atribuida segue com o dono; conta nova de
      *             cliente ja atribuido herda o dono do cliente;
      *             cliente sem dono cuja conta foi precificada nesta
      *             noite e atribuido ao negociador ativo do NEGOCIA
      *             (book ARCKNEGC) que atua no grupo de produto da
      *             proposta e tem a menor ocupacao da capacidade -
      *             quem esta no limite nao recebe. O cliente da conta
      *             vem do ENTRADA da noite (a AUDITORIA so tem a
      *             conta), casado por conta depois de ordenado. Em
      *             seguida recarrega a fila por negociador FILANEG
      *             (book ARCKFILA) com as propostas abertas e
      *             pendentes ainda validas das contas com dono, lida
      *             pela transacao ARCT0636. Emite o relatorio das
      *             atribuicoes da noite, dos clientes que ficaram sem
      *             negociador e o quadro de carga por negociador.
      *             Roda depois da carga ARCP0636; so le a AUDITORIA.
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
       PROGRAM-ID. ARCP0651.
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
               SELECT  NEGOCIA    ASSIGN  TO  NEGOCIA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  NGC-CD-OPER
                       FILE STATUS   IS  WK-FS-NEGOCIA.
               SELECT  ATRIBUI    ASSIGN  TO  ATRIBUI
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  ATR-CHAVE
                       FILE STATUS   IS  WK-FS-ATRIBUI.
               SELECT  FILANEG    ASSIGN  TO  FILANEG
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  FIL-CHAVE
                       FILE STATUS   IS  WK-FS-FILANEG.
               SELECT  ENTRADA    ASSIGN  TO  UT-S-ENTRADA.
               SELECT  ENTORD     ASSIGN  TO  UT-S-ENTORD.
               SELECT  WK-ORDENT  ASSIGN  TO  UT-S-WKENT651.
               SELECT  AUDITORIA  ASSIGN  TO  UT-S-AUDITORIA.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD651.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  NEGOCIA
           RECORD  80.

       01  NEGOCIA-REGISTRO.
-INC ARCKNEGC

       FD  ATRIBUI
           RECORD  80.

       01  ATRIBUI-REGISTRO.
-INC ARCKATRB

       FD  FILANEG
           RECORD  100.

       01  FILANEG-REGISTRO.
-INC ARCKFILA

       FD  ENTRADA
           BLOCK 0 RECORDS
           RECORD  43
           RECORDING MODE IS F.

       01  ENTRADA-REGISTRO                PIC  X(43).

      *    ENTRADA ordenado por conta, para o casamento com a
      *    AUDITORIA ordenada
       FD  ENTORD
           BLOCK 0 RECORDS
           RECORD  43
           RECORDING MODE IS F.

       01  ENTORD-REGISTRO.
           03  ENTORD-CHAVE.
               05  ENTORD-SIS          PIC  X(03).
               05  FILLER              PIC  X(01).
               05  ENTORD-OPR          PIC  9(17).
               05  FILLER              PIC  X(01).
               05  ENTORD-EPRD         PIC  9(05).
               05  FILLER              PIC  X(01).
               05  ENTORD-SCTR         PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  ENTORD-CLI              PIC  9(09).

       SD  WK-ORDENT
           RECORD  43.

       01  WKENT-REGISTRO.
           03  WKENT-SIS               PIC  X(03).
           03  FILLER                  PIC  X(01).
           03  WKENT-OPR               PIC  9(17).
           03  FILLER                  PIC  X(01).
           03  WKENT-EPRD              PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  WKENT-SCTR              PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  WKENT-CLI               PIC  9(09).

       FD  AUDITORIA
           BLOCK 0 RECORDS
           RECORD  195
           RECORDING MODE IS F.

       01  AUDITORIA-REGISTRO              PIC  X(195).

      *    Ordenado por conta e, dentro da conta, da proposta mais
      *    recente para a mais antiga - a primeira linha de cada conta
      *    e a que decide o grupo de produto da atribuicao.
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
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0651 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

       01  WK-FS-NEGOCIA                PIC  X(02) VALUE SPACES.
       01  WK-FS-ATRIBUI                PIC  X(02) VALUE SPACES.
       01  WK-FS-FILANEG                PIC  X(02) VALUE SPACES.

      *    Negociadores do NEGOCIA com a carteira de clientes de cada
      *    um (busca linear, teto de 500 - mesma ordem de grandeza do
      *    quadro por negociador de ARCP0644).
       01  GRP-NEGOCIADORES.
           03  WK-QT-NG                     PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-NG                        PIC  9(04) COMP-5.
           03  IX-NG-ACHOU                  PIC  9(04) COMP-5.
           03  IX-GR                        PIC  9(04) COMP-5.
           03  WK-CD-NGCD-BUSCA             PIC  X(08).
           03  WK-NG-CHEIO-SW               PIC  X(01) VALUE 'N'.
               88  WK-NG-CHEIO-AVSD         VALUE 'S'.
           03  WK-TB-NG OCCURS 500 TIMES.
               05  WK-NG-CD                 PIC  X(08).
               05  WK-NG-EQP                PIC  X(04).
               05  WK-NG-CPCD               PIC  9(05).
               05  WK-NG-SITC               PIC  X(01).
               05  WK-NG-QT-GR              PIC  9(02).
               05  WK-NG-GR OCCURS 10 TIMES PIC  9(04).
               05  WK-NG-QT-CART-ANT        PIC S9(09) COMP-5.
               05  WK-NG-QT-ATRB-DIA        PIC S9(09) COMP-5.
               05  WK-NG-QT-FILA            PIC S9(09) COMP-5.

      *    Escolha do negociador - menor ocupacao em decimos de
      *    por cento da capacidade
       01  GRP-ESCOLHA.
           03  WK-PC-OCUP                   PIC S9(09) COMP-5.
           03  WK-PC-OCUP-MENOR             PIC S9(09) COMP-5.
           03  WK-HABILITADO-SW             PIC  X(01).
               88  WK-HABILITADO            VALUE 'S'.

       01  WK-CHAVE-CTA.
           03  WK-CTA-SIS                   PIC  X(03).
           03  WK-CTA-OPR                   PIC  9(17).
           03  WK-CTA-EPRD                  PIC  9(05).
           03  WK-CTA-SCTR                  PIC  9(05).

      *    Mesma conta no leiaute do ENTRADA, para a comparacao com a
      *    chave do ENTORD
       01  WK-CHAVE-ENT.
           03  WK-ENT-SIS                   PIC  X(03).
           03  FILLER                       PIC  X(01) VALUE SPACE.
           03  WK-ENT-OPR                   PIC  9(17).
           03  FILLER                       PIC  X(01) VALUE SPACE.
           03  WK-ENT-EPRD                  PIC  9(05).
           03  FILLER                       PIC  X(01) VALUE SPACE.
           03  WK-ENT-SCTR                  PIC  9(05).

      *    Dono da conta corrente do percurso ordenado
       01  GRP-CONTA.
           03  WK-CHAVE-CTA-ANT             PIC  X(30)
                                             VALUE HIGH-VALUES.
           03  WK-NR-CLI-CTA                PIC  9(09).
           03  WK-DONO-SW                   PIC  X(01).
               88  WK-DONO-ACHADO           VALUE 'S'.
               88  WK-DONO-AUSENTE          VALUE 'N'.
           03  WK-CD-NGCD-CTA               PIC  X(08).
           03  WK-CD-EQP-CTA                PIC  X(04).

       01  GRP-PROPOSTA.
           03  WK-CHAVE-PRP.
               05  WK-PRP-CTA               PIC  X(30).
               05  WK-PRP-DT                PIC  9(08).
               05  WK-PRP-HR                PIC  9(06).
           03  WK-CHAVE-PRP-ANT             PIC  X(44)
                                             VALUE HIGH-VALUES.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-ORDENACAO-SW             PIC  X(01) VALUE 'N'.
               88  FIM-ORDENACAO                        VALUE 'S'.
           03  FIM-NEGOCIA-SW               PIC  X(01) VALUE 'N'.
               88  FIM-NEGOCIA                          VALUE 'S'.
           03  FIM-ATRIBUI-SW               PIC  X(01) VALUE 'N'.
               88  FIM-ATRIBUI                          VALUE 'S'.
           03  FIM-ENTORD-SW                PIC  X(01) VALUE 'N'.
               88  FIM-ENTORD                           VALUE 'S'.
           03  WK-NEGOCIA-SW                PIC  X(01) VALUE 'S'.
               88  WK-NGC-DISPONIVEL                    VALUE 'S'.
               88  WK-NGC-INDISPONIVEL                  VALUE 'N'.
           03  WK-ATRIBUI-SW                PIC  X(01) VALUE 'S'.
               88  WK-ATR-DISPONIVEL                    VALUE 'S'.
               88  WK-ATR-INDISPONIVEL                  VALUE 'N'.
           03  WK-FILANEG-SW                PIC  X(01) VALUE 'S'.
               88  WK-FIL-DISPONIVEL                    VALUE 'S'.
               88  WK-FIL-INDISPONIVEL                  VALUE 'N'.
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
           03  WK-QT-COM-DONO               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-HERDADAS               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ATRIBUIDOS             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-CLIENTE            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SEM-NEGOCIADOR         PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FILA                   PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ERRO-GRAVACAO          PIC  9(09) COMP-5
                                             VALUE ZEROS.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  FILLER                       PIC  X(13).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-2                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-3                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-CPCD                  PIC ZZ.ZZ9.
           03  DSP-QT-ANT                   PIC ZZ.ZZ9.
           03  DSP-QT-DIA                   PIC ZZ.ZZ9.
           03  DSP-QT-ATU                   PIC ZZ.ZZ9.
           03  DSP-QT-FILA                  PIC ZZ.ZZ9.

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
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC

           OPEN OUTPUT RELATORIO

           PERFORM 050000-CARREGAR-NEGOCIADORES
           PERFORM 060000-CONTAR-CARTEIRAS

           IF  WK-ATR-INDISPONIVEL
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  *** ATRIBUI INDISPONIVEL - NADA DISTRIBUIDO E'
                   ' FILA NAO RECARREGADA ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               CLOSE RELATORIO
               GO TO 000000-SAI
           END-IF

           SORT WK-ORDENT
               ON ASCENDING KEY WKENT-SIS
               ON ASCENDING KEY WKENT-OPR
               ON ASCENDING KEY WKENT-EPRD
               ON ASCENDING KEY WKENT-SCTR
               USING ENTRADA
               GIVING ENTORD

           OPEN INPUT ENTORD
           PERFORM 150000-LER-ENTORD

           OPEN OUTPUT FILANEG
           IF  WK-FS-FILANEG NOT EQUAL '00'
               SET  WK-FIL-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' FILANEG indisponivel - FS: '
                   WK-FS-FILANEG ' - fila nao recarregada'
               MOVE 8                   TO RETURN-CODE
           END-IF

           SORT WK-ORDENACAO
               ON ASCENDING KEY AUD-SG-SIS-OGM-OPR
               ON ASCENDING KEY AUD-NR-UNCO-CTR-OPR
               ON ASCENDING KEY AUD-NR-EPRD-FNCD
               ON ASCENDING KEY AUD-NR-SCTR-OPR
               ON DESCENDING KEY AUD-DT-PROC
               ON DESCENDING KEY AUD-HR-PROC
               USING AUDITORIA
               OUTPUT PROCEDURE IS 300000-DISTRIBUIR-ORDENADO

           PERFORM 800000-IMPRIMIR-QUADRO
           PERFORM 950000-IMPRIMIR-RODAPE

           CLOSE ENTORD
           CLOSE ATRIBUI
           IF  WK-FIL-DISPONIVEL
               CLOSE FILANEG
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
       050000-CARREGAR-NEGOCIADORES SECTION.
      *-----------------------------------------------------------------
      *    Carrega o NEGOCIA inteiro. Fora do ar: ninguem recebe
      *    cliente novo, mas as contas ja atribuidas seguem para a
      *    fila normalmente (RC 8).

           OPEN INPUT NEGOCIA

           IF  WK-FS-NEGOCIA NOT EQUAL '00'
               SET  WK-NGC-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' NEGOCIA indisponivel - FS: '
                   WK-FS-NEGOCIA ' - nenhum cliente distribuido'
               MOVE 8                   TO RETURN-CODE
               GO TO 050000-SAI
           END-IF

           PERFORM UNTIL FIM-NEGOCIA

               READ NEGOCIA NEXT
                   AT END SET FIM-NEGOCIA TO TRUE
               END-READ

               IF  NOT FIM-NEGOCIA
                   IF  WK-QT-NG LESS 500
                       ADD  1           TO WK-QT-NG
                       PERFORM 055000-GUARDAR-NEGOCIADOR
                   ELSE
                       IF  NOT WK-NG-CHEIO-AVSD
                           DISPLAY CTE-PROG ' Tabela de negociadores'
                               ' cheia (500) - excedente ignorado'
                           SET WK-NG-CHEIO-AVSD TO TRUE
                           MOVE 8       TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF

           END-PERFORM

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       055000-GUARDAR-NEGOCIADOR SECTION.
      *-----------------------------------------------------------------
      *    Os grupos de produto vem compactados no inicio da tabela;
      *    grupo zerado no cadastro e posicao vaga.

           MOVE NGC-CD-OPER             TO WK-NG-CD(WK-QT-NG)
           MOVE NGC-CD-EQP              TO WK-NG-EQP(WK-QT-NG)
           MOVE NGC-IC-SITC             TO WK-NG-SITC(WK-QT-NG)
           IF  NGC-QT-CPCD NUMERIC
               MOVE NGC-QT-CPCD         TO WK-NG-CPCD(WK-QT-NG)
           ELSE
               MOVE ZEROS               TO WK-NG-CPCD(WK-QT-NG)
           END-IF
           MOVE ZEROS                   TO WK-NG-QT-GR(WK-QT-NG)
           MOVE ZEROS                   TO WK-NG-QT-CART-ANT(WK-QT-NG)
           MOVE ZEROS                   TO WK-NG-QT-ATRB-DIA(WK-QT-NG)
           MOVE ZEROS                   TO WK-NG-QT-FILA(WK-QT-NG)

           PERFORM VARYING IX-GR FROM 1 BY 1 UNTIL IX-GR GREATER 10
               MOVE ZEROS               TO WK-NG-GR(WK-QT-NG IX-GR)
           END-PERFORM

           PERFORM VARYING IX-GR FROM 1 BY 1 UNTIL IX-GR GREATER 10
               IF  NGC-CD-GR-PRD(IX-GR) NUMERIC
               AND NGC-CD-GR-PRD(IX-GR) GREATER ZEROS
                   ADD  1               TO WK-NG-QT-GR(WK-QT-NG)
                   MOVE NGC-CD-GR-PRD(IX-GR)
                     TO WK-NG-GR(WK-QT-NG WK-NG-QT-GR(WK-QT-NG))
               END-IF
           END-PERFORM

           .
       055000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       060000-CONTAR-CARTEIRAS SECTION.
      *-----------------------------------------------------------------
      *    Abre o ATRIBUI para atualizacao (primeira execucao: cria) e
      *    conta os clientes ja atribuidos a cada negociador - a
      *    carga de partida da distribuicao.

           OPEN I-O ATRIBUI

           IF  WK-FS-ATRIBUI EQUAL '35'
               OPEN OUTPUT ATRIBUI
               CLOSE ATRIBUI
               OPEN I-O ATRIBUI
           END-IF

           IF  WK-FS-ATRIBUI NOT EQUAL '00'
               SET  WK-ATR-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' ATRIBUI indisponivel - FS: '
                   WK-FS-ATRIBUI
               MOVE 8                   TO RETURN-CODE
               GO TO 060000-SAI
           END-IF

           MOVE LOW-VALUES              TO ATR-CHAVE
           SET  ATR-TIPO-CLIENTE        TO TRUE

           START ATRIBUI KEY NOT LESS ATR-CHAVE
               INVALID KEY SET FIM-ATRIBUI TO TRUE
           END-START

           PERFORM UNTIL FIM-ATRIBUI

               READ ATRIBUI NEXT
                   AT END SET FIM-ATRIBUI TO TRUE
               END-READ

               IF  NOT FIM-ATRIBUI
                   IF  NOT ATR-TIPO-CLIENTE
                       SET FIM-ATRIBUI  TO TRUE
                   ELSE
                       MOVE ATR-CD-NGCD TO WK-CD-NGCD-BUSCA
                       PERFORM 700000-LOCALIZAR-NEGOCIADOR
                       IF  IX-NG-ACHOU GREATER ZEROS
                           ADD 1 TO WK-NG-QT-CART-ANT(IX-NG-ACHOU)
                       END-IF
                   END-IF
               END-IF

           END-PERFORM

           .
       060000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       150000-LER-ENTORD SECTION.
      *-----------------------------------------------------------------

           READ ENTORD
               AT END
                   SET  FIM-ENTORD      TO TRUE
                   MOVE HIGH-VALUES     TO ENTORD-CHAVE
           END-READ

           .
       150000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-DISTRIBUIR-ORDENADO SECTION.
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
      *    Primeira linha da conta resolve o dono; a primeira linha de
      *    cada proposta aberta ou pendente ainda valida de conta com
      *    dono entra na fila do negociador.

           ADD  1                       TO WK-QT-LIDOS

           PERFORM 410000-CONSULTAR-ESPELHO

           MOVE AUD-SG-SIS-OGM-OPR      TO WK-CTA-SIS
           MOVE AUD-NR-UNCO-CTR-OPR     TO WK-CTA-OPR
           MOVE AUD-NR-EPRD-FNCD        TO WK-CTA-EPRD
           MOVE AUD-NR-SCTR-OPR         TO WK-CTA-SCTR

           IF  WK-CHAVE-CTA NOT EQUAL WK-CHAVE-CTA-ANT
               MOVE WK-CHAVE-CTA        TO WK-CHAVE-CTA-ANT
               PERFORM 450000-RESOLVER-DONO
           END-IF

           MOVE WK-CHAVE-CTA            TO WK-PRP-CTA
           MOVE AUD-DT-PROC             TO WK-PRP-DT
           MOVE AUD-HR-PROC             TO WK-PRP-HR

           IF  WK-CHAVE-PRP EQUAL WK-CHAVE-PRP-ANT
               GO TO 400000-SAI
           END-IF
           MOVE WK-CHAVE-PRP            TO WK-CHAVE-PRP-ANT

           IF  WK-DONO-AUSENTE
           OR  WK-FIL-INDISPONIVEL
               GO TO 400000-SAI
           END-IF

           IF  NOT AUD-SITC-ABERTA
           AND NOT AUD-SITC-PENDENTE
               GO TO 400000-SAI
           END-IF

           IF  AUD-DT-VLDD NOT NUMERIC
           OR  AUD-DT-VLDD LESS DTH-DATA
               GO TO 400000-SAI
           END-IF

           PERFORM 650000-GRAVAR-FILA

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
           MOVE 'ARCP0651'              TO ARCSB629-CD-PGM-OPER
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
       450000-RESOLVER-DONO SECTION.
      *-----------------------------------------------------------------
      *    Conta com linha propria no ATRIBUI: dono conhecido. Sem
      *    ela, o cliente da conta (ENTRADA da noite) decide: cliente
      *    ja atribuido empresta o dono a conta; cliente sem dono com
      *    proposta desta noite e distribuido agora.

           ADD  1                       TO WK-QT-CONTAS
           SET  WK-DONO-AUSENTE         TO TRUE
           MOVE SPACES                  TO WK-CD-NGCD-CTA
           MOVE SPACES                  TO WK-CD-EQP-CTA

           PERFORM 500000-CASAR-ENTRADA

           MOVE SPACES                  TO ATRIBUI-REGISTRO
           SET  ATR-TIPO-CONTA          TO TRUE
           MOVE WK-CTA-SIS              TO ATR-SG-SIS-OGM-OPR
           MOVE WK-CTA-OPR              TO ATR-NR-UNCO-CTR-OPR
           MOVE WK-CTA-EPRD             TO ATR-NR-EPRD-FNCD
           MOVE WK-CTA-SCTR             TO ATR-NR-SCTR-OPR

           READ ATRIBUI

           IF  WK-FS-ATRIBUI EQUAL '00'
               SET  WK-DONO-ACHADO      TO TRUE
               MOVE ATR-CD-NGCD         TO WK-CD-NGCD-CTA
               MOVE ATR-CD-EQP          TO WK-CD-EQP-CTA
               ADD  1                   TO WK-QT-COM-DONO
               GO TO 450000-SAI
           END-IF

           IF  WK-NR-CLI-CTA EQUAL ZEROS
               ADD  1                   TO WK-QT-SEM-CLIENTE
               GO TO 450000-SAI
           END-IF

           MOVE SPACES                  TO ATRIBUI-REGISTRO
           SET  ATR-TIPO-CLIENTE        TO TRUE
           MOVE WK-NR-CLI-CTA           TO ATR-NR-CLI-CHV

           READ ATRIBUI

           IF  WK-FS-ATRIBUI EQUAL '00'
               SET  WK-DONO-ACHADO      TO TRUE
               MOVE ATR-CD-NGCD         TO WK-CD-NGCD-CTA
               MOVE ATR-CD-EQP          TO WK-CD-EQP-CTA
               PERFORM 550000-GRAVAR-CONTA
               ADD  1                   TO WK-QT-HERDADAS
               ADD  1                   TO WK-QT-COM-DONO
               GO TO 450000-SAI
           END-IF

           IF  AUD-DT-PROC NOT EQUAL DTH-DATA
           OR  WK-NGC-INDISPONIVEL
               GO TO 450000-SAI
           END-IF

           PERFORM 600000-ESCOLHER-NEGOCIADOR

           IF  IX-NG-ACHOU EQUAL ZEROS
               ADD  1                   TO WK-QT-SEM-NEGOCIADOR
               IF  RETURN-CODE LESS 4
                   MOVE 4               TO RETURN-CODE
               END-IF
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  Cliente ' WK-NR-CLI-CTA
                   '  Conta ' WK-CTA-SIS '/' WK-CTA-OPR
                   '  Gr ' AUD-CD-GR-PRD-RSTD
                   '  *** SEM NEGOCIADOR HABILITADO COM CAPACIDADE'
                   ' ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               GO TO 450000-SAI
           END-IF

           SET  WK-DONO-ACHADO          TO TRUE
           MOVE WK-NG-CD(IX-NG-ACHOU)   TO WK-CD-NGCD-CTA
           MOVE WK-NG-EQP(IX-NG-ACHOU)  TO WK-CD-EQP-CTA

           MOVE SPACES                  TO ATRIBUI-REGISTRO
           SET  ATR-TIPO-CLIENTE        TO TRUE
           MOVE WK-NR-CLI-CTA           TO ATR-NR-CLI-CHV
           MOVE WK-NR-CLI-CTA           TO ATR-NR-CLI
           MOVE WK-CD-NGCD-CTA          TO ATR-CD-NGCD
           MOVE WK-CD-EQP-CTA           TO ATR-CD-EQP
           MOVE DTH-DATA                TO ATR-DT-ATRB
           SET  ATR-ORIG-AUTOMATICA     TO TRUE

           WRITE ATRIBUI-REGISTRO
           IF  WK-FS-ATRIBUI NOT EQUAL '00'
               PERFORM 560000-ERRO-GRAVACAO
               SET  WK-DONO-AUSENTE     TO TRUE
               GO TO 450000-SAI
           END-IF

           PERFORM 550000-GRAVAR-CONTA

           ADD  1               TO WK-NG-QT-ATRB-DIA(IX-NG-ACHOU)
           ADD  1                       TO WK-QT-ATRIBUIDOS
           ADD  1                       TO WK-QT-COM-DONO

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Cliente ' WK-NR-CLI-CTA
               '  Conta ' WK-CTA-SIS '/' WK-CTA-OPR
               '  Gr ' AUD-CD-GR-PRD-RSTD
               '  -> Negociador ' WK-CD-NGCD-CTA
               '  Equipe ' WK-CD-EQP-CTA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-CASAR-ENTRADA SECTION.
      *-----------------------------------------------------------------
      *    Avanca o ENTORD ate a conta corrente; achou, o cliente dela
      *    fica em WK-NR-CLI-CTA (zeros = conta fora do ENTRADA da
      *    noite).

           MOVE ZEROS                   TO WK-NR-CLI-CTA
           MOVE WK-CTA-SIS              TO WK-ENT-SIS
           MOVE WK-CTA-OPR              TO WK-ENT-OPR
           MOVE WK-CTA-EPRD             TO WK-ENT-EPRD
           MOVE WK-CTA-SCTR             TO WK-ENT-SCTR

           PERFORM UNTIL FIM-ENTORD
           OR ENTORD-CHAVE NOT LESS WK-CHAVE-ENT
               PERFORM 150000-LER-ENTORD
           END-PERFORM

           IF  ENTORD-CHAVE EQUAL WK-CHAVE-ENT
           AND ENTORD-CLI NUMERIC
               MOVE ENTORD-CLI          TO WK-NR-CLI-CTA
           END-IF

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       550000-GRAVAR-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Linha 'C' da conta corrente com o dono do cliente que esta
      *    na area do registro (lido ou recem gravado).

           SET  ATR-TIPO-CONTA          TO TRUE
           MOVE WK-CTA-SIS              TO ATR-SG-SIS-OGM-OPR
           MOVE WK-CTA-OPR              TO ATR-NR-UNCO-CTR-OPR
           MOVE WK-CTA-EPRD             TO ATR-NR-EPRD-FNCD
           MOVE WK-CTA-SCTR             TO ATR-NR-SCTR-OPR
           MOVE WK-NR-CLI-CTA           TO ATR-NR-CLI
           MOVE DTH-DATA                TO ATR-DT-ATRB

           WRITE ATRIBUI-REGISTRO
           IF  WK-FS-ATRIBUI NOT EQUAL '00'
               PERFORM 560000-ERRO-GRAVACAO
           END-IF

           .
       550000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       560000-ERRO-GRAVACAO SECTION.
      *-----------------------------------------------------------------

           ADD  1                       TO WK-QT-ERRO-GRAVACAO
           DISPLAY CTE-PROG ' WRITE ATRIBUI - FS: ' WK-FS-ATRIBUI
               ' - ' ATR-CHAVE
           MOVE 8                       TO RETURN-CODE

           .
       560000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-ESCOLHER-NEGOCIADOR SECTION.
      *-----------------------------------------------------------------
      *    Negociador ativo, abaixo da capacidade e que atua no grupo
      *    de produto da proposta (sem grupos = atua em todos), com a
      *    menor ocupacao da capacidade contando o ja recebido nesta
      *    noite; empate fica com o primeiro na ordem do NEGOCIA.

           MOVE ZEROS                   TO IX-NG-ACHOU
           MOVE 999999999               TO WK-PC-OCUP-MENOR

           PERFORM VARYING IX-NG FROM 1 BY 1
           UNTIL IX-NG GREATER WK-QT-NG

               MOVE 'N'                 TO WK-HABILITADO-SW

               IF  WK-NG-SITC(IX-NG) EQUAL 'A'
               AND WK-NG-CPCD(IX-NG) GREATER ZEROS
               AND WK-NG-QT-CART-ANT(IX-NG) + WK-NG-QT-ATRB-DIA(IX-NG)
                   LESS WK-NG-CPCD(IX-NG)
                   IF  WK-NG-QT-GR(IX-NG) EQUAL ZEROS
                       SET WK-HABILITADO TO TRUE
                   ELSE
                       PERFORM VARYING IX-GR FROM 1 BY 1
                       UNTIL IX-GR GREATER WK-NG-QT-GR(IX-NG)
                       OR WK-HABILITADO
                           IF  WK-NG-GR(IX-NG IX-GR)
                                        EQUAL AUD-CD-GR-PRD-RSTD
                               SET WK-HABILITADO TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF

               IF  WK-HABILITADO
                   COMPUTE WK-PC-OCUP =
                       (WK-NG-QT-CART-ANT(IX-NG)
                        + WK-NG-QT-ATRB-DIA(IX-NG)) * 1000
                       / WK-NG-CPCD(IX-NG)
                   END-COMPUTE
                   IF  WK-PC-OCUP LESS WK-PC-OCUP-MENOR
                       MOVE WK-PC-OCUP  TO WK-PC-OCUP-MENOR
                       MOVE IX-NG       TO IX-NG-ACHOU
                   END-IF
               END-IF

           END-PERFORM

           .
       600000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       650000-GRAVAR-FILA SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                  TO FILANEG-REGISTRO
           MOVE WK-CD-NGCD-CTA          TO FIL-CD-NGCD
           MOVE AUD-DT-VLDD             TO FIL-DT-VLDD
           MOVE AUD-SG-SIS-OGM-OPR      TO FIL-SG-SIS-OGM-OPR
           MOVE AUD-NR-UNCO-CTR-OPR     TO FIL-NR-UNCO-CTR-OPR
           MOVE AUD-NR-EPRD-FNCD        TO FIL-NR-EPRD-FNCD
           MOVE AUD-NR-SCTR-OPR         TO FIL-NR-SCTR-OPR
           MOVE AUD-DT-PROC             TO FIL-DT-PROC
           MOVE AUD-HR-PROC             TO FIL-HR-PROC
           MOVE WK-NR-CLI-CTA           TO FIL-NR-CLI
           MOVE WK-CD-EQP-CTA           TO FIL-CD-EQP
           MOVE AUD-IC-SITC             TO FIL-IC-SITC
           MOVE AUD-IC-RSTD             TO FIL-IC-RSTD
           MOVE AUD-CD-GR-PRD-RSTD      TO FIL-CD-GR-PRD
           MOVE AUD-VL-ENTD             TO FIL-VL-ENTD

           WRITE FILANEG-REGISTRO

           IF  WK-FS-FILANEG EQUAL '00'
               ADD  1                   TO WK-QT-FILA
               MOVE WK-CD-NGCD-CTA      TO WK-CD-NGCD-BUSCA
               PERFORM 700000-LOCALIZAR-NEGOCIADOR
               IF  IX-NG-ACHOU GREATER ZEROS
                   ADD 1                TO WK-NG-QT-FILA(IX-NG-ACHOU)
               END-IF
           ELSE
               ADD  1                   TO WK-QT-ERRO-GRAVACAO
               DISPLAY CTE-PROG ' WRITE FILANEG - FS: ' WK-FS-FILANEG
                   ' - ' FIL-CHAVE
               MOVE 8                   TO RETURN-CODE
           END-IF

           .
       650000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-LOCALIZAR-NEGOCIADOR SECTION.
      *-----------------------------------------------------------------
      *    Posicao na tabela do negociador em WK-CD-NGCD-BUSCA - zero
      *    = fora do NEGOCIA (dono carregado a mao, por exemplo).

           MOVE ZEROS                   TO IX-NG-ACHOU
           PERFORM VARYING IX-NG FROM 1 BY 1
           UNTIL IX-NG GREATER WK-QT-NG
           OR IX-NG-ACHOU GREATER ZEROS
               IF  WK-NG-CD(IX-NG) EQUAL WK-CD-NGCD-BUSCA
                   MOVE IX-NG            TO IX-NG-ACHOU
               END-IF
           END-PERFORM

           .
       700000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       800000-IMPRIMIR-QUADRO SECTION.
      *-----------------------------------------------------------------

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Carga por negociador - Negociador Equipe Sit'
               ' Capacidade  Antes  Hoje  Atual   Fila'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           PERFORM VARYING IX-NG FROM 1 BY 1
           UNTIL IX-NG GREATER WK-QT-NG
               MOVE WK-NG-CPCD(IX-NG)        TO DSP-QT-CPCD
               MOVE WK-NG-QT-CART-ANT(IX-NG) TO DSP-QT-ANT
               MOVE WK-NG-QT-ATRB-DIA(IX-NG) TO DSP-QT-DIA
               COMPUTE DSP-QT-ATU = WK-NG-QT-CART-ANT(IX-NG)
                                  + WK-NG-QT-ATRB-DIA(IX-NG)
               MOVE WK-NG-QT-FILA(IX-NG)     TO DSP-QT-FILA
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '                       ' WK-NG-CD(IX-NG)
                   '   ' WK-NG-EQP(IX-NG)
                   '   ' WK-NG-SITC(IX-NG)
                   '     ' DSP-QT-CPCD
                   ' ' DSP-QT-ANT
                   ' ' DSP-QT-DIA
                   ' ' DSP-QT-ATU
                   ' ' DSP-QT-FILA
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-PERFORM

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
               'Distribuicao de Carteira entre Negociadores -'
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
           MOVE WK-QT-CONTAS            TO DSP-QT-2
           MOVE WK-QT-COM-DONO          TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Linhas lidas: ' DSP-QT
               '   Contas: ' DSP-QT-2
               '   Contas com dono: ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-ATRIBUIDOS        TO DSP-QT
           MOVE WK-QT-HERDADAS          TO DSP-QT-2
           MOVE WK-QT-SEM-NEGOCIADOR    TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Clientes atribuidos hoje: ' DSP-QT
               '   Contas que herdaram o dono do cliente: ' DSP-QT-2
               '   Sem negociador: ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-SEM-CLIENTE       TO DSP-QT
           MOVE WK-QT-FILA              TO DSP-QT-2
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Contas sem cliente no ENTRADA: ' DSP-QT
               '   Propostas na fila dos negociadores: ' DSP-QT-2
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  WK-QT-ERRO-GRAVACAO GREATER ZEROS
               MOVE WK-QT-ERRO-GRAVACAO TO DSP-QT
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  *** ERROS DE GRAVACAO ATRIBUI/FILANEG: ' DSP-QT
                   ' ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           DISPLAY CTE-PROG ' Contas: ' WK-QT-CONTAS
               ' Atribuidos: ' WK-QT-ATRIBUIDOS
               ' Sem negociador: ' WK-QT-SEM-NEGOCIADOR
               ' Fila: ' WK-QT-FILA

           .
       950000-SAI.
           EXIT.
