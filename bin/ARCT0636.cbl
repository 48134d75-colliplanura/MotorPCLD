      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCT0636
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Transacao CICS pseudo-conversacional (mapset
      *             ARCSM636, mapa ARCM636) "minha fila": lista as
      *             propostas abertas e pendentes ainda validas das
      *             contas da carteira de um negociador, da que vence
      *             antes para a que vence depois, marcando as que
      *             vencem em ate CTE-QT-DIAS-VNC dias. Le a fila
      *             FILANEG (book ARCKFILA) recarregada a cada noite
      *             pela distribuicao ARCP0651. Negociador em branco
      *             na tela = o proprio operador; a supervisao informa
      *             o codigo de outro para ver a fila dele. PF8 pagina.
      * COMPILACAO: COBOL CICS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCT0636.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCT0636 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.

      *    Codigos de RESP do CICS usados no file control - mesmos
      *    valores dos simbolos DFHRESP correspondentes.
       77  CTE-RESP-NORMAL              PIC S9(08) COMP VALUE +0.
       77  CTE-RESP-NOTFND              PIC S9(08) COMP VALUE +13.
       77  CTE-RESP-ENDFILE             PIC S9(08) COMP VALUE +20.

      *    Proposta aberta que vence em ate tantos dias sai marcada
      *    como VENCENDO
       77  CTE-QT-DIAS-VNC              PIC  9(03) VALUE 3.

       01  WK-RESP                      PIC S9(08) COMP.

       01  FILANEG-REGISTRO.
-INC ARCKFILA

       01  GRP-DATAS.
           03  WK-DT-HOJE                   PIC  9(08).
           03  WK-DT-LIMITE-VNC             PIC  9(08).

       01  WK-TX-SITC                       PIC  X(08).

       01  DSP-CAMPOS.
           03  DSP-VL-ENTD                  PIC ZZZ.ZZZ.ZZ9,99.

      *    Perfil de autorizacao do operador para esta transacao
      *    (arquivo PERFIL, book ARCKPERF). Operador sem registro tem
      *    nivel espacos: nem consulta.
       01  GRP-PERFIL.
           03  WK-AUT-NIVEL                 PIC  X(01).
               88  WK-AUT-CONSULTA          VALUE 'C' 'A'.
               88  WK-AUT-ATUALIZA          VALUE 'A'.
           03  WK-VIO-TX-ACAO               PIC  X(20).
           03  WK-CHAVE-PERFIL.
               05  WK-PRF-CD-OPER           PIC  X(08).
               05  WK-PRF-CD-TRNS           PIC  X(04).

       01  PERFIL-REGISTRO.
-INC ARCKPERF

       01  VIOLACAO-REGISTRO.
-INC ARCKVIOL

       01  DATA-HORA-VIO.
           03  DTH-DATA                     PIC  9(08).
           03  DTH-HORA                     PIC  9(06).
           03  FILLER                       PIC  X(07).

      *    Constantes de tecla (PF) do CICS - copybook padrao IBM,
      *    tal qual HLPKDFHE para o EIB, nao remetido neste repositorio.
       01  DFHAID.
-INC DFHAID

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  IX-LIN                       PIC  9(02).
           03  WK-MAPFAIL-SW                PIC  X(01) VALUE 'N'.
               88  WK-MAPFAIL                          VALUE 'S'.
               88  WK-NAO-MAPFAIL                      VALUE 'N'.
           03  FIM-BROWSE-SW                PIC  X(01) VALUE 'N'.
               88  FIM-BROWSE                          VALUE 'S'.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      *    Commarea da conversa - o negociador consultado, a chave de
      *    onde a proxima pagina (PF8) retoma o browse e quantas
      *    propostas ja foram listadas.
       01  DFHCOMMAREA.
           03  CA-CD-NGCD                   PIC  X(08).
           03  CA-CHAVE-PROX.
               05  CA-CHV-NGCD              PIC  X(08).
               05  CA-CHV-DT-VLDD           PIC  9(08).
               05  CA-CHV-SIS               PIC  X(03).
               05  CA-CHV-OPR               PIC  9(17).
               05  CA-CHV-EPRD              PIC  9(05).
               05  CA-CHV-SCTR              PIC  9(05).
               05  CA-CHV-DT-PROC           PIC  9(08).
               05  CA-CHV-HR-PROC           PIC  9(06).
           03  CA-QT-LISTADAS               PIC  9(05).

-INC ARCKM636

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           PERFORM 050000-VERIFICAR-AUTORIZACAO

           IF  NOT WK-AUT-CONSULTA
               PERFORM 060000-NEGAR-ACESSO
           END-IF

           IF  EIBCALEN EQUAL ZEROS
               PERFORM 100000-INICIAR-CONVERSA
           ELSE
               PERFORM 200000-TRATAR-TELA
           END-IF

           .
       000000-SAI.
           EXEC CICS
               RETURN
           END-EXEC
           GOBACK
           .
      *-----------------------------------------------------------------
       050000-VERIFICAR-AUTORIZACAO SECTION.
      *-----------------------------------------------------------------
      *    Porta de entrada: busca o perfil do operador para esta
      *    transacao no PERFIL. Sem registro, o nivel fica em espacos
      *    e nem a consulta passa.

           MOVE SPACES                     TO WK-AUT-NIVEL
           MOVE SPACES                     TO WK-PRF-CD-OPER

           EXEC CICS
               ASSIGN USERID(WK-PRF-CD-OPER)
           END-EXEC

           MOVE EIBTRNID                   TO WK-PRF-CD-TRNS

           EXEC CICS
               READ FILE('PERFIL') INTO(PERFIL-REGISTRO)
                    RIDFLD(WK-CHAVE-PERFIL) RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
               MOVE PERF-IC-NIVEL          TO WK-AUT-NIVEL
           END-IF

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       055000-REGISTRAR-VIOLACAO SECTION.
      *-----------------------------------------------------------------

           MOVE FUNCTION CURRENT-DATE      TO DATA-HORA-VIO

           MOVE DTH-DATA                   TO VIO-DT
           MOVE DTH-HORA                   TO VIO-HR
           MOVE WK-PRF-CD-OPER             TO VIO-CD-OPER
           MOVE WK-PRF-CD-TRNS             TO VIO-CD-TRNS
           MOVE WK-VIO-TX-ACAO             TO VIO-TX-ACAO

           EXEC CICS
               WRITEQ TD QUEUE('VIOL') FROM(VIOLACAO-REGISTRO)
                         LENGTH(LENGTH OF VIOLACAO-REGISTRO)
           END-EXEC

           .
       055000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       060000-NEGAR-ACESSO SECTION.
      *-----------------------------------------------------------------

           MOVE 'ENTRADA NA TRANSACAO'     TO WK-VIO-TX-ACAO
           PERFORM 055000-REGISTRAR-VIOLACAO

           MOVE SPACES                     TO MSGO OF ARCM636O
           STRING
               'Acesso nao autorizado - procure o administrador'
               ' de perfis'
               DELIMITED BY SIZE INTO MSGO OF ARCM636O
           END-STRING

           EXEC CICS
               SEND TEXT FROM(MSGO OF ARCM636O) ERASE FREEKB
           END-EXEC

           EXEC CICS
               RETURN
           END-EXEC

           .
       060000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       100000-INICIAR-CONVERSA SECTION.
      *-----------------------------------------------------------------

           MOVE WK-PRF-CD-OPER             TO NGCDO

           MOVE SPACES                     TO MSGO OF ARCM636O
           STRING
               'Negociador (branco = o proprio) e ENTER. PF8'
               ' pagina, PF3 encerra.'
               DELIMITED BY SIZE INTO MSGO OF ARCM636O
           END-STRING

           EXEC CICS
               SEND MAP('ARCM636') MAPSET('ARCSM636')
                    FROM(ARCM636O) ERASE
           END-EXEC

           MOVE SPACES                     TO DFHCOMMAREA

           EXEC CICS
               RETURN TRANSID(EIBTRNID) COMMAREA(DFHCOMMAREA)
           END-EXEC

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-TRATAR-TELA SECTION.
      *-----------------------------------------------------------------

           EXEC CICS
               HANDLE CONDITION MAPFAIL(210100-SEM-DADOS-DIGITADOS)
           END-EXEC

           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 900000-ENCERRAR-CONVERSA
               WHEN DFHPF8
      *            Continua o browse de onde a pagina anterior parou
      *            (chave guardada na commarea).
                   PERFORM 400000-LISTAR-PAGINA
                   PERFORM 600000-ENVIAR-TELA
               WHEN DFHENTER
                   SET  WK-NAO-MAPFAIL      TO TRUE
                   PERFORM 210000-RECEBER-NEGOCIADOR
                   IF  WK-NAO-MAPFAIL
                       PERFORM 300000-INICIAR-LISTA
                       PERFORM 400000-LISTAR-PAGINA
                   END-IF
                   PERFORM 600000-ENVIAR-TELA
               WHEN OTHER
                   MOVE SPACES              TO MSGO OF ARCM636O
                   STRING
                       'Tecla invalida - use ENTER, PF3 ou PF8'
                       DELIMITED BY SIZE INTO MSGO OF ARCM636O
                   END-STRING
                   PERFORM 600000-ENVIAR-TELA
           END-EVALUATE

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210000-RECEBER-NEGOCIADOR SECTION.
      *-----------------------------------------------------------------

           EXEC CICS
               RECEIVE MAP('ARCM636') MAPSET('ARCSM636')
                       INTO(ARCM636I)
           END-EXEC

      *    Campo nao digitado chega em nulos - negociador em branco e
      *    o proprio operador.
           IF  NGCDL EQUAL ZEROS
           OR  NGCDI EQUAL SPACES
               MOVE WK-PRF-CD-OPER         TO CA-CD-NGCD
           ELSE
               MOVE NGCDI                  TO CA-CD-NGCD
           END-IF

           .
       210000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210100-SEM-DADOS-DIGITADOS SECTION.
      *-----------------------------------------------------------------
      *    HANDLE CONDITION desvia para ca via GO TO implicito - ENTER
      *    sem nada digitado lista a fila do proprio operador e termina
      *    indo direto para 600000-ENVIAR-TELA (vide o mesmo
      *    tratamento em ARCT0628, VRS004).

           SET  WK-MAPFAIL              TO TRUE

           MOVE WK-PRF-CD-OPER          TO CA-CD-NGCD
           PERFORM 300000-INICIAR-LISTA
           PERFORM 400000-LISTAR-PAGINA

           GO TO 600000-ENVIAR-TELA

           .
       210100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-INICIAR-LISTA SECTION.
      *-----------------------------------------------------------------
      *    Posiciona a chave de retomada no inicio da fila do
      *    negociador.

           MOVE CA-CD-NGCD                 TO CA-CHV-NGCD
           MOVE ZEROS                      TO CA-CHV-DT-VLDD
           MOVE LOW-VALUES                 TO CA-CHV-SIS
           MOVE ZEROS                      TO CA-CHV-OPR
           MOVE ZEROS                      TO CA-CHV-EPRD
           MOVE ZEROS                      TO CA-CHV-SCTR
           MOVE ZEROS                      TO CA-CHV-DT-PROC
           MOVE ZEROS                      TO CA-CHV-HR-PROC
           MOVE ZEROS                      TO CA-QT-LISTADAS

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-LISTAR-PAGINA SECTION.
      *-----------------------------------------------------------------
      *    Monta uma pagina de ate 10 propostas da fila a partir da
      *    chave de retomada.

           MOVE CA-CD-NGCD                 TO NGCDO

           MOVE SPACES                     TO MSGO OF ARCM636O
           PERFORM VARYING IX-LIN FROM 1 BY 1
           UNTIL IX-LIN GREATER 10
               MOVE SPACES                 TO LINO(IX-LIN)
           END-PERFORM

           MOVE ZEROS                      TO IX-LIN
           MOVE 'N'                        TO FIM-BROWSE-SW

           MOVE FUNCTION CURRENT-DATE      TO DATA-HORA-VIO
           MOVE DTH-DATA                   TO WK-DT-HOJE
           COMPUTE WK-DT-LIMITE-VNC = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WK-DT-HOJE)
                    + CTE-QT-DIAS-VNC)

           EXEC CICS
               STARTBR FILE('FILANEG') RIDFLD(CA-CHAVE-PROX)
                       GTEQ RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               STRING 'Fila vazia para o negociador'
                   DELIMITED BY SIZE INTO MSGO OF ARCM636O
               END-STRING
               GO TO 400000-SAI
           END-IF

           PERFORM UNTIL FIM-BROWSE
           OR IX-LIN GREATER OR EQUAL 10

               EXEC CICS
                   READNEXT FILE('FILANEG') INTO(FILANEG-REGISTRO)
                            RIDFLD(CA-CHAVE-PROX)
                            RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               OR  FIL-CD-NGCD NOT EQUAL CA-CD-NGCD
                   SET FIM-BROWSE           TO TRUE
               ELSE
      *            A fila e da noite: o que venceu desde entao cai fora
                   IF  FIL-DT-VLDD NOT LESS WK-DT-HOJE
                       ADD 1                TO IX-LIN
                       ADD 1                TO CA-QT-LISTADAS
                       PERFORM 450000-FORMATAR-LINHA
                   END-IF
               END-IF

           END-PERFORM

           EXEC CICS
               ENDBR FILE('FILANEG')
           END-EXEC

      *    Pagina cheia: a chave de retomada ficou NO ultimo registro
      *    lido; avanca para depois dele, como ARCT0632 faz com
      *    CA-CHV-SCTR.
           IF  NOT FIM-BROWSE
               ADD 1                       TO CA-CHV-HR-PROC
           END-IF

           IF  IX-LIN EQUAL ZEROS
               STRING 'Fila vazia para o negociador (ou fim da lista)'
                   DELIMITED BY SIZE INTO MSGO OF ARCM636O
               END-STRING
           ELSE
               IF  FIM-BROWSE
                   STRING 'Fim da fila - detalhe por conta em ARCT0630'
                       DELIMITED BY SIZE INTO MSGO OF ARCM636O
                   END-STRING
               ELSE
                   STRING 'PF8 para a proxima pagina'
                       DELIMITED BY SIZE INTO MSGO OF ARCM636O
                   END-STRING
               END-IF
           END-IF

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       450000-FORMATAR-LINHA SECTION.
      *-----------------------------------------------------------------
      *    75 bytes justos: validade, situacao, conta, grupo de
      *    produto, entrada proposta e cliente.

           EVALUATE TRUE
               WHEN FIL-IC-SITC EQUAL 'P'
                   MOVE 'PENDENTE'         TO WK-TX-SITC
               WHEN FIL-DT-VLDD NOT GREATER WK-DT-LIMITE-VNC
                   MOVE 'VENCENDO'         TO WK-TX-SITC
               WHEN OTHER
                   MOVE 'ABERTA'           TO WK-TX-SITC
           END-EVALUATE

           MOVE FIL-VL-ENTD                TO DSP-VL-ENTD

           MOVE SPACES                     TO LINO(IX-LIN)
           STRING
               FIL-DT-VLDD
               ' ' WK-TX-SITC
               ' ' FIL-SG-SIS-OGM-OPR '/' FIL-NR-UNCO-CTR-OPR
               ' ' FIL-CD-GR-PRD
               ' ' DSP-VL-ENTD
               ' ' FIL-NR-CLI
               DELIMITED BY SIZE INTO LINO(IX-LIN)
           END-STRING

           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-ENVIAR-TELA SECTION.
      *-----------------------------------------------------------------

           EXEC CICS
               SEND MAP('ARCM636') MAPSET('ARCSM636')
                    FROM(ARCM636O) DATAONLY
           END-EXEC

           EXEC CICS
               RETURN TRANSID(EIBTRNID) COMMAREA(DFHCOMMAREA)
           END-EXEC

           .
       600000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       900000-ENCERRAR-CONVERSA SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                     TO MSGO OF ARCM636O
           STRING 'Consulta da fila encerrada'
               DELIMITED BY SIZE INTO MSGO OF ARCM636O
           END-STRING

           EXEC CICS
               SEND TEXT FROM(MSGO OF ARCM636O) ERASE FREEKB
           END-EXEC

           EXEC CICS
               RETURN
           END-EXEC

           .
       900000-SAI.
           EXIT.
