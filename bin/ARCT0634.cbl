      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCT0634
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Transacao CICS pseudo-conversacional (mapset
      *             ARCSM634, mapa ARCM634) de manutencao da lista de
      *             embargos EMBARGO (book ARCKEMBG), ate aqui
      *             carregada fora do motor. O campo TIPO escolhe o
      *             embargo ('C' conta, 'L' cliente); acoes 'L' lista,
      *             'R' registra, 'P' prorroga (nova data de fim, ou
      *             zeros para sem fim), 'V' levanta (fecha a vigencia
      *             na vespera - o registro fica para o historico).
      *             A chave e montada aqui, na convencao do book: no
      *             tipo 'L' a conta vai com espacos/zeros, no tipo
      *             'C' o cliente vai com zeros - o operador nunca
      *             digita a parte vazia. Motivo criticado contra a
      *             tabela do book, vigencia com datas validas e fim
      *             nao anterior ao inicio nem a hoje. Cada movimento
      *             grava na fila TD 'EMBJ' (book ARCKEMBJ, destino
      *             fisico EMBJORN) operador e imagens antes/depois;
      *             a varredura noturna ARCP0650 bloqueia as propostas
      *             abertas das contas atingidas e reporta a
      *             compliance.
      * COMPILACAO: COBOL CICS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCT0634.
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
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCT0634 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.

      *    Codigos de RESP do CICS usados no file control - mesmos
      *    valores dos simbolos DFHRESP correspondentes.
       77  CTE-RESP-NORMAL              PIC S9(08) COMP VALUE +0.
       77  CTE-RESP-NOTFND              PIC S9(08) COMP VALUE +13.
       77  CTE-RESP-DUPREC              PIC S9(08) COMP VALUE +14.
       77  CTE-RESP-ENDFILE             PIC S9(08) COMP VALUE +20.

       01  WK-RESP                      PIC S9(08) COMP.

      *    Registro do EMBARGO - area de leitura (browse e leitura
      *    para atualizacao) e de gravacao/regravacao
       01  EMBARGO-REGISTRO.
-INC ARCKEMBG

      *    Chave de acesso (RIDFLD), montada em 700000 na convencao
      *    do book ARCKEMBG
       01  WK-CHAVE-EMBARGO.
           03  WK-EMB-TP                PIC  X(01).
           03  WK-EMB-SIS               PIC  X(03).
           03  WK-EMB-OPR               PIC  9(17).
           03  WK-EMB-EPRD              PIC  9(05).
           03  WK-EMB-SCTR              PIC  9(05).
           03  WK-EMB-CLI               PIC  9(09).

      *    Imagem anterior do registro para o diario
       01  WK-IMG-ANT                   PIC  X(59).

      *    Datas de trabalho: hoje, vespera (levantamento) e a data
      *    digitada em critica (700000/710000)
       01  GRP-DATAS.
           03  WK-DT-HOJE                   PIC  9(08).
           03  WK-DT-VESPERA                PIC  9(08).
           03  WK-DT-INI                    PIC  9(08).
           03  WK-DT-FIM                    PIC  9(08).
           03  WK-DT-CRIT                   PIC  9(08).
           03  WK-DT-CRIT-DCP REDEFINES WK-DT-CRIT.
               05  WK-DTC-AAAA              PIC  9(04).
               05  WK-DTC-MM                PIC  9(02).
               05  WK-DTC-DD                PIC  9(02).

       01  WK-TX-VIGENCIA                   PIC  X(09).

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

       01  EMBJORN-REGISTRO.
-INC ARCKEMBJ

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
           03  WK-CRITICA-OK-SW             PIC  X(01).
               88  WK-CRITICA-OK                       VALUE 'S'.
               88  WK-CRITICA-ERRO                     VALUE 'N'.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  DFHCOMMAREA.
           03  CA-IC-CONVERSA               PIC  X(01).

-INC ARCKM634

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

           MOVE SPACES                     TO MSGO OF ARCM634O
           STRING
               'Acesso nao autorizado - procure o administrador'
               ' de perfis'
               DELIMITED BY SIZE INTO MSGO OF ARCM634O
           END-STRING

           EXEC CICS
               SEND TEXT FROM(MSGO OF ARCM634O) ERASE FREEKB
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
      *    Primeira entrada na transacao (sem commarea) - envia a tela
      *    em branco pedindo o tipo e a acao.

           MOVE SPACES                     TO MSGO OF ARCM634O
           STRING
               'Tipo (C/L), acao (L/R/P/V) e ENTER. PF3 encerra.'
               DELIMITED BY SIZE INTO MSGO OF ARCM634O
           END-STRING

           EXEC CICS
               SEND MAP('ARCM634') MAPSET('ARCSM634')
                    FROM(ARCM634O) ERASE
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
               WHEN DFHENTER
                   SET  WK-NAO-MAPFAIL      TO TRUE
                   PERFORM 210000-RECEBER-TELA
                   IF  WK-NAO-MAPFAIL
                       PERFORM 300000-EXECUTAR-ACAO
                   END-IF
                   PERFORM 600000-ENVIAR-TELA
               WHEN OTHER
                   MOVE SPACES              TO MSGO OF ARCM634O
                   STRING
                       'Tecla invalida - use ENTER ou PF3'
                       DELIMITED BY SIZE INTO MSGO OF ARCM634O
                   END-STRING
                   PERFORM 600000-ENVIAR-TELA
           END-EVALUATE

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210000-RECEBER-TELA SECTION.
      *-----------------------------------------------------------------

           EXEC CICS
               RECEIVE MAP('ARCM634') MAPSET('ARCSM634')
                       INTO(ARCM634I)
           END-EXEC

      *    Campo nao digitado chega em nulos - normaliza para que a
      *    chave e as criticas enxerguem espacos/zeros.
           IF  SISL EQUAL ZEROS
               MOVE SPACES                 TO SISI
           END-IF
           IF  OPRL EQUAL ZEROS
               MOVE ZEROS                  TO OPRI
           END-IF
           IF  EPRDL EQUAL ZEROS
               MOVE ZEROS                  TO EPRDI
           END-IF
           IF  SCTRL EQUAL ZEROS
               MOVE ZEROS                  TO SCTRI
           END-IF
           IF  CLIL EQUAL ZEROS
               MOVE ZEROS                  TO CLII
           END-IF
           IF  DTINL EQUAL ZEROS
               MOVE ZEROS                  TO DTINI
           END-IF
           IF  DTFML EQUAL ZEROS
               MOVE ZEROS                  TO DTFMI
           END-IF
           IF  MTVL EQUAL ZEROS
               MOVE ZEROS                  TO MTVI
           END-IF

           MOVE SPACES                     TO EMBJORN-REGISTRO

           MOVE FUNCTION CURRENT-DATE      TO DATA-HORA-VIO
           MOVE DTH-DATA                   TO WK-DT-HOJE
           COMPUTE WK-DT-VESPERA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WK-DT-HOJE) - 1)

           .
       210000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210100-SEM-DADOS-DIGITADOS SECTION.
      *-----------------------------------------------------------------
      *    HANDLE CONDITION desvia para ca via GO TO implicito, nao
      *    via PERFORM - o paragrafo termina indo direto para
      *    600000-ENVIAR-TELA, sem cair nas SECTIONs seguintes (vide
      *    o mesmo tratamento em ARCT0628, VRS004).

           SET  WK-MAPFAIL              TO TRUE

           MOVE SPACES                  TO MSGO OF ARCM634O
           STRING 'Nenhum dado foi digitado'
               DELIMITED BY SIZE       INTO MSGO OF ARCM634O
           END-STRING

           GO TO 600000-ENVIAR-TELA

           .
       210100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-EXECUTAR-ACAO SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                     TO MSGO OF ARCM634O
           PERFORM VARYING IX-LIN FROM 1 BY 1
           UNTIL IX-LIN GREATER 10
               MOVE SPACES                 TO LINO(IX-LIN)
           END-PERFORM

      *    Movimentos exigem nivel 'A' no perfil; a lista passa com o
      *    nivel de consulta.
           IF  (ACAOI EQUAL 'R' OR 'P' OR 'V')
           AND NOT WK-AUT-ATUALIZA
               MOVE SPACES                 TO WK-VIO-TX-ACAO
               STRING 'EMBARGO ' TIPOI '/' ACAOI
                   DELIMITED BY SIZE INTO WK-VIO-TX-ACAO
               END-STRING
               PERFORM 055000-REGISTRAR-VIOLACAO
               STRING
                   'Perfil sem nivel para manutencao - somente'
                   ' consulta'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
               GO TO 300000-SAI
           END-IF

           IF  TIPOI NOT EQUAL 'C' AND 'L'
               STRING
                   'Tipo invalido - use C (conta) ou L (cliente)'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
               GO TO 300000-SAI
           END-IF

           EVALUATE ACAOI
               WHEN 'L'
                   PERFORM 310000-LISTAR-EMBARGOS
               WHEN 'R'
                   PERFORM 320000-REGISTRAR-EMBARGO
               WHEN 'P'
                   PERFORM 330000-PRORROGAR-EMBARGO
               WHEN 'V'
                   PERFORM 340000-LEVANTAR-EMBARGO
               WHEN OTHER
                   STRING
                       'Acao invalida - use L, R, P ou V'
                       DELIMITED BY SIZE INTO MSGO OF ARCM634O
                   END-STRING
           END-EVALUATE

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       310000-LISTAR-EMBARGOS SECTION.
      *-----------------------------------------------------------------
      *    Lista os embargos do tipo a partir da identificacao
      *    digitada (vazia = desde o inicio do tipo), ate 10 linhas,
      *    com a situacao da vigencia hoje.

           MOVE 'N'                        TO FIM-BROWSE-SW
           MOVE ZEROS                      TO IX-LIN

           MOVE TIPOI                      TO WK-EMB-TP
           IF  TIPOI EQUAL 'C'
               MOVE SISI                   TO WK-EMB-SIS
               MOVE OPRI                   TO WK-EMB-OPR
               MOVE EPRDI                  TO WK-EMB-EPRD
               MOVE SCTRI                  TO WK-EMB-SCTR
               MOVE ZEROS                  TO WK-EMB-CLI
           ELSE
               MOVE SPACES                 TO WK-EMB-SIS
               MOVE ZEROS                  TO WK-EMB-OPR
                                              WK-EMB-EPRD
                                              WK-EMB-SCTR
               MOVE CLII                   TO WK-EMB-CLI
           END-IF

           EXEC CICS
               STARTBR FILE('EMBARGO') RIDFLD(WK-CHAVE-EMBARGO)
                       GTEQ RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               STRING 'Nenhum embargo cadastrado a partir da chave'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
               GO TO 310000-SAI
           END-IF

           PERFORM UNTIL FIM-BROWSE
           OR IX-LIN GREATER OR EQUAL 10

               EXEC CICS
                   READNEXT FILE('EMBARGO') INTO(EMBARGO-REGISTRO)
                            RIDFLD(WK-CHAVE-EMBARGO)
                            RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               OR  EMB-TP NOT EQUAL TIPOI
                   SET FIM-BROWSE           TO TRUE
               ELSE
                   PERFORM 720000-CLASSIFICAR-VIGENCIA
                   ADD 1                    TO IX-LIN
                   MOVE SPACES              TO LINO(IX-LIN)
                   IF  EMB-TIPO-CONTA
                       STRING
                           'Conta ' EMB-SG-SIS-OGM-OPR '/'
                           EMB-NR-UNCO-CTR-OPR '/' EMB-NR-EPRD-FNCD
                           '/' EMB-NR-SCTR-OPR
                           ' ' EMB-DT-INI '-' EMB-DT-FIM
                           ' Mtv ' EMB-CD-MTV ' ' WK-TX-VIGENCIA
                           DELIMITED BY SIZE INTO LINO(IX-LIN)
                       END-STRING
                   ELSE
                       STRING
                           'Cliente ' EMB-NR-CLI
                           ' ' EMB-DT-INI '-' EMB-DT-FIM
                           ' Mtv ' EMB-CD-MTV ' ' WK-TX-VIGENCIA
                           DELIMITED BY SIZE INTO LINO(IX-LIN)
                       END-STRING
                   END-IF
               END-IF

           END-PERFORM

           EXEC CICS
               ENDBR FILE('EMBARGO')
           END-EXEC

           IF  IX-LIN EQUAL ZEROS
               STRING 'Nenhum embargo cadastrado a partir da chave'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
           ELSE
               STRING 'Embargos listados (fim zerado = sem fim)'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
           END-IF

           .
       310000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       320000-REGISTRAR-EMBARGO SECTION.
      *-----------------------------------------------------------------
      *    Registro novo, ou novo periodo sobre um embargo ja encerrado
      *    (a chave e unica por conta/cliente - o registro encerrado e
      *    regravado, com a imagem antiga preservada no diario).

           PERFORM 700000-MONTAR-CHAVE

           IF  WK-CRITICA-ERRO
               GO TO 320000-SAI
           END-IF

           MOVE MTVI                       TO EMB-CD-MTV
           IF  NOT EMB-MTV-VALIDO
               STRING
                   'Motivo invalido - 001 litigio 002 falecimento'
                   ' 003 RJ 004 fraude 005 ordem'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
               GO TO 320000-SAI
           END-IF

      *    Inicio zerado = hoje; inicio retroativo e aceito (ordem
      *    judicial com data anterior ao cadastro).
           IF  DTINI EQUAL ZEROS
               MOVE WK-DT-HOJE             TO WK-DT-INI
           ELSE
               MOVE DTINI                  TO WK-DT-CRIT
               PERFORM 710000-CRITICAR-DATA
               IF  WK-CRITICA-ERRO
                   GO TO 320000-SAI
               END-IF
               MOVE DTINI                  TO WK-DT-INI
           END-IF

           MOVE DTFMI                      TO WK-DT-FIM
           IF  WK-DT-FIM NOT EQUAL ZEROS
               MOVE WK-DT-FIM              TO WK-DT-CRIT
               PERFORM 710000-CRITICAR-DATA
               IF  WK-CRITICA-ERRO
                   GO TO 320000-SAI
               END-IF
               IF  WK-DT-FIM LESS WK-DT-INI
               OR  WK-DT-FIM LESS WK-DT-HOJE
                   STRING
                       'Fim da vigencia anterior ao inicio ou a hoje'
                       DELIMITED BY SIZE INTO MSGO OF ARCM634O
                   END-STRING
                   GO TO 320000-SAI
               END-IF
           END-IF

           EXEC CICS
               READ FILE('EMBARGO') INTO(EMBARGO-REGISTRO)
                    RIDFLD(WK-CHAVE-EMBARGO) UPDATE RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
           AND WK-RESP NOT EQUAL CTE-RESP-NOTFND
               STRING 'Erro na leitura do EMBARGO'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
               GO TO 320000-SAI
           END-IF

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
               PERFORM 720000-CLASSIFICAR-VIGENCIA
               IF  WK-TX-VIGENCIA NOT EQUAL 'ENCERRADO'
                   EXEC CICS
                       UNLOCK FILE('EMBARGO')
                   END-EXEC
                   STRING
                       'Embargo ja cadastrado e nao encerrado - use'
                       ' a acao P'
                       DELIMITED BY SIZE INTO MSGO OF ARCM634O
                   END-STRING
                   GO TO 320000-SAI
               END-IF
               MOVE EMBARGO-REGISTRO       TO WK-IMG-ANT
           ELSE
               MOVE SPACES                 TO WK-IMG-ANT
           END-IF

           MOVE WK-CHAVE-EMBARGO           TO EMB-CHAVE
           MOVE WK-DT-INI                  TO EMB-DT-INI
           MOVE WK-DT-FIM                  TO EMB-DT-FIM
           MOVE MTVI                       TO EMB-CD-MTV

           IF  WK-IMG-ANT EQUAL SPACES
               EXEC CICS
                   WRITE FILE('EMBARGO') FROM(EMBARGO-REGISTRO)
                         RIDFLD(WK-CHAVE-EMBARGO) RESP(WK-RESP)
               END-EXEC
           ELSE
               EXEC CICS
                   REWRITE FILE('EMBARGO') FROM(EMBARGO-REGISTRO)
                           RESP(WK-RESP)
               END-EXEC
           END-IF

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
               SET  EMBJ-ACAO-REGISTRO     TO TRUE
               PERFORM 730000-GRAVAR-JORNAL
               STRING
                   'Embargo registrado - propostas abertas bloqueadas'
                   ' esta noite'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
           ELSE
               STRING 'Erro na gravacao do EMBARGO'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
           END-IF

           .
       320000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       330000-PRORROGAR-EMBARGO SECTION.
      *-----------------------------------------------------------------
      *    Nova data de fim, posterior a atual; zeros = sem fim. So
      *    para embargo ainda nao encerrado - o encerrado se registra
      *    de novo (acao R).

           PERFORM 700000-MONTAR-CHAVE

           IF  WK-CRITICA-ERRO
               GO TO 330000-SAI
           END-IF

           MOVE DTFMI                      TO WK-DT-FIM
           IF  WK-DT-FIM NOT EQUAL ZEROS
               MOVE WK-DT-FIM              TO WK-DT-CRIT
               PERFORM 710000-CRITICAR-DATA
               IF  WK-CRITICA-ERRO
                   GO TO 330000-SAI
               END-IF
           END-IF

           EXEC CICS
               READ FILE('EMBARGO') INTO(EMBARGO-REGISTRO)
                    RIDFLD(WK-CHAVE-EMBARGO) UPDATE RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP EQUAL CTE-RESP-NOTFND
               STRING 'Embargo nao cadastrado - use a acao R'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
               GO TO 330000-SAI
           END-IF

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               STRING 'Erro na leitura do EMBARGO'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
               GO TO 330000-SAI
           END-IF

           PERFORM 720000-CLASSIFICAR-VIGENCIA

           IF  WK-TX-VIGENCIA EQUAL 'ENCERRADO'
           OR  EMB-DT-FIM EQUAL ZEROS
           OR (WK-DT-FIM NOT EQUAL ZEROS
               AND WK-DT-FIM NOT GREATER EMB-DT-FIM)
               EXEC CICS
                   UNLOCK FILE('EMBARGO')
               END-EXEC
               STRING
                   'Prorrogacao exige embargo nao encerrado, com fim'
                   ' posterior ao atual'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
               GO TO 330000-SAI
           END-IF

           MOVE EMBARGO-REGISTRO           TO WK-IMG-ANT
           MOVE WK-DT-FIM                  TO EMB-DT-FIM

           EXEC CICS
               REWRITE FILE('EMBARGO') FROM(EMBARGO-REGISTRO)
                       RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
               SET  EMBJ-ACAO-PRORROGACAO  TO TRUE
               PERFORM 730000-GRAVAR-JORNAL
               STRING 'Embargo prorrogado'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
           ELSE
               STRING 'Erro na regravacao do EMBARGO'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
           END-IF

           .
       330000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       340000-LEVANTAR-EMBARGO SECTION.
      *-----------------------------------------------------------------
      *    Levantamento: fim da vigencia na vespera - a conta volta a
      *    receber proposta a partir de hoje e o registro continua no
      *    arquivo como historico. Propostas ja bloqueadas pela
      *    varredura nao reabrem: a conta e reprecificada.

           PERFORM 700000-MONTAR-CHAVE

           IF  WK-CRITICA-ERRO
               GO TO 340000-SAI
           END-IF

           EXEC CICS
               READ FILE('EMBARGO') INTO(EMBARGO-REGISTRO)
                    RIDFLD(WK-CHAVE-EMBARGO) UPDATE RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP EQUAL CTE-RESP-NOTFND
               STRING 'Embargo nao cadastrado'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
               GO TO 340000-SAI
           END-IF

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               STRING 'Erro na leitura do EMBARGO'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
               GO TO 340000-SAI
           END-IF

           PERFORM 720000-CLASSIFICAR-VIGENCIA

           IF  WK-TX-VIGENCIA EQUAL 'ENCERRADO'
               EXEC CICS
                   UNLOCK FILE('EMBARGO')
               END-EXEC
               STRING 'Embargo ja encerrado'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
               GO TO 340000-SAI
           END-IF

           MOVE EMBARGO-REGISTRO           TO WK-IMG-ANT
           MOVE WK-DT-VESPERA              TO EMB-DT-FIM

           EXEC CICS
               REWRITE FILE('EMBARGO') FROM(EMBARGO-REGISTRO)
                       RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
               SET  EMBJ-ACAO-LEVANTAMENTO TO TRUE
               PERFORM 730000-GRAVAR-JORNAL
               STRING 'Embargo levantado - vigencia encerrada ontem'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
           ELSE
               STRING 'Erro na regravacao do EMBARGO'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
           END-IF

           .
       340000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-MONTAR-CHAVE SECTION.
      *-----------------------------------------------------------------
      *    Critica a identificacao digitada e monta a chave na
      *    convencao do book ARCKEMBG - a parte que nao se aplica ao
      *    tipo e preenchida aqui, nunca pelo operador.

           SET  WK-CRITICA-OK              TO TRUE

           MOVE TIPOI                      TO WK-EMB-TP

           IF  TIPOI EQUAL 'C'
               IF  SISI EQUAL SPACES
               OR  OPRI NOT NUMERIC
               OR  OPRI EQUAL ZEROS
               OR  EPRDI NOT NUMERIC
               OR  SCTRI NOT NUMERIC
                   STRING
                       'Informe a conta (sistema, operacao,'
                       ' empreendimento e setor)'
                       DELIMITED BY SIZE INTO MSGO OF ARCM634O
                   END-STRING
                   SET WK-CRITICA-ERRO      TO TRUE
                   GO TO 700000-SAI
               END-IF
               MOVE SISI                   TO WK-EMB-SIS
               MOVE OPRI                   TO WK-EMB-OPR
               MOVE EPRDI                  TO WK-EMB-EPRD
               MOVE SCTRI                  TO WK-EMB-SCTR
               MOVE ZEROS                  TO WK-EMB-CLI
           ELSE
               IF  CLII NOT NUMERIC
               OR  CLII EQUAL ZEROS
                   STRING 'Informe o numero do cliente'
                       DELIMITED BY SIZE INTO MSGO OF ARCM634O
                   END-STRING
                   SET WK-CRITICA-ERRO      TO TRUE
                   GO TO 700000-SAI
               END-IF
               MOVE SPACES                 TO WK-EMB-SIS
               MOVE ZEROS                  TO WK-EMB-OPR
               MOVE ZEROS                  TO WK-EMB-EPRD
               MOVE ZEROS                  TO WK-EMB-SCTR
               MOVE CLII                   TO WK-EMB-CLI
           END-IF

           .
       700000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       710000-CRITICAR-DATA SECTION.
      *-----------------------------------------------------------------
      *    Critica da data em WK-DT-CRIT - mes e dia dentro dos
      *    limites do calendario (mesma forma de ARCT0631, 700000).

           SET  WK-CRITICA-OK              TO TRUE

           IF  WK-DT-CRIT NOT NUMERIC
           OR  WK-DTC-MM LESS 1 OR WK-DTC-MM GREATER 12
           OR  WK-DTC-DD LESS 1 OR WK-DTC-DD GREATER 31
           OR  WK-DTC-AAAA LESS 1900
               STRING 'Data de vigencia invalida (AAAAMMDD)'
                   DELIMITED BY SIZE INTO MSGO OF ARCM634O
               END-STRING
               SET WK-CRITICA-ERRO          TO TRUE
           END-IF

           .
       710000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       720000-CLASSIFICAR-VIGENCIA SECTION.
      *-----------------------------------------------------------------
      *    Situacao hoje do registro em EMBARGO-REGISTRO, pela mesma
      *    regra de ARCP0627 (112500) e ARCT0628 (280000).

           MOVE 'VIGENTE'                  TO WK-TX-VIGENCIA

           IF  EMB-DT-INI NUMERIC
           AND EMB-DT-INI GREATER ZEROS
           AND WK-DT-HOJE LESS EMB-DT-INI
               MOVE 'FUTURO'               TO WK-TX-VIGENCIA
           END-IF

           IF  EMB-DT-FIM NUMERIC
           AND EMB-DT-FIM GREATER ZEROS
           AND WK-DT-HOJE GREATER EMB-DT-FIM
               MOVE 'ENCERRADO'            TO WK-TX-VIGENCIA
           END-IF

           .
       720000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       730000-GRAVAR-JORNAL SECTION.
      *-----------------------------------------------------------------
      *    Grava a linha do diario na fila 'EMBJ' - o chamador ja
      *    deixou a acao em EMBJ-IC-ACAO, a imagem anterior em
      *    WK-IMG-ANT e a nova em EMBARGO-REGISTRO (o registro do
      *    diario foi limpo em 210000).

           MOVE FUNCTION CURRENT-DATE      TO DATA-HORA-VIO

           MOVE DTH-DATA                   TO EMBJ-DT
           MOVE DTH-HORA                   TO EMBJ-HR
           MOVE WK-PRF-CD-OPER             TO EMBJ-CD-OPER
           MOVE WK-IMG-ANT                 TO EMBJ-IMAGEM-ANT
           MOVE EMBARGO-REGISTRO           TO EMBJ-IMAGEM-NOVA

           EXEC CICS
               WRITEQ TD QUEUE('EMBJ') FROM(EMBJORN-REGISTRO)
                         LENGTH(LENGTH OF EMBJORN-REGISTRO)
           END-EXEC

           .
       730000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-ENVIAR-TELA SECTION.
      *-----------------------------------------------------------------

           EXEC CICS
               SEND MAP('ARCM634') MAPSET('ARCSM634')
                    FROM(ARCM634O) DATAONLY
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

           MOVE SPACES                     TO MSGO OF ARCM634O
           STRING 'Manutencao de embargos encerrada'
               DELIMITED BY SIZE INTO MSGO OF ARCM634O
           END-STRING

           EXEC CICS
               SEND TEXT FROM(MSGO OF ARCM634O) ERASE FREEKB
           END-EXEC

           EXEC CICS
               RETURN
           END-EXEC

           .
       900000-SAI.
           EXIT.
