      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCT0635
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Transacao CICS pseudo-conversacional (mapset
      *             ARCSM635, mapa ARCM635) de registro de contatos com
      *             o cliente no CONTATO (book ARCKCTTO). Ate aqui o
      *             sistema so guardava o motivo digitado no PF5 de
      *             ARCT0628 (AUD-TX-MTV-SLCD); o negociador seguinte
      *             nao sabia o que foi dito na vespera. Acao 'I'
      *             registra o contato da conta (canal, desfecho, data
      *             prometida no desfecho promessa e texto livre) com
      *             o operador e o carimbo do momento; acao 'L' lista
      *             os 10 contatos mais recentes da conta, que tambem
      *             saem depois de cada registro. Conta criticada
      *             contra o CADOPR. As promessas vencidas sem
      *             aplicacao nem pagamento saem a noite em ARCR0638.
      * COMPILACAO: COBOL CICS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Lista: desfecho 08 (aviso
      *        automatico de lembrete/cobranca, ARCP0653) descrito
      *        como os demais; a captura segue restrita a 01-07.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCT0635.
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
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCT0635 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.

      *    Codigos de RESP do CICS usados no file control - mesmos
      *    valores dos simbolos DFHRESP correspondentes.
       77  CTE-RESP-NORMAL              PIC S9(08) COMP VALUE +0.
       77  CTE-RESP-NOTFND              PIC S9(08) COMP VALUE +13.
       77  CTE-RESP-DUPREC              PIC S9(08) COMP VALUE +14.
       77  CTE-RESP-ENDFILE             PIC S9(08) COMP VALUE +20.

      *    Alcance maximo da data prometida, em dias corridos - o
      *    mesmo prazo limite de pagamento da conciliacao ARCP0644.
       77  CTE-QT-DIAS-PROM             PIC  9(03) VALUE 120.

       01  WK-RESP                      PIC S9(08) COMP.

      *    Registro do CONTATO - area de gravacao e de browse
       01  CONTATO-REGISTRO.
-INC ARCKCTTO

      *    Registro do CADOPR, lido so para criticar a conta
       01  CADOPR-REGISTRO.
-INC ARCKCADO

       01  WK-CHAVE-CADOPR.
           03  WK-CAD-SIS                   PIC  X(03).
           03  WK-CAD-OPR                   PIC  9(17).
           03  WK-CAD-EPRD                  PIC  9(05).
           03  WK-CAD-SCTR                  PIC  9(05).
           03  WK-CAD-FXA                   PIC  9(02).

       01  WK-CHAVE-CONTATO.
           03  WK-CTT-SIS                   PIC  X(03).
           03  WK-CTT-OPR                   PIC  9(17).
           03  WK-CTT-EPRD                  PIC  9(05).
           03  WK-CTT-SCTR                  PIC  9(05).
           03  WK-CTT-DT-INV                PIC  9(08).
           03  WK-CTT-HR-INV                PIC  9(06).
           03  WK-CTT-SEQ                   PIC  9(02).

      *    Descricao curta dos desfechos, na ordem dos codigos do
      *    book ARCKCTTO
       01  TABELA-DSFC.
           03  FILLER                       PIC  X(10)
                          VALUE 'NAO ATENDE'.
           03  FILLER                       PIC  X(10)
                          VALUE 'RECADO'.
           03  FILLER                       PIC  X(10)
                          VALUE 'PROMESSA'.
           03  FILLER                       PIC  X(10)
                          VALUE 'RECUSA'.
           03  FILLER                       PIC  X(10)
                          VALUE 'NEGOCIANDO'.
           03  FILLER                       PIC  X(10)
                          VALUE 'CONTESTA'.
           03  FILLER                       PIC  X(10)
                          VALUE 'ERRADO'.
           03  FILLER                       PIC  X(10)
                          VALUE 'AVISO AUTO'.

       01  FILLER REDEFINES TABELA-DSFC.
           03  TAB-DSFC   OCCURS 8 TIMES    PIC  X(10).

       01  GRP-DATAS.
           03  WK-DT-HOJE                   PIC  9(08).
           03  WK-HR-AGORA                  PIC  9(06).
           03  WK-DT-LIMITE                 PIC  9(08).
           03  WK-DT-CRIT                   PIC  9(08).
           03  WK-DT-CRIT-DCP REDEFINES WK-DT-CRIT.
               05  WK-DTC-AAAA              PIC  9(04).
               05  WK-DTC-MM                PIC  9(02).
               05  WK-DTC-DD                PIC  9(02).

       01  WK-TX-DSFC                       PIC  X(10).

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
           03  WK-GRAVADO-SW                PIC  X(01) VALUE 'N'.
               88  WK-GRAVADO                          VALUE 'S'.
           03  WK-CRITICA-OK-SW             PIC  X(01).
               88  WK-CRITICA-OK                       VALUE 'S'.
               88  WK-CRITICA-ERRO                     VALUE 'N'.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  DFHCOMMAREA.
           03  CA-IC-CONVERSA               PIC  X(01).

-INC ARCKM635

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

           MOVE SPACES                     TO MSGO OF ARCM635O
           STRING
               'Acesso nao autorizado - procure o administrador'
               ' de perfis'
               DELIMITED BY SIZE INTO MSGO OF ARCM635O
           END-STRING

           EXEC CICS
               SEND TEXT FROM(MSGO OF ARCM635O) ERASE FREEKB
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

           MOVE SPACES                     TO MSGO OF ARCM635O
           STRING
               'Conta, acao (I registra, L lista) e ENTER. PF3'
               ' encerra.'
               DELIMITED BY SIZE INTO MSGO OF ARCM635O
           END-STRING

           EXEC CICS
               SEND MAP('ARCM635') MAPSET('ARCSM635')
                    FROM(ARCM635O) ERASE
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
                   MOVE SPACES              TO MSGO OF ARCM635O
                   STRING
                       'Tecla invalida - use ENTER ou PF3'
                       DELIMITED BY SIZE INTO MSGO OF ARCM635O
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
               RECEIVE MAP('ARCM635') MAPSET('ARCSM635')
                       INTO(ARCM635I)
           END-EXEC

      *    Campo nao digitado chega em nulos - normaliza para que as
      *    criticas enxerguem espacos/zeros.
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
           IF  CNLL EQUAL ZEROS
               MOVE SPACES                 TO CNLI
           END-IF
           IF  DSFCL EQUAL ZEROS
               MOVE ZEROS                  TO DSFCI
           END-IF
           IF  DTPRL EQUAL ZEROS
               MOVE ZEROS                  TO DTPRI
           END-IF
           IF  TXAL EQUAL ZEROS
               MOVE SPACES                 TO TXAI
           END-IF
           IF  TXBL EQUAL ZEROS
               MOVE SPACES                 TO TXBI
           END-IF

           MOVE FUNCTION CURRENT-DATE      TO DATA-HORA-VIO
           MOVE DTH-DATA                   TO WK-DT-HOJE
           MOVE DTH-HORA                   TO WK-HR-AGORA
           COMPUTE WK-DT-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WK-DT-HOJE)
                    + CTE-QT-DIAS-PROM)

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

           MOVE SPACES                  TO MSGO OF ARCM635O
           STRING 'Nenhum dado foi digitado'
               DELIMITED BY SIZE       INTO MSGO OF ARCM635O
           END-STRING

           GO TO 600000-ENVIAR-TELA

           .
       210100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-EXECUTAR-ACAO SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                     TO MSGO OF ARCM635O
           PERFORM VARYING IX-LIN FROM 1 BY 1
           UNTIL IX-LIN GREATER 10
               MOVE SPACES                 TO LINO(IX-LIN)
           END-PERFORM

      *    Registro exige nivel 'A' no perfil; a lista passa com o
      *    nivel de consulta.
           IF  ACAOI EQUAL 'I'
           AND NOT WK-AUT-ATUALIZA
               MOVE 'CONTATO I'            TO WK-VIO-TX-ACAO
               PERFORM 055000-REGISTRAR-VIOLACAO
               STRING
                   'Perfil sem nivel para registro - somente'
                   ' consulta'
                   DELIMITED BY SIZE INTO MSGO OF ARCM635O
               END-STRING
               GO TO 300000-SAI
           END-IF

           IF  ACAOI NOT EQUAL 'I' AND 'L'
               STRING
                   'Acao invalida - use I (registra) ou L (lista)'
                   DELIMITED BY SIZE INTO MSGO OF ARCM635O
               END-STRING
               GO TO 300000-SAI
           END-IF

           PERFORM 700000-CRITICAR-CONTA

           IF  WK-CRITICA-ERRO
               GO TO 300000-SAI
           END-IF

           IF  ACAOI EQUAL 'I'
               PERFORM 320000-REGISTRAR-CONTATO
               IF  WK-CRITICA-ERRO
                   GO TO 300000-SAI
               END-IF
           END-IF

           PERFORM 310000-LISTAR-CONTATOS

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       310000-LISTAR-CONTATOS SECTION.
      *-----------------------------------------------------------------
      *    Os 10 contatos mais recentes da conta - a chave invertida
      *    do CONTATO ja entrega o mais novo primeiro.

           MOVE 'N'                        TO FIM-BROWSE-SW
           MOVE ZEROS                      TO IX-LIN

           MOVE SISI                       TO WK-CTT-SIS
           MOVE OPRI                       TO WK-CTT-OPR
           MOVE EPRDI                      TO WK-CTT-EPRD
           MOVE SCTRI                      TO WK-CTT-SCTR
           MOVE ZEROS                      TO WK-CTT-DT-INV
           MOVE ZEROS                      TO WK-CTT-HR-INV
           MOVE ZEROS                      TO WK-CTT-SEQ

           EXEC CICS
               STARTBR FILE('CONTATO') RIDFLD(WK-CHAVE-CONTATO)
                       GTEQ RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               IF  MSGO OF ARCM635O EQUAL SPACES
                   STRING 'Nenhum contato registrado para a conta'
                       DELIMITED BY SIZE INTO MSGO OF ARCM635O
                   END-STRING
               END-IF
               GO TO 310000-SAI
           END-IF

           PERFORM UNTIL FIM-BROWSE
           OR IX-LIN GREATER OR EQUAL 10

               EXEC CICS
                   READNEXT FILE('CONTATO') INTO(CONTATO-REGISTRO)
                            RIDFLD(WK-CHAVE-CONTATO)
                            RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               OR  CTT-SG-SIS-OGM-OPR  NOT EQUAL SISI
               OR  CTT-NR-UNCO-CTR-OPR NOT EQUAL OPRI
               OR  CTT-NR-EPRD-FNCD    NOT EQUAL EPRDI
               OR  CTT-NR-SCTR-OPR     NOT EQUAL SCTRI
                   SET FIM-BROWSE           TO TRUE
               ELSE
                   ADD 1                    TO IX-LIN
                   PERFORM 450000-FORMATAR-LINHA
               END-IF

           END-PERFORM

           EXEC CICS
               ENDBR FILE('CONTATO')
           END-EXEC

           IF  MSGO OF ARCM635O EQUAL SPACES
               IF  IX-LIN EQUAL ZEROS
                   STRING 'Nenhum contato registrado para a conta'
                       DELIMITED BY SIZE INTO MSGO OF ARCM635O
                   END-STRING
               ELSE
                   STRING 'Contatos mais recentes da conta'
                       DELIMITED BY SIZE INTO MSGO OF ARCM635O
                   END-STRING
               END-IF
           END-IF

           .
       310000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       320000-REGISTRAR-CONTATO SECTION.
      *-----------------------------------------------------------------
      *    Critica canal, desfecho e data prometida e grava o contato
      *    com o carimbo do momento. Contato do mesmo segundo na
      *    mesma conta (chave duplicada) avanca o sequencial.

           SET  WK-CRITICA-OK              TO TRUE

           MOVE SPACES                     TO CONTATO-REGISTRO

           MOVE CNLI                       TO CTT-CD-CNL
           IF  NOT CTT-CNL-VALIDO
               STRING
                   'Canal invalido - T fone, E e-mail, M mensagem,'
                   ' P presencial, C carta'
                   DELIMITED BY SIZE INTO MSGO OF ARCM635O
               END-STRING
               SET WK-CRITICA-ERRO          TO TRUE
               GO TO 320000-SAI
           END-IF

           IF  DSFCI NOT NUMERIC
               MOVE ZEROS                  TO CTT-CD-DSFC
           ELSE
               MOVE DSFCI                  TO CTT-CD-DSFC
           END-IF
           IF  NOT CTT-DSFC-VALIDO
               STRING
                   'Desfecho invalido - 01 a 07 (03 = promessa de'
                   ' pagamento)'
                   DELIMITED BY SIZE INTO MSGO OF ARCM635O
               END-STRING
               SET WK-CRITICA-ERRO          TO TRUE
               GO TO 320000-SAI
           END-IF

      *    Data prometida: obrigatoria na promessa, entre hoje e o
      *    alcance maximo; nos demais desfechos fica zerada.
           IF  CTT-DSFC-PROMESSA
               MOVE DTPRI                  TO WK-DT-CRIT
               PERFORM 710000-CRITICAR-DATA
               IF  WK-CRITICA-ERRO
                   GO TO 320000-SAI
               END-IF
               IF  WK-DT-CRIT LESS WK-DT-HOJE
               OR  WK-DT-CRIT GREATER WK-DT-LIMITE
                   STRING
                       'Data prometida deve estar entre hoje e 120'
                       ' dias'
                       DELIMITED BY SIZE INTO MSGO OF ARCM635O
                   END-STRING
                   SET WK-CRITICA-ERRO      TO TRUE
                   GO TO 320000-SAI
               END-IF
               MOVE WK-DT-CRIT             TO CTT-DT-PROM
           ELSE
               IF  DTPRI NOT EQUAL ZEROS
                   STRING
                       'Data prometida so no desfecho 03 (promessa)'
                       DELIMITED BY SIZE INTO MSGO OF ARCM635O
                   END-STRING
                   SET WK-CRITICA-ERRO      TO TRUE
                   GO TO 320000-SAI
               END-IF
               MOVE ZEROS                  TO CTT-DT-PROM
           END-IF

           MOVE SISI                       TO CTT-SG-SIS-OGM-OPR
           MOVE OPRI                       TO CTT-NR-UNCO-CTR-OPR
           MOVE EPRDI                      TO CTT-NR-EPRD-FNCD
           MOVE SCTRI                      TO CTT-NR-SCTR-OPR
           COMPUTE CTT-DT-INV = 99999999 - WK-DT-HOJE
           COMPUTE CTT-HR-INV = 999999 - WK-HR-AGORA
           MOVE ZEROS                      TO CTT-NR-SEQ
           MOVE WK-DT-HOJE                 TO CTT-DT-CTT
           MOVE WK-HR-AGORA                TO CTT-HR-CTT
           MOVE WK-PRF-CD-OPER             TO CTT-CD-OPER
           STRING TXAI TXBI
               DELIMITED BY SIZE INTO CTT-TX-CTT
           END-STRING

           MOVE 'N'                        TO WK-GRAVADO-SW

           PERFORM UNTIL WK-GRAVADO
           OR CTT-NR-SEQ GREATER 98

               EXEC CICS
                   WRITE FILE('CONTATO') FROM(CONTATO-REGISTRO)
                         RIDFLD(CTT-CHAVE) RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP EQUAL CTE-RESP-DUPREC
                   ADD 1                    TO CTT-NR-SEQ
               ELSE
                   SET WK-GRAVADO           TO TRUE
               END-IF

           END-PERFORM

           IF  WK-GRAVADO
           AND WK-RESP EQUAL CTE-RESP-NORMAL
               STRING 'Contato registrado'
                   DELIMITED BY SIZE INTO MSGO OF ARCM635O
               END-STRING
               MOVE SPACES                 TO CNLO
               MOVE ZEROS                  TO DSFCO
               MOVE ZEROS                  TO DTPRO
               MOVE SPACES                 TO TXAO
               MOVE SPACES                 TO TXBO
           ELSE
               STRING 'Erro na gravacao do CONTATO'
                   DELIMITED BY SIZE INTO MSGO OF ARCM635O
               END-STRING
               SET WK-CRITICA-ERRO          TO TRUE
           END-IF

           .
       320000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       450000-FORMATAR-LINHA SECTION.
      *-----------------------------------------------------------------
      *    75 bytes justos: data, hora, operador, canal, desfecho,
      *    data prometida e o comeco do texto.

           IF  CTT-DSFC-CONHECIDO
               MOVE TAB-DSFC(CTT-CD-DSFC)  TO WK-TX-DSFC
           ELSE
               MOVE CTT-CD-DSFC            TO WK-TX-DSFC
           END-IF

           MOVE SPACES                     TO LINO(IX-LIN)
           STRING
               CTT-DT-CTT ' ' CTT-HR-CTT(1:4)
               ' ' CTT-CD-OPER
               ' ' CTT-CD-CNL
               ' ' WK-TX-DSFC
               ' ' CTT-DT-PROM
               ' ' CTT-TX-CTT(1:29)
               DELIMITED BY SIZE INTO LINO(IX-LIN)
           END-STRING

           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-CRITICAR-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Conta completa e presente no CADOPR (alguma faixa
      *    cadastrada) - contato de conta inexistente nao e gravado.

           SET  WK-CRITICA-OK              TO TRUE

           IF  SISI EQUAL SPACES
           OR  OPRI NOT NUMERIC
           OR  OPRI EQUAL ZEROS
           OR  EPRDI NOT NUMERIC
           OR  SCTRI NOT NUMERIC
               STRING
                   'Informe a conta (sistema, operacao,'
                   ' empreendimento e setor)'
                   DELIMITED BY SIZE INTO MSGO OF ARCM635O
               END-STRING
               SET WK-CRITICA-ERRO          TO TRUE
               GO TO 700000-SAI
           END-IF

           MOVE SISI                       TO WK-CAD-SIS
           MOVE OPRI                       TO WK-CAD-OPR
           MOVE EPRDI                      TO WK-CAD-EPRD
           MOVE SCTRI                      TO WK-CAD-SCTR
           MOVE ZEROS                      TO WK-CAD-FXA

           EXEC CICS
               STARTBR FILE('CADOPR') RIDFLD(WK-CHAVE-CADOPR)
                       GTEQ RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
               EXEC CICS
                   READNEXT FILE('CADOPR') INTO(CADOPR-REGISTRO)
                            RIDFLD(WK-CHAVE-CADOPR)
                            RESP(WK-RESP)
               END-EXEC
               EXEC CICS
                   ENDBR FILE('CADOPR')
               END-EXEC
           END-IF

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
           OR  CADOPR-SIS  NOT EQUAL SISI
           OR  CADOPR-OPR  NOT EQUAL OPRI
           OR  CADOPR-EPRD NOT EQUAL EPRDI
           OR  CADOPR-SCTR NOT EQUAL SCTRI
               STRING 'Conta sem cadastro no CADOPR'
                   DELIMITED BY SIZE INTO MSGO OF ARCM635O
               END-STRING
               SET WK-CRITICA-ERRO          TO TRUE
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
               STRING 'Data prometida invalida (AAAAMMDD)'
                   DELIMITED BY SIZE INTO MSGO OF ARCM635O
               END-STRING
               SET WK-CRITICA-ERRO          TO TRUE
           END-IF

           .
       710000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-ENVIAR-TELA SECTION.
      *-----------------------------------------------------------------

           EXEC CICS
               SEND MAP('ARCM635') MAPSET('ARCSM635')
                    FROM(ARCM635O) DATAONLY
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

           MOVE SPACES                     TO MSGO OF ARCM635O
           STRING 'Registro de contatos encerrado'
               DELIMITED BY SIZE INTO MSGO OF ARCM635O
           END-STRING

           EXEC CICS
               SEND TEXT FROM(MSGO OF ARCM635O) ERASE FREEKB
           END-EXEC

           EXEC CICS
               RETURN
           END-EXEC

           .
       900000-SAI.
           EXIT.
