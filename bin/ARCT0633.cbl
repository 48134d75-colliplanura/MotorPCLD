      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCT0633
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Transacao CICS pseudo-conversacional (mapset
      *             ARCSM633, mapa ARCM633) de administracao de
      *             seguranca: manutencao dos cadastros PERFIL (book
      *             ARCKPERF - nivel por operador x transacao) e
      *             ALCADA (book ARCKALCD - valor maximo de entrada
      *             por operador), ate aqui carregados fora do motor.
      *             O campo ARQ escolhe o arquivo ('P' perfil, 'L'
      *             alcada); acoes 'L' lista, 'I' inclui, 'A' altera,
      *             'E' exclui. Toda alteracao passa por quatro olhos:
      *             o ENTER so registra a pendencia na commarea e um
      *             segundo administrador, de userid distinto, efetiva
      *             com PF6 (PF4 descarta) - mesma disciplina do PF5/
      *             PF6 de ARCT0628. Ninguem eleva o proprio acesso:
      *             conceder 'A' ou aumentar a alcada de si mesmo e
      *             recusado e vai para a fila de violacoes 'VIOL',
      *             seja na solicitacao, seja na confirmacao. Cada
      *             alteracao efetivada grava na fila TD 'SEGJ' (book
      *             ARCKSEGJ, destino fisico SEGJORN) os dois
      *             operadores e as imagens antes/depois; ARCR0637
      *             imprime o diario do dia.
      * COMPILACAO: COBOL CICS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCT0633.
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
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCT0633 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.

      *    Codigos de RESP do CICS usados no file control - mesmos
      *    valores dos simbolos DFHRESP correspondentes.
       77  CTE-RESP-NORMAL              PIC S9(08) COMP VALUE +0.
       77  CTE-RESP-NOTFND              PIC S9(08) COMP VALUE +13.
       77  CTE-RESP-DUPREC              PIC S9(08) COMP VALUE +14.
       77  CTE-RESP-ENDFILE             PIC S9(08) COMP VALUE +20.

       01  WK-RESP                      PIC S9(08) COMP.

      *    Registro do ALCADA (novo conteudo a gravar/regravar)
       01  ALCADA-REGISTRO.
-INC ARCKALCD

      *    Registros lidos do arquivo (browse e leitura para
      *    alteracao/exclusao)
       01  PERFIL-LIDO.
           03  PLID-CHAVE.
               05  PLID-CD-OPER         PIC  X(08).
               05  PLID-CD-TRNS         PIC  X(04).
           03  PLID-IC-NIVEL            PIC  X(01).

       01  ALCADA-LIDO.
           03  ALID-CD-OPER             PIC  X(08).
           03  ALID-VL-ALCD             PIC  9(13)V99.

      *    Imagens antes/depois do registro em manutencao, no formato
      *    do diario (SEGJ-IMAGEM-ANT/NOVA). Espacos quando nao se
      *    aplica - antes da inclusao, depois da exclusao.
       01  WK-IMG-ANT                   PIC  X(23).
       01  WK-IMG-ANT-PRF REDEFINES WK-IMG-ANT.
           03  IMGA-PRF-CD-OPER         PIC  X(08).
           03  IMGA-PRF-CD-TRNS         PIC  X(04).
           03  IMGA-PRF-IC-NIVEL        PIC  X(01).
           03  FILLER                   PIC  X(10).
       01  WK-IMG-ANT-ALC REDEFINES WK-IMG-ANT.
           03  IMGA-ALC-CD-OPER         PIC  X(08).
           03  IMGA-ALC-VL-ALCD         PIC  9(13)V99.

       01  WK-IMG-NOVA                  PIC  X(23).
       01  WK-IMG-NOVA-PRF REDEFINES WK-IMG-NOVA.
           03  IMGN-PRF-CD-OPER         PIC  X(08).
           03  IMGN-PRF-CD-TRNS         PIC  X(04).
           03  IMGN-PRF-IC-NIVEL        PIC  X(01).
           03  FILLER                   PIC  X(10).
       01  WK-IMG-NOVA-ALC REDEFINES WK-IMG-NOVA.
           03  IMGN-ALC-CD-OPER         PIC  X(08).
           03  IMGN-ALC-VL-ALCD         PIC  9(13)V99.

      *    Imagem relida na confirmacao, comparada com a antes guardada
      *    na pendencia - registro mexido no intervalo nao e efetivado.
       01  WK-IMG-ATUAL                 PIC  X(23).

      *    Critica de auto-elevacao (700000): operador a verificar e
      *    alcada anterior (zero quando nao havia registro)
       01  GRP-ELEVACAO.
           03  WK-OPER-VERIF                PIC  X(08).
           03  WK-IC-ARQ-VERIF              PIC  X(01).
           03  WK-IC-ACAO-VERIF             PIC  X(01).
           03  WK-VL-ALCD-ANT               PIC  9(13)V99.

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

      *    Registro do PERFIL - lido na porta de entrada (050000) e,
      *    depois dela, usado tambem como area de gravacao da
      *    manutencao.
       01  PERFIL-REGISTRO.
-INC ARCKPERF

       01  VIOLACAO-REGISTRO.
-INC ARCKVIOL

       01  SEGJORN-REGISTRO.
-INC ARCKSEGJ

       01  DATA-HORA-VIO.
           03  DTH-DATA                     PIC  9(08).
           03  DTH-HORA                     PIC  9(06).
           03  FILLER                       PIC  X(07).

      *    Chaves de acesso (RIDFLD) dos registros em manutencao -
      *    distintas de WK-CHAVE-PERFIL, que guarda a sessao.
       01  WK-CHAVE-PERFIL-MNT.
           03  WK-CHV-PRF-OPER          PIC  X(08).
           03  WK-CHV-PRF-TRNS          PIC  X(04).

       01  WK-CHAVE-ALCADA.
           03  WK-CHV-ALC-OPER          PIC  X(08).

       01  WK-VL-EDIT                   PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

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
           03  WK-ELEVACAO-SW               PIC  X(01).
               88  WK-ELEVACAO                         VALUE 'S'.
               88  WK-SEM-ELEVACAO                     VALUE 'N'.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      *    A pendencia de quatro olhos vive na commarea, como a do PF5
      *    de ARCT0628: quem solicitou, arquivo, acao e as duas imagens.
       01  DFHCOMMAREA.
           03  CA-IC-CONVERSA               PIC  X(01).
           03  CA-IC-PNDT                   PIC  X(01).
               88  CA-TEM-PENDENCIA         VALUE 'P'.
           03  CA-CD-OPER-PNDT              PIC  X(08).
           03  CA-IC-ARQ-PNDT               PIC  X(01).
               88  CA-PNDT-PERFIL           VALUE 'P'.
               88  CA-PNDT-ALCADA           VALUE 'L'.
           03  CA-IC-ACAO-PNDT              PIC  X(01).
               88  CA-PNDT-INCLUSAO         VALUE 'I'.
               88  CA-PNDT-ALTERACAO        VALUE 'A'.
               88  CA-PNDT-EXCLUSAO         VALUE 'E'.
           03  CA-IMAGEM-ANT-PNDT           PIC  X(23).
           03  CA-IMAGEM-NOVA-PNDT          PIC  X(23).

-INC ARCKM633

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

           MOVE SPACES                     TO MSGO OF ARCM633O
           STRING
               'Acesso nao autorizado - procure o administrador'
               ' de perfis'
               DELIMITED BY SIZE INTO MSGO OF ARCM633O
           END-STRING

           EXEC CICS
               SEND TEXT FROM(MSGO OF ARCM633O) ERASE FREEKB
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
      *    em branco pedindo o arquivo e a acao.

           MOVE SPACES                     TO MSGO OF ARCM633O
           STRING
               'Arquivo (P/L), acao (L/I/A/E) e ENTER. PF3 encerra.'
               DELIMITED BY SIZE INTO MSGO OF ARCM633O
           END-STRING

           EXEC CICS
               SEND MAP('ARCM633') MAPSET('ARCSM633')
                    FROM(ARCM633O) ERASE
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
               WHEN DFHPF6
                   PERFORM 400000-CONFIRMAR-ALTERACAO
                   PERFORM 600000-ENVIAR-TELA
               WHEN DFHPF4
                   PERFORM 450000-DESCARTAR-PENDENCIA
                   PERFORM 600000-ENVIAR-TELA
               WHEN DFHENTER
                   SET  WK-NAO-MAPFAIL      TO TRUE
                   PERFORM 210000-RECEBER-TELA
                   IF  WK-NAO-MAPFAIL
                       PERFORM 300000-EXECUTAR-ACAO
                   END-IF
                   PERFORM 600000-ENVIAR-TELA
               WHEN OTHER
                   MOVE SPACES              TO MSGO OF ARCM633O
                   STRING
                       'Tecla invalida - use ENTER, PF3, PF4 ou PF6'
                       DELIMITED BY SIZE INTO MSGO OF ARCM633O
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
               RECEIVE MAP('ARCM633') MAPSET('ARCSM633')
                       INTO(ARCM633I)
           END-EXEC

      *    Campo nao digitado chega em nulos - normaliza para que a
      *    chave e as criticas enxerguem espacos/zeros.
           IF  OPERL EQUAL ZEROS
               MOVE SPACES                 TO OPERI
           END-IF
           IF  TRNSL EQUAL ZEROS
               MOVE SPACES                 TO TRNSI
           END-IF
           IF  NIVLL EQUAL ZEROS
               MOVE SPACES                 TO NIVLI
           END-IF
           IF  VALCL EQUAL ZEROS
               MOVE ZEROS                  TO VALCI
           END-IF

           MOVE OPERI                      TO WK-CHV-PRF-OPER
           MOVE TRNSI                      TO WK-CHV-PRF-TRNS
           MOVE OPERI                      TO WK-CHV-ALC-OPER

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

           MOVE SPACES                  TO MSGO OF ARCM633O
           STRING 'Nenhum dado foi digitado'
               DELIMITED BY SIZE       INTO MSGO OF ARCM633O
           END-STRING

           GO TO 600000-ENVIAR-TELA

           .
       210100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-EXECUTAR-ACAO SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                     TO MSGO OF ARCM633O
           PERFORM VARYING IX-LIN FROM 1 BY 1
           UNTIL IX-LIN GREATER 10
               MOVE SPACES                 TO LINO(IX-LIN)
           END-PERFORM

      *    Acoes de atualizacao exigem nivel 'A' no perfil; a lista
      *    passa com o nivel de consulta.
           IF  (ACAOI EQUAL 'I' OR 'A' OR 'E')
           AND NOT WK-AUT-ATUALIZA
               MOVE SPACES                 TO WK-VIO-TX-ACAO
               STRING 'MANUTENCAO ' ARQI '/' ACAOI
                   DELIMITED BY SIZE INTO WK-VIO-TX-ACAO
               END-STRING
               PERFORM 055000-REGISTRAR-VIOLACAO
               STRING
                   'Perfil sem nivel para manutencao - somente'
                   ' consulta'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 300000-SAI
           END-IF

      *    Uma pendencia por conversa - a seguinte so depois da
      *    confirmacao (PF6) ou do descarte (PF4) da atual.
           IF  (ACAOI EQUAL 'I' OR 'A' OR 'E')
           AND CA-TEM-PENDENCIA
               STRING
                   'Ja ha alteracao pendente - PF6 confirma, PF4'
                   ' descarta'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               PERFORM 500000-EXIBIR-PENDENCIA
               GO TO 300000-SAI
           END-IF

           EVALUATE ARQI
               WHEN 'P'
                   PERFORM 310000-EXECUTAR-PERFIL
               WHEN 'L'
                   PERFORM 320000-EXECUTAR-ALCADA
               WHEN OTHER
                   STRING
                       'Arquivo invalido - use P (perfil) ou'
                       ' L (alcada)'
                       DELIMITED BY SIZE INTO MSGO OF ARCM633O
                   END-STRING
           END-EVALUATE

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       310000-EXECUTAR-PERFIL SECTION.
      *-----------------------------------------------------------------

           EVALUATE ACAOI
               WHEN 'L'
                   PERFORM 311000-LISTAR-PERFIS
               WHEN 'I'
               WHEN 'A'
               WHEN 'E'
                   PERFORM 312000-SOLICITAR-PERFIL
               WHEN OTHER
                   STRING
                       'Acao invalida - use L, I, A ou E'
                       DELIMITED BY SIZE INTO MSGO OF ARCM633O
                   END-STRING
           END-EVALUATE

           .
       310000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       311000-LISTAR-PERFIS SECTION.
      *-----------------------------------------------------------------
      *    Lista os perfis a partir do operador/transacao digitados
      *    (espacos = desde o inicio do arquivo), ate 10 linhas.

           MOVE 'N'                        TO FIM-BROWSE-SW
           MOVE ZEROS                      TO IX-LIN

           EXEC CICS
               STARTBR FILE('PERFIL') RIDFLD(WK-CHAVE-PERFIL-MNT)
                       GTEQ RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               STRING 'Nenhum perfil cadastrado a partir da chave'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 311000-SAI
           END-IF

           PERFORM UNTIL FIM-BROWSE
           OR IX-LIN GREATER OR EQUAL 10

               EXEC CICS
                   READNEXT FILE('PERFIL') INTO(PERFIL-LIDO)
                            RIDFLD(WK-CHAVE-PERFIL-MNT)
                            RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
                   SET FIM-BROWSE           TO TRUE
               ELSE
                   ADD 1                    TO IX-LIN
                   MOVE SPACES              TO LINO(IX-LIN)
                   STRING
                       'Operador ' PLID-CD-OPER
                       ' transacao ' PLID-CD-TRNS
                       ' nivel ' PLID-IC-NIVEL
                       DELIMITED BY SIZE INTO LINO(IX-LIN)
                   END-STRING
               END-IF

           END-PERFORM

           EXEC CICS
               ENDBR FILE('PERFIL')
           END-EXEC

           IF  IX-LIN EQUAL ZEROS
               STRING 'Nenhum perfil cadastrado a partir da chave'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
           ELSE
               STRING 'Perfis listados'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
           END-IF

           .
       311000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       312000-SOLICITAR-PERFIL SECTION.
      *-----------------------------------------------------------------
      *    Inclusao, alteracao (nivel) ou exclusao de perfil: critica,
      *    le o registro atual, monta as imagens antes/depois e deixa
      *    a pendencia para o segundo administrador. Nada e gravado
      *    no PERFIL aqui.

           SET  WK-CRITICA-OK              TO TRUE

           IF  OPERI EQUAL SPACES
           OR  TRNSI EQUAL SPACES
               STRING 'Informe o operador e a transacao do perfil'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 312000-SAI
           END-IF

           IF  ACAOI NOT EQUAL 'E'
           AND NIVLI NOT EQUAL 'C' AND 'A'
               STRING 'Nivel invalido - use C (consulta) ou'
                      ' A (atualizacao)'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 312000-SAI
           END-IF

           EXEC CICS
               READ FILE('PERFIL') INTO(PERFIL-LIDO)
                    RIDFLD(WK-CHAVE-PERFIL-MNT) RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
           AND WK-RESP NOT EQUAL CTE-RESP-NOTFND
               STRING 'Erro na leitura do PERFIL'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 312000-SAI
           END-IF

           IF  ACAOI EQUAL 'I'
           AND WK-RESP EQUAL CTE-RESP-NORMAL
               STRING 'Perfil ja cadastrado - use a acao A'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 312000-SAI
           END-IF

           IF  ACAOI NOT EQUAL 'I'
           AND WK-RESP EQUAL CTE-RESP-NOTFND
               STRING 'Perfil nao cadastrado - use a acao I'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 312000-SAI
           END-IF

           MOVE SPACES                     TO WK-IMG-ANT
                                              WK-IMG-NOVA

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
               MOVE PLID-CD-OPER           TO IMGA-PRF-CD-OPER
               MOVE PLID-CD-TRNS           TO IMGA-PRF-CD-TRNS
               MOVE PLID-IC-NIVEL          TO IMGA-PRF-IC-NIVEL
           END-IF

           IF  ACAOI NOT EQUAL 'E'
               MOVE OPERI                  TO IMGN-PRF-CD-OPER
               MOVE TRNSI                  TO IMGN-PRF-CD-TRNS
               MOVE NIVLI                  TO IMGN-PRF-IC-NIVEL
           END-IF

           IF  ACAOI EQUAL 'A'
           AND WK-IMG-ANT EQUAL WK-IMG-NOVA
               STRING 'Nivel informado igual ao cadastrado'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 312000-SAI
           END-IF

           MOVE 'P'                        TO WK-IC-ARQ-VERIF
           PERFORM 350000-REGISTRAR-PENDENCIA

           .
       312000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       320000-EXECUTAR-ALCADA SECTION.
      *-----------------------------------------------------------------

           EVALUATE ACAOI
               WHEN 'L'
                   PERFORM 321000-LISTAR-ALCADAS
               WHEN 'I'
               WHEN 'A'
               WHEN 'E'
                   PERFORM 322000-SOLICITAR-ALCADA
               WHEN OTHER
                   STRING
                       'Acao invalida - use L, I, A ou E'
                       DELIMITED BY SIZE INTO MSGO OF ARCM633O
                   END-STRING
           END-EVALUATE

           .
       320000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       321000-LISTAR-ALCADAS SECTION.
      *-----------------------------------------------------------------
      *    Lista as alcadas a partir do operador digitado (espacos =
      *    desde o inicio do arquivo), ate 10 linhas.

           MOVE 'N'                        TO FIM-BROWSE-SW
           MOVE ZEROS                      TO IX-LIN

           EXEC CICS
               STARTBR FILE('ALCADA') RIDFLD(WK-CHAVE-ALCADA)
                       GTEQ RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               STRING 'Nenhuma alcada cadastrada a partir da chave'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 321000-SAI
           END-IF

           PERFORM UNTIL FIM-BROWSE
           OR IX-LIN GREATER OR EQUAL 10

               EXEC CICS
                   READNEXT FILE('ALCADA') INTO(ALCADA-LIDO)
                            RIDFLD(WK-CHAVE-ALCADA)
                            RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
                   SET FIM-BROWSE           TO TRUE
               ELSE
                   ADD 1                    TO IX-LIN
                   MOVE ALID-VL-ALCD        TO WK-VL-EDIT
                   MOVE SPACES              TO LINO(IX-LIN)
                   STRING
                       'Operador ' ALID-CD-OPER
                       ' alcada ' WK-VL-EDIT
                       DELIMITED BY SIZE INTO LINO(IX-LIN)
                   END-STRING
               END-IF

           END-PERFORM

           EXEC CICS
               ENDBR FILE('ALCADA')
           END-EXEC

           IF  IX-LIN EQUAL ZEROS
               STRING 'Nenhuma alcada cadastrada a partir da chave'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
           ELSE
               STRING 'Alcadas listadas'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
           END-IF

           .
       321000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       322000-SOLICITAR-ALCADA SECTION.
      *-----------------------------------------------------------------
      *    Inclusao, alteracao (valor) ou exclusao de alcada - mesma
      *    sequencia de 312000; nada e gravado no ALCADA aqui.

           IF  OPERI EQUAL SPACES
               STRING 'Informe o operador da alcada'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 322000-SAI
           END-IF

           IF  ACAOI NOT EQUAL 'E'
           AND VALCI NOT NUMERIC
               STRING 'Valor de alcada deve ser numerico'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 322000-SAI
           END-IF

           EXEC CICS
               READ FILE('ALCADA') INTO(ALCADA-LIDO)
                    RIDFLD(WK-CHAVE-ALCADA) RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
           AND WK-RESP NOT EQUAL CTE-RESP-NOTFND
               STRING 'Erro na leitura do ALCADA'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 322000-SAI
           END-IF

           IF  ACAOI EQUAL 'I'
           AND WK-RESP EQUAL CTE-RESP-NORMAL
               STRING 'Alcada ja cadastrada - use a acao A'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 322000-SAI
           END-IF

           IF  ACAOI NOT EQUAL 'I'
           AND WK-RESP EQUAL CTE-RESP-NOTFND
               STRING 'Alcada nao cadastrada - use a acao I'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 322000-SAI
           END-IF

           MOVE SPACES                     TO WK-IMG-ANT
                                              WK-IMG-NOVA

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
               MOVE ALID-CD-OPER           TO IMGA-ALC-CD-OPER
               MOVE ALID-VL-ALCD           TO IMGA-ALC-VL-ALCD
           END-IF

           IF  ACAOI NOT EQUAL 'E'
               MOVE OPERI                  TO IMGN-ALC-CD-OPER
               MOVE VALCI                  TO IMGN-ALC-VL-ALCD
           END-IF

           IF  ACAOI EQUAL 'A'
           AND WK-IMG-ANT EQUAL WK-IMG-NOVA
               STRING 'Valor informado igual ao cadastrado'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 322000-SAI
           END-IF

           MOVE 'L'                        TO WK-IC-ARQ-VERIF
           PERFORM 350000-REGISTRAR-PENDENCIA

           .
       322000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       350000-REGISTRAR-PENDENCIA SECTION.
      *-----------------------------------------------------------------
      *    Imagens montadas pelo chamador (312000/322000). Recusa a
      *    auto-elevacao do solicitante e guarda a pendencia na
      *    commarea para o PF6 do segundo administrador.

           MOVE ACAOI                      TO WK-IC-ACAO-VERIF
           MOVE WK-PRF-CD-OPER             TO WK-OPER-VERIF
           PERFORM 700000-VERIFICAR-ELEVACAO

           IF  WK-ELEVACAO
               MOVE SPACES                 TO WK-VIO-TX-ACAO
               STRING 'AUTO-ELEVACAO ' WK-IC-ARQ-VERIF '/' ACAOI
                   DELIMITED BY SIZE INTO WK-VIO-TX-ACAO
               END-STRING
               PERFORM 055000-REGISTRAR-VIOLACAO
               STRING
                   'Elevacao do proprio acesso nao permitida -'
                   ' registrada como violacao'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 350000-SAI
           END-IF

           MOVE 'P'                        TO CA-IC-PNDT
           MOVE WK-PRF-CD-OPER             TO CA-CD-OPER-PNDT
           MOVE WK-IC-ARQ-VERIF            TO CA-IC-ARQ-PNDT
           MOVE ACAOI                      TO CA-IC-ACAO-PNDT
           MOVE WK-IMG-ANT                 TO CA-IMAGEM-ANT-PNDT
           MOVE WK-IMG-NOVA                TO CA-IMAGEM-NOVA-PNDT

           STRING
               'Alteracao pendente - segundo administrador confirma'
               ' com PF6'
               DELIMITED BY SIZE INTO MSGO OF ARCM633O
           END-STRING

           PERFORM 500000-EXIBIR-PENDENCIA

           .
       350000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-CONFIRMAR-ALTERACAO SECTION.
      *-----------------------------------------------------------------
      *    PF6 - segundo administrador efetiva a alteracao pendente da
      *    conversa (quatro olhos): userid distinto do solicitante,
      *    nivel 'A' e, ele tambem, sem elevar o proprio acesso.

           MOVE SPACES                     TO MSGO OF ARCM633O
           PERFORM VARYING IX-LIN FROM 1 BY 1
           UNTIL IX-LIN GREATER 10
               MOVE SPACES                 TO LINO(IX-LIN)
           END-PERFORM

           IF  NOT WK-AUT-ATUALIZA
               MOVE 'CONFIRMAR PF6'        TO WK-VIO-TX-ACAO
               PERFORM 055000-REGISTRAR-VIOLACAO
               STRING
                   'Perfil sem nivel para confirmar - somente'
                   ' consulta'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 400000-SAI
           END-IF

           IF  NOT CA-TEM-PENDENCIA
               STRING 'Nao ha alteracao pendente de confirmacao'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 400000-SAI
           END-IF

           PERFORM 500000-EXIBIR-PENDENCIA

           IF  WK-PRF-CD-OPER EQUAL CA-CD-OPER-PNDT
               STRING
                   'Confirmacao exige um segundo administrador - '
                   'troque a sessao'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 400000-SAI
           END-IF

           MOVE CA-IMAGEM-ANT-PNDT         TO WK-IMG-ANT
           MOVE CA-IMAGEM-NOVA-PNDT        TO WK-IMG-NOVA
           MOVE CA-IC-ARQ-PNDT             TO WK-IC-ARQ-VERIF
           MOVE CA-IC-ACAO-PNDT            TO WK-IC-ACAO-VERIF
           MOVE WK-PRF-CD-OPER             TO WK-OPER-VERIF
           PERFORM 700000-VERIFICAR-ELEVACAO

           IF  WK-ELEVACAO
               MOVE SPACES                 TO WK-VIO-TX-ACAO
               STRING 'AUTO-ELEVACAO PF6 ' CA-IC-ARQ-PNDT
                   DELIMITED BY SIZE INTO WK-VIO-TX-ACAO
               END-STRING
               PERFORM 055000-REGISTRAR-VIOLACAO
               STRING
                   'Confirmador nao pode elevar o proprio acesso -'
                   ' registrada como violacao'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 400000-SAI
           END-IF

           SET  WK-CRITICA-OK              TO TRUE

           IF  CA-PNDT-PERFIL
               PERFORM 410000-EFETIVAR-PERFIL
           ELSE
               PERFORM 420000-EFETIVAR-ALCADA
           END-IF

      *    Efetivada ou recusada pela releitura, a pendencia se
      *    encerra aqui - uma recusa pede nova solicitacao.
           MOVE SPACES                     TO CA-IC-PNDT
                                              CA-CD-OPER-PNDT
                                              CA-IC-ARQ-PNDT
                                              CA-IC-ACAO-PNDT
                                              CA-IMAGEM-ANT-PNDT
                                              CA-IMAGEM-NOVA-PNDT

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       410000-EFETIVAR-PERFIL SECTION.
      *-----------------------------------------------------------------
      *    A porta de entrada (050000) ja consumiu PERFIL-REGISTRO -
      *    daqui em diante ele e a area do registro a gravar.

           MOVE IMGN-PRF-CD-OPER           TO PERF-CD-OPER
           MOVE IMGN-PRF-CD-TRNS           TO PERF-CD-TRNS
           MOVE IMGN-PRF-IC-NIVEL          TO PERF-IC-NIVEL

           IF  CA-PNDT-INCLUSAO
               MOVE IMGN-PRF-CD-OPER       TO WK-CHV-PRF-OPER
               MOVE IMGN-PRF-CD-TRNS       TO WK-CHV-PRF-TRNS
               EXEC CICS
                   WRITE FILE('PERFIL') FROM(PERFIL-REGISTRO)
                         RIDFLD(WK-CHAVE-PERFIL-MNT) RESP(WK-RESP)
               END-EXEC
               EVALUATE WK-RESP
                   WHEN CTE-RESP-NORMAL
                       PERFORM 730000-GRAVAR-JORNAL
                       STRING 'Perfil incluido e registrado no diario'
                           DELIMITED BY SIZE INTO MSGO OF ARCM633O
                       END-STRING
                   WHEN CTE-RESP-DUPREC
                       STRING
                           'Perfil incluido por outra sessao desde a'
                           ' solicitacao - descartada'
                           DELIMITED BY SIZE INTO MSGO OF ARCM633O
                       END-STRING
                   WHEN OTHER
                       STRING 'Erro na gravacao do PERFIL'
                           DELIMITED BY SIZE INTO MSGO OF ARCM633O
                       END-STRING
               END-EVALUATE
               GO TO 410000-SAI
           END-IF

           MOVE IMGA-PRF-CD-OPER           TO WK-CHV-PRF-OPER
           MOVE IMGA-PRF-CD-TRNS           TO WK-CHV-PRF-TRNS

           EXEC CICS
               READ FILE('PERFIL') INTO(PERFIL-LIDO)
                    RIDFLD(WK-CHAVE-PERFIL-MNT) UPDATE RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               STRING
                   'Perfil nao encontrado na confirmacao -'
                   ' pendencia descartada'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 410000-SAI
           END-IF

           MOVE SPACES                     TO WK-IMG-ATUAL
           MOVE PERFIL-LIDO                TO WK-IMG-ATUAL

           IF  WK-IMG-ATUAL NOT EQUAL WK-IMG-ANT
               EXEC CICS
                   UNLOCK FILE('PERFIL')
               END-EXEC
               STRING
                   'Perfil alterado por outra sessao desde a'
                   ' solicitacao - descartada'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 410000-SAI
           END-IF

           IF  CA-PNDT-EXCLUSAO
               EXEC CICS
                   DELETE FILE('PERFIL') RESP(WK-RESP)
               END-EXEC
           ELSE
               EXEC CICS
                   REWRITE FILE('PERFIL') FROM(PERFIL-REGISTRO)
                           RESP(WK-RESP)
               END-EXEC
           END-IF

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
               PERFORM 730000-GRAVAR-JORNAL
               STRING 'Perfil atualizado e registrado no diario'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
           ELSE
               STRING 'Erro na regravacao do PERFIL'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
           END-IF

           .
       410000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       420000-EFETIVAR-ALCADA SECTION.
      *-----------------------------------------------------------------

           MOVE IMGN-ALC-CD-OPER           TO ALC-CD-OPER
           MOVE IMGN-ALC-VL-ALCD           TO ALC-VL-ALCD

           IF  CA-PNDT-INCLUSAO
               MOVE IMGN-ALC-CD-OPER       TO WK-CHV-ALC-OPER
               EXEC CICS
                   WRITE FILE('ALCADA') FROM(ALCADA-REGISTRO)
                         RIDFLD(WK-CHAVE-ALCADA) RESP(WK-RESP)
               END-EXEC
               EVALUATE WK-RESP
                   WHEN CTE-RESP-NORMAL
                       PERFORM 730000-GRAVAR-JORNAL
                       STRING 'Alcada incluida e registrada no diario'
                           DELIMITED BY SIZE INTO MSGO OF ARCM633O
                       END-STRING
                   WHEN CTE-RESP-DUPREC
                       STRING
                           'Alcada incluida por outra sessao desde a'
                           ' solicitacao - descartada'
                           DELIMITED BY SIZE INTO MSGO OF ARCM633O
                       END-STRING
                   WHEN OTHER
                       STRING 'Erro na gravacao do ALCADA'
                           DELIMITED BY SIZE INTO MSGO OF ARCM633O
                       END-STRING
               END-EVALUATE
               GO TO 420000-SAI
           END-IF

           MOVE IMGA-ALC-CD-OPER           TO WK-CHV-ALC-OPER

           EXEC CICS
               READ FILE('ALCADA') INTO(ALCADA-LIDO)
                    RIDFLD(WK-CHAVE-ALCADA) UPDATE RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               STRING
                   'Alcada nao encontrada na confirmacao -'
                   ' pendencia descartada'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 420000-SAI
           END-IF

           MOVE ALCADA-LIDO                TO WK-IMG-ATUAL

           IF  WK-IMG-ATUAL NOT EQUAL WK-IMG-ANT
               EXEC CICS
                   UNLOCK FILE('ALCADA')
               END-EXEC
               STRING
                   'Alcada alterada por outra sessao desde a'
                   ' solicitacao - descartada'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 420000-SAI
           END-IF

           IF  CA-PNDT-EXCLUSAO
               EXEC CICS
                   DELETE FILE('ALCADA') RESP(WK-RESP)
               END-EXEC
           ELSE
               EXEC CICS
                   REWRITE FILE('ALCADA') FROM(ALCADA-REGISTRO)
                           RESP(WK-RESP)
               END-EXEC
           END-IF

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
               PERFORM 730000-GRAVAR-JORNAL
               STRING 'Alcada atualizada e registrada no diario'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
           ELSE
               STRING 'Erro na regravacao do ALCADA'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
           END-IF

           .
       420000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       450000-DESCARTAR-PENDENCIA SECTION.
      *-----------------------------------------------------------------
      *    PF4 - abandona a alteracao pendente sem tocar nos arquivos.

           MOVE SPACES                     TO MSGO OF ARCM633O
           PERFORM VARYING IX-LIN FROM 1 BY 1
           UNTIL IX-LIN GREATER 10
               MOVE SPACES                 TO LINO(IX-LIN)
           END-PERFORM

           IF  NOT CA-TEM-PENDENCIA
               STRING 'Nao ha alteracao pendente para descartar'
                   DELIMITED BY SIZE INTO MSGO OF ARCM633O
               END-STRING
               GO TO 450000-SAI
           END-IF

           MOVE SPACES                     TO CA-IC-PNDT
                                              CA-CD-OPER-PNDT
                                              CA-IC-ARQ-PNDT
                                              CA-IC-ACAO-PNDT
                                              CA-IMAGEM-ANT-PNDT
                                              CA-IMAGEM-NOVA-PNDT

           STRING 'Alteracao pendente descartada'
               DELIMITED BY SIZE INTO MSGO OF ARCM633O
           END-STRING

           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-EXIBIR-PENDENCIA SECTION.
      *-----------------------------------------------------------------
      *    Mostra nas linhas da tela o solicitante e as imagens
      *    antes/depois da alteracao pendente.

           MOVE CA-IMAGEM-ANT-PNDT         TO WK-IMG-ANT
           MOVE CA-IMAGEM-NOVA-PNDT        TO WK-IMG-NOVA

           MOVE SPACES                     TO LINO(1)
           STRING
               'Pendente: ' CA-IC-ARQ-PNDT '/' CA-IC-ACAO-PNDT
               ' solicitada por ' CA-CD-OPER-PNDT
               DELIMITED BY SIZE INTO LINO(1)
           END-STRING

           MOVE SPACES                     TO LINO(2)
                                              LINO(3)

           IF  CA-PNDT-PERFIL
               IF  WK-IMG-ANT NOT EQUAL SPACES
                   STRING
                       'Antes : operador ' IMGA-PRF-CD-OPER
                       ' transacao ' IMGA-PRF-CD-TRNS
                       ' nivel ' IMGA-PRF-IC-NIVEL
                       DELIMITED BY SIZE INTO LINO(2)
                   END-STRING
               END-IF
               IF  WK-IMG-NOVA NOT EQUAL SPACES
                   STRING
                       'Depois: operador ' IMGN-PRF-CD-OPER
                       ' transacao ' IMGN-PRF-CD-TRNS
                       ' nivel ' IMGN-PRF-IC-NIVEL
                       DELIMITED BY SIZE INTO LINO(3)
                   END-STRING
               END-IF
           ELSE
               IF  WK-IMG-ANT NOT EQUAL SPACES
                   MOVE IMGA-ALC-VL-ALCD   TO WK-VL-EDIT
                   STRING
                       'Antes : operador ' IMGA-ALC-CD-OPER
                       ' alcada ' WK-VL-EDIT
                       DELIMITED BY SIZE INTO LINO(2)
                   END-STRING
               END-IF
               IF  WK-IMG-NOVA NOT EQUAL SPACES
                   MOVE IMGN-ALC-VL-ALCD   TO WK-VL-EDIT
                   STRING
                       'Depois: operador ' IMGN-ALC-CD-OPER
                       ' alcada ' WK-VL-EDIT
                       DELIMITED BY SIZE INTO LINO(3)
                   END-STRING
               END-IF
           END-IF

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-VERIFICAR-ELEVACAO SECTION.
      *-----------------------------------------------------------------
      *    Auto-elevacao: a alteracao recai sobre o proprio operador
      *    verificado (WK-OPER-VERIF) e lhe concede 'A' que ele nao
      *    tinha no perfil, ou lhe da alcada maior que a atual (sem
      *    registro, alcada zero). Reduzir o proprio acesso ou excluir
      *    o proprio registro nao e elevacao.

           SET  WK-SEM-ELEVACAO            TO TRUE

           IF  WK-IC-ACAO-VERIF EQUAL 'E'
               GO TO 700000-SAI
           END-IF

           IF  WK-IC-ARQ-VERIF EQUAL 'P'
               IF  IMGN-PRF-CD-OPER EQUAL WK-OPER-VERIF
               AND IMGN-PRF-IC-NIVEL EQUAL 'A'
               AND (WK-IMG-ANT EQUAL SPACES
                    OR IMGA-PRF-IC-NIVEL NOT EQUAL 'A')
                   SET WK-ELEVACAO          TO TRUE
               END-IF
               GO TO 700000-SAI
           END-IF

           IF  WK-IMG-ANT EQUAL SPACES
               MOVE ZEROS                  TO WK-VL-ALCD-ANT
           ELSE
               MOVE IMGA-ALC-VL-ALCD       TO WK-VL-ALCD-ANT
           END-IF

           IF  IMGN-ALC-CD-OPER EQUAL WK-OPER-VERIF
           AND IMGN-ALC-VL-ALCD GREATER WK-VL-ALCD-ANT
               SET WK-ELEVACAO              TO TRUE
           END-IF

           .
       700000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       730000-GRAVAR-JORNAL SECTION.
      *-----------------------------------------------------------------
      *    Grava a linha do diario na fila 'SEGJ' - solicitante da
      *    pendencia, confirmador da sessao (apurado na porta de
      *    entrada, 050000), arquivo, acao e imagens antes/depois.

           MOVE FUNCTION CURRENT-DATE      TO DATA-HORA-VIO

           MOVE SPACES                     TO SEGJORN-REGISTRO
           MOVE DTH-DATA                   TO SEGJ-DT
           MOVE DTH-HORA                   TO SEGJ-HR
           MOVE CA-CD-OPER-PNDT            TO SEGJ-CD-OPER
           MOVE WK-PRF-CD-OPER             TO SEGJ-CD-OPER-APRV
           MOVE CA-IC-ARQ-PNDT             TO SEGJ-IC-ARQ
           MOVE CA-IC-ACAO-PNDT            TO SEGJ-IC-ACAO
           MOVE CA-IMAGEM-ANT-PNDT         TO SEGJ-IMAGEM-ANT
           MOVE CA-IMAGEM-NOVA-PNDT        TO SEGJ-IMAGEM-NOVA

           EXEC CICS
               WRITEQ TD QUEUE('SEGJ') FROM(SEGJORN-REGISTRO)
                         LENGTH(LENGTH OF SEGJORN-REGISTRO)
           END-EXEC

           .
       730000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-ENVIAR-TELA SECTION.
      *-----------------------------------------------------------------

           EXEC CICS
               SEND MAP('ARCM633') MAPSET('ARCSM633')
                    FROM(ARCM633O) DATAONLY
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

           MOVE SPACES                     TO MSGO OF ARCM633O
           STRING 'Administracao de seguranca encerrada'
               DELIMITED BY SIZE INTO MSGO OF ARCM633O
           END-STRING

           EXEC CICS
               SEND TEXT FROM(MSGO OF ARCM633O) ERASE FREEKB
           END-EXEC

           EXEC CICS
               RETURN
           END-EXEC

           .
       900000-SAI.
           EXIT.
