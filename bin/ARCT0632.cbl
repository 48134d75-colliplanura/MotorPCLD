      *        ou 'A' consulta a carteira; sem registro a entrada e
      *        negada na tela e registrada na fila de violacoes
      *        'VIOL' (book ARCKVIOL).
      * VRS003 15.10.2026 - F8944859 - Contatos com o cliente: as tres
      *        linhas CTT trazem os contatos mais recentes entre
      *        todas as contas do cliente no CONTATO (book ARCKCTTO,
      *        registrados em ARCT0635), com a conta de cada um.
      * VRS004 15.10.2026 - F8944859 - Linha NGC com o negociador
      *        dono do cliente e a equipe, lidos do ATRIBUI (book
      *        ARCKATRB, distribuicao ARCP0651).
      * VRS005 15.10.2026 - F8944859 - Contatos: desfecho 08 (aviso
      *        automatico de lembrete/cobranca, ARCP0653) descrito
      *        como os demais.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       01  CLINDEX-REGISTRO.
-INC ARCKCLIX

      *    Dono do cliente na carteira de negociadores (vide VRS004)
       01  ATRIBUI-REGISTRO.
-INC ARCKATRB

      *    Contatos com o cliente (vide VRS003) - a chave invertida
      *    do CONTATO entrega o mais recente de cada conta primeiro
       01  CONTATO-REGISTRO.
-INC ARCKCTTO

       01  WK-CHAVE-CONTATO.
           03  WK-CTT-SIS                   PIC  X(03).
           03  WK-CTT-OPR                   PIC  9(17).
           03  WK-CTT-EPRD                  PIC  9(05).
           03  WK-CTT-SCTR                  PIC  9(05).
           03  WK-CTT-DT-INV                PIC  9(08).
           03  WK-CTT-HR-INV                PIC  9(06).
           03  WK-CTT-SEQ                   PIC  9(02).

      *    Browse proprio do CLINDEX para os contatos - nao mexe na
      *    chave de retomada da pagina
       01  WK-CHAVE-CLINDEX.
           03  WK-CLX-CLI                   PIC  9(09).
           03  WK-CLX-SIS                   PIC  X(03).
           03  WK-CLX-OPR                   PIC  9(17).
           03  WK-CLX-EPRD                  PIC  9(05).
           03  WK-CLX-SCTR                  PIC  9(05).

      *    Os tres contatos mais recentes do cliente, em ordem
      *    decrescente de data/hora, com a linha ja formatada
       01  GRP-ULTIMOS.
           03  IX-ULT                       PIC  9(02).
           03  IX-ULT-POS                   PIC  9(02).
           03  WK-QT-CTAS-LIDAS             PIC  9(03).
           03  WK-TB-ULT OCCURS 3 TIMES.
               05  WK-ULT-DT-HR             PIC  X(14).
               05  WK-ULT-LINHA             PIC  X(75).
           03  WK-DT-HR-CTT.
               05  WK-DT-CTT                PIC  9(08).
               05  WK-HR-CTT                PIC  9(06).

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

       01  WK-TX-DSFC                       PIC  X(10).

      *    Perfil de autorizacao do operador para esta transacao
      *    (arquivo PERFIL, book ARCKPERF) - vide VRS002. Operador
      *    sem registro tem nivel espacos: nem consulta.
               88  WK-NAO-MAPFAIL                      VALUE 'N'.
           03  FIM-BROWSE-SW                PIC  X(01) VALUE 'N'.
               88  FIM-BROWSE                          VALUE 'S'.
           03  FIM-INDICE-SW                PIC  X(01) VALUE 'N'.
               88  FIM-INDICE                          VALUE 'S'.
           03  FIM-CONTATO-SW               PIC  X(01) VALUE 'N'.
               88  FIM-CONTATO                         VALUE 'S'.
           03  BROWSE-CLINDEX-SW            PIC  X(01) VALUE 'N'.
               88  BROWSE-CLINDEX-ABERTO               VALUE 'S'.

       01  DSP-CAMPOS.
           03  DSP-VL-ENTD                  PIC ZZZ.ZZZ.ZZ9,99.

           PERFORM 460000-FORMATAR-TOTAIS

           PERFORM 470000-LISTAR-CONTATOS
           PERFORM 490000-MOSTRAR-NEGOCIADOR

           .
       400000-SAI.
           EXIT.
           .
       460000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       470000-LISTAR-CONTATOS SECTION.
      *-----------------------------------------------------------------
      *    Os tres contatos mais recentes entre as contas do cliente
      *    (vide VRS003): para cada conta no CLINDEX (ate 30, o mesmo
      *    teto da requisicao por cliente de ARCT0628) le os tres
      *    mais novos dela e guarda os tres mais novos do conjunto.

           PERFORM VARYING IX-ULT FROM 1 BY 1
           UNTIL IX-ULT GREATER 3
               MOVE LOW-VALUES             TO WK-ULT-DT-HR(IX-ULT)
               MOVE SPACES                 TO WK-ULT-LINHA(IX-ULT)
           END-PERFORM

           MOVE ZEROS                      TO WK-QT-CTAS-LIDAS
           MOVE 'N'                        TO FIM-INDICE-SW
           MOVE 'N'                        TO BROWSE-CLINDEX-SW

           MOVE CA-NR-CLI                  TO WK-CLX-CLI
           MOVE LOW-VALUES                 TO WK-CLX-SIS
           MOVE ZEROS                      TO WK-CLX-OPR
           MOVE ZEROS                      TO WK-CLX-EPRD
           MOVE ZEROS                      TO WK-CLX-SCTR

           EXEC CICS
               STARTBR FILE('CLINDEX') RIDFLD(WK-CHAVE-CLINDEX)
                       GTEQ RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               SET FIM-INDICE               TO TRUE
           ELSE
               SET BROWSE-CLINDEX-ABERTO    TO TRUE
           END-IF

           PERFORM UNTIL FIM-INDICE
           OR WK-QT-CTAS-LIDAS GREATER OR EQUAL 30

               EXEC CICS
                   READNEXT FILE('CLINDEX') INTO(CLINDEX-REGISTRO)
                            RIDFLD(WK-CHAVE-CLINDEX)
                            RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               OR  CLIX-NR-CLI NOT EQUAL CA-NR-CLI
                   SET FIM-INDICE           TO TRUE
               ELSE
                   ADD 1                    TO WK-QT-CTAS-LIDAS
                   PERFORM 480000-CONTATOS-DA-CONTA
               END-IF

           END-PERFORM

           IF  BROWSE-CLINDEX-ABERTO
               EXEC CICS
                   ENDBR FILE('CLINDEX')
               END-EXEC
           END-IF

           PERFORM VARYING IX-ULT FROM 1 BY 1
           UNTIL IX-ULT GREATER 3
               MOVE WK-ULT-LINHA(IX-ULT)   TO CTTO(IX-ULT)
           END-PERFORM

           IF  WK-ULT-LINHA(1) EQUAL SPACES
               MOVE 'Nenhum contato registrado para o cliente'
                                           TO CTTO(1)
           END-IF

           .
       470000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       480000-CONTATOS-DA-CONTA SECTION.
      *-----------------------------------------------------------------
      *    Ate tres contatos mais novos da conta corrente do CLINDEX,
      *    cada um encaixado por data/hora na tabela dos tres do
      *    cliente - o primeiro que nao entra encerra a conta.

           MOVE 'N'                        TO FIM-CONTATO-SW
           MOVE ZEROS                      TO IX-ULT

           MOVE CLIX-SG-SIS-OGM-OPR        TO WK-CTT-SIS
           MOVE CLIX-NR-UNCO-CTR-OPR       TO WK-CTT-OPR
           MOVE CLIX-NR-EPRD-FNCD          TO WK-CTT-EPRD
           MOVE CLIX-NR-SCTR-OPR           TO WK-CTT-SCTR
           MOVE ZEROS                      TO WK-CTT-DT-INV
           MOVE ZEROS                      TO WK-CTT-HR-INV
           MOVE ZEROS                      TO WK-CTT-SEQ

           EXEC CICS
               STARTBR FILE('CONTATO') RIDFLD(WK-CHAVE-CONTATO)
                       GTEQ RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               GO TO 480000-SAI
           END-IF

           PERFORM UNTIL FIM-CONTATO
           OR IX-ULT GREATER OR EQUAL 3

               EXEC CICS
                   READNEXT FILE('CONTATO') INTO(CONTATO-REGISTRO)
                            RIDFLD(WK-CHAVE-CONTATO)
                            RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               OR  CTT-SG-SIS-OGM-OPR  NOT EQUAL CLIX-SG-SIS-OGM-OPR
               OR  CTT-NR-UNCO-CTR-OPR NOT EQUAL CLIX-NR-UNCO-CTR-OPR
               OR  CTT-NR-EPRD-FNCD    NOT EQUAL CLIX-NR-EPRD-FNCD
               OR  CTT-NR-SCTR-OPR     NOT EQUAL CLIX-NR-SCTR-OPR
                   SET FIM-CONTATO          TO TRUE
               ELSE
                   ADD 1                    TO IX-ULT
                   PERFORM 485000-ENCAIXAR-CONTATO
                   IF  IX-ULT-POS EQUAL ZEROS
                       SET FIM-CONTATO      TO TRUE
                   END-IF
               END-IF

           END-PERFORM

           EXEC CICS
               ENDBR FILE('CONTATO')
           END-EXEC

           .
       480000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       485000-ENCAIXAR-CONTATO SECTION.
      *-----------------------------------------------------------------
      *    Posicao do contato lido entre os tres do cliente (zero =
      *    mais antigo que os tres); os de baixo descem uma posicao.
      *    75 bytes justos: conta, data, operador, desfecho, data
      *    prometida e o comeco do texto.

           MOVE CTT-DT-CTT                 TO WK-DT-CTT
           MOVE CTT-HR-CTT                 TO WK-HR-CTT
           MOVE ZEROS                      TO IX-ULT-POS

           PERFORM VARYING IX-ULT-POS FROM 1 BY 1
           UNTIL IX-ULT-POS GREATER 3
           OR WK-DT-HR-CTT GREATER WK-ULT-DT-HR(IX-ULT-POS)
               CONTINUE
           END-PERFORM

           IF  IX-ULT-POS GREATER 3
               MOVE ZEROS                  TO IX-ULT-POS
               GO TO 485000-SAI
           END-IF

           IF  IX-ULT-POS LESS 3
               MOVE WK-TB-ULT(2)           TO WK-TB-ULT(3)
           END-IF
           IF  IX-ULT-POS LESS 2
               MOVE WK-TB-ULT(1)           TO WK-TB-ULT(2)
           END-IF

           IF  CTT-DSFC-CONHECIDO
               MOVE TAB-DSFC(CTT-CD-DSFC)  TO WK-TX-DSFC
           ELSE
               MOVE CTT-CD-DSFC            TO WK-TX-DSFC
           END-IF

           MOVE WK-DT-HR-CTT               TO WK-ULT-DT-HR(IX-ULT-POS)
           MOVE SPACES                     TO WK-ULT-LINHA(IX-ULT-POS)
           STRING
               CTT-SG-SIS-OGM-OPR '/' CTT-NR-UNCO-CTR-OPR
               ' ' CTT-DT-CTT
               ' ' CTT-CD-OPER
               ' ' WK-TX-DSFC
               ' ' CTT-DT-PROM
               ' ' CTT-TX-CTT(1:15)
               DELIMITED BY SIZE INTO WK-ULT-LINHA(IX-ULT-POS)
           END-STRING

           .
       485000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       490000-MOSTRAR-NEGOCIADOR SECTION.
      *-----------------------------------------------------------------
      *    Negociador dono do cliente (vide VRS004) - registro tipo
      *    'L' do ATRIBUI; toda conta do cliente segue o mesmo dono.

           MOVE SPACES                     TO NGCO
           MOVE SPACES                     TO ATR-CHAVE
           SET  ATR-TIPO-CLIENTE           TO TRUE
           MOVE CA-NR-CLI                  TO ATR-NR-CLI-CHV

           EXEC CICS
               READ FILE('ATRIBUI') INTO(ATRIBUI-REGISTRO)
                    RIDFLD(ATR-CHAVE) RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP EQUAL CTE-RESP-NORMAL
               STRING
                   'Neg ' ATR-CD-NGCD
                   ' Eqp ' ATR-CD-EQP
                   ' desde ' ATR-DT-ATRB
                   DELIMITED BY SIZE INTO NGCO
               END-STRING
           ELSE
               MOVE 'Cliente sem negociador atribuido'
                                           TO NGCO
           END-IF

           .
       490000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-ENVIAR-TELA SECTION.
      *-----------------------------------------------------------------
