      *        ou 'A' consulta o historico; sem registro a entrada e
      *        negada na tela e registrada na fila de violacoes
      *        'VIOL' (book ARCKVIOL).
      * VRS003 15.10.2026 - F8944859 - Contatos com o cliente: abaixo
      *        do historico, as tres linhas CTT trazem os contatos
      *        mais recentes da conta no CONTATO (book ARCKCTTO,
      *        registrados em ARCT0635) - o negociador que pega a
      *        conta ve o que foi dito na vespera.
      * VRS004 15.10.2026 - F8944859 - Linha NGC com o negociador
      *        dono da conta, a equipe e a data da atribuicao, lidos
      *        do ATRIBUI (book ARCKATRB, distribuicao ARCP0651).
      * VRS005 15.10.2026 - F8944859 - Contatos: desfecho 08 (aviso
      *        automatico de lembrete/cobranca, ARCP0653) descrito
      *        como os demais.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       01  AUDIHIST-REGISTRO.
-INC ARCKAUDV

      *    Contatos com o cliente (vide VRS003) - a chave invertida
      *    do CONTATO entrega o mais recente primeiro
       01  CONTATO-REGISTRO.
-INC ARCKCTTO

      *    Dono da conta na carteira de negociadores (vide VRS004)
       01  ATRIBUI-REGISTRO.
-INC ARCKATRB

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

       01  WK-TX-DSFC                       PIC  X(10).

      *    Perfil de autorizacao do operador para esta transacao
      *    (arquivo PERFIL, book ARCKPERF) - vide VRS002. Operador
      *    sem registro tem nivel espacos: nem consulta.
               88  WK-NAO-MAPFAIL                      VALUE 'N'.
           03  FIM-BROWSE-SW                PIC  X(01) VALUE 'N'.
               88  FIM-BROWSE                          VALUE 'S'.
           03  IX-CTT                       PIC  9(02).
           03  FIM-CONTATO-SW               PIC  X(01) VALUE 'N'.
               88  FIM-CONTATO                         VALUE 'S'.
           03  WK-DT-HR-ANT                 PIC  X(14)
                                             VALUE LOW-VALUES.
           03  WK-DT-HR-ATU.
           END-IF
           MOVE WK-DT-HR-ANT               TO CA-DT-HR-ULT

           PERFORM 470000-LISTAR-CONTATOS
           PERFORM 480000-MOSTRAR-NEGOCIADOR

           .
       400000-SAI.
           EXIT.
           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       470000-LISTAR-CONTATOS SECTION.
      *-----------------------------------------------------------------
      *    Os tres contatos mais recentes da conta (vide VRS003),
      *    repetidos a cada pagina do historico.

           PERFORM VARYING IX-CTT FROM 1 BY 1
           UNTIL IX-CTT GREATER 3
               MOVE SPACES                 TO CTTO(IX-CTT)
           END-PERFORM

           MOVE ZEROS                      TO IX-CTT
           MOVE 'N'                        TO FIM-CONTATO-SW

           MOVE CA-SG-SIS-OGM-OPR          TO WK-CTT-SIS
           MOVE CA-NR-UNCO-CTR-OPR         TO WK-CTT-OPR
           MOVE CA-NR-EPRD-FNCD            TO WK-CTT-EPRD
           MOVE CA-NR-SCTR-OPR             TO WK-CTT-SCTR
           MOVE ZEROS                      TO WK-CTT-DT-INV
           MOVE ZEROS                      TO WK-CTT-HR-INV
           MOVE ZEROS                      TO WK-CTT-SEQ

           EXEC CICS
               STARTBR FILE('CONTATO') RIDFLD(WK-CHAVE-CONTATO)
                       GTEQ RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               MOVE 'Nenhum contato registrado para a conta'
                                           TO CTTO(1)
               GO TO 470000-SAI
           END-IF

           PERFORM UNTIL FIM-CONTATO
           OR IX-CTT GREATER OR EQUAL 3

               EXEC CICS
                   READNEXT FILE('CONTATO') INTO(CONTATO-REGISTRO)
                            RIDFLD(WK-CHAVE-CONTATO)
                            RESP(WK-RESP)
               END-EXEC

               IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               OR  CTT-SG-SIS-OGM-OPR  NOT EQUAL CA-SG-SIS-OGM-OPR
               OR  CTT-NR-UNCO-CTR-OPR NOT EQUAL CA-NR-UNCO-CTR-OPR
               OR  CTT-NR-EPRD-FNCD    NOT EQUAL CA-NR-EPRD-FNCD
               OR  CTT-NR-SCTR-OPR     NOT EQUAL CA-NR-SCTR-OPR
                   SET FIM-CONTATO          TO TRUE
               ELSE
                   ADD 1                    TO IX-CTT
                   PERFORM 475000-FORMATAR-CONTATO
               END-IF

           END-PERFORM

           EXEC CICS
               ENDBR FILE('CONTATO')
           END-EXEC

           IF  IX-CTT EQUAL ZEROS
               MOVE 'Nenhum contato registrado para a conta'
                                           TO CTTO(1)
           END-IF

           .
       470000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       475000-FORMATAR-CONTATO SECTION.
      *-----------------------------------------------------------------
      *    75 bytes justos, no mesmo formato da lista de ARCT0635.

           IF  CTT-DSFC-CONHECIDO
               MOVE TAB-DSFC(CTT-CD-DSFC)  TO WK-TX-DSFC
           ELSE
               MOVE CTT-CD-DSFC            TO WK-TX-DSFC
           END-IF

           MOVE SPACES                     TO CTTO(IX-CTT)
           STRING
               CTT-DT-CTT ' ' CTT-HR-CTT(1:4)
               ' ' CTT-CD-OPER
               ' ' CTT-CD-CNL
               ' ' WK-TX-DSFC
               ' ' CTT-DT-PROM
               ' ' CTT-TX-CTT(1:29)
               DELIMITED BY SIZE INTO CTTO(IX-CTT)
           END-STRING

           .
       475000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       480000-MOSTRAR-NEGOCIADOR SECTION.
      *-----------------------------------------------------------------
      *    Negociador dono da conta (vide VRS004) - registro tipo 'C'
      *    do ATRIBUI. Sem registro a conta ainda nao entrou numa
      *    distribuicao noturna.

           MOVE SPACES                     TO NGCO
           MOVE SPACES                     TO ATR-CHAVE
           SET  ATR-TIPO-CONTA             TO TRUE
           MOVE CA-SG-SIS-OGM-OPR          TO ATR-SG-SIS-OGM-OPR
           MOVE CA-NR-UNCO-CTR-OPR         TO ATR-NR-UNCO-CTR-OPR
           MOVE CA-NR-EPRD-FNCD            TO ATR-NR-EPRD-FNCD
           MOVE CA-NR-SCTR-OPR             TO ATR-NR-SCTR-OPR

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
               MOVE 'Conta sem negociador atribuido'
                                           TO NGCO
           END-IF

           .
       480000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-ENVIAR-TELA SECTION.
      *-----------------------------------------------------------------
