      *             referencia, soma as fatias de ARCP0627 e confere
      *             os handoffs entre os passos: ARCP0637 -> fatias
      *             de ARCP0627 -> ARCP0633 -> (+ ARCP0631) ->
      *             ARCP0636 -> ARCP0635 -> ARCP0650 -> ARCP0630.
      *             Cada passo deve
      *             ter consumido exatamente o que o anterior
      *             produziu; handoff aberto fecha a noite com
      *             RETURN-CODE 8 (no-go), passo ausente vira aviso.
      *             Cada programa ja se balanceava sozinho - este
      *             passo fecha o que nenhum fechava: as passagens
      *             entre eles. Passos fora da sequencia da AUDITORIA
      *             (descarga da fila VIOL, carga do CADOPR pelo
      *             extrato de faixas) sao apenas listados.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 02.09.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Passo ARCP0649 (descarga da fila
      *        de violacoes VIOL) incluido na tabela de passos, so
      *        listado - nao tem handoff com a sequencia da AUDITORIA.
      *        Quantidade de passos passa a WK-QT-PAS.
      * VRS003 15.10.2026 - F8944859 - Passo ARCP0650 (varredura de
      *        embargos) incluido na cadeia entre o expurgo e a carga
      *        do historico: 0635 -> 0650, e 0636/0630 passam a
      *        conferir contra a saida do 0650 (ou do 0635, quando a
      *        varredura nao rodou).
      * VRS004 15.10.2026 - F8944859 - Passo ARCP0656 (carga do CADOPR
      *        pelo extrato de faixas) incluido na tabela de passos, so
      *        listado - roda antes da precificacao e nao tem handoff
      *        com a sequencia da AUDITORIA.
      * VRS005 15.10.2026 - F8944859 - AUDIHIST passa a ser o registro
      *        oficial da situacao: a carga do historico ARCP0636 sobe
      *        para logo depois da auditoria consolidada, antes do
      *        expurgo e da varredura, que mudam a situacao no
      *        AUDIHIST. Handoffs: 0636 -> 0635 (a AUDITORIA inteira,
      *        que o expurgo nao regrava mais) e 0650 (ou 0635) ->
      *        0630; a producao da noite continua conferida contra a
      *        contagem -DIA do 0635.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *    somam no mesmo passo.
       01  GRP-PASSOS.
           03  IX-PAS                       PIC  9(02).
           03  WK-QT-PAS                    PIC  9(02) VALUE 10.
           03  WK-TB-PAS OCCURS 20 TIMES.
               05  WK-PAS-NOME              PIC  X(08).
               05  WK-PAS-ACHADO-SW         PIC  X(01).
                   88  WK-PAS-ACHADO        VALUE 'S'.
           MOVE 'ARCP0627'              TO WK-PAS-NOME(2)
           MOVE 'ARCP0633'              TO WK-PAS-NOME(3)
           MOVE 'ARCP0631'              TO WK-PAS-NOME(4)
           MOVE 'ARCP0636'              TO WK-PAS-NOME(5)
           MOVE 'ARCP0635'              TO WK-PAS-NOME(6)
           MOVE 'ARCP0650'              TO WK-PAS-NOME(7)
           MOVE 'ARCP0630'              TO WK-PAS-NOME(8)
      *    Passos avulsos, sem handoff - so listados em 300000
           MOVE 'ARCP0649'              TO WK-PAS-NOME(9)
           MOVE 'ARCP0656'              TO WK-PAS-NOME(10)

           PERFORM VARYING IX-PAS FROM 1 BY 1
           UNTIL IX-PAS GREATER WK-QT-PAS
               MOVE 'N'                 TO WK-PAS-ACHADO-SW(IX-PAS)
               MOVE ZEROS               TO WK-PAS-QT-ENTRADA(IX-PAS)
               MOVE ZEROS               TO WK-PAS-QT-SAIDA(IX-PAS)

               IF  CHC-DT-PROC EQUAL WK-DT-REF
                   PERFORM VARYING IX-PAS FROM 1 BY 1
                   UNTIL IX-PAS GREATER WK-QT-PAS
                       IF  CHC-NM-PASSO EQUAL WK-PAS-NOME(IX-PAS)
                           SET WK-PAS-ACHADO(IX-PAS) TO TRUE
                           ADD CHC-QT-ENTRADA
      *-----------------------------------------------------------------

           PERFORM VARYING IX-PAS FROM 1 BY 1
           UNTIL IX-PAS GREATER WK-QT-PAS
               MOVE SPACES              TO RELATORIO-LINHA
               IF  WK-PAS-ACHADO(IX-PAS)
                   MOVE WK-PAS-QT-ENTRADA(IX-PAS) TO DSP-QT-A
      *    As passagens da cadeia, na ordem dos passos:
      *    0637.saida -> 0627.entrada; 0627.saida -> 0633.entrada;
      *    0633.saida (ou 0627.saida sem consolidacao) + 0631.saida
      *    -> 0635.entrada-dia; 0636.saida -> 0635.entrada;
      *    0635.saida -> 0650.entrada; 0650.saida (ou 0635.saida sem
      *    varredura) -> 0630.entrada. O expurgo le a AUDITORIA
      *    inteira, que acumula varios dias - por isso a producao da
      *    noite e conferida contra a contagem -DIA do 0635 (linhas
      *    com a data da noite), nao contra o arquivo cheio; ja 0636,
      *    0635, 0650 e 0630 tratam o arquivo inteiro e fecham com as
      *    contagens cheias (a situacao muda no AUDIHIST, nao na
      *    AUDITORIA).

      *    ARCP0637 -> fatias de ARCP0627
           IF  WK-PAS-ACHADO(1) AND WK-PAS-ACHADO(2)
           END-IF

      *    Auditoria consolidada + descarga da fila -> expurgo
           IF  WK-PAS-ACHADO(6)
               IF  WK-PAS-ACHADO(3)
                   MOVE WK-PAS-QT-SAIDA(3) TO WK-QT-PRODUZIDO
               ELSE
               IF  WK-PAS-ACHADO(4)
                   ADD WK-PAS-QT-SAIDA(4)  TO WK-QT-PRODUZIDO
               END-IF
               MOVE WK-PAS-QT-ENTRADA-DIA(6) TO WK-QT-CONSUMIDO
               MOVE 'AUDITORIA -> ARCP0635'
                                           TO WK-TX-HANDOFF
               PERFORM 500000-CONFERIR-UM-HANDOFF
           END-IF

      *    Carga do historico -> expurgo
           IF  WK-PAS-ACHADO(5) AND WK-PAS-ACHADO(6)
               MOVE WK-PAS-QT-SAIDA(5)   TO WK-QT-PRODUZIDO
               MOVE WK-PAS-QT-ENTRADA(6) TO WK-QT-CONSUMIDO
               MOVE 'ARCP0636 -> ARCP0635'
                                         TO WK-TX-HANDOFF
               PERFORM 500000-CONFERIR-UM-HANDOFF
           END-IF

      *    Expurgo -> varredura de embargos
           IF  WK-PAS-ACHADO(6) AND WK-PAS-ACHADO(7)
               MOVE WK-PAS-QT-SAIDA(6)   TO WK-QT-PRODUZIDO
               MOVE WK-PAS-QT-ENTRADA(7) TO WK-QT-CONSUMIDO
               MOVE 'ARCP0635 -> ARCP0650'
                                         TO WK-TX-HANDOFF
               PERFORM 500000-CONFERIR-UM-HANDOFF
           END-IF

      *    AUDITORIA pos-expurgo (pos-varredura, quando ela rodou)
           IF  WK-PAS-ACHADO(7)
               MOVE 7                    TO WK-IX-DE
           ELSE
               MOVE 6                    TO WK-IX-DE
           END-IF

      *    -> arquivamento
           MOVE 8                        TO WK-IX-PARA
           IF  WK-PAS-ACHADO(WK-IX-DE) AND WK-PAS-ACHADO(WK-IX-PARA)
               MOVE WK-PAS-QT-SAIDA(WK-IX-DE)     TO WK-QT-PRODUZIDO
               MOVE WK-PAS-QT-ENTRADA(WK-IX-PARA) TO WK-QT-CONSUMIDO
               MOVE SPACES               TO WK-TX-HANDOFF
               STRING WK-PAS-NOME(WK-IX-DE) ' -> '
                   WK-PAS-NOME(WK-IX-PARA)
                   DELIMITED BY SIZE INTO WK-TX-HANDOFF
               END-STRING
               PERFORM 500000-CONFERIR-UM-HANDOFF
           END-IF

           .
       400000-SAI.
           EXIT.
