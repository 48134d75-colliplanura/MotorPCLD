      *             (book ARCKAUDV), para a consulta on-line por conta
      *             de ARCT0630 paginar o historico sem varrer o
      *             arquivo sequencial. O sequencial da chave
      *             desempata linhas da mesma execucao. O AUDIHIST e
      *             o registro oficial da situacao da proposta: roda
      *             na cadeia antes de ARCP0635 e ARCP0650, que
      *             mudam a situacao nele, e toda situacao que grava
      *             ou regrava deixa a transicao no SITTRANS.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 22.08.2026 - F8944859 - IMPLANTACAO
      *        conferido e a situacao regravada quando diverge - sem
      *        isso a consulta on-line e a aplicacao pela fila
      *        continuariam vendo como aberta uma proposta ja morta.
      * VRS004 15.10.2026 - F8944859 - Bloqueio por embargo: a
      *        varredura ARCP0650 marca 'B' proposta aberta ou
      *        pendente de conta embargada; o espelho pendente ('P',
      *        dupla aprovacao gravada on-line) tambem avanca para
      *        'B' - sem isso a confirmacao ainda passaria.
      * VRS005 15.10.2026 - F8944859 - AUDIHIST passa a ser o registro
      *        oficial da situacao: linha nova gravada ja com situacao
      *        e espelho com a situacao regravada deixam a transicao
      *        no SITTRANS (book ARCKSITT, subrotina ARCSB629 'T').
      *        Transicao nao gravada: RC 4 e linha na SYSOUT. O passo
      *        passa a rodar na cadeia antes de ARCP0635 e ARCP0650.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0636 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

       01  WK-FS-AUDIHIST               PIC  X(02) VALUE SPACES.

                                             VALUE ZEROS.
           03  WK-QT-ATUALIZADOS            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FALHAS-TRNS            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-IC-SITC-ANT               PIC  X(01).
           03  WK-ESPELHO-SW                PIC  X(01).
               88  WK-ESPELHO-TRATADO       VALUE 'S'.
               88  WK-ESPELHO-AUSENTE       VALUE 'N'.
           03  DTH-HORA                     PIC  9(06).
           03  FILLER                       PIC  X(07).

       01  ARCSB629-DADOS.
-INC ARCKB629

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
               ' Ja presentes: ' WK-QT-JA-PRESENTES
               ' Situacoes atualizadas: ' WK-QT-ATUALIZADOS
               ' Perdidos: ' WK-QT-PERDIDOS
               ' Transicoes nao gravadas: ' WK-QT-FALHAS-TRNS

           IF  WK-QT-PERDIDOS GREATER ZEROS
           OR  WK-QT-FALHAS-TRNS GREATER ZEROS
               MOVE 4                   TO RETURN-CODE
           END-IF

               IF  WK-FS-AUDIHIST EQUAL '00'
                   SET  WK-GRAVADO      TO TRUE
                   ADD  1               TO WK-QT-GRAVADOS
                   IF  AUDV-IC-SITC NOT EQUAL SPACE
                       MOVE 'I'         TO ARCSB629-TP-EVENTO
                       MOVE SPACE       TO WK-IC-SITC-ANT
                       PERFORM 300000-GRAVAR-TRANSICAO
                   END-IF
               ELSE
                   IF  WK-FS-AUDIHIST EQUAL '22'
      *                Chave ocupada: se o ocupante tem o mesmo
      *    aceita qualquer desfecho; 'A' (aplicada on-line) so avanca
      *    para 'C'/'D' (ARCP0644); qualquer outro estado do espelho
      *    e igual ou posterior ao do arquivo e fica como esta.
      *    Pendente ('P') so avanca para bloqueada ('B', vide
      *    VRS004).

           SET  WK-ESPELHO-AUSENTE      TO TRUE

           IF  AUDV-IC-SITC EQUAL SPACE
           OR (AUDV-IC-SITC EQUAL 'A'
               AND (AUD-IC-SITC EQUAL 'C' OR AUD-IC-SITC EQUAL 'D'))
           OR (AUDV-IC-SITC EQUAL 'P' AND AUD-IC-SITC EQUAL 'B')
               MOVE AUD-IC-RSTD-SLCD    TO AUDV-IC-RSTD-SLCD
               MOVE AUD-IC-OPC-SLCD     TO AUDV-IC-OPC-SLCD
               MOVE AUD-TX-MTV-SLCD     TO AUDV-TX-MTV-SLCD
               MOVE AUDV-IC-SITC        TO WK-IC-SITC-ANT
               MOVE AUD-IC-SITC         TO AUDV-IC-SITC
               MOVE AUD-CD-OPER         TO AUDV-CD-OPER
               MOVE AUD-CD-OPER-APRV    TO AUDV-CD-OPER-APRV
               REWRITE AUDIHIST-REGISTRO
               IF  WK-FS-AUDIHIST EQUAL '00'
                   ADD  1               TO WK-QT-ATUALIZADOS
                   MOVE 'A'             TO ARCSB629-TP-EVENTO
                   PERFORM 300000-GRAVAR-TRANSICAO
               ELSE
                   DISPLAY CTE-PROG ' REWRITE AUDIHIST - FS: '
                       WK-FS-AUDIHIST ' Conta: '
           .
       250000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-GRAVAR-TRANSICAO SECTION.
      *-----------------------------------------------------------------
      *    Rastro no SITTRANS da situacao que acabou de ser gravada
      *    no registro corrente do AUDIHIST (vide VRS005); o tipo do
      *    evento e a situacao anterior vem do chamador.

           MOVE 'T'                     TO ARCSB629-CD-FUNC
           MOVE 'ARCP0636'              TO ARCSB629-CD-PGM-OPER
           MOVE AUDV-CHAVE              TO ARCSB629-CHAVE-PROP
           MOVE WK-IC-SITC-ANT          TO ARCSB629-IC-SITC-ANT
           MOVE AUDV-IC-SITC            TO ARCSB629-IC-SITC-NOVA

           CALL ARCSB629             USING ARCSB629-DADOS

           IF  ARCSB629-IN-SCS-ERRO
               ADD  1                   TO WK-QT-FALHAS-TRNS
               DISPLAY CTE-PROG ' ARCSB629: ' ARCSB629-TX-ERRO
                   ' Conta: ' AUDV-NR-UNCO-CTR-OPR
           END-IF

           .
       300000-SAI.
           EXIT.
