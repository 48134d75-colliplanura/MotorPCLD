      * COMPILACAO: COBOL CICS
      *-----------------------------------------------------------------
      * VRS001 02.09.2026 - F8944859 - IMPLANTACAO
      * VRS003 15.10.2026 - F8944859 - Versao dos mestres do motor:
      *        toda inclusao, alteracao ou exclusao bem-sucedida no
      *        CALFER ou no COMPPRD soma 1 a versao do arquivo no
      *        VERSMST (book ARCKVMST) - as respostas guardadas no
      *        cache do ARCP0627 com a versao anterior deixam de
      *        casar. Falha no VERSMST e avisada na mensagem da tela.
      * VRS002 02.09.2026 - F8944859 - Perfil de autorizacao na porta
      *        de entrada (arquivo PERFIL, book ARCKPERF): nivel 'C'
      *        lista, 'A' tambem inclui/altera/exclui. Tentativa sem
           03  DTH-HORA                     PIC  9(06).
           03  FILLER                       PIC  X(07).

      *    Versao dos mestres do motor (vide VRS003)
       01  VERSMST-REGISTRO.
-INC ARCKVMST

       01  WK-CHAVE-VERSMST.
           03  WK-CHV-NM-ARQ            PIC  X(08).

      *    Chaves de acesso (RIDFLD)
       01  WK-CHAVE-CALFER.
           03  WK-CHV-DT-FERIADO        PIC  9(08).
                   STRING 'Feriado incluido no calendario'
                       DELIMITED BY SIZE INTO MSGO OF ARCM631O
                   END-STRING
                   MOVE 'CALFER'               TO WK-CHV-NM-ARQ
                   PERFORM 730000-AVANCAR-VERSAO
               WHEN CTE-RESP-DUPREC
                   STRING 'Feriado ja cadastrado - use a acao A'
                       DELIMITED BY SIZE INTO MSGO OF ARCM631O
               STRING 'Feriado alterado no calendario'
                   DELIMITED BY SIZE INTO MSGO OF ARCM631O
               END-STRING
               MOVE 'CALFER'                   TO WK-CHV-NM-ARQ
               PERFORM 730000-AVANCAR-VERSAO
           ELSE
               STRING 'Erro na regravacao do CALFER'
                   DELIMITED BY SIZE INTO MSGO OF ARCM631O
                   STRING 'Feriado excluido do calendario'
                       DELIMITED BY SIZE INTO MSGO OF ARCM631O
                   END-STRING
                   MOVE 'CALFER'               TO WK-CHV-NM-ARQ
                   PERFORM 730000-AVANCAR-VERSAO
               WHEN CTE-RESP-NOTFND
                   STRING 'Feriado nao cadastrado'
                       DELIMITED BY SIZE INTO MSGO OF ARCM631O
                   STRING 'Par de incompatibilidade incluido'
                       DELIMITED BY SIZE INTO MSGO OF ARCM631O
                   END-STRING
                   MOVE 'COMPPRD'              TO WK-CHV-NM-ARQ
                   PERFORM 730000-AVANCAR-VERSAO
               WHEN CTE-RESP-DUPREC
                   STRING 'Par ja cadastrado - use a acao A'
                       DELIMITED BY SIZE INTO MSGO OF ARCM631O
               STRING 'Par alterado na matriz'
                   DELIMITED BY SIZE INTO MSGO OF ARCM631O
               END-STRING
               MOVE 'COMPPRD'                  TO WK-CHV-NM-ARQ
               PERFORM 730000-AVANCAR-VERSAO
           ELSE
               STRING 'Erro na regravacao do COMPPRD'
                   DELIMITED BY SIZE INTO MSGO OF ARCM631O
                   STRING 'Par excluido da matriz'
                       DELIMITED BY SIZE INTO MSGO OF ARCM631O
                   END-STRING
                   MOVE 'COMPPRD'              TO WK-CHV-NM-ARQ
                   PERFORM 730000-AVANCAR-VERSAO
               WHEN CTE-RESP-NOTFND
                   STRING 'Par nao cadastrado'
                       DELIMITED BY SIZE INTO MSGO OF ARCM631O
           .
       324000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       730000-AVANCAR-VERSAO SECTION.
      *-----------------------------------------------------------------
      *    Soma 1 a versao do mestre em WK-CHV-NM-ARQ no VERSMST (vide
      *    VRS003); mestre ainda sem registro nasce na versao 1. A
      *    manutencao ja foi feita - falha aqui so troca a mensagem,
      *    para o operador acionar o suporte (o cache do lote pode
      *    ser renovado pelo PARM do ARCP0627).

           MOVE FUNCTION CURRENT-DATE      TO DATA-HORA-VIO

           EXEC CICS
               READ FILE('VERSMST') INTO(VERSMST-REGISTRO)
                    RIDFLD(WK-CHAVE-VERSMST) UPDATE RESP(WK-RESP)
           END-EXEC

           EVALUATE WK-RESP
               WHEN CTE-RESP-NORMAL
                   ADD  1                  TO VMS-NR-VRS
                   MOVE DTH-DATA           TO VMS-DT-ATLZ
                   MOVE DTH-HORA           TO VMS-HR-ATLZ
                   MOVE WK-PRF-CD-OPER     TO VMS-CD-OPER
                   EXEC CICS
                       REWRITE FILE('VERSMST') FROM(VERSMST-REGISTRO)
                               RESP(WK-RESP)
                   END-EXEC
               WHEN CTE-RESP-NOTFND
                   MOVE SPACES             TO VERSMST-REGISTRO
                   MOVE WK-CHV-NM-ARQ      TO VMS-NM-ARQ
                   MOVE 1                  TO VMS-NR-VRS
                   MOVE DTH-DATA           TO VMS-DT-ATLZ
                   MOVE DTH-HORA           TO VMS-HR-ATLZ
                   MOVE WK-PRF-CD-OPER     TO VMS-CD-OPER
                   EXEC CICS
                       WRITE FILE('VERSMST') FROM(VERSMST-REGISTRO)
                             RIDFLD(WK-CHAVE-VERSMST) RESP(WK-RESP)
                   END-EXEC
           END-EVALUATE

           IF  WK-RESP NOT EQUAL CTE-RESP-NORMAL
               MOVE SPACES                 TO MSGO OF ARCM631O
               STRING 'Gravado - VERSMST nao atualizado, avise o'
                      ' suporte'
                   DELIMITED BY SIZE INTO MSGO OF ARCM631O
               END-STRING
           END-IF

           .
       730000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-CRITICAR-DATA SECTION.
      *-----------------------------------------------------------------
