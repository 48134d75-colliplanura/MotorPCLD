      * COMPILACAO: COBOL CICS
      *-----------------------------------------------------------------
      * VRS001 22.08.2026 - F8944859 - IMPLANTACAO
      * VRS004 15.10.2026 - F8944859 - Invalidacao do cache de
      *        respostas do motor: junto com a linha do diario, toda
      *        acao I/A/E bem-sucedida grava/regrava no CACHINV (book
      *        ARCKCINV) o carimbo da alteracao da conta - ARCP0627
      *        descarta as respostas guardadas antes dele. Falha no
      *        CACHINV nao impede a manutencao.
      * VRS003 02.09.2026 - F8944859 - Diario de alteracoes: toda
      *        acao I/A/E bem-sucedida grava na fila TD 'CADJ' (book
      *        ARCKCADJ, destino fisico CADJORN) o operador, o
       01  CADJORN-REGISTRO.
-INC ARCKCADJ

      *    Carimbo de alteracao da conta para o cache de respostas
      *    do motor (vide VRS004)
       01  CACHINV-REGISTRO.
-INC ARCKCINV

      *    Chave de acesso (RIDFLD) - conta + faixa
       01  WK-CHAVE-CADOPR.
           03  WK-CHV-SIS               PIC  X(03).
                         LENGTH(LENGTH OF CADJORN-REGISTRO)
           END-EXEC

           PERFORM 735000-INVALIDAR-CACHE

           .
       730000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       735000-INVALIDAR-CACHE SECTION.
      *-----------------------------------------------------------------
      *    Carimba no CACHINV a alteracao da conta (vide VRS004) com o
      *    mesmo instante da linha do diario. Conta ja carimbada tem
      *    o registro regravado. Erro aqui nao desfaz a manutencao -
      *    a impressao digital do ARCP0627 ja leva os valores das
      *    faixas, o carimbo e a segunda protecao.

           MOVE SPACES                     TO CACHINV-REGISTRO
           MOVE WK-CHV-SIS                 TO CIV-SG-SIS-OGM-OPR
           MOVE WK-CHV-OPR                 TO CIV-NR-UNCO-CTR-OPR
           MOVE WK-CHV-EPRD                TO CIV-NR-EPRD-FNCD
           MOVE WK-CHV-SCTR                TO CIV-NR-SCTR-OPR
           MOVE DTH-DATA                   TO CIV-DT-ALTR
           MOVE DTH-HORA                   TO CIV-HR-ALTR
           MOVE WK-PRF-CD-OPER             TO CIV-CD-OPER
           MOVE CADJ-IC-ACAO               TO CIV-IC-ACAO

           EXEC CICS
               WRITE FILE('CACHINV') FROM(CACHINV-REGISTRO)
                     RIDFLD(CIV-CHAVE) RESP(WK-RESP)
           END-EXEC

           IF  WK-RESP EQUAL CTE-RESP-DUPREC
               EXEC CICS
                   READ FILE('CACHINV') INTO(CACHINV-REGISTRO)
                        RIDFLD(CIV-CHAVE) UPDATE RESP(WK-RESP)
               END-EXEC
               IF  WK-RESP EQUAL CTE-RESP-NORMAL
                   MOVE DTH-DATA           TO CIV-DT-ALTR
                   MOVE DTH-HORA           TO CIV-HR-ALTR
                   MOVE WK-PRF-CD-OPER     TO CIV-CD-OPER
                   MOVE CADJ-IC-ACAO       TO CIV-IC-ACAO
                   EXEC CICS
                       REWRITE FILE('CACHINV') FROM(CACHINV-REGISTRO)
                               RESP(WK-RESP)
                   END-EXEC
               END-IF
           END-IF

           .
       735000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-CRITICAR-FAIXA SECTION.
      *-----------------------------------------------------------------
