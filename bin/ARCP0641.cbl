      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 02.09.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Conta escalada por reincidencia
      *        de descumprimento (motivo 6, gravada por ARCP0654) nao
      *        depende de cadastro: permanece no worklist ate o
      *        tratamento manual, mesmo com faixa no CADOPR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------

       01  WRKENT-REGISTRO                 PIC  X(181).

      *    Escaladas da noite (gravadas por ARCP0627 e, por
      *    reincidencia de descumprimento, por ARCP0654 - DD
      *    concatenada)
       FD  ESCALADO
           BLOCK 0 RECORDS
           RECORD  181
      *    Conta com faixa no CADOPR: cadastro corrigido - libera para
      *    o REENTRA com a contagem de rejeicoes zerada, para o ciclo
      *    recomecar limpo. Sem faixa: permanece no worklist.
      *    Reincidencia de descumprimento nao e problema de cadastro:
      *    permanece sempre no worklist.

           ADD  1                       TO WK-QT-LIDOS

           MOVE 'N'                     TO WK-TEM-FAIXA-SW

           IF  NOT REJ-MTV-REINCIDENCIA
               PERFORM 400000-VERIFICAR-CADASTRO
           END-IF

           IF  WK-TEM-FAIXA
               MOVE ZEROS               TO REJ-QT-RJCO
