      *        AUDITORIA-REGISTRO passa a usar a mesma estrutura
      *        -INC ARCKAUDT do WKORD-REGISTRO em vez de um PIC X(162)
      *        solto, que fazia a SORT ler o arquivo fora de posicao.
      * VRS003 15.10.2026 - F8944859 - Descricao do Resultado 11
      *        (reversao liquida de garantia); Resultado alem da
      *        tabela sai com descricao generica.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
                          VALUE 'Melhor reversao PCLD com fx.5 entr.'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Melhor reversao ponderada por prazo'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Melhor reversao liquida de garantia'.

       01  FILLER REDEFINES TABELA-RSTD.
           03  TAB-RSTD   OCCURS 11 TIMES   PIC  X(40).

       01  TX-DSCR-RSTD-ANT                 PIC  X(40).
       01  TX-DSCR-RSTD-ATU                 PIC  X(40).

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  WK-IC-RSTD-SLCD-ANT LESS OR EQUAL 11
               MOVE TAB-RSTD(WK-IC-RSTD-SLCD-ANT) TO TX-DSCR-RSTD-ANT
           ELSE
               MOVE 'Faixa de entrada parametrizada'
                                        TO TX-DSCR-RSTD-ANT
           END-IF
           IF  AUD-IC-RSTD-SLCD OF WKORD-REGISTRO LESS OR EQUAL 11
               MOVE TAB-RSTD(AUD-IC-RSTD-SLCD OF WKORD-REGISTRO)
                                        TO TX-DSCR-RSTD-ATU
           ELSE
               MOVE 'Faixa de entrada parametrizada'
                                        TO TX-DSCR-RSTD-ATU
           END-IF

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Execucao anterior: ' WK-DT-PROC-ANT '/'
               WK-HR-PROC-ANT '  Resultado ' WK-IC-RSTD-SLCD-ANT
               ' - ' TX-DSCR-RSTD-ANT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA
               '  Execucao atual....: ' AUD-DT-PROC OF WKORD-REGISTRO
               '/' AUD-HR-PROC OF WKORD-REGISTRO
               '  Resultado ' AUD-IC-RSTD-SLCD OF WKORD-REGISTRO
               ' - ' TX-DSCR-RSTD-ATU
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA
