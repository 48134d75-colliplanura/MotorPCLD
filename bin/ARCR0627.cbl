      * VRS002 09.08.2026 - F8944859 - FD AUDITORIA corrigido para
      *        RECORD 166, acompanhando o tamanho atual de ARCKAUDT
      *        (ja usado por ARCP0627 na gravacao).
      * VRS003 15.10.2026 - F8944859 - Descricao do Resultado 11
      *        (reversao liquida de garantia); Resultado alem da
      *        tabela (bandas de entrada parametrizadas) sai com
      *        descricao generica, como em ARCR0632.
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

       01  TX-DSCR-RSTD                     PIC  X(40).

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       300000-IMPRIMIR-CABECALHO-RSTD SECTION.
      *-----------------------------------------------------------------

           IF  AUD-IC-RSTD LESS OR EQUAL 11
               MOVE TAB-RSTD(AUD-IC-RSTD) TO TX-DSCR-RSTD
           ELSE
               MOVE 'Faixa de entrada parametrizada'
                                        TO TX-DSCR-RSTD
           END-IF

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Resultado ' AUD-IC-RSTD ' - '
               TX-DSCR-RSTD
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA
