      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 22.08.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - AUDIHIST passa a ser o registro
      *        oficial da situacao: cada linha da AUDITORIA vale pela
      *        situacao do espelho (ARCSB629 'C'), que os passos
      *        noturnos mudam no lugar. AUDIHIST indisponivel: vale a
      *        situacao gravada na linha, com aviso na SYSOUT.
      * VRS003 15.10.2026 - F8944859 - Ate 15 Resultados por grupo
      *        (Resultado de garantia) e descricao do Resultado 11.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCR0632 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

       01  TABELA-RSTD.
           03  FILLER                       PIC  X(40)
                          VALUE 'Melhor reversao PCLD com fx.5 entr.'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Melhor reversao ponderada por prazo'.
           03  FILLER                       PIC  X(40)
                          VALUE 'Melhor reversao liquida de garantia'.

       01  FILLER REDEFINES TABELA-RSTD.
           03  TAB-RSTD   OCCURS 11 TIMES   PIC  X(40).

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
           03  IX-RSTD                      PIC  9(02).
           03  WK-KPI-GR OCCURS 50 TIMES.
               05  WK-KPI-CD-GR-PRD         PIC  9(04).
               05  WK-KPI-RSTD OCCURS 15 TIMES.
                   07  WK-KPI-QT-PRPS       PIC  9(09) COMP-5.
                   07  WK-KPI-QT-APLC       PIC  9(09) COMP-5.
                   07  WK-KPI-VL-ENTD       PIC S9(15)V99 COMP-3.

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.

      *    Situacao corrente pelo espelho AUDIHIST (vide VRS002)
       01  GRP-ESPELHO.
           03  WK-AUDIHIST-SW               PIC  X(01) VALUE 'S'.
               88  WK-AUDV-DISPONIVEL                   VALUE 'S'.
               88  WK-AUDV-INDISPONIVEL                 VALUE 'N'.

       01  ARCSB629-DADOS.
-INC ARCKB629

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           ADD  1                       TO WK-QT-LIDOS

           PERFORM 150000-CONSULTAR-ESPELHO

           IF  AUD-IC-RSTD NOT NUMERIC
           OR  AUD-IC-RSTD EQUAL ZEROS
           OR  AUD-IC-RSTD GREATER 15
               GO TO 100000-SAI
           END-IF

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       150000-CONSULTAR-ESPELHO SECTION.
      *-----------------------------------------------------------------
      *    A situacao que vale e a do espelho AUDIHIST (ARCSB629
      *    'C'), sobreposta na linha lida. Falha na abertura desliga
      *    a consulta: as linhas seguintes ficam com a situacao
      *    gravada na AUDITORIA.

           IF  WK-AUDV-INDISPONIVEL
               GO TO 150000-SAI
           END-IF

           MOVE 'C'                     TO ARCSB629-CD-FUNC
           MOVE 'ARCR0632'              TO ARCSB629-CD-PGM-OPER
           MOVE AUDITORIA-REGISTRO      TO ARCSB629-AUDITORIA
           CALL ARCSB629             USING ARCSB629-DADOS

           IF  ARCSB629-IN-SCS-ERRO
               DISPLAY CTE-PROG ' ARCSB629: ' ARCSB629-TX-ERRO
               SET  WK-AUDV-INDISPONIVEL TO TRUE
               GO TO 150000-SAI
           END-IF

           IF  ARCSB629-ACHOU
               MOVE ARCSB629-AUDITORIA  TO AUDITORIA-REGISTRO
           END-IF

           .
       150000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-LOCALIZAR-GRUPO SECTION.
      *-----------------------------------------------------------------
                   MOVE AUD-CD-GR-PRD-RSTD
                                         TO WK-KPI-CD-GR-PRD(WK-QT-GR)
                   PERFORM VARYING IX-RSTD FROM 1 BY 1
                   UNTIL IX-RSTD GREATER 15
                       MOVE ZEROS TO WK-KPI-QT-PRPS(WK-QT-GR IX-RSTD)
                       MOVE ZEROS TO WK-KPI-QT-APLC(WK-QT-GR IX-RSTD)
                       MOVE ZEROS TO WK-KPI-VL-ENTD(WK-QT-GR IX-RSTD)
               PERFORM 900000-ESCREVER-LINHA

               PERFORM VARYING IX-RSTD FROM 1 BY 1
               UNTIL IX-RSTD GREATER 15
                   IF  WK-KPI-QT-PRPS(IX-GR IX-RSTD) GREATER ZEROS
                       PERFORM 600000-IMPRIMIR-LINHA-RSTD
                   END-IF
       600000-IMPRIMIR-LINHA-RSTD SECTION.
      *-----------------------------------------------------------------

           IF  IX-RSTD LESS OR EQUAL 11
               MOVE TAB-RSTD(IX-RSTD)   TO TX-DSCR-RSTD
           ELSE
               MOVE 'Faixa de entrada parametrizada'
