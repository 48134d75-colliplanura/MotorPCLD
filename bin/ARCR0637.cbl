      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCR0637
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Relatorio diario de alteracoes dos cadastros de
      *             seguranca PERFIL e ALCADA (SEGJORN, book ARCKSEGJ,
      *             gravado por ARCT0633 via fila 'SEGJ'): para cada
      *             alteracao da data de referencia, quem solicitou,
      *             quem confirmou, quando, arquivo, acao e imagens
      *             antes/depois por extenso; ao final, totais por
      *             arquivo e acao. Mesmo formato do relatorio diario
      *             do CADOPR (ARCR0635).
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCR0637.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *-------------
               SELECT  SEGJORN    ASSIGN  TO  UT-S-SEGJORN.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  SEGJORN
           BLOCK 0 RECORDS
           RECORD  85
           RECORDING MODE IS F.

       01  SEGJORN-REGISTRO.
-INC ARCKSEGJ

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCR0637 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-SEGJORN-SW               PIC  X(01) VALUE 'N'.
               88  FIM-SEGJORN                          VALUE 'S'.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-IMPRESSOS              PIC  9(09) COMP-5
                                             VALUE ZEROS.

      *    Totais por arquivo (1 perfil, 2 alcada) e acao (1 inclusao,
      *    2 alteracao, 3 exclusao)
       01  GRP-TOTAIS.
           03  IX-ARQ                       PIC  9(01).
           03  IX-ACAO                      PIC  9(01).
           03  WK-TB-ARQ OCCURS 2 TIMES.
               05  WK-QT-ACAO OCCURS 3 TIMES
                                            PIC  9(09) COMP-5.

      *    Imagens dentro do diario - registro do PERFIL (ARCKPERF)
      *    ou do ALCADA (ARCKALCD), com nomes proprios.
       01  WK-IMG-REGISTRO                  PIC  X(23).
       01  WK-IMG-PERFIL REDEFINES WK-IMG-REGISTRO.
           03  IMG-PRF-CD-OPER              PIC  X(08).
           03  IMG-PRF-CD-TRNS              PIC  X(04).
           03  IMG-PRF-IC-NIVEL             PIC  X(01).
           03  FILLER                       PIC  X(10).
       01  WK-IMG-ALCADA REDEFINES WK-IMG-REGISTRO.
           03  IMG-ALC-CD-OPER              PIC  X(08).
           03  IMG-ALC-VL-ALCD              PIC  9(13)V99.

       01  WK-TX-ARQ                        PIC  X(06).
       01  WK-TX-ROTULO                     PIC  X(08).

       01  DSP-CAMPOS.
           03  DSP-QT-LIDOS                 PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-INCL                  PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-ALTR                  PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-EXCL                  PIC ZZZ.ZZZ.ZZ9.
           03  DSP-VL-ALCD                  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      *    Data de referencia (zeros ou nao numerica = todo o diario)
       01  PARM1.
           03  PARM-DT-REF             PIC  9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           PERFORM VARYING IX-ARQ FROM 1 BY 1 UNTIL IX-ARQ GREATER 2
               PERFORM VARYING IX-ACAO FROM 1 BY 1
               UNTIL IX-ACAO GREATER 3
                   MOVE ZEROS           TO WK-QT-ACAO(IX-ARQ IX-ACAO)
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT RELATORIO

           PERFORM 100000-LISTAR-ALTERACOES

           PERFORM 300000-IMPRIMIR-TOTAIS

           CLOSE RELATORIO

           DISPLAY CTE-PROG ' Entradas do diario lidas: '
               WK-QT-LIDOS
           DISPLAY CTE-PROG ' Alteracoes impressas....: '
               WK-QT-IMPRESSOS

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       100000-LISTAR-ALTERACOES SECTION.
      *-----------------------------------------------------------------
      *    Lista as entradas do diario da data de referencia (todas,
      *    quando a data vem zerada).

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Alteracoes de PERFIL e ALCADA - MotorPCLD - data ref. '
               PARM-DT-REF
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Data     Hora   Solicit. Confirm. Arquivo Acao'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           OPEN INPUT SEGJORN

           READ SEGJORN
               AT END SET FIM-SEGJORN   TO TRUE
           END-READ

           PERFORM UNTIL FIM-SEGJORN

               ADD  1                   TO WK-QT-LIDOS

               IF  PARM-DT-REF NOT NUMERIC
               OR  PARM-DT-REF EQUAL ZEROS
               OR  SEGJ-DT EQUAL PARM-DT-REF
                   PERFORM 200000-IMPRIMIR-ALTERACAO
               END-IF

               READ SEGJORN
                   AT END SET FIM-SEGJORN TO TRUE
               END-READ

           END-PERFORM

           CLOSE SEGJORN

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-IMPRIMIR-ALTERACAO SECTION.
      *-----------------------------------------------------------------
      *    Uma entrada do diario: cabeca com os dois operadores e a
      *    acao, e uma linha para cada imagem presente.

           ADD  1                       TO WK-QT-IMPRESSOS

           IF  SEGJ-ARQ-PERFIL
               MOVE 1                   TO IX-ARQ
               MOVE 'PERFIL'            TO WK-TX-ARQ
           ELSE
               MOVE 2                   TO IX-ARQ
               MOVE 'ALCADA'            TO WK-TX-ARQ
           END-IF

           EVALUATE TRUE
               WHEN SEGJ-ACAO-INCLUSAO
                   MOVE 1               TO IX-ACAO
               WHEN SEGJ-ACAO-ALTERACAO
                   MOVE 2               TO IX-ACAO
               WHEN OTHER
                   MOVE 3               TO IX-ACAO
           END-EVALUATE

           ADD  1                       TO WK-QT-ACAO(IX-ARQ IX-ACAO)

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  ' SEGJ-DT ' ' SEGJ-HR ' ' SEGJ-CD-OPER
               ' ' SEGJ-CD-OPER-APRV ' ' WK-TX-ARQ '  ' SEGJ-IC-ACAO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA

           IF  SEGJ-IMAGEM-ANT NOT EQUAL SPACES
               MOVE SEGJ-IMAGEM-ANT     TO WK-IMG-REGISTRO
               MOVE '  antes:'          TO WK-TX-ROTULO
               PERFORM 210000-IMPRIMIR-IMAGEM
           END-IF

           IF  SEGJ-IMAGEM-NOVA NOT EQUAL SPACES
               MOVE SEGJ-IMAGEM-NOVA    TO WK-IMG-REGISTRO
               MOVE ' depois:'          TO WK-TX-ROTULO
               PERFORM 210000-IMPRIMIR-IMAGEM
           END-IF

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210000-IMPRIMIR-IMAGEM SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                  TO RELATORIO-LINHA

           IF  SEGJ-ARQ-PERFIL
               STRING
                   '    ' WK-TX-ROTULO ' Operador ' IMG-PRF-CD-OPER
                   ' Transacao ' IMG-PRF-CD-TRNS
                   ' Nivel ' IMG-PRF-IC-NIVEL
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           ELSE
               MOVE IMG-ALC-VL-ALCD     TO DSP-VL-ALCD
               STRING
                   '    ' WK-TX-ROTULO ' Operador ' IMG-ALC-CD-OPER
                   ' Alcada ' DSP-VL-ALCD
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
           END-IF

           WRITE RELATORIO-LINHA

           .
       210000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-IMPRIMIR-TOTAIS SECTION.
      *-----------------------------------------------------------------

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE WK-QT-IMPRESSOS         TO DSP-QT-LIDOS
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Alteracoes impressas: ' DSP-QT-LIDOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA

           PERFORM VARYING IX-ARQ FROM 1 BY 1 UNTIL IX-ARQ GREATER 2

               IF  IX-ARQ EQUAL 1
                   MOVE 'PERFIL'        TO WK-TX-ARQ
               ELSE
                   MOVE 'ALCADA'        TO WK-TX-ARQ
               END-IF

               MOVE WK-QT-ACAO(IX-ARQ 1) TO DSP-QT-INCL
               MOVE WK-QT-ACAO(IX-ARQ 2) TO DSP-QT-ALTR
               MOVE WK-QT-ACAO(IX-ARQ 3) TO DSP-QT-EXCL

               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  ' WK-TX-ARQ ' - inclusoes ' DSP-QT-INCL
                   '  alteracoes ' DSP-QT-ALTR
                   '  exclusoes ' DSP-QT-EXCL
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA

           END-PERFORM

           .
       300000-SAI.
           EXIT.
