      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 02.09.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Cache de respostas do ARCP0627:
      *        ESTATIST passa a 61 posicoes com o indicador de
      *        acerto/falta. Linha de acerto (nao houve despacho) fica
      *        fora das medianas por grupos e dos totais de motor da
      *        noite; a linha da noite ganha os acertos e o percentual
      *        de acerto sobre as requisicoes elegiveis ao cache.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       FD  ESTATIST
           BLOCK 0 RECORDS
           RECORD  61
           RECORDING MODE IS F.

      *    Mesmo layout gravado por 520000-GRAVAR-ESTATISTICA de
           03  EST-QT-NVL-MAX          PIC  9(02).
           03  FILLER                  PIC  X(01).
           03  EST-TM-DRCO-CSS         PIC  9(09).
           03  FILLER                  PIC  X(01).
           03  EST-IC-CACHE            PIC  X(01).
               88  EST-CACHE-ACERTO    VALUE 'A'.
               88  EST-CACHE-FALTA     VALUE 'F'.

      *    A ordenacao por quantidade de grupos e tempo alimenta o
      *    calculo de mediana/P95 em fluxo, sem tabela de tempos.
       SD  WK-ORDENACAO
           RECORD  61.

       01  WKORD-REGISTRO.
           03  WKO-DT-PROC             PIC  9(08).
           03  WKO-QT-NVL-MAX          PIC  9(02).
           03  FILLER                  PIC  X(01).
           03  WKO-TM-DRCO-CSS         PIC  9(09).
           03  FILLER                  PIC  X(01).
           03  WKO-IC-CACHE            PIC  X(01).
               88  WKO-CACHE-ACERTO    VALUE 'A'.

       FD  RELATORIO
           BLOCK 0 RECORDS
           03  WK-GR-ATU                    PIC  9(02).

      *    Acumulado por noite (data de processamento) - despachos,
      *    combinacoes avaliadas/podadas, centesimos de motor e as
      *    respostas tiradas do cache (acertos) e despachadas por
      *    falta no cache (vide VRS002). O
      *    teto de 1000 noites cobre quase tres anos de historico;
      *    excedente avisado no SYSOUT.
       01  GRP-POR-DIA.
               05  WK-DIA-QT-AVLD           PIC S9(15)    COMP-3.
               05  WK-DIA-QT-PODA           PIC S9(15)    COMP-3.
               05  WK-DIA-TM-CSS            PIC S9(15)    COMP-3.
               05  WK-DIA-QT-ACERTO         PIC S9(09)    COMP-5.
               05  WK-DIA-QT-FALTA          PIC S9(09)    COMP-5.

      *    Regressao linear do total de segundos de motor por noite
      *    (indice da noite x segundos) para projetar quando a janela
           03  WK-PRJ-VL-A                  PIC S9(15)V99 COMP-3.
           03  WK-PRJ-QT-NOITES             PIC S9(09)    COMP-5.
           03  WK-PRJ-PC-PODA               PIC S9(03)V99 COMP-3.
           03  WK-PRJ-QT-ELEG               PIC S9(09)    COMP-5.

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.

           ADD  1                       TO WK-QT-LIDOS

      *    Acerto no cache nao despachou o motor - fora das medianas
      *    por grupos.
           IF  EST-QT-GR NUMERIC
           AND EST-QT-GR GREATER ZEROS
           AND EST-QT-GR LESS OR EQUAL 30
           AND NOT EST-CACHE-ACERTO
               ADD 1                    TO WK-GR-QT-DSP(EST-QT-GR)
           END-IF

                   MOVE ZEROS           TO WK-DIA-QT-AVLD(IX-DIA-ACHOU)
                   MOVE ZEROS           TO WK-DIA-QT-PODA(IX-DIA-ACHOU)
                   MOVE ZEROS           TO WK-DIA-TM-CSS(IX-DIA-ACHOU)
                   MOVE ZEROS           TO WK-DIA-QT-ACERTO
                                               (IX-DIA-ACHOU)
                   MOVE ZEROS           TO WK-DIA-QT-FALTA
                                               (IX-DIA-ACHOU)
               ELSE
                   IF  NOT WK-DIAS-CHEIO-AVSD
                       DISPLAY CTE-PROG ' Tabela de noites cheia'
               END-IF
           END-IF

           IF  EST-CACHE-ACERTO
               ADD  1                   TO WK-DIA-QT-ACERTO
                                               (IX-DIA-ACHOU)
               GO TO 110000-SAI
           END-IF

           IF  EST-CACHE-FALTA
               ADD  1                   TO WK-DIA-QT-FALTA
                                               (IX-DIA-ACHOU)
           END-IF

           ADD  1                       TO WK-DIA-QT-DSP(IX-DIA-ACHOU)
           ADD  EST-QT-CBN-AVLD         TO WK-DIA-QT-AVLD(IX-DIA-ACHOU)
           ADD  EST-QT-CBN-PODA         TO WK-DIA-QT-PODA(IX-DIA-ACHOU)
           IF  WKO-QT-GR NOT NUMERIC
           OR  WKO-QT-GR EQUAL ZEROS
           OR  WKO-QT-GR GREATER 30
           OR  WKO-CACHE-ACERTO
               GO TO 210000-SAI
           END-IF

      *-----------------------------------------------------------------
      *    Uma linha por noite do historico: despachos, segundos de
      *    motor, percentual da janela consumido e eficiencia de poda
      *    (combinacoes podadas sobre avaliadas + podadas); respostas
      *    tiradas do cache e percentual de acerto sobre acertos +
      *    faltas (vide VRS002).

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Noite       Despachos     Motor (seg)'
               '   % janela    % poda          Acertos   % acerto'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA
                   DELIMITED BY SIZE INTO RELATORIO-LINHA(54:11)
               END-STRING

               MOVE WK-DIA-QT-ACERTO(IX-DIA) TO DSP-QT
               STRING
                   '  ' DSP-QT
                   DELIMITED BY SIZE INTO RELATORIO-LINHA(65:13)
               END-STRING

               COMPUTE WK-PRJ-QT-ELEG =
                   WK-DIA-QT-ACERTO(IX-DIA) + WK-DIA-QT-FALTA(IX-DIA)
               END-COMPUTE
               IF  WK-PRJ-QT-ELEG GREATER ZEROS
                   COMPUTE WK-PRJ-PC-PODA ROUNDED =
                       WK-DIA-QT-ACERTO(IX-DIA) * 100 / WK-PRJ-QT-ELEG
                       ON SIZE ERROR MOVE ZEROS TO WK-PRJ-PC-PODA
                   END-COMPUTE
               ELSE
                   MOVE ZEROS           TO WK-PRJ-PC-PODA
               END-IF
               MOVE WK-PRJ-PC-PODA      TO DSP-PC
               STRING
                   '     ' DSP-PC
                   DELIMITED BY SIZE INTO RELATORIO-LINHA(78:11)
               END-STRING

               PERFORM 900000-ESCREVER-LINHA

           END-PERFORM
