      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCR0643
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Relatorio de latencia de ponta a ponta do modo
      *             escuta de ARCP0627, sobre o LATENCI (uma linha por
      *             requisicao de dados, book ARCKLATN). Por hora de
      *             chegada da mensagem (MQPUT de origem): quantidade
      *             de requisicoes, percentis P50/P90/P95/P99 e maximo
      *             do tempo total visto pelo cliente, medias de
      *             espera na fila e de motor, reentregas, respostas
      *             depositadas no DEADLET e violacoes do nivel de
      *             servico. PARM-TM-SLA-CSS (centesimos) substitui o
      *             nivel gravado em cada linha; PARM-DT-REF restringe
      *             a um dia; PARM-PC-ALRT (default 10) e o percentual
      *             de violacao acima do qual a hora e marcada ALERTA.
      *             O DD LATENCI aponta as geracoes do periodo.
      *             RC 4: alguma hora em alerta.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCR0643.
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
               SELECT  LATENCI    ASSIGN  TO  UT-S-LATENCI.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD643.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  LATENCI
           BLOCK 0 RECORDS
           RECORD  170
           RECORDING MODE IS F.

       01  LATENCI-REGISTRO                PIC  X(170).

      *    A ordenacao por hora de chegada e tempo total alimenta os
      *    percentis em fluxo, sem tabela de tempos.
       SD  WK-ORDENACAO
           RECORD  170.

       01  WKORD-REGISTRO.
-INC ARCKLATN

      *    Visao da chave de ordenacao - data e hora cheia do MQPUT
       01  WKORD-CHAVE-HORA.
           03  WKO-DT-PUT              PIC  9(08).
           03  FILLER                  PIC  X(01).
           03  WKO-HH-PUT              PIC  9(02).
           03  FILLER                  PIC  X(159).

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCR0643 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-LATENCI-SW               PIC  X(01) VALUE 'N'.
               88  FIM-LATENCI                          VALUE 'S'.
           03  FIM-ORDENACAO-SW             PIC  X(01) VALUE 'N'.
               88  FIM-ORDENACAO                        VALUE 'S'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FORA                   PIC  9(09) COMP-5
                                             VALUE ZEROS.

       01  GRP-PARAMETROS.
           03  WK-TM-SLA                    PIC  9(05) VALUE ZEROS.
           03  WK-DT-REF                    PIC  9(08) VALUE ZEROS.
           03  WK-PC-ALRT                   PIC  9(02) VALUE 10.
           03  WK-TM-SLA-LIN                PIC  9(05).

      *    Acumulado por hora de chegada (data + hora): contagem da
      *    passada de entrada e, na passada ordenada, os percentis
      *    apanhados pela posicao dentro da hora. O teto de 2400
      *    horas cobre cem dias de escuta; excedente avisado no
      *    SYSOUT.
       01  GRP-POR-HORA.
           03  WK-QT-HORAS                  PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-HR                        PIC  9(04) COMP-5.
           03  IX-HR-ACHOU                  PIC  9(04) COMP-5.
           03  IX-HR-ULT                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-HORAS-CHEIO-SW            PIC  X(01) VALUE 'N'.
               88  WK-HORAS-CHEIO-AVSD      VALUE 'S'.
           03  WK-CHAVE-HORA.
               05  WK-CHV-DT                PIC  9(08).
               05  WK-CHV-HH                PIC  9(02).
           03  WK-TB-HORA OCCURS 2400 TIMES.
               05  WK-HOR-CHAVE             PIC  X(10).
               05  WK-HOR-QT                PIC S9(09)    COMP-5.
               05  WK-HOR-QT-VIOL           PIC S9(09)    COMP-5.
               05  WK-HOR-QT-RENTG          PIC S9(09)    COMP-5.
               05  WK-HOR-QT-DLQ            PIC S9(09)    COMP-5.
               05  WK-HOR-TM-FILA           PIC S9(15)    COMP-3.
               05  WK-HOR-TM-MOTOR          PIC S9(15)    COMP-3.

      *    Posicoes dos percentis da hora corrente da passada ordenada
       01  GRP-PERCENTIS.
           03  WK-PCT-CHAVE-ATU             PIC  X(10) VALUE SPACES.
           03  WK-PCT-IX-DENTRO             PIC S9(09) COMP-5.
           03  WK-PCT-IX-P50                PIC S9(09) COMP-5.
           03  WK-PCT-IX-P90                PIC S9(09) COMP-5.
           03  WK-PCT-IX-P95                PIC S9(09) COMP-5.
           03  WK-PCT-IX-P99                PIC S9(09) COMP-5.
           03  WK-PCT-TM-P50                PIC S9(09) COMP-5.
           03  WK-PCT-TM-P90                PIC S9(09) COMP-5.
           03  WK-PCT-TM-P95                PIC S9(09) COMP-5.
           03  WK-PCT-TM-P99                PIC S9(09) COMP-5.
           03  WK-PCT-TM-MAX                PIC S9(09) COMP-5.

       01  GRP-TOTAIS.
           03  WK-TOT-QT                    PIC S9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-TOT-QT-VIOL               PIC S9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-TOT-QT-RENTG              PIC S9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-TOT-QT-DLQ                PIC S9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-TOT-QT-HR-ALRT            PIC S9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-TOT-TM-MAX                PIC S9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-VL-PC                     PIC S9(03)V99 COMP-3.
           03  WK-VL-MEDIA                  PIC S9(09) COMP-5.

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZ9.
           03  DSP-QT-2                     PIC ZZZ.ZZ9.
           03  DSP-QT-3                     PIC ZZZ.ZZ9.
           03  DSP-QT-TOT                   PIC ZZZ.ZZZ.ZZ9.
           03  DSP-TM-1                     PIC ZZZ.ZZ9.
           03  DSP-TM-2                     PIC ZZZ.ZZ9.
           03  DSP-TM-3                     PIC ZZZ.ZZ9.
           03  DSP-TM-4                     PIC ZZZ.ZZ9.
           03  DSP-TM-5                     PIC ZZZ.ZZ9.
           03  DSP-TM-6                     PIC ZZZ.ZZ9.
           03  DSP-TM-7                     PIC ZZZ.ZZ9.
           03  DSP-PC                       PIC ZZ9,99.
           03  DSP-TM-SLA                   PIC ZZZZ9.
           03  DSP-TX-SLA                   PIC  X(20).

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  PARM1.
           03  PARM-TM-SLA-CSS         PIC  9(05).
           03  PARM-DT-REF             PIC  9(08).
           03  PARM-PC-ALRT            PIC  9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           IF  PARM-TM-SLA-CSS NUMERIC
           AND PARM-TM-SLA-CSS GREATER ZEROS
               MOVE PARM-TM-SLA-CSS     TO WK-TM-SLA
           END-IF
           IF  PARM-DT-REF NUMERIC
           AND PARM-DT-REF GREATER ZEROS
               MOVE PARM-DT-REF         TO WK-DT-REF
           END-IF
           IF  PARM-PC-ALRT NUMERIC
           AND PARM-PC-ALRT GREATER ZEROS
               MOVE PARM-PC-ALRT        TO WK-PC-ALRT
           END-IF

           IF  WK-TM-SLA GREATER ZEROS
               MOVE WK-TM-SLA           TO DSP-TM-SLA
               MOVE SPACES              TO DSP-TX-SLA
               STRING DSP-TM-SLA ' cs (PARM)'
                   DELIMITED BY SIZE INTO DSP-TX-SLA
               END-STRING
           ELSE
               MOVE 'gravado na escuta'  TO DSP-TX-SLA
           END-IF

           OPEN OUTPUT RELATORIO

      *    Entrada da ordenacao conta e acumula por hora; a saida
      *    apanha os percentis pela posicao dentro de cada hora.
           SORT WK-ORDENACAO
               ON ASCENDING KEY WKO-DT-PUT
               ON ASCENDING KEY WKO-HH-PUT
               ON ASCENDING KEY LAT-TM-TOTAL-CSS
               INPUT PROCEDURE IS 100000-ACUMULAR-LATENCIA
               OUTPUT PROCEDURE IS 200000-APANHAR-PERCENTIS

           PERFORM 400000-IMPRIMIR-TOTAIS

           CLOSE RELATORIO

           DISPLAY CTE-PROG ' Requisicoes lidas: ' WK-QT-LIDOS
               ' Fora do dia: ' WK-QT-FORA
               ' Horas: ' WK-QT-HORAS
               ' Horas em alerta: ' WK-TOT-QT-HR-ALRT

           IF  WK-TOT-QT-HR-ALRT GREATER ZEROS
               MOVE 4                   TO RETURN-CODE
           END-IF

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       100000-ACUMULAR-LATENCIA SECTION.
      *-----------------------------------------------------------------
      *    INPUT PROCEDURE da SORT - le o LATENCI, reavalia a violacao
      *    contra o nivel de servico do PARM (quando informado) e
      *    acumula a hora de chegada.

           OPEN INPUT LATENCI

           PERFORM UNTIL FIM-LATENCI
               READ LATENCI
                   AT END SET FIM-LATENCI TO TRUE
               END-READ
               IF  NOT FIM-LATENCI
                   ADD  1               TO WK-QT-LIDOS
                   MOVE LATENCI-REGISTRO TO WKORD-REGISTRO
                   PERFORM 110000-ACUMULAR-REQUISICAO
               END-IF
           END-PERFORM

           CLOSE LATENCI

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       110000-ACUMULAR-REQUISICAO SECTION.
      *-----------------------------------------------------------------

           IF  LAT-DT-PUT NOT NUMERIC
           OR  LAT-HR-PUT NOT NUMERIC
           OR  LAT-TM-TOTAL-CSS NOT NUMERIC
           OR (WK-DT-REF GREATER ZEROS
               AND LAT-DT-PUT NOT EQUAL WK-DT-REF)
               ADD  1                   TO WK-QT-FORA
               GO TO 110000-SAI
           END-IF

           IF  WK-TM-SLA GREATER ZEROS
               MOVE WK-TM-SLA           TO WK-TM-SLA-LIN
           ELSE
               MOVE LAT-TM-SLA-CSS      TO WK-TM-SLA-LIN
           END-IF
           IF  LAT-TM-TOTAL-CSS GREATER WK-TM-SLA-LIN
               MOVE 'S'                 TO LAT-IC-VIOL
           ELSE
               MOVE 'N'                 TO LAT-IC-VIOL
           END-IF

           MOVE LAT-DT-PUT              TO WK-CHV-DT
           MOVE LAT-HR-PUT(1:2)         TO WK-CHV-HH
           PERFORM 120000-LOCALIZAR-HORA

           IF  IX-HR-ACHOU EQUAL ZEROS
               GO TO 110000-SAI
           END-IF

           ADD  1                       TO WK-HOR-QT(IX-HR-ACHOU)
           IF  LAT-VIOLOU
               ADD  1                   TO WK-HOR-QT-VIOL(IX-HR-ACHOU)
           END-IF
           IF  LAT-QT-RENTG NUMERIC
           AND LAT-QT-RENTG GREATER ZEROS
               ADD  1                   TO WK-HOR-QT-RENTG(IX-HR-ACHOU)
           END-IF
           IF  LAT-RSP-DEPOSITADA
               ADD  1                   TO WK-HOR-QT-DLQ(IX-HR-ACHOU)
           END-IF
           IF  LAT-TM-FILA-CSS NUMERIC
               ADD  LAT-TM-FILA-CSS     TO WK-HOR-TM-FILA(IX-HR-ACHOU)
           END-IF
           IF  LAT-TM-MOTOR-CSS NUMERIC
               ADD  LAT-TM-MOTOR-CSS    TO WK-HOR-TM-MOTOR(IX-HR-ACHOU)
           END-IF

           RELEASE WKORD-REGISTRO

           .
       110000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       120000-LOCALIZAR-HORA SECTION.
      *-----------------------------------------------------------------
      *    Posicao da hora WK-CHAVE-HORA na tabela, incluida se nova.
      *    O LATENCI vem quase sempre em ordem de chegada - a ultima
      *    hora achada e conferida antes da varredura.

           MOVE ZEROS                   TO IX-HR-ACHOU

           IF  IX-HR-ULT GREATER ZEROS
           AND WK-HOR-CHAVE(IX-HR-ULT) EQUAL WK-CHAVE-HORA
               MOVE IX-HR-ULT           TO IX-HR-ACHOU
               GO TO 120000-SAI
           END-IF

           PERFORM VARYING IX-HR FROM 1 BY 1
           UNTIL IX-HR GREATER WK-QT-HORAS
           OR IX-HR-ACHOU GREATER ZEROS
               IF  WK-HOR-CHAVE(IX-HR) EQUAL WK-CHAVE-HORA
                   MOVE IX-HR           TO IX-HR-ACHOU
               END-IF
           END-PERFORM

           IF  IX-HR-ACHOU EQUAL ZEROS
               IF  WK-QT-HORAS LESS 2400
                   ADD  1               TO WK-QT-HORAS
                   MOVE WK-QT-HORAS     TO IX-HR-ACHOU
                   MOVE WK-CHAVE-HORA   TO WK-HOR-CHAVE(IX-HR-ACHOU)
                   MOVE ZEROS           TO WK-HOR-QT(IX-HR-ACHOU)
                   MOVE ZEROS           TO WK-HOR-QT-VIOL(IX-HR-ACHOU)
                   MOVE ZEROS           TO WK-HOR-QT-RENTG(IX-HR-ACHOU)
                   MOVE ZEROS           TO WK-HOR-QT-DLQ(IX-HR-ACHOU)
                   MOVE ZEROS           TO WK-HOR-TM-FILA(IX-HR-ACHOU)
                   MOVE ZEROS           TO WK-HOR-TM-MOTOR(IX-HR-ACHOU)
               ELSE
                   IF  NOT WK-HORAS-CHEIO-AVSD
                       DISPLAY CTE-PROG ' Tabela de horas cheia'
                           ' (2400) - excedente fora do relatorio'
                       SET WK-HORAS-CHEIO-AVSD TO TRUE
                   END-IF
                   ADD  1               TO WK-QT-FORA
                   GO TO 120000-SAI
               END-IF
           END-IF

           MOVE IX-HR-ACHOU             TO IX-HR-ULT

           .
       120000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-APANHAR-PERCENTIS SECTION.
      *-----------------------------------------------------------------
      *    OUTPUT PROCEDURE da SORT - as requisicoes chegam ordenadas
      *    por hora e tempo total; a posicao dentro da hora diz quando
      *    a corrente e um dos percentis (posicoes calculadas na troca
      *    de hora a partir da contagem da entrada). A linha da hora
      *    sai na troca e no fim.

           PERFORM UNTIL FIM-ORDENACAO
               RETURN WK-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
                   NOT AT END
                       PERFORM 210000-TRATAR-ORDENADO
               END-RETURN
           END-PERFORM

           IF  WK-PCT-CHAVE-ATU NOT EQUAL SPACES
               PERFORM 300000-IMPRIMIR-HORA
           END-IF

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210000-TRATAR-ORDENADO SECTION.
      *-----------------------------------------------------------------

           MOVE LAT-DT-PUT              TO WK-CHV-DT
           MOVE LAT-HR-PUT(1:2)         TO WK-CHV-HH

           IF  WK-CHAVE-HORA NOT EQUAL WK-PCT-CHAVE-ATU
               IF  WK-PCT-CHAVE-ATU NOT EQUAL SPACES
                   PERFORM 300000-IMPRIMIR-HORA
               END-IF
               PERFORM 120000-LOCALIZAR-HORA
               MOVE WK-CHAVE-HORA       TO WK-PCT-CHAVE-ATU
               MOVE ZEROS               TO WK-PCT-IX-DENTRO
               MOVE ZEROS               TO WK-PCT-TM-P50
               MOVE ZEROS               TO WK-PCT-TM-P90
               MOVE ZEROS               TO WK-PCT-TM-P95
               MOVE ZEROS               TO WK-PCT-TM-P99
               MOVE ZEROS               TO WK-PCT-TM-MAX
      *        Posicoes dos percentis - teto da metade e teto de
      *        90/95/99% da contagem da hora.
               COMPUTE WK-PCT-IX-P50 =
                   (WK-HOR-QT(IX-HR-ACHOU) + 1) / 2
               END-COMPUTE
               COMPUTE WK-PCT-IX-P90 =
                   ((WK-HOR-QT(IX-HR-ACHOU) * 90) + 99) / 100
               END-COMPUTE
               COMPUTE WK-PCT-IX-P95 =
                   ((WK-HOR-QT(IX-HR-ACHOU) * 95) + 99) / 100
               END-COMPUTE
               COMPUTE WK-PCT-IX-P99 =
                   ((WK-HOR-QT(IX-HR-ACHOU) * 99) + 99) / 100
               END-COMPUTE
           END-IF

           ADD  1                       TO WK-PCT-IX-DENTRO

           IF  WK-PCT-IX-DENTRO EQUAL WK-PCT-IX-P50
               MOVE LAT-TM-TOTAL-CSS    TO WK-PCT-TM-P50
           END-IF
           IF  WK-PCT-IX-DENTRO EQUAL WK-PCT-IX-P90
               MOVE LAT-TM-TOTAL-CSS    TO WK-PCT-TM-P90
           END-IF
           IF  WK-PCT-IX-DENTRO EQUAL WK-PCT-IX-P95
               MOVE LAT-TM-TOTAL-CSS    TO WK-PCT-TM-P95
           END-IF
           IF  WK-PCT-IX-DENTRO EQUAL WK-PCT-IX-P99
               MOVE LAT-TM-TOTAL-CSS    TO WK-PCT-TM-P99
           END-IF
           MOVE LAT-TM-TOTAL-CSS        TO WK-PCT-TM-MAX

           .
       210000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-IMPRIMIR-HORA SECTION.
      *-----------------------------------------------------------------
      *    Linha da hora que acabou de passar na ordenacao (IX-HR-ACHOU
      *    ainda aponta para ela).

           IF  WK-NR-PAG EQUAL ZEROS
               PERFORM 310000-IMPRIMIR-TITULOS
           END-IF

           ADD  WK-HOR-QT(IX-HR-ACHOU)       TO WK-TOT-QT
           ADD  WK-HOR-QT-VIOL(IX-HR-ACHOU)  TO WK-TOT-QT-VIOL
           ADD  WK-HOR-QT-RENTG(IX-HR-ACHOU) TO WK-TOT-QT-RENTG
           ADD  WK-HOR-QT-DLQ(IX-HR-ACHOU)   TO WK-TOT-QT-DLQ
           IF  WK-PCT-TM-MAX GREATER WK-TOT-TM-MAX
               MOVE WK-PCT-TM-MAX       TO WK-TOT-TM-MAX
           END-IF

           MOVE WK-HOR-QT(IX-HR-ACHOU)  TO DSP-QT
           MOVE WK-PCT-TM-P50           TO DSP-TM-1
           MOVE WK-PCT-TM-P90           TO DSP-TM-2
           MOVE WK-PCT-TM-P95           TO DSP-TM-3
           MOVE WK-PCT-TM-P99           TO DSP-TM-4
           MOVE WK-PCT-TM-MAX           TO DSP-TM-5
           COMPUTE WK-VL-MEDIA =
               WK-HOR-TM-FILA(IX-HR-ACHOU) / WK-HOR-QT(IX-HR-ACHOU)
           END-COMPUTE
           MOVE WK-VL-MEDIA             TO DSP-TM-6
           COMPUTE WK-VL-MEDIA =
               WK-HOR-TM-MOTOR(IX-HR-ACHOU) / WK-HOR-QT(IX-HR-ACHOU)
           END-COMPUTE
           MOVE WK-VL-MEDIA             TO DSP-TM-7
           MOVE WK-HOR-QT-RENTG(IX-HR-ACHOU) TO DSP-QT-2
           MOVE WK-HOR-QT-DLQ(IX-HR-ACHOU)   TO DSP-QT-3

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               WK-PCT-CHAVE-ATU(1:8) ' ' WK-PCT-CHAVE-ATU(9:2) 'h'
               ' ' DSP-QT
               ' ' DSP-TM-1 ' ' DSP-TM-2 ' ' DSP-TM-3
               ' ' DSP-TM-4 ' ' DSP-TM-5
               ' ' DSP-TM-6 ' ' DSP-TM-7
               ' ' DSP-QT-2 ' ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING

           MOVE WK-HOR-QT-VIOL(IX-HR-ACHOU) TO DSP-QT
           COMPUTE WK-VL-PC ROUNDED =
               WK-HOR-QT-VIOL(IX-HR-ACHOU) * 100
               / WK-HOR-QT(IX-HR-ACHOU)
               ON SIZE ERROR MOVE ZEROS TO WK-VL-PC
           END-COMPUTE
           MOVE WK-VL-PC                TO DSP-PC
           STRING
               ' ' DSP-QT ' ' DSP-PC
               DELIMITED BY SIZE INTO RELATORIO-LINHA(93:15)
           END-STRING

           IF  WK-VL-PC NOT LESS WK-PC-ALRT
               MOVE 'ALERTA'            TO RELATORIO-LINHA(110:6)
               ADD  1                   TO WK-TOT-QT-HR-ALRT
           END-IF

           PERFORM 900000-ESCREVER-LINHA

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       310000-IMPRIMIR-TITULOS SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Tempo total por hora de chegada (centesimos de'
               ' segundo) - nivel de servico: ' DSP-TX-SLA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Data     Hora   Reqs     P50     P90     P95'
               '     P99  Maximo  M.fila M.motor  Reent.  Deadl.'
               '   Viol. % viol'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       310000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-IMPRIMIR-TOTAIS SECTION.
      *-----------------------------------------------------------------

           IF  WK-NR-PAG EQUAL ZEROS
               PERFORM 310000-IMPRIMIR-TITULOS
           END-IF

           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO

           IF  WK-TOT-QT EQUAL ZEROS
               MOVE SPACES              TO RELATORIO-LINHA
               STRING 'Nenhuma requisicao no periodo'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               GO TO 400000-SAI
           END-IF

           COMPUTE WK-VL-PC ROUNDED =
               WK-TOT-QT-VIOL * 100 / WK-TOT-QT
               ON SIZE ERROR MOVE ZEROS TO WK-VL-PC
           END-COMPUTE

           MOVE WK-TOT-QT               TO DSP-QT-TOT
           MOVE WK-TOT-QT-VIOL          TO DSP-QT
           MOVE WK-VL-PC                TO DSP-PC
           MOVE WK-TOT-TM-MAX           TO DSP-TM-5
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Total: requisicoes ' DSP-QT-TOT
               '   violacoes ' DSP-QT ' (' DSP-PC '%)'
               '   maximo ' DSP-TM-5
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-TOT-QT-RENTG         TO DSP-QT
           MOVE WK-TOT-QT-DLQ           TO DSP-QT-2
           MOVE WK-TOT-QT-HR-ALRT       TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '       reentregues ' DSP-QT
               '   depositadas no DEADLET ' DSP-QT-2
               '   horas em alerta ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       900000-ESCREVER-LINHA SECTION.
      *-----------------------------------------------------------------
      *    Escreve uma linha do relatorio, controlando a quebra de
      *    pagina (cabecalho repetido a cada WK-MAX-LINHAS-PAG linhas).

           IF  WK-NR-LINHA GREATER OR EQUAL WK-MAX-LINHAS-PAG
               PERFORM 910000-IMPRIMIR-CABECALHO
           END-IF

           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           .
       900000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       905000-QUEBRAR-LINHA-EM-BRANCO SECTION.
      *-----------------------------------------------------------------

           IF  WK-NR-LINHA LESS WK-MAX-LINHAS-PAG
               MOVE LINHA-BRANCO         TO RELATORIO-LINHA
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           .
       905000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       910000-IMPRIMIR-CABECALHO SECTION.
      *-----------------------------------------------------------------
      *    Cabecalho de topo de pagina - repetido a cada pagina nova.

           ADD  1                       TO WK-NR-PAG
           MOVE WK-NR-PAG                TO DSP-NR-PAG
           MOVE ZEROS                   TO WK-NR-LINHA

      *    A linha que provocou a quebra e guardada e devolvida.
           MOVE RELATORIO-LINHA         TO WK-LINHA-SALVA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Latencia de Ponta a Ponta do Modo Escuta - MotorPCLD'
               '               Pagina: ' DSP-NR-PAG
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           MOVE WK-LINHA-SALVA          TO RELATORIO-LINHA

           .
       910000-SAI.
           EXIT.
