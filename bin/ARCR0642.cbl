      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCR0642
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Relatorio diario de consumo do orcamento mensal de
      *             reversao de PCLD e desconto por grupo de produto
      *             (ORCAMEN, book ARCKORCM). Para cada grupo com
      *             registro no mes da data de referencia mostra, nas
      *             duas medidas, o teto, o consumido, o saldo, o
      *             percentual usado, o consumo medio por dia decorrido
      *             e a projecao para o fim do mes nesse ritmo
      *             (consumido / dias decorridos * dias do mes).
      *             Projecao acima do teto sai marcada e o programa
      *             termina com RC 4; grupo ja acima do teto (aplicacao
      *             confirmada por supervisor) tambem sai marcado.
      *             PARM-DT-REF informa a data de referencia AAAAMMDD
      *             (default: a data da execucao); os dias decorridos
      *             sao os dias do mes ate ela, inclusive.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCR0642.
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
               SELECT  ORCAMEN    ASSIGN  TO  ORCAMEN
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  ORC-CHAVE
                       FILE STATUS   IS  WK-FS-ORCAMEN.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  ORCAMEN
           RECORD  120.

       01  ORCAMEN-REGISTRO.
-INC ARCKORCM

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCR0642 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.

       01  WK-FS-ORCAMEN                PIC  X(02) VALUE SPACES.

      *    Data de referencia e calendario do mes
       01  GRP-REFERENCIA.
           03  WK-DT-REF                    PIC  9(08).
           03  FILLER REDEFINES WK-DT-REF.
               05  WK-REF-AAAA              PIC  9(04).
               05  WK-REF-MM                PIC  9(02).
               05  WK-REF-DD                PIC  9(02).
           03  WK-AAAAMM-REF                PIC  9(06).
           03  WK-DT-PROX-MES               PIC  9(08).
           03  FILLER REDEFINES WK-DT-PROX-MES.
               05  WK-PROX-AAAA             PIC  9(04).
               05  WK-PROX-MM               PIC  9(02).
               05  WK-PROX-DD               PIC  9(02).
           03  WK-DT-INI-MES                PIC  9(08).
           03  WK-QT-DIAS-MES               PIC S9(04) COMP-5.
           03  WK-QT-DIAS-DCRD              PIC S9(04) COMP-5.

      *    Medida em impressao (reversao de PCLD ou desconto) do
      *    grupo corrente
       01  GRP-MEDIDA.
           03  WK-MED-TX                    PIC  X(13).
           03  WK-MED-VL-TETO               PIC S9(15)V99 COMP-3.
           03  WK-MED-VL-CNSM               PIC S9(15)V99 COMP-3.
           03  WK-MED-VL-SALDO              PIC S9(15)V99 COMP-3.
           03  WK-MED-VL-DIA                PIC S9(15)V99 COMP-3.
           03  WK-MED-VL-PROJ               PIC S9(15)V99 COMP-3.
           03  WK-MED-PC-USO                PIC S9(05)V9  COMP-3.
           03  WK-MED-IC-ALERTA             PIC  X(10).

      *    Totais do mes por medida (1 = reversao, 2 = desconto)
       01  GRP-TOTAIS.
           03  WK-TOT-MED OCCURS 2 TIMES.
               05  WK-TOT-VL-TETO           PIC S9(15)V99 COMP-3.
               05  WK-TOT-VL-CNSM           PIC S9(15)V99 COMP-3.
               05  WK-TOT-VL-PROJ           PIC S9(15)V99 COMP-3.
           03  IX-MED                       PIC S9(04) COMP-5.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-ORCAMEN-SW               PIC  X(01) VALUE 'N'.
               88  FIM-ORCAMEN                          VALUE 'S'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-GRUPOS                 PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ESTOURO                PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ACIMA-TETO             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-APLC-TOT               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SPVS-TOT               PIC  9(09) COMP-5
                                             VALUE ZEROS.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  FILLER                       PIC  X(13).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-2                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-3                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-DIAS                  PIC Z9.
           03  DSP-QT-DIAS-2                PIC Z9.
           03  DSP-VL-TETO                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-TX-TETO REDEFINES DSP-VL-TETO
                                            PIC  X(17).
           03  DSP-VL-CNSM                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-SALDO                 PIC -Z.ZZZ.ZZZ.ZZ9,99.
           03  DSP-TX-SALDO REDEFINES DSP-VL-SALDO
                                            PIC  X(17).
           03  DSP-PC-USO                   PIC ZZ.ZZ9,9.
           03  DSP-TX-PC-USO REDEFINES DSP-PC-USO
                                            PIC  X(08).
           03  DSP-VL-DIA                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-PROJ                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-DT-ULT                   PIC  9(08).

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  PARM1.
           03  PARM-DT-REF             PIC  9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC
           MOVE DTH-DATA                TO WK-DT-REF

           IF  PARM-DT-REF NUMERIC
           AND PARM-DT-REF GREATER ZEROS
               IF  PARM-DT-REF(5:2) GREATER '00'
               AND PARM-DT-REF(5:2) LESS '13'
               AND PARM-DT-REF(7:2) GREATER '00'
               AND PARM-DT-REF(7:2) LESS '32'
                   MOVE PARM-DT-REF     TO WK-DT-REF
               ELSE
                   DISPLAY CTE-PROG ' PARM-DT-REF invalida: '
                       PARM-DT-REF
                   MOVE 8               TO RETURN-CODE
                   GO TO 000000-SAI
               END-IF
           END-IF

           PERFORM 100000-CALCULAR-CALENDARIO

           OPEN INPUT ORCAMEN
           IF  WK-FS-ORCAMEN NOT EQUAL '00'
               DISPLAY CTE-PROG ' ORCAMEN indisponivel - FS: '
                   WK-FS-ORCAMEN
               MOVE 8                   TO RETURN-CODE
               GO TO 000000-SAI
           END-IF

           OPEN OUTPUT RELATORIO

           MOVE ZEROS                   TO ORC-CHAVE
           START ORCAMEN KEY GREATER OR EQUAL ORC-CHAVE
           IF  WK-FS-ORCAMEN NOT EQUAL '00'
               SET  FIM-ORCAMEN         TO TRUE
           END-IF

           PERFORM UNTIL FIM-ORCAMEN
               READ ORCAMEN NEXT
                   AT END
                       SET  FIM-ORCAMEN TO TRUE
                   NOT AT END
                       ADD  1           TO WK-QT-LIDOS
                       IF  ORC-AAAAMM EQUAL WK-AAAAMM-REF
                           PERFORM 200000-IMPRIMIR-GRUPO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 800000-IMPRIMIR-TOTAIS
           PERFORM 950000-IMPRIMIR-RODAPE

           IF  WK-QT-ESTOURO GREATER ZEROS
               MOVE 4                   TO RETURN-CODE
           END-IF

           CLOSE ORCAMEN
           CLOSE RELATORIO

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       100000-CALCULAR-CALENDARIO SECTION.
      *-----------------------------------------------------------------
      *    Dias do mes = primeiro dia do mes seguinte menos o primeiro
      *    dia do mes de referencia; dias decorridos = dia da data de
      *    referencia.
           MOVE WK-DT-REF(1:6)          TO WK-AAAAMM-REF
           MOVE WK-DT-REF               TO WK-DT-INI-MES
           MOVE '01'                    TO WK-DT-INI-MES(7:2)

           MOVE WK-REF-AAAA             TO WK-PROX-AAAA
           MOVE WK-REF-MM               TO WK-PROX-MM
           MOVE 01                      TO WK-PROX-DD
           IF  WK-PROX-MM EQUAL 12
               ADD  1                   TO WK-PROX-AAAA
               MOVE 01                  TO WK-PROX-MM
           ELSE
               ADD  1                   TO WK-PROX-MM
           END-IF

           COMPUTE WK-QT-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WK-DT-PROX-MES)
             - FUNCTION INTEGER-OF-DATE(WK-DT-INI-MES)
           END-COMPUTE

           MOVE WK-REF-DD               TO WK-QT-DIAS-DCRD
           IF  WK-QT-DIAS-DCRD GREATER WK-QT-DIAS-MES
               MOVE WK-QT-DIAS-MES      TO WK-QT-DIAS-DCRD
           END-IF
           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-IMPRIMIR-GRUPO SECTION.
      *-----------------------------------------------------------------
      *    Linha de identificacao do grupo e uma linha por medida.
           ADD  1                       TO WK-QT-GRUPOS
           ADD  ORC-QT-APLC             TO WK-QT-APLC-TOT
           ADD  ORC-QT-APLC-SPVS        TO WK-QT-SPVS-TOT

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE ORC-QT-APLC             TO DSP-QT
           MOVE ORC-QT-APLC-SPVS        TO DSP-QT-2
           MOVE ORC-DT-ULT-CNSM         TO DSP-DT-ULT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Grupo ' ORC-CD-GR-PRD
               '   Aplicacoes: ' DSP-QT
               '   Com supervisor: ' DSP-QT-2
               '   Ultimo consumo: ' DSP-DT-ULT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE 1                       TO IX-MED
           MOVE 'Reversao PCLD'         TO WK-MED-TX
           MOVE ORC-VL-TETO-PCLD        TO WK-MED-VL-TETO
           MOVE ORC-VL-CNSM-PCLD        TO WK-MED-VL-CNSM
           PERFORM 300000-IMPRIMIR-MEDIDA

           MOVE 2                       TO IX-MED
           MOVE 'Desconto'              TO WK-MED-TX
           MOVE ORC-VL-TETO-DSCT        TO WK-MED-VL-TETO
           MOVE ORC-VL-CNSM-DSCT        TO WK-MED-VL-CNSM
           PERFORM 300000-IMPRIMIR-MEDIDA
           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-IMPRIMIR-MEDIDA SECTION.
      *-----------------------------------------------------------------
      *    Saldo, uso e ritmo de uma medida (WK-MED-*) do grupo.
      *    Teto zero: sem teto - saldo e uso em branco, sem alerta.
           MOVE SPACES                  TO WK-MED-IC-ALERTA

           COMPUTE WK-MED-VL-DIA ROUNDED =
               WK-MED-VL-CNSM / WK-QT-DIAS-DCRD
           END-COMPUTE
           COMPUTE WK-MED-VL-PROJ ROUNDED =
               WK-MED-VL-CNSM * WK-QT-DIAS-MES / WK-QT-DIAS-DCRD
           END-COMPUTE

           ADD  WK-MED-VL-TETO          TO WK-TOT-VL-TETO(IX-MED)
           ADD  WK-MED-VL-CNSM          TO WK-TOT-VL-CNSM(IX-MED)
           ADD  WK-MED-VL-PROJ          TO WK-TOT-VL-PROJ(IX-MED)

           MOVE WK-MED-VL-CNSM          TO DSP-VL-CNSM
           MOVE WK-MED-VL-DIA           TO DSP-VL-DIA
           MOVE WK-MED-VL-PROJ          TO DSP-VL-PROJ

           IF  WK-MED-VL-TETO EQUAL ZEROS
               MOVE '         sem teto' TO DSP-TX-TETO
               MOVE SPACES              TO DSP-TX-SALDO
               MOVE SPACES              TO DSP-TX-PC-USO
           ELSE
               COMPUTE WK-MED-VL-SALDO =
                   WK-MED-VL-TETO - WK-MED-VL-CNSM
               END-COMPUTE
               COMPUTE WK-MED-PC-USO ROUNDED =
                   WK-MED-VL-CNSM * 100 / WK-MED-VL-TETO
               END-COMPUTE
               MOVE WK-MED-VL-TETO      TO DSP-VL-TETO
               MOVE WK-MED-VL-SALDO     TO DSP-VL-SALDO
               MOVE WK-MED-PC-USO       TO DSP-PC-USO
               EVALUATE TRUE
                   WHEN WK-MED-VL-CNSM GREATER WK-MED-VL-TETO
                       MOVE 'ACIMA TETO'  TO WK-MED-IC-ALERTA
                       ADD  1             TO WK-QT-ACIMA-TETO
                       ADD  1             TO WK-QT-ESTOURO
                   WHEN WK-MED-VL-PROJ GREATER WK-MED-VL-TETO
                       MOVE 'ESTOURO'     TO WK-MED-IC-ALERTA
                       ADD  1             TO WK-QT-ESTOURO
               END-EVALUATE
           END-IF

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  ' WK-MED-TX
               ' ' DSP-TX-TETO
               ' ' DSP-VL-CNSM
               ' ' DSP-TX-SALDO
               ' ' DSP-TX-PC-USO
               ' ' DSP-VL-DIA
               ' ' DSP-VL-PROJ
               '  ' WK-MED-IC-ALERTA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA
           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       800000-IMPRIMIR-TOTAIS SECTION.
      *-----------------------------------------------------------------
      *    Soma do mes por medida - teto somado so dos grupos que tem.
           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING 'Total do mes'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           PERFORM VARYING IX-MED FROM 1 BY 1
           UNTIL IX-MED GREATER 2
               IF  IX-MED EQUAL 1
                   MOVE 'Reversao PCLD' TO WK-MED-TX
               ELSE
                   MOVE 'Desconto'      TO WK-MED-TX
               END-IF
               MOVE WK-TOT-VL-TETO(IX-MED) TO DSP-VL-TETO
               MOVE WK-TOT-VL-CNSM(IX-MED) TO DSP-VL-CNSM
               MOVE WK-TOT-VL-PROJ(IX-MED) TO DSP-VL-PROJ
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  ' WK-MED-TX
                   ' ' DSP-VL-TETO
                   ' ' DSP-VL-CNSM
                   '                                        '
                   '     '
                   ' ' DSP-VL-PROJ
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-PERFORM
           .
       800000-SAI.
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
       910000-IMPRIMIR-CABECALHO SECTION.
      *-----------------------------------------------------------------
           ADD  1                       TO WK-NR-PAG
           MOVE WK-NR-PAG                TO DSP-NR-PAG
           MOVE WK-QT-DIAS-DCRD         TO DSP-QT-DIAS
           MOVE WK-QT-DIAS-MES          TO DSP-QT-DIAS-2
           MOVE ZEROS                   TO WK-NR-LINHA
           MOVE RELATORIO-LINHA         TO WK-LINHA-SALVA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Consumo do Orcamento Mensal por Grupo de Produto -'
               ' MotorPCLD - Ref. ' WK-DT-REF
               ' (dia ' DSP-QT-DIAS ' de ' DSP-QT-DIAS-2 ')'
               '        Pagina: ' DSP-NR-PAG
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA
           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Medida       '
               '              Teto'
               '         Consumido'
               '             Saldo'
               '    Uso %'
               '       Consumo/dia'
               '  Projecao fim mes'
               '  Alerta'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA
           MOVE WK-LINHA-SALVA          TO RELATORIO-LINHA
           .
       910000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       950000-IMPRIMIR-RODAPE SECTION.
      *-----------------------------------------------------------------
           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA
           MOVE WK-QT-GRUPOS            TO DSP-QT
           MOVE WK-QT-APLC-TOT          TO DSP-QT-2
           MOVE WK-QT-SPVS-TOT          TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Grupos no mes: ' DSP-QT
               '   Aplicacoes: ' DSP-QT-2
               '   Com supervisor: ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA
           MOVE WK-QT-ESTOURO           TO DSP-QT
           MOVE WK-QT-ACIMA-TETO        TO DSP-QT-2
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Medidas com alerta: ' DSP-QT
               '   ja acima do teto: ' DSP-QT-2
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA
           DISPLAY CTE-PROG ' Lidos: ' WK-QT-LIDOS
               ' Grupos: ' WK-QT-GRUPOS
               ' Alertas: ' WK-QT-ESTOURO
           .
       950000-SAI.
           EXIT.
