      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCP0649
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Descarga da fila de violacoes de acesso. As
      *             transacoes ARCT0628 a ARCT0632 gravam cada
      *             tentativa negada (operador sem perfil para a
      *             transacao ou sem nivel para a acao) na fila TD
      *             extrapartition 'VIOL' - cujo destino fisico e o
      *             dataset VIOLACAO (book ARCKVIOL). Este programa
      *             roda no fim do dia, apos o fechamento da fila pelo
      *             CICS, no mesmo molde de ARCP0631 para a 'AUDT': le
      *             o VIOLACAO, critica cada registro e o grava (EXTEND)
      *             no historico datado VIOLHIST; registro que nao
      *             passa na critica vai para o DESCARTE. O relatorio
      *             de seguranca totaliza as tentativas por operador
      *             (com a quebra por transacao) e por transacao, e
      *             marca como reincidente o operador com mais
      *             tentativas no dia do que o limite recebido no
      *             PARM. Os contadores lido/gravado/descartado sao
      *             reconciliados no fim e apensados no CHAINCTL para
      *             o verificador ARCP0645.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCP0649.
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
               SELECT  VIOLACAO   ASSIGN  TO  UT-S-VIOLACAO.
               SELECT  VIOLHIST   ASSIGN  TO  UT-S-VIOLHIST.
               SELECT  DESCARTE   ASSIGN  TO  UT-S-DESCARTE.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.
               SELECT  CHAINCTL   ASSIGN  TO  UT-S-CHAINCTL.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  VIOLACAO
           BLOCK 0 RECORDS
           RECORD  50
           RECORDING MODE IS F.

       01  VIOLACAO-REGISTRO.
-INC ARCKVIOL

      *    Historico datado das violacoes - mesmo layout ARCKVIOL; cada
      *    linha ja traz a data/hora da tentativa (VIO-DT/VIO-HR).
       FD  VIOLHIST
           BLOCK 0 RECORDS
           RECORD  50
           RECORDING MODE IS F.

       01  VIOLHIST-REGISTRO               PIC  X(50).

       FD  DESCARTE
           BLOCK 0 RECORDS
           RECORD  50
           RECORDING MODE IS F.

       01  DESCARTE-REGISTRO               PIC  X(50).

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *    Controle de cadeia da sequencia noturna
       FD  CHAINCTL
           BLOCK 0 RECORDS
           RECORD  85
           RECORDING MODE IS F.

       01  CHAINCTL-REGISTRO.
-INC ARCKCHCT

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0649 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.

      *    Limite default de tentativas no dia acima do qual o
      *    operador e marcado como reincidente (PARM-QT-REINC zerado
      *    ou nao numerico).
       01  CTE-QT-REINC PIC  9(03) VALUE 3.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-FILA-SW                  PIC  X(01) VALUE 'N'.
               88  FIM-FILA                             VALUE 'S'.
           03  WK-REG-VALIDO-SW             PIC  X(01).
               88  WK-REG-VALIDO                        VALUE 'S'.
               88  WK-REG-INVALIDO                      VALUE 'N'.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-GRAVADOS               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-DESCARTADOS            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-REINCIDENTES           PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-REINC                  PIC  9(03).
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-TX-TITULO                 PIC  X(60).

      *    Acumuladores por operador, por transacao e por par
      *    operador x transacao. As tabelas sao mantidas em ordem
      *    crescente de chave na inclusao (deslocando as posicoes
      *    seguintes), para o relatorio sair ordenado sem SORT.
      *    Tabela cheia: a chave excedente e contada so no total e
      *    avisada no SYSOUT.
       01  GRP-TABELAS.
           03  WK-QT-OPE                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-TRN                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-OXT                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-TAB                       PIC  9(04) COMP-5.
           03  IX-ACHOU                     PIC  9(04) COMP-5.
           03  IX-MOV                       PIC  9(04) COMP-5.
           03  IX-OXT                       PIC  9(04) COMP-5.
           03  WK-TB-OPE OCCURS 500 TIMES.
               05  WK-OPE-CD-OPER           PIC  X(08).
               05  WK-OPE-QT-VIOL           PIC  9(09) COMP-5.
               05  WK-OPE-DT-PRIM           PIC  9(08).
               05  WK-OPE-HR-PRIM           PIC  9(06).
               05  WK-OPE-DT-ULT            PIC  9(08).
               05  WK-OPE-HR-ULT            PIC  9(06).
           03  WK-TB-TRN OCCURS 50 TIMES.
               05  WK-TRN-CD-TRNS           PIC  X(04).
               05  WK-TRN-QT-VIOL           PIC  9(09) COMP-5.
               05  WK-TRN-QT-OPER           PIC  9(09) COMP-5.
           03  WK-TB-OXT OCCURS 2000 TIMES.
               05  WK-OXT-CHAVE.
                   07  WK-OXT-CD-OPER       PIC  X(08).
                   07  WK-OXT-CD-TRNS       PIC  X(04).
               05  WK-OXT-QT-VIOL           PIC  9(09) COMP-5.
               05  WK-OXT-TX-ACAO           PIC  X(20).

       01  WK-CHAVE-OXT.
           03  WK-CHV-CD-OPER               PIC  X(08).
           03  WK-CHV-CD-TRNS               PIC  X(04).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT-LIDOS                 PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-GRAVADOS              PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-DESCARTADOS           PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-REINCIDENTES          PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-VIOL                  PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-OPER                  PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-REINC                 PIC ZZ9.
           03  DSP-TX-REINC                 PIC  X(20).

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

       01  DATA-HORA-CHC.
           03  DTH-DATA                     PIC  9(08).
           03  DTH-HORA                     PIC  9(06).
           03  FILLER                       PIC  X(07).

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  PARM1.
           03  PARM-QT-REINC           PIC  9(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           IF  PARM-QT-REINC NUMERIC
           AND PARM-QT-REINC GREATER ZEROS
               MOVE PARM-QT-REINC       TO WK-QT-REINC
           ELSE
               MOVE CTE-QT-REINC        TO WK-QT-REINC
           END-IF

           MOVE 'Descartes da Fila VIOL - MotorPCLD'
                                        TO WK-TX-TITULO

           OPEN INPUT  VIOLACAO
           OPEN EXTEND VIOLHIST
           OPEN OUTPUT DESCARTE
           OPEN OUTPUT RELATORIO

           READ VIOLACAO
               AT END SET FIM-FILA      TO TRUE
           END-READ

           PERFORM UNTIL FIM-FILA
               PERFORM 100000-TRATAR-REGISTRO
               READ VIOLACAO
                   AT END SET FIM-FILA  TO TRUE
               END-READ
           END-PERFORM

           PERFORM 500000-IMPRIMIR-OPERADORES
           PERFORM 600000-IMPRIMIR-TRANSACOES
           PERFORM 900000-IMPRIMIR-CONTROLE
           PERFORM 965000-GRAVAR-CADEIA

           CLOSE VIOLACAO
           CLOSE VIOLHIST
           CLOSE DESCARTE
           CLOSE RELATORIO

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       965000-GRAVAR-CADEIA SECTION.
      *-----------------------------------------------------------------
      *    Apensa no CHAINCTL a linha deste passo: lidos da fila e
      *    gravados no historico (descartado nao segue na cadeia).

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-CHC

           MOVE SPACES                  TO CHAINCTL-REGISTRO
           MOVE DTH-DATA                TO CHC-DT-PROC
           MOVE DTH-HORA                TO CHC-HR-PROC
           MOVE 'ARCP0649'              TO CHC-NM-PASSO
           MOVE ZEROS                   TO CHC-NR-PRTC
           MOVE WK-QT-LIDOS             TO CHC-QT-ENTRADA
                                           CHC-QT-ENTRADA-DIA
           MOVE WK-QT-GRAVADOS          TO CHC-QT-SAIDA
                                           CHC-QT-SAIDA-DIA
           MOVE ZEROS                   TO CHC-VL-TOTAL

           OPEN EXTEND CHAINCTL
           WRITE CHAINCTL-REGISTRO
           CLOSE CHAINCTL

           .
       965000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       100000-TRATAR-REGISTRO SECTION.
      *-----------------------------------------------------------------

           ADD  1                       TO WK-QT-LIDOS

           PERFORM 200000-CRITICAR-REGISTRO

           IF  WK-REG-VALIDO
               MOVE VIOLACAO-REGISTRO   TO VIOLHIST-REGISTRO
               WRITE VIOLHIST-REGISTRO
               ADD  1                   TO WK-QT-GRAVADOS
               PERFORM 300000-ACUMULAR-OPERADOR
               PERFORM 320000-ACUMULAR-TRANSACAO
               PERFORM 340000-ACUMULAR-OPER-TRANSACAO
           ELSE
               MOVE VIOLACAO-REGISTRO   TO DESCARTE-REGISTRO
               WRITE DESCARTE-REGISTRO
               ADD  1                   TO WK-QT-DESCARTADOS
               PERFORM 400000-REPORTAR-DESCARTE
           END-IF

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-CRITICAR-REGISTRO SECTION.
      *-----------------------------------------------------------------
      *    Critica minima antes de levar o registro ao historico - um
      *    registro truncado na fila sairia sem operador ou sem data
      *    no relatorio de seguranca.

           SET  WK-REG-VALIDO           TO TRUE

           IF  VIO-DT NOT NUMERIC
           OR  VIO-DT EQUAL ZEROS
           OR  VIO-HR NOT NUMERIC
               SET WK-REG-INVALIDO      TO TRUE
           END-IF

           IF  VIO-CD-OPER EQUAL SPACES OR LOW-VALUES
           OR  VIO-CD-TRNS EQUAL SPACES OR LOW-VALUES
               SET WK-REG-INVALIDO      TO TRUE
           END-IF

           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-ACUMULAR-OPERADOR SECTION.
      *-----------------------------------------------------------------
      *    Localiza o operador na tabela ordenada; ausente, abre a
      *    posicao na ordem da chave. A fila chega na ordem de
      *    gravacao - primeira e ultima tentativa comparam data/hora.

           MOVE ZEROS                   TO IX-ACHOU

           PERFORM VARYING IX-TAB FROM 1 BY 1
           UNTIL IX-TAB GREATER WK-QT-OPE
           OR IX-ACHOU GREATER ZEROS
           OR WK-OPE-CD-OPER(IX-TAB) GREATER VIO-CD-OPER
               IF  WK-OPE-CD-OPER(IX-TAB) EQUAL VIO-CD-OPER
                   MOVE IX-TAB           TO IX-ACHOU
               END-IF
           END-PERFORM

           IF  IX-ACHOU EQUAL ZEROS
               IF  WK-QT-OPE NOT LESS 500
                   DISPLAY CTE-PROG ' Tabela de operadores cheia - '
                       VIO-CD-OPER ' ignorado'
                   GO TO 300000-SAI
               END-IF
               PERFORM VARYING IX-MOV FROM WK-QT-OPE BY -1
               UNTIL IX-MOV LESS IX-TAB
                   MOVE WK-TB-OPE(IX-MOV) TO WK-TB-OPE(IX-MOV + 1)
               END-PERFORM
               ADD  1                   TO WK-QT-OPE
               MOVE IX-TAB              TO IX-ACHOU
               MOVE VIO-CD-OPER         TO WK-OPE-CD-OPER(IX-ACHOU)
               MOVE ZEROS               TO WK-OPE-QT-VIOL(IX-ACHOU)
               MOVE VIO-DT              TO WK-OPE-DT-PRIM(IX-ACHOU)
                                           WK-OPE-DT-ULT(IX-ACHOU)
               MOVE VIO-HR              TO WK-OPE-HR-PRIM(IX-ACHOU)
                                           WK-OPE-HR-ULT(IX-ACHOU)
           END-IF

           ADD  1                       TO WK-OPE-QT-VIOL(IX-ACHOU)

           IF  VIO-DT LESS WK-OPE-DT-PRIM(IX-ACHOU)
           OR (VIO-DT EQUAL WK-OPE-DT-PRIM(IX-ACHOU)
           AND VIO-HR LESS WK-OPE-HR-PRIM(IX-ACHOU))
               MOVE VIO-DT              TO WK-OPE-DT-PRIM(IX-ACHOU)
               MOVE VIO-HR              TO WK-OPE-HR-PRIM(IX-ACHOU)
           END-IF

           IF  VIO-DT GREATER WK-OPE-DT-ULT(IX-ACHOU)
           OR (VIO-DT EQUAL WK-OPE-DT-ULT(IX-ACHOU)
           AND VIO-HR GREATER WK-OPE-HR-ULT(IX-ACHOU))
               MOVE VIO-DT              TO WK-OPE-DT-ULT(IX-ACHOU)
               MOVE VIO-HR              TO WK-OPE-HR-ULT(IX-ACHOU)
           END-IF

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       320000-ACUMULAR-TRANSACAO SECTION.
      *-----------------------------------------------------------------
      *    Mesmo esquema por transacao. A quantidade de operadores
      *    distintos da transacao e somada em 340000, quando o par
      *    operador x transacao aparece pela primeira vez.

           MOVE ZEROS                   TO IX-ACHOU

           PERFORM VARYING IX-TAB FROM 1 BY 1
           UNTIL IX-TAB GREATER WK-QT-TRN
           OR IX-ACHOU GREATER ZEROS
           OR WK-TRN-CD-TRNS(IX-TAB) GREATER VIO-CD-TRNS
               IF  WK-TRN-CD-TRNS(IX-TAB) EQUAL VIO-CD-TRNS
                   MOVE IX-TAB           TO IX-ACHOU
               END-IF
           END-PERFORM

           IF  IX-ACHOU EQUAL ZEROS
               IF  WK-QT-TRN NOT LESS 50
                   DISPLAY CTE-PROG ' Tabela de transacoes cheia - '
                       VIO-CD-TRNS ' ignorada'
                   GO TO 320000-SAI
               END-IF
               PERFORM VARYING IX-MOV FROM WK-QT-TRN BY -1
               UNTIL IX-MOV LESS IX-TAB
                   MOVE WK-TB-TRN(IX-MOV) TO WK-TB-TRN(IX-MOV + 1)
               END-PERFORM
               ADD  1                   TO WK-QT-TRN
               MOVE IX-TAB              TO IX-ACHOU
               MOVE VIO-CD-TRNS         TO WK-TRN-CD-TRNS(IX-ACHOU)
               MOVE ZEROS               TO WK-TRN-QT-VIOL(IX-ACHOU)
                                           WK-TRN-QT-OPER(IX-ACHOU)
           END-IF

           ADD  1                       TO WK-TRN-QT-VIOL(IX-ACHOU)

           .
       320000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       340000-ACUMULAR-OPER-TRANSACAO SECTION.
      *-----------------------------------------------------------------
      *    Par operador x transacao, chave concatenada - a ordem da
      *    tabela ja e a ordem de impressao da quebra por operador. A
      *    acao guardada e a da ultima tentativa lida do par.

           MOVE VIO-CD-OPER             TO WK-CHV-CD-OPER
           MOVE VIO-CD-TRNS             TO WK-CHV-CD-TRNS
           MOVE ZEROS                   TO IX-ACHOU

           PERFORM VARYING IX-TAB FROM 1 BY 1
           UNTIL IX-TAB GREATER WK-QT-OXT
           OR IX-ACHOU GREATER ZEROS
           OR WK-OXT-CHAVE(IX-TAB) GREATER WK-CHAVE-OXT
               IF  WK-OXT-CHAVE(IX-TAB) EQUAL WK-CHAVE-OXT
                   MOVE IX-TAB           TO IX-ACHOU
               END-IF
           END-PERFORM

           IF  IX-ACHOU EQUAL ZEROS
               IF  WK-QT-OXT NOT LESS 2000
                   DISPLAY CTE-PROG ' Tabela operador x transacao '
                       'cheia - ' WK-CHAVE-OXT ' ignorado'
                   GO TO 340000-SAI
               END-IF
               PERFORM VARYING IX-MOV FROM WK-QT-OXT BY -1
               UNTIL IX-MOV LESS IX-TAB
                   MOVE WK-TB-OXT(IX-MOV) TO WK-TB-OXT(IX-MOV + 1)
               END-PERFORM
               ADD  1                   TO WK-QT-OXT
               MOVE IX-TAB              TO IX-ACHOU
               MOVE WK-CHAVE-OXT        TO WK-OXT-CHAVE(IX-ACHOU)
               MOVE ZEROS               TO WK-OXT-QT-VIOL(IX-ACHOU)

      *        Primeira tentativa do operador nesta transacao: mais
      *        um operador distinto na totalizacao por transacao.
               PERFORM VARYING IX-TAB FROM 1 BY 1
               UNTIL IX-TAB GREATER WK-QT-TRN
                   IF  WK-TRN-CD-TRNS(IX-TAB) EQUAL VIO-CD-TRNS
                       ADD  1           TO WK-TRN-QT-OPER(IX-TAB)
                   END-IF
               END-PERFORM
           END-IF

           ADD  1                       TO WK-OXT-QT-VIOL(IX-ACHOU)
           MOVE VIO-TX-ACAO             TO WK-OXT-TX-ACAO(IX-ACHOU)

           .
       340000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-REPORTAR-DESCARTE SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Descartado - Operador: ' VIO-CD-OPER
               '  Transacao: ' VIO-CD-TRNS
               '  Data/Hora: ' VIO-DT '/' VIO-HR
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 910000-ESCREVER-LINHA

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-IMPRIMIR-OPERADORES SECTION.
      *-----------------------------------------------------------------
      *    Tentativas negadas por operador, com a quebra por
      *    transacao. Operador acima do limite do PARM sai marcado
      *    como reincidente.

           MOVE 'Violacoes de Acesso por Operador - MotorPCLD'
                                        TO WK-TX-TITULO
           MOVE 99                      TO WK-NR-LINHA
           MOVE WK-QT-REINC             TO DSP-QT-REINC

           IF  WK-QT-OPE EQUAL ZEROS
               MOVE SPACES              TO RELATORIO-LINHA
               STRING '  Nenhuma tentativa de acesso negada na fila.'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 910000-ESCREVER-LINHA
               GO TO 500000-SAI
           END-IF

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Operador   Tentativas  Primeira         Ultima'
               '           Situacao (limite ' DSP-QT-REINC ')'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 910000-ESCREVER-LINHA

           MOVE 1                       TO IX-OXT

           PERFORM VARYING IX-TAB FROM 1 BY 1
           UNTIL IX-TAB GREATER WK-QT-OPE

               PERFORM 920000-QUEBRAR-LINHA-EM-BRANCO

               MOVE WK-OPE-QT-VIOL(IX-TAB) TO DSP-QT-VIOL
               IF  WK-OPE-QT-VIOL(IX-TAB) GREATER WK-QT-REINC
                   MOVE '*** REINCIDENTE ***' TO DSP-TX-REINC
                   ADD  1               TO WK-QT-REINCIDENTES
               ELSE
                   MOVE SPACES          TO DSP-TX-REINC
               END-IF

               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  ' WK-OPE-CD-OPER(IX-TAB)
                   ' ' DSP-QT-VIOL
                   '  ' WK-OPE-DT-PRIM(IX-TAB) '/'
                   WK-OPE-HR-PRIM(IX-TAB)
                   '  ' WK-OPE-DT-ULT(IX-TAB) '/'
                   WK-OPE-HR-ULT(IX-TAB)
                   '  ' DSP-TX-REINC
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 910000-ESCREVER-LINHA

      *        Pares do operador - a tabela de pares esta na mesma
      *        ordem de operador, basta avancar o indice.
               PERFORM UNTIL IX-OXT GREATER WK-QT-OXT
               OR WK-OXT-CD-OPER(IX-OXT) NOT EQUAL
                  WK-OPE-CD-OPER(IX-TAB)
                   MOVE WK-OXT-QT-VIOL(IX-OXT) TO DSP-QT-VIOL
                   MOVE SPACES          TO RELATORIO-LINHA
                   STRING
                       '             Transacao ' WK-OXT-CD-TRNS(IX-OXT)
                       ' ' DSP-QT-VIOL
                       '  Ultima acao: ' WK-OXT-TX-ACAO(IX-OXT)
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-STRING
                   PERFORM 910000-ESCREVER-LINHA
                   ADD  1               TO IX-OXT
               END-PERFORM

           END-PERFORM

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-IMPRIMIR-TRANSACOES SECTION.
      *-----------------------------------------------------------------
      *    Tentativas negadas por transacao, com a quantidade de
      *    operadores distintos que tentaram.

           MOVE 'Violacoes de Acesso por Transacao - MotorPCLD'
                                        TO WK-TX-TITULO
           MOVE 99                      TO WK-NR-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Transacao   Tentativas    Operadores'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 910000-ESCREVER-LINHA

           PERFORM VARYING IX-TAB FROM 1 BY 1
           UNTIL IX-TAB GREATER WK-QT-TRN
               MOVE WK-TRN-QT-VIOL(IX-TAB) TO DSP-QT-VIOL
               MOVE WK-TRN-QT-OPER(IX-TAB) TO DSP-QT-OPER
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  ' WK-TRN-CD-TRNS(IX-TAB)
                   '       ' DSP-QT-VIOL
                   '   ' DSP-QT-OPER
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 910000-ESCREVER-LINHA
           END-PERFORM

           .
       600000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       900000-IMPRIMIR-CONTROLE SECTION.
      *-----------------------------------------------------------------

           MOVE 'Descarga da Fila VIOL - MotorPCLD'
                                        TO WK-TX-TITULO
           MOVE 99                      TO WK-NR-LINHA

           MOVE WK-QT-LIDOS             TO DSP-QT-LIDOS
           MOVE WK-QT-GRAVADOS          TO DSP-QT-GRAVADOS
           MOVE WK-QT-DESCARTADOS       TO DSP-QT-DESCARTADOS
           MOVE WK-QT-REINCIDENTES      TO DSP-QT-REINCIDENTES

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Lidos da fila: ' DSP-QT-LIDOS
               '  Gravados: ' DSP-QT-GRAVADOS
               '  Descartados: ' DSP-QT-DESCARTADOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 910000-ESCREVER-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Operadores reincidentes: ' DSP-QT-REINCIDENTES
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 910000-ESCREVER-LINHA

           IF  WK-QT-LIDOS NOT EQUAL
               WK-QT-GRAVADOS + WK-QT-DESCARTADOS
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  *** LIDOS <> GRAVADOS + DESCARTADOS ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 910000-ESCREVER-LINHA
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF  WK-QT-DESCARTADOS GREATER ZEROS
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY CTE-PROG ' Lidos: ' WK-QT-LIDOS
               ' Gravados: ' WK-QT-GRAVADOS
               ' Descartados: ' WK-QT-DESCARTADOS
               ' Reincidentes: ' WK-QT-REINCIDENTES

           .
       900000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       910000-ESCREVER-LINHA SECTION.
      *-----------------------------------------------------------------
      *    Escreve uma linha do relatorio, controlando a quebra de
      *    pagina (cabecalho WK-TX-TITULO repetido a cada
      *    WK-MAX-LINHAS-PAG linhas).

           IF  WK-NR-LINHA GREATER OR EQUAL WK-MAX-LINHAS-PAG
               PERFORM 930000-IMPRIMIR-CABECALHO
           END-IF

           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           .
       910000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       920000-QUEBRAR-LINHA-EM-BRANCO SECTION.
      *-----------------------------------------------------------------

           IF  WK-NR-LINHA LESS WK-MAX-LINHAS-PAG
               MOVE LINHA-BRANCO         TO RELATORIO-LINHA
               PERFORM 910000-ESCREVER-LINHA
           END-IF

           .
       920000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       930000-IMPRIMIR-CABECALHO SECTION.
      *-----------------------------------------------------------------

           ADD  1                       TO WK-NR-PAG
           MOVE WK-NR-PAG                TO DSP-NR-PAG
           MOVE ZEROS                   TO WK-NR-LINHA

           MOVE RELATORIO-LINHA         TO WK-LINHA-SALVA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               WK-TX-TITULO
               '      Pagina: ' DSP-NR-PAG
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           MOVE WK-LINHA-SALVA          TO RELATORIO-LINHA

           .
       930000-SAI.
           EXIT.
