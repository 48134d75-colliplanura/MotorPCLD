      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 02.09.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Carteira de negociadores: cada
      *        linha traz o negociador dono da conta e a equipe (KSDS
      *        ATRIBUI, book ARCKATRB, mantido pela distribuicao
      *        ARCP0651) e o quadro final ganha a visao por
      *        negociador. ATRIBUI indisponivel nao derruba o
      *        worklist - sai sem dono, com aviso no log.
      * VRS003 15.10.2026 - F8944859 - AUDIHIST passa a ser o registro
      *        oficial da situacao: cada linha da AUDITORIA vale pela
      *        situacao do espelho (ARCSB629 'C'), que os passos
      *        noturnos mudam no lugar. AUDIHIST indisponivel: vale a
      *        situacao gravada na linha, com aviso na SYSOUT.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
               SELECT  AUDITORIA  ASSIGN  TO  UT-S-AUDITORIA.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD636.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.
               SELECT  ATRIBUI    ASSIGN  TO  ATRIBUI
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  ATR-CHAVE
                       FILE STATUS   IS  WK-FS-ATRIBUI.

      *-----------------------------------------------------------------
       DATA DIVISION.

       01  RELATORIO-LINHA                 PIC  X(132).

      *    Dono da conta na carteira de negociadores (vide VRS002)
       FD  ATRIBUI
           RECORD  80.

       01  ATRIBUI-REGISTRO.
-INC ARCKATRB

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCR0636 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

       01  WK-FS-ATRIBUI                PIC  X(02) VALUE SPACES.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
           03  WK-QT-MAX                    PIC  9(05) VALUE 200.
           03  WK-INT-HOJE                  PIC S9(09) COMP-5.
           03  WK-QT-DIAS-VNC               PIC S9(05) COMP-5.
           03  WK-ATRIBUI-SW                PIC  X(01) VALUE 'S'.
               88  WK-ATR-DISPONIVEL                    VALUE 'S'.
               88  WK-ATR-INDISPONIVEL                  VALUE 'N'.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
               05  WK-PRD-QT-PRP            PIC S9(09) COMP-5.
               05  WK-PRD-VL-ENTD           PIC S9(15)V99 COMP-3.

      *    Quadro por negociador (vide VRS002) - conta sem dono
      *    acumula na linha de negociador em branco
       01  GRP-POR-NGC.
           03  WK-CD-NGCD                   PIC  X(08).
           03  WK-CD-EQP                    PIC  X(04).
           03  WK-QT-NGC-TAB                PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-NGC                       PIC  9(04) COMP-5.
           03  IX-NGC-ACHOU                 PIC  9(04) COMP-5.
           03  WK-TB-NGC OCCURS 500 TIMES.
               05  WK-NGC-CD-NGCD           PIC  X(08).
               05  WK-NGC-CD-EQP            PIC  X(04).
               05  WK-NGC-QT-PRP            PIC S9(09) COMP-5.
               05  WK-NGC-VL-ENTD           PIC S9(15)V99 COMP-3.

       01  DSP-CAMPOS.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-DIAS                  PIC ZZ9.

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.

      *    Situacao corrente pelo espelho AUDIHIST (vide VRS003)
       01  GRP-ESPELHO.
           03  WK-AUDIHIST-SW               PIC  X(01) VALUE 'S'.
               88  WK-AUDV-DISPONIVEL                   VALUE 'S'.
               88  WK-AUDV-INDISPONIVEL                 VALUE 'N'.

       01  ARCSB629-DADOS.
-INC ARCKB629

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT RELATORIO

           OPEN INPUT ATRIBUI
           IF  WK-FS-ATRIBUI NOT EQUAL '00'
               SET  WK-ATR-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' ATRIBUI indisponivel - FS '
                   WK-FS-ATRIBUI ' - worklist sai sem negociador'
           END-IF

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Worklist de Propostas por Vencer - MotorPCLD - '
               OUTPUT PROCEDURE IS 100000-MONTAR-WORKLIST

           PERFORM 800000-IMPRIMIR-QUADRO
           PERFORM 850000-IMPRIMIR-QUADRO-NGC
           PERFORM 900000-FECHAR

           CLOSE RELATORIO
           IF  WK-ATR-DISPONIVEL
               CLOSE ATRIBUI
           END-IF

           .
       000000-SAI.

           ADD  1                       TO WK-QT-LIDOS

           PERFORM 250000-CONSULTAR-ESPELHO

           IF  AUD-IC-SITC NOT EQUAL SPACE
           OR  AUD-DT-VLDD NOT NUMERIC
           OR  AUD-DT-VLDD EQUAL ZEROS
           ADD  1                       TO WK-QT-PROPOSTAS

           PERFORM 300000-ACUMULAR-PRODUTO
           PERFORM 350000-LOCALIZAR-DONO
           PERFORM 360000-ACUMULAR-NEGOCIADOR

           IF  WK-QT-LISTADAS GREATER OR EQUAL WK-QT-MAX
               GO TO 200000-SAI
               AUD-SG-SIS-OGM-OPR '/' AUD-NR-UNCO-CTR-OPR
               ' Gr ' AUD-CD-GR-PRD-RSTD
               ' Entrada ' DSP-VL
               ' Neg ' WK-CD-NGCD '/' WK-CD-EQP
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       250000-CONSULTAR-ESPELHO SECTION.
      *-----------------------------------------------------------------
      *    A situacao que vale e a do espelho AUDIHIST (ARCSB629
      *    'C'), sobreposta na linha lida. Falha na abertura desliga
      *    a consulta: as linhas seguintes ficam com a situacao
      *    gravada na AUDITORIA.

           IF  WK-AUDV-INDISPONIVEL
               GO TO 250000-SAI
           END-IF

           MOVE 'C'                     TO ARCSB629-CD-FUNC
           MOVE 'ARCR0636'              TO ARCSB629-CD-PGM-OPER
           MOVE WKORD-REGISTRO          TO ARCSB629-AUDITORIA
           CALL ARCSB629             USING ARCSB629-DADOS

           IF  ARCSB629-IN-SCS-ERRO
               DISPLAY CTE-PROG ' ARCSB629: ' ARCSB629-TX-ERRO
               SET  WK-AUDV-INDISPONIVEL TO TRUE
               GO TO 250000-SAI
           END-IF

           IF  ARCSB629-ACHOU
               MOVE ARCSB629-AUDITORIA  TO WKORD-REGISTRO
           END-IF

           .
       250000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-ACUMULAR-PRODUTO SECTION.
      *-----------------------------------------------------------------
           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       350000-LOCALIZAR-DONO SECTION.
      *-----------------------------------------------------------------
      *    Negociador dono da conta - registro tipo 'C' do ATRIBUI
      *    (vide VRS002). Sem registro, ou sem ATRIBUI, fica em branco.

           MOVE SPACES                  TO WK-CD-NGCD
           MOVE SPACES                  TO WK-CD-EQP

           IF  WK-ATR-INDISPONIVEL
               GO TO 350000-SAI
           END-IF

           MOVE SPACES                  TO ATR-CHAVE
           SET  ATR-TIPO-CONTA          TO TRUE
           MOVE AUD-SG-SIS-OGM-OPR      TO ATR-SG-SIS-OGM-OPR
           MOVE AUD-NR-UNCO-CTR-OPR     TO ATR-NR-UNCO-CTR-OPR
           MOVE AUD-NR-EPRD-FNCD        TO ATR-NR-EPRD-FNCD
           MOVE AUD-NR-SCTR-OPR         TO ATR-NR-SCTR-OPR

           READ ATRIBUI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ATR-CD-NGCD     TO WK-CD-NGCD
                   MOVE ATR-CD-EQP      TO WK-CD-EQP
           END-READ

           .
       350000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       360000-ACUMULAR-NEGOCIADOR SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                   TO IX-NGC-ACHOU
           PERFORM VARYING IX-NGC FROM 1 BY 1
           UNTIL IX-NGC GREATER WK-QT-NGC-TAB
           OR IX-NGC-ACHOU GREATER ZEROS
               IF  WK-NGC-CD-NGCD(IX-NGC) EQUAL WK-CD-NGCD
                   MOVE IX-NGC           TO IX-NGC-ACHOU
               END-IF
           END-PERFORM

           IF  IX-NGC-ACHOU EQUAL ZEROS
           AND WK-QT-NGC-TAB LESS 500
               ADD  1                   TO WK-QT-NGC-TAB
               MOVE WK-QT-NGC-TAB       TO IX-NGC-ACHOU
               MOVE WK-CD-NGCD          TO WK-NGC-CD-NGCD(IX-NGC-ACHOU)
               MOVE WK-CD-EQP           TO WK-NGC-CD-EQP(IX-NGC-ACHOU)
               MOVE ZEROS               TO WK-NGC-QT-PRP(IX-NGC-ACHOU)
               MOVE ZEROS               TO WK-NGC-VL-ENTD(IX-NGC-ACHOU)
           END-IF

           IF  IX-NGC-ACHOU GREATER ZEROS
               ADD 1                    TO WK-NGC-QT-PRP(IX-NGC-ACHOU)
               ADD AUD-VL-ENTD          TO WK-NGC-VL-ENTD(IX-NGC-ACHOU)
           END-IF

           .
       360000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       800000-IMPRIMIR-QUADRO SECTION.
      *-----------------------------------------------------------------
           .
       800000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       850000-IMPRIMIR-QUADRO-NGC SECTION.
      *-----------------------------------------------------------------
      *    Vide VRS002 - a supervisao ve a carga de vencimentos de
      *    cada negociador e o que ainda esta sem dono.

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Abertas por vencer, por negociador'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA

           PERFORM VARYING IX-NGC FROM 1 BY 1
           UNTIL IX-NGC GREATER WK-QT-NGC-TAB
               MOVE WK-NGC-QT-PRP(IX-NGC)  TO DSP-QT
               MOVE WK-NGC-VL-ENTD(IX-NGC) TO DSP-VL
               MOVE SPACES              TO RELATORIO-LINHA
               IF  WK-NGC-CD-NGCD(IX-NGC) EQUAL SPACES
                   STRING
                       '  (sem dono)     '
                       '  propostas ' DSP-QT
                       '  entrada proposta ' DSP-VL
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-STRING
               ELSE
                   STRING
                       '  ' WK-NGC-CD-NGCD(IX-NGC)
                       ' Eqp ' WK-NGC-CD-EQP(IX-NGC)
                       '  propostas ' DSP-QT
                       '  entrada proposta ' DSP-VL
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-STRING
               END-IF
               WRITE RELATORIO-LINHA
           END-PERFORM

           .
       850000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       900000-FECHAR SECTION.
      *-----------------------------------------------------------------
