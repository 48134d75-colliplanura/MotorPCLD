      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 02.09.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Contrato baixado a prejuizo no
      *        extrato (SLD-IC-PRJZ) grava o PREJUIZO (book ARCKPRJZ,
      *        reconstruido a cada rodada como o DIVERGE) com o saldo
      *        e a data da baixa. Fora do balanco, nao e confrontado
      *        com amortizacao/PCLD: com faixa no CADOPR conta como
      *        baixada; sem faixa continua divergente (motivo 3).
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  DIV-CHAVE
                       FILE STATUS   IS  WK-FS-DIVERGE.
               SELECT  PREJUIZO  ASSIGN  TO  PREJUIZO
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  PRJ-CHAVE
                       FILE STATUS   IS  WK-FS-PREJUIZO.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       FD  SALDOS
           BLOCK 0 RECORDS
           RECORD  92
           RECORDING MODE IS F.

       01  SALDOS-REGISTRO.
       01  DIVERGE-REGISTRO.
-INC ARCKDIVG

       FD  PREJUIZO
           RECORD  80.

       01  PREJUIZO-REGISTRO.
-INC ARCKPRJZ

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132

       01  WK-FS-CADOPR                 PIC  X(02) VALUE SPACES.
       01  WK-FS-DIVERGE                PIC  X(02) VALUE SPACES.
       01  WK-FS-PREJUIZO               PIC  X(02) VALUE SPACES.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
                                             VALUE ZEROS.
           03  WK-QT-DIVERGENTES            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-BAIXADAS               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-PRJZ-GRAVADOS          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-PC-TOLR                   PIC  9(02) VALUE 5.
           03  WK-CD-MTV-DVG                PIC  9(02).

           OPEN INPUT  SALDOS
           OPEN INPUT  CADOPR
           OPEN OUTPUT DIVERGE
           OPEN OUTPUT PREJUIZO
           OPEN OUTPUT RELATORIO

           IF  WK-FS-CADOPR NOT EQUAL '00'
           OR  WK-FS-DIVERGE NOT EQUAL '00'
           OR  WK-FS-PREJUIZO NOT EQUAL '00'
               DISPLAY CTE-PROG ' Falha na abertura - CADOPR: '
                   WK-FS-CADOPR ' DIVERGE: ' WK-FS-DIVERGE
                   ' PREJUIZO: ' WK-FS-PREJUIZO
               MOVE 8                   TO RETURN-CODE
               PERFORM 000000-ENCERRAR
           END-IF
           CLOSE SALDOS
           CLOSE CADOPR
           CLOSE DIVERGE
           CLOSE PREJUIZO
           CLOSE RELATORIO
           STOP RUN
           .

           ADD  1                       TO WK-QT-LIDOS

           IF  SLD-BAIXADA-PRJZ
               PERFORM 350000-GRAVAR-PREJUIZO
           END-IF

           PERFORM 200000-LER-FAIXA-MAIS-ALTA

           IF  NOT WK-TEM-FAIXA
               GO TO 100000-SAI
           END-IF

      *    Contrato baixado esta fora do balanco (PCLD de 100%) - os
      *    saldos contabeis nao tem com que se comparar a faixa
           IF  SLD-BAIXADA-PRJZ
               ADD  1                   TO WK-QT-BAIXADAS
               GO TO 100000-SAI
           END-IF

      *    Banda de tolerancia em torno da amortizacao contabil
           COMPUTE WK-VL-BANDA-INF =
               SLD-VL-AMTR * (100 - WK-PC-TOLR) / 100
           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       350000-GRAVAR-PREJUIZO SECTION.
      *-----------------------------------------------------------------

           MOVE SLD-SG-SIS-OGM-OPR      TO PRJ-SG-SIS-OGM-OPR
           MOVE SLD-NR-UNCO-CTR-OPR     TO PRJ-NR-UNCO-CTR-OPR
           MOVE SLD-NR-EPRD-FNCD        TO PRJ-NR-EPRD-FNCD
           MOVE SLD-NR-SCTR-OPR         TO PRJ-NR-SCTR-OPR
           MOVE SLD-VL-SDO-PRJZ         TO PRJ-VL-SDO-PRJZ
           MOVE SLD-DT-PRJZ             TO PRJ-DT-PRJZ
           MOVE DTH-DATA                TO PRJ-DT-APNTD

           WRITE PREJUIZO-REGISTRO

           IF  WK-FS-PREJUIZO EQUAL '00'
               ADD  1                   TO WK-QT-PRJZ-GRAVADOS
           ELSE
               IF  WK-FS-PREJUIZO NOT EQUAL '22'
                   DISPLAY CTE-PROG ' WRITE PREJUIZO - FS: '
                       WK-FS-PREJUIZO ' Conta: ' PRJ-NR-UNCO-CTR-OPR
                   MOVE 8               TO RETURN-CODE
               END-IF
           END-IF

           .
       350000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-ACUMULAR-PRODUTO SECTION.
      *-----------------------------------------------------------------
           END-STRING
           WRITE RELATORIO-LINHA

           MOVE WK-QT-BAIXADAS          TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Baixadas a prejuizo: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA

           MOVE WK-QT-PRJZ-GRAVADOS     TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Gravadas PREJUIZO..: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA

           IF  WK-QT-LIDOS NOT EQUAL
               WK-QT-CONFORMES + WK-QT-DIVERGENTES + WK-QT-BAIXADAS
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '  *** LIDAS <> CONFORMES + DIVERGENTES'
                   ' + BAIXADAS ***'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           DISPLAY CTE-PROG ' Lidas: ' WK-QT-LIDOS
               ' Conformes: ' WK-QT-CONFORMES
               ' Divergentes: ' WK-QT-DIVERGENTES
               ' Baixadas: ' WK-QT-BAIXADAS

           .
       900000-SAI.
