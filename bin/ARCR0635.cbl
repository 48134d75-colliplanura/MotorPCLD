      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 02.09.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Entradas da reconstrucao
      *        ordenadas por data/hora: o DD CADJORN passa a concatenar
      *        o diario on-line e o da carga ARCP0656 (CADJCARG).
      * VRS003 15.10.2026 - F8944859 - DD CADJORN concatena tambem o
      *        CADJEXPG de ARCP0659 (expurgo de contas inativas e
      *        devolucao das que voltam) - exclusao com a imagem
      *        completa, desfeita na reconstrucao como as demais.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------

      *    Reconstrucao pontual - as entradas do diario da conta
      *    posteriores a data de referencia, desfeitas de tras para
      *    frente sobre o estado atual do CADOPR. A tabela fica em
      *    ordem de data/hora mesmo com o DD concatenado (diario
      *    on-line seguido do diario da carga ARCP0656).
       01  GRP-PONTUAL.
           03  WK-QT-ENTRADAS               PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-ENT                       PIC S9(04) COMP-5.
           03  IX-ENT-INS                   PIC S9(04) COMP-5.
           03  WK-DTH-ENTRADA.
               05  WK-DTH-ENT-DT            PIC  9(08).
               05  WK-DTH-ENT-HR            PIC  9(06).
           03  WK-ENT-CHEIO-SW              PIC  X(01) VALUE 'N'.
               88  WK-ENT-CHEIO-AVSD        VALUE 'S'.
           03  WK-TB-ENT OCCURS 2000 TIMES.
               05  WK-ENT-DTH               PIC  X(14).
               05  WK-ENT-IC-ACAO           PIC  X(01).
               05  WK-ENT-IMAGEM-ANT        PIC  X(69).
               05  WK-ENT-IMAGEM-NOVA       PIC  X(69).
      *-----------------------------------------------------------------
      *    Entradas do diario da conta com data POSTERIOR a data de
      *    referencia, na ordem em que ocorreram - serao desfeitas de
      *    tras para frente. Cada entrada e inserida depois das de
      *    data/hora menor ou igual (empate fica na ordem de leitura).

           OPEN INPUT CADJORN

               AND IMG-EPRD EQUAL PARM-EPRD
               AND IMG-SCTR EQUAL PARM-SCTR
                   IF  WK-QT-ENTRADAS LESS 2000
                       MOVE CADJ-DT     TO WK-DTH-ENT-DT
                       MOVE CADJ-HR     TO WK-DTH-ENT-HR
                       ADD  1           TO WK-QT-ENTRADAS
                       MOVE WK-QT-ENTRADAS TO IX-ENT-INS
                       PERFORM UNTIL IX-ENT-INS EQUAL 1
                       OR WK-ENT-DTH(IX-ENT-INS - 1) NOT GREATER
                          WK-DTH-ENTRADA
                           MOVE WK-TB-ENT(IX-ENT-INS - 1)
                               TO WK-TB-ENT(IX-ENT-INS)
                           SUBTRACT 1   FROM IX-ENT-INS
                       END-PERFORM
                       MOVE WK-DTH-ENTRADA
                           TO WK-ENT-DTH(IX-ENT-INS)
                       MOVE CADJ-IC-ACAO
                           TO WK-ENT-IC-ACAO(IX-ENT-INS)
                       MOVE CADJ-IMAGEM-ANT
                           TO WK-ENT-IMAGEM-ANT(IX-ENT-INS)
                       MOVE CADJ-IMAGEM-NOVA
                           TO WK-ENT-IMAGEM-NOVA(IX-ENT-INS)
                   ELSE
                       IF  NOT WK-ENT-CHEIO-AVSD
                           DISPLAY CTE-PROG ' Tabela de entradas'
