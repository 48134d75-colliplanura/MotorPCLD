      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 02.09.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Resposta de ARCP0627 com ate
      *        15 Resultados: mensagem de 430 e deposito de 481
      *        posicoes (ARCKDLQ).
      * VRS003 15.10.2026 - F8944859 - Resposta consolidada da
      *        requisicao de cliente de ARCP0627 ('CLIENTE ', 4397
      *        posicoes): deposito de 4448 (ARCKDLQ) e reenvio no
      *        tamanho do tipo da resposta depositada.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       FD  DLQENT
           BLOCK 0 RECORDS
           RECORD  4448
           RECORDING MODE IS F.

       01  DLQENT-REGISTRO.

       FD  DLQSAI
           BLOCK 0 RECORDS
           RECORD  4448
           RECORDING MODE IS F.

       01  DLQSAI-REGISTRO                 PIC  X(4448).

       FD  RELATORIO
           BLOCK 0 RECORDS
           03  WK-MQ-COMPCODE           PIC S9(9)     COMP-5.
           03  WK-MQ-REASON             PIC S9(9)     COMP-5.
           03  WK-MQ-BUFFLEN-RSP        PIC S9(9)     COMP-5
                                                       VALUE +430.
      *    Tamanho da resposta de uma conta e da consolidada de cliente
           03  WK-MQ-BUFFLEN-RSP-CTA    PIC S9(9)     COMP-5
                                                       VALUE +430.
           03  WK-MQ-BUFFLEN-RSP-CLI    PIC S9(9)     COMP-5
                                                       VALUE +4397.
           03  WK-MQ-QNAME-RSP          PIC  X(48)
                          VALUE 'ARCP0627.FILA.RESPOSTA'.
           03  WK-MQ-RESPOSTA           PIC  X(4397).

       01  MQOD.
-INC CMQODV
           ADD  1                       TO WK-QT-LIDOS

           MOVE DLQ-RESPOSTA            TO WK-MQ-RESPOSTA
           IF  WK-MQ-RESPOSTA(1:8) EQUAL 'CLIENTE '
               MOVE WK-MQ-BUFFLEN-RSP-CLI TO WK-MQ-BUFFLEN-RSP
           ELSE
               MOVE WK-MQ-BUFFLEN-RSP-CTA TO WK-MQ-BUFFLEN-RSP
           END-IF

           MOVE MQMI-NONE               TO MQMD-MSGID
           MOVE DLQ-MSGID               TO MQMD-CORRELID
