      *         da fila passa.
      *----------------------------------------------------------------*
      * VRS0001 02.09.2026 - F8944859 - Implantacao.
      * VRS0002 15.10.2026 - F8944859 - Resposta de ARCP0627 com ate
      *         15 Resultados - DLQ-RESPOSTA de 430 e registro de 481
      *         posicoes. O deposito deve estar reenviado (vazio) na
      *         implantacao.
      * VRS0003 15.10.2026 - F8944859 - Resposta consolidada da
      *         requisicao de cliente de ARCP0627 (comeca por
      *         'CLIENTE ', 4397 posicoes) - DLQ-RESPOSTA de 4397 e
      *         registro de 4448 posicoes. A resposta de uma conta
      *         ocupa as primeiras 430. O deposito deve estar
      *         reenviado (vazio) na implantacao.
      *----------------------------------------------------------------*

       03  DLQ-DT                      PIC  9(08).
       03  FILLER                      PIC  X(01).
       03  DLQ-NR-REASON               PIC  9(09).
       03  FILLER                      PIC  X(01).
       03  DLQ-RESPOSTA                PIC  X(4397).
