      *         concatenado a eles na distribuicao ao front-end.
      *----------------------------------------------------------------*
      * VRS0001 02.09.2026 - F8944859 - Implantacao.
      * VRS0002 15.10.2026 - F8944859 - Evento 'B' bloqueada: proposta
      *         aberta ou pendente de conta/cliente embargado depois
      *         da precificacao (varredura ARCP0650).
      * VRS0003 15.10.2026 - F8944859 - Evento 'F' formalizada: aceite
      *         do cliente registrado para o Resultado aplicado
      *         (ARCT0628 PF2, comando 'FORMALIZ' de ARCP0627); a
      *         aplicacao nao formalizada no prazo e cancelada por
      *         ARCP0660 (evento 'X').
      *----------------------------------------------------------------*

       03  EVT-DT                      PIC  9(08).
           88  EVT-APROVADA            VALUE 'V'.
           88  EVT-EXPIRADA            VALUE 'E'.
           88  EVT-CANCELADA           VALUE 'X'.
           88  EVT-BLOQUEADA           VALUE 'B'.
           88  EVT-FORMALIZADA         VALUE 'F'.
       03  FILLER                      PIC  X(01).
       03  EVT-SG-SIS-OGM-OPR          PIC  X(03).
       03  FILLER                      PIC  X(01).
