      *         cliente pagou (ou nao) a entrada prometida -
      *         aplicada que nunca foi paga deixa de contar como
      *         PCLD revertida nos numeros de alguem.
      * VRS0008 15.10.2026 - F8944859 - Situacao bloqueada 'B': a
      *         varredura noturna de embargos ARCP0650 marca assim a
      *         proposta aberta ou pendente de conta ou cliente que
      *         entrou no EMBARGO depois de precificada - proposta
      *         bloqueada nao deve mais ser aplicada.
      * VRS0009 15.10.2026 - F8944859 - AUD-IC-SITC passa a valer so
      *         como a situacao com que a linha foi gravada: o
      *         registro oficial da situacao e o AUDIHIST (ARCKAUDV),
      *         mudado no lugar pela subrotina ARCSB629 com cada
      *         transicao no SITTRANS (ARCKSITT). Os passos noturnos
      *         nao regravam mais a AUDITORIA; quem le decide pela
      *         situacao do espelho (ARCSB629 'C').
      * VRS0010 15.10.2026 - F8944859 - AUD-TP-MODO 'P': proposta de
      *         recuperacao de conta baixada a prejuizo (caixa
      *         recuperado contra o saldo baixado, sem reversao de
      *         PCLD) - contabilizada em rubrica propria.
      *----------------------------------------------------------------*

       03  AUD-DT-PROC                 PIC  9(08).
       03  AUD-NR-SCTR-OPR             PIC  9(05).
       03  FILLER                      PIC  X(01).
       03  AUD-TP-MODO                 PIC  X(01).
           88  AUD-MODO-DIRETO         VALUE 'D'.
           88  AUD-MODO-REVERSO        VALUE 'R'.
           88  AUD-MODO-RECUPERACAO    VALUE 'P'.
       03  FILLER                      PIC  X(01).
       03  AUD-VL-ENTD                 PIC  9(15)V99.
       03  FILLER                      PIC  X(01).
           88  AUD-SITC-CUMPRIDA       VALUE 'C'.
           88  AUD-SITC-DESCUMPRIDA    VALUE 'D'.
           88  AUD-SITC-CANCELADA      VALUE 'X'.
           88  AUD-SITC-BLOQUEADA      VALUE 'B'.
       03  FILLER                      PIC  X(01).
       03  AUD-CD-OPER                 PIC  X(08).
       03  FILLER                      PIC  X(01).
