      *----------------------------------------------------------------*
      * BOOK......: ARCKSITT.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do SITTRANS (VSAM KSDS, 80 posicoes) -
      *         uma linha por mudanca de situacao de proposta no
      *         AUDIHIST (book ARCKAUDV), que e o registro oficial da
      *         situacao. Guarda a situacao anterior, a nova, quem
      *         mudou (programa do lote ou operador CICS) e o
      *         instante. A chave comeca pelo instante da mudanca,
      *         para a extracao incremental de ARCP0648 posicionar no
      *         ultimo carimbo extraido; a chave da proposta e a
      *         imagem de AUDV-CHAVE. Gravado pela subrotina ARCSB629
      *         (lote) e por ARCT0628 (on-line).
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  TRS-CHAVE.
           05  TRS-DT-TRNS             PIC  9(08).
           05  TRS-HR-TRNS             PIC  9(06).
           05  TRS-CHAVE-PROP.
               07  TRS-SG-SIS-OGM-OPR  PIC  X(03).
               07  TRS-NR-UNCO-CTR-OPR PIC  9(17).
               07  TRS-NR-EPRD-FNCD    PIC  9(05).
               07  TRS-NR-SCTR-OPR     PIC  9(05).
               07  TRS-DT-PROC         PIC  9(08).
               07  TRS-HR-PROC         PIC  9(06).
               07  TRS-NR-SEQ          PIC  9(04).
      *        Desempate de mudancas da mesma proposta no mesmo
      *        segundo
           05  TRS-NR-SEQ-TRNS         PIC  9(04).
       03  TRS-IC-SITC-ANT             PIC  X(01).
       03  TRS-IC-SITC-NOVA            PIC  X(01).
      *    Programa do lote ou operador CICS que mudou a situacao
       03  TRS-CD-PGM-OPER             PIC  X(08).
      *    'I' linha ja gravada com situacao; 'A' situacao alterada
      *    no proprio registro
       03  TRS-TP-EVENTO               PIC  X(01).
           88  TRS-EVT-INCLUSAO        VALUE 'I'.
           88  TRS-EVT-ALTERACAO       VALUE 'A'.
       03  FILLER                      PIC  X(03).
