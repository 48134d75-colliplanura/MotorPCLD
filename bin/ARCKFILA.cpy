      *----------------------------------------------------------------*
      * BOOK......: ARCKFILA.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro da fila de trabalho por negociador FILANEG
      *         (VSAM KSDS) - uma linha por proposta aberta ou
      *         pendente ainda valida de conta com dono no ATRIBUI
      *         (book ARCKATRB), chaveada pelo negociador e pela data
      *         de validade, de modo que o browse GTEQ pelo
      *         negociador devolve primeiro o que vence antes.
      *         Recarregado a cada noite por ARCP0651; consultado
      *         on-line pela transacao "minha fila" ARCT0636.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  FIL-CHAVE.
           05  FIL-CD-NGCD             PIC  X(08).
           05  FIL-DT-VLDD             PIC  9(08).
           05  FIL-SG-SIS-OGM-OPR      PIC  X(03).
           05  FIL-NR-UNCO-CTR-OPR     PIC  9(17).
           05  FIL-NR-EPRD-FNCD        PIC  9(05).
           05  FIL-NR-SCTR-OPR         PIC  9(05).
           05  FIL-DT-PROC             PIC  9(08).
           05  FIL-HR-PROC             PIC  9(06).
       03  FIL-NR-CLI                  PIC  9(09).
       03  FIL-CD-EQP                  PIC  X(04).
       03  FIL-IC-SITC                 PIC  X(01).
       03  FIL-IC-RSTD                 PIC  9(02).
       03  FIL-CD-GR-PRD               PIC  9(04).
       03  FIL-VL-ENTD                 PIC  9(15)V99.
       03  FILLER                      PIC  X(03).
