      *----------------------------------------------------------------*
      * BOOK......: ARCKVMST.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do VERSMST (VSAM KSDS, chave o nome do
      *         dataset mestre, 40 posicoes) - numero de versao dos
      *         mestres do motor, somado 1 por ARCT0631 a cada
      *         inclusao, alteracao ou exclusao no CALFER ou no
      *         COMPPRD. ARCP0627 leva as versoes na chave do cache
      *         de respostas RESCACHE (book ARCKCACH): mestre
      *         alterado, nenhuma resposta antiga casa mais. Mestre
      *         sem registro vale versao zero.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  VMS-NM-ARQ                  PIC  X(08).
           88  VMS-ARQ-CALFER          VALUE 'CALFER'.
           88  VMS-ARQ-COMPPRD         VALUE 'COMPPRD'.
       03  VMS-NR-VRS                  PIC  9(09).
       03  VMS-DT-ATLZ                 PIC  9(08).
       03  VMS-HR-ATLZ                 PIC  9(06).
       03  VMS-CD-OPER                 PIC  X(08).
       03  FILLER                      PIC  X(01).
