      *----------------------------------------------------------------*
      * BOOK......: ARCKCENA.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do arquivo CENARIO (sequencial, um unico
      *         registro) com a politica proposta ao comite para a
      *         simulacao da carteira inteira ARCP0652: bandas acima/
      *         abaixo da faixa media (ARCSB628-PC-ACI/PC-ABXO), as
      *         bandas de percentual de entrada (ARCSB628-LS-FXA-ENTD)
      *         e a taxa de referencia mensal (ARCSB628-TX-JURO-REF).
      *         Campo zerado = mantem o valor da politica vigente; para
      *         simular taxa zero com a vigente diferente de zero use
      *         CEN-IC-JURO-ZERO 'S'.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  CEN-TX-DSCR                 PIC  X(30).
       03  CEN-PC-ACI                  PIC  9(01)V9(4).
       03  CEN-PC-ABXO                 PIC  9(01)V9(4).
       03  CEN-QT-FXA-ENTD             PIC  9(01).
       03  CEN-LS-FXA-ENTD OCCURS 8 TIMES.
           05  CEN-PC-FXA-ENTD         PIC  9(01)V9(4).
       03  CEN-TX-JURO-REF             PIC  9(01)V9(6).
       03  CEN-IC-JURO-ZERO            PIC  X(01).
           88  CEN-JURO-ZERO           VALUE 'S'.
       03  FILLER                      PIC  X(11).
