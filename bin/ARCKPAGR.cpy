      *----------------------------------------------------------------*
      * BOOK......: ARCKPAGR.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do arquivo de interface PAGAR (100
      *         posicoes) para o contas a pagar - gravado pela
      *         apuracao mensal de comissoes ARCP0657, uma linha por
      *         favorecido (negociador interno ou agencia externa) com
      *         comissao paga e/ou estornada no mes de referencia. O
      *         liquido e comissoes menos estornos; PGR-IC-LIQ 'D'
      *         indica liquido devedor (estornos maiores que
      *         comissoes), a compensar pelo contas a pagar.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  PGR-SG-SIS                  PIC  X(03).
       03  FILLER                      PIC  X(01).
       03  PGR-AAAAMM-REF              PIC  9(06).
       03  FILLER                      PIC  X(01).
       03  PGR-TP-NGCD                 PIC  X(01).
           88  PGR-TP-INTERNO          VALUE 'I'.
           88  PGR-TP-EXTERNO          VALUE 'E'.
       03  FILLER                      PIC  X(01).
       03  PGR-CD-FAVD                 PIC  X(08).
       03  FILLER                      PIC  X(01).
       03  PGR-QT-PROP-PAGA            PIC  9(05).
       03  FILLER                      PIC  X(01).
       03  PGR-VL-COMS                 PIC  9(13)V99.
       03  FILLER                      PIC  X(01).
       03  PGR-QT-PROP-ESTN            PIC  9(05).
       03  FILLER                      PIC  X(01).
       03  PGR-VL-ESTORNO              PIC  9(13)V99.
       03  FILLER                      PIC  X(01).
       03  PGR-VL-LIQ                  PIC  9(13)V99.
       03  FILLER                      PIC  X(01).
       03  PGR-IC-LIQ                  PIC  X(01).
           88  PGR-LIQ-CREDOR          VALUE 'C'.
           88  PGR-LIQ-DEVEDOR         VALUE 'D'.
       03  FILLER                      PIC  X(17).
