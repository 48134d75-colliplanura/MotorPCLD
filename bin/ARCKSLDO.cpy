      *         contra a realidade contabil.
      *----------------------------------------------------------------*
      * VRS0001 02.09.2026 - F8944859 - Implantacao.
      * VRS0002 15.10.2026 - F8944859 - Indicador de contrato baixado
      *         a prejuizo (SLD-IC-PRJZ), saldo baixado e data da
      *         baixa, vindos do sistema de emprestimos. ARCP0646
      *         reconstroi deles o PREJUIZO (book ARCKPRJZ) lido por
      *         ARCSB627 (registro cresce de 65 para 92 posicoes).
      *----------------------------------------------------------------*

       03  SLD-SG-SIS-OGM-OPR          PIC  X(03).
       03  SLD-VL-AMTR                 PIC  9(13)V99.
       03  FILLER                      PIC  X(01).
       03  SLD-VL-PCLD                 PIC  9(13)V99.
       03  FILLER                      PIC  X(01).
      *    Baixa a prejuizo - contrato fora do balanco, PCLD de 100%
       03  SLD-IC-PRJZ                 PIC  X(01).
           88  SLD-BAIXADA-PRJZ        VALUE 'S'.
       03  FILLER                      PIC  X(01).
       03  SLD-VL-SDO-PRJZ             PIC  9(13)V99.
       03  FILLER                      PIC  X(01).
       03  SLD-DT-PRJZ                 PIC  9(08).
