      *         de grupo de produto cadastrado no CADOPR, para o motor
      *         de combinacoes validar contra o catalogo real em vez de
      *         de um valor sintetico).
      * VRS0003 15.10.2026 - F8944859 - Garantia do contrato por conta
      *         (cadastro GARANTIA, book ARCKGRNT): tipo do bem, data
      *         da avaliacao, desagio aplicado e valor liquido
      *         recuperavel (avaliacao menos desagio), repassados pelo
      *         chamador ao motor de combinacoes. ARCSB627-IC-GRNT-OPR
      *         'N' = conta sem garantia cadastrada.
      * VRS0004 15.10.2026 - F8944859 - Baixa a prejuizo por conta
      *         (dataset PREJUIZO, book ARCKPRJZ): indicador, data da
      *         baixa, saldo baixado e a taxa minima de recuperacao do
      *         grupo de produto (TXRECUP, book ARCKTXRC). O chamador
      *         separa as contas baixadas para o modo de recuperacao
      *         do motor de combinacoes.
      *----------------------------------------------------------------*

       03  ARCSB627-ERRO.
           05  ARCSB627-NR-EPRD-FNCD             PIC  9(05).
           05  ARCSB627-NR-SCTR-OPR              PIC  9(05).
           05  ARCSB627-CD-GR-PRD-OPR            PIC S9(04) COMP-5.
           05  ARCSB627-IC-GRNT-OPR              PIC  X(01).
               88  ARCSB627-COM-GRNT-OPR         VALUE 'S'.
               88  ARCSB627-SEM-GRNT-OPR         VALUE 'N'.
           05  ARCSB627-CD-TIP-GRNT-OPR          PIC  X(01).
           05  ARCSB627-DT-AVLC-GRNT-OPR         PIC  9(08).
           05  ARCSB627-VL-AVLC-GRNT-OPR         PIC S9(15)V99 COMP-3.
           05  ARCSB627-PC-DSAG-GRNT-OPR         PIC S9(01)V9(4)
                                                   COMP-3.
           05  ARCSB627-VL-RCPR-GRNT-OPR         PIC S9(15)V99 COMP-3.
           05  ARCSB627-IC-PRJZ-OPR              PIC  X(01).
               88  ARCSB627-BAIXADA-PRJZ-OPR     VALUE 'S'.
               88  ARCSB627-ATIVA-OPR            VALUE 'N'.
           05  ARCSB627-DT-PRJZ-OPR              PIC  9(08).
           05  ARCSB627-VL-SDO-PRJZ-OPR          PIC S9(15)V99 COMP-3.
           05  ARCSB627-PC-MIN-RCPR-OPR          PIC S9(01)V9(4)
                                                   COMP-3.
           05  ARCSB627-QT-FXA-OPR               PIC S9(04)    COMP-5.
               88  ARCSB627-QT-FXA-OPR-VLDO      VALUE +0 THRU +20.
           05  ARCSB627-LS-FXA-OPR OCCURS 0 TO 20 TIMES
