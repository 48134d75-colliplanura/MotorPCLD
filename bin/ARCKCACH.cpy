      *----------------------------------------------------------------*
      * BOOK......: ARCKCACH.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do cache de respostas do motor RESCACHE
      *         (VSAM KSDS, 9100 posicoes). Chave: primeira conta da
      *         requisicao, quantidade de grupos, versoes do CALFER e
      *         do COMPPRD (VERSMST) e a impressao digital da
      *         requisicao inteira (faixas, bandas, valores de
      *         entrada, cronograma, exclusoes e taxa) calculada por
      *         ARCP0627. A resposta e guardada compacta: cada item de
      *         combinacao aponta o grupo da requisicao (posicao em
      *         ARCSB628-LS-GR) e a faixa - grupo de produto e conta
      *         voltam da propria requisicao, que e identica por
      *         construcao da chave. Invalidado por conta pelo
      *         CACHINV (ARCT0629). O dataset e descartavel: vazio ou
      *         redefinido, a noite apenas volta a chamar o motor.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      * VRS0002 15.10.2026 - F8944859 - CCH-RSTD para 15 ocorrencias
      *         (Resultado de garantia) e registro de 9100 posicoes -
      *         o dataset e redefinido vazio na implantacao.
      *----------------------------------------------------------------*

       03  CCH-CHAVE.
           05  CCH-SG-SIS-OGM-OPR      PIC  X(03).
           05  CCH-NR-UNCO-CTR-OPR     PIC  9(17).
           05  CCH-NR-EPRD-FNCD        PIC  9(05).
           05  CCH-NR-SCTR-OPR         PIC  9(05).
           05  CCH-QT-GR               PIC  9(02).
           05  CCH-NR-VRS-CALF         PIC  9(09).
           05  CCH-NR-VRS-CPRD         PIC  9(09).
      *        Posicoes percorridas pela impressao e as duas somas
      *        de verificacao independentes sobre elas
           05  CCH-QT-POS-IMPR         PIC  9(07).
           05  CCH-CD-IMPR-1           PIC  9(09).
           05  CCH-CD-IMPR-2           PIC  9(12).
      *    Carimbo de gravacao - confrontado com o CACHINV
       03  CCH-DT-GRVC                 PIC  9(08).
       03  CCH-HR-GRVC                 PIC  9(06).
      *    Resposta do motor (ARCSB628-RPST compacta)
       03  CCH-VL-ENTD-MIN             PIC S9(15)V99 COMP-3.
       03  CCH-IC-RSTD-SLCD            PIC  9(02).
       03  CCH-IC-OPC-SLCD             PIC  9(01).
       03  CCH-TX-MTV-SLCD             PIC  X(120).
       03  CCH-QT-RSTD                 PIC  9(02).
       03  CCH-RSTD OCCURS 15 TIMES.
           05  CCH-QT-OPC              PIC  9(01).
           05  CCH-OPC OCCURS 3 TIMES.
               07  CCH-QT-FXA-RSTD     PIC  9(02).
               07  CCH-VL-CRIT-OPC     PIC S9(15)V9(9) COMP-3.
               07  CCH-QT-PRST-ATGD    PIC  9(01).
               07  CCH-LS-CBN OCCURS 30 TIMES.
                   09  CCH-IX-GR-CBN   PIC  9(02).
                   09  CCH-CD-FXA-CBN  PIC  9(04).
       03  FILLER                      PIC  X(39).
