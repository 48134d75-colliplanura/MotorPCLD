      *----------------------------------------------------------------*
      * BOOK......: ARCKFRQL.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro das liberacoes de supervisor do limite de
      *         frequencia de proposta FREQLIB (VSAM KSDS, registro de
      *         160 posicoes). Uma linha por liberacao, valida somente
      *         na data da chave: tipo 'C' libera a conta, tipo 'L' o
      *         cliente inteiro - conta vazia na convencao do book
      *         ARCKEMBG (espacos no SIS, zeros nos numericos), cliente
      *         zerado na linha de conta. Gravado pelo PF9 de ARCT0628
      *         com o userid do supervisor; respeitado tambem pela
      *         montagem do lote de ARCP0627 na mesma data.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  FRL-CHAVE.
           05  FRL-DT-LIB              PIC  9(08).
           05  FRL-TP                  PIC  X(01).
               88  FRL-TIPO-CONTA      VALUE 'C'.
               88  FRL-TIPO-CLIENTE    VALUE 'L'.
           05  FRL-SG-SIS-OGM-OPR      PIC  X(03).
           05  FRL-NR-UNCO-CTR-OPR     PIC  9(17).
           05  FRL-NR-EPRD-FNCD        PIC  9(05).
           05  FRL-NR-SCTR-OPR         PIC  9(05).
           05  FRL-NR-CLI              PIC  9(09).
       03  FRL-HR-LIB                  PIC  9(06).
      *    Supervisor que liberou e negociador barrado pelo limite
       03  FRL-CD-OPER-SUPV            PIC  X(08).
       03  FRL-CD-OPER-SLCT            PIC  X(08).
      *    Limite que barrou: parametro do grupo, propostas contadas
      *    na janela e o nivel ('C' conta, 'L' cliente)
       03  FRL-CD-GR-PRD               PIC  9(04).
       03  FRL-QT-DIAS                 PIC  9(03).
       03  FRL-QT-PRPT                 PIC  9(02).
       03  FRL-QT-MAX                  PIC  9(02).
       03  FRL-IC-NIVEL                PIC  X(01).
       03  FRL-TX-MTV                  PIC  X(60).
       03  FILLER                      PIC  X(18).
