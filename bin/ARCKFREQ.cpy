      *----------------------------------------------------------------*
      * BOOK......: ARCKFREQ.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro dos parametros de frequencia de proposta
      *         FREQPRD (VSAM KSDS, chave o grupo de produto, registro
      *         de 40 posicoes): no maximo FRQ-QT-MAX-CTA propostas
      *         por conta e FRQ-QT-MAX-CLI propostas por cliente numa
      *         janela movel de FRQ-QT-DIAS dias corridos, contadas
      *         no AUDIHIST. O grupo 0000 e o padrao dos grupos sem
      *         registro proprio; sem registro nem padrao, o grupo nao
      *         tem limite. Limite zerado desliga aquele nivel.
      *         Mantido pela supervisao; lido por ARCP0627 (montagem
      *         do lote) e ARCT0628 (antes de precificar).
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  FRQ-CD-GR-PRD               PIC  9(04).
       03  FRQ-QT-DIAS                 PIC  9(03).
       03  FRQ-QT-MAX-CTA              PIC  9(02).
       03  FRQ-QT-MAX-CLI              PIC  9(02).
       03  FRQ-CD-OPER-ATLZ            PIC  X(08).
       03  FRQ-DT-ATLZ                 PIC  9(08).
       03  FILLER                      PIC  X(13).
