      *----------------------------------------------------------------*
      * BOOK......: ARCKLATN.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do dataset LATENCI - uma linha por
      *         requisicao de dados recebida pelo modo escuta de
      *         ARCP0627, com o tempo de ponta a ponta visto pelo
      *         cliente: instante do MQPUT de origem (MQMD, convertido
      *         para o horario local), do MQGET, da resposta (MQPUT na
      *         fila de resposta ou deposito no DEADLET), a espera na
      *         fila, o tempo de motor e o total, em centesimos de
      *         segundo. Horas no formato HHMMSSCC. Lido pelo
      *         relatorio ARCR0643.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  LAT-DT-PUT                  PIC  9(08).
       03  FILLER                      PIC  X(01).
       03  LAT-HR-PUT                  PIC  9(08).
       03  FILLER                      PIC  X(01).
       03  LAT-DT-GET                  PIC  9(08).
       03  FILLER                      PIC  X(01).
       03  LAT-HR-GET                  PIC  9(08).
       03  FILLER                      PIC  X(01).
       03  LAT-DT-RSP                  PIC  9(08).
       03  FILLER                      PIC  X(01).
       03  LAT-HR-RSP                  PIC  9(08).
       03  FILLER                      PIC  X(01).
      *    'R' resposta postada, 'D' depositada no DEADLET, 'S' sem
      *    resposta
       03  LAT-IC-RSP                  PIC  X(01).
           88  LAT-RSP-ENVIADA         VALUE 'R'.
           88  LAT-RSP-DEPOSITADA      VALUE 'D'.
           88  LAT-SEM-RESPOSTA        VALUE 'S'.
       03  FILLER                      PIC  X(01).
      *    Entregas anteriores da mesma mensagem (MQMD-BACKOUTCOUNT)
       03  LAT-QT-RENTG                PIC  9(04).
       03  FILLER                      PIC  X(01).
       03  LAT-TM-FILA-CSS             PIC  9(09).
       03  FILLER                      PIC  X(01).
       03  LAT-TM-MOTOR-CSS            PIC  9(09).
       03  FILLER                      PIC  X(01).
       03  LAT-TM-PROC-CSS             PIC  9(09).
       03  FILLER                      PIC  X(01).
       03  LAT-TM-TOTAL-CSS            PIC  9(09).
       03  FILLER                      PIC  X(01).
      *    Nivel de servico em vigor na escuta e violacao dele pelo
      *    tempo total
       03  LAT-TM-SLA-CSS              PIC  9(05).
       03  FILLER                      PIC  X(01).
       03  LAT-IC-VIOL                 PIC  X(01).
           88  LAT-VIOLOU              VALUE 'S'.
       03  FILLER                      PIC  X(01).
       03  LAT-IC-STT                  PIC  X(02).
       03  FILLER                      PIC  X(01).
       03  LAT-SG-SIS-OGM-OPR          PIC  X(03).
       03  FILLER                      PIC  X(01).
       03  LAT-NR-UNCO-CTR-OPR         PIC  9(17).
       03  FILLER                      PIC  X(01).
       03  LAT-NR-EPRD-FNCD            PIC  9(05).
       03  FILLER                      PIC  X(01).
       03  LAT-NR-SCTR-OPR             PIC  9(05).
       03  FILLER                      PIC  X(01).
       03  LAT-MSGID                   PIC  X(24).
