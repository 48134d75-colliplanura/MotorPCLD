      *----------------------------------------------------------------*
      * BOOK......: ARCKNEGC.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do cadastro de negociadores NEGOCIA (VSAM
      *         KSDS, chave o codigo do operador - o mesmo de
      *         AUD-CD-OPER e do PERFIL): equipe, capacidade de
      *         carteira em numero de clientes, situacao e os grupos
      *         de produto em que o negociador atua (nenhum grupo
      *         informado = atua em todos). Mantido pela supervisao;
      *         lido pela distribuicao noturna ARCP0651.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      * VRS0002 15.10.2026 - F8944859 - Tipo do negociador NGC-TP-NGCD
      *         (interno ou agencia de cobranca externa) para a
      *         comissao de ARCP0657; na agencia a comissao e paga a
      *         NGC-CD-EQP, o codigo da agencia.
      *----------------------------------------------------------------*

       03  NGC-CD-OPER                 PIC  X(08).
       03  NGC-CD-EQP                  PIC  X(04).
       03  NGC-QT-CPCD                 PIC  9(05).
       03  NGC-IC-SITC                 PIC  X(01).
           88  NGC-SITC-ATIVO          VALUE 'A'.
           88  NGC-SITC-INATIVO        VALUE 'I'.
       03  NGC-LS-GR-PRD OCCURS 10 TIMES.
           05  NGC-CD-GR-PRD           PIC  9(04).
       03  NGC-TP-NGCD                 PIC  X(01).
           88  NGC-TP-INTERNO          VALUE 'I' ' '.
           88  NGC-TP-EXTERNO          VALUE 'E'.
       03  FILLER                      PIC  X(21).
