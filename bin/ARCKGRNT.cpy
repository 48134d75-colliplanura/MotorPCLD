      *----------------------------------------------------------------*
      * BOOK......: ARCKGRNT.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do cadastro de garantias GARANTIA (VSAM
      *         KSDS, chave GRT-CHAVE - a conta do contrato, 30
      *         posicoes - registro de 120 posicoes). Uma garantia
      *         por contrato: tipo do bem, valor e data da ultima
      *         avaliacao e desagio (haircut) aplicado na execucao.
      *         Desagio zerado no registro vale o desagio padrao do
      *         tipo (tabela em ARCSB627). Lido por ARCSB627, que
      *         devolve a garantia e o valor liquido recuperavel da
      *         conta para o motor de combinacoes, e por ARCP0661
      *         (avaliacoes vencidas).
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  GRT-CHAVE.
           05  GRT-SG-SIS-OGM-OPR      PIC  X(03).
           05  GRT-NR-UNCO-CTR-OPR     PIC  9(17).
           05  GRT-NR-EPRD-FNCD        PIC  9(05).
           05  GRT-NR-SCTR-OPR         PIC  9(05).
       03  GRT-CD-TIP-GRNT             PIC  X(01).
           88  GRT-TIP-APLICACAO       VALUE 'A'.
           88  GRT-TIP-IMOVEL          VALUE 'I'.
           88  GRT-TIP-VEICULO         VALUE 'V'.
           88  GRT-TIP-MAQUINA         VALUE 'M'.
           88  GRT-TIP-RECEBIVEL       VALUE 'R'.
           88  GRT-TIP-OUTROS          VALUE 'O'.
           88  GRT-TIP-VALIDO          VALUE 'A' 'I' 'V' 'M' 'R' 'O'.
      *    Valor e data da ultima avaliacao (laudo) do bem
       03  GRT-VL-AVLC                 PIC  9(15)V99.
       03  GRT-DT-AVLC                 PIC  9(08).
      *    Desagio na execucao - 0,3000 = 30% do valor avaliado
       03  GRT-PC-DSAG                 PIC  9(01)V9(04).
       03  GRT-NR-LAUDO                PIC  X(20).
       03  GRT-DT-ATLZ                 PIC  9(08).
       03  GRT-CD-OPER                 PIC  X(08).
       03  FILLER                      PIC  X(23).
