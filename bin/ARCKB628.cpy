      *         avaliadas, combinacoes com o bloco de reversao podado
      *         pelo limiar de entrada, profundidade maxima de
      *         recursao e tempo decorrido em centesimos de segundo.
      * VRS0007 15.10.2026 - F8944859 - ARCSB628-RSTR: rastro de
      *         decisao por requisicao. Com ARCSB628-IC-RSTR = 'S' o
      *         motor grava no dataset RASTRO (book ARCKRSTR), para
      *         cada combinacao candidata, se entrou no top-3 de cada
      *         Resultado ou por que foi descartada; origem e
      *         identificacao do rastro vao em cada registro e a
      *         quantidade gravada volta em ARCSB628-QT-RSTR-GRVD.
      *         Grupo no fim do book para nao deslocar os campos de
      *         tamanho variavel da requisicao.
      * VRS0008 15.10.2026 - F8944859 - ARCSB628-GRNT: garantia do
      *         contrato por grupo da requisicao (mesmo indice de
      *         ARCSB628-LS-GR), devolvida por ARCSB627 e repassada
      *         pelo chamador - tipo do bem, data da avaliacao e valor
      *         liquido recuperavel. Resultado novo de reversao liquida
      *         da recuperacao de garantia renunciada, sempre na
      *         ultima posicao: ARCSB628-RSTD ampliado para 15
      *         ocorrencias e QT-RSTD-VLDO para +1 THRU +15. Grupo no
      *         fim do book, como em VRS0007.
      * VRS0009 15.10.2026 - F8944859 - ARCSB628-PRJZ: modo de
      *         recuperacao para contratos baixados a prejuizo. Com
      *         ARCSB628-IC-RCPR = 'S' (so no modo direto) o motor
      *         otimiza o dinheiro recuperado contra o saldo baixado
      *         de cada grupo (mesmo indice de ARCSB628-LS-GR) e a
      *         taxa minima de recuperacao do produto, em vez da
      *         reversao de PCLD: faixa abaixo da recuperacao minima
      *         nao entra em combinacao, o "PCLD" dos Resultados passa
      *         a ser o saldo baixado liquidado e os Resultados de
      *         prazo e de garantia voltam sem opcoes. Grupo no fim
      *         do book, como em VRS0007.
      *----------------------------------------------------------------*

       03  ARCSB628-ERRO.
           05  ARCSB628-TX-MTV-SLCD                PIC  X(120)
                                                   VALUE SPACES.
           05  ARCSB628-QT-RSTD                  PIC S9(04)    COMP-5.
               88  ARCSB628-QT-RSTD-VLDO         VALUE +1 THRU +15.
           05  ARCSB628-RSTD OCCURS 15 TIMES.
               07  ARCSB628-QT-OPC                PIC S9(04) COMP-5.
                   88  ARCSB628-QT-OPC-VLDO      VALUE +0 THRU +3.
               07  ARCSB628-OPC OCCURS 3 TIMES.
                                                   VALUE ZEROS.
           05  ARCSB628-TM-DRCO-CSS               PIC S9(09) COMP-5
                                                   VALUE ZEROS.

       03  ARCSB628-RSTR.
           05  ARCSB628-IC-RSTR                   PIC  X(01)
                                                   VALUE 'N'.
               88  ARCSB628-RSTR-LIGADO          VALUE 'S'.
               88  ARCSB628-RSTR-DESLIGADO       VALUE 'N'.
           05  ARCSB628-CD-ORIG-RSTR              PIC  X(08)
                                                   VALUE SPACES.
           05  ARCSB628-ID-RSTR                   PIC  X(30)
                                                   VALUE SPACES.
           05  ARCSB628-QT-RSTR-GRVD              PIC S9(09) COMP-5
                                                   VALUE ZEROS.

       03  ARCSB628-GRNT.
           05  ARCSB628-LS-GRNT OCCURS 30 TIMES.
               07  ARCSB628-IC-GRNT               PIC  X(01).
                   88  ARCSB628-COM-GRNT         VALUE 'S'.
                   88  ARCSB628-SEM-GRNT         VALUE 'N'.
               07  ARCSB628-CD-TIP-GRNT           PIC  X(01).
               07  ARCSB628-DT-AVLC-GRNT          PIC  9(08).
               07  ARCSB628-VL-RCPR-GRNT          PIC S9(15)V99
                                                   COMP-3.

       03  ARCSB628-PRJZ.
           05  ARCSB628-IC-RCPR                   PIC  X(01)
                                                   VALUE 'N'.
               88  ARCSB628-RCPR-LIGADO          VALUE 'S'.
               88  ARCSB628-RCPR-DESLIGADO       VALUE 'N'.
           05  ARCSB628-LS-PRJZ OCCURS 30 TIMES.
               07  ARCSB628-VL-SDO-PRJZ           PIC S9(15)V99
                                                   COMP-3.
               07  ARCSB628-PC-MIN-RCPR           PIC S9(01)V9(4)
                                                   COMP-3.
