      *----------------------------------------------------------------*
      * BOOK......: ARCKATRB.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do cadastro de atribuicao de carteira
      *         ATRIBUI (VSAM KSDS) - de quem e o cliente e cada conta
      *         dele: negociador responsavel e a equipe dele na data
      *         da atribuicao. Duas formas de linha na mesma chave:
      *         tipo 'L' (cliente - o numero do cliente na frente do
      *         identificador, o resto em espacos) e tipo 'C'
      *         (conta - a conta inteira no identificador e o
      *         cliente dela fora da chave). A
      *         atribuicao e feita por cliente; cada conta do cliente
      *         ganha a sua linha 'C' com o mesmo dono, para que a
      *         consulta por conta seja uma leitura direta. Gravado
      *         pela distribuicao noturna ARCP0651 (origem 'A') ou
      *         carregado pela supervisao (origem 'M'); lido por
      *         ARCR0636, ARCT0630 e ARCT0632.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  ATR-CHAVE.
           05  ATR-TP                  PIC  X(01).
               88  ATR-TIPO-CONTA      VALUE 'C'.
               88  ATR-TIPO-CLIENTE    VALUE 'L'.
           05  ATR-ID-CONTA.
               07  ATR-SG-SIS-OGM-OPR  PIC  X(03).
               07  ATR-NR-UNCO-CTR-OPR PIC  9(17).
               07  ATR-NR-EPRD-FNCD    PIC  9(05).
               07  ATR-NR-SCTR-OPR     PIC  9(05).
           05  ATR-ID-CLIENTE REDEFINES ATR-ID-CONTA.
               07  ATR-NR-CLI-CHV      PIC  9(09).
               07  FILLER              PIC  X(21).
       03  ATR-NR-CLI                  PIC  9(09).
       03  ATR-CD-NGCD                 PIC  X(08).
       03  ATR-CD-EQP                  PIC  X(04).
       03  ATR-DT-ATRB                 PIC  9(08).
       03  ATR-IC-ORIG                 PIC  X(01).
           88  ATR-ORIG-AUTOMATICA     VALUE 'A'.
           88  ATR-ORIG-MANUAL         VALUE 'M'.
       03  FILLER                      PIC  X(19).
