      *----------------------------------------------------------------*
      * BOOK......: ARCKALCD.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do cadastro de alcadas ALCADA (VSAM KSDS,
      *         chave userid) - valor maximo de entrada que o operador
      *         aplica sem confirmacao de um segundo operador. Mesmo
      *         layout que ARCT0628 e ARCP0627 declaram em linha;
      *         operador sem registro tem alcada zero. Mantido pela
      *         transacao de administracao de seguranca ARCT0633.
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  ALC-CD-OPER                 PIC  X(08).
       03  ALC-VL-ALCD                 PIC  9(13)V99.
