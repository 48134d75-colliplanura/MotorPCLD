      *----------------------------------------------------------------*
      * BOOK......: ARCKFRML.
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * DATA......: 15.10.2026
      * OBJETIVO..: Registro do dataset chaveado FORMALIZ (VSAM KSDS,
      *         chave FRM-CHAVE - a conta mais data/hora do registro,
      *         44 posicoes - registro de 150 posicoes). Formalizacao
      *         do aceite do cliente a um Resultado aplicado: data do
      *         aceite, canal (agencia, assinatura digital ou ligacao
      *         gravada) e referencia do documento. Gravado pela tela
      *         ARCT0628 (PF2) e pelo comando 'FORMALIZ' do modo escuta
      *         de ARCP0627, sempre para a aplicacao mais recente da
      *         conta (FRM-DT-APLC/FRM-HR-APLC, linha do AUDIHIST).
      *         Uma linha aplicada da AUDITORIA esta formalizada quando
      *         o primeiro registro da conta gravado na data/hora dela
      *         ou depois se refere a uma aplicacao nao posterior a ela
      *         - a aplicacao pela fila grava a AUDITORIA com a hora do
      *         comando e regrava no AUDIHIST a linha da proposta.
      *         Lido por ARCP0653 (avisos de cobranca), ARCP0655
      *         (retrato contabil) e ARCP0660 (envelhecimento e
      *         cancelamento das nao formalizadas).
      *----------------------------------------------------------------*
      * VRS0001 15.10.2026 - F8944859 - Implantacao.
      *----------------------------------------------------------------*

       03  FRM-CHAVE.
           05  FRM-SG-SIS-OGM-OPR      PIC  X(03).
           05  FRM-NR-UNCO-CTR-OPR     PIC  9(17).
           05  FRM-NR-EPRD-FNCD        PIC  9(05).
           05  FRM-NR-SCTR-OPR         PIC  9(05).
           05  FRM-DT-REG              PIC  9(08).
           05  FRM-HR-REG              PIC  9(06).
      *    Aplicacao formalizada - data/hora da linha 'A' no AUDIHIST
       03  FRM-DT-APLC                 PIC  9(08).
       03  FRM-HR-APLC                 PIC  9(06).
       03  FRM-IC-RSTD-SLCD            PIC  9(02).
      *    Data em que o cliente aceitou (assinou) a proposta
       03  FRM-DT-ACEI                 PIC  9(08).
       03  FRM-IC-CANAL                PIC  X(01).
           88  FRM-CANAL-AGENCIA       VALUE 'A'.
           88  FRM-CANAL-DIGITAL       VALUE 'D'.
           88  FRM-CANAL-GRAVADA       VALUE 'G'.
           88  FRM-CANAL-VALIDO        VALUE 'A' 'D' 'G'.
      *    Numero do termo, do envelope de assinatura digital ou do
      *    protocolo da gravacao
       03  FRM-NR-DCT-REF              PIC  X(30).
       03  FRM-CD-OPER                 PIC  X(08).
      *    'T' tela ARCT0628, 'F' fila (comando 'FORMALIZ')
       03  FRM-IC-ORIGEM               PIC  X(01).
           88  FRM-ORIGEM-TELA         VALUE 'T'.
           88  FRM-ORIGEM-FILA         VALUE 'F'.
       03  FILLER                      PIC  X(42).
