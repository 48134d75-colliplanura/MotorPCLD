      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCP0657
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Apuracao mensal da comissao de negociadores e
      *             agencias de cobranca sobre propostas cumpridas.
      *             Paga so a proposta que chegou a cumprida 'C' no
      *             mes de referencia (transicao no SITTRANS, gravada
      *             por ARCP0644): base = valor de entrada da proposta
      *             no AUDIHIST, percentual e teto do COMTAXA (book
      *             ARCKCOMT) pelo tipo do negociador que aplicou
      *             (NEGOCIA: interno ou agencia externa), grupo de
      *             produto e Resultado. Negociador interno recebe no
      *             proprio codigo; agencia externa, no codigo da
      *             agencia (NGC-CD-EQP). Cada proposta paga fica no
      *             razao COMSPAG (book ARCKCOMP), chaveado pela conta
      *             e data/hora da proposta - a mesma proposta nunca e
      *             paga duas vezes, e proposta cumprida que ja tem o
      *             cancelamento 'X' no historico nao e paga.
      *             Cancelamento 'X' gravado no mes (ARCT0628) estorna
      *             a comissao da aplicacao que ele cancelou, se ja
      *             paga. Emite o extrato por favorecido (RELATORIO) e
      *             o arquivo PAGAR (book ARCKPAGR) para o contas a
      *             pagar, com o liquido de cada favorecido no mes.
      *             PARM-AAAAMM-REF informa o mes (default: o mes
      *             anterior ao da execucao). Reexecucao do mesmo mes
      *             reproduz o extrato e o PAGAR sem pagar nem
      *             estornar de novo.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCP0657.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *-------------
               SELECT  SITTRANS   ASSIGN  TO  SITTRANS
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  TRS-CHAVE
                       FILE STATUS   IS  WK-FS-SITTRANS.
               SELECT  AUDIHIST   ASSIGN  TO  AUDIHIST
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  AUDV-CHAVE
                       FILE STATUS   IS  WK-FS-AUDIHIST.
               SELECT  NEGOCIA    ASSIGN  TO  NEGOCIA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  NGC-CD-OPER
                       FILE STATUS   IS  WK-FS-NEGOCIA.
               SELECT  COMTAXA    ASSIGN  TO  COMTAXA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  RANDOM
                       RECORD KEY    IS  CMT-CHAVE
                       FILE STATUS   IS  WK-FS-COMTAXA.
               SELECT  COMSPAG    ASSIGN  TO  COMSPAG
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CMP-CHAVE
                       FILE STATUS   IS  WK-FS-COMSPAG.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD657.
               SELECT  MOVCOM     ASSIGN  TO  UT-S-MOVCOM.
               SELECT  WK-ORDMOV  ASSIGN  TO  UT-S-WKMOV657.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.
               SELECT  PAGAR      ASSIGN  TO  UT-S-PAGAR.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  SITTRANS
           RECORD  80.

       01  SITTRANS-REGISTRO.
-INC ARCKSITT

       FD  AUDIHIST
           RECORD  181.

       01  AUDIHIST-REGISTRO.
-INC ARCKAUDV

       FD  NEGOCIA
           RECORD  80.

       01  NEGOCIA-REGISTRO.
-INC ARCKNEGC

       FD  COMTAXA
           RECORD  60.

       01  COMTAXA-REGISTRO.
-INC ARCKCOMT

       FD  COMSPAG
           RECORD  150.

       01  COMSPAG-REGISTRO.
-INC ARCKCOMP

      *    Transicoes do mes para 'C' e 'X', ordenadas pela proposta
      *    (conta + data/hora) para tratar cada proposta uma vez
       SD  WK-ORDENACAO
           RECORD  49.

       01  WKORD-REGISTRO.
           03  WKORD-CHAVE-PROP.
               05  WKORD-CTA.
                   07  WKORD-SIS           PIC  X(03).
                   07  WKORD-OPR           PIC  9(17).
                   07  WKORD-EPRD          PIC  9(05).
                   07  WKORD-SCTR          PIC  9(05).
               05  WKORD-DT-PROC           PIC  9(08).
               05  WKORD-HR-PROC           PIC  9(06).
           03  WKORD-IC-SITC-NOVA          PIC  X(01).
           03  WKORD-NR-SEQ                PIC  9(04).

      *    Movimentos da apuracao (layout em WK-MOVIMENTO), para a
      *    reordenacao por favorecido do extrato
       FD  MOVCOM
           BLOCK 0 RECORDS
           RECORD  120
           RECORDING MODE IS F.

       01  MOVCOM-REGISTRO                 PIC  X(120).

       SD  WK-ORDMOV
           RECORD  120.

       01  WKMOV-REGISTRO.
           03  WKMOV-IC-GRUPO              PIC  X(01).
           03  WKMOV-CD-FAVD               PIC  X(08).
           03  WKMOV-TP-NGCD               PIC  X(01).
           03  WKMOV-TP-MOV                PIC  X(01).
           03  WKMOV-CHAVE-PROP            PIC  X(44).
           03  FILLER                      PIC  X(65).

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

       FD  PAGAR
           BLOCK 0 RECORDS
           RECORD  100
           RECORDING MODE IS F.

       01  PAGAR-REGISTRO.
-INC ARCKPAGR

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCP0657 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.

       01  WK-FS-SITTRANS               PIC  X(02) VALUE SPACES.
       01  WK-FS-AUDIHIST               PIC  X(02) VALUE SPACES.
       01  WK-FS-NEGOCIA                PIC  X(02) VALUE SPACES.
       01  WK-FS-COMTAXA                PIC  X(02) VALUE SPACES.
       01  WK-FS-COMSPAG                PIC  X(02) VALUE SPACES.

      *    Movimento da apuracao - grupo '1' vai ao extrato do
      *    favorecido ('P' comissao paga, 'E' estorno); grupo '2' e
      *    pendencia (proposta cumprida sem comissao: 'H' sem
      *    detalhe no AUDIHIST, 'N' operador fora do NEGOCIA, 'T' sem
      *    taxa no COMTAXA)
       01  WK-MOVIMENTO.
           03  MOV-IC-GRUPO                 PIC  X(01).
               88  MOV-GRUPO-EXTRATO                    VALUE '1'.
               88  MOV-GRUPO-PENDENCIA                  VALUE '2'.
           03  MOV-CD-FAVD                  PIC  X(08).
           03  MOV-TP-NGCD                  PIC  X(01).
               88  MOV-TP-EXTERNO                       VALUE 'E'.
           03  MOV-TP-MOV                   PIC  X(01).
               88  MOV-PAGA                             VALUE 'P'.
               88  MOV-ESTORNO                          VALUE 'E'.
               88  MOV-SEM-DETALHE                      VALUE 'H'.
               88  MOV-SEM-NEGOCIADOR                   VALUE 'N'.
               88  MOV-SEM-TAXA                         VALUE 'T'.
           03  MOV-CHAVE-PROP.
               05  MOV-SIS                  PIC  X(03).
               05  MOV-OPR                  PIC  9(17).
               05  MOV-EPRD                 PIC  9(05).
               05  MOV-SCTR                 PIC  9(05).
               05  MOV-DT-PROC              PIC  9(08).
               05  MOV-HR-PROC              PIC  9(06).
           03  MOV-CD-OPER                  PIC  X(08).
           03  MOV-CD-GR-PRD                PIC  9(04).
           03  MOV-IC-RSTD                  PIC  9(02).
           03  MOV-VL-BASE                  PIC  9(15)V99.
           03  MOV-PC-COMS                  PIC  9(03)V9(04).
           03  MOV-VL-COMS                  PIC  9(13)V99.
           03  MOV-AAAAMM-PGTO              PIC  9(06).
           03  FILLER                       PIC  X(06).

      *    Proposta corrente da apuracao
       01  GRP-PROPOSTA.
           03  WK-CHAVE-PROP-ANT            PIC  X(45)
                                             VALUE LOW-VALUES.
           03  WK-CHAVE-PROP-LIN.
               05  WK-LIN-CHAVE             PIC  X(44).
               05  WK-LIN-SITC              PIC  X(01).
           03  WK-PROP-IC-RSTD              PIC  9(02).
           03  WK-PROP-CD-GR                PIC  9(04).
           03  WK-PROP-CD-OPER              PIC  X(08).
           03  WK-PROP-VL-BASE              PIC  9(15)V99.
           03  WK-CANCELADA-SW              PIC  X(01).
               88  WK-PROP-CANCELADA                    VALUE 'S'.
           03  WK-FIM-CTA-SW                PIC  X(01).
               88  WK-FIM-CTA                           VALUE 'S'.
      *    Aplicacao que o cancelamento corrente desfaz
           03  WK-ALVO-DT-PROC              PIC  9(08).
           03  WK-ALVO-HR-PROC              PIC  9(06).

      *    Negociador e taxa da proposta corrente
       01  GRP-NEGOCIADOR.
           03  WK-CD-OPER-ULT               PIC  X(08)
                                             VALUE HIGH-VALUES.
           03  WK-NGC-ACHOU-SW              PIC  X(01).
               88  WK-NGC-ACHOU                         VALUE 'S'.
           03  WK-TP-NGCD-ULT               PIC  X(01).
           03  WK-CD-FAVD-ULT               PIC  X(08).
           03  WK-TAXA-SW                   PIC  X(01).
               88  WK-TAXA-ACHOU                        VALUE 'S'.
           03  WK-VL-COMS-CALC              PIC S9(15)V99 COMP-3.

      *    Favorecido corrente do extrato
       01  GRP-FAVORECIDO.
           03  WK-FAVD-ABERTO-SW            PIC  X(01) VALUE 'N'.
               88  WK-FAVD-ABERTO                       VALUE 'S'.
           03  WK-CD-FAVD-ATU               PIC  X(08).
           03  WK-TP-NGCD-ATU               PIC  X(01).
           03  WK-PEND-ABERTA-SW            PIC  X(01) VALUE 'N'.
               88  WK-PEND-ABERTA                       VALUE 'S'.
           03  WK-FAVD-QT-PAGA              PIC  9(05) COMP-5.
           03  WK-FAVD-QT-ESTN              PIC  9(05) COMP-5.
           03  WK-FAVD-VL-COMS              PIC S9(15)V99 COMP-3.
           03  WK-FAVD-VL-ESTN              PIC S9(15)V99 COMP-3.
           03  WK-FAVD-VL-LIQ               PIC S9(15)V99 COMP-3.

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-SITTRANS-SW              PIC  X(01) VALUE 'N'.
               88  FIM-SITTRANS                         VALUE 'S'.
           03  FIM-ORDENACAO-SW             PIC  X(01) VALUE 'N'.
               88  FIM-ORDENACAO                        VALUE 'S'.
           03  FIM-ORDMOV-SW                PIC  X(01) VALUE 'N'.
               88  FIM-ORDMOV                           VALUE 'S'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
           03  WK-AAAAMM-REF                PIC  9(06).
           03  FILLER REDEFINES WK-AAAAMM-REF.
               05  WK-REF-AAAA              PIC  9(04).
               05  WK-REF-MM                PIC  9(02).
           03  WK-DT-INI.
               05  WK-DT-INI-AAAAMM         PIC  9(06).
               05  WK-DT-INI-DD             PIC  9(02).
           03  WK-DT-FIM.
               05  WK-DT-FIM-AAAAMM         PIC  9(06).
               05  WK-DT-FIM-DD             PIC  9(02).
           03  WK-QT-TRNS-LIDAS             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-TRNS-SELEC             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CUMPRIDAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-PAGAS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-REPETIDAS              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-PAGAS-ANTES            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CMPR-CANCELADAS        PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-PENDENTES              PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CANCELAMENTOS          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-ESTORNOS               PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CANC-SEM-PGTO          PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-FAVORECIDOS            PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-VL-COMS-TOT               PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.
           03  WK-VL-ESTN-TOT               PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.

       01  DATA-HORA-PROC.
           03  DTH-DATA                     PIC  9(08).
           03  FILLER REDEFINES DTH-DATA.
               05  DTH-AAAA                 PIC  9(04).
               05  DTH-MM                   PIC  9(02).
               05  DTH-DD                   PIC  9(02).
           03  FILLER                       PIC  X(13).

       01  DSP-CAMPOS.
           03  DSP-NR-PAG                   PIC ZZZ9.
           03  DSP-QT                       PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-2                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-QT-3                     PIC ZZZ.ZZZ.ZZ9.
           03  DSP-VL                       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-2                     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-3                     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  DSP-PC                       PIC ZZ9,9999.
           03  DSP-TX-TIPO                  PIC  X(16).
           03  DSP-TX-MOV                   PIC  X(30).

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132).

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  PARM1.
           03  PARM-AAAAMM-REF         PIC  9(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC

      *    Default: o mes fechado anterior ao da execucao
           IF  DTH-MM EQUAL 01
               COMPUTE WK-REF-AAAA = DTH-AAAA - 1
               END-COMPUTE
               MOVE 12                  TO WK-REF-MM
           ELSE
               MOVE DTH-AAAA            TO WK-REF-AAAA
               COMPUTE WK-REF-MM = DTH-MM - 1
               END-COMPUTE
           END-IF
           IF  PARM-AAAAMM-REF NUMERIC
           AND PARM-AAAAMM-REF(5:2) GREATER '00'
           AND PARM-AAAAMM-REF(5:2) LESS '13'
               MOVE PARM-AAAAMM-REF     TO WK-AAAAMM-REF
           END-IF

           MOVE WK-AAAAMM-REF           TO WK-DT-INI-AAAAMM
           MOVE 01                      TO WK-DT-INI-DD
           MOVE WK-AAAAMM-REF           TO WK-DT-FIM-AAAAMM
           MOVE 31                      TO WK-DT-FIM-DD

           PERFORM 050000-ABRIR-ARQUIVOS

           OPEN OUTPUT MOVCOM

           SORT WK-ORDENACAO
               ON ASCENDING KEY WKORD-CHAVE-PROP
               ON ASCENDING KEY WKORD-IC-SITC-NOVA
               ON ASCENDING KEY WKORD-NR-SEQ
               INPUT PROCEDURE IS 100000-SELECIONAR-TRANSICOES
               OUTPUT PROCEDURE IS 300000-PERCORRER-ORDENADO

           CLOSE MOVCOM

           OPEN OUTPUT RELATORIO
           OPEN OUTPUT PAGAR

           SORT WK-ORDMOV
               ON ASCENDING KEY WKMOV-IC-GRUPO
               ON ASCENDING KEY WKMOV-CD-FAVD
               ON ASCENDING KEY WKMOV-TP-NGCD
               ON ASCENDING KEY WKMOV-TP-MOV
               ON ASCENDING KEY WKMOV-CHAVE-PROP
               USING MOVCOM
               OUTPUT PROCEDURE IS 700000-EMITIR-EXTRATO

           PERFORM 950000-IMPRIMIR-RODAPE

           IF  WK-QT-PENDENTES GREATER ZEROS
               IF  RETURN-CODE LESS 4
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF

           CLOSE RELATORIO
           CLOSE PAGAR

           PERFORM 000000-ENCERRAR

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       000000-ENCERRAR SECTION.
      *-----------------------------------------------------------------

           CLOSE SITTRANS
           CLOSE AUDIHIST
           CLOSE NEGOCIA
           CLOSE COMTAXA
           CLOSE COMSPAG
           STOP RUN
           .
      *-----------------------------------------------------------------
       050000-ABRIR-ARQUIVOS SECTION.
      *-----------------------------------------------------------------
      *    Sem qualquer dos cinco arquivos a apuracao pagaria errado
      *    (sem taxa, sem favorecido, sem controle do que ja foi
      *    pago) - RC 8 e nada pago.

           OPEN INPUT SITTRANS
           OPEN INPUT AUDIHIST
           OPEN INPUT NEGOCIA
           OPEN INPUT COMTAXA
           OPEN I-O   COMSPAG

           IF  WK-FS-SITTRANS NOT EQUAL '00'
           OR  WK-FS-AUDIHIST NOT EQUAL '00'
           OR  WK-FS-NEGOCIA  NOT EQUAL '00'
           OR  WK-FS-COMTAXA  NOT EQUAL '00'
           OR  WK-FS-COMSPAG  NOT EQUAL '00'
               DISPLAY CTE-PROG ' Falha na abertura - FS SITTRANS: '
                   WK-FS-SITTRANS ' AUDIHIST: ' WK-FS-AUDIHIST
                   ' NEGOCIA: ' WK-FS-NEGOCIA
                   ' COMTAXA: ' WK-FS-COMTAXA
                   ' COMSPAG: ' WK-FS-COMSPAG
               DISPLAY CTE-PROG ' Comissao de ' WK-AAAAMM-REF
                   ' nao apurada'
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       100000-SELECIONAR-TRANSICOES SECTION.
      *-----------------------------------------------------------------
      *    O SITTRANS e chaveado pelo instante da transicao: posiciona
      *    no primeiro dia do mes e le ate o fim dele. Interessam as
      *    mudancas para cumprida 'C' (pagamento) e as linhas
      *    canceladas 'X' (estorno).

           MOVE LOW-VALUES              TO TRS-CHAVE
           MOVE WK-DT-INI               TO TRS-DT-TRNS

           START SITTRANS KEY NOT LESS TRS-CHAVE

           IF  WK-FS-SITTRANS NOT EQUAL '00'
               SET  FIM-SITTRANS        TO TRUE
           END-IF

           PERFORM UNTIL FIM-SITTRANS
               READ SITTRANS NEXT
                   AT END
                       SET  FIM-SITTRANS TO TRUE
                   NOT AT END
                       IF  TRS-DT-TRNS GREATER WK-DT-FIM
                           SET  FIM-SITTRANS TO TRUE
                       ELSE
                           ADD  1       TO WK-QT-TRNS-LIDAS
                           IF  TRS-IC-SITC-NOVA EQUAL 'C'
                           OR  TRS-IC-SITC-NOVA EQUAL 'X'
                               ADD  1   TO WK-QT-TRNS-SELEC
                               MOVE TRS-SG-SIS-OGM-OPR  TO WKORD-SIS
                               MOVE TRS-NR-UNCO-CTR-OPR TO WKORD-OPR
                               MOVE TRS-NR-EPRD-FNCD    TO WKORD-EPRD
                               MOVE TRS-NR-SCTR-OPR     TO WKORD-SCTR
                               MOVE TRS-DT-PROC   TO WKORD-DT-PROC
                               MOVE TRS-HR-PROC   TO WKORD-HR-PROC
                               MOVE TRS-IC-SITC-NOVA
                                                  TO WKORD-IC-SITC-NOVA
                               MOVE TRS-NR-SEQ    TO WKORD-NR-SEQ
                               RELEASE WKORD-REGISTRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-PERCORRER-ORDENADO SECTION.
      *-----------------------------------------------------------------
      *    Uma proposta tem uma linha (e uma transicao) por faixa; so
      *    a primeira transicao de cada proposta/situacao e tratada.

           PERFORM UNTIL FIM-ORDENACAO
               RETURN WK-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
                   NOT AT END
                       MOVE WKORD-CHAVE-PROP   TO WK-LIN-CHAVE
                       MOVE WKORD-IC-SITC-NOVA TO WK-LIN-SITC
                       IF  WK-CHAVE-PROP-LIN NOT EQUAL
                           WK-CHAVE-PROP-ANT
                           MOVE WK-CHAVE-PROP-LIN
                                            TO WK-CHAVE-PROP-ANT
                           IF  WKORD-IC-SITC-NOVA EQUAL 'C'
                               PERFORM 400000-TRATAR-CUMPRIDA
                           ELSE
                               PERFORM 500000-TRATAR-CANCELAMENTO
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       350000-LER-ESPELHO SECTION.
      *-----------------------------------------------------------------
      *    Linha da proposta no AUDIHIST (valor de entrada, Resultado,
      *    grupo e operador que aplicou).

           MOVE WKORD-SIS               TO AUDV-SG-SIS-OGM-OPR
           MOVE WKORD-OPR               TO AUDV-NR-UNCO-CTR-OPR
           MOVE WKORD-EPRD              TO AUDV-NR-EPRD-FNCD
           MOVE WKORD-SCTR              TO AUDV-NR-SCTR-OPR
           MOVE WKORD-DT-PROC           TO AUDV-DT-PROC
           MOVE WKORD-HR-PROC           TO AUDV-HR-PROC
           MOVE WKORD-NR-SEQ            TO AUDV-NR-SEQ

           READ AUDIHIST

           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               GO TO 350000-SAI
           END-IF

           MOVE AUDV-CD-OPER            TO WK-PROP-CD-OPER
           MOVE ZEROS                   TO WK-PROP-CD-GR
           IF  AUDV-CD-GR-PRD-RSTD NUMERIC
               MOVE AUDV-CD-GR-PRD-RSTD TO WK-PROP-CD-GR
           END-IF
           MOVE ZEROS                   TO WK-PROP-VL-BASE
           IF  AUDV-VL-ENTD NUMERIC
               MOVE AUDV-VL-ENTD        TO WK-PROP-VL-BASE
           END-IF
           MOVE ZEROS                   TO WK-PROP-IC-RSTD
           IF  AUDV-IC-RSTD-SLCD NUMERIC
           AND AUDV-IC-RSTD-SLCD GREATER ZEROS
               MOVE AUDV-IC-RSTD-SLCD   TO WK-PROP-IC-RSTD
           ELSE
               IF  AUDV-IC-RSTD NUMERIC
                   MOVE AUDV-IC-RSTD    TO WK-PROP-IC-RSTD
               END-IF
           END-IF

           .
       350000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-TRATAR-CUMPRIDA SECTION.
      *-----------------------------------------------------------------
      *    Proposta que chegou a cumprida no mes. Ja no razao: paga
      *    neste mes (reexecucao) volta ao extrato, paga em outro mes
      *    nao paga de novo. Cancelada depois da aplicacao: nao paga.

           ADD  1                       TO WK-QT-CUMPRIDAS

           MOVE SPACES                  TO WK-MOVIMENTO
           MOVE WKORD-CHAVE-PROP        TO MOV-CHAVE-PROP
           MOVE ZEROS                   TO MOV-CD-GR-PRD
                                           MOV-IC-RSTD
                                           MOV-VL-BASE
                                           MOV-PC-COMS
                                           MOV-VL-COMS
                                           MOV-AAAAMM-PGTO

           MOVE WKORD-CHAVE-PROP        TO CMP-CHAVE
           READ COMSPAG

           IF  WK-FS-COMSPAG EQUAL '00'
               IF  CMP-AAAAMM-PGTO EQUAL WK-AAAAMM-REF
                   ADD  1               TO WK-QT-REPETIDAS
                   PERFORM 420000-MOVIMENTO-DO-RAZAO
                   SET  MOV-PAGA        TO TRUE
                   PERFORM 600000-GRAVAR-MOVIMENTO
               ELSE
                   ADD  1               TO WK-QT-PAGAS-ANTES
               END-IF
               GO TO 400000-SAI
           END-IF

           PERFORM 350000-LER-ESPELHO

           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               SET  MOV-GRUPO-PENDENCIA TO TRUE
               SET  MOV-SEM-DETALHE     TO TRUE
               PERFORM 600000-GRAVAR-MOVIMENTO
               GO TO 400000-SAI
           END-IF

           MOVE WK-PROP-CD-OPER         TO MOV-CD-OPER
           MOVE WK-PROP-CD-GR           TO MOV-CD-GR-PRD
           MOVE WK-PROP-IC-RSTD         TO MOV-IC-RSTD
           MOVE WK-PROP-VL-BASE         TO MOV-VL-BASE

           PERFORM 430000-VERIFICAR-CANCELAMENTO

           IF  WK-PROP-CANCELADA
               ADD  1                   TO WK-QT-CMPR-CANCELADAS
               GO TO 400000-SAI
           END-IF

           PERFORM 440000-BUSCAR-NEGOCIADOR

           IF  NOT WK-NGC-ACHOU
               SET  MOV-GRUPO-PENDENCIA TO TRUE
               MOVE WK-PROP-CD-OPER     TO MOV-CD-FAVD
               SET  MOV-SEM-NEGOCIADOR  TO TRUE
               PERFORM 600000-GRAVAR-MOVIMENTO
               GO TO 400000-SAI
           END-IF

           MOVE WK-TP-NGCD-ULT          TO MOV-TP-NGCD
           MOVE WK-CD-FAVD-ULT          TO MOV-CD-FAVD

           PERFORM 460000-BUSCAR-TAXA

           IF  NOT WK-TAXA-ACHOU
               SET  MOV-GRUPO-PENDENCIA TO TRUE
               SET  MOV-SEM-TAXA        TO TRUE
               PERFORM 600000-GRAVAR-MOVIMENTO
               GO TO 400000-SAI
           END-IF

           COMPUTE WK-VL-COMS-CALC ROUNDED =
               WK-PROP-VL-BASE * CMT-PC-COMS / 100
           END-COMPUTE
           IF  CMT-VL-TETO GREATER ZEROS
           AND WK-VL-COMS-CALC GREATER CMT-VL-TETO
               MOVE CMT-VL-TETO         TO WK-VL-COMS-CALC
           END-IF

           MOVE SPACES                  TO COMSPAG-REGISTRO
           MOVE WKORD-CHAVE-PROP        TO CMP-CHAVE
           MOVE WK-PROP-CD-OPER         TO CMP-CD-OPER
           MOVE WK-TP-NGCD-ULT          TO CMP-TP-NGCD
           MOVE WK-CD-FAVD-ULT          TO CMP-CD-FAVD
           MOVE WK-PROP-CD-GR           TO CMP-CD-GR-PRD
           MOVE WK-PROP-IC-RSTD         TO CMP-IC-RSTD
           MOVE WK-PROP-VL-BASE         TO CMP-VL-BASE
           MOVE CMT-PC-COMS             TO CMP-PC-COMS
           MOVE WK-VL-COMS-CALC         TO CMP-VL-COMS
           MOVE WK-AAAAMM-REF           TO CMP-AAAAMM-PGTO
           SET  CMP-SITC-PAGA           TO TRUE
           MOVE ZEROS                   TO CMP-AAAAMM-ESTORNO
                                           CMP-DT-PROC-CANC
                                           CMP-HR-PROC-CANC

           WRITE COMSPAG-REGISTRO

           IF  WK-FS-COMSPAG NOT EQUAL '00'
               DISPLAY CTE-PROG ' Falha na gravacao do COMSPAG - FS: '
                   WK-FS-COMSPAG ' - chave: ' CMP-CHAVE
                   ' - apuracao interrompida'
               MOVE 8                   TO RETURN-CODE
               PERFORM 000000-ENCERRAR
           END-IF

           ADD  1                       TO WK-QT-PAGAS
           PERFORM 420000-MOVIMENTO-DO-RAZAO
           SET  MOV-PAGA                TO TRUE
           PERFORM 600000-GRAVAR-MOVIMENTO

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       420000-MOVIMENTO-DO-RAZAO SECTION.
      *-----------------------------------------------------------------

           SET  MOV-GRUPO-EXTRATO       TO TRUE
           MOVE CMP-CD-FAVD             TO MOV-CD-FAVD
           MOVE CMP-TP-NGCD             TO MOV-TP-NGCD
           MOVE CMP-CHAVE               TO MOV-CHAVE-PROP
           MOVE CMP-CD-OPER             TO MOV-CD-OPER
           MOVE CMP-CD-GR-PRD           TO MOV-CD-GR-PRD
           MOVE CMP-IC-RSTD             TO MOV-IC-RSTD
           MOVE CMP-VL-BASE             TO MOV-VL-BASE
           MOVE CMP-PC-COMS             TO MOV-PC-COMS
           MOVE CMP-VL-COMS             TO MOV-VL-COMS
           MOVE CMP-AAAAMM-PGTO         TO MOV-AAAAMM-PGTO

           .
       420000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       430000-VERIFICAR-CANCELAMENTO SECTION.
      *-----------------------------------------------------------------
      *    O cancelamento (ARCT0628) grava linhas 'X' novas e nao mexe
      *    nas linhas da aplicacao, que ARCP0644 ainda pode levar a
      *    cumprida. Percorre o historico da conta depois da proposta:
      *    'X' do mesmo Resultado antes de nova aplicacao dele = a
      *    proposta foi cancelada.

           MOVE 'N'                     TO WK-CANCELADA-SW
           MOVE 'N'                     TO WK-FIM-CTA-SW

           MOVE WKORD-SIS               TO AUDV-SG-SIS-OGM-OPR
           MOVE WKORD-OPR               TO AUDV-NR-UNCO-CTR-OPR
           MOVE WKORD-EPRD              TO AUDV-NR-EPRD-FNCD
           MOVE WKORD-SCTR              TO AUDV-NR-SCTR-OPR
           MOVE WKORD-DT-PROC           TO AUDV-DT-PROC
           MOVE WKORD-HR-PROC           TO AUDV-HR-PROC
           MOVE 9999                    TO AUDV-NR-SEQ

           START AUDIHIST KEY GREATER AUDV-CHAVE

           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               GO TO 430000-SAI
           END-IF

           PERFORM UNTIL WK-FIM-CTA
               READ AUDIHIST NEXT
                   AT END
                       SET  WK-FIM-CTA  TO TRUE
                   NOT AT END
                       IF  AUDV-CHAVE(1:30) NOT EQUAL WKORD-CTA
                           SET  WK-FIM-CTA TO TRUE
                       ELSE
                           IF  AUDV-IC-RSTD-SLCD EQUAL
                               WK-PROP-IC-RSTD
                               EVALUATE AUDV-IC-SITC
                                   WHEN 'X'
                                       SET  WK-PROP-CANCELADA
                                                    TO TRUE
                                       SET  WK-FIM-CTA TO TRUE
                                   WHEN 'A'
                                   WHEN 'C'
                                   WHEN 'D'
                                       SET  WK-FIM-CTA TO TRUE
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           .
       430000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       440000-BUSCAR-NEGOCIADOR SECTION.
      *-----------------------------------------------------------------
      *    Tipo e favorecido do operador que aplicou: interno recebe
      *    no proprio codigo, agencia externa no codigo da agencia.

           IF  WK-PROP-CD-OPER EQUAL WK-CD-OPER-ULT
               GO TO 440000-SAI
           END-IF

           MOVE WK-PROP-CD-OPER         TO WK-CD-OPER-ULT
           MOVE 'N'                     TO WK-NGC-ACHOU-SW
           MOVE WK-PROP-CD-OPER         TO NGC-CD-OPER

           READ NEGOCIA

           IF  WK-FS-NEGOCIA NOT EQUAL '00'
               GO TO 440000-SAI
           END-IF

           SET  WK-NGC-ACHOU            TO TRUE
           IF  NGC-TP-EXTERNO
               MOVE 'E'                 TO WK-TP-NGCD-ULT
               MOVE NGC-CD-EQP          TO WK-CD-FAVD-ULT
           ELSE
               MOVE 'I'                 TO WK-TP-NGCD-ULT
               MOVE NGC-CD-OPER         TO WK-CD-FAVD-ULT
           END-IF

           .
       440000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       460000-BUSCAR-TAXA SECTION.
      *-----------------------------------------------------------------
      *    Taxa especifica do grupo e Resultado; senao a do grupo
      *    (Resultado 00); senao a generica do tipo (0000/00).

           MOVE 'N'                     TO WK-TAXA-SW
           MOVE WK-TP-NGCD-ULT          TO CMT-TP-NGCD
           MOVE WK-PROP-CD-GR           TO CMT-CD-GR-PRD
           MOVE WK-PROP-IC-RSTD         TO CMT-IC-RSTD
           READ COMTAXA

           IF  WK-FS-COMTAXA NOT EQUAL '00'
               MOVE ZEROS               TO CMT-IC-RSTD
               READ COMTAXA
           END-IF

           IF  WK-FS-COMTAXA NOT EQUAL '00'
               MOVE ZEROS               TO CMT-CD-GR-PRD
               READ COMTAXA
           END-IF

           IF  WK-FS-COMTAXA EQUAL '00'
           AND CMT-PC-COMS NUMERIC
           AND CMT-VL-TETO NUMERIC
               SET  WK-TAXA-ACHOU       TO TRUE
               MOVE CMT-PC-COMS         TO MOV-PC-COMS
           END-IF

           .
       460000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-TRATAR-CANCELAMENTO SECTION.
      *-----------------------------------------------------------------
      *    Linhas 'X' gravadas no mes: estorna a comissao da aplicacao
      *    que o cancelamento desfez, se ela foi paga. Ja estornada
      *    por este mesmo cancelamento neste mes (reexecucao): volta
      *    ao extrato sem nova regravacao.

           ADD  1                       TO WK-QT-CANCELAMENTOS

           PERFORM 350000-LER-ESPELHO

           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               ADD  1                   TO WK-QT-CANC-SEM-PGTO
               GO TO 500000-SAI
           END-IF

           PERFORM 520000-LOCALIZAR-APLICACAO

           IF  WK-ALVO-DT-PROC EQUAL ZEROS
               ADD  1                   TO WK-QT-CANC-SEM-PGTO
               GO TO 500000-SAI
           END-IF

           MOVE WKORD-CTA               TO CMP-CHAVE(1:30)
           MOVE WK-ALVO-DT-PROC         TO CMP-DT-PROC
           MOVE WK-ALVO-HR-PROC         TO CMP-HR-PROC
           READ COMSPAG

           IF  WK-FS-COMSPAG NOT EQUAL '00'
               ADD  1                   TO WK-QT-CANC-SEM-PGTO
               GO TO 500000-SAI
           END-IF

           MOVE SPACES                  TO WK-MOVIMENTO

           IF  CMP-SITC-ESTORNADA
               IF  CMP-AAAAMM-ESTORNO EQUAL WK-AAAAMM-REF
               AND CMP-DT-PROC-CANC   EQUAL WKORD-DT-PROC
               AND CMP-HR-PROC-CANC   EQUAL WKORD-HR-PROC
                   ADD  1               TO WK-QT-REPETIDAS
                   PERFORM 420000-MOVIMENTO-DO-RAZAO
                   SET  MOV-ESTORNO     TO TRUE
                   PERFORM 600000-GRAVAR-MOVIMENTO
               ELSE
                   ADD  1               TO WK-QT-CANC-SEM-PGTO
               END-IF
               GO TO 500000-SAI
           END-IF

           SET  CMP-SITC-ESTORNADA      TO TRUE
           MOVE WK-AAAAMM-REF           TO CMP-AAAAMM-ESTORNO
           MOVE WKORD-DT-PROC           TO CMP-DT-PROC-CANC
           MOVE WKORD-HR-PROC           TO CMP-HR-PROC-CANC

           REWRITE COMSPAG-REGISTRO

           IF  WK-FS-COMSPAG NOT EQUAL '00'
               DISPLAY CTE-PROG ' Falha na regravacao do COMSPAG - FS: '
                   WK-FS-COMSPAG ' - chave: ' CMP-CHAVE
                   ' - apuracao interrompida'
               MOVE 8                   TO RETURN-CODE
               PERFORM 000000-ENCERRAR
           END-IF

           ADD  1                       TO WK-QT-ESTORNOS
           PERFORM 420000-MOVIMENTO-DO-RAZAO
           SET  MOV-ESTORNO             TO TRUE
           PERFORM 600000-GRAVAR-MOVIMENTO

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       520000-LOCALIZAR-APLICACAO SECTION.
      *-----------------------------------------------------------------
      *    A mesma regra do cancelamento on-line (ARCT0628): o 'X'
      *    desfaz a aplicacao mais recente do mesmo Resultado anterior
      *    a ele; 'X' anterior do Resultado ja consumiu a aplicacao
      *    que o precedia. Percorre a conta desde o inicio ate o 'X'.

           MOVE ZEROS                   TO WK-ALVO-DT-PROC
                                           WK-ALVO-HR-PROC
           MOVE 'N'                     TO WK-FIM-CTA-SW

           MOVE WKORD-SIS               TO AUDV-SG-SIS-OGM-OPR
           MOVE WKORD-OPR               TO AUDV-NR-UNCO-CTR-OPR
           MOVE WKORD-EPRD              TO AUDV-NR-EPRD-FNCD
           MOVE WKORD-SCTR              TO AUDV-NR-SCTR-OPR
           MOVE ZEROS                   TO AUDV-DT-PROC
                                           AUDV-HR-PROC
                                           AUDV-NR-SEQ

           START AUDIHIST KEY NOT LESS AUDV-CHAVE

           IF  WK-FS-AUDIHIST NOT EQUAL '00'
               GO TO 520000-SAI
           END-IF

           PERFORM UNTIL WK-FIM-CTA
               READ AUDIHIST NEXT
                   AT END
                       SET  WK-FIM-CTA  TO TRUE
                   NOT AT END
                       IF  AUDV-CHAVE(1:44) NOT LESS WKORD-CHAVE-PROP
                           SET  WK-FIM-CTA TO TRUE
                       ELSE
                           IF  AUDV-IC-RSTD-SLCD EQUAL
                               WK-PROP-IC-RSTD
                               EVALUATE AUDV-IC-SITC
                                   WHEN 'X'
                                       MOVE ZEROS
                                            TO WK-ALVO-DT-PROC
                                               WK-ALVO-HR-PROC
                                   WHEN 'A'
                                   WHEN 'C'
                                   WHEN 'D'
                                       MOVE AUDV-DT-PROC
                                            TO WK-ALVO-DT-PROC
                                       MOVE AUDV-HR-PROC
                                            TO WK-ALVO-HR-PROC
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           .
       520000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-GRAVAR-MOVIMENTO SECTION.
      *-----------------------------------------------------------------

           IF  MOV-GRUPO-PENDENCIA
               ADD  1                   TO WK-QT-PENDENTES
           END-IF

           MOVE WK-MOVIMENTO            TO MOVCOM-REGISTRO
           WRITE MOVCOM-REGISTRO

           .
       600000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-EMITIR-EXTRATO SECTION.
      *-----------------------------------------------------------------
      *    Extrato por favorecido (comissoes pagas, estornos e
      *    liquido) com uma linha no PAGAR para cada um; no fim, as
      *    propostas cumpridas que ficaram sem comissao.

           PERFORM UNTIL FIM-ORDMOV
               RETURN WK-ORDMOV INTO WK-MOVIMENTO
                   AT END SET FIM-ORDMOV TO TRUE
                   NOT AT END
                       IF  MOV-GRUPO-EXTRATO
                           IF  NOT WK-FAVD-ABERTO
                           OR  MOV-CD-FAVD NOT EQUAL WK-CD-FAVD-ATU
                           OR  MOV-TP-NGCD NOT EQUAL WK-TP-NGCD-ATU
                               IF  WK-FAVD-ABERTO
                                   PERFORM 760000-FECHAR-FAVORECIDO
                               END-IF
                               PERFORM 720000-ABRIR-FAVORECIDO
                           END-IF
                           PERFORM 740000-IMPRIMIR-MOVIMENTO
                       ELSE
                           IF  WK-FAVD-ABERTO
                               PERFORM 760000-FECHAR-FAVORECIDO
                           END-IF
                           PERFORM 780000-IMPRIMIR-PENDENCIA
                       END-IF
               END-RETURN
           END-PERFORM

           IF  WK-FAVD-ABERTO
               PERFORM 760000-FECHAR-FAVORECIDO
           END-IF

           .
       700000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       720000-ABRIR-FAVORECIDO SECTION.
      *-----------------------------------------------------------------

           SET  WK-FAVD-ABERTO          TO TRUE
           MOVE MOV-CD-FAVD             TO WK-CD-FAVD-ATU
           MOVE MOV-TP-NGCD             TO WK-TP-NGCD-ATU
           MOVE ZEROS                   TO WK-FAVD-QT-PAGA
                                           WK-FAVD-QT-ESTN
                                           WK-FAVD-VL-COMS
                                           WK-FAVD-VL-ESTN
           ADD  1                       TO WK-QT-FAVORECIDOS

           IF  MOV-TP-EXTERNO
               MOVE 'Agencia externa' TO DSP-TX-TIPO
           ELSE
               MOVE 'Negociador'      TO DSP-TX-TIPO
           END-IF

      *    Extrato de cada favorecido comeca em pagina nova
           MOVE WK-MAX-LINHAS-PAG       TO WK-NR-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Favorecido: ' WK-CD-FAVD-ATU
               '   ' DSP-TX-TIPO
               '   Mes de referencia: ' WK-AAAAMM-REF
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Movimento  Conta                              '
               'Proposta         Operador Grupo Rst'
               '     Valor entrada   Taxa %'
               '           Comissao'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       720000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       740000-IMPRIMIR-MOVIMENTO SECTION.
      *-----------------------------------------------------------------

           MOVE MOV-VL-BASE             TO DSP-VL
           MOVE MOV-PC-COMS             TO DSP-PC

           IF  MOV-ESTORNO
               ADD  1                   TO WK-FAVD-QT-ESTN
               ADD  MOV-VL-COMS         TO WK-FAVD-VL-ESTN
               ADD  MOV-VL-COMS         TO WK-VL-ESTN-TOT
               COMPUTE WK-VL-COMS-CALC = 0 - MOV-VL-COMS
               END-COMPUTE
               MOVE 'Estorno  '         TO DSP-TX-MOV
           ELSE
               ADD  1                   TO WK-FAVD-QT-PAGA
               ADD  MOV-VL-COMS         TO WK-FAVD-VL-COMS
               ADD  MOV-VL-COMS         TO WK-VL-COMS-TOT
               MOVE MOV-VL-COMS         TO WK-VL-COMS-CALC
               MOVE 'Comissao '         TO DSP-TX-MOV
           END-IF
           MOVE WK-VL-COMS-CALC         TO DSP-VL-3

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               DSP-TX-MOV(1:9) '  '
               MOV-SIS ' ' MOV-OPR ' ' MOV-EPRD ' ' MOV-SCTR '  '
               MOV-DT-PROC ' ' MOV-HR-PROC '  '
               MOV-CD-OPER ' ' MOV-CD-GR-PRD '   ' MOV-IC-RSTD
               ' ' DSP-VL ' ' DSP-PC ' ' DSP-VL-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       740000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       760000-FECHAR-FAVORECIDO SECTION.
      *-----------------------------------------------------------------
      *    Totais do favorecido no extrato e a linha dele no PAGAR.

           MOVE 'N'                     TO WK-FAVD-ABERTO-SW
           COMPUTE WK-FAVD-VL-LIQ = WK-FAVD-VL-COMS - WK-FAVD-VL-ESTN
           END-COMPUTE

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-FAVD-QT-PAGA         TO DSP-QT
           MOVE WK-FAVD-VL-COMS         TO DSP-VL
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Propostas cumpridas pagas: ' DSP-QT
               '   Comissao: ' DSP-VL
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-FAVD-QT-ESTN         TO DSP-QT
           MOVE WK-FAVD-VL-ESTN         TO DSP-VL
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Propostas canceladas     : ' DSP-QT
               '   Estorno : ' DSP-VL
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-FAVD-VL-LIQ          TO DSP-VL-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Liquido a pagar do mes   : ' DSP-VL-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE SPACES                  TO PAGAR-REGISTRO
           MOVE 'ARC'                   TO PGR-SG-SIS
           MOVE WK-AAAAMM-REF           TO PGR-AAAAMM-REF
           MOVE WK-TP-NGCD-ATU          TO PGR-TP-NGCD
           MOVE WK-CD-FAVD-ATU          TO PGR-CD-FAVD
           MOVE WK-FAVD-QT-PAGA         TO PGR-QT-PROP-PAGA
           MOVE WK-FAVD-VL-COMS         TO PGR-VL-COMS
           MOVE WK-FAVD-QT-ESTN         TO PGR-QT-PROP-ESTN
           MOVE WK-FAVD-VL-ESTN         TO PGR-VL-ESTORNO
           IF  WK-FAVD-VL-LIQ LESS ZEROS
               SET  PGR-LIQ-DEVEDOR     TO TRUE
               COMPUTE PGR-VL-LIQ = 0 - WK-FAVD-VL-LIQ
               END-COMPUTE
           ELSE
               SET  PGR-LIQ-CREDOR      TO TRUE
               MOVE WK-FAVD-VL-LIQ      TO PGR-VL-LIQ
           END-IF
           WRITE PAGAR-REGISTRO

           .
       760000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       780000-IMPRIMIR-PENDENCIA SECTION.
      *-----------------------------------------------------------------
      *    Proposta cumprida no mes que nao gerou comissao - acertado
      *    o cadastro, a reexecucao do mes paga.

           IF  NOT WK-PEND-ABERTA
               SET  WK-PEND-ABERTA      TO TRUE
               MOVE WK-MAX-LINHAS-PAG   TO WK-NR-LINHA
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   'Propostas cumpridas em ' WK-AAAAMM-REF
                   ' sem comissao apurada'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               MOVE LINHA-BRANCO        TO RELATORIO-LINHA
               PERFORM 900000-ESCREVER-LINHA
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   'Conta                              '
                   'Proposta         Operador T GrupoRs'
                   '     Valor entrada  Motivo'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           EVALUATE TRUE
               WHEN MOV-SEM-DETALHE
                   MOVE 'Linha ausente do AUDIHIST'  TO DSP-TX-MOV
               WHEN MOV-SEM-NEGOCIADOR
                   MOVE 'Operador fora do NEGOCIA'   TO DSP-TX-MOV
               WHEN OTHER
                   MOVE 'Sem taxa no COMTAXA'        TO DSP-TX-MOV
           END-EVALUATE

           MOVE MOV-VL-BASE             TO DSP-VL
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               MOV-SIS ' ' MOV-OPR ' ' MOV-EPRD ' ' MOV-SCTR '  '
               MOV-DT-PROC ' ' MOV-HR-PROC '  '
               MOV-CD-OPER ' ' MOV-TP-NGCD ' ' MOV-CD-GR-PRD ' '
               MOV-IC-RSTD ' ' DSP-VL '  ' DSP-TX-MOV
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       780000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       900000-ESCREVER-LINHA SECTION.
      *-----------------------------------------------------------------
      *    Escreve uma linha do relatorio, controlando a quebra de
      *    pagina (cabecalho repetido a cada WK-MAX-LINHAS-PAG linhas).

           IF  WK-NR-LINHA GREATER OR EQUAL WK-MAX-LINHAS-PAG
               PERFORM 910000-IMPRIMIR-CABECALHO
           END-IF

           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           .
       900000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       910000-IMPRIMIR-CABECALHO SECTION.
      *-----------------------------------------------------------------

           ADD  1                       TO WK-NR-PAG
           MOVE WK-NR-PAG                TO DSP-NR-PAG
           MOVE ZEROS                   TO WK-NR-LINHA

           MOVE RELATORIO-LINHA         TO WK-LINHA-SALVA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Extrato de Comissoes sobre Propostas Cumpridas -'
               ' MotorPCLD - ' DTH-DATA
               '                 Pagina: ' DSP-NR-PAG
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           ADD  1                       TO WK-NR-LINHA

           MOVE WK-LINHA-SALVA          TO RELATORIO-LINHA

           .
       910000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       950000-IMPRIMIR-RODAPE SECTION.
      *-----------------------------------------------------------------

           MOVE WK-MAX-LINHAS-PAG       TO WK-NR-LINHA

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Resumo da apuracao de ' WK-AAAAMM-REF
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE LINHA-BRANCO            TO RELATORIO-LINHA
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-TRNS-LIDAS        TO DSP-QT
           MOVE WK-QT-TRNS-SELEC        TO DSP-QT-2
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Transicoes lidas no mes: ' DSP-QT
               '   Para cumprida/cancelada: ' DSP-QT-2
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-CUMPRIDAS         TO DSP-QT
           MOVE WK-QT-PAGAS             TO DSP-QT-2
           MOVE WK-QT-PENDENTES         TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Propostas cumpridas: ' DSP-QT
               '   Pagas agora: ' DSP-QT-2
               '   Sem comissao (pendencia): ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-PAGAS-ANTES       TO DSP-QT
           MOVE WK-QT-CMPR-CANCELADAS   TO DSP-QT-2
           MOVE WK-QT-REPETIDAS         TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Ja pagas em outro mes: ' DSP-QT
               '   Canceladas antes do pagamento: ' DSP-QT-2
               '   Ja apuradas neste mes: ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-CANCELAMENTOS     TO DSP-QT
           MOVE WK-QT-ESTORNOS          TO DSP-QT-2
           MOVE WK-QT-CANC-SEM-PGTO     TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Cancelamentos no mes: ' DSP-QT
               '   Estornados agora: ' DSP-QT-2
               '   Sem comissao a estornar: ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-VL-COMS-TOT          TO DSP-VL
           MOVE WK-VL-ESTN-TOT          TO DSP-VL-2
           MOVE WK-QT-FAVORECIDOS       TO DSP-QT
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Comissoes do mes: ' DSP-VL
               '   Estornos do mes: ' DSP-VL-2
               '   Favorecidos: ' DSP-QT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           DISPLAY CTE-PROG ' Mes: ' WK-AAAAMM-REF
               ' Pagas: ' WK-QT-PAGAS
               ' Estornos: ' WK-QT-ESTORNOS
               ' Pendencias: ' WK-QT-PENDENTES

           .
       950000-SAI.
           EXIT.
