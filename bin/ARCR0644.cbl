      *---------------AX--------------------------------------------------
      * PROGRAMA..: ARCR0644
      * ANALISTA..: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * AUTOR.....: F8944859 - SANDRO FERNANDES COLLI DA SILVA
      * OBJETIVO..: Relatorio semanal de excecoes de comportamento
      *             dos operadores sobre a trilha de aplicacao
      *             (AUDITORIA, situacao corrente pelo espelho
      *             AUDIHIST - ARCSB629 'C'), pedido da auditoria
      *             interna. Proposta = linhas da mesma conta com a
      *             mesma data/hora e situacao; aplicada = 'A', 'C' ou
      *             'D'. Cinco sinais, cada um com as propostas que o
      *             sustentam:
      *             1 aplicacoes diretas (sem segundo operador) com
      *               entrada na faixa logo abaixo da alcada do
      *               operador (ALCADA) - PARM-PC-FXA-ALCD % da
      *               alcada (default 10), operador com pelo menos
      *               PARM-QT-MIN-FXA delas no periodo (default 3);
      *             2 pares de operadores que se confirmam
      *               mutuamente (A confirmou B e B confirmou A, juntos
      *               PARM-QT-MIN-PAR vezes ou mais, default 3) ou
      *               solicitante cujas confirmacoes no periodo foram
      *               todas do mesmo segundo operador (ao menos
      *               PARM-QT-MIN-PAR);
      *             3 ciclos de cancelamento e reaplicacao na mesma
      *               conta: linha 'X' seguida de nova aplicacao em
      *               ate PARM-QT-DIAS-CICLO dias (default 30);
      *             4 aplicacoes fora do horario comercial (antes de
      *               PARM-HR-INI ou a partir de PARM-HR-FIM, default
      *               08 e 20), em sabado, domingo ou feriado do
      *               CALFER, atribuidas a quem agiu naquele instante
      *               (o confirmador, se houver);
      *             5 negociadores cuja taxa de descumprimento (D sobre
      *               C + D) das propostas aplicadas nos ultimos
      *               PARM-QT-MESES meses (default 6) passa da media da
      *               equipe (NEGOCIA) vezes PARM-PC-FATOR % (default
      *               150), com ao menos PARM-QT-MIN-NGC propostas ja
      *               decididas (default 10).
      *             Periodo PARM-DT-INI a PARM-DT-FIM (default os 7
      *             dias terminados ontem). ALCADA, NEGOCIA ou CALFER
      *             indisponivel desliga so o que depende dele, com
      *             aviso na SYSOUT. RC 4: algum sinal levantado ou
      *             tabela cheia; RC 8: PARM invalido.
      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - F8944859 - IMPLANTACAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARCR0644.
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
               SELECT  ALCADA     ASSIGN  TO  ALCADA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  ALC-CD-OPER
                       FILE STATUS   IS  WK-FS-ALCADA.
               SELECT  NEGOCIA    ASSIGN  TO  NEGOCIA
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  NGC-CD-OPER
                       FILE STATUS   IS  WK-FS-NEGOCIA.
               SELECT  CALFER     ASSIGN  TO  CALFER
                       ORGANIZATION  IS  INDEXED
                       ACCESS MODE   IS  DYNAMIC
                       RECORD KEY    IS  CALF-CHAVE
                       FILE STATUS   IS  WK-FS-CALFER.
               SELECT  AUDITORIA  ASSIGN  TO  UT-S-AUDITORIA.
               SELECT  WK-ORDENACAO  ASSIGN  TO  UT-S-WKORD644.
               SELECT  RELATORIO  ASSIGN  TO  UT-S-RELATORIO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  ALCADA
           RECORD  23.

       01  ALCADA-REGISTRO.
-INC ARCKALCD

       FD  NEGOCIA
           RECORD  80.

       01  NEGOCIA-REGISTRO.
-INC ARCKNEGC

       FD  CALFER
           RECORD  38.

       01  CALFER-REGISTRO.
-INC ARCKCALF

       FD  AUDITORIA
           BLOCK 0 RECORDS
           RECORD  195
           RECORDING MODE IS F.

       01  AUDITORIA-REGISTRO              PIC  X(195).

       SD  WK-ORDENACAO
           RECORD  195.

       01  WKORD-REGISTRO.
-INC ARCKAUDT

       FD  RELATORIO
           BLOCK 0 RECORDS
           RECORD  132
           RECORDING MODE IS F.

       01  RELATORIO-LINHA                 PIC  X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CTE-PROG     PIC  X(17) VALUE '*** ARCR0644 ***'.
       01  CTE-VERS     PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO     PIC  X(08) VALUE 'SBVERSAO'.
       77  ARCSB629     PIC  X(08) VALUE 'ARCSB629'.

       01  WK-FS-ALCADA                 PIC  X(02) VALUE SPACES.
       01  WK-FS-NEGOCIA                PIC  X(02) VALUE SPACES.
       01  WK-FS-CALFER                 PIC  X(02) VALUE SPACES.

       01  WK-CHAVE-CTA.
           03  WK-CTA-SIS                   PIC  X(03).
           03  WK-CTA-OPR                   PIC  9(17).
           03  WK-CTA-EPRD                  PIC  9(05).
           03  WK-CTA-SCTR                  PIC  9(05).

      *    Proposta corrente - linhas da mesma conta com a mesma
      *    data/hora de gravacao e a mesma situacao (uma por faixa)
       01  GRP-PROPOSTA.
           03  WK-PROP-ABERTA-SW            PIC  X(01) VALUE 'N'.
               88  WK-PROP-ABERTA           VALUE 'S'.
           03  WK-CHAVE-PROP.
               05  WK-PROP-CTA.
                   07  WK-PROP-SIS          PIC  X(03).
                   07  WK-PROP-OPR          PIC  9(17).
                   07  WK-PROP-EPRD         PIC  9(05).
                   07  WK-PROP-SCTR         PIC  9(05).
               05  WK-PROP-DT-PROC          PIC  9(08).
               05  WK-PROP-HR-PROC          PIC  9(06).
               05  WK-PROP-IC-SITC          PIC  X(01).
                   88  WK-PROP-CUMPRIDA     VALUE 'C'.
                   88  WK-PROP-DESCUMPRIDA  VALUE 'D'.
                   88  WK-PROP-CANCELADA    VALUE 'X'.
           03  WK-CHAVE-PROP-LIN            PIC  X(45).
           03  WK-PROP-CD-OPER              PIC  X(08).
           03  WK-PROP-CD-OPER-APRV         PIC  X(08).
           03  WK-PROP-VL-ENTD              PIC S9(15)V99 COMP-3.
           03  WK-INT-PROP                  PIC S9(09) COMP-5.

      *    Ultimo cancelamento ('X') da conta corrente do percurso,
      *    a espera de uma reaplicacao
       01  GRP-CANCELAMENTO.
           03  WK-CTA-ANT                   PIC  X(30)
                                             VALUE HIGH-VALUES.
           03  WK-CNC-SW                    PIC  X(01) VALUE 'N'.
               88  WK-CNC-PRESENTE          VALUE 'S'.
           03  WK-CNC-DT-PROC               PIC  9(08).
           03  WK-CNC-HR-PROC               PIC  9(06).
           03  WK-CNC-CD-OPER               PIC  X(08).
           03  WK-CNC-CD-OPER-APRV          PIC  X(08).
           03  WK-INT-CNC                   PIC S9(09) COMP-5.

      *    Operadores vistos na trilha - mantidos em ordem de codigo
      *    na inclusao, com alcada (ALCADA) e equipe (NEGOCIA) lidas
      *    uma vez
       01  GRP-OPERADORES.
           03  WK-QT-OPE                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-OPE                       PIC  9(04) COMP-5.
           03  IX-OPE-ACHOU                 PIC  9(04) COMP-5.
           03  IX-MOV                       PIC  9(04) COMP-5.
           03  WK-OPE-CHEIO-SW              PIC  X(01) VALUE 'N'.
               88  WK-OPE-CHEIO-AVSD        VALUE 'S'.
           03  WK-CD-OPER-BUSCA             PIC  X(08).
           03  WK-TB-OPE OCCURS 2000 TIMES.
               05  WK-OPE-CD-OPER           PIC  X(08).
               05  WK-OPE-CD-EQP            PIC  X(04).
               05  WK-OPE-VL-ALCD           PIC S9(13)V99 COMP-3.
      *        Aplicacoes diretas e na faixa da alcada, confirmacoes
      *        pedidas e aplicacoes fora do horario, no periodo
               05  WK-OPE-QT-DRTA           PIC S9(09) COMP-5.
               05  WK-OPE-QT-FXA            PIC S9(09) COMP-5.
               05  WK-OPE-QT-CONF           PIC S9(09) COMP-5.
               05  WK-OPE-QT-FORA           PIC S9(09) COMP-5.
      *        Propostas cumpridas e descumpridas na janela de meses
               05  WK-OPE-QT-CMPR           PIC S9(09) COMP-5.
               05  WK-OPE-QT-DESC           PIC S9(09) COMP-5.

      *    Pares solicitante x confirmador das aplicacoes confirmadas
      *    no periodo
       01  GRP-PARES.
           03  WK-QT-PAR                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-PAR                       PIC  9(04) COMP-5.
           03  IX-PAR-INV                   PIC  9(04) COMP-5.
           03  WK-PAR-CHEIO-SW              PIC  X(01) VALUE 'N'.
               88  WK-PAR-CHEIO-AVSD        VALUE 'S'.
           03  WK-TB-PAR OCCURS 2000 TIMES.
               05  WK-PAR-CD-OPER           PIC  X(08).
               05  WK-PAR-CD-OPER-APRV      PIC  X(08).
               05  WK-PAR-QT                PIC S9(09) COMP-5.

      *    Equipes - somas de cumpridas e descumpridas dos operadores
       01  GRP-EQUIPES.
           03  WK-QT-EQP                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  IX-EQP                       PIC  9(04) COMP-5.
           03  WK-TB-EQP OCCURS 500 TIMES.
               05  WK-EQP-CD-EQP            PIC  X(04).
               05  WK-EQP-QT-CMPR           PIC S9(09) COMP-5.
               05  WK-EQP-QT-DESC           PIC S9(09) COMP-5.

      *    Propostas que sustentam os sinais, na ordem do percurso
      *    (conta, data, hora). O sinal 5 guarda todas as
      *    descumpridas da janela; o relatorio lista so as dos
      *    negociadores sinalizados.
       01  GRP-OCORRENCIAS.
           03  WK-QT-OCR                    PIC  9(05) COMP-5
                                             VALUE ZEROS.
           03  IX-OCR                       PIC  9(05) COMP-5.
           03  WK-OCR-CHEIO-SW              PIC  X(01) VALUE 'N'.
               88  WK-OCR-CHEIO-AVSD        VALUE 'S'.
           03  WK-TP-SINAL                  PIC  9(01).
           03  WK-CD-OPER-SINAL             PIC  X(08).
           03  WK-TX-MOTIVO                 PIC  X(10).
           03  WK-TB-OCR OCCURS 10000 TIMES.
               05  WK-OCR-TP-SINAL          PIC  9(01).
                   88  WK-OCR-FAIXA-ALCADA  VALUE 1.
                   88  WK-OCR-PAR           VALUE 2.
                   88  WK-OCR-CICLO         VALUE 3.
                   88  WK-OCR-FORA-HORARIO  VALUE 4.
                   88  WK-OCR-QUEBRA        VALUE 5.
               05  WK-OCR-CD-OPER-SINAL     PIC  X(08).
               05  WK-OCR-CTA.
                   07  WK-OCR-SIS           PIC  X(03).
                   07  WK-OCR-OPR           PIC  9(17).
                   07  WK-OCR-EPRD          PIC  9(05).
                   07  WK-OCR-SCTR          PIC  9(05).
               05  WK-OCR-DT-PROC           PIC  9(08).
               05  WK-OCR-HR-PROC           PIC  9(06).
               05  WK-OCR-IC-SITC           PIC  X(01).
               05  WK-OCR-VL-ENTD           PIC S9(15)V99 COMP-3.
               05  WK-OCR-CD-OPER           PIC  X(08).
               05  WK-OCR-CD-OPER-APRV      PIC  X(08).
               05  WK-OCR-TX-MOTIVO         PIC  X(10).
      *        Cancelamento que antecedeu a reaplicacao (sinal 3)
               05  WK-OCR-DT-CNC            PIC  9(08).
               05  WK-OCR-HR-CNC            PIC  9(06).
               05  WK-OCR-CD-OPER-CNC       PIC  X(08).
               05  WK-OCR-CD-APRV-CNC       PIC  X(08).

      *    Filtro da listagem de ocorrencias de um sinal
       01  GRP-LISTAGEM.
           03  WK-TP-SINAL-LST              PIC  9(01).
           03  WK-CD-OPER-LST               PIC  X(08).
           03  WK-CD-OPER-LST-2             PIC  X(08).
           03  WK-QT-LISTADAS               PIC  9(05) COMP-5.

       01  WK-VL-PISO                       PIC S9(13)V99 COMP-3.
       01  WK-PC-CALC                       PIC S9(03)V9 COMP-3.
       01  WK-PC-EQP                        PIC S9(03)V9 COMP-3.
       01  WK-PC-LIMITE                     PIC S9(05)V9 COMP-3.
       01  WK-QT-DCDD                       PIC S9(09) COMP-5.
       01  WK-QT-DCDD-EQP                   PIC S9(09) COMP-5.
       01  WK-QT-DIAS                       PIC S9(09) COMP-5.
       01  WK-DIA-SMN                       PIC  9(01).
       01  WK-HR-INI-LIM                    PIC  9(06).
       01  WK-HR-FIM-LIM                    PIC  9(06).
       01  WK-SINAL-SW                      PIC  X(01).
           88  WK-SINALIZADO                VALUE 'S'.

       01  LINHA-BRANCO                     PIC  X(132) VALUE SPACES.
       01  WK-LINHA-SALVA                   PIC  X(132) VALUE SPACES.

      *    Situacao corrente pelo espelho AUDIHIST
       01  GRP-ESPELHO.
           03  WK-AUDIHIST-SW               PIC  X(01) VALUE 'S'.
               88  WK-AUDV-DISPONIVEL                   VALUE 'S'.
               88  WK-AUDV-INDISPONIVEL                 VALUE 'N'.

       01  ARCSB629-DADOS.
-INC ARCKB629

      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  GRP-CTL.
           03  FIM-ORDENACAO-SW             PIC  X(01) VALUE 'N'.
               88  FIM-ORDENACAO                        VALUE 'S'.
           03  WK-ALCADA-SW                 PIC  X(01) VALUE 'S'.
               88  WK-ALC-DISPONIVEL                    VALUE 'S'.
               88  WK-ALC-INDISPONIVEL                  VALUE 'N'.
           03  WK-NEGOCIA-SW                PIC  X(01) VALUE 'S'.
               88  WK-NGC-DISPONIVEL                    VALUE 'S'.
               88  WK-NGC-INDISPONIVEL                  VALUE 'N'.
           03  WK-CALFER-SW                 PIC  X(01) VALUE 'S'.
               88  WK-CALF-DISPONIVEL                   VALUE 'S'.
               88  WK-CALF-INDISPONIVEL                 VALUE 'N'.
           03  WK-NR-PAG                    PIC  9(04) COMP-5
                                             VALUE ZEROS.
           03  WK-NR-LINHA                  PIC  9(04) COMP-5
                                             VALUE 99.
           03  WK-MAX-LINHAS-PAG            PIC  9(04) COMP-5
                                             VALUE 55.
      *    Parametros em vigor (PARM ou default)
           03  WK-DT-INI                    PIC  9(08) VALUE ZEROS.
           03  WK-DT-FIM                    PIC  9(08) VALUE ZEROS.
           03  FILLER REDEFINES WK-DT-FIM.
               05  WK-DT-FIM-AAAA           PIC  9(04).
               05  WK-DT-FIM-MM             PIC  9(02).
               05  WK-DT-FIM-DD             PIC  9(02).
           03  WK-PC-FXA-ALCD               PIC  9(02) VALUE 10.
           03  WK-QT-MIN-FXA                PIC  9(02) VALUE 3.
           03  WK-QT-MIN-PAR                PIC  9(02) VALUE 3.
           03  WK-QT-DIAS-CICLO             PIC  9(03) VALUE 30.
           03  WK-HR-INI                    PIC  9(02) VALUE 08.
           03  WK-HR-FIM                    PIC  9(02) VALUE 20.
           03  WK-QT-MESES                  PIC  9(02) VALUE 6.
           03  WK-PC-FATOR                  PIC  9(03) VALUE 150.
           03  WK-QT-MIN-NGC                PIC  9(03) VALUE 10.
      *    Inicio da janela de meses do sinal 5 e primeira data lida
           03  WK-DT-INI-NGC.
               05  WK-DT-INI-NGC-AAAA       PIC  9(04).
               05  WK-DT-INI-NGC-MM         PIC  9(02).
               05  WK-DT-INI-NGC-DD         PIC  9(02).
           03  WK-DT-CORTE                  PIC  9(08).
           03  WK-INT-INI                   PIC S9(09) COMP-5.
           03  WK-INT-FIM                   PIC S9(09) COMP-5.
           03  WK-NR-MES-ABS                PIC S9(09) COMP-5.
           03  WK-QT-LIDOS                  PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-LIN-JANELA             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-APLC-PERIODO           PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CONF-PERIODO           PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-CNC-JANELA             PIC  9(09) COMP-5
                                             VALUE ZEROS.
           03  WK-QT-SINAL OCCURS 5 TIMES   PIC  9(09) COMP-5
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
           03  DSP-QT-PEQ                   PIC ZZ.ZZ9.
           03  DSP-QT-PEQ-2                 PIC ZZ.ZZ9.
           03  DSP-QT-PEQ-3                 PIC ZZ.ZZ9.
           03  DSP-QT-PEQ-4                 PIC ZZ.ZZ9.
           03  DSP-QT-PEQ-5                 PIC ZZ.ZZ9.
           03  DSP-VL                       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-VL-ALCD                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DSP-PC                       PIC ZZ9,9.
           03  DSP-PC-2                     PIC ZZ9,9.
           03  DSP-PC-3                     PIC ZZZ9.
           03  DSP-QT-DIAS                  PIC ZZ9.
           03  DSP-HR-INI                   PIC  9(02).
           03  DSP-HR-FIM                   PIC  9(02).

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  PARM1.
           03  PARM-DT-INI             PIC  9(08).
           03  PARM-DT-FIM             PIC  9(08).
           03  PARM-PC-FXA-ALCD        PIC  9(02).
           03  PARM-QT-MIN-FXA         PIC  9(02).
           03  PARM-QT-MIN-PAR         PIC  9(02).
           03  PARM-QT-DIAS-CICLO      PIC  9(03).
           03  PARM-HR-INI             PIC  9(02).
           03  PARM-HR-FIM             PIC  9(02).
           03  PARM-QT-MESES           PIC  9(02).
           03  PARM-PC-FATOR           PIC  9(03).
           03  PARM-QT-MIN-NGC         PIC  9(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM1.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *-----------------------------------------------------------------

           CALL SBVERSAO USING CTE-PROG CTE-VERS

           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA-PROC

           PERFORM 050000-CRITICAR-PARM
           IF  RETURN-CODE EQUAL 8
               GO TO 000000-SAI
           END-IF

           OPEN OUTPUT RELATORIO

           OPEN INPUT ALCADA
           IF  WK-FS-ALCADA NOT EQUAL '00'
               SET  WK-ALC-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' ALCADA indisponivel - FS: '
                   WK-FS-ALCADA ' - sinal de faixa da alcada'
                   ' desligado'
           END-IF

           OPEN INPUT NEGOCIA
           IF  WK-FS-NEGOCIA NOT EQUAL '00'
               SET  WK-NGC-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' NEGOCIA indisponivel - FS: '
                   WK-FS-NEGOCIA ' - descumprimento comparado a'
                   ' media geral'
           END-IF

           OPEN INPUT CALFER
           IF  WK-FS-CALFER NOT EQUAL '00'
               SET  WK-CALF-INDISPONIVEL TO TRUE
               DISPLAY CTE-PROG ' CALFER indisponivel - FS: '
                   WK-FS-CALFER ' - somente fins de semana'
           END-IF

           SORT WK-ORDENACAO
               ON ASCENDING KEY AUD-SG-SIS-OGM-OPR
               ON ASCENDING KEY AUD-NR-UNCO-CTR-OPR
               ON ASCENDING KEY AUD-NR-EPRD-FNCD
               ON ASCENDING KEY AUD-NR-SCTR-OPR
               ON ASCENDING KEY AUD-DT-PROC
               ON ASCENDING KEY AUD-HR-PROC
               USING AUDITORIA
               OUTPUT PROCEDURE IS 300000-PERCORRER-ORDENADO

           PERFORM 600000-APURAR-EQUIPES

           PERFORM 690000-IMPRIMIR-PERIODO
           PERFORM 700000-IMPRIMIR-FAIXA-ALCADA
           PERFORM 710000-IMPRIMIR-PARES
           PERFORM 720000-IMPRIMIR-CICLOS
           PERFORM 730000-IMPRIMIR-FORA-HORARIO
           PERFORM 740000-IMPRIMIR-DESCUMPRIMENTO
           PERFORM 950000-IMPRIMIR-RODAPE

           IF  WK-ALC-DISPONIVEL
               CLOSE ALCADA
           END-IF
           IF  WK-NGC-DISPONIVEL
               CLOSE NEGOCIA
           END-IF
           IF  WK-CALF-DISPONIVEL
               CLOSE CALFER
           END-IF
           CLOSE RELATORIO

           .
       000000-SAI.
           STOP RUN
           .
      *-----------------------------------------------------------------
       050000-CRITICAR-PARM SECTION.
      *-----------------------------------------------------------------
      *    Parametros informados substituem os defaults; periodo
      *    default = os 7 dias terminados ontem. Data invalida, periodo
      *    invertido ou horario comercial invertido: RC 8.

           IF  PARM-DT-FIM NUMERIC
           AND PARM-DT-FIM GREATER ZEROS
               MOVE PARM-DT-FIM         TO WK-DT-FIM
           ELSE
               COMPUTE WK-INT-FIM =
                   FUNCTION INTEGER-OF-DATE(DTH-DATA) - 1
               END-COMPUTE
               COMPUTE WK-DT-FIM =
                   FUNCTION DATE-OF-INTEGER(WK-INT-FIM)
               END-COMPUTE
           END-IF

           IF  FUNCTION TEST-DATE-YYYYMMDD(WK-DT-FIM) NOT EQUAL ZEROS
               DISPLAY CTE-PROG ' PARM-DT-FIM invalida: ' WK-DT-FIM
               MOVE 8                   TO RETURN-CODE
               GO TO 050000-SAI
           END-IF
           COMPUTE WK-INT-FIM = FUNCTION INTEGER-OF-DATE(WK-DT-FIM)
           END-COMPUTE

           IF  PARM-DT-INI NUMERIC
           AND PARM-DT-INI GREATER ZEROS
               MOVE PARM-DT-INI         TO WK-DT-INI
               IF  FUNCTION TEST-DATE-YYYYMMDD(WK-DT-INI)
                   NOT EQUAL ZEROS
                   DISPLAY CTE-PROG ' PARM-DT-INI invalida: '
                       WK-DT-INI
                   MOVE 8               TO RETURN-CODE
                   GO TO 050000-SAI
               END-IF
           ELSE
               COMPUTE WK-INT-INI = WK-INT-FIM - 6
               END-COMPUTE
               COMPUTE WK-DT-INI =
                   FUNCTION DATE-OF-INTEGER(WK-INT-INI)
               END-COMPUTE
           END-IF
           COMPUTE WK-INT-INI = FUNCTION INTEGER-OF-DATE(WK-DT-INI)
           END-COMPUTE

           IF  WK-DT-INI GREATER WK-DT-FIM
               DISPLAY CTE-PROG ' Periodo invertido: ' WK-DT-INI
                   ' a ' WK-DT-FIM
               MOVE 8                   TO RETURN-CODE
               GO TO 050000-SAI
           END-IF

           IF  PARM-PC-FXA-ALCD NUMERIC
           AND PARM-PC-FXA-ALCD GREATER ZEROS
               MOVE PARM-PC-FXA-ALCD    TO WK-PC-FXA-ALCD
           END-IF
           IF  PARM-QT-MIN-FXA NUMERIC
           AND PARM-QT-MIN-FXA GREATER ZEROS
               MOVE PARM-QT-MIN-FXA     TO WK-QT-MIN-FXA
           END-IF
           IF  PARM-QT-MIN-PAR NUMERIC
           AND PARM-QT-MIN-PAR GREATER ZEROS
               MOVE PARM-QT-MIN-PAR     TO WK-QT-MIN-PAR
           END-IF
           IF  PARM-QT-DIAS-CICLO NUMERIC
           AND PARM-QT-DIAS-CICLO GREATER ZEROS
               MOVE PARM-QT-DIAS-CICLO  TO WK-QT-DIAS-CICLO
           END-IF
           IF  PARM-HR-INI NUMERIC
           AND PARM-HR-INI GREATER ZEROS
               MOVE PARM-HR-INI         TO WK-HR-INI
           END-IF
           IF  PARM-HR-FIM NUMERIC
           AND PARM-HR-FIM GREATER ZEROS
               MOVE PARM-HR-FIM         TO WK-HR-FIM
           END-IF
           IF  PARM-QT-MESES NUMERIC
           AND PARM-QT-MESES GREATER ZEROS
               MOVE PARM-QT-MESES       TO WK-QT-MESES
           END-IF
           IF  PARM-PC-FATOR NUMERIC
           AND PARM-PC-FATOR GREATER ZEROS
               MOVE PARM-PC-FATOR       TO WK-PC-FATOR
           END-IF
           IF  PARM-QT-MIN-NGC NUMERIC
           AND PARM-QT-MIN-NGC GREATER ZEROS
               MOVE PARM-QT-MIN-NGC     TO WK-QT-MIN-NGC
           END-IF

           IF  WK-HR-FIM GREATER 24
           OR  WK-HR-INI NOT LESS WK-HR-FIM
               DISPLAY CTE-PROG ' Horario comercial invalido: '
                   WK-HR-INI ' a ' WK-HR-FIM
               MOVE 8                   TO RETURN-CODE
               GO TO 050000-SAI
           END-IF
           COMPUTE WK-HR-INI-LIM = WK-HR-INI * 10000
           END-COMPUTE
           COMPUTE WK-HR-FIM-LIM = WK-HR-FIM * 10000
           END-COMPUTE

      *    Janela do descumprimento: primeiro dia do mes mais antigo
      *    dos WK-QT-MESES meses terminados no mes de WK-DT-FIM
           COMPUTE WK-NR-MES-ABS = (WK-DT-FIM-AAAA * 12)
                                 + WK-DT-FIM-MM - 1
                                 - (WK-QT-MESES - 1)
           END-COMPUTE
           DIVIDE WK-NR-MES-ABS BY 12 GIVING WK-DT-INI-NGC-AAAA
                                  REMAINDER WK-DT-INI-NGC-MM
           ADD  1                       TO WK-DT-INI-NGC-MM
           MOVE 01                      TO WK-DT-INI-NGC-DD

      *    Primeira data lida: o que vier antes entre a janela de
      *    meses e o inicio do periodo menos o prazo do ciclo
           COMPUTE WK-QT-DIAS = WK-INT-INI - WK-QT-DIAS-CICLO
           END-COMPUTE
           COMPUTE WK-DT-CORTE = FUNCTION DATE-OF-INTEGER(WK-QT-DIAS)
           END-COMPUTE
           IF  WK-DT-INI-NGC LESS WK-DT-CORTE
               MOVE WK-DT-INI-NGC       TO WK-DT-CORTE
           END-IF

           .
       050000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-PERCORRER-ORDENADO SECTION.
      *-----------------------------------------------------------------

           PERFORM UNTIL FIM-ORDENACAO
               RETURN WK-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
                   NOT AT END
                       PERFORM 400000-TRATAR-LINHA
               END-RETURN
           END-PERFORM

           IF  WK-PROP-ABERTA
               PERFORM 500000-FECHAR-PROPOSTA
           END-IF

           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-TRATAR-LINHA SECTION.
      *-----------------------------------------------------------------
      *    Interessam as linhas da janela (WK-DT-CORTE a WK-DT-FIM)
      *    aplicadas ('A', 'C', 'D') ou canceladas ('X') pela
      *    situacao do espelho.

           ADD  1                       TO WK-QT-LIDOS

           IF  AUD-DT-PROC NOT NUMERIC
           OR  AUD-DT-PROC LESS WK-DT-CORTE
           OR  AUD-DT-PROC GREATER WK-DT-FIM
               GO TO 400000-SAI
           END-IF

           PERFORM 410000-CONSULTAR-ESPELHO

           IF  NOT AUD-SITC-APLICADA
           AND NOT AUD-SITC-CUMPRIDA
           AND NOT AUD-SITC-DESCUMPRIDA
           AND NOT AUD-SITC-CANCELADA
               GO TO 400000-SAI
           END-IF

           ADD  1                       TO WK-QT-LIN-JANELA

           MOVE AUD-SG-SIS-OGM-OPR      TO WK-CTA-SIS
           MOVE AUD-NR-UNCO-CTR-OPR     TO WK-CTA-OPR
           MOVE AUD-NR-EPRD-FNCD        TO WK-CTA-EPRD
           MOVE AUD-NR-SCTR-OPR         TO WK-CTA-SCTR

           MOVE SPACES                  TO WK-CHAVE-PROP-LIN
           STRING WK-CHAVE-CTA AUD-DT-PROC AUD-HR-PROC AUD-IC-SITC
               DELIMITED BY SIZE INTO WK-CHAVE-PROP-LIN
           END-STRING

           IF  WK-PROP-ABERTA
           AND WK-CHAVE-PROP-LIN EQUAL WK-CHAVE-PROP
               GO TO 400000-SAI
           END-IF

           IF  WK-PROP-ABERTA
               PERFORM 500000-FECHAR-PROPOSTA
           END-IF

      *    Conta nova: cancelamento da conta anterior nao se aplica
           IF  WK-CHAVE-CTA NOT EQUAL WK-CTA-ANT
               MOVE WK-CHAVE-CTA        TO WK-CTA-ANT
               MOVE 'N'                 TO WK-CNC-SW
           END-IF

           PERFORM 450000-ABRIR-PROPOSTA

           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       410000-CONSULTAR-ESPELHO SECTION.
      *-----------------------------------------------------------------
      *    A situacao que vale e a do espelho AUDIHIST (ARCSB629
      *    'C'), sobreposta na linha lida. Falha na abertura desliga
      *    a consulta: as linhas seguintes ficam com a situacao
      *    gravada na AUDITORIA.

           IF  WK-AUDV-INDISPONIVEL
               GO TO 410000-SAI
           END-IF

           MOVE 'C'                     TO ARCSB629-CD-FUNC
           MOVE 'ARCR0644'              TO ARCSB629-CD-PGM-OPER
           MOVE WKORD-REGISTRO          TO ARCSB629-AUDITORIA
           CALL ARCSB629             USING ARCSB629-DADOS

           IF  ARCSB629-IN-SCS-ERRO
               DISPLAY CTE-PROG ' ARCSB629: ' ARCSB629-TX-ERRO
               SET  WK-AUDV-INDISPONIVEL TO TRUE
               MOVE 4                   TO RETURN-CODE
               GO TO 410000-SAI
           END-IF

           IF  ARCSB629-ACHOU
               MOVE ARCSB629-AUDITORIA  TO WKORD-REGISTRO
           END-IF

           .
       410000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       450000-ABRIR-PROPOSTA SECTION.
      *-----------------------------------------------------------------

           SET  WK-PROP-ABERTA          TO TRUE
           MOVE WK-CHAVE-PROP-LIN       TO WK-CHAVE-PROP
           MOVE AUD-CD-OPER             TO WK-PROP-CD-OPER
           MOVE AUD-CD-OPER-APRV        TO WK-PROP-CD-OPER-APRV
           MOVE ZEROS                   TO WK-PROP-VL-ENTD
           IF  AUD-VL-ENTD NUMERIC
               MOVE AUD-VL-ENTD         TO WK-PROP-VL-ENTD
           END-IF

           .
       450000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-FECHAR-PROPOSTA SECTION.
      *-----------------------------------------------------------------
      *    Cancelamento fica guardado para a proxima aplicacao da
      *    conta. Aplicada: conta para o descumprimento se estiver na
      *    janela de meses e passa pelos demais sinais se estiver no
      *    periodo.

           MOVE 'N'                     TO WK-PROP-ABERTA-SW

           COMPUTE WK-INT-PROP =
               FUNCTION INTEGER-OF-DATE(WK-PROP-DT-PROC)
           END-COMPUTE

           IF  WK-PROP-CANCELADA
               ADD  1                   TO WK-QT-CNC-JANELA
               SET  WK-CNC-PRESENTE     TO TRUE
               MOVE WK-PROP-DT-PROC     TO WK-CNC-DT-PROC
               MOVE WK-PROP-HR-PROC     TO WK-CNC-HR-PROC
               MOVE WK-PROP-CD-OPER     TO WK-CNC-CD-OPER
               MOVE WK-PROP-CD-OPER-APRV TO WK-CNC-CD-OPER-APRV
               MOVE WK-INT-PROP         TO WK-INT-CNC
               GO TO 500000-SAI
           END-IF

           PERFORM 530000-VERIFICAR-CICLO

           IF  WK-PROP-DT-PROC NOT LESS WK-DT-INI-NGC
               PERFORM 550000-CONTAR-DECISAO
           END-IF

           IF  WK-PROP-DT-PROC LESS WK-DT-INI
               GO TO 500000-SAI
           END-IF

           ADD  1                       TO WK-QT-APLC-PERIODO

           PERFORM 510000-VERIFICAR-FAIXA-ALCADA
           PERFORM 520000-ACUMULAR-PAR
           PERFORM 540000-VERIFICAR-HORARIO

           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       510000-VERIFICAR-FAIXA-ALCADA SECTION.
      *-----------------------------------------------------------------
      *    So aplicacao direta (sem confirmador): entrada ate a
      *    alcada do operador e a no maximo WK-PC-FXA-ALCD % abaixo
      *    dela. Operador sem alcada (zero) nunca aplica direto.

           IF  WK-PROP-CD-OPER-APRV NOT EQUAL SPACES
               GO TO 510000-SAI
           END-IF

           MOVE WK-PROP-CD-OPER         TO WK-CD-OPER-BUSCA
           PERFORM 570000-LOCALIZAR-OPERADOR
           IF  IX-OPE-ACHOU EQUAL ZEROS
               GO TO 510000-SAI
           END-IF

           ADD  1                       TO WK-OPE-QT-DRTA(IX-OPE-ACHOU)

           IF  WK-OPE-VL-ALCD(IX-OPE-ACHOU) NOT GREATER ZEROS
               GO TO 510000-SAI
           END-IF

           COMPUTE WK-VL-PISO =
               WK-OPE-VL-ALCD(IX-OPE-ACHOU)
               - (WK-OPE-VL-ALCD(IX-OPE-ACHOU) * WK-PC-FXA-ALCD / 100)
           END-COMPUTE

           IF  WK-PROP-VL-ENTD NOT GREATER WK-OPE-VL-ALCD(IX-OPE-ACHOU)
           AND WK-PROP-VL-ENTD NOT LESS WK-VL-PISO
               ADD  1                   TO WK-OPE-QT-FXA(IX-OPE-ACHOU)
               MOVE 1                   TO WK-TP-SINAL
               MOVE WK-PROP-CD-OPER     TO WK-CD-OPER-SINAL
               MOVE SPACES              TO WK-TX-MOTIVO
               PERFORM 560000-REGISTRAR-OCORRENCIA
           END-IF

           .
       510000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       520000-ACUMULAR-PAR SECTION.
      *-----------------------------------------------------------------
      *    Aplicacao confirmada: soma o par solicitante x confirmador
      *    e a confirmacao pedida pelo solicitante.

           IF  WK-PROP-CD-OPER-APRV EQUAL SPACES
           OR  WK-PROP-CD-OPER-APRV EQUAL WK-PROP-CD-OPER
               GO TO 520000-SAI
           END-IF

           ADD  1                       TO WK-QT-CONF-PERIODO

           MOVE WK-PROP-CD-OPER         TO WK-CD-OPER-BUSCA
           PERFORM 570000-LOCALIZAR-OPERADOR
           IF  IX-OPE-ACHOU GREATER ZEROS
               ADD  1                   TO WK-OPE-QT-CONF(IX-OPE-ACHOU)
           END-IF

           PERFORM 580000-LOCALIZAR-PAR
           IF  IX-PAR GREATER ZEROS
               ADD  1                   TO WK-PAR-QT(IX-PAR)
           END-IF

           MOVE 2                       TO WK-TP-SINAL
           MOVE WK-PROP-CD-OPER         TO WK-CD-OPER-SINAL
           MOVE SPACES                  TO WK-TX-MOTIVO
           PERFORM 560000-REGISTRAR-OCORRENCIA

           .
       520000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       530000-VERIFICAR-CICLO SECTION.
      *-----------------------------------------------------------------
      *    Aplicacao ate WK-QT-DIAS-CICLO dias depois de um
      *    cancelamento da mesma conta fecha um ciclo; o
      *    cancelamento e consumido pela primeira aplicacao seguinte.

           IF  NOT WK-CNC-PRESENTE
               GO TO 530000-SAI
           END-IF

           MOVE 'N'                     TO WK-CNC-SW

           COMPUTE WK-QT-DIAS = WK-INT-PROP - WK-INT-CNC
           END-COMPUTE

           IF  WK-QT-DIAS GREATER WK-QT-DIAS-CICLO
           OR  WK-PROP-DT-PROC LESS WK-DT-INI
               GO TO 530000-SAI
           END-IF

           MOVE 3                       TO WK-TP-SINAL
           MOVE WK-PROP-CD-OPER         TO WK-CD-OPER-SINAL
           MOVE SPACES                  TO WK-TX-MOTIVO
           PERFORM 560000-REGISTRAR-OCORRENCIA

           .
       530000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       540000-VERIFICAR-HORARIO SECTION.
      *-----------------------------------------------------------------
      *    Instante da gravacao da aplicacao: sabado/domingo (MOD 7
      *    zero e domingo e 6 e sabado no calendario interno, como em
      *    ARCSB628), feriado do CALFER ou hora fora de WK-HR-INI a
      *    WK-HR-FIM. O sinal vai para quem agiu: o confirmador, se
      *    houver, ou o operador que aplicou.

           MOVE SPACES                  TO WK-TX-MOTIVO

           COMPUTE WK-DIA-SMN = FUNCTION MOD(WK-INT-PROP, 7)
           END-COMPUTE

           EVALUATE TRUE
               WHEN WK-DIA-SMN EQUAL ZEROS
                   MOVE 'DOMINGO'       TO WK-TX-MOTIVO
               WHEN WK-DIA-SMN EQUAL 6
                   MOVE 'SABADO'        TO WK-TX-MOTIVO
               WHEN OTHER
                   IF  WK-CALF-DISPONIVEL
                       MOVE WK-PROP-DT-PROC TO CALF-DT-FERIADO
                       READ CALFER
                       IF  WK-FS-CALFER EQUAL '00'
                           MOVE 'FERIADO'   TO WK-TX-MOTIVO
                       END-IF
                   END-IF
           END-EVALUATE

           IF  WK-TX-MOTIVO EQUAL SPACES
               IF  WK-PROP-HR-PROC LESS WK-HR-INI-LIM
               OR  WK-PROP-HR-PROC NOT LESS WK-HR-FIM-LIM
                   MOVE 'FORA HORA'     TO WK-TX-MOTIVO
               END-IF
           END-IF

           IF  WK-TX-MOTIVO EQUAL SPACES
               GO TO 540000-SAI
           END-IF

           IF  WK-PROP-CD-OPER-APRV NOT EQUAL SPACES
               MOVE WK-PROP-CD-OPER-APRV TO WK-CD-OPER-SINAL
           ELSE
               MOVE WK-PROP-CD-OPER     TO WK-CD-OPER-SINAL
           END-IF

           MOVE WK-CD-OPER-SINAL        TO WK-CD-OPER-BUSCA
           PERFORM 570000-LOCALIZAR-OPERADOR
           IF  IX-OPE-ACHOU GREATER ZEROS
               ADD  1                   TO WK-OPE-QT-FORA(IX-OPE-ACHOU)
           END-IF

           MOVE 4                       TO WK-TP-SINAL
           PERFORM 560000-REGISTRAR-OCORRENCIA

           .
       540000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       550000-CONTAR-DECISAO SECTION.
      *-----------------------------------------------------------------
      *    Proposta ja decidida por ARCP0644 na janela de meses:
      *    cumprida ou descumprida, na conta do operador que aplicou.
      *    A descumprida fica guardada para a listagem.

           IF  NOT WK-PROP-CUMPRIDA
           AND NOT WK-PROP-DESCUMPRIDA
               GO TO 550000-SAI
           END-IF

           MOVE WK-PROP-CD-OPER         TO WK-CD-OPER-BUSCA
           PERFORM 570000-LOCALIZAR-OPERADOR
           IF  IX-OPE-ACHOU EQUAL ZEROS
               GO TO 550000-SAI
           END-IF

           IF  WK-PROP-CUMPRIDA
               ADD  1                   TO WK-OPE-QT-CMPR(IX-OPE-ACHOU)
           ELSE
               ADD  1                   TO WK-OPE-QT-DESC(IX-OPE-ACHOU)
               MOVE 5                   TO WK-TP-SINAL
               MOVE WK-PROP-CD-OPER     TO WK-CD-OPER-SINAL
               MOVE SPACES              TO WK-TX-MOTIVO
               PERFORM 560000-REGISTRAR-OCORRENCIA
           END-IF

           .
       550000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       560000-REGISTRAR-OCORRENCIA SECTION.
      *-----------------------------------------------------------------
      *    Guarda a proposta corrente como ocorrencia do sinal
      *    WK-TP-SINAL. Tabela cheia: aviso no SYSOUT (RC 4).

           IF  WK-QT-OCR NOT LESS 10000
               IF  NOT WK-OCR-CHEIO-AVSD
                   DISPLAY CTE-PROG ' Tabela de ocorrencias cheia'
                       ' (10000) - excedente fora da listagem'
                   SET  WK-OCR-CHEIO-AVSD TO TRUE
                   MOVE 4               TO RETURN-CODE
               END-IF
               GO TO 560000-SAI
           END-IF

           ADD  1                       TO WK-QT-OCR
           MOVE WK-QT-OCR               TO IX-OCR

           MOVE WK-TP-SINAL             TO WK-OCR-TP-SINAL(IX-OCR)
           MOVE WK-CD-OPER-SINAL        TO WK-OCR-CD-OPER-SINAL(IX-OCR)
           MOVE WK-PROP-CTA             TO WK-OCR-CTA(IX-OCR)
           MOVE WK-PROP-DT-PROC         TO WK-OCR-DT-PROC(IX-OCR)
           MOVE WK-PROP-HR-PROC         TO WK-OCR-HR-PROC(IX-OCR)
           MOVE WK-PROP-IC-SITC         TO WK-OCR-IC-SITC(IX-OCR)
           MOVE WK-PROP-VL-ENTD         TO WK-OCR-VL-ENTD(IX-OCR)
           MOVE WK-PROP-CD-OPER         TO WK-OCR-CD-OPER(IX-OCR)
           MOVE WK-PROP-CD-OPER-APRV    TO WK-OCR-CD-OPER-APRV(IX-OCR)
           MOVE WK-TX-MOTIVO            TO WK-OCR-TX-MOTIVO(IX-OCR)

           IF  WK-OCR-CICLO(IX-OCR)
               MOVE WK-CNC-DT-PROC      TO WK-OCR-DT-CNC(IX-OCR)
               MOVE WK-CNC-HR-PROC      TO WK-OCR-HR-CNC(IX-OCR)
               MOVE WK-CNC-CD-OPER      TO WK-OCR-CD-OPER-CNC(IX-OCR)
               MOVE WK-CNC-CD-OPER-APRV TO WK-OCR-CD-APRV-CNC(IX-OCR)
           ELSE
               MOVE ZEROS               TO WK-OCR-DT-CNC(IX-OCR)
               MOVE ZEROS               TO WK-OCR-HR-CNC(IX-OCR)
               MOVE SPACES              TO WK-OCR-CD-OPER-CNC(IX-OCR)
               MOVE SPACES              TO WK-OCR-CD-APRV-CNC(IX-OCR)
           END-IF

           .
       560000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       570000-LOCALIZAR-OPERADOR SECTION.
      *-----------------------------------------------------------------
      *    Localiza WK-CD-OPER-BUSCA na tabela de operadores ou o
      *    inclui na posicao do seu codigo, deslocando os seguintes,
      *    com a alcada (ALCADA; sem registro = zero) e a equipe
      *    (NEGOCIA; fora dele = '----'). IX-OPE-ACHOU zero: tabela
      *    cheia, aviso no SYSOUT (RC 4).

           MOVE ZEROS                   TO IX-OPE-ACHOU
           PERFORM VARYING IX-OPE FROM 1 BY 1
           UNTIL IX-OPE GREATER WK-QT-OPE
           OR IX-OPE-ACHOU GREATER ZEROS
               IF  WK-OPE-CD-OPER(IX-OPE) NOT LESS WK-CD-OPER-BUSCA
                   MOVE IX-OPE           TO IX-OPE-ACHOU
               END-IF
           END-PERFORM

           IF  IX-OPE-ACHOU GREATER ZEROS
               IF  WK-OPE-CD-OPER(IX-OPE-ACHOU) EQUAL WK-CD-OPER-BUSCA
                   GO TO 570000-SAI
               END-IF
           ELSE
               COMPUTE IX-OPE-ACHOU = WK-QT-OPE + 1
           END-IF

           IF  WK-QT-OPE NOT LESS 2000
               IF  NOT WK-OPE-CHEIO-AVSD
                   DISPLAY CTE-PROG ' Tabela de operadores cheia'
                       ' (2000) - excedente ignorado'
                   SET  WK-OPE-CHEIO-AVSD TO TRUE
                   MOVE 4               TO RETURN-CODE
               END-IF
               MOVE ZEROS               TO IX-OPE-ACHOU
               GO TO 570000-SAI
           END-IF

           PERFORM VARYING IX-MOV FROM WK-QT-OPE BY -1
           UNTIL IX-MOV LESS IX-OPE-ACHOU
               MOVE WK-TB-OPE(IX-MOV)   TO WK-TB-OPE(IX-MOV + 1)
           END-PERFORM
           ADD  1                       TO WK-QT-OPE

           INITIALIZE WK-TB-OPE(IX-OPE-ACHOU)
           MOVE WK-CD-OPER-BUSCA        TO WK-OPE-CD-OPER(IX-OPE-ACHOU)
           MOVE '----'                  TO WK-OPE-CD-EQP(IX-OPE-ACHOU)

           IF  WK-ALC-DISPONIVEL
               MOVE WK-CD-OPER-BUSCA    TO ALC-CD-OPER
               READ ALCADA
               IF  WK-FS-ALCADA EQUAL '00'
               AND ALC-VL-ALCD NUMERIC
                   MOVE ALC-VL-ALCD     TO WK-OPE-VL-ALCD(IX-OPE-ACHOU)
               END-IF
           END-IF

           IF  WK-NGC-DISPONIVEL
               MOVE WK-CD-OPER-BUSCA    TO NGC-CD-OPER
               READ NEGOCIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  NGC-CD-EQP NOT EQUAL SPACES
                           MOVE NGC-CD-EQP
                                 TO WK-OPE-CD-EQP(IX-OPE-ACHOU)
                       END-IF
               END-READ
           END-IF

           .
       570000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       580000-LOCALIZAR-PAR SECTION.
      *-----------------------------------------------------------------
      *    Par solicitante x confirmador da proposta corrente,
      *    incluido no fim se novo. IX-PAR zero: tabela cheia.

           MOVE ZEROS                   TO IX-PAR-INV
           PERFORM VARYING IX-PAR FROM 1 BY 1
           UNTIL IX-PAR GREATER WK-QT-PAR
           OR IX-PAR-INV GREATER ZEROS
               IF  WK-PAR-CD-OPER(IX-PAR) EQUAL WK-PROP-CD-OPER
               AND WK-PAR-CD-OPER-APRV(IX-PAR)
                                        EQUAL WK-PROP-CD-OPER-APRV
                   MOVE IX-PAR           TO IX-PAR-INV
               END-IF
           END-PERFORM

           MOVE IX-PAR-INV              TO IX-PAR
           IF  IX-PAR GREATER ZEROS
               GO TO 580000-SAI
           END-IF

           IF  WK-QT-PAR NOT LESS 2000
               IF  NOT WK-PAR-CHEIO-AVSD
                   DISPLAY CTE-PROG ' Tabela de pares cheia'
                       ' (2000) - excedente ignorado'
                   SET  WK-PAR-CHEIO-AVSD TO TRUE
                   MOVE 4               TO RETURN-CODE
               END-IF
               GO TO 580000-SAI
           END-IF

           ADD  1                       TO WK-QT-PAR
           MOVE WK-QT-PAR               TO IX-PAR
           MOVE WK-PROP-CD-OPER         TO WK-PAR-CD-OPER(IX-PAR)
           MOVE WK-PROP-CD-OPER-APRV    TO WK-PAR-CD-OPER-APRV(IX-PAR)
           MOVE ZEROS                   TO WK-PAR-QT(IX-PAR)

           .
       580000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       600000-APURAR-EQUIPES SECTION.
      *-----------------------------------------------------------------
      *    Soma cumpridas e descumpridas dos operadores por equipe.
      *    Sem NEGOCIA todos ficam na equipe '----' e a comparacao e
      *    com a media geral.

           PERFORM VARYING IX-OPE FROM 1 BY 1
           UNTIL IX-OPE GREATER WK-QT-OPE

               PERFORM 610000-LOCALIZAR-EQUIPE
               IF  IX-EQP GREATER ZEROS
                   ADD  WK-OPE-QT-CMPR(IX-OPE) TO WK-EQP-QT-CMPR(IX-EQP)
                   ADD  WK-OPE-QT-DESC(IX-OPE) TO WK-EQP-QT-DESC(IX-EQP)
               END-IF

           END-PERFORM

           .
       600000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       610000-LOCALIZAR-EQUIPE SECTION.
      *-----------------------------------------------------------------
      *    Equipe do operador IX-OPE na tabela de equipes, incluida no
      *    fim se nova. IX-EQP zero: tabela cheia (RC 4).

           PERFORM VARYING IX-EQP FROM 1 BY 1
           UNTIL IX-EQP GREATER WK-QT-EQP
               IF  WK-EQP-CD-EQP(IX-EQP) EQUAL WK-OPE-CD-EQP(IX-OPE)
                   GO TO 610000-SAI
               END-IF
           END-PERFORM

           IF  WK-QT-EQP NOT LESS 500
               DISPLAY CTE-PROG ' Tabela de equipes cheia (500) -'
                   ' equipe ' WK-OPE-CD-EQP(IX-OPE) ' ignorada'
               MOVE 4                   TO RETURN-CODE
               MOVE ZEROS               TO IX-EQP
               GO TO 610000-SAI
           END-IF

           ADD  1                       TO WK-QT-EQP
           MOVE WK-QT-EQP               TO IX-EQP
           MOVE WK-OPE-CD-EQP(IX-OPE)   TO WK-EQP-CD-EQP(IX-EQP)
           MOVE ZEROS                   TO WK-EQP-QT-CMPR(IX-EQP)
           MOVE ZEROS                   TO WK-EQP-QT-DESC(IX-EQP)

           .
       610000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       690000-IMPRIMIR-PERIODO SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Periodo: ' WK-DT-INI ' a ' WK-DT-FIM
               '   Janela de descumprimento desde ' WK-DT-INI-NGC
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       690000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       700000-IMPRIMIR-FAIXA-ALCADA SECTION.
      *-----------------------------------------------------------------
      *    Sinal 1 - operador com WK-QT-MIN-FXA ou mais aplicacoes
      *    diretas na faixa logo abaixo da alcada.

           MOVE WK-PC-FXA-ALCD          TO DSP-QT-DIAS
           MOVE WK-QT-MIN-FXA           TO DSP-QT-PEQ
           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '1 - Aplicacoes diretas ate ' DSP-QT-DIAS
               '% abaixo da alcada do operador (minimo de'
               DSP-QT-PEQ ' no periodo)'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  WK-ALC-INDISPONIVEL
               MOVE SPACES              TO RELATORIO-LINHA
               STRING
                   '    ALCADA indisponivel - sinal nao apurado'
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-STRING
               PERFORM 900000-ESCREVER-LINHA
               GO TO 700000-SAI
           END-IF

           PERFORM VARYING IX-OPE FROM 1 BY 1
           UNTIL IX-OPE GREATER WK-QT-OPE

               IF  WK-OPE-QT-FXA(IX-OPE) NOT LESS WK-QT-MIN-FXA
                   ADD  1               TO WK-QT-SINAL(1)
                   COMPUTE WK-PC-CALC ROUNDED =
                       WK-OPE-QT-FXA(IX-OPE) * 100
                       / WK-OPE-QT-DRTA(IX-OPE)
                   END-COMPUTE
                   MOVE WK-OPE-VL-ALCD(IX-OPE) TO DSP-VL-ALCD
                   MOVE WK-OPE-QT-DRTA(IX-OPE) TO DSP-QT-PEQ
                   MOVE WK-OPE-QT-FXA(IX-OPE)  TO DSP-QT-PEQ-2
                   MOVE WK-PC-CALC             TO DSP-PC
                   PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
                   MOVE SPACES          TO RELATORIO-LINHA
                   STRING
                       '  Operador ' WK-OPE-CD-OPER(IX-OPE)
                       '  Alcada ' DSP-VL-ALCD
                       '  Aplicacoes diretas ' DSP-QT-PEQ
                       '  Na faixa ' DSP-QT-PEQ-2
                       ' (' DSP-PC '%)'
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-STRING
                   PERFORM 900000-ESCREVER-LINHA
                   MOVE 1               TO WK-TP-SINAL-LST
                   MOVE WK-OPE-CD-OPER(IX-OPE) TO WK-CD-OPER-LST
                   MOVE SPACES          TO WK-CD-OPER-LST-2
                   PERFORM 800000-LISTAR-OCORRENCIAS
               END-IF

           END-PERFORM

           IF  WK-QT-SINAL(1) EQUAL ZEROS
               PERFORM 890000-IMPRIMIR-NENHUMA
           END-IF

           .
       700000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       710000-IMPRIMIR-PARES SECTION.
      *-----------------------------------------------------------------
      *    Sinal 2 - par mutuo (A confirmou B e B confirmou A, juntos
      *    WK-QT-MIN-PAR vezes ou mais; impresso uma vez, pelo lado
      *    de menor codigo) ou par exclusivo (todas as confirmacoes
      *    do solicitante no periodo pelo mesmo confirmador, ao menos
      *    WK-QT-MIN-PAR).

           MOVE WK-QT-MIN-PAR           TO DSP-QT-PEQ
           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '2 - Pares de operadores que se confirmam mutuamente'
               ' ou com confirmador exclusivo (minimo de'
               DSP-QT-PEQ ' confirmacoes)'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           PERFORM VARYING IX-PAR FROM 1 BY 1
           UNTIL IX-PAR GREATER WK-QT-PAR
               PERFORM 715000-AVALIAR-PAR
           END-PERFORM

           IF  WK-QT-SINAL(2) EQUAL ZEROS
               PERFORM 890000-IMPRIMIR-NENHUMA
           END-IF

           .
       710000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       715000-AVALIAR-PAR SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                   TO IX-PAR-INV
           PERFORM VARYING IX-MOV FROM 1 BY 1
           UNTIL IX-MOV GREATER WK-QT-PAR
           OR IX-PAR-INV GREATER ZEROS
               IF  WK-PAR-CD-OPER(IX-MOV)
                                   EQUAL WK-PAR-CD-OPER-APRV(IX-PAR)
               AND WK-PAR-CD-OPER-APRV(IX-MOV)
                                   EQUAL WK-PAR-CD-OPER(IX-PAR)
                   MOVE IX-MOV           TO IX-PAR-INV
               END-IF
           END-PERFORM

      *    Mutuo: so o lado de menor codigo imprime o par
           IF  IX-PAR-INV GREATER ZEROS
           AND WK-PAR-QT(IX-PAR) + WK-PAR-QT(IX-PAR-INV)
                                   NOT LESS WK-QT-MIN-PAR
               IF  WK-PAR-CD-OPER(IX-PAR)
                                   LESS WK-PAR-CD-OPER-APRV(IX-PAR)
                   ADD  1               TO WK-QT-SINAL(2)
                   MOVE WK-PAR-QT(IX-PAR)     TO DSP-QT-PEQ
                   MOVE WK-PAR-QT(IX-PAR-INV) TO DSP-QT-PEQ-2
                   PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
                   MOVE SPACES          TO RELATORIO-LINHA
                   STRING
                       '  MUTUO     ' WK-PAR-CD-OPER(IX-PAR)
                       ' confirmado por ' WK-PAR-CD-OPER-APRV(IX-PAR)
                       ':' DSP-QT-PEQ '   '
                       WK-PAR-CD-OPER-APRV(IX-PAR)
                       ' confirmado por ' WK-PAR-CD-OPER(IX-PAR)
                       ':' DSP-QT-PEQ-2
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-STRING
                   PERFORM 900000-ESCREVER-LINHA
                   MOVE 2               TO WK-TP-SINAL-LST
                   MOVE WK-PAR-CD-OPER(IX-PAR)      TO WK-CD-OPER-LST
                   MOVE WK-PAR-CD-OPER-APRV(IX-PAR) TO WK-CD-OPER-LST-2
                   PERFORM 800000-LISTAR-OCORRENCIAS
               END-IF
               GO TO 715000-SAI
           END-IF

      *    Exclusivo: o par responde por todas as confirmacoes do
      *    solicitante
           IF  WK-PAR-QT(IX-PAR) LESS WK-QT-MIN-PAR
               GO TO 715000-SAI
           END-IF

           MOVE WK-PAR-CD-OPER(IX-PAR)  TO WK-CD-OPER-BUSCA
           PERFORM 570000-LOCALIZAR-OPERADOR
           IF  IX-OPE-ACHOU EQUAL ZEROS
               GO TO 715000-SAI
           END-IF
           IF  WK-PAR-QT(IX-PAR) LESS WK-OPE-QT-CONF(IX-OPE-ACHOU)
               GO TO 715000-SAI
           END-IF

           ADD  1                       TO WK-QT-SINAL(2)
           MOVE WK-PAR-QT(IX-PAR)       TO DSP-QT-PEQ
           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  EXCLUSIVO ' WK-PAR-CD-OPER(IX-PAR)
               ' confirmado por ' WK-PAR-CD-OPER-APRV(IX-PAR)
               ':' DSP-QT-PEQ
               ' - todas as confirmacoes do solicitante no periodo'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA
           MOVE 2                       TO WK-TP-SINAL-LST
           MOVE WK-PAR-CD-OPER(IX-PAR)  TO WK-CD-OPER-LST
           MOVE WK-PAR-CD-OPER-APRV(IX-PAR) TO WK-CD-OPER-LST-2
           PERFORM 800000-LISTAR-OCORRENCIAS

           .
       715000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       720000-IMPRIMIR-CICLOS SECTION.
      *-----------------------------------------------------------------
      *    Sinal 3 - cada reaplicacao do periodo com o cancelamento
      *    que a antecedeu, na ordem de conta.

           MOVE WK-QT-DIAS-CICLO        TO DSP-QT-DIAS
           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '3 - Cancelamento (X) seguido de nova aplicacao (A)'
               ' na mesma conta em ate ' DSP-QT-DIAS ' dias'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           PERFORM VARYING IX-OCR FROM 1 BY 1
           UNTIL IX-OCR GREATER WK-QT-OCR
               IF  WK-OCR-CICLO(IX-OCR)
                   ADD  1               TO WK-QT-SINAL(3)
                   MOVE WK-OCR-VL-ENTD(IX-OCR) TO DSP-VL
                   MOVE SPACES          TO RELATORIO-LINHA
                   STRING
                       '    ' WK-OCR-SIS(IX-OCR)
                       ' ' WK-OCR-OPR(IX-OCR)
                       ' ' WK-OCR-EPRD(IX-OCR)
                       ' ' WK-OCR-SCTR(IX-OCR)
                       ' X ' WK-OCR-DT-CNC(IX-OCR)
                       ' ' WK-OCR-HR-CNC(IX-OCR)
                       ' ' WK-OCR-CD-OPER-CNC(IX-OCR)
                       '/' WK-OCR-CD-APRV-CNC(IX-OCR)
                       ' > A ' WK-OCR-DT-PROC(IX-OCR)
                       ' ' WK-OCR-HR-PROC(IX-OCR)
                       ' ' WK-OCR-CD-OPER(IX-OCR)
                       '/' WK-OCR-CD-OPER-APRV(IX-OCR)
                       ' ' DSP-VL
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-STRING
                   PERFORM 900000-ESCREVER-LINHA
               END-IF
           END-PERFORM

           IF  WK-QT-SINAL(3) EQUAL ZEROS
               PERFORM 890000-IMPRIMIR-NENHUMA
           END-IF

           .
       720000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       730000-IMPRIMIR-FORA-HORARIO SECTION.
      *-----------------------------------------------------------------
      *    Sinal 4 - por operador que agiu, as aplicacoes fora do
      *    horario comercial, fim de semana ou feriado.

           MOVE WK-HR-INI               TO DSP-HR-INI
           MOVE WK-HR-FIM               TO DSP-HR-FIM
           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '4 - Aplicacoes fora do horario comercial (' DSP-HR-INI
               'h as ' DSP-HR-FIM 'h), em fim de semana ou feriado'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           PERFORM VARYING IX-OPE FROM 1 BY 1
           UNTIL IX-OPE GREATER WK-QT-OPE

               IF  WK-OPE-QT-FORA(IX-OPE) GREATER ZEROS
                   ADD  1               TO WK-QT-SINAL(4)
                   MOVE WK-OPE-QT-FORA(IX-OPE) TO DSP-QT-PEQ
                   PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
                   MOVE SPACES          TO RELATORIO-LINHA
                   STRING
                       '  Operador ' WK-OPE-CD-OPER(IX-OPE)
                       '  Aplicacoes fora do horario ' DSP-QT-PEQ
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-STRING
                   PERFORM 900000-ESCREVER-LINHA
                   MOVE 4               TO WK-TP-SINAL-LST
                   MOVE WK-OPE-CD-OPER(IX-OPE) TO WK-CD-OPER-LST
                   MOVE SPACES          TO WK-CD-OPER-LST-2
                   PERFORM 800000-LISTAR-OCORRENCIAS
               END-IF

           END-PERFORM

           IF  WK-QT-SINAL(4) EQUAL ZEROS
               PERFORM 890000-IMPRIMIR-NENHUMA
           END-IF

           .
       730000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       740000-IMPRIMIR-DESCUMPRIMENTO SECTION.
      *-----------------------------------------------------------------
      *    Sinal 5 - negociador com WK-QT-MIN-NGC ou mais propostas
      *    decididas na janela cuja taxa de descumprimento passa da
      *    taxa da equipe (o proprio negociador incluido) vezes
      *    WK-PC-FATOR %.

           MOVE WK-QT-MESES             TO DSP-QT-DIAS
           MOVE WK-PC-FATOR             TO DSP-PC-3
           MOVE WK-QT-MIN-NGC           TO DSP-QT-PEQ
           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '5 - Descumprimento nos ultimos ' DSP-QT-DIAS
               ' meses acima de ' DSP-PC-3
               '% da taxa da equipe (minimo de' DSP-QT-PEQ
               ' propostas decididas)'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           PERFORM VARYING IX-OPE FROM 1 BY 1
           UNTIL IX-OPE GREATER WK-QT-OPE
               PERFORM 745000-AVALIAR-NEGOCIADOR
           END-PERFORM

           IF  WK-QT-SINAL(5) EQUAL ZEROS
               PERFORM 890000-IMPRIMIR-NENHUMA
           END-IF

           .
       740000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       745000-AVALIAR-NEGOCIADOR SECTION.
      *-----------------------------------------------------------------

           COMPUTE WK-QT-DCDD = WK-OPE-QT-CMPR(IX-OPE)
                              + WK-OPE-QT-DESC(IX-OPE)
           END-COMPUTE
           IF  WK-QT-DCDD LESS WK-QT-MIN-NGC
           OR  WK-QT-DCDD EQUAL ZEROS
               GO TO 745000-SAI
           END-IF

           PERFORM 610000-LOCALIZAR-EQUIPE
           IF  IX-EQP EQUAL ZEROS
               GO TO 745000-SAI
           END-IF

           COMPUTE WK-QT-DCDD-EQP = WK-EQP-QT-CMPR(IX-EQP)
                                  + WK-EQP-QT-DESC(IX-EQP)
           END-COMPUTE

           COMPUTE WK-PC-CALC ROUNDED =
               WK-OPE-QT-DESC(IX-OPE) * 100 / WK-QT-DCDD
           END-COMPUTE
           COMPUTE WK-PC-EQP ROUNDED =
               WK-EQP-QT-DESC(IX-EQP) * 100 / WK-QT-DCDD-EQP
           END-COMPUTE
           COMPUTE WK-PC-LIMITE ROUNDED =
               WK-PC-EQP * WK-PC-FATOR / 100
           END-COMPUTE

           IF  WK-PC-CALC NOT GREATER WK-PC-LIMITE
               GO TO 745000-SAI
           END-IF

           ADD  1                       TO WK-QT-SINAL(5)
           MOVE WK-QT-DCDD              TO DSP-QT-PEQ
           MOVE WK-OPE-QT-DESC(IX-OPE)  TO DSP-QT-PEQ-2
           MOVE WK-PC-CALC              TO DSP-PC
           MOVE WK-PC-EQP               TO DSP-PC-2
           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '  Negociador ' WK-OPE-CD-OPER(IX-OPE)
               '  Eqp ' WK-OPE-CD-EQP(IX-OPE)
               '  Decididas ' DSP-QT-PEQ
               '  Descumpridas ' DSP-QT-PEQ-2
               '  Taxa ' DSP-PC '%'
               '  Taxa da equipe ' DSP-PC-2 '%'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA
           MOVE 5                       TO WK-TP-SINAL-LST
           MOVE WK-OPE-CD-OPER(IX-OPE)  TO WK-CD-OPER-LST
           MOVE SPACES                  TO WK-CD-OPER-LST-2
           PERFORM 800000-LISTAR-OCORRENCIAS

           .
       745000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       800000-LISTAR-OCORRENCIAS SECTION.
      *-----------------------------------------------------------------
      *    Propostas do sinal WK-TP-SINAL-LST atribuidas a
      *    WK-CD-OPER-LST; no sinal 2, as do par nos dois sentidos
      *    (WK-CD-OPER-LST-2 preenchido).

           MOVE ZEROS                   TO WK-QT-LISTADAS

           PERFORM VARYING IX-OCR FROM 1 BY 1
           UNTIL IX-OCR GREATER WK-QT-OCR

               MOVE 'N'                 TO WK-SINAL-SW
               IF  WK-OCR-TP-SINAL(IX-OCR) EQUAL WK-TP-SINAL-LST
                   IF  WK-CD-OPER-LST-2 EQUAL SPACES
                       IF  WK-OCR-CD-OPER-SINAL(IX-OCR)
                                        EQUAL WK-CD-OPER-LST
                           SET  WK-SINALIZADO TO TRUE
                       END-IF
                   ELSE
                       IF  (WK-OCR-CD-OPER(IX-OCR) EQUAL WK-CD-OPER-LST
                       AND WK-OCR-CD-OPER-APRV(IX-OCR)
                                        EQUAL WK-CD-OPER-LST-2)
                       OR  (WK-OCR-CD-OPER(IX-OCR)
                                        EQUAL WK-CD-OPER-LST-2
                       AND WK-OCR-CD-OPER-APRV(IX-OCR)
                                        EQUAL WK-CD-OPER-LST)
                           SET  WK-SINALIZADO TO TRUE
                       END-IF
                   END-IF
               END-IF

               IF  WK-SINALIZADO
                   PERFORM 810000-IMPRIMIR-OCORRENCIA
               END-IF

           END-PERFORM

           .
       800000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       810000-IMPRIMIR-OCORRENCIA SECTION.
      *-----------------------------------------------------------------

           ADD  1                       TO WK-QT-LISTADAS
           MOVE WK-OCR-VL-ENTD(IX-OCR)  TO DSP-VL
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '    ' WK-OCR-SIS(IX-OCR)
               ' ' WK-OCR-OPR(IX-OCR)
               ' ' WK-OCR-EPRD(IX-OCR)
               ' ' WK-OCR-SCTR(IX-OCR)
               '  ' WK-OCR-DT-PROC(IX-OCR)
               ' ' WK-OCR-HR-PROC(IX-OCR)
               '  Sit ' WK-OCR-IC-SITC(IX-OCR)
               '  Entrada ' DSP-VL
               '  Oper ' WK-OCR-CD-OPER(IX-OCR)
               ' Aprv ' WK-OCR-CD-OPER-APRV(IX-OCR)
               ' ' WK-OCR-TX-MOTIVO(IX-OCR)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       810000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       890000-IMPRIMIR-NENHUMA SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               '    Nenhuma ocorrencia'
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           .
       890000-SAI.
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
       905000-QUEBRAR-LINHA-EM-BRANCO SECTION.
      *-----------------------------------------------------------------

           IF  WK-NR-LINHA LESS WK-MAX-LINHAS-PAG
               MOVE LINHA-BRANCO         TO RELATORIO-LINHA
               PERFORM 900000-ESCREVER-LINHA
           END-IF

           .
       905000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       910000-IMPRIMIR-CABECALHO SECTION.
      *-----------------------------------------------------------------
      *    Cabecalho de topo de pagina - repetido a cada pagina nova.

           ADD  1                       TO WK-NR-PAG
           MOVE WK-NR-PAG                TO DSP-NR-PAG
           MOVE ZEROS                   TO WK-NR-LINHA

      *    A linha que provocou a quebra e guardada e devolvida.
           MOVE RELATORIO-LINHA         TO WK-LINHA-SALVA
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Excecoes de Comportamento dos Operadores -'
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

           PERFORM 905000-QUEBRAR-LINHA-EM-BRANCO

           MOVE WK-QT-LIDOS             TO DSP-QT
           MOVE WK-QT-LIN-JANELA        TO DSP-QT-2
           MOVE WK-QT-CNC-JANELA        TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Linhas lidas: ' DSP-QT
               '   Linhas aplicadas/canceladas na janela: ' DSP-QT-2
               '   Cancelamentos: ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-APLC-PERIODO      TO DSP-QT
           MOVE WK-QT-CONF-PERIODO      TO DSP-QT-2
           MOVE WK-QT-OPE               TO DSP-QT-3
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Aplicacoes no periodo: ' DSP-QT
               '   Confirmadas por segundo operador: ' DSP-QT-2
               '   Operadores: ' DSP-QT-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           MOVE WK-QT-SINAL(1)          TO DSP-QT-PEQ
           MOVE WK-QT-SINAL(2)          TO DSP-QT-PEQ-2
           MOVE WK-QT-SINAL(3)          TO DSP-QT-PEQ-3
           MOVE WK-QT-SINAL(4)          TO DSP-QT-PEQ-4
           MOVE WK-QT-SINAL(5)          TO DSP-QT-PEQ-5
           MOVE SPACES                  TO RELATORIO-LINHA
           STRING
               'Sinais - faixa da alcada: ' DSP-QT-PEQ
               '   pares: ' DSP-QT-PEQ-2
               '   ciclos: ' DSP-QT-PEQ-3
               '   fora do horario: ' DSP-QT-PEQ-4
               '   descumprimento: ' DSP-QT-PEQ-5
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-STRING
           PERFORM 900000-ESCREVER-LINHA

           IF  WK-QT-SINAL(1) GREATER ZEROS
           OR  WK-QT-SINAL(2) GREATER ZEROS
           OR  WK-QT-SINAL(3) GREATER ZEROS
           OR  WK-QT-SINAL(4) GREATER ZEROS
           OR  WK-QT-SINAL(5) GREATER ZEROS
               MOVE 4                   TO RETURN-CODE
           END-IF

           DISPLAY CTE-PROG ' Lidos: ' WK-QT-LIDOS
               ' Aplicacoes no periodo: ' WK-QT-APLC-PERIODO
               ' Sinais: ' WK-QT-SINAL(1) '/' WK-QT-SINAL(2) '/'
               WK-QT-SINAL(3) '/' WK-QT-SINAL(4) '/' WK-QT-SINAL(5)

           .
       950000-SAI.
           EXIT.
