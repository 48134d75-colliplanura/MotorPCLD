      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 22.08.2026 - F8944859 - IMPLANTACAO
      * VRS004 15.10.2026 - F8944859 - ESTATIST com 61 posicoes
      *        (indicador de cache de respostas do ARCP0627). Linha de
      *        acerto no cache entra na media com tempo zero - a
      *        previsao e por requisicao, e a fracao servida pelo
      *        cache ja vem embutida no historico.
      * VRS003 02.09.2026 - F8944859 - Controle de cadeia: ao fechar,
      *        apensa no CHAINCTL (book ARCKCHCT) a linha do passo com
      *        contas lidas e regravadas, para o verificador ARCP0645
      *    fonte do tempo medio por despacho da previsao de corte.
       FD  ESTATIST
           BLOCK 0 RECORDS
           RECORD  61
           RECORDING MODE IS F.

       01  ESTATIST-REGISTRO.
           03  EST-QT-NVL-MAX          PIC  9(02).
           03  FILLER                  PIC  X(01).
           03  EST-TM-DRCO-CSS         PIC  9(09).
           03  FILLER                  PIC  X(01).
           03  EST-IC-CACHE            PIC  X(01).

      *    Previsao de corte da noite (vide VRS002)
       FD  PREVCORT
