      * COMPILACAO: COBOL MVS
      *-----------------------------------------------------------------
      * VRS001 02.09.2026 - F8944859 - IMPLANTACAO
      * VRS002 15.10.2026 - F8944859 - Descricao do motivo 6 -
      *        reincidencia apos a reoferta automatica (ARCP0654).
      * VRS003 15.10.2026 - F8944859 - Descricao do motivo 7 - limite
      *        de frequencia de proposta (ARCP0627).
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
           03  FILLER                       PIC  X(30)
                          VALUE 'Cadastro divergente'.
           03  FILLER                       PIC  X(30)
                          VALUE 'Reincidencia (reoferta)'.
           03  FILLER                       PIC  X(30)
                          VALUE 'Limite de frequencia'.
           03  FILLER                       PIC  X(30)
                          VALUE 'Motivo 8'.
           03  FILLER                       PIC  X(30)
