      *         reprocesso de ARCP0627 para o envelhecimento e a
      *         escalada ao time de cadastro (registro cresce de 168
      *         para 181 posicoes).
      * VRS0004 15.10.2026 - F8944859 - Motivo 6 (reincidencia: conta
      *         que descumpriu tambem a reoferta automatica), gravado
      *         por ARCP0654 no mesmo layout do ESCALADO.
      * VRS0005 15.10.2026 - F8944859 - Motivo 7 (limite de frequencia
      *         de proposta por conta ou cliente na janela movel),
      *         gravado por ARCP0627; nunca escala.
      *----------------------------------------------------------------*

       03  REJ-SIS                     PIC  X(03).
           88  REJ-MTV-ERRO-MOTOR      VALUE 3.
           88  REJ-MTV-EMBARGO         VALUE 4.
           88  REJ-MTV-DIVERGENCIA     VALUE 5.
           88  REJ-MTV-REINCIDENCIA    VALUE 6.
           88  REJ-MTV-FREQUENCIA      VALUE 7.
       03  FILLER                      PIC  X(01).
       03  REJ-TX-ERRO                 PIC  X(120).
       03  FILLER                      PIC  X(01).
