      *         '1' requisicao, '2' Resultado/opcao, '3' combinacao.
      *----------------------------------------------------------------*
      * VRS0001 22.08.2026 - F8944859 - Implantacao.
      * VRS0002 15.10.2026 - F8944859 - Tipo '1' informa a posicao do
      *         Resultado de garantia, quantos grupos tem garantia e
      *         a soma do valor liquido recuperavel delas.
      *----------------------------------------------------------------*

       03  IFC-TP-REG                  PIC  X(01).
           05  IFC-QT-GR               PIC  9(02).
           05  FILLER                  PIC  X(01).
           05  IFC-QT-RSTD             PIC  9(02).
           05  FILLER                  PIC  X(01).
           05  IFC-IC-RSTD-GRNT        PIC  9(02).
           05  FILLER                  PIC  X(01).
           05  IFC-QT-GR-GRNT          PIC  9(02).
           05  FILLER                  PIC  X(01).
           05  IFC-VL-RCPR-GRNT        PIC  9(15)V99.
           05  FILLER                  PIC  X(18).

      *    Tipo '2' - uma linha por opcao calculada de cada Resultado
       03  IFC-DADOS-OPC REDEFINES IFC-DADOS.
