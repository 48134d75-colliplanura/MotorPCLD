      *        conferir o handoff com as fatias de ARCP0627 - a
      *        consolidacao que leu fatia vazia deixa de passar em
      *        silencio.
      * VRS003 15.10.2026 - F8944859 - RESUMO das fatias e o unico com
      *        111 posicoes: requisicoes, entrada proposta e caixa
      *        recuperado das contas baixadas a prejuizo (modo
      *        recuperacao de ARCP0627) somados a parte.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------

       FD  RESSLC1
           BLOCK 0 RECORDS
           RECORD  111
           RECORDING MODE IS F.
       01  RESSLC1-REGISTRO                PIC  X(111).

       FD  RESSLC2
           BLOCK 0 RECORDS
           RECORD  111
           RECORDING MODE IS F.
       01  RESSLC2-REGISTRO                PIC  X(111).

       FD  RESSLC3
           BLOCK 0 RECORDS
           RECORD  111
           RECORDING MODE IS F.
       01  RESSLC3-REGISTRO                PIC  X(111).

       FD  RESSLC4
           BLOCK 0 RECORDS
           RECORD  111
           RECORDING MODE IS F.
       01  RESSLC4-REGISTRO                PIC  X(111).

       FD  AUDITORIA
           BLOCK 0 RECORDS

       FD  RESUMO
           BLOCK 0 RECORDS
           RECORD  111
           RECORDING MODE IS F.

      *    Mesmo layout do RESUMO gravado por ARCP0627 (950000).
           03  RES-VL-PCLD-RVSA         PIC  9(15)V99.
           03  FILLER                   PIC  X(01).
           03  RES-QT-DUPL              PIC  9(07).
           03  FILLER                   PIC  X(01).
           03  RES-QT-RQSC-PRJZ         PIC  9(07).
           03  FILLER                   PIC  X(01).
           03  RES-VL-ENTD-PRJZ         PIC  9(15)V99.
           03  FILLER                   PIC  X(01).
           03  RES-VL-RCPR-PRJZ         PIC  9(15)V99.

      *    Controle de cadeia da sequencia noturna (vide VRS002)
       FD  CHAINCTL
           03  WKS-VL-PCLD-RVSA         PIC  9(15)V99.
           03  FILLER                   PIC  X(01).
           03  WKS-QT-DUPL              PIC  9(07).
           03  FILLER                   PIC  X(01).
           03  WKS-QT-RQSC-PRJZ         PIC  9(07).
           03  FILLER                   PIC  X(01).
           03  WKS-VL-ENTD-PRJZ         PIC  9(15)V99.
           03  FILLER                   PIC  X(01).
           03  WKS-VL-RCPR-PRJZ         PIC  9(15)V99.

       01  WK-TOTAIS.
           03  WK-TOT-QT-RQSC           PIC S9(07)    COMP-5
                                                        VALUE ZEROS.
           03  WK-TOT-QT-DUPL           PIC S9(07)    COMP-5
                                                        VALUE ZEROS.
           03  WK-TOT-QT-RQSC-PRJZ      PIC S9(07)    COMP-5
                                                        VALUE ZEROS.
           03  WK-TOT-VL-ENTD-PRJZ      PIC S9(15)V99 COMP-3
                                                        VALUE ZEROS.
           03  WK-TOT-VL-RCPR-PRJZ      PIC S9(15)V99 COMP-3
                                                        VALUE ZEROS.

       01  DATA-HORA-PROC.
           03  DTH-DATA                 PIC  9(08).
               ADD WKS-VL-ENTD          TO WK-TOT-VL-ENTD
               ADD WKS-VL-PCLD-RVSA     TO WK-TOT-VL-PCLD-RVSA
               ADD WKS-QT-DUPL          TO WK-TOT-QT-DUPL
               IF  WKS-QT-RQSC-PRJZ NUMERIC
                   ADD WKS-QT-RQSC-PRJZ TO WK-TOT-QT-RQSC-PRJZ
                   ADD WKS-VL-ENTD-PRJZ TO WK-TOT-VL-ENTD-PRJZ
                   ADD WKS-VL-RCPR-PRJZ TO WK-TOT-VL-RCPR-PRJZ
               END-IF
           ELSE
               DISPLAY CTE-PROG ' RESUMO da fatia ' IX-SLC
                   ' ausente ou invalido'
           MOVE WK-TOT-VL-ENTD          TO RES-VL-ENTD
           MOVE WK-TOT-VL-PCLD-RVSA     TO RES-VL-PCLD-RVSA
           MOVE WK-TOT-QT-DUPL          TO RES-QT-DUPL
           MOVE WK-TOT-QT-RQSC-PRJZ     TO RES-QT-RQSC-PRJZ
           MOVE WK-TOT-VL-ENTD-PRJZ     TO RES-VL-ENTD-PRJZ
           MOVE WK-TOT-VL-RCPR-PRJZ     TO RES-VL-RCPR-PRJZ

           WRITE RESUMO-REGISTRO

