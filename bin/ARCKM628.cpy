      *         cliente, ARCT0628 reune todas as contas dele pelo
      *         indice CLINDEX e precifica em uma unica requisicao
      *         multigrupos, como o lote noturno faz.
      * VRS0004 15.10.2026 - F8944859 - Campos DTAC (data do aceite do
      *         cliente), CNL (canal: A agencia, D assinatura
      *         digital, G ligacao gravada) e DCTO (referencia do
      *         documento) para a formalizacao PF2 do Resultado
      *         aplicado.
      *----------------------------------------------------------------*

       01  ARCM628I.
           02  FILLER REDEFINES LINF.
               03  LINA   OCCURS 5 TIMES    PIC  X(01).
           02  LINI       OCCURS 5 TIMES    PIC  X(38).
           02  DTACL                        PIC S9(04)    COMP.
           02  DTACF                        PIC  X(01).
           02  FILLER REDEFINES DTACF.
               03  DTACA                    PIC  X(01).
           02  DTACI                        PIC  9(08).
           02  CNLL                         PIC S9(04)    COMP.
           02  CNLF                         PIC  X(01).
           02  FILLER REDEFINES CNLF.
               03  CNLA                     PIC  X(01).
           02  CNLI                         PIC  X(01).
           02  DCTOL                        PIC S9(04)    COMP.
           02  DCTOF                        PIC  X(01).
           02  FILLER REDEFINES DCTOF.
               03  DCTOA                    PIC  X(01).
           02  DCTOI                        PIC  X(30).

       01  ARCM628O REDEFINES ARCM628I.
           02  FILLER                       PIC  X(12).
           02  MOTVO                        PIC  X(60).
           02  FILLER     OCCURS 5 TIMES    PIC  X(05).
           02  LINO       OCCURS 5 TIMES    PIC  X(38).
           02  FILLER                       PIC  X(03).
           02  DTACO                        PIC  9(08).
           02  FILLER                       PIC  X(03).
           02  CNLO                         PIC  X(01).
           02  FILLER                       PIC  X(03).
           02  DCTOO                        PIC  X(30).
