      *        entrada, cronograma de parcelas e lista de exclusoes do
      *        caso (antes sempre zerados em 2100-MONTAR-BOOK); erro do
      *        motor tambem conta como divergencia (WK-QT-DRIFT).
      * VRS004 15.10.2026 - F8944859 - PARM-CASO-RSTR: o caso com esse
      *        CASO-ID (ou todos, com 'TODOS') vai ao motor com o
      *        rastro de decisao ligado (ARCSB628-IC-RSTR), origem
      *        RODA - o RASTRO explica o Resultado que divergiu do
      *        golden. Nao altera a comparacao.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       01  PARM-RODA.
           03  PARM-MODO                PIC  X(01).
           03  PARM-CASO-RSTR           PIC  X(08).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM-RODA.
               DISPLAY CTE-PROG ' modo: COMPARAR GOLDEN'
           END-IF

           IF  PARM-CASO-RSTR NOT EQUAL SPACES
               DISPLAY CTE-PROG ' rastro de decisao: ' PARM-CASO-RSTR
           END-IF

           OPEN INPUT RODALIB
           IF  IN-MODO-GERAR
               OPEN OUTPUT RODAGLD
           MOVE CASO-PC-ABXO             TO ARCSB628-PC-ABXO
           MOVE CASO-QT-GR               TO ARCSB628-QT-GR

           IF  PARM-CASO-RSTR NOT EQUAL SPACES
           AND (PARM-CASO-RSTR EQUAL CASO-ID
                OR PARM-CASO-RSTR EQUAL 'TODOS')
               SET  ARCSB628-RSTR-LIGADO TO TRUE
               MOVE 'RODA'               TO ARCSB628-CD-ORIG-RSTR
               MOVE CASO-ID              TO ARCSB628-ID-RSTR
           ELSE
               SET  ARCSB628-RSTR-DESLIGADO TO TRUE
           END-IF

           MOVE CASO-QT-FXA-ENTD         TO ARCSB628-QT-FXA-ENTD
           PERFORM VARYING IC-FXA-ENTD FROM 1 BY 1
           UNTIL IC-FXA-ENTD GREATER ARCSB628-QT-FXA-ENTD
