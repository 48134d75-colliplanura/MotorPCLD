      * VRS0002 02.09.2026 - F8944859 - Convencao da chave do tipo
      *         'L' fixada (conta com espacos/zeros), casada com a
      *         montagem das leituras.
      * VRS0003 15.10.2026 - F8944859 - Tabela de codigos de motivo
      *         (88 EMB-MTV-VALIDO), criticada na manutencao on-line
      *         ARCT0634, que passa a montar a chave e a vigencia.
      *         Levantamento de embargo nao exclui o registro: fecha
      *         a vigencia (fim = vespera), preservando o historico
      *         para a compliance.
      *----------------------------------------------------------------*

       03  EMB-CHAVE.
       03  EMB-DT-INI                  PIC  9(08).
       03  EMB-DT-FIM                  PIC  9(08).
       03  EMB-CD-MTV                  PIC  9(03).
           88  EMB-MTV-LITIGIO         VALUE 001.
           88  EMB-MTV-FALECIMENTO     VALUE 002.
           88  EMB-MTV-RECUP-JUDICIAL  VALUE 003.
           88  EMB-MTV-FRAUDE          VALUE 004.
           88  EMB-MTV-ORDEM-JUDICIAL  VALUE 005.
           88  EMB-MTV-VALIDO          VALUE 001 THRU 005.
