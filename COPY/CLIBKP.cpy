           03 BKP-TIPO                           PIC X(01).
               88 BKP-DETALHE                    VALUE 'D'.
               88 BKP-TRAILER                    VALUE 'T'.
           03 BKP-DADOS                          PIC X(300).
           03 BKP-DADOS-TRAILER REDEFINES BKP-DADOS.
               05 BKP-QT-REGISTROS               PIC 9(06).
               05 BKP-MENOR-CHAVE                PIC 9(06).
               05 BKP-MAIOR-CHAVE                PIC 9(06).
               05 FILLER                         PIC X(282).
