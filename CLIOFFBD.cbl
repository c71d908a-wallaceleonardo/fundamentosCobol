       77 WS-QT-NAO-ENCONTRADOS              PIC 9(06) VALUE ZEROS.
       77 WS-QT-JA-INATIVOS                  PIC 9(06) VALUE ZEROS.

       01 WS-IMAGEM-ANTES                    PIC X(300).

      *    DATA DE NEGOCIO DO LOTE, GRAVADA COMO DATA DA INATIVACAO.
       77 WS-RUN-DATE                        PIC 9(08) VALUE ZEROS.
