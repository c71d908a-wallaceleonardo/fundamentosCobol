      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DAS ROTINAS COMPARTILHADAS DE
      *          UNICIDADE DO DOCUMENTO FISCAL (COPY/DOCTABPR.CPY):
      *          OS DOCUMENTOS JA GRAVADOS NO CLIMAST, CARREGADOS EM
      *          TABELA, O DOCUMENTO EM TESTE E A RESPOSTA "JA ESTA
      *          EM USO, E POR QUEM?".
      ******************************************************************
       77 WS-QT-TAB-DOCTO                    PIC 9(04) VALUE ZEROS.
       77 WS-IX-DOCTO                        PIC 9(04) VALUE ZEROS.
       01 WS-TAB-DOCTO.
           03 WS-DOCTO-ITEM            OCCURS 5000 TIMES.
               05 WS-DOCTO-NUMERO             PIC X(14).
               05 WS-DOCTO-CLIENTE            PIC 9(06).

      *    ENTRADA: O DOCUMENTO NORMALIZADO (SO' DIGITOS, COMO EM
      *    WS-NUM-DOCUMENTO) E O CLIENTE QUE QUER USA-LO - O
      *    PROPRIO CLIENTE NAO CONTA COMO DUPLICIDADE.
       77 WS-DOCTO-CHAVE                     PIC X(14) VALUE SPACES.
       77 WS-DOCTO-SOLICITANTE               PIC 9(06) VALUE ZEROS.

      *    RESPOSTA: EM USO OU NAO E O CLIENTE DONO DO DOCUMENTO.
       77 WS-SW-DOCTO-USO                    PIC X(01) VALUE 'N'.
           88 DOCUMENTO-EM-USO               VALUE 'S' FALSE 'N'.
       77 WS-DOCTO-DONO                      PIC 9(06) VALUE ZEROS.

      *    APOIO: O STATUS DO CLIMAST, DEVOLVIDO COMO RECEBIDO.
       77 WS-DOCTO-FS-SALVO                  PIC X(02) VALUE '00'.
