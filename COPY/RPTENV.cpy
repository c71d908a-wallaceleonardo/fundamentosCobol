      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE ENVIO DE RELATORIOS, GRAVADO
      *          PELO DEMONSTRA-RPTDIST NO LOG PERMANENTE RPTENVLOG
      *          (O QUE FOI MANDADO A QUEM, EM QUE DATA DE NEGOCIO) E,
      *          PARA AS PECAS ENFILEIRADAS, TAMBEM NA FILA RPTENVQ
      *          QUE O GATEWAY DE CORREIO CONSOME. SITUACAO: 'E' =
      *          PECA ENFILEIRADA AO DESTINATARIO; 'V' = NADA NO
      *          RELATORIO PARA A CHAVE DO DESTINATARIO; 'S' = CHAVE
      *          DO RELATORIO SEM DESTINATARIO NA TABELA RPTDSTAB;
      *          'F' = RELATORIO FALTANTE (NAO CHEGOU DA CADEIA).
      ******************************************************************
       01 WS-REG-RPTENV.
           03 ENV-DATA-NEGOCIO                   PIC 9(08).
           03 ENV-DATA-HORA                      PIC X(14).
           03 ENV-RELATORIO                      PIC X(12).
           03 ENV-CHAVE                          PIC X(08).
           03 ENV-DESTINATARIO                   PIC X(20).
           03 ENV-ARQUIVO                        PIC X(20).
           03 ENV-QT-LINHAS                      PIC 9(06).
           03 ENV-SITUACAO                       PIC X(01).
               88 ENV-ENFILEIRADO                VALUE 'E'.
               88 ENV-VAZIO                      VALUE 'V'.
               88 ENV-SEM-DESTINO                VALUE 'S'.
               88 ENV-FALTANTE                   VALUE 'F'.
