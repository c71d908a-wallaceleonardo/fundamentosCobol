      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CLIEND, OS ENDERECOS
      *          ADICIONAIS DO CLIENTE POR FINALIDADE (INDEXADO PELA
      *          CHAVE CLIENTE + TIPO). O ENDERECO DO CLIENTE-MASTER
      *          CONTINUA SENDO O ENDERECO PADRAO: TIPO SEM LINHA
      *          AQUI CAI NELE (COPY/ENDERPR.CPY). MANTIDO ONLINE
      *          POR DEMONSTRA-ENDMANUT, COM TRILHA ENDHIST.
      ******************************************************************
       01 WS-REG-CLIEND.
           03 END-CHAVE.
               05 END-NUM-CLIENTE                PIC 9(06).
      *        TIPO: F=FATURAMENTO (DOCUMENTO DE FATURA),
      *        E=ENTREGA (PEDIDOS E IMPOSTO MUNICIPAL),
      *        C=CORRESPONDENCIA (COBRANCA E EXTRATO).
               05 END-TIPO                       PIC X(01).
                   88 END-FATURAMENTO            VALUE 'F'.
                   88 END-ENTREGA                VALUE 'E'.
                   88 END-CORRESPONDENCIA        VALUE 'C'.
                   88 END-TIPO-VALIDO            VALUE 'F' 'E' 'C'.
           03 END-ENDERECO                       PIC X(20).
           03 END-CIDADE                         PIC X(30).
           03 END-ESTADO                         PIC X(30).
           03 END-DATA-ULT-ALT                   PIC X(14).
           03 FILLER                             PIC X(09).
