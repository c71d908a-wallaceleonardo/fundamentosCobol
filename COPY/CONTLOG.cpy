      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO LOG DE CONTATOS DE COBRANCA
      *          (CONTLOG), ACRESCENTADO PELO COBRADOR EM
      *          DEMONSTRA-COBCONT A CADA LIGACAO DA LISTA DE
      *          TRABALHO: QUEM LIGOU, PARA QUAL CLIENTE, O
      *          RESULTADO E A OBSERVACAO QUE ANTES IA PARA O PAPEL.
      *          NO RESULTADO 'P' (PROMETEU), CTT-NUM-PAGTO APONTA O
      *          PAGAMENTO QUE RECEBEU A PROMESSA (PROMLOG). LIDO POR
      *          DEMONSTRA-COBKPI PARA OS CONTATOS POR COBRADOR.
      ******************************************************************
       01 WS-REG-CONTLOG.
           03 CTT-COBRADOR                       PIC X(08).
           03 CTT-NUM-CLIENTE                    PIC 9(06).
           03 CTT-RESULTADO                      PIC X(01).
               88 CTT-NAO-ATENDEU                VALUE 'N'.
               88 CTT-NUMERO-ERRADO              VALUE 'E'.
               88 CTT-PROMETEU                   VALUE 'P'.
               88 CTT-RECUSOU                    VALUE 'R'.
               88 CTT-PAGOU                      VALUE 'G'.
               88 CTT-RESULTADO-VALIDO           VALUE 'N' 'E' 'P'
                                                       'R' 'G'.
           03 CTT-NUM-PAGTO                      PIC 9(06).
           03 CTT-DATA-NEGOCIO                   PIC 9(08).
           03 CTT-DATA-HORA                      PIC X(14).
           03 CTT-OBSERVACAO                     PIC X(40).
