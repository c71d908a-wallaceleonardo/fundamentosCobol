      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DAS PROPOSTAS DE EMPRESTIMO
      *          (EMPPROP, INDEXADO POR EPR-NUMERO): UMA LINHA POR
      *          PEDIDO ANALISADO NA TRANSACAO DEMONSTRA-EMPORIG, COM
      *          O QUE FOI PEDIDO, O RETRATO DA ANALISE DE CREDITO
      *          (GRAU DO CLISCORE, EXPOSICAO NO EMPMAST E ATRASOS NO
      *          PAGTOPEND), A RECOMENDACAO, A DECISAO E QUEM DECIDIU.
      *          APROVADA ('A') APONTA O EMPRESTIMO CRIADO; RECUSADA
      *          ('R') GUARDA ATE 3 CODIGOS DE MOTIVO PARA O
      *          RELATORIO MENSAL DE RECUSAS (DEMONSTRA-EMPRECUS):
      *            GD = CLIENTE COM GRAU 'D' (PAGADOR CRONICO)
      *            EX = EXPOSICAO COM O PEDIDO ACIMA DO MAXIMO
      *            AT = PARCELAS ATRASADAS EM ABERTO ACIMA DO TOLERADO
      *            OP = RECUSADA PELO ANALISTA SEM MOTIVO DA ANALISE
      *            SV = ALCADA EXCEDIDA SEM SUPERVISOR QUE AUTORIZE
      ******************************************************************
       01 WS-REG-EMPPROP.
           03 EPR-NUMERO                         PIC 9(06).
           03 EPR-NUM-CLIENTE                    PIC 9(06).
      *    O PEDIDO: VALOR, TAXA POR PERIODO E PRAZO (MESMOS PICS DO
      *    EMPMAST).
           03 EPR-VALOR                          PIC S9(07)V99.
           03 EPR-TAXA                           PIC S9(01)V9999.
           03 EPR-PERIODOS                       PIC 9(03).
      *    RETRATO DA ANALISE: GRAU (BRANCO = SEM APURACAO), SALDO
      *    DEVEDOR DOS EMPRESTIMOS DO CLIENTE ANTES DO PEDIDO E
      *    VALOR DAS PARCELAS ATRASADAS EM ABERTO.
           03 EPR-GRAU                           PIC X(01).
           03 EPR-EXPOSICAO                      PIC S9(09)V99.
           03 EPR-ATRASADO                       PIC S9(09)V99.
           03 EPR-RECOMENDACAO                   PIC X(01).
               88 EPR-RECOMENDA-APROVAR          VALUE 'A'.
               88 EPR-RECOMENDA-RECUSAR          VALUE 'R'.
           03 EPR-SITUACAO                       PIC X(01).
               88 EPR-APROVADA                   VALUE 'A'.
               88 EPR-RECUSADA                   VALUE 'R'.
           03 EPR-MOTIVO               OCCURS 3 TIMES
                                                 PIC X(02).
      *    DATA DE NEGOCIO DA DECISAO, ANALISTA E, NA APROVACAO ACIMA
      *    DA ALCADA (OU CONTRA A RECOMENDACAO), O SUPERVISOR.
           03 EPR-DATA                           PIC 9(08).
           03 EPR-OPERADOR                       PIC X(08).
           03 EPR-SUPERVISOR                     PIC X(08).
      *    EMPRESTIMO CRIADO NO EMPMAST (ZEROS NA RECUSADA).
           03 EPR-NUM-EMPRESTIMO                 PIC 9(06).
