      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE MUDANCAS PENDENTES
      *          DE APROVACAO DO CLIENTE-MASTER (CLIPEND), NOS MOLDES
      *          DO WOFFPROP: A MANUTENCAO (DEMONSTRA-CLIMANUT) ANEXA
      *          AQUI, EM VEZ DE APLICAR, A MUDANCA DO LIMITE DE
      *          CREDITO ACIMA DO PARAMETRO LIMITE-APROVACAO E A DO
      *          MODO DE FATURAMENTO; O SUPERVISOR DECIDE EM
      *          DEMONSTRA-CLIAPRV. UMA LINHA POR CAMPO PEDIDO. A
      *          REVISAO MENSAL DO LIMITE (DEMONSTRA-CREDREVIEW) PEDE
      *          AQUI, COM SOLICITANTE 'CREDREV', OS AUMENTOS QUE
      *          PASSAM DE LIMITE-APROVACAO.
      *          CICLO DA SITUACAO: 'P' PENDENTE -> 'A' APROVADA (E
      *          APLICADA NO CLIMAST) OU 'R' RECUSADA; PENDENTE ALEM
      *          DA VALIDADE (VALIDADE-CLIPEND) VIRA 'E' EXPIRADA.
      *          OS VALORES 'ANTES' SAO OS DO CADASTRO NO PEDIDO: SE
      *          O CADASTRO MUDOU DESDE ENTAO, A APROVACAO E' RECUSADA.
      ******************************************************************
       01 WS-REG-CLIPEND.
           03 PEND-NUM-CLIENTE                   PIC 9(06).
           03 PEND-CAMPO                         PIC X(01).
               88 PEND-LIMITE                    VALUE 'L'.
               88 PEND-MODO-FATURAMENTO          VALUE 'F'.
           03 PEND-LIMITE-ANTES                  PIC 9(07)V99.
           03 PEND-LIMITE-NOVO                   PIC 9(07)V99.
           03 PEND-MODO-ANTES                    PIC X(01).
           03 PEND-MODO-NOVO                     PIC X(01).
      *    QUEM PEDIU (ID DO SIGN-ON DA MANUTENCAO) E QUANDO (DATA
      *    DE NEGOCIO).
           03 PEND-SOLICITANTE                   PIC X(08).
           03 PEND-DATA-PEDIDO                   PIC 9(08).
           03 PEND-SITUACAO                      PIC X(01).
               88 PEND-PENDENTE                  VALUE 'P'.
               88 PEND-APROVADA                  VALUE 'A'.
               88 PEND-RECUSADA                  VALUE 'R'.
               88 PEND-EXPIRADA                  VALUE 'E'.
      *    O SUPERVISOR QUE DECIDIU (NUNCA O SOLICITANTE) E A DATA
      *    DA DECISAO; NA EXPIRACAO, SO' A DATA.
           03 PEND-APROVADOR                     PIC X(08).
           03 PEND-DATA-DECISAO                  PIC 9(08).
