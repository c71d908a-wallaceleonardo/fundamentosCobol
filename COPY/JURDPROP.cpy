      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE DISPENSAS DE JUROS
      *          DE MORA (JURDISP), COMPARTILHADO PELA PROPOSTA DO
      *          COBRADOR (DEMONSTRA-JURDISP), PELA APROVACAO DO
      *          SUPERVISOR (DEMONSTRA-JURDAPRV) E PELO RELATORIO
      *          MENSAL (DEMONSTRA-JURDREL). CICLO DA SITUACAO: 'P'
      *          AGUARDANDO O SUPERVISOR (ACIMA DA ALCADA DO
      *          COBRADOR) -> 'X' APLICADA OU 'R' RECUSADA; DENTRO DA
      *          ALCADA A DISPENSA JA NASCE 'X'. APROVADA SOBRE UM
      *          PAGAMENTO QUE NAO ADMITE MAIS A DISPENSA (QUITADO,
      *          CANCELADO, JUROS MENORES QUE O PEDIDO) VIRA 'E' SEM
      *          EFEITO. O ARQUIVO GUARDA O HISTORICO.
      ******************************************************************
       01 WS-REG-JURDISP.
           03 DSP-NUM-PAGTO                      PIC 9(06).
           03 DSP-NUM-CLIENTE                    PIC 9(06).
           03 DSP-VALOR                          PIC 9(07)V99.
      *    MOTIVO DA DISPENSA (TABELA EM COPY/JURDMOT.CPY).
           03 DSP-MOTIVO                         PIC X(02).
               88 DSP-MOTIVO-VALIDO              VALUE 'AC' 'EC' 'RC'
                                                       'CT' 'JD'.
      *    COBRADOR QUE PROPOS (ID DO SIGN-ON) E A DATA DE NEGOCIO.
           03 DSP-COBRADOR                       PIC X(08).
           03 DSP-DATA-PROPOSTA                  PIC 9(08).
           03 DSP-SITUACAO                       PIC X(01).
               88 DSP-PENDENTE                   VALUE 'P'.
               88 DSP-APLICADA                   VALUE 'X'.
               88 DSP-RECUSADA                   VALUE 'R'.
               88 DSP-SEM-EFEITO                 VALUE 'E'.
      *    QUEM DECIDIU (O PROPRIO COBRADOR DENTRO DA ALCADA) E A
      *    DATA DE NEGOCIO DA DECISAO - DA APLICACAO, NA 'X'.
           03 DSP-APROVADOR                      PIC X(08).
           03 DSP-DATA-DECISAO                   PIC 9(08).
