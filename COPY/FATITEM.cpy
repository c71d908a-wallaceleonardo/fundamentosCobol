      *    LOTE DE COMISSOES (DEMONSTRA-COMISSAO). EM BRANCO =
      *    VENDA SEM REPRESENTANTE (SEM COMISSAO).
           03 WS-IT-REP                           PIC X(04).
      *    COTACAO DE ORIGEM DO ITEM (PEDIDO CONVERTIDO DE COTACAO):
      *    O FATURAMENTO ACEITA O PRECO COTADO NO CADASTRO COTACOES
      *    EM VEZ DO VIGENTE. EM BRANCO = ITEM SEM COTACAO.
           03 WS-IT-COTACAO                       PIC 9(06).
      *    CONTRATO DE ORIGEM DO ITEM (FATURA RECORRENTE GERADA POR
      *    DEMONSTRA-CONTRGEN A PRECO ACORDADO): O FATURAMENTO ACEITA
      *    O PRECO ACORDADO NO CONTRMAST EM VEZ DO VIGENTE. EM
      *    BRANCO = ITEM SEM CONTRATO.
           03 WS-IT-CONTRATO                      PIC 9(06).
      *    PRO-RATA DO ITEM (FATURA RECORRENTE QUE COBRE SO' PARTE DO
      *    CICLO - INICIO OU FIM DO CONTRATO NO MEIO DO CICLO, OU
      *    AJUSTE DE QUANTIDADE): DIAS COBERTOS DE DIAS DO CICLO, NA
      *    CONTAGEM DO SISPARAM CONTRATO-PRORATA-BASE. O PRECO
      *    UNITARIO COBRADO E' WS-IT-PRECO X COBERTOS / CICLO,
      *    ARREDONDADO NO CENTAVO. EM BRANCO OU ZEROS = CICLO CHEIO.
           03 WS-IT-DIAS-COBERTOS                 PIC 9(03).
           03 WS-IT-DIAS-CICLO                    PIC 9(03).
