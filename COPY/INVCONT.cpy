      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO INVENTARIO FISICO EM CURSO
      *          (INVCONT, INDEXADO POR INV-PRODUTO): UM REGISTRO POR
      *          PRODUTO COM CONTROLE DE ESTOQUE, CRIADO NO
      *          CONGELAMENTO (DEMONSTRA-INVCONG) COM O SALDO DO
      *          PRODMAST NAQUELE MOMENTO. CICLO DA SITUACAO: 'A' A
      *          CONTAR -> 'C' CONTADO (DEMONSTRA-INVCAPT) -> 'R'
      *          RECONTAGEM PEDIDA (DIFERENCA ACIMA DA TOLERANCIA NO
      *          DEMONSTRA-INVVAR, OU PELO SUPERVISOR) -> 'C' DE NOVO
      *          -> 'V' AJUSTE APROVADO (DEMONSTRA-INVAPRV) -> 'J'
      *          AJUSTADO NO PRODMAST E NO KARDEX
      *          (DEMONSTRA-INVAJUST).
      ******************************************************************
       01 WS-REG-INVCONT.
           03 INV-PRODUTO                        PIC X(08).
           03 INV-DESCRICAO                      PIC X(30).
           03 INV-UNIDADE                        PIC X(02).
      *    DATA DE NEGOCIO DO CONGELAMENTO (AAAAMMDD), O SALDO DO
      *    CADASTRO CONGELADO E O PRECO QUE VALORIZA A DIFERENCA.
           03 INV-DATA-CONGELA                   PIC 9(08).
           03 INV-QTDE-SISTEMA                   PIC S9(05)V99.
           03 INV-PRECO                          PIC S9(05)V99.
      *    QUANTIDADE CONTADA E QUANTAS CONTAGENS O PRODUTO JA TEVE
      *    (A RECONTAGEM SOMA 1).
           03 INV-QTDE-CONTADA                   PIC S9(05)V99.
           03 INV-CONTAGENS                      PIC 9(01).
           03 INV-SITUACAO                       PIC X(01).
               88 INV-A-CONTAR                   VALUE 'A'.
               88 INV-CONTADO                    VALUE 'C'.
               88 INV-RECONTAR                   VALUE 'R'.
               88 INV-APROVADO                   VALUE 'V'.
               88 INV-AJUSTADO                   VALUE 'J'.
               88 INV-CONTAGEM-PENDENTE          VALUE 'A' 'R'.
      *    QUEM CONTOU POR ULTIMO (ID DO SIGN-ON) E QUANDO.
           03 INV-OPERADOR                       PIC X(08).
           03 INV-DATA-CONTAGEM                  PIC 9(08).
      *    SUPERVISOR QUE DECIDIU O AJUSTE E A DATA DA DECISAO.
           03 INV-APROVADOR                      PIC X(08).
           03 INV-DATA-DECISAO                   PIC 9(08).
