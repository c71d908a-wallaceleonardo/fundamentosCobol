      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE CREDITOS A FAVOR
      *          DO CLIENTE (CREDCLI), INDEXADO POR CLIENTE +
      *          PAGAMENTO DE ORIGEM. UM REGISTRO POR SOBRA DE
      *          RETORNO BANCARIO (DEMONSTRA-BANKRET: O CLIENTE PAGOU
      *          MAIS QUE O PAGTO-VALOR); O SALDO E' CONSUMIDO PELO
      *          DEMONSTRA-FATPOST CONTRA AS FATURAS SEGUINTES DO
      *          CLIENTE, DO MAIS ANTIGO PARA O MAIS NOVO. O REGISTRO
      *          NUNCA E' APAGADO: SALDO ZERO = CREDITO JA UTILIZADO,
      *          E O VALOR ORIGINAL CONTINUA PROVANDO O QUE FOI
      *          DEVIDO AO CLIENTE.
      ******************************************************************
       01 WS-REG-CREDCLI.
           03 CRED-CHAVE.
               05 CRED-NUM-CLIENTE               PIC 9(06).
               05 CRED-NUM-PAGTO                 PIC 9(06).
           03 CRED-VALOR                         PIC 9(09)V99.
           03 CRED-SALDO                         PIC 9(09)V99.
           03 CRED-DATA                          PIC 9(08).
      *    ORIGEM DO CREDITO - 'BCO nnn' PARA A SOBRA DE RETORNO, NO
      *    MESMO FORMATO DO AUDIT-ORIGEM DA TRILHA PAGTOAUD.
           03 CRED-ORIGEM                        PIC X(10).
      *    DATA DO ULTIMO CONSUMO PELO FATURAMENTO (ZEROS = AINDA
      *    NAO UTILIZADO).
           03 CRED-DATA-ULT-USO                  PIC 9(08).
