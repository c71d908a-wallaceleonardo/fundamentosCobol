      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE NEGATIVACOES NO
      *          BUREAU DE CREDITO (NEGREG), INDEXADO PELO NUMERO DO
      *          PAGAMENTO, COM CHAVE ALTERNADA (COM DUPLICATAS) PELO
      *          CLIENTE PARA A CONSULTA CLIENTE-360. QUEM ESTA
      *          NEGATIVADO, POR QUAL PAGAMENTO E DESDE QUANDO;
      *          GRAVADO E BAIXADO SO' PELO LOTE DEMONSTRA-NEGATIV.
      *          A BAIXA NAO APAGA O REGISTRO: FICA A SITUACAO 'B',
      *          A DATA E O MOTIVO, E O MESMO PAGAMENTO PODE SER
      *          NEGATIVADO DE NOVO (EX.: CONTESTACAO IMPROCEDENTE).
      ******************************************************************
       01 WS-REG-NEGREG.
           03 NEG-NUM-PAGTO                      PIC 9(06).
           03 NEG-NUM-CLIENTE                    PIC 9(06).
      *    VALOR E VENCIMENTO COMO FORAM ENVIADOS AO BUREAU NA
      *    INCLUSAO.
           03 NEG-VALOR                          PIC S9(07)V99.
           03 NEG-DATA-VENC                      PIC X(10).
           03 NEG-DATA-INCLUSAO                  PIC 9(08).
      *    ULTIMA DATA DE NEGOCIO EM QUE O LOTE VIU O PAGAMENTO AINDA
      *    EM ABERTO: O FATO QUE OBRIGA A BAIXA (PAGAMENTO,
      *    CANCELAMENTO...) ACONTECEU DEPOIS DELA, O QUE DA' O TETO
      *    DO TEMPO DECORRIDO ATE A EXCLUSAO NO BUREAU.
           03 NEG-DATA-ULT-CONF                  PIC 9(08).
           03 NEG-SITUACAO                       PIC X(01).
               88 NEG-ATIVA                      VALUE 'I'.
               88 NEG-BAIXADA                    VALUE 'B'.
           03 NEG-DATA-BAIXA                     PIC 9(08).
      *    MOTIVO DA BAIXA: C=PAGAMENTO CONFIRMADO, X=CANCELADO OU
      *    BAIXADO COMO INCOBRAVEL, D=CONTESTADO PELO CLIENTE,
      *    R=PAGAMENTO FORA DO PAGTOPEND (ARQUIVADO/REMOVIDO).
           03 NEG-MOTIVO-BAIXA                   PIC X(01).
