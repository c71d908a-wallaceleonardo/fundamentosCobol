      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE CONSUMO MEDIDO (USOREG): UMA
      *          LEITURA DE UM PRODUTO MEDIDO (HORAS, TRANSACOES,
      *          GIGABYTES...) DE UM CONTRATO, COM O CLIENTE, A
      *          QUANTIDADE CONSUMIDA E O DIA DO CONSUMO. CHEGA DO
      *          SISTEMA DE MEDICAO E E' VALIDADO PELO
      *          DEMONSTRA-USOTAR, QUE GUARDA O CONSUMO BOM NO
      *          USOPEND (MESMO LAYOUT) ATE O CONTRATO FATURAR E
      *          SUSPENDE O RUIM NO USOSUSP. CLIENTE EM ZEROS = O
      *          DO CONTRATO (CONSUMO DEVOLVIDO PELO RETRABALHO
      *          DEMONSTRA-SUSPREW).
      ******************************************************************
       01 WS-REG-USO.
      *    SEQUENCIA DA LEITURA NO SISTEMA DE MEDICAO - E' O SEQ
      *    QUE A CORRECAO DO SUSPENSO APONTA.
           03 USO-SEQ                            PIC 9(06).
           03 USO-NUM-CLIENTE                    PIC 9(06).
           03 USO-CONTRATO                       PIC 9(06).
           03 USO-PRODUTO                        PIC X(08).
           03 USO-QTDE                           PIC S9(05)V99.
      *    DIA DO CONSUMO (AAAAMMDD).
           03 USO-DATA                           PIC 9(08).
