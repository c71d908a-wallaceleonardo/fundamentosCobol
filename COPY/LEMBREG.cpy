      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE LEMBRETES DE
      *          VENCIMENTO (LEMBLOG), INDEXADO PELO NUMERO DO
      *          PAGAMENTO: UM LEMBRETE POR PAGAMENTO, NO MAXIMO.
      *          GRAVADO PELO LOTE DEMONSTRA-PAGTOLEMB NO ENVIO E
      *          ATUALIZADO POR ELE MESMO QUANDO O PAGAMENTO TEM
      *          DESFECHO - E' A BASE DA TAXA DE CONVERSAO DO
      *          LEMBRETE (PAGO NO PRAZO X CAIU EM ATRASO).
      ******************************************************************
       01 WS-REG-LEMBRETE.
           03 LEMB-NUM-PAGTO                     PIC 9(06).
           03 LEMB-NUM-CLIENTE                   PIC 9(06).
           03 LEMB-VALOR                         PIC S9(07)V99.
      *    VENCIMENTO EFETIVO (AAAAMMDD, JA EMPURRADO PARA O DIA UTIL)
      *    E DATA DE NEGOCIO DO ENVIO.
           03 LEMB-DATA-VENC                     PIC 9(08).
           03 LEMB-DATA-ENVIO                    PIC 9(08).
           03 LEMB-CANAL                         PIC X(01).
               88 LEMB-POR-EMAIL                 VALUE 'E'.
               88 LEMB-NO-PAPEL                  VALUE 'P'.
      *    DESFECHO: BRANCO = EM ABERTO, C = PAGO SEM ATRASAR,
      *    A = CAIU EM ATRASO, X = CANCELADO OU FORA DO PAGTOPEND.
           03 LEMB-DESFECHO                      PIC X(01).
               88 LEMB-EM-ABERTO                 VALUE SPACE.
               88 LEMB-PAGO-NO-PRAZO             VALUE 'C'.
               88 LEMB-EM-ATRASO                 VALUE 'A'.
               88 LEMB-SEM-DESFECHO              VALUE 'X'.
           03 LEMB-DATA-DESFECHO                 PIC 9(08).
