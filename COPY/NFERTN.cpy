      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO RETORNO DA AUTORIZACAO DAS
      *          NOTAS FISCAIS ELETRONICAS (NFERETORNO), DEPOSITADO
      *          PELO GATEWAY FISCAL E PROCESSADO POR
      *          DEMONSTRA-NFERET: UMA LINHA POR NOTA, PELA CHAVE DE
      *          ACESSO, COM O STATUS DA SEFAZ - 100 (OU 150, FORA
      *          DE PRAZO) E' AUTORIZADA, COM PROTOCOLO; QUALQUER
      *          OUTRO E' REJEICAO, COM O MOTIVO.
      ******************************************************************
       01 WS-REG-NFERET.
           03 NRT-CHAVE                          PIC X(44).
           03 NRT-STATUS                         PIC 9(03).
               88 NRT-AUTORIZADA                 VALUE 100 150.
           03 NRT-PROTOCOLO                      PIC X(15).
           03 NRT-DATA-HORA                      PIC X(14).
           03 NRT-MOTIVO                         PIC X(60).
