      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE MANDATOS DE DEBITO
      *          AUTOMATICO (MANDATO), INDEXADO PELO NUMERO DO
      *          CLIENTE (O MESMO WS-NUM-CLIENTE DO CLIMAST) - UM
      *          MANDATO POR CLIENTE. MANTIDO ONLINE POR
      *          DEMONSTRA-MANDMANUT; CONSULTADO PELA REMESSA
      *          (DEMONSTRA-BANKREM), QUE PEDE O DEBITO NO VENCIMENTO
      *          EM VEZ DE REGISTRAR O BOLETO, E ATUALIZADO PELO
      *          RETORNO (DEMONSTRA-BANKRET), QUE CONTA AS RECUSAS
      *          CONSECUTIVAS E SUSPENDE O MANDATO NO LIMITE DO
      *          SISPARAM FALHAS-DEBITO. TODA MUDANCA DEIXA IMAGEM
      *          ANTES/DEPOIS NA TRILHA MANDHIST (COPY/MANDHIST.CPY).
      ******************************************************************
       01 WS-REG-MANDATO.
           03 MAND-NUM-CLIENTE                   PIC 9(06).
      *    CONTA A DEBITAR: BANCO (CODIGO DE COMPENSACAO), AGENCIA E
      *    CONTA COM DIGITO, COMO CONSTAM NA AUTORIZACAO DO CLIENTE.
           03 MAND-BANCO                         PIC X(03).
           03 MAND-AGENCIA                       PIC X(05).
           03 MAND-CONTA                         PIC X(12).
      *    VIGENCIA DA AUTORIZACAO (AAAAMMDD); FIM ZERADO = SEM PRAZO.
           03 MAND-DATA-INICIO                   PIC 9(08).
           03 MAND-DATA-FIM                      PIC 9(08).
      *    SITUACAO: 'A' = ATIVO, 'S' = SUSPENSO (PELAS RECUSAS DO
      *    BANCO OU PELO OPERADOR), 'C' = CANCELADO.
           03 MAND-SITUACAO                      PIC X(01).
               88 MAND-ATIVO                     VALUE 'A'.
               88 MAND-SUSPENSO                  VALUE 'S'.
               88 MAND-CANCELADO                 VALUE 'C'.
      *    RECUSAS DE DEBITO CONSECUTIVAS: ZERADAS A CADA DEBITO
      *    LIQUIDADO E NA REATIVACAO PELO OPERADOR.
           03 MAND-QT-FALHAS                     PIC 9(02).
           03 MAND-DATA-ULT-FALHA                PIC 9(08).
           03 MAND-COD-ULT-FALHA                 PIC X(02).
