      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ORCAMENTO POR CONTA DO RAZAO
      *          (GLORCA): UMA LINHA POR CONTA DO GLCONTAS, ANO, MES E
      *          VERSAO COM O VALOR ORCADO NA NATUREZA (D/C) DA
      *          CONTA. A VERSAO 01 E' O ORCAMENTO ORIGINAL; AS
      *          REVISOES (PREVISOES) ENTRAM COM NUMERO MAIOR E FICAM
      *          LADO A LADO COM AS ANTERIORES. CARREGADO PELA CARGA
      *          DO ORCAMENTO (DEMONSTRA-ORCLOAD) E LIDO PELO
      *          ORCADO X REALIZADO DO FECHAMENTO (DEMONSTRA-ORCREL).
      ******************************************************************
       01 WS-REG-GLORCA.
           03 ORC-CONTA                          PIC X(08).
           03 ORC-ANO                            PIC 9(04).
           03 ORC-MES                            PIC 9(02).
           03 ORC-VERSAO                         PIC 9(02).
           03 ORC-NATUREZA                       PIC X(01).
               88 ORC-DEVEDOR                    VALUE 'D'.
               88 ORC-CREDOR                     VALUE 'C'.
           03 ORC-VALOR                          PIC 9(13)V99.
