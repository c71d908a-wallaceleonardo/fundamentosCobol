      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LINHA DA TABELA DE TARIFAS POR FAIXA DE
      *          CONSUMO DOS CONTRATOS (TARIFAS): O PRECO UNITARIO DE
      *          UM PRODUTO MEDIDO DENTRO DE UM CONTRATO, POR FAIXA DA
      *          QUANTIDADE CONSUMIDA NO CICLO. CADA FAIXA VAI ATE O
      *          SEU LIMITE ACUMULADO (ZEROS = SEM LIMITE, A ULTIMA);
      *          O CONSUMO ACIMA DO MAIOR LIMITE, SEM FAIXA ABERTA,
      *          FICA NO PRECO DA ULTIMA FAIXA. EXEMPLO: ATE 1000 A
      *          0,50, ATE 5000 A 0,40, ACIMA A 0,30 - 6000 UNIDADES
      *          SAO 1000 X 0,50 + 4000 X 0,40 + 1000 X 0,30. UMA
      *          LINHA POR CONTRATO, PRODUTO E LIMITE. MANTIDA PELA
      *          SUPERVISAO EM DEMONSTRA-TABMANUT; LIDA NA TARIFACAO
      *          (DEMONSTRA-USOTAR) E NA CONFERENCIA DE PRECO DO
      *          FATURAMENTO (DEMONSTRA-FATURA).
      ******************************************************************
       01 WS-REG-TARIFA.
           03 TAR-CONTRATO                       PIC 9(06).
           03 TAR-PRODUTO                        PIC X(08).
           03 TAR-LIMITE                         PIC 9(07).
           03 TAR-PRECO                          PIC 9(05)V99.
           03 FILLER                             PIC X(02).
