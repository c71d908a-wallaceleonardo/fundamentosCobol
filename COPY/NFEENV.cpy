      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE ENVIO DAS NOTAS
      *          FISCAIS ELETRONICAS (NFEENV), REGRAVADO A CADA NOITE
      *          PELO GERADOR (DEMONSTRA-NFEGER) E TRANSMITIDO A
      *          SEFAZ PELO GATEWAY FISCAL. POR NOTA, UM CABECALHO
      *          'C' (NUMERACAO, EMITENTE, DESTINATARIO COM CPF/CNPJ,
      *          TOTAIS E OS IMPOSTOS POR UF E MUNICIPAL) SEGUIDO DE
      *          UMA LINHA 'I' POR ITEM (DADOS FISCAIS DO PRODUTO);
      *          NO FIM, O TRAILER 'T' DE CONTROLE. TODAS AS LINHAS
      *          LEVAM A CHAVE DE ACESSO DA NOTA (NO TRAILER, BRANCO).
      ******************************************************************
       01 WS-REG-NFEENV.
           03 ENV-TIPO                           PIC X(01).
               88 ENV-CABECALHO                  VALUE 'C'.
               88 ENV-ITEM                       VALUE 'I'.
               88 ENV-TRAILER                    VALUE 'T'.
           03 ENV-CHAVE                          PIC X(44).
           03 ENV-DADOS                          PIC X(200).
      *    CABECALHO DA NOTA. VALOR DOS PRODUTOS = SOMA BRUTA DOS
      *    ITENS (FT-SUBTOTAL + FT-DESCONTO); VALOR DA NOTA =
      *    FT-TOTAL.
           03 ENV-CAB REDEFINES ENV-DADOS.
               05 ENV-SERIE                      PIC 9(03).
               05 ENV-NUMERO                     PIC 9(09).
               05 ENV-DATA-EMISSAO               PIC 9(08).
               05 ENV-NUM-FATURA                 PIC 9(06).
               05 ENV-CNPJ-EMITENTE              PIC X(14).
               05 ENV-UF-EMITENTE                PIC X(02).
               05 ENV-DEST-TIPO-DOC              PIC X(01).
               05 ENV-DEST-DOCUMENTO             PIC X(14).
               05 ENV-DEST-NOME                  PIC X(30).
               05 ENV-DEST-ENDERECO              PIC X(20).
               05 ENV-DEST-CIDADE                PIC X(30).
               05 ENV-DEST-UF                    PIC X(02).
               05 ENV-VALOR-PRODUTOS             PIC S9(09)V99.
               05 ENV-VALOR-DESCONTO             PIC S9(09)V99.
               05 ENV-IMPOSTO-UF                 PIC S9(09)V99.
               05 ENV-IMPOSTO-CIDADE             PIC S9(09)V99.
               05 ENV-VALOR-NOTA                 PIC S9(09)V99.
               05 ENV-QT-ITENS                   PIC 9(03).
               05 FILLER                         PIC X(03).
      *    ITEM DA NOTA. O CFOP JA VEM AJUSTADO PARA A OPERACAO
      *    (5XXX DENTRO DA UF DO EMITENTE, 6XXX PARA OUTRA UF).
           03 ENV-ITM REDEFINES ENV-DADOS.
               05 ENV-IT-NUM-ITEM                PIC 9(03).
               05 ENV-IT-PRODUTO                 PIC X(08).
               05 ENV-IT-DESCRICAO               PIC X(30).
               05 ENV-IT-NCM                     PIC X(08).
               05 ENV-IT-CFOP                    PIC X(04).
               05 ENV-IT-UNIDADE                 PIC X(02).
               05 ENV-IT-ORIGEM                  PIC X(01).
               05 ENV-IT-QTDE                    PIC S9(05)V99.
               05 ENV-IT-VALOR-UNIT              PIC S9(05)V99.
               05 ENV-IT-VALOR-TOTAL             PIC S9(09)V99.
               05 FILLER                         PIC X(119).
      *    TRAILER: QUANTIDADE DE NOTAS E DE ITENS E A SOMA DOS
      *    VALORES DAS NOTAS DO ARQUIVO.
           03 ENV-TRL REDEFINES ENV-DADOS.
               05 ENV-TR-DATA                    PIC 9(08).
               05 ENV-TR-QT-NOTAS                PIC 9(06).
               05 ENV-TR-QT-ITENS                PIC 9(07).
               05 ENV-TR-VALOR-TOTAL             PIC S9(11)V99.
               05 FILLER                         PIC X(166).
