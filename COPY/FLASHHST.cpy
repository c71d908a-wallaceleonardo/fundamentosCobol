      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DIARIO DO FLASH GERENCIAL
      *          (FLASHHIST), GRAVADO POR DEMONSTRA-FLASHDIA: UM
      *          REGISTRO POR DATA DE NEGOCIO COM OS INDICADORES DO
      *          DIA, NA ORDEM FIXA ABAIXO - O ACUMULADO DO MES, A
      *          COMPARACAO COM O MES ANTERIOR E A TENDENCIA DE 7
      *          DIAS SAEM DAQUI, SEM RELER OS ARQUIVOS DE DETALHE.
      *            01 FATURAS EMITIDAS (QTDE)
      *            02 VALOR FATURADO (LIQUIDO DAS NOTAS DE CREDITO)
      *            03 CAIXA RECEBIDO (DEBITOS EM CAIXA NO GLEXTRACT)
      *            04 NOVOS ATRASOS (QTDE)
      *            05 NOVOS ATRASOS (VALOR)
      *            06 JUROS DE MORA ACRESCIDOS
      *            07 CARTEIRA DE EMPRESTIMOS (SALDO)
      *            08 PEDIDOS RECEBIDOS (QTDE)
      *            09 PEDIDOS RECEBIDOS (VALOR)
      *            10 REGISTROS SUSPENSOS (QTDE)
      *            11 EXCECOES DA CADEIA (QTDE)
      ******************************************************************
       01 WS-REG-FLASHHIST.
           03 FLH-DATA                           PIC 9(08).
           03 FLH-VALOR                OCCURS 11 TIMES
                                                 PIC S9(13)V99.
