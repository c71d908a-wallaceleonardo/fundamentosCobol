      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CRONOGRAMA DE RECEITA DIFERIDA
      *          (RECDIF, INDEXADO POR RDF-NUM-FATURA): UMA LINHA POR
      *          FATURA DE CONTRATO COBRADA ANTECIPADAMENTE. GRAVADO
      *          POR DEMONSTRA-CONTRGEN NA GERACAO ('G', COM O PERIODO
      *          DE SERVICO COBERTO); O EXTRATO CONTABIL
      *          (DEMONSTRA-GLEXTRACT) LANCA A RECEITA DA FATURA NA
      *          CONTA DE RECEITA DIFERIDA E GRAVA O VALOR ('A'); O
      *          FECHAMENTO MENSAL (DEMONSTRA-RECDIFER) LIBERA PARA A
      *          RECEITA A PARTE GANHA DIA A DIA ATE O FIM DO MES
      *          ('R' QUANDO TUDO RECONHECIDO); O CANCELAMENTO
      *          (DEMONSTRA-FATCANC) ESTORNA O AINDA NAO RECONHECIDO
      *          ('C'). SALDO A RECONHECER = RDF-VALOR -
      *          RDF-RECONHECIDO - RDF-CANCELADO.
      ******************************************************************
       01 WS-REG-RECDIF.
           03 RDF-NUM-FATURA                     PIC 9(06).
           03 RDF-CONTRATO                       PIC 9(06).
           03 RDF-NUM-CLIENTE                    PIC 9(06).
      *    PERIODO DE SERVICO COBRADO (AAAAMMDD): O CICLO, A FATURA
      *    INICIAL E OS AJUSTES PRO-RATA DA FATURA, DO MENOR INICIO
      *    AO MAIOR FIM.
           03 RDF-INICIO                         PIC 9(08).
           03 RDF-FIM                            PIC 9(08).
           03 RDF-SITUACAO                       PIC X(01).
               88 RDF-GERADA                     VALUE 'G'.
               88 RDF-DIFERIDA                   VALUE 'A'.
               88 RDF-RECONHECIDA                VALUE 'R'.
               88 RDF-CANCELADA                  VALUE 'C'.
      *    CONSUMO MEDIDO COBRADO NA MESMA FATURA (BRUTO DAS FAIXAS):
      *    SERVICO JA PRESTADO, VAI DIRETO PARA A RECEITA.
           03 RDF-VALOR-USO                      PIC S9(09)V99.
      *    RECEITA BRUTA DIFERIDA (FT-SUBTOTAL + FT-DESCONTO MENOS O
      *    CONSUMO) E A DATA DE NEGOCIO DO LANCAMENTO. NEGATIVO =
      *    NOTA DE CREDITO DE AJUSTE, RECONHECIDA DO MESMO JEITO.
           03 RDF-VALOR                          PIC S9(09)V99.
           03 RDF-DATA-LANCAMENTO                PIC 9(08).
      *    RECONHECIDO ACUMULADO, O ULTIMO DIA JA GANHO E O QUANTO
      *    FOI RECONHECIDO NO MES RDF-MES-RECONH (AAAAMM) - UM
      *    FECHAMENTO REEXECUTADO NAO RECONHECE DUAS VEZES.
           03 RDF-RECONHECIDO                    PIC S9(09)V99.
           03 RDF-RECONH-ATE                     PIC 9(08).
           03 RDF-MES-RECONH                     PIC 9(06).
           03 RDF-RECONH-MES                     PIC S9(09)V99.
      *    SALDO NAO RECONHECIDO ESTORNADO NO CANCELAMENTO E A DATA.
           03 RDF-CANCELADO                      PIC S9(09)V99.
           03 RDF-DATA-CANC                      PIC 9(08).
