      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DA APURACAO MENSAL DOS
      *          IMPOSTOS (APURFISC), GRAVADO POR DEMONSTRA-APURIMP
      *          NO FECHAMENTO DO MES PARA O SOFTWARE FISCAL: UMA
      *          LINHA 'U' POR UF E ALIQUOTA DO TAXAUF, UMA LINHA 'M'
      *          POR UF, CIDADE E ALIQUOTA DO TAXACID E O TRAILER 'T'
      *          COM OS TOTAIS E O RESULTADO DA PROVA CONTRA O RAZAO
      *          (GLPERTOT). OS VALORES JA SAO LIQUIDOS DAS NOTAS DE
      *          CREDITO E DOS CANCELAMENTOS DO MES.
      ******************************************************************
       01 WS-REG-APURACAO.
           03 APU-TIPO                           PIC X(01).
               88 APU-LINHA-UF                   VALUE 'U'.
               88 APU-LINHA-CIDADE               VALUE 'M'.
               88 APU-TRAILER                    VALUE 'T'.
      *    MES APURADO (AAAAMM).
           03 APU-MES                            PIC 9(06).
           03 APU-DADOS                          PIC X(80).
      *    LINHA DE APURACAO ('U' OU 'M'; NA 'U' A CIDADE FICA EM
      *    BRANCO). APU-QT-MOVIMENTOS CONTA EMISSOES, NOTAS DE
      *    CREDITO E CANCELAMENTOS DO MES NA LINHA.
           03 APU-LINHA REDEFINES APU-DADOS.
               05 APU-UF                         PIC X(02).
               05 APU-CIDADE                     PIC X(30).
               05 APU-ALIQUOTA                   PIC 9V999.
               05 APU-QT-MOVIMENTOS              PIC 9(06).
               05 APU-BASE                       PIC S9(11)V99.
               05 APU-IMPOSTO                    PIC S9(11)V99.
               05 FILLER                         PIC X(12).
      *    TRAILER: QUANTIDADE DE LINHAS 'U' + 'M', TOTAIS DO
      *    IMPOSTO POR UF, MUNICIPAL E GERAL, E 'S' QUANDO O TOTAL
      *    GERAL CONFERE COM O SALDO DAS CONTAS DE IMPOSTOS A
      *    RECOLHER NO RAZAO DO MES ('N' = NAO CONFERE OU PROVA NAO
      *    REALIZADA).
           03 APU-TRL REDEFINES APU-DADOS.
               05 APU-TRL-QT-LINHAS              PIC 9(06).
               05 APU-TRL-IMPOSTO-UF             PIC S9(11)V99.
               05 APU-TRL-IMPOSTO-CID            PIC S9(11)V99.
               05 APU-TRL-IMPOSTO-TOTAL          PIC S9(11)V99.
               05 APU-TRL-SW-CONFERE             PIC X(01).
                   88 APU-TRL-CONFERE            VALUE 'S'.
               05 FILLER                         PIC X(34).
