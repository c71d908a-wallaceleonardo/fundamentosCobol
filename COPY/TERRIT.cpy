      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LINHA DA TABELA DE TERRITORIOS DE VENDA
      *          (TERRIT): QUE REPRESENTANTE (REPMAST) ATENDE QUE
      *          CLIENTE, A PARTIR DE QUE DATA. TRES ALCANCES, DO
      *          MAIS ESPECIFICO PARA O MAIS GERAL: O CLIENTE
      *          NOMEADO ('C'), UMA FAIXA ALFABETICA DE CIDADES
      *          DENTRO DA UF ('M') E A UF INTEIRA ('U'). DENTRO DO
      *          MESMO ALCANCE VALE A LINHA DE INICIO MAIS RECENTE
      *          ATE A DATA DE REFERENCIA (COMO AS VIGENCIAS DO
      *          PRODPRECO); REPRESENTANTE EM BRANCO ENCERRA AQUELE
      *          ALCANCE E A ATRIBUICAO CAI PARA O PROXIMO. MANTIDA
      *          PELA SUPERVISAO EM DEMONSTRA-TABMANUT; A ROTINA DE
      *          CONSULTA E' O COPY/TERRPR.CPY.
      ******************************************************************
       01 WS-REG-TERRIT.
           03 TERR-TIPO                          PIC X(01).
               88 TERR-POR-CLIENTE               VALUE 'C'.
               88 TERR-POR-CIDADE                VALUE 'M'.
               88 TERR-POR-UF                    VALUE 'U'.
               88 TERR-TIPO-VALIDO               VALUE 'C' 'M' 'U'.
           03 TERR-ALCANCE                       PIC X(16).
           03 TERR-ALCANCE-CLIENTE REDEFINES TERR-ALCANCE.
               05 TERR-NUM-CLIENTE               PIC 9(06).
               05 FILLER                         PIC X(10).
      *    A FAIXA DE CIDADES COMPARA AS 7 PRIMEIRAS LETRAS DA
      *    CIDADE DO CADASTRO; ATE EM BRANCO = SO' A CIDADE DE.
      *    NO TIPO 'U' SO' A UF E' USADA.
           03 TERR-ALCANCE-REGIAO REDEFINES TERR-ALCANCE.
               05 TERR-UF                        PIC X(02).
               05 TERR-CIDADE-DE                 PIC X(07).
               05 TERR-CIDADE-ATE                PIC X(07).
           03 TERR-REP                           PIC X(04).
           03 TERR-DATA-INICIO                   PIC 9(08).
           03 FILLER                             PIC X(01).
