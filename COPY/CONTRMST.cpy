      *          GERADOR DEMONSTRA-CONTRGEN, QUE EMITE AS LINHAS DE
      *          FATITENS DO DIA - O TERCO DA RECEITA QUE ERA
      *          REDIGITADO TODO MES PASSA A SAIR DAQUI. NAO
      *          REDEFINA. O REGISTRO CABE NAS IMAGENS DE 200 BYTES
      *          DO CONTRHIST (COPY/CONTRHST.CPY) - NAO CRESCA ALEM
      *          DELAS SEM ALARGAR A TRILHA.
      ******************************************************************
       01 WS-REG-CONTRATO.
           03 CONTR-NUMERO                       PIC 9(06).
           03 CONTR-ITEM               OCCURS 5 TIMES.
               05 CONTR-PRODUTO                  PIC X(08).
               05 CONTR-QTDE                     PIC S9(05)V99.
      *    RENOVACAO NO FIM DA VIGENCIA (DEMONSTRA-CONTRREN):
      *    'A' = RENOVA SOZINHO POR CONTR-MESES-RENOVACAO MESES;
      *    'E' (OU BRANCO, NOS CONTRATOS ANTIGOS) = EXPIRA.
           03 CONTR-TIPO-RENOVACAO               PIC X(01).
               88 CONTR-RENOVA-AUTO              VALUE 'A'.
               88 CONTR-EXPIRA                   VALUE 'E' SPACE.
           03 CONTR-MESES-RENOVACAO              PIC 9(02).
      *    DIAS DE ANTECEDENCIA DO AVISO AO CLIENTE (ZEROS = SEM
      *    AVISO; NAO NUMERICO = PADRAO DO SISPARAM).
           03 CONTR-DIAS-AVISO                   PIC 9(03).
      *    FIM DE VIGENCIA A QUE SE REFERE O ULTIMO AVISO ENVIADO -
      *    A RENOVACAO MUDA O FIM E O PROXIMO CICLO AVISA DE NOVO.
           03 CONTR-AVISO-FIM                    PIC 9(08).
      *    'S' = O CONTRATO EXPIROU E JA SAIU NO RELATORIO DE
      *    RECEITA PERDIDA.
           03 CONTR-SW-ENCERRADO                 PIC X(01).
               88 CONTR-ENCERRADO                VALUE 'S'.
      *    REAJUSTE ANUAL (DEMONSTRA-CONTRREAJ): INDICE DA TABELA
      *    INDICES (BRANCO = SEM REAJUSTE), MES DE ANIVERSARIO E O
      *    ANO DO ULTIMO REAJUSTE (NA INCLUSAO, O ANO DO INICIO).
           03 CONTR-INDICE                       PIC X(05).
           03 CONTR-MES-ANIVERSARIO              PIC 9(02).
           03 CONTR-ANO-REAJUSTE                 PIC 9(04).
      *    PRECO UNITARIO ACORDADO DE CADA LINHA DE CONTR-ITEM (MESMA
      *    POSICAO). ZEROS = A LINHA FATURA PELO PRECO DE TABELA
      *    VIGENTE E NAO E' REAJUSTADA PELO INDICE.
           03 CONTR-PRECO-LINHA        OCCURS 5 TIMES.
               05 CONTR-PRECO-ACORDADO           PIC S9(05)V99.
      *    FATURAMENTO JA FEITO (DEMONSTRA-CONTRGEN): O CICLO DA
      *    ULTIMA FATURA (DO DIA DE FATURAMENTO ATE A VESPERA DO
      *    PROXIMO) E O ULTIMO DIA COBERTO - MENOR QUE O FIM DO CICLO
      *    QUANDO A VIGENCIA ACABA NO MEIO DELE. ZEROS OU BRANCO =
      *    CONTRATO AINDA NAO FATURADO. A ALTERACAO DE QUANTIDADE
      *    DENTRO DO PERIODO JA COBERTO GERA O AJUSTE PRO-RATA
      *    (CONTRAJUS, COPY/CONTRAJU.CPY).
           03 CONTR-CICLO-INICIO                 PIC 9(08).
           03 CONTR-CICLO-FIM                    PIC 9(08).
           03 CONTR-FAT-ATE                      PIC 9(08).
