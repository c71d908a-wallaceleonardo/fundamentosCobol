      *    DEMONSTRA-EMPBILL (UMA POR MES, ATE EMP-PERIODOS) - E' O
      *    QUE IMPEDE FATURAR A MESMA PARCELA DUAS VEZES.
           03 EMP-PARCELAS-FATURADAS             PIC 9(03).
      *    MODALIDADE DA TAXA: FIXA (EMP-TAXA E' A TAXA CONTRATADA
      *    POR PERIODO; BRANCO NOS REGISTROS ANTIGOS = FIXA) OU
      *    INDEXADA A UM INDICE DIARIO DA TABELA TAXAIDX (CDI,
      *    SELIC) MAIS UM SPREAD EM % AO ANO. NO INDEXADO O GIRO
      *    NOTURNO CAPITALIZA PELOS VALORES DIARIOS PUBLICADOS E
      *    MANTEM EM EMP-TAXA O EQUIVALENTE MENSAL DO ULTIMO INDICE,
      *    QUE E' O QUE FATURAMENTO, COTACAO E TABELA USAM.
           03 EMP-TIPO-TAXA                      PIC X(01).
               88 EMP-TAXA-FIXA                  VALUE 'F' SPACE.
               88 EMP-TAXA-INDEXADA              VALUE 'I'.
           03 EMP-INDICE                         PIC X(05).
           03 EMP-SPREAD                         PIC 9(02)V9(04).
      *    ULTIMA DATA DE NEGOCIO JA CAPITALIZADA PELO GIRO (ZEROS =
      *    AINDA NAO GIRADO) - O INDEXADO ACUMULA OS DIAS UTEIS
      *    SEGUINTES ATE A DATA DO GIRO.
           03 EMP-DATA-ULT-GIRO                  PIC 9(08).
      *    TAXA POR PERIODO COM QUE A PARCELA CORRENTE FOI CALCULADA
      *    PELO DEMONSTRA-EMPBILL (ZEROS = AINDA NAO FATURADO) - NO
      *    INDEXADO, TAXA DIFERENTE RECALCULA A PARCELA.
           03 EMP-TAXA-PARCELA                   PIC S9(01)V9999.
      *    JUROS CAPITALIZADOS PELO GIRO AINDA NAO PAGOS (PARTE DE
      *    EMP-SALDO; NAO NUMERICO NOS REGISTROS ANTIGOS = ZEROS):
      *    TODO VALOR APLICADO AO EMPRESTIMO - PARCELA RECEBIDA OU
      *    ANTECIPACAO - QUITA ESTES JUROS ANTES DE AMORTIZAR.
           03 EMP-JUROS-ACUM                     PIC S9(09)V99.
      *    PARCELA REPROGRAMADA PELA ANTECIPACAO PARCIAL
      *    (DEMONSTRA-EMPPREP) SOBRE O SALDO E O PRAZO QUE RESTAM -
      *    ZEROS (OU NAO NUMERICO) = PARCELA ORIGINAL DO SISTEMA
      *    FRANCES SOBRE EMP-PRINCIPAL E EMP-PERIODOS.
           03 EMP-VALOR-PARCELA                  PIC S9(07)V99.
      *    SITUACAO CONTABIL DO EMPRESTIMO (DEMONSTRA-EMPACCR, TODA
      *    NOITE ANTES DO GIRO): 'N' = NAO-ACCRUAL - ALGUMA PARCELA
      *    FATURADA VENCIDA HA MAIS DE EMPREST-NACR-DIAS DIAS; O GIRO
      *    PARA DE CAPITALIZAR E SO' ACUMULA OS JUROS NO SALDO DE
      *    MEMORIA ABAIXO. VOLTA A 'A' DEPOIS DE
      *    EMPREST-NACR-PONTUAIS PARCELAS SEGUIDAS PAGAS EM DIA.
      *    BRANCO NOS REGISTROS ANTIGOS = ACCRUAL. A DATA E' A DA
      *    ULTIMA MUDANCA.
           03 EMP-SIT-ACCRUAL                    PIC X(01).
               88 EMP-EM-ACCRUAL                 VALUE 'A' SPACE.
               88 EMP-NAO-ACCRUAL                VALUE 'N'.
           03 EMP-DATA-SIT-ACCRUAL               PIC 9(08).
      *    MAIOR PAGTO-NUMERO DAS PARCELAS DO EMPRESTIMO NA ENTRADA
      *    EM NAO-ACCRUAL: SO' AS PARCELAS FATURADAS DEPOIS DELA
      *    CONTAM COMO PAGAS EM DIA PARA O RETORNO. A CONTAGEM
      *    CORRENTE E O MAIOR ATRASO DA ULTIMA CLASSIFICACAO.
           03 EMP-NACR-PAGTO-REF                 PIC 9(06).
           03 EMP-PAGTOS-PONTUAIS                PIC 9(03).
           03 EMP-NACR-DIAS-ATRASO               PIC 9(03).
      *    JUROS SUSPENSOS (FORA DO BALANCO): O QUE O GIRO TERIA
      *    CAPITALIZADO ENQUANTO NAO-ACCRUAL, ACUMULADO DESDE SEMPRE,
      *    E A PARTE DO MES EMP-SUSP-MES-REF (AAAAMM) - O RELATORIO
      *    MENSAL (DEMONSTRA-EMPNAREL) MOSTRA OS DOIS.
           03 EMP-JUROS-SUSPENSOS                PIC S9(09)V99.
           03 EMP-SUSP-MES-REF                   PIC 9(06).
           03 EMP-SUSP-NO-MES                    PIC S9(09)V99.
