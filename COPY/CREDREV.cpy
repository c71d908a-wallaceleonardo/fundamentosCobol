      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE REVISAO PERIODICA DO
      *          LIMITE DE CREDITO (CREDREV), REGRAVADO POR INTEIRO A
      *          CADA MES PELO DEMONSTRA-CREDREVIEW, UMA LINHA POR
      *          CLIENTE ATIVO NA ORDEM DO CLIMAST: OS INDICADORES DA
      *          REVISAO (GRAU DO CLISCORE, PROMESSAS QUEBRADAS, MEDIA
      *          MENSAL FATURADA NO FATTOTHIST E O MAIOR SALDO EM
      *          ABERTO DOS ULTIMOS 12 MESES), O LIMITE VIGENTE, O
      *          ALVO CALCULADO E O LIMITE PROPOSTO, A ACAO E ONDE ELA
      *          ESTA. O ARQUIVO DO MES ANTERIOR E' A MEMORIA DA
      *          REVISAO: DELE SAEM O PICO DE SALDO E AS REDUCOES
      *          AVISADAS QUE AGUARDAM O PRAZO DO AVISO.
      ******************************************************************
       01 WS-REG-CREDREV.
           03 REV-NUM-CLIENTE                    PIC 9(06).
           03 REV-DATA-REVISAO                   PIC 9(08).
           03 REV-GRAU                           PIC X(01).
           03 REV-QT-PROM-QUEBRADAS              PIC 9(03).
      *    FATURADO NOS ULTIMOS 12 MESES (FATURAS NAO CANCELADAS DO
      *    FATTOTHIST) DIVIDIDO POR 12.
           03 REV-MEDIA-MENSAL                   PIC 9(09)V99.
      *    MAIOR SALDO EM ABERTO (PAGAMENTOS P/A DO PAGTOPEND) VISTO
      *    NAS REVISOES DOS ULTIMOS 12 MESES E A DATA EM QUE FOI
      *    VISTO; PASSADOS 12 MESES, O PICO RECOMECA DO SALDO ATUAL.
           03 REV-PICO-ABERTO                    PIC 9(09)V99.
           03 REV-DATA-PICO                      PIC 9(08).
           03 REV-LIMITE-ATUAL                   PIC 9(07)V99.
           03 REV-LIMITE-ALVO                    PIC 9(07)V99.
           03 REV-LIMITE-NOVO                    PIC 9(07)V99.
      *    ACAO DA REVISAO: 'M' LIMITE MANTIDO (DIFERENCA DENTRO DA
      *    TOLERANCIA), 'R' REDUCAO, 'A' AUMENTO, 'F' FORA DA REVISAO
      *    (SEM LIMITE, PEDIDO DE LIMITE JA PENDENTE NO CLIPEND OU
      *    REDUCAO AVISADA AINDA EM CURSO).
           03 REV-ACAO                           PIC X(01).
               88 REV-MANTIDO                    VALUE 'M'.
               88 REV-REDUCAO                    VALUE 'R'.
               88 REV-AUMENTO                    VALUE 'A'.
               88 REV-FORA                       VALUE 'F'.
      *    ONDE A ACAO ESTA: 'N' REDUCAO AVISADA AO CLIENTE,
      *    AGUARDANDO REV-DATA-EFEITO; 'E' EFETIVADA NO CLIMAST; 'P'
      *    AUMENTO ACIMA DE LIMITE-APROVACAO, ENVIADO AO CLIPEND PARA
      *    O SUPERVISOR (DEMONSTRA-CLIAPRV); 'C' CANCELADA (O LIMITE
      *    MUDOU NO CADASTRO DURANTE O AVISO); BRANCO = NADA A
      *    APLICAR.
           03 REV-SITUACAO                       PIC X(01).
               88 REV-AVISADA                    VALUE 'N'.
               88 REV-EFETIVADA                  VALUE 'E'.
               88 REV-EM-APROVACAO               VALUE 'P'.
               88 REV-CANCELADA                  VALUE 'C'.
           03 REV-DATA-EFEITO                    PIC 9(08).
