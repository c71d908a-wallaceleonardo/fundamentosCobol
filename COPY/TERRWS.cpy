      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DAS ROTINAS DE TERRITORIO DE
      *          VENDA (COPY/TERRPR.CPY E COPY/REPOVPR.CPY): A
      *          TABELA CARREGADA DO TERRIT, A CONSULTA (CLIENTE, UF,
      *          CIDADE E DATA DE REFERENCIA -> REPRESENTANTE) E OS
      *          CAMPOS DA TROCA MANUAL DO REPRESENTANTE PELO
      *          SUPERVISOR NAS TRANSACOES ONLINE.
      ******************************************************************
       77 WS-FS-TERRIT                       PIC X(02) VALUE '00'.
       77 WS-QT-TAB-TERR                     PIC 9(03) VALUE ZEROS.
       77 WS-IX-TERR                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-TERRS.
           03 WS-TAB-TERR-ITEM         OCCURS 300 TIMES.
               05 WS-TERR-TAB-TIPO            PIC X(01).
               05 WS-TERR-TAB-ALCANCE         PIC X(16).
               05 WS-TERR-TAB-REP             PIC X(04).
               05 WS-TERR-TAB-INICIO          PIC 9(08).

      *    CONSULTA: ENTRADAS.
       77 WS-TERR-CLIENTE                    PIC 9(06) VALUE ZEROS.
       77 WS-TERR-UF                         PIC X(02) VALUE SPACES.
       77 WS-TERR-CIDADE                     PIC X(30) VALUE SPACES.
       77 WS-TERR-DATA                       PIC 9(08) VALUE ZEROS.
      *    CONSULTA: SAIDAS - O REPRESENTANTE E O ALCANCE QUE O DEU
      *    ('C', 'M' OU 'U'; BRANCO = NENHUM).
       77 WS-TERR-REP                        PIC X(04) VALUE SPACES.
       77 WS-TERR-NIVEL                      PIC X(01) VALUE SPACE.
       77 WS-SW-TERR                         PIC X(01) VALUE 'N'.
           88 TERR-ENCONTRADO                VALUE 'S' FALSE 'N'.
      *    MELHOR LINHA DE CADA ALCANCE (1 = CLIENTE, 2 = CIDADE,
      *    3 = UF) NA VARREDURA.
       01 WS-TERR-MELHORES.
           03 WS-TERR-MELHOR           OCCURS 3 TIMES.
               05 WS-TERR-MELHOR-IX           PIC 9(03).
               05 WS-TERR-MELHOR-INICIO       PIC 9(08).
       77 WS-TERR-IX-NIVEL                   PIC 9(01) VALUE ZEROS.

      *    TROCA MANUAL DO REPRESENTANTE (SO' SUPERVISOR).
       77 WS-REP-ESCOLHIDO                   PIC X(04) VALUE SPACES.
       77 WS-TERR-OPCAO                      PIC X(01) VALUE SPACE.
       77 WS-TERR-SUPERVISOR                 PIC X(08) VALUE SPACES.
       77 WS-TERR-REP-NOVO                   PIC X(04) VALUE SPACES.
       77 WS-SW-TERR-SUPER                   PIC X(01) VALUE 'N'.
           88 TERR-SUPERVISOR-OK             VALUE 'S' FALSE 'N'.
       77 WS-SW-TERR-REP                     PIC X(01) VALUE 'N'.
           88 TERR-REP-CADASTRADO            VALUE 'S' FALSE 'N'.
       77 WS-SW-TERR-EOF                     PIC X(01) VALUE 'N'.
           88 TERR-FIM-LEITURA               VALUE 'S' FALSE 'N'.
