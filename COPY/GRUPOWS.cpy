      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DAS ROTINAS COMPARTILHADAS DE
      *          GRUPO ECONOMICO (COPY/GRUPOPR.CPY): OS LIMITES DO
      *          GRPLIM E OS MEMBROS DE CADA GRUPO, CARREGADOS EM
      *          TABELA, O CLIENTE EM TESTE E A RESPOSTA "DE QUE
      *          GRUPO, COM QUE LIMITE E QUANTO O GRUPO DEVE?".
      ******************************************************************
       77 WS-FS-GRPLIM                       PIC X(02) VALUE '00'.
       77 WS-QT-TAB-GRPLIM                   PIC 9(03) VALUE ZEROS.
       77 WS-IX-GRPLIM                       PIC 9(03) VALUE ZEROS.
       01 WS-TAB-GRPLIM.
           03 WS-GRPLIM-ITEM           OCCURS 200 TIMES.
               05 WS-GRPLIM-GRUPO             PIC 9(06).
               05 WS-GRPLIM-LIMITE            PIC 9(07)V99.

      *    OS CLIENTES QUE PERTENCEM A ALGUM GRUPO (ATE 2000), NA
      *    ORDEM DO CLIMAST. A MATRIZ ENTRA MESMO COM O CAMPO DE
      *    GRUPO ZERADO QUANDO TEM LIMITE DE GRUPO NO GRPLIM.
       77 WS-QT-TAB-MEMBROS                  PIC 9(04) VALUE ZEROS.
       77 WS-IX-MEMBRO                       PIC 9(04) VALUE ZEROS.
       01 WS-TAB-MEMBROS.
           03 WS-MEMBRO-ITEM           OCCURS 2000 TIMES.
               05 WS-MEMBRO-CLIENTE           PIC 9(06).
               05 WS-MEMBRO-GRUPO             PIC 9(06).

      *    ENTRADA: O CLIENTE EM TESTE.
       77 WS-GRP-CLIENTE                     PIC 9(06) VALUE ZEROS.

      *    RESPOSTA: GRUPO DO CLIENTE (ZEROS = SEM GRUPO), LIMITE DO
      *    GRUPO, QUANTIDADE DE MEMBROS E O SALDO EM ABERTO (P/A) E
      *    O ATRASADO (A) DE TODOS OS MEMBROS NO PAGTOPEND.
       77 WS-GRP-CODIGO                      PIC 9(06) VALUE ZEROS.
       77 WS-SW-GRP-LIMITE                   PIC X(01) VALUE 'N'.
           88 GRUPO-COM-LIMITE               VALUE 'S' FALSE 'N'.
       77 WS-GRP-LIMITE        PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-GRP-QT-MEMBROS                  PIC 9(04) VALUE ZEROS.
       77 WS-GRP-SALDO         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-GRP-ATRASADO      PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    APOIO: O GRUPO EFETIVO DO REGISTRO LIDO, O MEMBRO EM
      *    VARREDURA NO PAGTOPEND E OS STATUS DOS ARQUIVOS, QUE AS
      *    ROTINAS DEVOLVEM COMO RECEBERAM.
       77 WS-GRP-EFETIVO                     PIC 9(06) VALUE ZEROS.
       77 WS-GRP-MEMBRO-SCAN                 PIC 9(06) VALUE ZEROS.
       77 WS-GRP-FS-SALVO                    PIC X(02) VALUE '00'.
       77 WS-SW-GRP-SCAN                     PIC X(01) VALUE 'N'.
           88 FIM-DO-SCAN-GRUPO              VALUE 'S' FALSE 'N'.
