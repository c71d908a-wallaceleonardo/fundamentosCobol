      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE DISTRIBUICAO DE RELATORIOS
      *          (ARQUIVO RPTDSTAB), LIDA PELO DEMONSTRA-RPTDIST NO
      *          FIM DAS CADEIAS: UMA LINHA POR DESTINATARIO DE CADA
      *          RELATORIO. TODAS AS LINHAS DE UM RELATORIO TRAZEM O
      *          MESMO CORTE: 'T' = O RELATORIO INTEIRO; 'V' = POR
      *          VENDEDOR, 'C' = POR COBRADOR, 'U' = POR UF - NESTES,
      *          A CHAVE DE CADA LINHA DO RELATORIO E' O TEXTO DE
      *          DST-TAM-CHAVE POSICOES QUE SEGUE A MARCA (EX.: MARCA
      *          'REP' E TAMANHO 4 NO COMISSRPT). CHAVE '*' RECEBE O
      *          RELATORIO INTEIRO (A GERENCIA, POR EXEMPLO). A
      *          CADEIA DIZ QUANDO O RELATORIO E' ESPERADO: 'N' =
      *          TODA NOITE, 'M' = SO' NO FECHAMENTO MENSAL; O
      *          PROGRAMA PRODUTOR E' O QUE PRECISA TER FIM NO RUNLOG
      *          PARA O RELATORIO CONTAR COMO CHEGADO.
      ******************************************************************
       01 WS-REG-RPTDSTAB.
           03 DST-RELATORIO                      PIC X(12).
           03 DST-CADEIA                         PIC X(01).
               88 DST-NOTURNO                    VALUE 'N'.
               88 DST-MENSAL                     VALUE 'M'.
           03 DST-CORTE                          PIC X(01).
               88 DST-INTEIRO                    VALUE 'T'.
               88 DST-POR-VENDEDOR               VALUE 'V'.
               88 DST-POR-COBRADOR               VALUE 'C'.
               88 DST-POR-UF                     VALUE 'U'.
           03 DST-MARCA                          PIC X(12).
           03 DST-TAM-CHAVE                      PIC 9(02).
           03 DST-CHAVE                          PIC X(08).
           03 DST-DESTINATARIO                   PIC X(20).
           03 DST-PROGRAMA                       PIC X(20).
