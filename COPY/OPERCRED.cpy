      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE CREDENCIAIS DE
      *          OPERADOR (OPERCRED, INDEXADO PELO ID DO OPERADOR).
      *          A SENHA NUNCA E' GUARDADA - SO' O RESUMO CALCULADO
      *          PELA ROTINA COMPARTILHADA DE SIGN-ON
      *          (COPY/SENHAPR.CPY) SOBRE O ID + A SENHA. DATA DA
      *          ULTIMA TROCA EM ZEROS OBRIGA A TROCA NO PROXIMO
      *          SIGN-ON (CADASTRO NOVO OU SENHA REDEFINIDA PELO
      *          ADMINISTRADOR EM DEMONSTRA-OPERADM). AS FALHAS
      *          SEGUIDAS SAO CONTADAS ATE O BLOQUEIO; SO' O
      *          ADMINISTRADOR DESBLOQUEIA.
      ******************************************************************
       01 WS-REG-OPERCRED.
           03 CRED-OPERADOR                      PIC X(08).
           03 CRED-SENHA-HASH                    PIC 9(18).
           03 CRED-DATA-TROCA                    PIC 9(08).
           03 CRED-TENTATIVAS                    PIC 9(02).
           03 CRED-SITUACAO                      PIC X(01).
               88 CRED-ATIVO                     VALUE 'A'.
               88 CRED-BLOQUEADO                 VALUE 'B'.
           03 CRED-ULTIMO-ACESSO                 PIC X(14).
