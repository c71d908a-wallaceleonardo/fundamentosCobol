      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO LOG DE SEGURANCA DE OPERADOR
      *          (OPERSEG), IRMAO DO COPY/RUNLOG.CPY: CADA TENTATIVA
      *          DE SIGN-ON, COM SUCESSO OU NAO, CADA TROCA DE SENHA
      *          E CADA ACAO DO ADMINISTRADOR (DEMONSTRA-OPERADM)
      *          SOBRE UMA CREDENCIAL. LIDO PELO RELATORIO DE
      *          ATIVIDADE DO OPERADOR (DEMONSTRA-OPREPORT).
      *          EVENTOS: SIGNON (SUCESSO), FALHA (SENHA ERRADA),
      *          INEXIST (ID SEM CREDENCIAL), BLOQUEIO (FALHA QUE
      *          BLOQUEOU O ID), BLOQUEAD (TENTATIVA EM ID JA
      *          BLOQUEADO), TROCA / TROCAFAL (TROCA DE SENHA FEITA
      *          OU RECUSADA), INDISP (CADASTRO OPERCRED
      *          INDISPONIVEL), NEGADO (SIGN-ON VALIDO SEM O PERFIL
      *          '*ADMIN' NA TRANSACAO DO ADMINISTRADOR) E, DO
      *          ADMINISTRADOR - IDENTIFICADO EM SEG-RESPONSAVEL -,
      *          CADASTRO, DESBLOQ E RESET.
      ******************************************************************
       01 WS-REG-OPERSEG.
           03 SEG-DATA-HORA                      PIC X(14).
           03 SEG-OPERADOR                       PIC X(08).
           03 SEG-PROGRAMA                       PIC X(20).
           03 SEG-EVENTO                         PIC X(08).
               88 SEG-SUCESSO                    VALUE 'SIGNON'.
               88 SEG-FALHA                      VALUE 'FALHA'
                                                       'INEXIST'
                                                       'BLOQUEIO'
                                                       'BLOQUEAD'
                                                       'TROCAFAL'.
           03 SEG-TENTATIVAS                     PIC 9(02).
           03 SEG-RESPONSAVEL                    PIC X(08).
