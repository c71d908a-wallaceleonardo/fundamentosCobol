      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DA ROTINA COMPARTILHADA DE SIGN-ON
      *          (COPY/SENHAPR.CPY). O CHAMADOR ARMA WS-SEN-PROGRAMA
      *          (O PROPRIO PROGRAM-ID, QUE VAI NO LOG OPERSEG) E
      *          WS-SEN-PAPEL (OPERADOR, SUPERVISOR, COBRADOR...),
      *          FAZ 'PERFORM P-SIGN-ON' E TESTA SEN-AUTENTICADO; O
      *          ID CONFERIDO FICA EM WS-SEN-OPERADOR. AS REGRAS DA
      *          SENHA (FALHAS ATE O BLOQUEIO, VALIDADE EM DIAS E
      *          TAMANHO MINIMO) SAO AS DESTE COPY.
      ******************************************************************
       77 WS-FS-OPERCRED                     PIC X(02) VALUE '00'.
       77 WS-FS-OPERSEG                      PIC X(02) VALUE '00'.
       77 WS-SEN-PROGRAMA                    PIC X(20) VALUE SPACES.
       77 WS-SEN-PAPEL                       PIC X(10) VALUE 'OPERADOR'.
       77 WS-SEN-OPERADOR                    PIC X(08) VALUE SPACES.
       77 WS-SEN-SENHA                       PIC X(16) VALUE SPACES.
       77 WS-SEN-SENHA-NOVA                  PIC X(16) VALUE SPACES.
       77 WS-SEN-SENHA-CONF                  PIC X(16) VALUE SPACES.
       77 WS-SEN-PROMPT                      PIC X(40) VALUE SPACES.
       77 WS-SEN-EVENTO                      PIC X(08) VALUE SPACES.
       77 WS-SEN-RESPONSAVEL                 PIC X(08) VALUE SPACES.

      *    REGRAS DA SENHA.
       77 WS-SEN-MAX-TENTATIVAS              PIC 9(02) VALUE 3.
       77 WS-SEN-VALIDADE-DIAS               PIC 9(03) VALUE 90.
       77 WS-SEN-TAM-MINIMO                  PIC 9(02) VALUE 6.

       77 WS-SW-SEN-AUTENTICADO              PIC X(01) VALUE 'N'.
           88 SEN-AUTENTICADO                VALUE 'S' FALSE 'N'.
       77 WS-SW-SEN-VENCIDA                  PIC X(01) VALUE 'N'.
           88 SEN-SENHA-VENCIDA              VALUE 'S' FALSE 'N'.
       77 WS-SW-SEN-TROCA                    PIC X(01) VALUE 'N'.
           88 SEN-TROCA-OK                   VALUE 'S' FALSE 'N'.
       77 WS-SEN-HOJE                        PIC 9(08) VALUE ZEROS.
       77 WS-SEN-DIAS                        PIC S9(07) VALUE ZEROS.
       77 WS-SEN-TAMANHO                     PIC 9(02) VALUE ZEROS.

      *    RESUMO DA SENHA: DOIS ACUMULADORES POLINOMIAIS SOBRE O ID
      *    + A SENHA, CADA UM REDUZIDO POR UM PRIMO DE NOVE DIGITOS.
      *    O BYTE E' LIDO COMO BINARIO ATRAS DE UM LOW-VALUE.
       77 WS-SEN-HASH-ID                     PIC X(08) VALUE SPACES.
       77 WS-SEN-HASH-SENHA                  PIC X(16) VALUE SPACES.
       77 WS-SEN-HASH                        PIC 9(18) VALUE ZEROS.
       01 WS-SEN-BASE.
           03 WS-SEN-BASE-ID                 PIC X(08).
           03 WS-SEN-BASE-SENHA              PIC X(16).
       77 WS-SEN-IX                          PIC 9(02) COMP VALUE ZEROS.
       77 WS-SEN-H1                          PIC 9(09) COMP-3 VALUE 0.
       77 WS-SEN-H2                          PIC 9(09) COMP-3 VALUE 0.
       77 WS-SEN-TRAB                        PIC 9(13) COMP-3 VALUE 0.
       77 WS-SEN-QUOC                        PIC 9(13) COMP-3 VALUE 0.
       01 WS-SEN-BYTE-PAR.
           03 WS-SEN-BYTE-ZERO               PIC X(01).
           03 WS-SEN-BYTE-CAR                PIC X(01).
       01 WS-SEN-BYTE-NUM REDEFINES WS-SEN-BYTE-PAR
                                             PIC 9(04) COMP.
