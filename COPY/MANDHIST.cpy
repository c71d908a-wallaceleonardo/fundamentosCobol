      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO MANDHIST, A TRILHA DE
      *          ALTERACOES DO CADASTRO DE MANDATOS DE DEBITO
      *          AUTOMATICO, NO MESMO DESENHO DO CLIHIST: IMAGEM
      *          ANTERIOR E POSTERIOR DO REGISTRO, O PROGRAMA
      *          RESPONSAVEL, O OPERADOR (EM BRANCO NAS MUDANCAS DO
      *          LOTE) E A DATA-HORA.
      ******************************************************************
       01 WS-REG-MANDHIST.
           03 MHIST-NUM-CLIENTE                  PIC 9(06).
           03 MHIST-PROGRAMA                     PIC X(20).
           03 MHIST-OPERADOR                     PIC X(08).
           03 MHIST-DATA-HORA                    PIC X(14).
      *    OPERACAO: I=INCLUSAO, A=ALTERACAO, E=EXCLUSAO,
      *    F=RECUSA CONTADA, S=SUSPENSAO PELO LOTE, Z=FALHAS ZERADAS.
           03 MHIST-OPERACAO                     PIC X(01).
           03 MHIST-IMAGEM-ANTES                 PIC X(80).
           03 MHIST-IMAGEM-DEPOIS                PIC X(80).
