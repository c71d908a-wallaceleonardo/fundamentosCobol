      *          (CLIMANUT, CLIMERGE E OS QUE VIEREM A PRECISAR)
      *          ANEXA AQUI A IMAGEM ANTERIOR E A POSTERIOR DO
      *          REGISTRO, O PROGRAMA RESPONSAVEL E A DATA-HORA.
      *          AS IMAGENS SAO X(300), COM FOLGA SOBRE WS-LAYOUT-1.
      *          LAYOUT ANTERIOR (441 POSICOES): IMAGENS X(200) NAS
      *          POSICOES 42-241 E 242-441, SEM OPERADOR/APROVADOR.
      *          A TRILHA ANTIGA E' CONVERTIDA UMA VEZ NA IMPLANTACAO
      *          (DEMONSTRA-HISTCONV, JCL IMPLANT) E TODO LEITOR
      *          CONVERTE NA LEITURA A LINHA QUE AINDA ESTIVER NO
      *          LAYOUT ANTERIOR (COPY CLIHCVWS/CLIHCVPR).
      *          HIST-OPERADOR E' QUEM FEZ (OU PEDIU) A MUDANCA NUMA
      *          TRANSACAO ONLINE E HIST-APROVADOR O SUPERVISOR QUE A
      *          DECIDIU (MUDANCAS SUJEITAS A APROVACAO, CLIPEND);
      *          NOS LOTES FICAM EM BRANCO.
      ******************************************************************
       01 WS-REG-CLIHIST.
           03 HIST-NUM-CLIENTE                   PIC 9(06).
           03 HIST-PROGRAMA                      PIC X(20).
           03 HIST-DATA-HORA                     PIC X(14).
      *    OPERACAO: I=INCLUSAO, A=ALTERACAO, E=EXCLUSAO. NAS
      *    MUDANCAS SUJEITAS A APROVACAO: P=PEDIDO PENDENTE (IMAGEM
      *    DEPOIS = COMO FICARIA), R=RECUSADO, X=EXPIRADO - NENHUMA
      *    DELAS MUDA O CADASTRO; A APROVADA ENTRA COMO 'A'.
           03 HIST-OPERACAO                      PIC X(01).
           03 HIST-IMAGEM-ANTES                  PIC X(300).
           03 HIST-IMAGEM-DEPOIS                 PIC X(300).
           03 HIST-OPERADOR                      PIC X(08).
           03 HIST-APROVADOR                     PIC X(08).
