      *          CONHECIDA E FICA ONDE ESTA.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - IMAGEM DO PAGAMENTO ALEM DA POSICAO 80 NA
      *                    EXTENSAO PHIST-IMAGEM-EXT, GRAVADA DEPOIS
      *                    DA DATA DE ARQUIVAMENTO: O PAGTOPEND
      *                    CRESCEU ALEM DOS 80 DA IMAGEM E OS
      *                    REGISTROS JA ARQUIVADOS CONTINUAM LIDOS
      *                    COMO ANTES (EXTENSAO EM BRANCO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PAGTOARCH.
       FD AUDITORIA-TRABALHO.
       01 WS-REG-AUDWRK                           PIC X(60).

      *    IMAGEM DO PAGAMENTO ARQUIVADO + DATA DO ARQUIVAMENTO; O
      *    QUE O LAYOUT TIVER ALEM DA POSICAO 80 SEGUE NA EXTENSAO.
       FD PAGTO-HISTORICO.
       01 WS-REG-PAGTOHIST.
           03 PHIST-IMAGEM                       PIC X(80).
           03 PHIST-DATA-ARQUIVAMENTO            PIC 9(08).
           03 PHIST-IMAGEM-EXT                   PIC X(120).

      *    IMAGEM DA LINHA DA TRILHA ARQUIVADA.
       FD AUDITORIA-HISTORICO.
      *****************************************

           MOVE SPACES                        TO WS-REG-PAGTOHIST
           MOVE WS-REG-PAGTO-PENDENTE(1:80)   TO PHIST-IMAGEM
           MOVE WS-REG-PAGTO-PENDENTE(81:)    TO PHIST-IMAGEM-EXT
           MOVE WS-DATA-NEGOCIO               TO PHIST-DATA-ARQUIVAMENTO
           WRITE WS-REG-PAGTOHIST

