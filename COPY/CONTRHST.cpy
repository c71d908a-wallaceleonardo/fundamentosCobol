      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TRILHA DE MUDANCAS DOS CONTRATOS
      *          (CONTRHIST), NO MESMO DESENHO DO CLIHIST: O
      *          CONTRATO, O PROGRAMA QUE MUDOU, DATA-HORA, OPERACAO
      *          (I/A/E) E AS IMAGENS DO REGISTRO DO CONTRMAST ANTES
      *          E DEPOIS. GRAVADA PELA MANUTENCAO
      *          (DEMONSTRA-CONTRMANUT), PELO FIM DE VIGENCIA
      *          (DEMONSTRA-CONTRREN) E PELO REAJUSTE ANUAL
      *          (DEMONSTRA-CONTRREAJ). AS IMAGENS TEM FOLGA SOBRE O
      *          TAMANHO DO CONTRATO. LAYOUT ANTERIOR (281
      *          POSICOES): IMAGENS X(120) NAS POSICOES 42-161 E
      *          162-281, CONVERTIDO UMA VEZ NA IMPLANTACAO
      *          (DEMONSTRA-HISTCONV, JCL IMPLANT).
      ******************************************************************
       01 WS-REG-CONTRHIST.
           03 CHIST-NUMERO                       PIC 9(06).
           03 CHIST-PROGRAMA                     PIC X(20).
           03 CHIST-DATA-HORA                    PIC X(14).
           03 CHIST-OPERACAO                     PIC X(01).
           03 CHIST-IMAGEM-ANTES                 PIC X(200).
           03 CHIST-IMAGEM-DEPOIS                PIC X(200).
