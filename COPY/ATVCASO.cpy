      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE CASOS DE ATIVIDADE SUSPEITA
      *          (ATVCASOS), MANTIDO PELO LOTE SEMANAL DEMONSTRA-
      *          ATVSUSP: UM REGISTRO POR OCORRENCIA DE REGRA, DESDE
      *          A PRIMEIRA SEMANA EM QUE APARECEU. A CHAVE DA
      *          OCORRENCIA E' A REGRA + O CLIENTE + CASO-CHAVE (OS
      *          IDENTIFICADORES DOS DOIS EVENTOS CORRELACIONADOS),
      *          PARA A MESMA OCORRENCIA NAO VIRAR CASO NOVO TODA
      *          SEMANA. A DECISAO DA AUDITORIA CHEGA PELO ARQUIVO
      *          ATVREV: CASO REVISADO NAO VOLTA A SER LISTADO; CASO
      *          EM ABERTO VOLTA COMO PENDENTE ATE SER REVISADO.
      ******************************************************************
       01 WS-REG-ATVCASO.
           03 CASO-NUMERO                        PIC 9(06).
           03 CASO-REGRA                         PIC X(04).
           03 CASO-NUM-CLIENTE                   PIC 9(06).
           03 CASO-CHAVE                         PIC X(30).
           03 CASO-DATA-ABERTURA                 PIC 9(08).
      *    'A' = EM ABERTO, AGUARDANDO A AUDITORIA; 'R' = REVISADO,
      *    PROCEDENTE (ENCAMINHADO); 'I' = REVISADO, IMPROCEDENTE.
           03 CASO-SITUACAO                      PIC X(01).
               88 CASO-EM-ABERTO                 VALUE 'A'.
               88 CASO-REVISADO                  VALUE 'R' 'I'.
           03 CASO-REVISOR                       PIC X(08).
           03 CASO-DATA-REVISAO                  PIC 9(08).
           03 CASO-SEVERIDADE                    PIC 9(01).
