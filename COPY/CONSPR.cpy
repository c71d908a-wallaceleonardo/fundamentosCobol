      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DE CONSULTA AO CONSENTIMENTO
      *          LGPD. P-VERIFICA-CONSENTIMENTO RESPONDE, PARA
      *          WS-CONS-CLIENTE E WS-CONS-FINALIDADE, SE O CLIENTE
      *          TEM OPT-IN REGISTRADO NAQUELA FINALIDADE
      *          (CONSENTIMENTO-DADO). SEM LINHA NO CONSENT, COM
      *          RECUSA REGISTRADA OU COM O ARQUIVO INDISPONIVEL A
      *          RESPOSTA E' NAO - NA DUVIDA, O DADO NAO SAI. O
      *          PROGRAMA PRECISA DO ARQUIVO CLIENTE-CONSENTIMENTO
      *          ('CONSENT', COPY/CONSENT.CPY) DECLARADO E ABERTO E DO
      *          COPY/CONSWS.CPY.
      ******************************************************************
       P-VERIFICA-CONSENTIMENTO.
      *****************************************

           SET CONSENTIMENTO-DADO             TO FALSE

           IF WS-FS-CONSENT NOT = '00' AND WS-FS-CONSENT NOT = '23'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONS-CLIENTE               TO CONS-NUM-CLIENTE
           MOVE WS-CONS-FINALIDADE            TO CONS-FINALIDADE

           READ CLIENTE-CONSENTIMENTO
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CONSENT = '00'
              AND CONS-CONSENTIU
               SET CONSENTIMENTO-DADO         TO TRUE
           END-IF
           .
