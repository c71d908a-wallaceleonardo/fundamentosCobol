      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINAS COMPARTILHADAS DO JORNAL DE IMAGENS DO
      *          PAGTOPEND (PAGTOJRN). LOGO APOS LER UM REGISTRO QUE
      *          PODE SER REGRAVADO, 'PERFORM P-JRN-GUARDA-ANTES'
      *          GUARDA A IMAGEM ANTES; DEPOIS DE CADA WRITE OU
      *          REWRITE BEM-SUCEDIDO, O CHAMADOR MOVE 'I' (INCLUSAO)
      *          OU 'A' (ALTERACAO) PARA WS-JRN-OPERACAO E FAZ
      *          'PERFORM P-GRAVA-PAGJRN', QUE ANEXA A LINHA COM AS
      *          DUAS IMAGENS E JA DEIXA A IMAGEM GRAVADA COMO ANTES
      *          DE UMA PROXIMA REGRAVACAO DO MESMO REGISTRO. O
      *          PROGRAMA PRECISA DO ARQUIVO PAGTO-JORNAL ('PAGTOJRN',
      *          FD COM O COPY/PAGJRN.CPY), DO COPY/PAGJRNWS.CPY E DO
      *          REGISTRO WS-REG-PAGTO-PENDENTE (COPY/PAGTOPD.CPY).
      *          LINHA QUE NAO ENTRA NO JORNAL E' CONTADA EM
      *          WS-QT-JORNAL-ERRO - O PASSO DEIXA DE SER ESTORNAVEL
      *          E DEVE TERMINAR COM AVISO.
      ******************************************************************
       P-JRN-GUARDA-ANTES.
      *****************************************

           MOVE WS-REG-PAGTO-PENDENTE         TO WS-JRN-ANTES
           .

      *****************************************
       P-GRAVA-PAGJRN.
      *****************************************

           MOVE SPACES                        TO WS-REG-PAGJRN
           MOVE WS-JRN-DATA-NEGOCIO           TO JRN-DATA-NEGOCIO
           MOVE WS-JRN-PROGRAMA               TO JRN-PROGRAMA
           ACCEPT JRN-DATA-HORA(1:8)          FROM DATE YYYYMMDD
           ACCEPT JRN-DATA-HORA(9:6)          FROM TIME
           MOVE WS-JRN-OPERACAO               TO JRN-OPERACAO
           MOVE PAGTO-NUMERO                  TO JRN-NUM-PAGTO
           IF JRN-INCLUSAO
               MOVE SPACES                    TO JRN-IMAGEM-ANTES
           ELSE
               MOVE WS-JRN-ANTES              TO JRN-IMAGEM-ANTES
           END-IF
           MOVE WS-REG-PAGTO-PENDENTE         TO JRN-IMAGEM-DEPOIS

           OPEN EXTEND PAGTO-JORNAL
           IF WS-FS-PAGJRN = '35'
               OPEN OUTPUT PAGTO-JORNAL
           END-IF

           IF WS-FS-PAGJRN = '00'
               WRITE WS-REG-PAGJRN
               CLOSE PAGTO-JORNAL
               ADD 1                          TO WS-QT-JORNAL
           ELSE
               ADD 1                          TO WS-QT-JORNAL-ERRO
               DISPLAY 'ERRO AO GRAVAR O JORNAL PAGTOJRN: '
                       WS-FS-PAGJRN ' - PAGAMENTO ' PAGTO-NUMERO
           END-IF

           MOVE WS-REG-PAGTO-PENDENTE         TO WS-JRN-ANTES
           .
