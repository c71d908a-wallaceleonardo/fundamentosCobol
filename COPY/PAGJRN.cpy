      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO JORNAL DE IMAGENS DO
      *          PAGTOPEND (PAGTOJRN): UMA LINHA POR REGISTRO QUE UM
      *          LOTE DE ATUALIZACAO (FATPOST, BANKRET, PAGTOJUR,
      *          PAGTOVENC) INCLUI OU REGRAVA, COM O PROGRAMA, A DATA
      *          DE NEGOCIO, A IMAGEM ANTES E A IMAGEM DEPOIS DO
      *          REGISTRO. E' O QUE PERMITE AO ESTORNO DE PASSO
      *          (DEMONSTRA-PAGTOBKO) DEVOLVER O ARQUIVO EXATAMENTE AO
      *          QUE ERA ANTES DO PASSO. O ESTORNO ANEXA UMA LINHA DE
      *          MARCA ('B', SEM IMAGENS) DO PASSO ESTORNADO: AS
      *          LINHAS DO PASSO ANTERIORES A ELA NAO VALEM MAIS.
      ******************************************************************
       01 WS-REG-PAGJRN.
           03 JRN-DATA-NEGOCIO                   PIC 9(08).
           03 JRN-PROGRAMA                       PIC X(20).
           03 JRN-DATA-HORA                      PIC X(14).
           03 JRN-OPERACAO                       PIC X(01).
               88 JRN-INCLUSAO                   VALUE 'I'.
               88 JRN-ALTERACAO                  VALUE 'A'.
               88 JRN-ESTORNADO                  VALUE 'B'.
           03 JRN-NUM-PAGTO                      PIC 9(06).
      *    O REGISTRO DO PAGTOPEND (COPY/PAGTOPD.CPY) ANTES DA
      *    MUDANCA - EM BRANCO NA INCLUSAO - E DEPOIS DELA.
           03 JRN-IMAGEM-ANTES                   PIC X(94).
           03 JRN-IMAGEM-DEPOIS                  PIC X(94).
