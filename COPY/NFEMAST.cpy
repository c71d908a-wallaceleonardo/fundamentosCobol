      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE NOTAS FISCAIS
      *          ELETRONICAS (NFEMAST, INDEXADO POR NFE-NUM-FATURA,
      *          CHAVE ALTERNATIVA NFE-CHAVE COM DUPLICIDADE): UMA
      *          LINHA POR FATURA FECHADA, INCLUIDA PELO GERADOR
      *          NOTURNO (DEMONSTRA-NFEGER) E ATUALIZADA PELO RETORNO
      *          DA AUTORIZACAO (DEMONSTRA-NFERET) E PELA IMPRESSAO
      *          DO DOCUMENTO (DEMONSTRA-FATPRINT). SERIE E NUMERO SO'
      *          SAO ATRIBUIDOS QUANDO A NOTA SAI NO ARQUIVO DE ENVIO
      *          NFEENV - NOTA IMPEDIDA NAO CONSOME NUMERO, E A
      *          NUMERACAO DA SERIE NAO TEM BURACO.
      *          CICLO DA SITUACAO: 'I' IMPEDIDA (CADASTRO DO CLIENTE
      *          OU DO PRODUTO INCOMPLETO, SEM NUMERO; O GERADOR TENTA
      *          DE NOVO A CADA NOITE) -> 'E' ENVIADA -> 'A'
      *          AUTORIZADA OU 'R' REJEITADA (MANTEM O NUMERO; VOLTA
      *          A 'E' QUANDO O FISCAL A LIBERA NO NFEREENV).
      ******************************************************************
       01 WS-REG-NFEMAST.
           03 NFE-NUM-FATURA                     PIC 9(06).
           03 NFE-NUM-CLIENTE                    PIC 9(06).
           03 NFE-SERIE                          PIC 9(03).
           03 NFE-NUMERO                         PIC 9(09).
      *    CHAVE DE ACESSO DE 44 DIGITOS (UF, AAMM, CNPJ DO
      *    EMITENTE, MODELO 55, SERIE, NUMERO, TIPO DE EMISSAO,
      *    CODIGO NUMERICO E DIGITO VERIFICADOR MODULO 11),
      *    REMONTADA A CADA ENVIO. EM BRANCO NA NOTA IMPEDIDA.
           03 NFE-CHAVE                          PIC X(44).
           03 NFE-SITUACAO                       PIC X(01).
               88 NFE-IMPEDIDA                   VALUE 'I'.
               88 NFE-ENVIADA                    VALUE 'E'.
               88 NFE-AUTORIZADA                 VALUE 'A'.
               88 NFE-REJEITADA                  VALUE 'R'.
      *    DATAS DE NEGOCIO: INCLUSAO NO CADASTRO, ULTIMO ENVIO E
      *    ULTIMO RETORNO; QUANTAS VEZES A NOTA FOI ENVIADA.
           03 NFE-DATA-INCLUSAO                  PIC 9(08).
           03 NFE-DATA-ENVIO                     PIC 9(08).
           03 NFE-QT-ENVIOS                      PIC 9(03).
           03 NFE-DATA-RETORNO                   PIC 9(08).
      *    AUTORIZACAO: PROTOCOLO E DATA-HORA (AAAAMMDDHHMMSS)
      *    DEVOLVIDOS PELA SEFAZ.
           03 NFE-PROTOCOLO                      PIC X(15).
           03 NFE-DATA-HORA-AUT                  PIC X(14).
      *    REJEICAO: CODIGO DE STATUS E MOTIVO DA SEFAZ; NA NOTA
      *    IMPEDIDA - E NA JA NUMERADA QUE O CADASTRO IMPEDIU DE
      *    REENVIAR, QUE FICA REJEITADA - CODIGO ZEROS E O MOTIVO
      *    DO IMPEDIMENTO.
           03 NFE-COD-REJEICAO                   PIC 9(03).
           03 NFE-MOTIVO                         PIC X(60).
      *    'S' QUANDO O DOCUMENTO DA FATURA JA FOI ENTREGUE
      *    (DEMONSTRA-FATPRINT) - SAI UMA VEZ SO'.
           03 NFE-SW-IMPRESSA                    PIC X(01).
               88 NFE-IMPRESSA                   VALUE 'S' FALSE 'N'.
      *    IMAGEM DO REGISTRO DO FATTOTAIS (COPY/FATTOT.CPY) DA
      *    NOITE DO FECHAMENTO: OS TOTAIS DA NOTA E DO DOCUMENTO
      *    CONTINUAM DISPONIVEIS DEPOIS QUE O FATTOTAIS E'
      *    REGRAVADO PELA NOITE SEGUINTE.
           03 NFE-FATTOT                         PIC X(120).
