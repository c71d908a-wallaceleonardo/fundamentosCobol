      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DA ROTINA COMPARTILHADA DE CANAL
      *          DE ENTREGA DA FATURA E DO EXTRATO (COPY/CANALPR.CPY):
      *          AS DUAS CHAVES DIZEM SE O DOCUMENTO VAI PARA O PAPEL,
      *          PARA A FILA DE E-MAIL OU PARA OS DOIS, E OS
      *          CONTADORES ALIMENTAM A CONTAGEM DIARIA POR CANAL NO
      *          RELATORIO DA EXECUCAO.
      ******************************************************************
       77 WS-SW-CANAL-PAPEL                  PIC X(01) VALUE 'N'.
           88 ENTREGA-NO-PAPEL               VALUE 'S' FALSE 'N'.
       77 WS-SW-CANAL-EMAIL                  PIC X(01) VALUE 'N'.
           88 ENTREGA-POR-EMAIL              VALUE 'S' FALSE 'N'.
       77 WS-CANAL-QT-ARROBA                 PIC 9(02) VALUE ZEROS.

      *    CONTAGEM POR CANAL: SO' PAPEL, SO' E-MAIL, AMBOS, E
      *    QUANTOS PEDIRAM E-MAIL MAS CAIRAM NO PAPEL (BOUNCE OU
      *    ENDERECO SEM '@'). O RECUO TAMBEM CONTA EM PAPEL.
       77 WS-CANAL-QT-PAPEL                  PIC 9(06) VALUE ZEROS.
       77 WS-CANAL-QT-EMAIL                  PIC 9(06) VALUE ZEROS.
       77 WS-CANAL-QT-AMBOS                  PIC 9(06) VALUE ZEROS.
       77 WS-CANAL-QT-RECUO                  PIC 9(06) VALUE ZEROS.
