      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: TABELA DOS MOTIVOS DE DISPENSA DE JUROS DE MORA
      *          (DSP-MOTIVO DO COPY/JURDPROP.CPY), PARA A PROPOSTA DO
      *          COBRADOR E O RELATORIO MENSAL. MOTIVO NOVO ENTRA AQUI
      *          E NO 88 DSP-MOTIVO-VALIDO.
      ******************************************************************
       01 WS-MOTIVOS-DISPENSA.
           03 FILLER PIC X(32) VALUE 'ACACORDO PARA QUITAR O PRINCIPAL'.
           03 FILLER PIC X(32) VALUE 'ECERRO DE COBRANCA'.
           03 FILLER PIC X(32) VALUE 'RCRETENCAO DE CLIENTE'.
           03 FILLER PIC X(32) VALUE 'CTCORTESIA COMERCIAL'.
           03 FILLER PIC X(32) VALUE 'JDDETERMINACAO JUDICIAL/PROCON'.
       01 WS-TAB-MOTIVOS-DISP REDEFINES WS-MOTIVOS-DISPENSA.
           03 WS-MOT-ITEM              OCCURS 5 TIMES.
               05 WS-MOT-CODIGO               PIC X(02).
               05 WS-MOT-DESCRICAO            PIC X(30).
       77 WS-QT-MOTIVOS                      PIC 9(01) VALUE 5.
       77 WS-IX-MOT                          PIC 9(01) VALUE ZEROS.
