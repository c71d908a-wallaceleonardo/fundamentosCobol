      *                    100 PROGRAMAS E, NO LIMITE, CONTAR E
      *                    REPORTAR O ESTOURO EM VEZ DE IGNORAR
      *                    PROGRAMAS EM SILENCIO
      *   15/10/2026 WT - CASAR TAMBEM OS PARES DE ETAPA (EVENTOS
      *                    ETPINI/ETPFIM, GRAVADOS DENTRO DA EXECUCAO
      *                    DE UM PASSO, COMO A CASA DE CONFIRMACOES DO
      *                    GLEXTRACT), COM PENDENCIA PROPRIA PARA NAO
      *                    QUEBRAR O PAR INICIO/FIM DO PASSO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-RUNTREND.
       77 WS-SW-PENDENTE                     PIC X(01) VALUE 'N'.
           88 EXISTE-PENDENTE                VALUE 'S' FALSE 'N'.

      *    O MESMO PARA A ETAPA ABERTA (ETPINI) DENTRO DO PASSO;
      *    NO FECHAMENTO, O PAR DO PASSO E' GUARDADO E RESTAURADO.
       77 WS-ETAPA-PROGRAMA                  PIC X(20) VALUE SPACES.
       77 WS-ETAPA-HORA                      PIC 9(06) VALUE ZEROS.
       77 WS-SW-ETAPA                        PIC X(01) VALUE 'N'.
           88 EXISTE-ETAPA                   VALUE 'S' FALSE 'N'.
       77 WS-GUARDA-PROGRAMA                 PIC X(20) VALUE SPACES.
       77 WS-GUARDA-HORA                     PIC 9(06) VALUE ZEROS.

       77 WS-HORA-FIM                        PIC 9(06) VALUE ZEROS.
       77 WS-DURACAO-SEG                     PIC 9(07) VALUE ZEROS.
       77 WS-DURACAO-ED                      PIC ZZZZZZ9.
                   ELSE
                       ADD 1                       TO WS-QT-SEM-PAR
                   END-IF
               WHEN 'ETPINI'
                   MOVE RUNLOG-PROGRAMA        TO WS-ETAPA-PROGRAMA
                   MOVE RUNLOG-DATA-HORA(9:6)  TO WS-ETAPA-HORA
                   SET EXISTE-ETAPA            TO TRUE
               WHEN 'ETPFIM'
                   IF EXISTE-ETAPA
                      AND RUNLOG-PROGRAMA = WS-ETAPA-PROGRAMA
                       PERFORM P250-FECHA-ETAPA
                       SET EXISTE-ETAPA            TO FALSE
                   ELSE
                       ADD 1                       TO WS-QT-SEM-PAR
                   END-IF
           END-EVALUATE

           PERFORM P100-LE-RUNLOG
           .

      *****************************************
      * A ETAPA ENTRA NO RELATORIO E NA TENDENCIA PELO NOME GRAVADO
      * NO RUNLOG, COMO UM PROGRAMA; O INICIO PENDENTE DO PASSO QUE A
      * CONTEM CONTINUA ESPERANDO O SEU FIM.
      *****************************************
       P250-FECHA-ETAPA.
      *****************************************

           MOVE WS-PENDENTE-PROGRAMA          TO WS-GUARDA-PROGRAMA
           MOVE WS-PENDENTE-HORA              TO WS-GUARDA-HORA

           MOVE WS-ETAPA-PROGRAMA             TO WS-PENDENTE-PROGRAMA
           MOVE WS-ETAPA-HORA                 TO WS-PENDENTE-HORA
           PERFORM P300-GRAVA-DURACAO

           MOVE WS-GUARDA-PROGRAMA            TO WS-PENDENTE-PROGRAMA
           MOVE WS-GUARDA-HORA                TO WS-PENDENTE-HORA
           .

      *****************************************
      * CALCULA A DURACAO EM SEGUNDOS ENTRE WS-PENDENTE-HORA E O
      * HORARIO DO EVENTO FIM, GRAVA A LINHA DE DETALHE NO
