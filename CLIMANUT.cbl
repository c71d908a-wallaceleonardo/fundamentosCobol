      *                    OVERRIDE DE EMERGENCIA EXIGE O PERFIL DE
      *                    SUPERVISOR DO OPERAUTH E DEIXA ALERTA NO
      *                    OPERALERT
      *   15/10/2026 WT - EXIBIR E ACEITAR A CONDICAO DE PAGAMENTO
      *                    (WS-COND-PAGTO, CODIGO DA TABELA CONDPAG
      *                    PELA QUAL O DEMONSTRA-FATPOST PARCELA A
      *                    FATURA; BRANCO = PAGAMENTO UNICO). CODIGO
      *                    FORA DA TABELA E' RECUSADO
      *   15/10/2026 WT - EXIBIR E ACEITAR O CANAL DE ENTREGA DA
      *                    FATURA E DO EXTRATO (P=PAPEL, E=E-MAIL,
      *                    A=AMBOS; BRANCO = PAPEL). E-MAIL OU AMBOS
      *                    SEM '@' NO WS-EMAIL E' RECUSADO
      *   15/10/2026 WT - EXIBIR E ACEITAR O GRUPO ECONOMICO
      *                    (WS-CLIENTE-GRUPO, NUMERO DO CLIENTE
      *                    MATRIZ; ZEROS = SEM GRUPO). MATRIZ
      *                    INEXISTENTE OU QUE JA E' FILIAL DE OUTRO
      *                    GRUPO E' RECUSADA
      *   15/10/2026 WT - EXIBIR E ACEITAR O DOCUMENTO FISCAL (CPF OU
      *                    CNPJ), OBRIGATORIO NA INCLUSAO E MANTIDO
      *                    QUANDO DEIXADO EM BRANCO NA ALTERACAO.
      *                    DIGITO VERIFICADOR ERRADO (ROTINA
      *                    COMPARTILHADA COPY/DOCVALPR.CPY) OU
      *                    DOCUMENTO JA USADO POR OUTRO CLIENTE
      *                    (COPY/DOCTABPR.CPY) E' RECUSADO
      *   15/10/2026 WT - SIGN-ON OBRIGATORIO DO OPERADOR (ID NO
      *                    RUNLOG E NO HIST-OPERADOR DA CLIHIST) E
      *                    DUPLO CONTROLE: LIMITE DE CREDITO ACIMA DO
      *                    PARAMETRO LIMITE-APROVACAO (OU ZERADO, SEM
      *                    LIMITE) E MUDANCA DO MODO DE FATURAMENTO
      *                    NAO SAO APLICADOS - VIRAM PEDIDO PENDENTE
      *                    NO CLIPEND (CLIHIST OPERACAO 'P') PARA O
      *                    SUPERVISOR DECIDIR EM DEMONSTRA-CLIAPRV
      *   15/10/2026 WT - RECUSAR A ALTERACAO E A EXCLUSAO QUANDO O
      *                    REGISTRO MUDOU DESDE QUE FOI EXIBIDO
      *                    (OUTRA SESSAO OU LOTE GRAVOU ANTES): O
      *                    REGISTRO E' RELIDO NA HORA DE GRAVAR,
      *                    COMPARADO COM A IMAGEM EXIBIDA E, SE
      *                    DIFERENTE, OS VALORES NOVOS SAO MOSTRADOS
      *                    AO OPERADOR EM VEZ DE SOBREPOSTOS
      *   15/10/2026 WT - SIGN-ON COM SENHA PELA ROTINA COMPARTILHADA
      *                    (COPY SENHAPR, CREDENCIAIS NO OPERCRED): ID
      *                    SEM A SENHA CERTA, BLOQUEADO OU COM A SENHA
      *                    VENCIDA E NAO TROCADA NAO ABRE SESSAO; CADA
      *                    TENTATIVA VAI PARA O LOG OPERSEG; TAMBEM O
      *                    SUPERVISOR DO OVERRIDE SE AUTENTICA COM A
      *                    SENHA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CLIMANUT.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT CONDICOES-PAGTO     ASSIGN TO 'CONDPAG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONDPAG.

           SELECT MUDANCAS-PENDENTES  ASSIGN TO 'CLIPEND'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CLIPEND.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT OPER-CREDENCIAL     ASSIGN TO 'OPERCRED'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CRED-OPERADOR
                                       FILE STATUS WS-FS-OPERCRED.

           SELECT OPER-SEGURANCA      ASSIGN TO 'OPERSEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERSEG.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-MASTER.
       FD OPER-ALERTA.
           COPY ALERTA.

       FD CONDICOES-PAGTO.
           COPY CONDPAG.

       FD MUDANCAS-PENDENTES.
           COPY CLIPEND.

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.

       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-CLIHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-CLIPEND                      PIC X(02) VALUE '00'.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-NUM-CONSULTA                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-ALTERADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCLUIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-ARROBA                       PIC 9(02) VALUE ZEROS.
       77 WS-QT-PENDENTES                    PIC 9(06) VALUE ZEROS.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.

      *    DUPLO CONTROLE: LIMITE ACIMA DESTE VALOR (SISPARAM
      *    LIMITE-APROVACAO, EM REAIS INTEIROS) OU ZERADO (SEM
      *    LIMITE) SO' ENTRA COM APROVACAO DO SUPERVISOR; O MODO DE
      *    FATURAMENTO SEMPRE. O VALOR VIGENTE FICA NO CADASTRO E O
      *    PEDIDO VAI PARA O CLIPEND.
       77 WS-LIMITE-APROVACAO                PIC 9(07)V99 VALUE 10000.
       77 WS-LIMITE-ANTERIOR                 PIC 9(07)V99 VALUE ZEROS.
       77 WS-MODO-ANTERIOR                   PIC X(01) VALUE SPACE.
       77 WS-LIMITE-PEDIDO                   PIC 9(07)V99 VALUE ZEROS.
       77 WS-MODO-PEDIDO                     PIC X(01) VALUE SPACE.
       77 WS-SW-PEDE-LIMITE                  PIC X(01) VALUE 'N'.
           88 PEDE-LIMITE                    VALUE 'S' FALSE 'N'.
       77 WS-SW-PEDE-MODO                    PIC X(01) VALUE 'N'.
           88 PEDE-MODO                      VALUE 'S' FALSE 'N'.

      *    IMAGEM DO REGISTRO ANTES DA ALTERACAO/EXCLUSAO, GUARDADA
      *    PARA A TRILHA CLIHIST ANTES DO OPERADOR SOBREPOR OS
      *    CAMPOS DA FD.
       01 WS-IMAGEM-ANTES                    PIC X(300).

      *    O REGISTRO EM EDICAO, GUARDADO ENQUANTO A MATRIZ DO
      *    GRUPO (OU O PROPRIO CLIENTE, NA CONFERENCIA DE
      *    CONCORRENCIA) E' LIDO NA MESMA AREA DA FD.
       01 WS-IMAGEM-EDICAO                   PIC X(300).
       77 WS-GRUPO-INFORMADO                 PIC 9(06) VALUE ZEROS.

           COPY CLIVAL.
           COPY CONDPGWS.
           COPY DOCVAL.
           COPY DOCTABWS.
           COPY PARAMWS.
           COPY DTNEGWS.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       P001-INICIO.
      *****************************************

      *    SEM IDENTIFICACAO NAO HA MANUTENCAO - O ID VAI NOS
      *    EVENTOS DO RUNLOG, NA TRILHA CLIHIST E NOS PEDIDOS DO
      *    CLIPEND (QUEM PEDE NAO PODE APROVAR).
           MOVE 'DEMONSTRA-CLIMANUT'          TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CLIMANUT'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           IF OPERADOR-ENCERROU
               EXIT PARAGRAPH
           END-IF

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'LIMITE-APROVACAO'            TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-LIMITE-APROVACAO
           END-IF

      *    COM A JANELA DE LOTE ABERTA, NADA DE ATUALIZACAO - A
      *    SESSAO ENCERRA (SALVO OVERRIDE DE SUPERVISOR).
           PERFORM P-VERIFICA-JANELA
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

      *    AS CONDICOES DE PAGAMENTO VALIDAM O CODIGO DIGITADO.
           PERFORM P-CARREGA-CONDPAG

      *    OS DOCUMENTOS JA CADASTRADOS, PARA RECUSAR DUPLICIDADE.
           PERFORM P-CARREGA-DOCUMENTOS
           .

      *****************************************
           ELSE
               DISPLAY 'FATURAMENTO: INDIVIDUAL'
           END-IF
           IF WS-COND-PAGTO = SPACES OR LOW-VALUES
               DISPLAY 'CONDICAO...: PAGAMENTO UNICO'
           ELSE
               DISPLAY 'CONDICAO...: ' WS-COND-PAGTO
           END-IF
           EVALUATE TRUE
               WHEN CANAL-EMAIL
                   DISPLAY 'ENTREGA....: E-MAIL'
               WHEN CANAL-AMBOS
                   DISPLAY 'ENTREGA....: PAPEL E E-MAIL'
               WHEN OTHER
                   DISPLAY 'ENTREGA....: PAPEL'
           END-EVALUATE
           IF EMAIL-DEVOLVIDO
               DISPLAY 'EMAIL......: DEVOLVIDO (ENTREGA NO PAPEL)'
           END-IF
           IF WS-CLIENTE-GRUPO IS NUMERIC
              AND WS-CLIENTE-GRUPO > ZEROS
               DISPLAY 'GRUPO......: MATRIZ ' WS-CLIENTE-GRUPO
           ELSE
               DISPLAY 'GRUPO......: SEM GRUPO'
           END-IF
           EVALUATE TRUE
               WHEN WS-NUM-DOCUMENTO = SPACES
                   DISPLAY 'DOCUMENTO..: NAO INFORMADO'
               WHEN DOCUMENTO-CNPJ
                   DISPLAY 'DOCUMENTO..: CNPJ ' WS-NUM-DOCUMENTO
               WHEN OTHER
                   DISPLAY 'DOCUMENTO..: CPF  ' WS-NUM-DOCUMENTO
           END-EVALUATE
           .

      *****************************************
                   'BRANCO=INDIVIDUAL): '
           MOVE SPACE                         TO WS-MODO-FATURAMENTO
           ACCEPT WS-MODO-FATURAMENTO
           DISPLAY 'CONDICAO DE PAGAMENTO (CODIGO DA CONDPAG, '
                   'BRANCO=PAGAMENTO UNICO): '
           MOVE SPACES                        TO WS-COND-PAGTO
           ACCEPT WS-COND-PAGTO
           DISPLAY 'CANAL DE ENTREGA (P=PAPEL, E=E-MAIL, A=AMBOS, '
                   'BRANCO=PAPEL): '
           MOVE SPACE                         TO WS-CANAL-ENTREGA
           ACCEPT WS-CANAL-ENTREGA
           DISPLAY 'GRUPO ECONOMICO (CLIENTE MATRIZ, ZEROS=SEM '
                   'GRUPO): '
           MOVE ZEROS                         TO WS-CLIENTE-GRUPO
           ACCEPT WS-CLIENTE-GRUPO
           DISPLAY 'TIPO DE DOCUMENTO (F=CPF, J=CNPJ, BRANCO=PELO '
                   'NUMERO): '
           MOVE SPACE                         TO DOCVAL-TIPO
           ACCEPT DOCVAL-TIPO
           DISPLAY 'CPF/CNPJ (BRANCO=MANTER O ATUAL): '
           MOVE SPACES                        TO DOCVAL-ENTRADA
           ACCEPT DOCVAL-ENTRADA
           .

      *****************************************
      * A CONDICAO DE PAGAMENTO INFORMADA PRECISA EXISTIR NA TABELA
      * CONDPAG - CODIGO DESCONHECIDO FARIA A POSTAGEM CAIR NO
      * PAGAMENTO UNICO SEM NINGUEM PERCEBER.
      *****************************************
       P360-CONFERE-CONDICAO.
      *****************************************

           IF WS-COND-PAGTO = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-CONDPAG FROM 1 BY 1
                   UNTIL WS-IX-CONDPAG > WS-QT-TAB-CONDPAG
                      OR WS-CONDPAG-CODIGO(WS-IX-CONDPAG)
                             = WS-COND-PAGTO
               CONTINUE
           END-PERFORM

           IF WS-IX-CONDPAG > WS-QT-TAB-CONDPAG
               MOVE 'N'                       TO WS-REG-VALIDO
               MOVE 'CONDICAO DE PAGAMENTO INEXISTENTE'
                                               TO WS-MOTIVO-REJEICAO
           END-IF
           .

      *****************************************
      * O CANAL DE ENTREGA PRECISA SER CONHECIDO, E QUEM ESCOLHE
      * RECEBER POR E-MAIL PRECISA TER UM ENDERECO COM '@' - SEM
      * ISSO A FATURA SAIRIA SEMPRE NO PAPEL SEM NINGUEM PERCEBER.
      *****************************************
       P370-CONFERE-CANAL.
      *****************************************

           IF NOT CANAL-VALIDO
               MOVE 'N'                       TO WS-REG-VALIDO
               MOVE 'CANAL DE ENTREGA INVALIDO'
                                               TO WS-MOTIVO-REJEICAO
               EXIT PARAGRAPH
           END-IF

           IF CANAL-EMAIL OR CANAL-AMBOS
               MOVE ZEROS                     TO WS-QT-ARROBA
               INSPECT WS-EMAIL TALLYING WS-QT-ARROBA FOR ALL '@'
               IF WS-QT-ARROBA = ZEROS
                   MOVE 'N'                   TO WS-REG-VALIDO
                   MOVE 'ENTREGA POR E-MAIL SEM ENDERECO VALIDO'
                                               TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF
           .

      *****************************************
      * O GRUPO INFORMADO PRECISA APONTAR PARA UMA MATRIZ QUE
      * EXISTE E QUE NAO E' ELA MESMA FILIAL DE OUTRO GRUPO - O
      * GRUPO TEM UM NIVEL SO'. A MATRIZ PODE APONTAR PARA SI.
      *****************************************
       P375-CONFERE-GRUPO.
      *****************************************

           IF WS-CLIENTE-GRUPO IS NOT NUMERIC
               MOVE ZEROS                     TO WS-CLIENTE-GRUPO
           END-IF

           IF WS-CLIENTE-GRUPO = ZEROS
              OR WS-CLIENTE-GRUPO = WS-NUM-CLIENTE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LAYOUT-1                   TO WS-IMAGEM-EDICAO
           MOVE WS-CLIENTE-GRUPO              TO WS-GRUPO-INFORMADO
           MOVE WS-GRUPO-INFORMADO            TO WS-NUM-CLIENTE

           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE 'N'                   TO WS-REG-VALIDO
                   MOVE 'MATRIZ DO GRUPO INEXISTENTE'
                                               TO WS-MOTIVO-REJEICAO
           END-READ

           IF WS-FS-CLIMAST = '00'
              AND WS-CLIENTE-GRUPO IS NUMERIC
              AND WS-CLIENTE-GRUPO > ZEROS
              AND WS-CLIENTE-GRUPO NOT = WS-GRUPO-INFORMADO
               MOVE 'N'                       TO WS-REG-VALIDO
               MOVE 'MATRIZ INFORMADA E FILIAL DE OUTRO GRUPO'
                                               TO WS-MOTIVO-REJEICAO
           END-IF

           MOVE WS-IMAGEM-EDICAO              TO WS-LAYOUT-1
           .

      *****************************************
      * O DOCUMENTO FISCAL DIGITADO PRECISA PASSAR NOS DIGITOS
      * VERIFICADORES E NAO PODE SER DE OUTRO CLIENTE. EM BRANCO,
      * FICA O QUE JA ESTAVA NO REGISTRO - MAS CLIENTE NOVO NAO
      * ENTRA SEM DOCUMENTO.
      *****************************************
       P377-CONFERE-DOCUMENTO.
      *****************************************

           IF DOCVAL-ENTRADA = SPACES
               IF WS-NUM-DOCUMENTO = SPACES
                  AND WS-OPCAO-ACAO = 'I'
                   MOVE 'N'                   TO WS-REG-VALIDO
                   MOVE 'DOCUMENTO FISCAL OBRIGATORIO'
                                               TO WS-MOTIVO-REJEICAO
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM P-VALIDA-DOCUMENTO
           IF NOT DOCUMENTO-VALIDO
               MOVE 'N'                       TO WS-REG-VALIDO
               MOVE DOCVAL-MOTIVO             TO WS-MOTIVO-REJEICAO
               EXIT PARAGRAPH
           END-IF

           MOVE DOCVAL-NUMERO                 TO WS-DOCTO-CHAVE
           MOVE WS-NUM-CLIENTE                TO WS-DOCTO-SOLICITANTE
           PERFORM P-VERIFICA-DOCUMENTO
           IF DOCUMENTO-EM-USO
               MOVE 'N'                       TO WS-REG-VALIDO
               MOVE SPACES                    TO WS-MOTIVO-REJEICAO
               STRING 'DOCUMENTO JA USADO PELO CLIENTE '
                      WS-DOCTO-DONO
                      DELIMITED BY SIZE     INTO WS-MOTIVO-REJEICAO
               EXIT PARAGRAPH
           END-IF

           MOVE DOCVAL-TIPO                   TO WS-TIPO-DOCUMENTO
           MOVE DOCVAL-NUMERO                 TO WS-NUM-DOCUMENTO
           .

      *****************************************
           MOVE WS-NUM-CONSULTA               TO WS-NUM-CLIENTE
           MOVE 'A'                           TO WS-SITUACAO-CLIENTE

      *    CLIENTE NOVO PARTE DO LIMITE DE ALCADA DO OPERADOR E DO
      *    FATURAMENTO INDIVIDUAL; O QUE PASSAR DISSO FICA PENDENTE.
           MOVE WS-LIMITE-APROVACAO           TO WS-LIMITE-ANTERIOR
           MOVE SPACE                         TO WS-MODO-ANTERIOR

           PERFORM P350-ACEITA-CAMPOS

           PERFORM P-VALIDA-CLIENTE
           IF REGISTRO-VALIDO
               PERFORM P360-CONFERE-CONDICAO
           END-IF
           IF REGISTRO-VALIDO
               PERFORM P370-CONFERE-CANAL
           END-IF
           IF REGISTRO-VALIDO
               PERFORM P375-CONFERE-GRUPO
           END-IF
           IF REGISTRO-VALIDO
               PERFORM P377-CONFERE-DOCUMENTO
           END-IF

           IF REGISTRO-VALIDO
               PERFORM P385-RETEM-CRITICOS
               PERFORM P380-CARIMBA-ALTERACAO
               WRITE WS-LAYOUT-1
                   INVALID KEY
                   MOVE SPACES               TO HIST-IMAGEM-ANTES
                   MOVE 'I'                  TO HIST-OPERACAO
                   PERFORM P390-GRAVA-HISTORICO
                   PERFORM P395-REGISTRA-DOCUMENTO
                   PERFORM P386-REGISTRA-PEDIDOS
               END-IF
           ELSE
               ADD 1                          TO WS-QT-RECUSADOS
       P500-ALTERA.
      *****************************************

           IF WS-LIMITE-CREDITO IS NOT NUMERIC
               MOVE ZEROS                     TO WS-LIMITE-CREDITO
           END-IF
           MOVE WS-LAYOUT-1                   TO WS-IMAGEM-ANTES
           MOVE WS-LIMITE-CREDITO             TO WS-LIMITE-ANTERIOR
           MOVE WS-MODO-FATURAMENTO           TO WS-MODO-ANTERIOR

           PERFORM P350-ACEITA-CAMPOS

           PERFORM P-VALIDA-CLIENTE
           IF REGISTRO-VALIDO
               PERFORM P360-CONFERE-CONDICAO
           END-IF
           IF REGISTRO-VALIDO
               PERFORM P370-CONFERE-CANAL
           END-IF
           IF REGISTRO-VALIDO
               PERFORM P375-CONFERE-GRUPO
           END-IF
           IF REGISTRO-VALIDO
               PERFORM P377-CONFERE-DOCUMENTO
           END-IF

           IF REGISTRO-VALIDO
               PERFORM P385-RETEM-CRITICOS
           END-IF
           IF REGISTRO-VALIDO
               PERFORM P505-CONFERE-CONCORRENCIA
           END-IF

      *    SO' O PEDIDO PENDENTE, SEM OUTRA MUDANCA: NADA A REGRAVAR.
           IF REGISTRO-VALIDO
              AND WS-LAYOUT-1 = WS-IMAGEM-ANTES
               IF NOT PEDE-LIMITE AND NOT PEDE-MODO
                   DISPLAY 'NENHUMA ALTERACAO.'
               END-IF
               PERFORM P386-REGISTRA-PEDIDOS
               EXIT PARAGRAPH
           END-IF

           IF REGISTRO-VALIDO
               PERFORM P380-CARIMBA-ALTERACAO
                   MOVE WS-IMAGEM-ANTES      TO HIST-IMAGEM-ANTES
                   MOVE 'A'                  TO HIST-OPERACAO
                   PERFORM P390-GRAVA-HISTORICO
                   PERFORM P395-REGISTRA-DOCUMENTO
                   PERFORM P386-REGISTRA-PEDIDOS
               END-IF
           ELSE
               ADD 1                          TO WS-QT-RECUSADOS
           END-IF
           .

      *****************************************
      * OUTRA SESSAO (OU UM LOTE) PODE TER GRAVADO O CLIENTE
      * ENQUANTO O OPERADOR DIGITAVA: RELE O REGISTRO E COMPARA
      * COM A IMAGEM EXIBIDA (QUE INCLUI O CARIMBO WS-DATA-ULT-
      * ALT). DIFERENTE, A GRAVACAO E' RECUSADA E O OPERADOR VE OS
      * VALORES NOVOS - NADA E' SOBREPOSTO EM SILENCIO. IGUAL, O
      * REGISTRO EDITADO VOLTA PARA A FD.
      *****************************************
       P505-CONFERE-CONCORRENCIA.
      *****************************************

           MOVE WS-LAYOUT-1                   TO WS-IMAGEM-EDICAO

           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CLIMAST NOT = '00'
               MOVE 'N'                       TO WS-REG-VALIDO
               MOVE 'CLIENTE EXCLUIDO POR OUTRA SESSAO'
                                               TO WS-MOTIVO-REJEICAO
               MOVE WS-IMAGEM-EDICAO          TO WS-LAYOUT-1
               EXIT PARAGRAPH
           END-IF

           IF WS-LIMITE-CREDITO IS NOT NUMERIC
               MOVE ZEROS                     TO WS-LIMITE-CREDITO
           END-IF

           IF WS-LAYOUT-1 NOT = WS-IMAGEM-ANTES
               MOVE 'N'                       TO WS-REG-VALIDO
               MOVE SPACES                    TO WS-MOTIVO-REJEICAO
               STRING 'CLIENTE ALTERADO POR OUTRA SESSAO EM '
                      WS-DATA-ULT-ALT
                      DELIMITED BY SIZE     INTO WS-MOTIVO-REJEICAO
               DISPLAY 'O CLIENTE MUDOU DESDE QUE FOI EXIBIDO - '
                       'VALORES ATUAIS:'
               PERFORM P310-EXIBE-CLIENTE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IMAGEM-EDICAO              TO WS-LAYOUT-1
           .

      *****************************************
      * CARIMBA A DATA-HORA DA ALTERACAO EM WS-DATA-ULT-ALT, NO
      * MESMO FORMATO AAAAMMDDHHMMSS DO RUNLOG, PARA QUE O FEED
           ACCEPT WS-DATA-ULT-ALT(9:6)        FROM TIME
           .

      *****************************************
      * DUPLO CONTROLE: LIMITE DE CREDITO NOVO ACIMA DA ALCADA (OU
      * ZERADO, QUE E' SEM LIMITE) E QUALQUER MUDANCA DO MODO DE
      * FATURAMENTO NAO ENTRAM NO REGISTRO - O VALOR ANTERIOR VOLTA
      * E O DIGITADO FICA GUARDADO PARA O PEDIDO PENDENTE.
      *****************************************
       P385-RETEM-CRITICOS.
      *****************************************

           SET PEDE-LIMITE                    TO FALSE
           SET PEDE-MODO                      TO FALSE

           IF WS-LIMITE-CREDITO IS NOT NUMERIC
               MOVE ZEROS                     TO WS-LIMITE-CREDITO
           END-IF

           IF WS-LIMITE-CREDITO NOT = WS-LIMITE-ANTERIOR
              AND (WS-LIMITE-CREDITO = ZEROS
                OR WS-LIMITE-CREDITO > WS-LIMITE-APROVACAO)
               SET PEDE-LIMITE                TO TRUE
               MOVE WS-LIMITE-CREDITO         TO WS-LIMITE-PEDIDO
               MOVE WS-LIMITE-ANTERIOR        TO WS-LIMITE-CREDITO
           END-IF

           IF WS-MODO-FATURAMENTO NOT = WS-MODO-ANTERIOR
               SET PEDE-MODO                  TO TRUE
               MOVE WS-MODO-FATURAMENTO       TO WS-MODO-PEDIDO
               MOVE WS-MODO-ANTERIOR          TO WS-MODO-FATURAMENTO
           END-IF
           .

      *****************************************
      * GRAVA NO CLIPEND OS PEDIDOS RETIDOS POR P385, DEPOIS QUE O
      * REGISTRO ESTA NO CLIMAST: OS VALORES 'ANTES' SAO OS QUE
      * FICARAM NO CADASTRO.
      *****************************************
       P386-REGISTRA-PEDIDOS.
      *****************************************

           IF PEDE-LIMITE
               MOVE SPACES                    TO WS-REG-CLIPEND
               SET PEND-LIMITE                TO TRUE
               MOVE WS-LIMITE-PEDIDO          TO PEND-LIMITE-NOVO
               PERFORM P387-GRAVA-PEDIDO
           END-IF

           IF PEDE-MODO
               MOVE SPACES                    TO WS-REG-CLIPEND
               SET PEND-MODO-FATURAMENTO      TO TRUE
               MOVE WS-LIMITE-CREDITO         TO PEND-LIMITE-NOVO
               MOVE WS-MODO-PEDIDO            TO PEND-MODO-NOVO
               PERFORM P387-GRAVA-PEDIDO
           END-IF

           SET PEDE-LIMITE                    TO FALSE
           SET PEDE-MODO                      TO FALSE
           .

      *****************************************
      * UMA LINHA NO CLIPEND E O EVENTO 'P' NA CLIHIST, COM A
      * IMAGEM DEPOIS MOSTRANDO COMO O REGISTRO FICARIA. O CHAMADOR
      * JA ARMOU PEND-CAMPO E O VALOR NOVO.
      *****************************************
       P387-GRAVA-PEDIDO.
      *****************************************

           MOVE WS-NUM-CLIENTE                TO PEND-NUM-CLIENTE
           MOVE WS-LIMITE-CREDITO             TO PEND-LIMITE-ANTES
           MOVE WS-MODO-FATURAMENTO           TO PEND-MODO-ANTES
           IF PEND-LIMITE
               MOVE WS-MODO-FATURAMENTO       TO PEND-MODO-NOVO
           END-IF
           MOVE WS-OPERADOR                   TO PEND-SOLICITANTE
           MOVE WS-DATA-NEGOCIO               TO PEND-DATA-PEDIDO
           SET PEND-PENDENTE                  TO TRUE
           MOVE SPACES                        TO PEND-APROVADOR
           MOVE ZEROS                         TO PEND-DATA-DECISAO

           OPEN EXTEND MUDANCAS-PENDENTES
           IF WS-FS-CLIPEND = '35'
               OPEN OUTPUT MUDANCAS-PENDENTES
           END-IF
           IF WS-FS-CLIPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIPEND: ' WS-FS-CLIPEND
                       ' - PEDIDO NAO REGISTRADO.'
               EXIT PARAGRAPH
           END-IF
           WRITE WS-REG-CLIPEND
           CLOSE MUDANCAS-PENDENTES

           ADD 1                              TO WS-QT-PENDENTES
           IF PEND-LIMITE
               DISPLAY 'LIMITE DE CREDITO ' PEND-LIMITE-NOVO
                       ' ACIMA DA ALCADA - PENDENTE DE APROVACAO.'
           ELSE
               DISPLAY 'MODO DE FATURAMENTO - PENDENTE DE '
                       'APROVACAO.'
           END-IF

      *    NA TRILHA, O REGISTRO COMO ESTA E COMO FICARIA.
           MOVE WS-LAYOUT-1                   TO WS-IMAGEM-EDICAO
                                                 HIST-IMAGEM-ANTES
           IF PEND-LIMITE
               MOVE PEND-LIMITE-NOVO          TO WS-LIMITE-CREDITO
           ELSE
               MOVE PEND-MODO-NOVO            TO WS-MODO-FATURAMENTO
           END-IF
           MOVE 'P'                           TO HIST-OPERACAO
           PERFORM P390-GRAVA-HISTORICO
           MOVE WS-IMAGEM-EDICAO              TO WS-LAYOUT-1
           .

      *****************************************
       P600-EXCLUI.
      *****************************************

           MOVE WS-LAYOUT-1                   TO WS-IMAGEM-ANTES

      *    A EXCLUSAO TAMBEM SO' VALE PARA O REGISTRO QUE FOI
      *    EXIBIDO.
           READ CLIENTE-MASTER
               INVALID KEY
                   DISPLAY 'CLIENTE EXCLUIDO POR OUTRA SESSAO.'
                   ADD 1                      TO WS-QT-RECUSADOS
                   EXIT PARAGRAPH
           END-READ

           IF WS-LAYOUT-1 NOT = WS-IMAGEM-ANTES
               ADD 1                          TO WS-QT-RECUSADOS
               DISPLAY 'EXCLUSAO RECUSADA: CLIENTE ALTERADO POR '
                       'OUTRA SESSAO EM ' WS-DATA-ULT-ALT
               DISPLAY 'VALORES ATUAIS:'
               PERFORM P310-EXIBE-CLIENTE
               EXIT PARAGRAPH
           END-IF

           DELETE CLIENTE-MASTER
               INVALID KEY
                   DISPLAY 'ERRO NA EXCLUSAO: ' WS-FS-CLIMAST
               MOVE SPACES                    TO HIST-IMAGEM-DEPOIS
               MOVE WS-NUM-CONSULTA           TO HIST-NUM-CLIENTE
               MOVE 'DEMONSTRA-CLIMANUT'      TO HIST-PROGRAMA
               MOVE WS-OPERADOR               TO HIST-OPERADOR
               MOVE SPACES                    TO HIST-APROVADOR
               PERFORM P-GRAVA-CLIHIST
      *        O DOCUMENTO DO CLIENTE EXCLUIDO FICA LIVRE.
               MOVE SPACES                    TO WS-DOCTO-CHAVE
               MOVE WS-NUM-CONSULTA           TO WS-DOCTO-SOLICITANTE
               PERFORM P-REGISTRA-DOCUMENTO
           END-IF
           .

      *****************************************
      * MONTA OS CAMPOS COMUNS DA TRILHA CLIHIST (CHAVE, PROGRAMA E
      * IMAGEM POSTERIOR = REGISTRO RECEM-GRAVADO) E GRAVA VIA
      * ROTINA COMPARTILHADA, COM O OPERADOR DA SESSAO. O CHAMADOR
      * JA ARMOU HIST-OPERACAO E HIST-IMAGEM-ANTES.
      *****************************************
       P390-GRAVA-HISTORICO.
      *****************************************
           MOVE WS-NUM-CLIENTE                TO HIST-NUM-CLIENTE
           MOVE 'DEMONSTRA-CLIMANUT'          TO HIST-PROGRAMA
           MOVE WS-LAYOUT-1                   TO HIST-IMAGEM-DEPOIS
           MOVE WS-OPERADOR                   TO HIST-OPERADOR
           MOVE SPACES                        TO HIST-APROVADOR
           PERFORM P-GRAVA-CLIHIST
           .

      *****************************************
      * O DOCUMENTO RECEM-GRAVADO PASSA A CONTAR NA UNICIDADE DO
      * RESTO DA SESSAO.
      *****************************************
       P395-REGISTRA-DOCUMENTO.
      *****************************************

           MOVE WS-NUM-DOCUMENTO              TO WS-DOCTO-CHAVE
           MOVE WS-NUM-CLIENTE                TO WS-DOCTO-SOLICITANTE
           PERFORM P-REGISTRA-DOCUMENTO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-CLIMAST = '00'
              AND WS-OPERADOR NOT = SPACES
               CLOSE CLIENTE-MASTER
           END-IF

           DISPLAY 'CLIENTES ALTERADOS...: ' WS-QT-ALTERADOS
           DISPLAY 'CLIENTES EXCLUIDOS...: ' WS-QT-EXCLUIDOS
           DISPLAY 'OPERACOES RECUSADAS..: ' WS-QT-RECUSADOS
           DISPLAY 'PEDIDOS PENDENTES....: ' WS-QT-PENDENTES

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.
           COPY CLIHSTPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY CONDPGPR.
           COPY DOCVALPR.
           COPY DOCTABPR.
           COPY PARAMPR.
           COPY DTNEGPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-CLIMANUT.
