      *    INDIVIDUAL, UMA COBRANCA POR FATURA COMO SEMPRE.
           03 WS-MODO-FATURAMENTO                PIC X(01).
               88 CLIENTE-CONSOLIDADO            VALUE 'C'.
      *    CONDICAO DE PAGAMENTO DO CLIENTE: CODIGO DA TABELA CONDPAG
      *    (EX.: 30/60/90) PELA QUAL O DEMONSTRA-FATPOST DIVIDE A
      *    FATURA EM PARCELAS NA POSTAGEM. BRANCO (INCLUSIVE NOS
      *    REGISTROS ANTIGOS) = PAGAMENTO UNICO NO PRAZO PADRAO.
           03 WS-COND-PAGTO                      PIC X(03).
      *    CANAL DE ENTREGA DA FATURA E DO EXTRATO MENSAL: 'P' =
      *    PAPEL (FATDOC/CLISTMT), 'E' = E-MAIL (FILA MAILQ), 'A' =
      *    AMBOS. BRANCO (INCLUSIVE NOS REGISTROS ANTIGOS) = PAPEL.
      *    COM MARCA DE BOUNCE OU SEM '@' NO WS-EMAIL, O E-MAIL CAI
      *    SOZINHO PARA O PAPEL (COPY/CANALPR.CPY).
           03 WS-CANAL-ENTREGA                   PIC X(01).
               88 CANAL-PAPEL                    VALUE 'P' SPACE.
               88 CANAL-EMAIL                    VALUE 'E'.
               88 CANAL-AMBOS                    VALUE 'A'.
               88 CANAL-VALIDO                   VALUE 'P' 'E' 'A'
                                                       SPACE.
      *    GRUPO ECONOMICO: NUMERO DO CLIENTE MATRIZ DO GRUPO (AS
      *    FILIAIS E A PROPRIA MATRIZ CARREGAM O MESMO NUMERO).
      *    ZEROS OU BRANCO (INCLUSIVE NOS REGISTROS ANTIGOS) =
      *    CLIENTE SEM GRUPO. O LIMITE DE CREDITO DO GRUPO FICA NA
      *    TABELA GRPLIM (COPY/GRPLIM.CPY) E E' CONFERIDO ALEM DO
      *    LIMITE INDIVIDUAL (COPY/GRUPOPR.CPY).
           03 WS-CLIENTE-GRUPO                   PIC 9(06).
      *    DOCUMENTO FISCAL DO CLIENTE: TIPO 'F' = CPF (PESSOA
      *    FISICA), 'J' = CNPJ (PESSOA JURIDICA) E O NUMERO SO' COM
      *    OS DIGITOS - O CPF NAS 11 PRIMEIRAS POSICOES SEGUIDO DE
      *    BRANCOS, O CNPJ NAS 14. VALIDADO PELOS DIGITOS
      *    VERIFICADORES (COPY/DOCVALPR.CPY) E UNICO NO CADASTRO
      *    (COPY/DOCTABPR.CPY). BRANCO NOS REGISTROS ANTIGOS ATE A
      *    CARGA DEMONSTRA-DOCLOAD.
           03 WS-TIPO-DOCUMENTO                  PIC X(01).
               88 DOCUMENTO-CPF                  VALUE 'F'.
               88 DOCUMENTO-CNPJ                 VALUE 'J'.
           03 WS-NUM-DOCUMENTO                   PIC X(14).
