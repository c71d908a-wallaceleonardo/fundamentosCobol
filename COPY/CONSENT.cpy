      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CONSENT, O
      *          CONSENTIMENTO LGPD DO CLIENTE POR FINALIDADE
      *          (INDEXADO PELA CHAVE CLIENTE + FINALIDADE). GUARDA A
      *          SITUACAO VIGENTE (CONSENTIU OU RECUSOU), A DATA E O
      *          CANAL DA COLETA E QUEM A REGISTROU; O HISTORICO DE
      *          CADA MUDANCA FICA NA TRILHA CONSHIST. MANTIDO ONLINE
      *          POR DEMONSTRA-CONSMANUT. CLIENTE SEM LINHA DE UMA
      *          FINALIDADE NAO CONSENTIU NELA (COPY/CONSPR.CPY).
      ******************************************************************
       01 WS-REG-CONSENT.
           03 CONS-CHAVE.
               05 CONS-NUM-CLIENTE               PIC 9(06).
      *        FINALIDADE: M=MARKETING (MALAS DIRETAS, LEMBRETES E
      *        PLANILHAS COMERCIAIS), C=COMPARTILHAMENTO COM O CRM,
      *        P=COMPARTILHAMENTO COM PARCEIROS.
               05 CONS-FINALIDADE                PIC X(01).
                   88 CONS-MARKETING             VALUE 'M'.
                   88 CONS-CRM                   VALUE 'C'.
                   88 CONS-PARCEIROS             VALUE 'P'.
                   88 CONS-FINALIDADE-VALIDA     VALUE 'M' 'C' 'P'.
      *    SITUACAO: S=CONSENTIU (OPT-IN), N=RECUSOU (OPT-OUT).
           03 CONS-SITUACAO                      PIC X(01).
               88 CONS-CONSENTIU                 VALUE 'S'.
               88 CONS-RECUSOU                   VALUE 'N'.
               88 CONS-SITUACAO-VALIDA           VALUE 'S' 'N'.
      *    DATA EM QUE O CLIENTE DEU OU RETIROU O CONSENTIMENTO.
           03 CONS-DATA                          PIC 9(08).
      *    CANAL: T=TELEFONE, E=E-MAIL, W=SITE, P=PRESENCIAL,
      *    C=CONTRATO ASSINADO.
           03 CONS-CANAL                         PIC X(01).
               88 CONS-CANAL-VALIDO              VALUE 'T' 'E' 'W'
                                                       'P' 'C'.
           03 CONS-OPERADOR                      PIC X(08).
           03 CONS-DATA-ULT-ALT                  PIC X(14).
           03 FILLER                             PIC X(11).
