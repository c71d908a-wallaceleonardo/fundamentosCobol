      *    BASE DO LOTE MENSAL DE COMISSOES. EM BRANCO = SEM
      *    REPRESENTANTE.
           03 FT-REP                             PIC X(04).
      *    UF E CIDADE DA TRIBUTACAO DA FATURA, CARIMBADAS POR
      *    DEMONSTRA-FATURA: A UF DA TAXA DO TAXAUF (FT-IMPOSTO) E A
      *    CIDADE DA TAXA DO TAXACID (FT-IMPOSTO-CID - A DE ENTREGA
      *    DO CLIENTE, OU A DO CADASTRO). BASE DA APURACAO MENSAL
      *    DOS IMPOSTOS (DEMONSTRA-APURIMP). EM BRANCO NAS LINHAS
      *    ANTIGAS DO HISTORICO.
           03 FT-UF                              PIC X(02).
           03 FT-CIDADE                          PIC X(30).
      *    DATA DE NEGOCIO DO CANCELAMENTO (DEMONSTRA-FATCANC), JUNTO
      *    COM FT-SITUACAO 'X': A APURACAO ESTORNA OS IMPOSTOS NO MES
      *    DO CANCELAMENTO, NAO NO DA EMISSAO. ZEROS NA FATURA VALIDA.
           03 FT-DATA-CANC                       PIC 9(08).
