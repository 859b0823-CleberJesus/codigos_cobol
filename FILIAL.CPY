      ******************************************************************
      * FILIAL.CPY
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO CADASTRO DE FILIAIS, ARQUIVO FILIAIS
      * (INDEXADO, CHAVE PRIMARIA FR-CODIGO - O MESMO CODIGO DE 8
      * POSICOES GRAVADO EM XR-FILIAL NO MAPA MERGEXRF).  O CONSOLIDA
      * SO ACEITA NO PROMPT UM CODIGO CADASTRADO E ATIVO - ANTES,
      * QUALQUER TEXTO DIGITADO VIRAVA FILIAL NO MAPA E UM ERRO DE
      * DIGITACAO CRIAVA UMA FILIAL QUE O CONSXREF NUNCA MAIS ACHAVA.
      * O SUPERVISOR MANTEM O CADASTRO NO FILMNT (OPCAO 12 DO MENU);
      * FILIAL DESATIVADA NAO E EXCLUIDA, POIS O MAPA CONTINUA CITANDO
      * O CODIGO DELA.
      *
      * FR-QTDE-CONSOLIDACOES E O GRUPO FR-ULTIMA-CONSOLIDACAO SAO
      * MANTIDOS SO PELO CONSOLIDA, AO FIM DE CADA RODADA BEM
      * SUCEDIDA: DATA, REGISTROS INCORPORADOS, NOMES FLAGRADOS COMO
      * JA EXISTENTES E A FAIXA DE NM-SEQUENCIA RECEBIDA NA MATRIZ
      * (ZERADA QUANDO A RODADA NAO TROUXE REGISTRO).  O FILMNT SO
      * EXIBE ESSES CAMPOS.
      ******************************************************************
        01  FR-REGISTRO.
            05  FR-CODIGO               PIC X(08).
            05  FR-NOME-ESCRITORIO      PIC X(30).
            05  FR-ATIVO                PIC X(01).
                88  FR-FILIAL-ATIVA             VALUE 'S'.
            05  FR-QTDE-CONSOLIDACOES   PIC 9(04).
            05  FR-ULTIMA-CONSOLIDACAO.
                10  FR-ULT-DATA         PIC X(10).
                10  FR-ULT-REGISTROS    PIC 9(06).
                10  FR-ULT-FLAGRADOS    PIC 9(06).
                10  FR-ULT-SEQ-INICIAL  PIC 9(06).
                10  FR-ULT-SEQ-FINAL    PIC 9(06).
