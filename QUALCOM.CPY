      ******************************************************************
      * QUALCOM.CPY
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      *-----------------------------------------------------------------
      * AREA DE CHAMADA DO SUBPROGRAMA QUALNOME, QUE APLICA AO NOME
      * AS REGRAS DE QUALIDADE DE CADASTRO.  O CHAMADOR PREENCHE
      * QN-NOME (O NOME COMO GRAVADO OU DIGITADO) E RECEBE, PARA CADA
      * REGRA, QN-VIOLADA = 'S' OU 'N' E A DESCRICAO DA REGRA EM
      * QN-DESCRICAO (PREENCHIDA EM TODA CHAMADA, MESMO COM O NOME EM
      * BRANCO, PARA O CHAMADOR MONTAR TITULOS E AVISOS).  O CODIGO
      * DA REGRA E A POSICAO NA TABELA:
      *   01 NOME COM DIGITOS
      *   02 PONTUACAO OU SIMBOLO (SO LETRA, ESPACO, APOSTROFO E
      *      HIFEN SAO ACEITOS)
      *   03 UMA PALAVRA SO
      *   04 MESMA LETRA REPETIDA TRES VEZES OU MAIS EM SEGUIDA
      *   05 SO LETRAS MINUSCULAS
      *   06 TRATAMENTO NO INICIO (SR., SRA., DR., DRA., PROF. ...)
      *   07 CADASTRO DE TESTE (TESTE, TEST, XXX, ASDF, FULANO)
      * AS REGRAS 01 A 04, 06 E 07 OLHAM A FORMA NORMALIZADA DO NOME
      * (NORMNOME); A 05 OLHA O NOME ORIGINAL.  NOME EM BRANCO NAO
      * VIOLA REGRA - A VALIDACAO DE BRANCO E DOS PROGRAMAS DE
      * CAPTURA.  QN-PRIMEIRA-REGRA TRAZ O MENOR CODIGO VIOLADO
      * (ESPACOS SE NENHUM), PARA QUEM SO TEM LUGAR PARA UM CODIGO.
      ******************************************************************
        01  QN-AREA-QUALIDADE.
            05  QN-NOME                 PIC X(30).
            05  QN-QTDE-VIOLADAS        PIC 9(02).
            05  QN-PRIMEIRA-REGRA       PIC X(02).
            05  QN-REGRA                OCCURS 7.
                10  QN-VIOLADA          PIC X(01).
                    88  QN-REGRA-VIOLADA        VALUE 'S'.
                10  QN-DESCRICAO        PIC X(30).
