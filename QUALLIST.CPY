      ******************************************************************
      * QUALLIST.CPY
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DA LISTA DE CORRECAO DE NOMES, ARQUIVO
      * QUALLIST (INDEXADO, CHAVE PRIMARIA QL-SEQUENCIA = NM-SEQUENCIA
      * DO REGISTRO COM NOME FORA DO PADRAO).  GERADA PELO VARQUAL A
      * CADA VARREDURA DO NAME-MASTER, COM AS REGRAS DE QUALIDADE
      * VIOLADAS (QL-REGRA, NA ORDEM DOS CODIGOS DO QUALCOM) E O
      * CONTEXTO DE CAPTURA DO NAMEREC, PARA O PROBLEMA SER RASTREADO
      * ATE A ORIGEM.  O MANUTEN PERCORRE A LISTA UM NOME POR VEZ.
      *
      * QL-SITUACAO: P = PENDENTE, C = CORRIGIDO NO MANUTEN, A = ACEITO
      * COMO ESTA (O NOME E ASSIM MESMO), E = EXCLUIDO NO MANUTEN.  A
      * VARREDURA SEGUINTE REFAZ A LISTA: O NOME QUE CONTINUA FORA DO
      * PADRAO VOLTA A PENDENTE, SALVO O ACEITO CUJO NOME NAO MUDOU
      * DESDE A ACEITACAO, QUE CONTINUA ACEITO; A ENTRADA QUE NAO FOI
      * CARIMBADA COM QL-ID-VARREDURA DA VARREDURA CORRENTE (NOME
      * CORRIGIDO, REGISTRO EXCLUIDO) SAI DA LISTA.
      ******************************************************************
        01  QL-REGISTRO.
            05  QL-SEQUENCIA            PIC 9(06).
            05  QL-SITUACAO             PIC X(01).
                88  QL-PENDENTE                 VALUE 'P'.
                88  QL-CORRIGIDO                VALUE 'C'.
                88  QL-ACEITO                   VALUE 'A'.
                88  QL-EXCLUIDO                 VALUE 'E'.
            05  QL-REGRAS.
                10  QL-REGRA            PIC X(01) OCCURS 7.
                    88  QL-REGRA-VIOLADA        VALUE 'S'.
            05  QL-NOME                 PIC X(30).
            05  QL-DATA-CADASTRO        PIC X(10).
            05  QL-ORIGEM               PIC X(01).
            05  QL-OPERADOR             PIC X(08).
            05  QL-ID-VARREDURA         PIC X(14).
            05  QL-OPERADOR-SITUACAO    PIC X(08).
            05  QL-DATA-SITUACAO        PIC X(10).
