      * QUE VIROU O REGISTRO 001234 DA FILIAL".  O UTILITARIO
      * CONSXREF FAZ A TRADUCAO NA TELA, COMO A CONSULTA FAZ COM
      * NOMES.
      *
      * 15/10/2026: XR-FLAGRADO NO FIM DA LINHA - 'S' QUANDO O NOME JA
      * EXISTIA NA MATRIZ NA HORA DA CONSOLIDACAO (O MESMO CASO QUE
      * SAI FLAGRADO NO MERGEREL), 'N' QUANDO NAO.  LINHAS GRAVADAS
      * ANTES DESTE CAMPO SAO LIDAS COM BRANCO E CONTAM COMO NAO
      * FLAGRADAS.  O RELFIL SOMA O CAMPO NA HISTORIA POR FILIAL; AS
      * POSICOES ANTERIORES NAO MUDARAM.
      ******************************************************************
        01  XR-REGISTRO.
            05  XR-FILIAL               PIC X(08).
            05  XR-SEQ-MATRIZ           PIC 9(06).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  XR-DATA-MERGE           PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  XR-FLAGRADO             PIC X(01).
                88  XR-NOME-FLAGRADO            VALUE 'S'.
