      ******************************************************************
      * CONTARQ.CPY
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      *-----------------------------------------------------------------
      * LAYOUT DA LINHA DO ARQUIVO DE CONTATOS ARQUIVADOS CONTARQ
      * (LINE SEQUENTIAL, SEMPRE ABERTO EM EXTEND).  QUANDO UM NOME E
      * EXCLUIDO DO NAME-MASTER (MANUTEN, APROVEXC, MANUTLOT,
      * RESOLVE), O CONTATO DA MESMA SEQUENCIA NO ARQUIVO CONTATOS
      * (COPY CONTATO) E COPIADO PARA CA, CARIMBADO COM A DATA, A
      * HORA, O PROGRAMA E O OPERADOR DA EXCLUSAO, E SO ENTAO
      * APAGADO - COMO O NOME VAI PARA O NAMEHIST.
      *
      * CA-REGISTRO-CONTATO E A IMAGEM FIEL DO CO-REGISTRO NO MOMENTO
      * DA EXCLUSAO (MESMOS CAMPOS, MESMA ORDEM).
      ******************************************************************
        01  CA-REGISTRO.
            05  CA-DATA-ARQUIVO         PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  CA-HORA-ARQUIVO         PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  CA-PROGRAMA             PIC X(09).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  CA-OPERADOR-ARQUIVO     PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  CA-REGISTRO-CONTATO.
                10  CA-SEQUENCIA        PIC 9(06).
                10  CA-DADOS-CONTATO    PIC X(93).
                10  CA-DATA-ATUALIZACAO PIC X(10).
                10  CA-HORA-ATUALIZACAO PIC X(08).
                10  CA-OPERADOR         PIC X(08).
