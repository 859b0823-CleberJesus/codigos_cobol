      * NAMEREC NO MOMENTO DA EXCLUSAO (MESMOS CAMPOS, MESMA ORDEM) -
      * A RESTAURACAO E UM MOVE DE GRUPO, SEM DEPENDER DE NENHUM
      * OUTRO ARQUIVO.
      *
      * 15/10/2026: NH-SOLICITANTE E NH-MOTIVO-EXCLUSAO NO FIM DA
      * LINHA.  NA EXCLUSAO APROVADA PELO APROVEXC,
      * NH-OPERADOR-EXCLUSAO E O SUPERVISOR QUE APROVOU,
      * NH-SOLICITANTE O OPERADOR QUE PEDIU E NH-MOTIVO-EXCLUSAO O
      * CODIGO DE MOTIVO DO PEDIDO (COPY EXCPEND).  NAS DEMAIS
      * EXCLUSOES FICAM EM BRANCO.
      ******************************************************************
        01  NH-REGISTRO.
            05  NH-DATA-EXCLUSAO        PIC X(10).
                10  NH-ORIGEM           PIC X(01).
                10  NH-OPERADOR         PIC X(08).
                10  NH-NOME-NORM        PIC X(30).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  NH-SOLICITANTE          PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  NH-MOTIVO-EXCLUSAO      PIC X(02).
