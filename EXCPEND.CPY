      ******************************************************************
      * EXCPEND.CPY
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO ARQUIVO DE PEDIDOS DE EXCLUSAO EXCPEND
      * (INDEXADO, CHAVE PRIMARIA PX-SEQUENCIA = NM-SEQUENCIA DO
      * REGISTRO QUE SE QUER EXCLUIR).  O OPERADOR COMUM NAO EXCLUI
      * NO MANUTEN: ELE REGISTRA AQUI UM PEDIDO COM O CODIGO DE
      * MOTIVO, E UM SUPERVISOR DIFERENTE DO SOLICITANTE APROVA OU
      * REJEITA O PEDIDO NO APROVEXC.  SO A APROVACAO EXECUTA A
      * EXCLUSAO (JORNAL CHGJRNL, HISTORICO NAMEHIST E TOTAL DE
      * CONTROLE CTLTOTLS), CARIMBADA COM O SOLICITANTE E O
      * APROVADOR.  O RELEXC LISTA OS PEDIDOS REJEITADOS E OS
      * PENDENTES HA MAIS DE N DIAS.
      *
      * PX-SITUACAO: P = PENDENTE, A = APROVADO (REGISTRO EXCLUIDO),
      * R = REJEITADO (REGISTRO MANTIDO), C = CANCELADO (O REGISTRO
      * JA NAO EXISTIA NO MASTER QUANDO O PEDIDO FOI EXAMINADO).  HA
      * NO MAXIMO UM PEDIDO POR SEQUENCIA; UM NOVO PEDIDO SOBRE UMA
      * SEQUENCIA COM PEDIDO JA DECIDIDO SUBSTITUI O ANTERIOR.
      *
      * PX-MOTIVO: 01 = NOME DUPLICADO, 02 = CADASTRO DE TESTE,
      * 03 = PEDIDO DO TITULAR, 04 = CADASTRO INDEVIDO, 05 = OUTROS.
      * PX-NOME GUARDA O NOME NO MOMENTO DO PEDIDO, PARA O
      * SUPERVISOR PERCEBER UMA ALTERACAO FEITA DEPOIS DELE.
      ******************************************************************
        01  PX-REGISTRO.
            05  PX-SEQUENCIA            PIC 9(06).
            05  PX-SITUACAO             PIC X(01).
                88  PX-PENDENTE                 VALUE 'P'.
                88  PX-APROVADO                 VALUE 'A'.
                88  PX-REJEITADO                VALUE 'R'.
                88  PX-CANCELADO                VALUE 'C'.
            05  PX-MOTIVO               PIC X(02).
                88  PX-MOTIVO-VALIDO            VALUE '01' THRU '05'.
            05  PX-SOLICITANTE          PIC X(08).
            05  PX-DATA-PEDIDO          PIC X(10).
            05  PX-HORA-PEDIDO          PIC X(08).
            05  PX-NOME                 PIC X(30).
            05  PX-APROVADOR            PIC X(08).
            05  PX-DATA-DECISAO         PIC X(10).
            05  PX-HORA-DECISAO         PIC X(08).
