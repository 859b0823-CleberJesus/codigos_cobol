      ******************************************************************
      * SESSAO.CPY
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE SESSAO ABERTA DO ARQUIVO SESSOES
      * (INDEXADO, CHAVE PRIMARIA SE-CHAVE = OPERADOR + DATA E HORA
      * DE INICIO, PARA O MESMO OPERADOR PODER TER MAIS DE UMA
      * SESSAO).  O SIGNON DO MAINMENU GRAVA O REGISTRO E A SAIDA
      * PELA OPCAO 0 O APAGA; SESSAO QUE FICA NO ARQUIVO DEPOIS DE
      * UM ABEND E REMOVIDA PELO SUPERVISOR NO SESSMNT.
      *
      * SE-MODO 'A' E SESSAO QUE PODE ATUALIZAR: ENQUANTO HOUVER
      * ALGUMA, O SUBPROGRAMA JANELA RECUSA ABRIR A JANELA DE BATCH.
      * SESSAO ABERTA COM A JANELA JA ABERTA ENTRA COMO 'C' (SO
      * CONSULTA) E PASSA A 'A' QUANDO O MENU VE A JANELA LIVRE.
      ******************************************************************
        01  SE-REGISTRO.
            05  SE-CHAVE.
                10  SE-OPERADOR         PIC X(08).
                10  SE-DATA-INICIO      PIC X(10).
                10  SE-HORA-INICIO      PIC X(08).
            05  SE-NIVEL                PIC X(01).
            05  SE-MODO                 PIC X(01).
                88  SE-MODO-ATUALIZACAO         VALUE 'A'.
                88  SE-MODO-CONSULTA            VALUE 'C'.
