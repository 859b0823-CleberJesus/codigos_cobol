      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - CADASTRO DE FILIAIS DO
      *                    ARQUIVO FILIAIS (COPY FILIAL), CALLED PELO
      *                    MAINMENU (OPCAO 12, RESTRITA AO NIVEL
      *                    SUPERVISOR), NOS MOLDES DO OPERMNT.  O
      *                    SUPERVISOR INFORMA UM CODIGO DE FILIAL: SE
      *                    JA EXISTE, VE O REGISTRO COM A HISTORIA DA
      *                    ULTIMA CONSOLIDACAO E PODE ALTERAR O NOME
      *                    DO ESCRITORIO E O FLAG DE ATIVA (REWRITE);
      *                    SE NAO EXISTE, PODE INCLUI-LO (WRITE) COM A
      *                    HISTORIA ZERADA.  A HISTORIA E SO DO
      *                    CONSOLIDA - AQUI ELA E APENAS EXIBIDA.  A
      *                    DESATIVACAO SUBSTITUI A EXCLUSAO FISICA,
      *                    POIS O MAPA MERGEXRF CONTINUA CITANDO O
      *                    CODIGO
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FILMNT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CADASTRO-FILIAIS ASSIGN TO "FILIAIS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FR-CODIGO
                FILE STATUS IS WS-FR-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CADASTRO-FILIAIS
            LABEL RECORDS ARE STANDARD.
        COPY FILIAL.

        WORKING-STORAGE SECTION.
      * DECLARAÇÃO DE VARIÁVEIS
        77  WS-FR-STATUS        PIC X(02).
        77  WS-NOME-BUFFER      PIC X(60).
        77  WS-TAM-DIGITADO     PIC 9(03) COMP.
        77  WS-CODIGO-INFORMADO PIC X(08).
        77  WS-NOME-NOVO        PIC X(30).
        77  WS-ATIVO-NOVO       PIC X(01).
            88  WS-ATIVO-VALIDO             VALUE 'S' 'N'.
        77  WS-ACAO             PIC X(01).
            88  WS-ACAO-ALTERAR             VALUE 'A' 'a'.
        77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
            88  WS-CONFIRMA-SIM             VALUE 'S' 's'.
        77  WS-SW-VALIDO        PIC X(01) VALUE 'N'.
            88  WS-ENTRADA-VALIDA           VALUE 'S'.
        77  WS-SW-ENCERRAR      PIC X(01) VALUE 'N'.
            88  WS-ENCERRAR-CADASTRO        VALUE 'S'.

        PROCEDURE DIVISION.
      * COMANDO DISPLAY EXIBE NA TELA
      * COMANDO ACCEPT ENTRADA DE DADOS
      * GOBACK ENCERRA O PROGRAMA (OU RETORNA AO CHAMADOR, SE CALLED)
        0000-MAINLINE.
            PERFORM 1000-INICIALIZAR
            PERFORM 2000-MANTER-FILIAL THRU 2000-EXIT
                UNTIL WS-ENCERRAR-CADASTRO
            PERFORM 9000-FINALIZAR
            GOBACK.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - ABRE O FILIAIS PARA ATUALIZACAO,        *
      * CRIANDO-O NA PRIMEIRA EXECUCAO (DIFERENTE DO OPERMSTR,     *
      * NINGUEM MAIS CRIA ESTE ARQUIVO - O CONSOLIDA SO LE E       *
      * REGRAVA).  OS SWITCHES SAO REARMADOS NO CODIGO, POIS UM    *
      * SEGUNDO CALL NA MESMA SESSAO DO MENU REAPROVEITA A         *
      * WORKING-STORAGE DA PRIMEIRA EXECUCAO.                      *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            MOVE 'N' TO WS-SW-ENCERRAR
            OPEN I-O CADASTRO-FILIAIS
            IF WS-FR-STATUS = '35'
                OPEN OUTPUT CADASTRO-FILIAIS
                CLOSE CADASTRO-FILIAIS
                OPEN I-O CADASTRO-FILIAIS
            END-IF
            IF WS-FR-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-IF.

      *-----------------------------------------------------------*
      * 2000-MANTER-FILIAL - UM CICLO DE CADASTRO: PEDE O CODIGO   *
      * DA FILIAL (BRANCO ENCERRA), LOCALIZA O REGISTRO E          *
      * ENCAMINHA PARA A ALTERACAO OU A INCLUSAO CONFORME O CODIGO *
      * JA EXISTA OU NAO.                                          *
      *-----------------------------------------------------------*
        2000-MANTER-FILIAL.
            MOVE SPACES TO WS-CODIGO-INFORMADO
            DISPLAY "DIGITE O CODIGO DA FILIAL (BRANCO PARA SAIR): "
            ACCEPT WS-CODIGO-INFORMADO
            IF WS-CODIGO-INFORMADO = SPACES
                MOVE 'S' TO WS-SW-ENCERRAR
                GO TO 2000-EXIT
            END-IF
            MOVE WS-CODIGO-INFORMADO TO FR-CODIGO
            READ CADASTRO-FILIAIS
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-FR-STATUS
                WHEN '00'
                    PERFORM 2100-EXIBIR-FILIAL THRU 2100-EXIT
                    DISPLAY "ACAO: A=ALTERAR  OUTRA TECLA=NADA: "
                    MOVE SPACE TO WS-ACAO
                    ACCEPT WS-ACAO
                    IF WS-ACAO-ALTERAR
                        PERFORM 3000-ALTERAR-FILIAL THRU 3000-EXIT
                    ELSE
                        DISPLAY "REGISTRO NAO ALTERADO"
                    END-IF
                WHEN '23'
                    MOVE SPACE TO WS-CONFIRMA
                    DISPLAY "FILIAL NAO CADASTRADA - INCLUIR (S/N)? "
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA-SIM
                        PERFORM 4000-INCLUIR-FILIAL THRU 4000-EXIT
                    ELSE
                        DISPLAY "REGISTRO NAO INCLUIDO"
                    END-IF
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-EVALUATE.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2100-EXIBIR-FILIAL - MOSTRA O CADASTRO E A HISTORIA DA     *
      * ULTIMA CONSOLIDACAO GRAVADA PELO CONSOLIDA.                *
      *-----------------------------------------------------------*
        2100-EXIBIR-FILIAL.
            DISPLAY "CODIGO = " FR-CODIGO
                "  ESCRITORIO = " FR-NOME-ESCRITORIO
            DISPLAY "  ATIVA = " FR-ATIVO
                "  CONSOLIDACOES = " FR-QTDE-CONSOLIDACOES
            IF FR-QTDE-CONSOLIDACOES = ZERO
                DISPLAY "  NENHUMA CONSOLIDACAO REGISTRADA"
            ELSE
                DISPLAY "  ULTIMA CONSOLIDACAO EM " FR-ULT-DATA
                    "  REGISTROS = " FR-ULT-REGISTROS
                    "  FLAGRADOS = " FR-ULT-FLAGRADOS
                DISPLAY "  SEQUENCIAS NA MATRIZ DE "
                    FR-ULT-SEQ-INICIAL " A " FR-ULT-SEQ-FINAL
            END-IF.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-ALTERAR-FILIAL - OBTEM NOME DO ESCRITORIO E FLAG DE   *
      * ATIVA NOVOS (COM A MESMA VALIDACAO DA INCLUSAO) E REGRAVA  *
      * O REGISTRO.  A HISTORIA DE CONSOLIDACAO NAO E TOCADA.      *
      *-----------------------------------------------------------*
        3000-ALTERAR-FILIAL.
            PERFORM 5000-OBTER-DADOS THRU 5000-EXIT
            MOVE WS-NOME-NOVO TO FR-NOME-ESCRITORIO
            MOVE WS-ATIVO-NOVO TO FR-ATIVO
            REWRITE FR-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-FR-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            ELSE
                DISPLAY "FILIAL REGRAVADA - CODIGO = " FR-CODIGO
            END-IF.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4000-INCLUIR-FILIAL - OBTEM NOME DO ESCRITORIO E FLAG DE   *
      * ATIVA E GRAVA A FILIAL NOVA COM O CODIGO JA INFORMADO EM   *
      * 2000 E A HISTORIA DE CONSOLIDACAO ZERADA.                  *
      *-----------------------------------------------------------*
        4000-INCLUIR-FILIAL.
            PERFORM 5000-OBTER-DADOS THRU 5000-EXIT
            MOVE SPACES TO FR-REGISTRO
            MOVE WS-CODIGO-INFORMADO TO FR-CODIGO
            MOVE WS-NOME-NOVO TO FR-NOME-ESCRITORIO
            MOVE WS-ATIVO-NOVO TO FR-ATIVO
            MOVE ZERO TO FR-QTDE-CONSOLIDACOES
            MOVE ZERO TO FR-ULT-REGISTROS
            MOVE ZERO TO FR-ULT-FLAGRADOS
            MOVE ZERO TO FR-ULT-SEQ-INICIAL
            MOVE ZERO TO FR-ULT-SEQ-FINAL
            WRITE FR-REGISTRO
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-FR-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            ELSE
                DISPLAY "FILIAL INCLUIDA - CODIGO = " FR-CODIGO
            END-IF.
        4000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5000-OBTER-DADOS - OBTEM O NOME DO ESCRITORIO (MESMA       *
      * VALIDACAO DE BRANCO E DE ESTOURO DE 30 POSICOES DO OPERMNT)*
      * E O FLAG DE ATIVA (S/N), CADA UM REPETIDO ATE VIR VALIDO.  *
      *-----------------------------------------------------------*
        5000-OBTER-DADOS.
            MOVE 'N' TO WS-SW-VALIDO
            PERFORM 5100-PROMPT-NOME THRU 5100-EXIT
                UNTIL WS-ENTRADA-VALIDA
            MOVE SPACE TO WS-ATIVO-NOVO
            PERFORM 5200-PROMPT-ATIVO THRU 5200-EXIT
                UNTIL WS-ATIVO-VALIDO.
        5000-EXIT.
            EXIT.

        5100-PROMPT-NOME.
            MOVE SPACES TO WS-NOME-BUFFER
            DISPLAY "DIGITE O NOME DO ESCRITORIO DA FILIAL: "
            ACCEPT WS-NOME-BUFFER
            IF WS-NOME-BUFFER = SPACES
                DISPLAY "NOME EM BRANCO - ENTRADA OBRIGATORIA, REDIGITE"
            ELSE
                MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NOME-BUFFER))
                    TO WS-TAM-DIGITADO
                IF WS-TAM-DIGITADO > 30
                    DISPLAY "NOME EXCEDE 30 CARACTERES - REJEITADO"
                ELSE
                    MOVE FUNCTION TRIM(WS-NOME-BUFFER) TO WS-NOME-NOVO
                    MOVE 'S' TO WS-SW-VALIDO
                END-IF
            END-IF.
        5100-EXIT.
            EXIT.

        5200-PROMPT-ATIVO.
            DISPLAY "FILIAL ATIVA (S/N)? "
            ACCEPT WS-ATIVO-NOVO
            IF NOT WS-ATIVO-VALIDO
                DISPLAY "RESPONDA S OU N"
            END-IF.
        5200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO FILIAIS.  DEVOLVE O CONTROLE AO CHAMADOR COM        *
      * RETURN-CODE DIFERENTE DE ZERO (EM VEZ DE STOP RUN), POIS   *
      * O CADASTRO RODA COMO SUBPROGRAMA DO MAINMENU E UM STOP RUN *
      * AQUI DERRUBARIA O MENU JUNTO.                              *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-ARQUIVO.
            DISPLAY "ERRO DE E/S EM FILIAIS - FILE STATUS = "
                WS-FR-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            CLOSE CADASTRO-FILIAIS
            MOVE 16 TO RETURN-CODE
            GOBACK.

        9000-FINALIZAR.
            CLOSE CADASTRO-FILIAIS.
