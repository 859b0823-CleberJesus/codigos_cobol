      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - REGRAS DE QUALIDADE DE
      *                    NOME (COPY QUALCOM).  RECEBE O NOME E
      *                    DEVOLVE, REGRA A REGRA, SE ELE ESTA FORA
      *                    DO PADRAO: DIGITOS, PONTUACAO, UMA
      *                    PALAVRA SO, LETRA REPETIDA, SO
      *                    MINUSCULAS, TRATAMENTO NO INICIO E
      *                    CADASTRO DE TESTE.  CALLED PELO VARQUAL
      *                    (VARREDURA DO MASTER), PELO TESTE E PELO
      *                    MANUTEN (AVISO NA DIGITACAO) E PELO
      *                    TESTE-BATCH (REJEITO MOTIVO 03), PARA QUE
      *                    A MESMA REGRA VALHA NA VARREDURA E NA
      *                    CAPTURA
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUALNOME.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
      * DECLARAÇÃO DE VARIÁVEIS
        77  WS-IND              PIC 9(02) COMP.
        77  WS-TAM-NOME         PIC 9(02) COMP.
        77  WS-COD-REGRA        PIC 9(02).
        77  WS-CHAR             PIC X(01).
        77  WS-CHAR-ANTERIOR    PIC X(01).
        77  WS-CONT-REPETIDA    PIC 9(02) COMP.
        77  WS-CONT-ESPACOS     PIC 9(02) COMP.
        77  WS-CONT-MINUSCULAS  PIC 9(02) COMP.
        77  WS-CONT-MAIUSCULAS  PIC 9(02) COMP.
        77  WS-CONT-TESTE       PIC 9(02) COMP.
        01  WS-NOME-NORM        PIC X(30).
      * O NOME NORMALIZADO ENTRE DOIS ESPACOS, PARA QUE A BUSCA
      * DAS PALAVRAS DE TESTE SO ACHE A PALAVRA INTEIRA ("TESTE"
      * ACHA "JOAO TESTE", MAS NAO "CELESTE").
        01  WS-NOME-MOLDURA     PIC X(32).
        01  WS-PRIMEIRA-PALAVRA PIC X(30).
            88  WS-TRATAMENTO               VALUE 'SR' 'SR.'
                'SRA' 'SRA.' 'SRTA' 'SRTA.' 'DR' 'DR.' 'DRA'
                'DRA.' 'PROF' 'PROF.' 'PROFA' 'PROFA.'.
        01  WS-TAB-DESCRICOES.
            05  FILLER          PIC X(30) VALUE
                "NOME COM DIGITOS".
            05  FILLER          PIC X(30) VALUE
                "PONTUACAO OU SIMBOLO NO NOME".
            05  FILLER          PIC X(30) VALUE
                "NOME COM UMA PALAVRA SO".
            05  FILLER          PIC X(30) VALUE
                "LETRA REPETIDA EM SEQUENCIA".
            05  FILLER          PIC X(30) VALUE
                "NOME SO EM MINUSCULAS".
            05  FILLER          PIC X(30) VALUE
                "TRATAMENTO NO INICIO DO NOME".
            05  FILLER          PIC X(30) VALUE
                "CADASTRO DE TESTE".
        01  WS-TAB-DESCRICOES-R REDEFINES WS-TAB-DESCRICOES.
            05  WS-DESCRICAO    PIC X(30) OCCURS 7.

        LINKAGE SECTION.
        COPY QUALCOM.

        PROCEDURE DIVISION USING QN-AREA-QUALIDADE.
      *-----------------------------------------------------------*
      * 0000-MAINLINE - ZERA O RESULTADO E CARREGA AS DESCRICOES;  *
      * NOME EM BRANCO VOLTA SEM VIOLACAO.  AS REGRAS DE DIGITO,   *
      * PONTUACAO, PALAVRA UNICA E LETRA REPETIDA SAO APURADAS     *
      * NUMA SO PASSADA PELA FORMA NORMALIZADA (2000); A DE        *
      * MINUSCULAS, NUMA PASSADA PELO NOME ORIGINAL (3000), POIS A *
      * NORMALIZACAO JA DEIXA TUDO EM MAIUSCULAS.                  *
      *-----------------------------------------------------------*
        0000-MAINLINE.
            MOVE ZERO TO QN-QTDE-VIOLADAS
            MOVE SPACES TO QN-PRIMEIRA-REGRA
            PERFORM 1000-PREPARAR-REGRA THRU 1000-EXIT
                VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > 7
            IF QN-NOME = SPACES
                GOBACK
            END-IF
            CALL "NORMNOME" USING QN-NOME WS-NOME-NORM
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NOME-NORM))
                TO WS-TAM-NOME
            MOVE ZERO TO WS-CONT-REPETIDA
            MOVE ZERO TO WS-CONT-ESPACOS
            MOVE SPACE TO WS-CHAR-ANTERIOR
            PERFORM 2000-EXAMINAR-CARACTERE THRU 2000-EXIT
                VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-TAM-NOME
            IF WS-CONT-ESPACOS = ZERO
                MOVE 'S' TO QN-VIOLADA (3)
            END-IF
            MOVE ZERO TO WS-CONT-MINUSCULAS
            MOVE ZERO TO WS-CONT-MAIUSCULAS
            PERFORM 3000-EXAMINAR-CAIXA THRU 3000-EXIT
                VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > 30
            IF WS-CONT-MINUSCULAS > ZERO AND WS-CONT-MAIUSCULAS = ZERO
                MOVE 'S' TO QN-VIOLADA (5)
            END-IF
            MOVE SPACES TO WS-PRIMEIRA-PALAVRA
            UNSTRING WS-NOME-NORM DELIMITED BY SPACE
                INTO WS-PRIMEIRA-PALAVRA
            IF WS-TRATAMENTO
                MOVE 'S' TO QN-VIOLADA (6)
            END-IF
            MOVE SPACES TO WS-NOME-MOLDURA
            MOVE WS-NOME-NORM (1:WS-TAM-NOME) TO WS-NOME-MOLDURA (2:)
            MOVE ZERO TO WS-CONT-TESTE
            INSPECT WS-NOME-MOLDURA TALLYING WS-CONT-TESTE
                FOR ALL ' TESTE ' ALL ' TEST ' ALL ' XXX '
                    ALL ' ASDF ' ALL ' FULANO '
            IF WS-CONT-TESTE > ZERO
                MOVE 'S' TO QN-VIOLADA (7)
            END-IF
            PERFORM 4000-APURAR-REGRA THRU 4000-EXIT
                VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > 7
            GOBACK.

        1000-PREPARAR-REGRA.
            MOVE 'N' TO QN-VIOLADA (WS-IND)
            MOVE WS-DESCRICAO (WS-IND) TO QN-DESCRICAO (WS-IND).
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2000-EXAMINAR-CARACTERE - CLASSIFICA UM CARACTERE DA FORMA *
      * NORMALIZADA: LETRA (CONTANDO A REPETICAO DA MESMA LETRA),  *
      * ESPACO (CONTADO PARA A REGRA DE PALAVRA UNICA), DIGITO, OU *
      * OUTRO SIMBOLO - APOSTROFO E HIFEN SAO ACEITOS, POIS FAZEM  *
      * PARTE DE NOMES COMO D'AVILA E SANTA-ROSA.                  *
      *-----------------------------------------------------------*
        2000-EXAMINAR-CARACTERE.
            MOVE WS-NOME-NORM (WS-IND:1) TO WS-CHAR
            EVALUATE TRUE
                WHEN WS-CHAR = SPACE
                    ADD 1 TO WS-CONT-ESPACOS
                    MOVE ZERO TO WS-CONT-REPETIDA
                WHEN WS-CHAR IS ALPHABETIC-UPPER
                    IF WS-CHAR = WS-CHAR-ANTERIOR
                        ADD 1 TO WS-CONT-REPETIDA
                    ELSE
                        MOVE 1 TO WS-CONT-REPETIDA
                    END-IF
                    IF WS-CONT-REPETIDA > 2
                        MOVE 'S' TO QN-VIOLADA (4)
                    END-IF
                WHEN WS-CHAR IS NUMERIC
                    MOVE 'S' TO QN-VIOLADA (1)
                    MOVE ZERO TO WS-CONT-REPETIDA
                WHEN WS-CHAR = "'" OR WS-CHAR = '-'
                    MOVE ZERO TO WS-CONT-REPETIDA
                WHEN OTHER
                    MOVE 'S' TO QN-VIOLADA (2)
                    MOVE ZERO TO WS-CONT-REPETIDA
            END-EVALUATE
            MOVE WS-CHAR TO WS-CHAR-ANTERIOR.
        2000-EXIT.
            EXIT.

        3000-EXAMINAR-CAIXA.
            MOVE QN-NOME (WS-IND:1) TO WS-CHAR
            IF WS-CHAR NOT = SPACE
                IF WS-CHAR IS ALPHABETIC-LOWER
                    ADD 1 TO WS-CONT-MINUSCULAS
                END-IF
                IF WS-CHAR IS ALPHABETIC-UPPER
                    ADD 1 TO WS-CONT-MAIUSCULAS
                END-IF
            END-IF.
        3000-EXIT.
            EXIT.

        4000-APURAR-REGRA.
            IF QN-REGRA-VIOLADA (WS-IND)
                ADD 1 TO QN-QTDE-VIOLADAS
                IF QN-PRIMEIRA-REGRA = SPACES
                    MOVE WS-IND TO WS-COD-REGRA
                    MOVE WS-COD-REGRA TO QN-PRIMEIRA-REGRA
                END-IF
            END-IF.
        4000-EXIT.
            EXIT.
