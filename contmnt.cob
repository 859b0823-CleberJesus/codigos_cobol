      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - CADASTRO DE CONTATOS
      *                    (ENDERECO E TELEFONE) DOS NOMES DO
      *                    NAME-MASTER, NO ARQUIVO COMPANHEIRO
      *                    CONTATOS (COPY CONTATO), CALLED PELO
      *                    MAINMENU COM A AREA DE SESSAO DO SIGNON.
      *                    O OPERADOR INFORMA UM NM-SEQUENCIA QUE
      *                    EXISTA NO MASTER: SE O CONTATO JA EXISTE,
      *                    VE O ENDERECO E PODE CORRIGI-LO (REWRITE);
      *                    SE NAO EXISTE, PODE INCLUI-LO (WRITE).  O
      *                    CEP TEM DE TER OITO DIGITOS (O HIFEN E
      *                    ACEITO NA DIGITACAO) E A UF TEM DE SER UMA
      *                    SIGLA DE UNIDADE DA FEDERACAO.  TODA
      *                    MUDANCA E GRAVADA NO JORNAL CHGJRNL
      *                    (CJ-ARQUIVO = 'C', IMAGENS DO
      *                    CO-DADOS-CONTATO) ANTES DE SER APLICADA NO
      *                    ARQUIVO DE CONTATOS, COMO NO MANUTEN.  A
      *                    REMOCAO DO CONTATO SO ACONTECE JUNTO COM A
      *                    EXCLUSAO DO NOME, QUE O ARQUIVA NO CONTARQ
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CONTMNT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT NAME-MASTER ASSIGN TO "NAMEMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NM-SEQUENCIA
                ALTERNATE RECORD KEY IS NM-NOME WITH DUPLICATES
                ALTERNATE RECORD KEY IS NM-NOME-NORM
                    WITH DUPLICATES
                FILE STATUS IS WS-NM-STATUS.
            SELECT ARQUIVO-CONTATOS ASSIGN TO "CONTATOS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CO-SEQUENCIA
                FILE STATUS IS WS-CO-STATUS.
            SELECT JORNAL-MUDANCAS ASSIGN TO "CHGJRNL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CJ-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  NAME-MASTER
            LABEL RECORDS ARE STANDARD.
        COPY NAMEREC.

        FD  ARQUIVO-CONTATOS
            LABEL RECORDS ARE STANDARD.
        COPY CONTATO.

        FD  JORNAL-MUDANCAS
            LABEL RECORDS ARE STANDARD.
        COPY CHGJRN.

        WORKING-STORAGE SECTION.
      * DECLARAÇÃO DE VARIÁVEIS
        77  WS-NM-STATUS        PIC X(02).
        77  WS-CO-STATUS        PIC X(02).
        77  WS-CJ-STATUS        PIC X(02).
        77  WS-OPERADOR         PIC X(08).
        77  WS-SEQ-INFORMADA    PIC 9(06).
        77  WS-CAMPO-BUFFER     PIC X(60).
        77  WS-TAM-DIGITADO     PIC 9(03) COMP.
        77  WS-TAM-MAXIMO       PIC 9(03) COMP.
        77  WS-ROTULO           PIC X(40).
        77  WS-VALOR-ATUAL      PIC X(28).
        77  WS-VALOR-NOVO       PIC X(28).
        77  WS-CEP-NOVO         PIC X(08).
        77  WS-IND-UF           PIC 9(02) COMP.
        77  WS-ACAO             PIC X(01).
            88  WS-ACAO-ALTERAR             VALUE 'A' 'a'.
        77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
            88  WS-CONFIRMA-SIM             VALUE 'S' 's'.
        77  WS-SW-VALIDO        PIC X(01) VALUE 'N'.
            88  WS-ENTRADA-VALIDA           VALUE 'S'.
        77  WS-SW-CAMPO         PIC X(01) VALUE 'N'.
            88  WS-CAMPO-VALIDO             VALUE 'S'.
        77  WS-SW-OBRIGATORIO   PIC X(01) VALUE 'N'.
            88  WS-CAMPO-OBRIGATORIO        VALUE 'S'.
        77  WS-SW-MODO          PIC X(01) VALUE 'I'.
            88  WS-MODO-ALTERACAO           VALUE 'A'.
        77  WS-SW-UF            PIC X(01) VALUE 'N'.
            88  WS-UF-CADASTRADA            VALUE 'S'.
        77  WS-SW-ENCERRAR      PIC X(01) VALUE 'N'.
            88  WS-ENCERRAR-CADASTRO        VALUE 'S'.
      * DADOS DO CONTATO EM EDICAO - MESMO LAYOUT DO
      * CO-DADOS-CONTATO DO COPY CONTATO.
        01  WS-CONTATO-NOVO.
            05  WS-CN-LOGRADOURO        PIC X(28).
            05  WS-CN-NUMERO            PIC X(05).
            05  WS-CN-COMPLEMENTO       PIC X(08).
            05  WS-CN-BAIRRO            PIC X(15).
            05  WS-CN-CIDADE            PIC X(16).
            05  WS-CN-UF                PIC X(02).
            05  WS-CN-CEP               PIC X(08).
            05  WS-CN-TELEFONE          PIC X(11).
      * SIGLAS DAS 27 UNIDADES DA FEDERACAO.
        01  WS-TAB-UF-VALORES.
            05  FILLER                  PIC X(28) VALUE
                "ACALAPAMBACEDFESGOMAMTMSMGPA".
            05  FILLER                  PIC X(26) VALUE
                "PBPRPEPIRJRNRSRORRSCSPSETO".
        01  WS-TAB-UF REDEFINES WS-TAB-UF-VALORES.
            05  WS-SIGLA-UF             OCCURS 27 PIC X(02).
        01  WS-TAB-MINUSCULAS   PIC X(26) VALUE
            "abcdefghijklmnopqrstuvwxyz".
        01  WS-TAB-MAIUSCULAS   PIC X(26) VALUE
            "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        01  WS-DATA-CORRENTE.
            05  WS-DC-YYYY              PIC X(04).
            05  WS-DC-MM                PIC X(02).
            05  WS-DC-DD                PIC X(02).
            05  WS-DC-HH                PIC X(02).
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).

        LINKAGE SECTION.
        COPY OPERCOM.

        PROCEDURE DIVISION USING OC-AREA-OPERADOR.
      * COMANDO DISPLAY EXIBE NA TELA
      * COMANDO ACCEPT ENTRADA DE DADOS
      * GOBACK ENCERRA O PROGRAMA (OU RETORNA AO CHAMADOR, SE CALLED)
        0000-MAINLINE.
            PERFORM 1000-INICIALIZAR
            PERFORM 2000-MANTER-CONTATO THRU 2000-EXIT
                UNTIL WS-ENCERRAR-CADASTRO
            PERFORM 9000-FINALIZAR
            GOBACK.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - ABRE O NAME-MASTER SO PARA LEITURA (O   *
      * CONTATO SO E CADASTRADO PARA SEQUENCIA EXISTENTE), O       *
      * ARQUIVO DE CONTATOS PARA ATUALIZACAO E O JORNAL CHGJRNL EM *
      * EXTEND, CRIANDO OS DOIS NA PRIMEIRA EXECUCAO.  UM          *
      * NAME-MASTER AUSENTE NAO E CRIADO AQUI: SEM NOME NAO HA     *
      * CONTATO.  O SWITCH DE ENCERRAMENTO E REARMADO, POIS UM     *
      * SEGUNDO CALL NA MESMA SESSAO DO MENU REAPROVEITA A         *
      * WORKING-STORAGE DA PRIMEIRA EXECUCAO.                      *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            MOVE 'N' TO WS-SW-ENCERRAR
            OPEN INPUT NAME-MASTER
            IF WS-NM-STATUS = '35'
                DISPLAY "NAME-MASTER AINDA NAO EXISTE - "
                    "NENHUM NOME CADASTRADO"
                GOBACK
            END-IF
            IF WS-NM-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-IF
            OPEN I-O ARQUIVO-CONTATOS
            IF WS-CO-STATUS = '35'
                OPEN OUTPUT ARQUIVO-CONTATOS
                CLOSE ARQUIVO-CONTATOS
                OPEN I-O ARQUIVO-CONTATOS
            END-IF
            IF WS-CO-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-CONTATOS
            END-IF
            OPEN EXTEND JORNAL-MUDANCAS
            IF WS-CJ-STATUS = '35'
                OPEN OUTPUT JORNAL-MUDANCAS
                CLOSE JORNAL-MUDANCAS
                OPEN EXTEND JORNAL-MUDANCAS
            END-IF
            IF WS-CJ-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-JORNAL
            END-IF
            MOVE OC-CODIGO TO WS-OPERADOR.

      *-----------------------------------------------------------*
      * 2000-MANTER-CONTATO - UM CICLO DE CADASTRO: PEDE O         *
      * NM-SEQUENCIA (ZERO ENCERRA), CONFIRMA QUE O NOME EXISTE NO *
      * MASTER, LOCALIZA O CONTATO E ENCAMINHA PARA A CORRECAO OU  *
      * A INCLUSAO CONFORME O CONTATO JA EXISTA OU NAO.            *
      *-----------------------------------------------------------*
        2000-MANTER-CONTATO.
            MOVE ZEROS TO WS-SEQ-INFORMADA
            DISPLAY "DIGITE O NM-SEQUENCIA (ZEROS PARA SAIR): "
            ACCEPT WS-SEQ-INFORMADA
            IF WS-SEQ-INFORMADA = ZEROS
                MOVE 'S' TO WS-SW-ENCERRAR
                GO TO 2000-EXIT
            END-IF
            MOVE WS-SEQ-INFORMADA TO NM-SEQUENCIA
            READ NAME-MASTER
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-NM-STATUS
                WHEN '00'
                    DISPLAY "SEQ = " NM-SEQUENCIA "  NOME = " NM-NOME
                WHEN '23'
                    DISPLAY "SEQUENCIA NAO CADASTRADA: "
                        WS-SEQ-INFORMADA
                    GO TO 2000-EXIT
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-EVALUATE
            MOVE WS-SEQ-INFORMADA TO CO-SEQUENCIA
            READ ARQUIVO-CONTATOS
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-CO-STATUS
                WHEN '00'
                    PERFORM 2100-EXIBIR-CONTATO THRU 2100-EXIT
                    DISPLAY "ACAO: A=ALTERAR  OUTRA TECLA=NADA: "
                    MOVE SPACE TO WS-ACAO
                    ACCEPT WS-ACAO
                    IF WS-ACAO-ALTERAR
                        PERFORM 3000-ALTERAR-CONTATO THRU 3000-EXIT
                    ELSE
                        DISPLAY "CONTATO NAO ALTERADO"
                    END-IF
                WHEN '23'
                    MOVE SPACE TO WS-CONFIRMA
                    DISPLAY "SEQUENCIA SEM CONTATO - INCLUIR (S/N)? "
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA-SIM
                        PERFORM 4000-INCLUIR-CONTATO THRU 4000-EXIT
                    ELSE
                        DISPLAY "CONTATO NAO INCLUIDO"
                    END-IF
                WHEN OTHER
                    PERFORM 8200-TRATAR-ERRO-CONTATOS
            END-EVALUATE.
        2000-EXIT.
            EXIT.

        2100-EXIBIR-CONTATO.
            DISPLAY "  LOGRADOURO  = " CO-LOGRADOURO
                "  NUMERO = " CO-NUMERO
            DISPLAY "  COMPLEMENTO = " CO-COMPLEMENTO
                "  BAIRRO = " CO-BAIRRO
            DISPLAY "  CIDADE      = " CO-CIDADE
                "  UF = " CO-UF "  CEP = " CO-CEP
            DISPLAY "  TELEFONE    = " CO-TELEFONE
            DISPLAY "  ATUALIZADO EM " CO-DATA-ATUALIZACAO " "
                CO-HORA-ATUALIZACAO " POR " CO-OPERADOR.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-ALTERAR-CONTATO - OBTEM OS DADOS CORRIGIDOS (BRANCO   *
      * MANTEM O VALOR ATUAL DE CADA CAMPO), GRAVA A LINHA DE      *
      * JORNAL COM O ANTES E O DEPOIS E SO ENTAO REGRAVA O         *
      * CONTATO.  NADA MUDOU, NADA E GRAVADO.                      *
      *-----------------------------------------------------------*
        3000-ALTERAR-CONTATO.
            MOVE 'A' TO WS-SW-MODO
            MOVE CO-DADOS-CONTATO TO WS-CONTATO-NOVO
            PERFORM 5000-OBTER-DADOS THRU 5000-EXIT
            IF WS-CONTATO-NOVO = CO-DADOS-CONTATO
                DISPLAY "NENHUM CAMPO MUDOU - CONTATO NAO ALTERADO"
                GO TO 3000-EXIT
            END-IF
            MOVE SPACES TO CJ-REGISTRO
            MOVE 'A' TO CJ-ACAO
            MOVE CO-DADOS-CONTATO TO CJ-REG-ANTES
            MOVE WS-CONTATO-NOVO TO CJ-REG-DEPOIS
            PERFORM 7000-GRAVAR-JORNAL THRU 7000-EXIT
            MOVE WS-CONTATO-NOVO TO CO-DADOS-CONTATO
            PERFORM 7100-CARIMBAR-CONTATO THRU 7100-EXIT
            REWRITE CO-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-CO-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-CONTATOS
            ELSE
                DISPLAY "CONTATO REGRAVADO - SEQ = " CO-SEQUENCIA
            END-IF.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4000-INCLUIR-CONTATO - OBTEM OS DADOS DO CONTATO NOVO,     *
      * GRAVA A LINHA DE JORNAL (IMAGEM ANTES EM BRANCO) E SO      *
      * ENTAO GRAVA O CONTATO COM A SEQUENCIA JA INFORMADA EM 2000.*
      *-----------------------------------------------------------*
        4000-INCLUIR-CONTATO.
            MOVE 'I' TO WS-SW-MODO
            MOVE SPACES TO WS-CONTATO-NOVO
            PERFORM 5000-OBTER-DADOS THRU 5000-EXIT
            MOVE SPACES TO CJ-REGISTRO
            MOVE 'I' TO CJ-ACAO
            MOVE WS-CONTATO-NOVO TO CJ-REG-DEPOIS
            PERFORM 7000-GRAVAR-JORNAL THRU 7000-EXIT
            MOVE SPACES TO CO-REGISTRO
            MOVE WS-SEQ-INFORMADA TO CO-SEQUENCIA
            MOVE WS-CONTATO-NOVO TO CO-DADOS-CONTATO
            PERFORM 7100-CARIMBAR-CONTATO THRU 7100-EXIT
            WRITE CO-REGISTRO
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-CO-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-CONTATOS
            ELSE
                DISPLAY "CONTATO INCLUIDO - SEQ = " CO-SEQUENCIA
            END-IF.
        4000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5000-OBTER-DADOS - OBTEM CADA CAMPO DO CONTATO EM          *
      * WS-CONTATO-NOVO.  LOGRADOURO E CIDADE SAO OBRIGATORIOS;    *
      * NUMERO, COMPLEMENTO, BAIRRO E TELEFONE SAO OPCIONAIS.  A   *
      * UF E VALIDADA CONTRA A TABELA DE SIGLAS, O CEP TEM DE TER  *
      * OITO DIGITOS E O TELEFONE, QUANDO INFORMADO, SO DIGITOS.   *
      * NA CORRECAO, BRANCO MANTEM O VALOR ATUAL E * LIMPA UM      *
      * CAMPO OPCIONAL.                                            *
      *-----------------------------------------------------------*
        5000-OBTER-DADOS.
            IF WS-MODO-ALTERACAO
                DISPLAY "BRANCO MANTEM O VALOR ATUAL; * LIMPA UM "
                    "CAMPO OPCIONAL"
            END-IF
            MOVE "LOGRADOURO (RUA, AVENIDA...)" TO WS-ROTULO
            MOVE 28 TO WS-TAM-MAXIMO
            MOVE 'S' TO WS-SW-OBRIGATORIO
            MOVE WS-CN-LOGRADOURO TO WS-VALOR-ATUAL
            PERFORM 5050-OBTER-CAMPO THRU 5050-EXIT
            MOVE WS-VALOR-NOVO TO WS-CN-LOGRADOURO
            MOVE "NUMERO" TO WS-ROTULO
            MOVE 5 TO WS-TAM-MAXIMO
            MOVE 'N' TO WS-SW-OBRIGATORIO
            MOVE WS-CN-NUMERO TO WS-VALOR-ATUAL
            PERFORM 5050-OBTER-CAMPO THRU 5050-EXIT
            MOVE WS-VALOR-NOVO TO WS-CN-NUMERO
            MOVE "COMPLEMENTO" TO WS-ROTULO
            MOVE 8 TO WS-TAM-MAXIMO
            MOVE 'N' TO WS-SW-OBRIGATORIO
            MOVE WS-CN-COMPLEMENTO TO WS-VALOR-ATUAL
            PERFORM 5050-OBTER-CAMPO THRU 5050-EXIT
            MOVE WS-VALOR-NOVO TO WS-CN-COMPLEMENTO
            MOVE "BAIRRO" TO WS-ROTULO
            MOVE 15 TO WS-TAM-MAXIMO
            MOVE 'N' TO WS-SW-OBRIGATORIO
            MOVE WS-CN-BAIRRO TO WS-VALOR-ATUAL
            PERFORM 5050-OBTER-CAMPO THRU 5050-EXIT
            MOVE WS-VALOR-NOVO TO WS-CN-BAIRRO
            MOVE "CIDADE" TO WS-ROTULO
            MOVE 16 TO WS-TAM-MAXIMO
            MOVE 'S' TO WS-SW-OBRIGATORIO
            MOVE WS-CN-CIDADE TO WS-VALOR-ATUAL
            PERFORM 5050-OBTER-CAMPO THRU 5050-EXIT
            MOVE WS-VALOR-NOVO TO WS-CN-CIDADE
            MOVE 'N' TO WS-SW-UF
            PERFORM 5200-PROMPT-UF THRU 5200-EXIT
                UNTIL WS-UF-CADASTRADA
            MOVE 'N' TO WS-SW-VALIDO
            PERFORM 5300-PROMPT-CEP THRU 5300-EXIT
                UNTIL WS-ENTRADA-VALIDA
            MOVE 'N' TO WS-SW-VALIDO
            PERFORM 5400-PROMPT-TELEFONE THRU 5400-EXIT
                UNTIL WS-ENTRADA-VALIDA.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5050-OBTER-CAMPO - REPETE O PROMPT DO CAMPO DESCRITO EM    *
      * WS-ROTULO / WS-TAM-MAXIMO / WS-SW-OBRIGATORIO ATE VIR UM   *
      * VALOR ACEITAVEL, DEVOLVIDO EM WS-VALOR-NOVO.               *
      *-----------------------------------------------------------*
        5050-OBTER-CAMPO.
            MOVE 'N' TO WS-SW-CAMPO
            PERFORM 5100-PROMPT-CAMPO THRU 5100-EXIT
                UNTIL WS-CAMPO-VALIDO.
        5050-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5100-PROMPT-CAMPO - UM PROMPT: NA CORRECAO MOSTRA O VALOR  *
      * ATUAL, QUE BRANCO MANTEM E * LIMPA (SO EM CAMPO            *
      * OPCIONAL); NA INCLUSAO BRANCO SO E ACEITO EM CAMPO         *
      * OPCIONAL.  O TEXTO DIGITADO NAO PODE PASSAR DO TAMANHO DO  *
      * CAMPO - NADA E TRUNCADO EM SILENCIO.                       *
      *-----------------------------------------------------------*
        5100-PROMPT-CAMPO.
            MOVE SPACES TO WS-CAMPO-BUFFER
            IF WS-MODO-ALTERACAO
                DISPLAY "  ATUAL: " WS-VALOR-ATUAL
            END-IF
            DISPLAY "DIGITE " FUNCTION TRIM(WS-ROTULO) ": "
            ACCEPT WS-CAMPO-BUFFER
            IF WS-CAMPO-BUFFER = SPACES
                IF WS-MODO-ALTERACAO
                    MOVE WS-VALOR-ATUAL TO WS-VALOR-NOVO
                    MOVE 'S' TO WS-SW-CAMPO
                    GO TO 5100-EXIT
                END-IF
                IF WS-CAMPO-OBRIGATORIO
                    DISPLAY "CAMPO EM BRANCO - ENTRADA OBRIGATORIA, "
                        "REDIGITE"
                    GO TO 5100-EXIT
                END-IF
                MOVE SPACES TO WS-VALOR-NOVO
                MOVE 'S' TO WS-SW-CAMPO
                GO TO 5100-EXIT
            END-IF
            IF WS-CAMPO-BUFFER = '*' AND WS-MODO-ALTERACAO
                IF WS-CAMPO-OBRIGATORIO
                    DISPLAY "CAMPO OBRIGATORIO NAO PODE SER LIMPO"
                    GO TO 5100-EXIT
                END-IF
                MOVE SPACES TO WS-VALOR-NOVO
                MOVE 'S' TO WS-SW-CAMPO
                GO TO 5100-EXIT
            END-IF
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAMPO-BUFFER))
                TO WS-TAM-DIGITADO
            IF WS-TAM-DIGITADO > WS-TAM-MAXIMO
                DISPLAY "CAMPO EXCEDE " WS-TAM-MAXIMO
                    " CARACTERES - REJEITADO"
                GO TO 5100-EXIT
            END-IF
            MOVE FUNCTION TRIM(WS-CAMPO-BUFFER) TO WS-VALOR-NOVO
            MOVE 'S' TO WS-SW-CAMPO.
        5100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5200-PROMPT-UF - OBTEM A UF (OBRIGATORIA), CONVERTE PARA   *
      * MAIUSCULAS E SO A ACEITA SE ESTIVER NA TABELA DE SIGLAS.   *
      *-----------------------------------------------------------*
        5200-PROMPT-UF.
            MOVE "UF (SIGLA DO ESTADO)" TO WS-ROTULO
            MOVE 2 TO WS-TAM-MAXIMO
            MOVE 'S' TO WS-SW-OBRIGATORIO
            MOVE WS-CN-UF TO WS-VALOR-ATUAL
            PERFORM 5050-OBTER-CAMPO THRU 5050-EXIT
            INSPECT WS-VALOR-NOVO
                CONVERTING WS-TAB-MINUSCULAS TO WS-TAB-MAIUSCULAS
            MOVE 1 TO WS-IND-UF
            PERFORM 5250-TESTAR-UF THRU 5250-EXIT
                UNTIL WS-UF-CADASTRADA
                OR WS-IND-UF > 27
            IF WS-UF-CADASTRADA
                MOVE WS-VALOR-NOVO TO WS-CN-UF
            ELSE
                DISPLAY "UF INVALIDA: " WS-VALOR-NOVO (1:2)
                    " - REDIGITE"
            END-IF.
        5200-EXIT.
            EXIT.

        5250-TESTAR-UF.
            IF WS-SIGLA-UF (WS-IND-UF) = WS-VALOR-NOVO
                MOVE 'S' TO WS-SW-UF
            END-IF
            ADD 1 TO WS-IND-UF.
        5250-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5300-PROMPT-CEP - OBTEM O CEP (OBRIGATORIO) NA FORMA       *
      * 99999999 OU 99999-999 E O GUARDA SEM O HIFEN.  SO OITO     *
      * DIGITOS, DIFERENTES DE ZEROS, SAO ACEITOS.                 *
      *-----------------------------------------------------------*
        5300-PROMPT-CEP.
            MOVE "CEP (99999-999)" TO WS-ROTULO
            MOVE 9 TO WS-TAM-MAXIMO
            MOVE 'S' TO WS-SW-OBRIGATORIO
            MOVE WS-CN-CEP TO WS-VALOR-ATUAL
            PERFORM 5050-OBTER-CAMPO THRU 5050-EXIT
            MOVE SPACES TO WS-CEP-NOVO
            IF WS-VALOR-NOVO (6:1) = '-'
                AND WS-VALOR-NOVO (10:1) = SPACE
                STRING WS-VALOR-NOVO (1:5) WS-VALOR-NOVO (7:3)
                    DELIMITED BY SIZE INTO WS-CEP-NOVO
            ELSE
                IF WS-VALOR-NOVO (9:1) = SPACE
                    MOVE WS-VALOR-NOVO (1:8) TO WS-CEP-NOVO
                END-IF
            END-IF
            IF WS-CEP-NOVO IS NUMERIC
                AND WS-CEP-NOVO NOT = '00000000'
                MOVE WS-CEP-NOVO TO WS-CN-CEP
                MOVE 'S' TO WS-SW-VALIDO
            ELSE
                DISPLAY "CEP INVALIDO - DIGITE OITO DIGITOS, COM OU "
                    "SEM HIFEN"
            END-IF.
        5300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5400-PROMPT-TELEFONE - OBTEM O TELEFONE (OPCIONAL): DDD E  *
      * NUMERO, SO DIGITOS, ATE ONZE POSICOES.                     *
      *-----------------------------------------------------------*
        5400-PROMPT-TELEFONE.
            MOVE "TELEFONE (DDD E NUMERO, SO DIGITOS)" TO WS-ROTULO
            MOVE 11 TO WS-TAM-MAXIMO
            MOVE 'N' TO WS-SW-OBRIGATORIO
            MOVE WS-CN-TELEFONE TO WS-VALOR-ATUAL
            PERFORM 5050-OBTER-CAMPO THRU 5050-EXIT
            IF WS-VALOR-NOVO = SPACES
                MOVE SPACES TO WS-CN-TELEFONE
                MOVE 'S' TO WS-SW-VALIDO
                GO TO 5400-EXIT
            END-IF
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALOR-NOVO))
                TO WS-TAM-DIGITADO
            IF WS-VALOR-NOVO (1:WS-TAM-DIGITADO) IS NUMERIC
                AND WS-TAM-DIGITADO > 9
                MOVE WS-VALOR-NOVO TO WS-CN-TELEFONE
                MOVE 'S' TO WS-SW-VALIDO
            ELSE
                DISPLAY "TELEFONE INVALIDO - DIGITE DDD E NUMERO, "
                    "SO DIGITOS"
            END-IF.
        5400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7000-GRAVAR-JORNAL - ACRESCENTA UMA LINHA DE CONTATO NO    *
      * CHGJRNL (CJ-ARQUIVO = 'C') COM DATA, HORA, PROGRAMA,       *
      * OPERADOR, ACAO, SEQUENCIA E AS IMAGENS DO CO-DADOS-CONTATO *
      * ANTES E DEPOIS.  A ACAO E AS IMAGENS JA FORAM MOVIDAS PELO *
      * CHAMADOR (3000 OU 4000).  UM ERRO DE E/S NO JORNAL ABORTA  *
      * ANTES DE A MUDANCA SER APLICADA, COMO NO MANUTEN.          *
      *-----------------------------------------------------------*
        7000-GRAVAR-JORNAL.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO CJ-DATA
            STRING WS-DC-HH ':' WS-DC-MIN ':' WS-DC-SS
                DELIMITED BY SIZE INTO CJ-HORA
            MOVE 'CONTMNT' TO CJ-PROGRAMA
            MOVE WS-OPERADOR TO CJ-OPERADOR
            MOVE WS-SEQ-INFORMADA TO CJ-SEQUENCIA
            MOVE 'C' TO CJ-ARQUIVO
            WRITE CJ-REGISTRO
            IF WS-CJ-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-JORNAL
            END-IF.
        7000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7100-CARIMBAR-CONTATO - CARIMBA O CONTATO COM A DATA E A   *
      * HORA JA OBTIDAS PARA O JORNAL (7000) E COM O OPERADOR.     *
      *-----------------------------------------------------------*
        7100-CARIMBAR-CONTATO.
            MOVE CJ-DATA TO CO-DATA-ATUALIZACAO
            MOVE CJ-HORA TO CO-HORA-ATUALIZACAO
            MOVE WS-OPERADOR TO CO-OPERADOR.
        7100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO NAME-MASTER.  DEVOLVE O CONTROLE AO CHAMADOR COM    *
      * RETURN-CODE DIFERENTE DE ZERO (EM VEZ DE STOP RUN), POIS O *
      * CADASTRO RODA COMO SUBPROGRAMA DO MAINMENU E UM STOP RUN   *
      * AQUI DERRUBARIA O MENU JUNTO.                              *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-ARQUIVO.
            DISPLAY "ERRO DE E/S EM NAME-MASTER - FILE STATUS = "
                WS-NM-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            CLOSE NAME-MASTER
            CLOSE ARQUIVO-CONTATOS
            CLOSE JORNAL-MUDANCAS
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8100-TRATAR-ERRO-JORNAL - TRATAMENTO PADRAO DE ERRO DE E/S *
      * NO JORNAL DE MUDANCAS CHGJRNL.  MESMA POLITICA DO 8000,    *
      * SEM APLICAR UMA MUDANCA QUE NAO PODE SER JORNALIZADA.      *
      *-----------------------------------------------------------*
        8100-TRATAR-ERRO-JORNAL.
            DISPLAY "ERRO DE E/S EM CHGJRNL - FILE STATUS = "
                WS-CJ-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            CLOSE NAME-MASTER
            CLOSE ARQUIVO-CONTATOS
            CLOSE JORNAL-MUDANCAS
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8200-TRATAR-ERRO-CONTATOS - TRATAMENTO PADRAO DE ERRO DE   *
      * E/S NO ARQUIVO DE CONTATOS.  MESMA POLITICA DO 8000.       *
      *-----------------------------------------------------------*
        8200-TRATAR-ERRO-CONTATOS.
            DISPLAY "ERRO DE E/S EM CONTATOS - FILE STATUS = "
                WS-CO-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            CLOSE NAME-MASTER
            CLOSE ARQUIVO-CONTATOS
            CLOSE JORNAL-MUDANCAS
            MOVE 16 TO RETURN-CODE
            GOBACK.

        9000-FINALIZAR.
            CLOSE NAME-MASTER
            CLOSE ARQUIVO-CONTATOS
            CLOSE JORNAL-MUDANCAS.
