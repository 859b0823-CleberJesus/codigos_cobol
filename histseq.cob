      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - HISTORIA COMPLETA DE UMA
      *                    NM-SEQUENCIA, CALLED PELO MAINMENU COMO A
      *                    CONSULTA E O CONSXREF.  O OPERADOR DIGITA
      *                    A SEQUENCIA E O PROGRAMA JUNTA NUMA UNICA
      *                    HISTORIA CRONOLOGICA O QUE HOJE EXIGE ABRIR
      *                    TRES ARQUIVOS NA MAO: O CONTEXTO DE CAPTURA
      *                    DO NAMEREC, CADA LINHA DO JORNAL CHGJRNL
      *                    DA SEQUENCIA (DATA, HORA, PROGRAMA,
      *                    OPERADOR E O NM-NOME ANTES E DEPOIS), A
      *                    EXCLUSAO ARQUIVADA NO NAMEHIST E A
      *                    RESTAURACAO POSTERIOR PELO RECUPERA (QUE
      *                    GERA SEQUENCIA NOVA - A LIGACAO E FEITA
      *                    PELA MESMA CAPTURA: NOME, DATA, HORA,
      *                    ORIGEM E OPERADOR PRESERVADOS), E A
      *                    FILIAL E O FL-SEQUENCIA ORIGINAL QUANDO O
      *                    REGISTRO VEIO PELO CONSOLIDA (MAPA
      *                    MERGEXRF).  PAGINA COMO A CONSULTA E
      *                    OFERECE A IMPRESSAO DA MESMA HISTORIA NO
      *                    RELATORIO HISTREL PARA O FRONT OFFICE
      * 15/10/2026 CBCJ    AS LINHAS DE JORNAL DO ARQUIVO DE CONTATOS
      *                    (CJ-ARQUIVO = 'C') DA SEQUENCIA ENTRAM NA
      *                    HISTORIA COMO EVENTOS PROPRIOS (INCLUSAO,
      *                    CORRECAO E ARQUIVAMENTO DO CONTATO, COM O
      *                    ENDERECO), SEM SE CONFUNDIR COM AS
      *                    IMAGENS DO NM-REGISTRO
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. HISTSEQ.
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
            SELECT JORNAL-MUDANCAS ASSIGN TO "CHGJRNL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CJ-STATUS.
            SELECT ARQUIVO-HISTORICO ASSIGN TO "NAMEHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NH-STATUS.
            SELECT ARQUIVO-XREF ASSIGN TO "MERGEXRF"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XR-STATUS.
            SELECT RELATORIO-HIST ASSIGN TO "HISTREL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RH-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  NAME-MASTER
            LABEL RECORDS ARE STANDARD.
        COPY NAMEREC.

        FD  JORNAL-MUDANCAS
            LABEL RECORDS ARE STANDARD.
        COPY CHGJRN.

        FD  ARQUIVO-HISTORICO
            LABEL RECORDS ARE STANDARD.
        COPY NAMEHST.

        FD  ARQUIVO-XREF
            LABEL RECORDS ARE STANDARD.
        COPY XREFREC.

        FD  RELATORIO-HIST
            LABEL RECORDS ARE STANDARD.
        01  RH-LINHA                    PIC X(80).

        WORKING-STORAGE SECTION.
      * DECLARAÇÃO DE VARIÁVEIS
        77  WS-NM-STATUS        PIC X(02).
        77  WS-CJ-STATUS        PIC X(02).
        77  WS-NH-STATUS        PIC X(02).
        77  WS-XR-STATUS        PIC X(02).
        77  WS-RH-STATUS        PIC X(02).
        77  WS-SEQ-PESQUISA     PIC 9(06).
        77  WS-REG-CAPTURA      PIC X(93).
        77  WS-CTX-INCLUSAO     PIC X(57).
        77  WS-CTX-EXCLUSAO     PIC X(57).
        77  WS-LINHA-SAIDA      PIC X(80).
        77  WS-CONT-EVENTOS     PIC 9(04) COMP VALUE ZERO.
        77  WS-MAX-EVENTOS      PIC 9(04) COMP VALUE 200.
        77  WS-IND-EVT          PIC 9(04) COMP VALUE ZERO.
        77  WS-IND-ANT          PIC 9(04) COMP VALUE ZERO.
        77  WS-CONT-PAGINA      PIC 9(02) COMP VALUE ZERO.
        77  WS-LINHAS-PAGINA    PIC 9(02) COMP VALUE 10.
        77  WS-CONT-IMPRESSOS   PIC 9(04) COMP VALUE ZERO.
        77  WS-SW-ENCERRAR      PIC X(01) VALUE 'N'.
            88  WS-ENCERRAR-CONSULTA        VALUE 'S'.
        77  WS-SW-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
            88  WS-FIM-ARQUIVO              VALUE 'S'.
        77  WS-SW-NO-MASTER     PIC X(01) VALUE 'N'.
            88  WS-REGISTRO-NO-MASTER       VALUE 'S'.
        77  WS-SW-RESTAURADO    PIC X(01) VALUE 'N'.
            88  WS-INCLUIDO-POR-RECUPERA    VALUE 'S'.
        77  WS-SW-TRUNCADO      PIC X(01) VALUE 'N'.
            88  WS-HISTORICO-TRUNCADO       VALUE 'S'.
        77  WS-SW-POSICAO       PIC X(01) VALUE 'N'.
            88  WS-POSICAO-ACHADA           VALUE 'S'.
        77  WS-SW-FIM-LISTA     PIC X(01) VALUE 'N'.
            88  WS-FIM-LISTA                VALUE 'S'.
        77  WS-SW-CONTINUA      PIC X(01) VALUE 'S'.
            88  WS-CONTINUAR-CONSULTA       VALUE 'S' 's'.
        77  WS-SW-REL-ABERTO    PIC X(01) VALUE 'N'.
            88  WS-RELATORIO-ABERTO         VALUE 'S'.
        77  WS-SW-DESTINO       PIC X(01) VALUE 'T'.
            88  WS-DESTINO-RELATORIO        VALUE 'R'.
        77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
            88  WS-CONFIRMA-SIM             VALUE 'S' 's'.
        01  WS-TAB-EVENTOS.
            05  WS-EVENTO               OCCURS 200.
                10  WS-EV-STAMP         PIC X(18).
                10  WS-EV-LINHA-1       PIC X(80).
                10  WS-EV-LINHA-2       PIC X(80).
        01  WS-EVENTO-NOVO.
            05  WS-EN-STAMP.
                10  WS-EN-DATA          PIC X(10).
                10  WS-EN-HORA          PIC X(08).
            05  WS-EN-LINHA-1           PIC X(80).
            05  WS-EN-LINHA-2           PIC X(80).
        01  WS-DET-EVENTO.
            05  WS-DE-DATA              PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-DE-HORA              PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-DE-PROGRAMA          PIC X(09).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-DE-OPERADOR          PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-DE-DESCRICAO         PIC X(41).
        01  WS-DET-ALTERACAO.
            05  FILLER                  PIC X(08) VALUE "    DE: ".
            05  WS-DA-ANTES             PIC X(30).
            05  FILLER                  PIC X(08) VALUE "  PARA: ".
            05  WS-DA-DEPOIS            PIC X(30).
            05  FILLER                  PIC X(04) VALUE SPACES.
        01  WS-DET-NOME.
            05  FILLER                  PIC X(10) VALUE "    NOME: ".
            05  WS-DN-NOME              PIC X(30).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  WS-DN-COMPLEMENTO       PIC X(38).
        01  WS-DET-CONTATO.
            05  FILLER                  PIC X(10) VALUE "    END.: ".
            05  WS-DL-LOGRADOURO        PIC X(28).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-DL-NUMERO            PIC X(05).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-DL-CIDADE            PIC X(16).
            05  FILLER                  PIC X(01) VALUE "/".
            05  WS-DL-UF                PIC X(02).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-DL-CEP               PIC X(08).
            05  FILLER                  PIC X(07) VALUE SPACES.
        01  WS-IMAGEM-CONTATO.
            05  WS-IC-LOGRADOURO        PIC X(28).
            05  WS-IC-NUMERO            PIC X(05).
            05  WS-IC-COMPLEMENTO       PIC X(08).
            05  WS-IC-BAIRRO            PIC X(15).
            05  WS-IC-CIDADE            PIC X(16).
            05  WS-IC-UF                PIC X(02).
            05  WS-IC-CEP               PIC X(08).
            05  WS-IC-TELEFONE          PIC X(11).
        01  WS-CAB-SEQUENCIA.
            05  FILLER                  PIC X(23) VALUE
                "HISTORICO DA SEQUENCIA ".
            05  WS-CS-SEQUENCIA         PIC 9(06).
            05  FILLER                  PIC X(03) VALUE " - ".
            05  WS-CS-SITUACAO          PIC X(48).
        01  WS-CAB-NOME.
            05  FILLER                  PIC X(08) VALUE "  NOME: ".
            05  WS-CN-NOME              PIC X(30).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  WS-CN-OBSERVACAO        PIC X(40).
        01  WS-CAB-CAPTURA.
            05  FILLER                  PIC X(15) VALUE
                "  CAPTURADO EM ".
            05  WS-CC-DATA              PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-CC-HORA              PIC X(08).
            05  FILLER                  PIC X(09) VALUE "  ORIGEM ".
            05  WS-CC-ORIGEM            PIC X(10).
            05  FILLER                  PIC X(17) VALUE
                "  OPERADOR/LOTE ".
            05  WS-CC-OPERADOR          PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
        01  WS-CAB-COLUNAS.
            05  FILLER                  PIC X(39) VALUE
                "DATA       HORA     PROGRAMA  OPERADOR ".
            05  FILLER                  PIC X(41) VALUE
                "OCORRENCIA".
        01  WS-REL-RODAPE.
            05  FILLER                  PIC X(29) VALUE
                "FIM DO HISTORICO - EVENTOS = ".
            05  WS-RP-EVENTOS           PIC 9(04).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  WS-RP-OBSERVACAO        PIC X(45).
        01  WS-REL-LINHA-BRANCO         PIC X(80) VALUE SPACES.

        PROCEDURE DIVISION.
      * COMANDO DISPLAY EXIBE NA TELA
      * COMANDO ACCEPT ENTRADA DE DADOS
      * GOBACK ENCERRA O PROGRAMA (OU RETORNA AO CHAMADOR, SE CALLED)
        0000-MAINLINE.
            PERFORM 1000-INICIALIZAR
            PERFORM 2000-CONSULTAR-SEQUENCIA THRU 2000-EXIT
                UNTIL WS-ENCERRAR-CONSULTA
            PERFORM 9000-FINALIZAR
            GOBACK.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - ABRE O NAME-MASTER SOMENTE PARA LEITURA *
      * (AUSENTE SIGNIFICA QUE NADA FOI CADASTRADO AINDA).  O      *
      * JORNAL, O HISTORICO E O MAPA SAO ABERTOS E FECHADOS A CADA *
      * CONSULTA, POIS CADA HISTORIA PERCORRE OS ARQUIVOS DO       *
      * INICIO, COMO O MAPA NO CONSXREF.  OS SWITCHES SAO          *
      * REARMADOS NO CODIGO, POIS UM SEGUNDO CALL NA MESMA SESSAO  *
      * DO MENU REAPROVEITA A WORKING-STORAGE.                     *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            MOVE 'N' TO WS-SW-ENCERRAR
            MOVE 'N' TO WS-SW-REL-ABERTO
            MOVE 'T' TO WS-SW-DESTINO
            MOVE ZERO TO WS-CONT-IMPRESSOS
            OPEN INPUT NAME-MASTER
            IF WS-NM-STATUS = '35'
                DISPLAY "NAMEMSTR AINDA NAO EXISTE - "
                    "NENHUM NOME CADASTRADO"
                GOBACK
            END-IF
            IF WS-NM-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-IF.

      *-----------------------------------------------------------*
      * 2000-CONSULTAR-SEQUENCIA - UMA CONSULTA: PEDE A SEQUENCIA  *
      * (ZERO ENCERRA), MONTA A HISTORIA NA TABELA DE EVENTOS A    *
      * PARTIR DO MASTER (3000), DO JORNAL (4000), DO HISTORICO    *
      * DE EXCLUSOES (5000) E DO MAPA DE CONSOLIDACAO (5500),      *
      * MOSTRA NA TELA PAGINANDO (6000) E OFERECE A IMPRESSAO.     *
      *-----------------------------------------------------------*
        2000-CONSULTAR-SEQUENCIA.
            MOVE ZEROS TO WS-SEQ-PESQUISA
            DISPLAY "DIGITE A SEQUENCIA (ZERO PARA SAIR): "
            ACCEPT WS-SEQ-PESQUISA
            IF WS-SEQ-PESQUISA = ZEROS
                MOVE 'S' TO WS-SW-ENCERRAR
                GO TO 2000-EXIT
            END-IF
            MOVE ZERO TO WS-CONT-EVENTOS
            MOVE 'N' TO WS-SW-TRUNCADO
            MOVE 'N' TO WS-SW-NO-MASTER
            MOVE 'N' TO WS-SW-RESTAURADO
            MOVE SPACES TO WS-REG-CAPTURA
            MOVE SPACES TO WS-CTX-INCLUSAO
            MOVE SPACES TO WS-CTX-EXCLUSAO
            PERFORM 3000-LER-MASTER THRU 3000-EXIT
            PERFORM 4000-VARRER-JORNAL THRU 4000-EXIT
            PERFORM 5000-VARRER-HISTORICO THRU 5000-EXIT
            PERFORM 5500-VARRER-XREF THRU 5500-EXIT
            MOVE 'T' TO WS-SW-DESTINO
            PERFORM 6000-APRESENTAR-HISTORICO THRU 6000-EXIT
            IF WS-CONT-EVENTOS = ZEROS AND NOT WS-REGISTRO-NO-MASTER
                GO TO 2000-EXIT
            END-IF
            MOVE SPACE TO WS-CONFIRMA
            DISPLAY "IMPRIME O HISTORICO NO RELATORIO HISTREL (S/N)? "
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA-SIM
                PERFORM 6500-IMPRIMIR-HISTORICO THRU 6500-EXIT
            END-IF.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-LER-MASTER - LE A SEQUENCIA NO NAME-MASTER.  ACHADA,  *
      * O REGISTRO ATUAL DA O CONTEXTO DE CAPTURA DO CABECALHO;    *
      * NAO ACHADA NAO E ERRO - A SEQUENCIA PODE TER SIDO EXCLUIDA *
      * E A HISTORIA VEM TODA DO JORNAL E DO HISTORICO.            *
      *-----------------------------------------------------------*
        3000-LER-MASTER.
            MOVE WS-SEQ-PESQUISA TO NM-SEQUENCIA
            READ NAME-MASTER
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-NM-STATUS
                WHEN '00'
                    MOVE 'S' TO WS-SW-NO-MASTER
                    MOVE NM-REGISTRO TO WS-REG-CAPTURA
                WHEN '23'
                    CONTINUE
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-EVALUATE.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4000-VARRER-JORNAL - PERCORRE O CHGJRNL DO INICIO E TRAZ   *
      * PARA A HISTORIA CADA LINHA DA SEQUENCIA (4100) E CADA      *
      * RESTAURACAO DO RECUPERA QUE DEVOLVEU AO MASTER, SOB OUTRO  *
      * NUMERO, A MESMA CAPTURA EXCLUIDA AQUI (4200).  JORNAL      *
      * AUSENTE SO SIGNIFICA QUE NADA FOI JORNALIZADO AINDA.       *
      *-----------------------------------------------------------*
        4000-VARRER-JORNAL.
            OPEN INPUT JORNAL-MUDANCAS
            IF WS-CJ-STATUS = '35'
                GO TO 4000-EXIT
            END-IF
            IF WS-CJ-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-JORNAL
            END-IF
            MOVE 'N' TO WS-SW-FIM-ARQUIVO
            PERFORM 4050-LER-JORNAL THRU 4050-EXIT
                UNTIL WS-FIM-ARQUIVO
            CLOSE JORNAL-MUDANCAS.
        4000-EXIT.
            EXIT.

        4050-LER-JORNAL.
            READ JORNAL-MUDANCAS
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-CJ-STATUS
                WHEN '00'
                    IF CJ-SEQUENCIA = WS-SEQ-PESQUISA
                        IF CJ-ARQ-CONTATO
                            PERFORM 4150-EVENTO-CONTATO THRU 4150-EXIT
                        ELSE
                            PERFORM 4100-EVENTO-JORNAL THRU 4100-EXIT
                        END-IF
                    ELSE
                        IF CJ-ACAO-INCLUSAO
                            AND CJ-PROGRAMA = 'RECUPERA'
                            AND WS-CTX-EXCLUSAO NOT = SPACES
                            AND CJ-REG-DEPOIS (7:57) = WS-CTX-EXCLUSAO
                            PERFORM 4200-EVENTO-RESTAURACAO
                                THRU 4200-EXIT
                        END-IF
                    END-IF
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-ARQUIVO
                WHEN OTHER
                    PERFORM 8200-TRATAR-ERRO-JORNAL
            END-EVALUATE.
        4050-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4100-EVENTO-JORNAL - UMA LINHA DO JORNAL DA SEQUENCIA:     *
      * INCLUSAO MOSTRA O NOME GRAVADO, ALTERACAO O NOME ANTES E   *
      * DEPOIS, EXCLUSAO O NOME REMOVIDO.  A ULTIMA IMAGEM         *
      * CONHECIDA SERVE DE CABECALHO QUANDO O REGISTRO JA NAO ESTA *
      * NO MASTER, E A IMAGEM EXCLUIDA (NOME E CONTEXTO DE         *
      * CAPTURA, POSICOES 7 A 63) IDENTIFICA A RESTAURACAO.        *
      *-----------------------------------------------------------*
        4100-EVENTO-JORNAL.
            MOVE SPACES TO WS-EVENTO-NOVO
            MOVE CJ-DATA TO WS-EN-DATA
            MOVE CJ-HORA TO WS-EN-HORA
            MOVE CJ-DATA TO WS-DE-DATA
            MOVE CJ-HORA TO WS-DE-HORA
            MOVE CJ-PROGRAMA TO WS-DE-PROGRAMA
            MOVE CJ-OPERADOR TO WS-DE-OPERADOR
            EVALUATE TRUE
                WHEN CJ-ACAO-INCLUSAO
                    EVALUATE CJ-PROGRAMA
                        WHEN 'RECUPERA'
                            MOVE "INCLUSAO - RESTAURADO DO NAMEHIST"
                                TO WS-DE-DESCRICAO
                            MOVE 'S' TO WS-SW-RESTAURADO
                        WHEN 'CONSOLIDA'
                            MOVE "INCLUSAO - CONSOLIDACAO DE FILIAL"
                                TO WS-DE-DESCRICAO
                        WHEN OTHER
                            MOVE "INCLUSAO" TO WS-DE-DESCRICAO
                    END-EVALUATE
                    MOVE CJ-REG-DEPOIS (7:30) TO WS-DN-NOME
                    MOVE SPACES TO WS-DN-COMPLEMENTO
                    MOVE WS-DET-NOME TO WS-EN-LINHA-2
                    MOVE CJ-REG-DEPOIS (7:57) TO WS-CTX-INCLUSAO
                    IF NOT WS-REGISTRO-NO-MASTER
                        MOVE CJ-REG-DEPOIS TO WS-REG-CAPTURA
                    END-IF
                WHEN CJ-ACAO-ALTERACAO
                    MOVE "ALTERACAO DE NOME" TO WS-DE-DESCRICAO
                    MOVE CJ-REG-ANTES (7:30) TO WS-DA-ANTES
                    MOVE CJ-REG-DEPOIS (7:30) TO WS-DA-DEPOIS
                    MOVE WS-DET-ALTERACAO TO WS-EN-LINHA-2
                    IF NOT WS-REGISTRO-NO-MASTER
                        MOVE CJ-REG-DEPOIS TO WS-REG-CAPTURA
                    END-IF
                WHEN CJ-ACAO-EXCLUSAO
                    MOVE "EXCLUSAO DO NAME-MASTER" TO WS-DE-DESCRICAO
                    MOVE CJ-REG-ANTES (7:30) TO WS-DN-NOME
                    MOVE SPACES TO WS-DN-COMPLEMENTO
                    MOVE WS-DET-NOME TO WS-EN-LINHA-2
                    MOVE CJ-REG-ANTES (7:57) TO WS-CTX-EXCLUSAO
                    IF NOT WS-REGISTRO-NO-MASTER
                        MOVE CJ-REG-ANTES TO WS-REG-CAPTURA
                    END-IF
                WHEN OTHER
                    MOVE SPACES TO WS-DE-DESCRICAO
                    STRING "ACAO DESCONHECIDA NO JORNAL: " CJ-ACAO
                        DELIMITED BY SIZE INTO WS-DE-DESCRICAO
            END-EVALUATE
            MOVE WS-DET-EVENTO TO WS-EN-LINHA-1
            PERFORM 7100-INCLUIR-EVENTO THRU 7100-EXIT.
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4150-EVENTO-CONTATO - UMA LINHA DE JORNAL DO ARQUIVO DE    *
      * CONTATOS DA SEQUENCIA: INCLUSAO E CORRECAO MOSTRAM O       *
      * ENDERECO GRAVADO, O ARQUIVAMENTO (JUNTO COM A EXCLUSAO DO  *
      * NOME) O ENDERECO ARQUIVADO.  AS IMAGENS SAO O              *
      * CO-DADOS-CONTATO E NAO ALIMENTAM O CABECALHO DE CAPTURA.   *
      *-----------------------------------------------------------*
        4150-EVENTO-CONTATO.
            MOVE SPACES TO WS-EVENTO-NOVO
            MOVE CJ-DATA TO WS-EN-DATA
            MOVE CJ-HORA TO WS-EN-HORA
            MOVE CJ-DATA TO WS-DE-DATA
            MOVE CJ-HORA TO WS-DE-HORA
            MOVE CJ-PROGRAMA TO WS-DE-PROGRAMA
            MOVE CJ-OPERADOR TO WS-DE-OPERADOR
            EVALUATE TRUE
                WHEN CJ-ACAO-INCLUSAO
                    MOVE "CONTATO INCLUIDO" TO WS-DE-DESCRICAO
                    MOVE CJ-REG-DEPOIS TO WS-IMAGEM-CONTATO
                WHEN CJ-ACAO-ALTERACAO
                    MOVE "CONTATO CORRIGIDO" TO WS-DE-DESCRICAO
                    MOVE CJ-REG-DEPOIS TO WS-IMAGEM-CONTATO
                WHEN CJ-ACAO-EXCLUSAO
                    MOVE "CONTATO ARQUIVADO NO CONTARQ"
                        TO WS-DE-DESCRICAO
                    MOVE CJ-REG-ANTES TO WS-IMAGEM-CONTATO
                WHEN OTHER
                    MOVE SPACES TO WS-DE-DESCRICAO
                    STRING "ACAO DESCONHECIDA NO JORNAL: " CJ-ACAO
                        DELIMITED BY SIZE INTO WS-DE-DESCRICAO
                    MOVE SPACES TO WS-IMAGEM-CONTATO
            END-EVALUATE
            MOVE WS-DET-EVENTO TO WS-EN-LINHA-1
            MOVE WS-IC-LOGRADOURO TO WS-DL-LOGRADOURO
            MOVE WS-IC-NUMERO TO WS-DL-NUMERO
            MOVE WS-IC-CIDADE TO WS-DL-CIDADE
            MOVE WS-IC-UF TO WS-DL-UF
            MOVE WS-IC-CEP TO WS-DL-CEP
            MOVE WS-DET-CONTATO TO WS-EN-LINHA-2
            PERFORM 7100-INCLUIR-EVENTO THRU 7100-EXIT.
        4150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4200-EVENTO-RESTAURACAO - O RECUPERA DEVOLVEU AO MASTER,   *
      * SOB UMA SEQUENCIA NOVA, A MESMA CAPTURA QUE FOI EXCLUIDA   *
      * DESTA SEQUENCIA (MESMO NOME, DATA, HORA, ORIGEM E          *
      * OPERADOR DE CAPTURA).  A HISTORIA INDICA O NUMERO NOVO     *
      * PARA A CONSULTA CONTINUAR POR ELE.                         *
      *-----------------------------------------------------------*
        4200-EVENTO-RESTAURACAO.
            MOVE SPACES TO WS-EVENTO-NOVO
            MOVE CJ-DATA TO WS-EN-DATA
            MOVE CJ-HORA TO WS-EN-HORA
            MOVE CJ-DATA TO WS-DE-DATA
            MOVE CJ-HORA TO WS-DE-HORA
            MOVE CJ-PROGRAMA TO WS-DE-PROGRAMA
            MOVE CJ-OPERADOR TO WS-DE-OPERADOR
            MOVE SPACES TO WS-DE-DESCRICAO
            STRING "RESTAURADO COMO NOVA SEQ " CJ-SEQUENCIA
                DELIMITED BY SIZE INTO WS-DE-DESCRICAO
            MOVE WS-DET-EVENTO TO WS-EN-LINHA-1
            MOVE CJ-REG-DEPOIS (7:30) TO WS-DN-NOME
            MOVE "(CONSULTE A NOVA SEQUENCIA)" TO WS-DN-COMPLEMENTO
            MOVE WS-DET-NOME TO WS-EN-LINHA-2
            PERFORM 7100-INCLUIR-EVENTO THRU 7100-EXIT.
        4200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5000-VARRER-HISTORICO - PERCORRE O NAMEHIST DO INICIO E    *
      * TRAZ A EXCLUSAO ARQUIVADA DA SEQUENCIA (5100).  QUANDO A   *
      * PROPRIA SEQUENCIA NASCEU DE UMA RESTAURACAO DO RECUPERA,   *
      * TRAZ TAMBEM A EXCLUSAO ORIGINAL DA MESMA CAPTURA, COM O    *
      * NUMERO ANTIGO (5200).  HISTORICO AUSENTE SO SIGNIFICA QUE  *
      * NENHUMA EXCLUSAO FOI ARQUIVADA AINDA.                      *
      *-----------------------------------------------------------*
        5000-VARRER-HISTORICO.
            OPEN INPUT ARQUIVO-HISTORICO
            IF WS-NH-STATUS = '35'
                GO TO 5000-EXIT
            END-IF
            IF WS-NH-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-HISTORICO
            END-IF
            MOVE 'N' TO WS-SW-FIM-ARQUIVO
            PERFORM 5050-LER-HISTORICO THRU 5050-EXIT
                UNTIL WS-FIM-ARQUIVO
            CLOSE ARQUIVO-HISTORICO.
        5000-EXIT.
            EXIT.

        5050-LER-HISTORICO.
            READ ARQUIVO-HISTORICO
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-NH-STATUS
                WHEN '00'
                    IF NH-SEQUENCIA = WS-SEQ-PESQUISA
                        PERFORM 5100-EVENTO-EXCLUSAO THRU 5100-EXIT
                    ELSE
                        IF WS-INCLUIDO-POR-RECUPERA
                            AND NH-REGISTRO-NOME (7:57) =
                                WS-CTX-INCLUSAO
                            PERFORM 5200-EVENTO-ORIGEM THRU 5200-EXIT
                        END-IF
                    END-IF
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-ARQUIVO
                WHEN OTHER
                    PERFORM 8100-TRATAR-ERRO-HISTORICO
            END-EVALUATE.
        5050-EXIT.
            EXIT.

        5100-EVENTO-EXCLUSAO.
            MOVE SPACES TO WS-EVENTO-NOVO
            MOVE NH-DATA-EXCLUSAO TO WS-EN-DATA
            MOVE NH-HORA-EXCLUSAO TO WS-EN-HORA
            MOVE NH-DATA-EXCLUSAO TO WS-DE-DATA
            MOVE NH-HORA-EXCLUSAO TO WS-DE-HORA
            MOVE "NAMEHIST" TO WS-DE-PROGRAMA
            MOVE NH-OPERADOR-EXCLUSAO TO WS-DE-OPERADOR
            MOVE "ARQUIVADO NO HISTORICO DE EXCLUSOES"
                TO WS-DE-DESCRICAO
            MOVE WS-DET-EVENTO TO WS-EN-LINHA-1
            MOVE NH-NOME TO WS-DN-NOME
            MOVE "(RESTAURAVEL PELO RECUPERA)" TO WS-DN-COMPLEMENTO
            MOVE WS-DET-NOME TO WS-EN-LINHA-2
            IF WS-REG-CAPTURA = SPACES
                MOVE NH-REGISTRO-NOME TO WS-REG-CAPTURA
            END-IF
            PERFORM 7100-INCLUIR-EVENTO THRU 7100-EXIT.
        5100-EXIT.
            EXIT.

        5200-EVENTO-ORIGEM.
            MOVE SPACES TO WS-EVENTO-NOVO
            MOVE NH-DATA-EXCLUSAO TO WS-EN-DATA
            MOVE NH-HORA-EXCLUSAO TO WS-EN-HORA
            MOVE NH-DATA-EXCLUSAO TO WS-DE-DATA
            MOVE NH-HORA-EXCLUSAO TO WS-DE-HORA
            MOVE "NAMEHIST" TO WS-DE-PROGRAMA
            MOVE NH-OPERADOR-EXCLUSAO TO WS-DE-OPERADOR
            MOVE SPACES TO WS-DE-DESCRICAO
            STRING "EXCLUSAO DA SEQ ORIGINAL " NH-SEQUENCIA
                DELIMITED BY SIZE INTO WS-DE-DESCRICAO
            MOVE WS-DET-EVENTO TO WS-EN-LINHA-1
            MOVE NH-NOME TO WS-DN-NOME
            MOVE "(ESTA SEQUENCIA E A RESTAURACAO)"
                TO WS-DN-COMPLEMENTO
            MOVE WS-DET-NOME TO WS-EN-LINHA-2
            PERFORM 7100-INCLUIR-EVENTO THRU 7100-EXIT.
        5200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5500-VARRER-XREF - PERCORRE O MAPA MERGEXRF DO INICIO E    *
      * TRAZ CADA CONSOLIDACAO QUE GEROU ESTA SEQUENCIA NA MATRIZ, *
      * COM A FILIAL E O FL-SEQUENCIA ORIGINAL.  O MAPA SO GUARDA  *
      * A DATA: O EVENTO ENTRA NO INICIO DAQUELE DIA, ANTES DA     *
      * INCLUSAO JORNALIZADA PELO CONSOLIDA.  MAPA AUSENTE SO      *
      * SIGNIFICA QUE NENHUMA FILIAL FOI CONSOLIDADA AINDA.        *
      *-----------------------------------------------------------*
        5500-VARRER-XREF.
            OPEN INPUT ARQUIVO-XREF
            IF WS-XR-STATUS = '35'
                GO TO 5500-EXIT
            END-IF
            IF WS-XR-STATUS NOT = '00'
                PERFORM 8300-TRATAR-ERRO-XREF
            END-IF
            MOVE 'N' TO WS-SW-FIM-ARQUIVO
            PERFORM 5550-LER-XREF THRU 5550-EXIT
                UNTIL WS-FIM-ARQUIVO
            CLOSE ARQUIVO-XREF.
        5500-EXIT.
            EXIT.

        5550-LER-XREF.
            READ ARQUIVO-XREF
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-XR-STATUS
                WHEN '00'
                    IF XR-SEQ-MATRIZ = WS-SEQ-PESQUISA
                        PERFORM 5600-EVENTO-FILIAL THRU 5600-EXIT
                    END-IF
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-ARQUIVO
                WHEN OTHER
                    PERFORM 8300-TRATAR-ERRO-XREF
            END-EVALUATE.
        5550-EXIT.
            EXIT.

        5600-EVENTO-FILIAL.
            MOVE SPACES TO WS-EVENTO-NOVO
            MOVE XR-DATA-MERGE TO WS-EN-DATA
            MOVE XR-DATA-MERGE TO WS-DE-DATA
            MOVE SPACES TO WS-DE-HORA
            MOVE "MERGEXRF" TO WS-DE-PROGRAMA
            MOVE SPACES TO WS-DE-OPERADOR
            MOVE SPACES TO WS-DE-DESCRICAO
            STRING "VEIO DA FILIAL " XR-FILIAL
                DELIMITED BY SIZE INTO WS-DE-DESCRICAO
            MOVE WS-DET-EVENTO TO WS-EN-LINHA-1
            STRING "    FL-SEQUENCIA ORIGINAL NA FILIAL: "
                XR-SEQ-FILIAL
                DELIMITED BY SIZE INTO WS-EN-LINHA-2
            PERFORM 7100-INCLUIR-EVENTO THRU 7100-EXIT.
        5600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 6000-APRESENTAR-HISTORICO - EMITE O CABECALHO (SITUACAO E  *
      * CONTEXTO DE CAPTURA) E OS EVENTOS EM ORDEM CRONOLOGICA, NA *
      * TELA OU NO RELATORIO CONFORME WS-SW-DESTINO.  NA TELA, A   *
      * CADA PAGINA CHEIA O OPERADOR DECIDE SE CONTINUA, COMO NA   *
      * CONSULTA; NO RELATORIO A HISTORIA SAI INTEIRA.             *
      *-----------------------------------------------------------*
        6000-APRESENTAR-HISTORICO.
            MOVE 'N' TO WS-SW-FIM-LISTA
            MOVE ZERO TO WS-CONT-PAGINA
            MOVE WS-SEQ-PESQUISA TO WS-CS-SEQUENCIA
            EVALUATE TRUE
                WHEN WS-REGISTRO-NO-MASTER
                    MOVE "ATIVA NO NAME-MASTER" TO WS-CS-SITUACAO
                WHEN WS-CONT-EVENTOS > ZEROS
                    MOVE "FORA DO NAME-MASTER" TO WS-CS-SITUACAO
                WHEN OTHER
                    MOVE "NAO ENCONTRADA EM NENHUM ARQUIVO"
                        TO WS-CS-SITUACAO
            END-EVALUATE
            MOVE WS-REL-LINHA-BRANCO TO WS-LINHA-SAIDA
            PERFORM 7000-EMITIR-LINHA THRU 7000-EXIT
            MOVE WS-CAB-SEQUENCIA TO WS-LINHA-SAIDA
            PERFORM 7000-EMITIR-LINHA THRU 7000-EXIT
            IF WS-REG-CAPTURA NOT = SPACES
                PERFORM 6050-EMITIR-CAPTURA THRU 6050-EXIT
            END-IF
            IF WS-CONT-EVENTOS = ZEROS
                GO TO 6000-EXIT
            END-IF
            MOVE WS-REL-LINHA-BRANCO TO WS-LINHA-SAIDA
            PERFORM 7000-EMITIR-LINHA THRU 7000-EXIT
            MOVE WS-CAB-COLUNAS TO WS-LINHA-SAIDA
            PERFORM 7000-EMITIR-LINHA THRU 7000-EXIT
            PERFORM 6100-EMITIR-EVENTO THRU 6100-EXIT
                VARYING WS-IND-EVT FROM 1 BY 1
                UNTIL WS-IND-EVT > WS-CONT-EVENTOS
                OR WS-FIM-LISTA
            MOVE WS-CONT-EVENTOS TO WS-RP-EVENTOS
            IF WS-HISTORICO-TRUNCADO
                MOVE "HISTORIA TRUNCADA NOS PRIMEIROS EVENTOS"
                    TO WS-RP-OBSERVACAO
            ELSE
                MOVE SPACES TO WS-RP-OBSERVACAO
            END-IF
            MOVE WS-REL-RODAPE TO WS-LINHA-SAIDA
            PERFORM 7000-EMITIR-LINHA THRU 7000-EXIT.
        6000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 6050-EMITIR-CAPTURA - NOME E CONTEXTO DE CAPTURA DO        *
      * NAMEREC: O REGISTRO ATUAL DO MASTER OU, JA EXCLUIDO, A     *
      * ULTIMA IMAGEM CONHECIDA NO JORNAL OU NO HISTORICO.         *
      *-----------------------------------------------------------*
        6050-EMITIR-CAPTURA.
            MOVE WS-REG-CAPTURA (7:30) TO WS-CN-NOME
            IF WS-REGISTRO-NO-MASTER
                MOVE "(NOME ATUAL)" TO WS-CN-OBSERVACAO
            ELSE
                MOVE "(ULTIMA IMAGEM CONHECIDA)" TO WS-CN-OBSERVACAO
            END-IF
            MOVE WS-CAB-NOME TO WS-LINHA-SAIDA
            PERFORM 7000-EMITIR-LINHA THRU 7000-EXIT
            MOVE WS-REG-CAPTURA (37:10) TO WS-CC-DATA
            MOVE WS-REG-CAPTURA (47:8) TO WS-CC-HORA
            EVALUATE WS-REG-CAPTURA (55:1)
                WHEN 'I'
                    MOVE "INTERATIVA" TO WS-CC-ORIGEM
                WHEN 'B'
                    MOVE "LOTE" TO WS-CC-ORIGEM
                WHEN OTHER
                    MOVE WS-REG-CAPTURA (55:1) TO WS-CC-ORIGEM
            END-EVALUATE
            MOVE WS-REG-CAPTURA (56:8) TO WS-CC-OPERADOR
            MOVE WS-CAB-CAPTURA TO WS-LINHA-SAIDA
            PERFORM 7000-EMITIR-LINHA THRU 7000-EXIT.
        6050-EXIT.
            EXIT.

        6100-EMITIR-EVENTO.
            MOVE WS-EV-LINHA-1 (WS-IND-EVT) TO WS-LINHA-SAIDA
            PERFORM 7000-EMITIR-LINHA THRU 7000-EXIT
            MOVE WS-EV-LINHA-2 (WS-IND-EVT) TO WS-LINHA-SAIDA
            PERFORM 7000-EMITIR-LINHA THRU 7000-EXIT
            IF NOT WS-DESTINO-RELATORIO
                ADD 1 TO WS-CONT-PAGINA
                IF WS-CONT-PAGINA = WS-LINHAS-PAGINA
                    AND WS-IND-EVT < WS-CONT-EVENTOS
                    PERFORM 6200-PERGUNTAR-CONTINUA THRU 6200-EXIT
                END-IF
            END-IF.
        6100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 6200-PERGUNTAR-CONTINUA - AO COMPLETAR UMA PAGINA,         *
      * PERGUNTA AO OPERADOR SE A LISTAGEM DEVE PROSSEGUIR, COMO   *
      * NA CONSULTA.  QUALQUER RESPOSTA DIFERENTE DE S ENCERRA A   *
      * LISTAGEM NA TELA (A IMPRESSAO CONTINUA SENDO OFERECIDA).   *
      *-----------------------------------------------------------*
        6200-PERGUNTAR-CONTINUA.
            MOVE ZERO TO WS-CONT-PAGINA
            DISPLAY "CONTINUA A LISTAGEM (S/N)? "
            ACCEPT WS-SW-CONTINUA
            IF NOT WS-CONTINUAR-CONSULTA
                MOVE 'S' TO WS-SW-FIM-LISTA
            END-IF.
        6200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 6500-IMPRIMIR-HISTORICO - GRAVA A MESMA HISTORIA NO        *
      * RELATORIO HISTREL.  O RELATORIO E ABERTO NA PRIMEIRA       *
      * IMPRESSAO DA SESSAO E RECEBE TODAS AS HISTORIAS IMPRESSAS  *
      * ATE A SAIDA DO PROGRAMA, UMA APOS A OUTRA.                 *
      *-----------------------------------------------------------*
        6500-IMPRIMIR-HISTORICO.
            IF NOT WS-RELATORIO-ABERTO
                OPEN OUTPUT RELATORIO-HIST
                IF WS-RH-STATUS NOT = '00'
                    PERFORM 8400-TRATAR-ERRO-RELATORIO
                END-IF
                MOVE 'S' TO WS-SW-REL-ABERTO
            END-IF
            MOVE 'R' TO WS-SW-DESTINO
            PERFORM 6000-APRESENTAR-HISTORICO THRU 6000-EXIT
            MOVE 'T' TO WS-SW-DESTINO
            ADD 1 TO WS-CONT-IMPRESSOS
            DISPLAY "HISTORICO IMPRESSO EM HISTREL".
        6500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7000-EMITIR-LINHA - MANDA A LINHA MONTADA EM               *
      * WS-LINHA-SAIDA PARA A TELA OU PARA O RELATORIO HISTREL,    *
      * COM A CHECAGEM DE STATUS PADRAO NA GRAVACAO.               *
      *-----------------------------------------------------------*
        7000-EMITIR-LINHA.
            IF WS-DESTINO-RELATORIO
                MOVE WS-LINHA-SAIDA TO RH-LINHA
                WRITE RH-LINHA
                IF WS-RH-STATUS NOT = '00'
                    PERFORM 8400-TRATAR-ERRO-RELATORIO
                END-IF
            ELSE
                DISPLAY WS-LINHA-SAIDA
            END-IF.
        7000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7100-INCLUIR-EVENTO - INCLUI O EVENTO MONTADO EM           *
      * WS-EVENTO-NOVO NA TABELA, NA POSICAO DA SUA DATA E HORA    *
      * (OS EVENTOS VEM DE ARQUIVOS DIFERENTES, CADA UM EM SUA     *
      * PROPRIA ORDEM).  EVENTOS DE MESMO HORARIO FICAM NA ORDEM   *
      * EM QUE FORAM LIDOS.  COM A TABELA CHEIA, OS EVENTOS        *
      * EXCEDENTES SAO DESPREZADOS E O RODAPE AVISA.               *
      *-----------------------------------------------------------*
        7100-INCLUIR-EVENTO.
            IF WS-CONT-EVENTOS = WS-MAX-EVENTOS
                MOVE 'S' TO WS-SW-TRUNCADO
                GO TO 7100-EXIT
            END-IF
            ADD 1 TO WS-CONT-EVENTOS
            MOVE WS-CONT-EVENTOS TO WS-IND-EVT
            MOVE 'N' TO WS-SW-POSICAO
            PERFORM 7150-DESLOCAR-EVENTO THRU 7150-EXIT
                UNTIL WS-POSICAO-ACHADA
            MOVE WS-EVENTO-NOVO TO WS-EVENTO (WS-IND-EVT).
        7100-EXIT.
            EXIT.

        7150-DESLOCAR-EVENTO.
            IF WS-IND-EVT = 1
                MOVE 'S' TO WS-SW-POSICAO
                GO TO 7150-EXIT
            END-IF
            COMPUTE WS-IND-ANT = WS-IND-EVT - 1
            IF WS-EV-STAMP (WS-IND-ANT) NOT > WS-EN-STAMP
                MOVE 'S' TO WS-SW-POSICAO
                GO TO 7150-EXIT
            END-IF
            MOVE WS-EVENTO (WS-IND-ANT) TO WS-EVENTO (WS-IND-EVT)
            MOVE WS-IND-ANT TO WS-IND-EVT.
        7150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO NAME-MASTER.  DEVOLVE O CONTROLE AO CHAMADOR COM    *
      * RETURN-CODE DIFERENTE DE ZERO (EM VEZ DE STOP RUN), POIS   *
      * A CONSULTA RODA COMO SUBPROGRAMA DO MAINMENU E UM STOP RUN *
      * AQUI DERRUBARIA O MENU JUNTO.                              *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-ARQUIVO.
            DISPLAY "ERRO DE E/S EM NAME-MASTER - FILE STATUS = "
                WS-NM-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8100-TRATAR-ERRO-HISTORICO - TRATAMENTO PADRAO DE ERRO DE  *
      * E/S NO HISTORICO NAMEHIST.  MESMA POLITICA DO 8000.        *
      *-----------------------------------------------------------*
        8100-TRATAR-ERRO-HISTORICO.
            DISPLAY "ERRO DE E/S EM NAMEHIST - FILE STATUS = "
                WS-NH-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8200-TRATAR-ERRO-JORNAL - TRATAMENTO PADRAO DE ERRO DE E/S *
      * NO JORNAL DE MUDANCAS CHGJRNL.  MESMA POLITICA DO 8000.    *
      *-----------------------------------------------------------*
        8200-TRATAR-ERRO-JORNAL.
            DISPLAY "ERRO DE E/S EM CHGJRNL - FILE STATUS = "
                WS-CJ-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8300-TRATAR-ERRO-XREF - TRATAMENTO PADRAO DE ERRO DE E/S   *
      * NO MAPA MERGEXRF.  MESMA POLITICA DO 8000.                 *
      *-----------------------------------------------------------*
        8300-TRATAR-ERRO-XREF.
            DISPLAY "ERRO DE E/S EM MERGEXRF - FILE STATUS = "
                WS-XR-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8400-TRATAR-ERRO-RELATORIO - TRATAMENTO PADRAO DE ERRO DE  *
      * E/S NO RELATORIO HISTREL.  MESMA POLITICA DO 8000.         *
      *-----------------------------------------------------------*
        8400-TRATAR-ERRO-RELATORIO.
            DISPLAY "ERRO DE E/S EM HISTREL - FILE STATUS = "
                WS-RH-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

        8900-FECHAR-ARQUIVOS.
            CLOSE NAME-MASTER
            CLOSE JORNAL-MUDANCAS
            CLOSE ARQUIVO-HISTORICO
            CLOSE ARQUIVO-XREF
            CLOSE RELATORIO-HIST.
        8900-EXIT.
            EXIT.

        9000-FINALIZAR.
            CLOSE NAME-MASTER
            IF WS-RELATORIO-ABERTO
                CLOSE RELATORIO-HIST
                DISPLAY "HISTORIAS IMPRESSAS EM HISTREL = "
                    WS-CONT-IMPRESSOS
            END-IF.
