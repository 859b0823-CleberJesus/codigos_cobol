      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - MANUTENCAO EM LOTE DO
      *                    NAME-MASTER A PARTIR DO ARQUIVO DE
      *                    TRANSACOES MANTTRN, PARA AS PLANILHAS DE
      *                    CORRECAO E REMOCAO DO FRONT OFFICE QUE
      *                    HOJE SAO DIGITADAS UMA A UMA NO MANUTEN.
      *                    CADA LINHA TRAZ O CODIGO (I = INCLUSAO,
      *                    A = CORRECAO DE NOME, E = EXCLUSAO), O
      *                    NM-SEQUENCIA, O NOME NOVO E O OPERADOR
      *                    SOLICITANTE.  A LINHA INTEIRA E VALIDADA
      *                    ANTES DE TOCAR NO MASTER, COMO NO
      *                    RESOLVE: OPERADOR CADASTRADO E ATIVO NO
      *                    OPERMSTR, EXCLUSAO SO POR SUPERVISOR,
      *                    SEQUENCIA EXISTENTE PARA A/E E O NOME COM
      *                    A MESMA VALIDACAO DE BRANCO E ESTOURO DE
      *                    30 POSICOES DO MANUTEN.  A APLICACAO SEGUE
      *                    A DISCIPLINA DO MANUTEN E DO TESTE-BATCH:
      *                    JORNAL CHGJRNL ANTES DE QUALQUER MUDANCA,
      *                    NAMEHIST ANTES DO DELETE E CTLTOTLS
      *                    ACOMPANHANDO CADA WRITE E DELETE.  LINHA
      *                    RECUSADA VAI INTEIRA PARA O MANTREJ COM O
      *                    MOTIVO, PARA SER CORRIGIDA E RELIDA.  O
      *                    RELATORIO DE CONTROLE MANTREL TRAZ CADA
      *                    REJEITO E OS TOTAIS DE LIDAS, APLICADAS E
      *                    REJEITADAS POR TIPO DE TRANSACAO.  O
      *                    CHECKPOINT MANTCKP (MESMO MECANISMO DO
      *                    BATCHCKP) GUARDA A LINHA E OS TOTAIS POR
      *                    TIPO, PARA A RETOMADA DE UM ABEND NAO
      *                    REAPLICAR O INICIO DO ARQUIVO E O
      *                    RELATORIO CONTINUAR FECHANDO.  QUALQUER
      *                    REJEITO DEVOLVE RC 8, COMO O RESOLVE.
      *                    MOTIVOS: 01 CODIGO DE TRANSACAO INVALIDO,
      *                    02 OPERADOR NAO CADASTRADO OU INATIVO,
      *                    03 EXCLUSAO POR OPERADOR QUE NAO E
      *                    SUPERVISOR, 04 SEQUENCIA INVALIDA OU NAO
      *                    CADASTRADA, 05 NOME EM BRANCO, 06 NOME
      *                    ACIMA DE 30 POSICOES
      * 15/10/2026 CBCJ    A EXCLUSAO (4300) ARQUIVA TAMBEM O CONTATO
      *                    DA SEQUENCIA (7600), SE HOUVER, NO CONTARQ
      *                    (COPY CONTARQ), COM LINHA DE JORNAL
      *                    PROPRIA (CJ-ARQUIVO = 'C')
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MANUTLOT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ARQUIVO-TRANSACOES ASSIGN TO "MANTTRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TR-STATUS.
            SELECT NAME-MASTER ASSIGN TO "NAMEMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NM-SEQUENCIA
                ALTERNATE RECORD KEY IS NM-NOME WITH DUPLICATES
                ALTERNATE RECORD KEY IS NM-NOME-NORM
                    WITH DUPLICATES
                FILE STATUS IS WS-NM-STATUS.
            SELECT OPERADOR-MASTER ASSIGN TO "OPERMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OP-CODIGO
                FILE STATUS IS WS-OP-STATUS.
            SELECT ARQUIVO-REJEITOS ASSIGN TO "MANTREJ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RJ-STATUS.
            SELECT JORNAL-MUDANCAS ASSIGN TO "CHGJRNL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CJ-STATUS.
            SELECT ARQUIVO-HISTORICO ASSIGN TO "NAMEHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NH-STATUS.
            SELECT ARQUIVO-CONTATOS ASSIGN TO "CONTATOS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CO-SEQUENCIA
                FILE STATUS IS WS-CO-STATUS.
            SELECT CONTATO-ARQUIVADO ASSIGN TO "CONTARQ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CA-STATUS.
            SELECT CONTROLE-TOTAIS ASSIGN TO "CTLTOTLS"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS RANDOM
                RELATIVE KEY IS WS-CT-CHAVE
                FILE STATUS IS WS-CT-STATUS.
            SELECT CHECKPOINT-FILE ASSIGN TO "MANTCKP"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS RANDOM
                RELATIVE KEY IS WS-CK-CHAVE
                FILE STATUS IS WS-CK-STATUS.
            SELECT RELATORIO-MANUT ASSIGN TO "MANTREL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ARQUIVO-TRANSACOES
            LABEL RECORDS ARE STANDARD.
        01  TR-REGISTRO.
            05  TR-CODIGO               PIC X(01).
                88  TR-INCLUSAO                 VALUE 'I' 'i'.
                88  TR-ALTERACAO                VALUE 'A' 'a'.
                88  TR-EXCLUSAO                 VALUE 'E' 'e'.
            05  FILLER                  PIC X(01).
            05  TR-SEQUENCIA            PIC X(06).
            05  FILLER                  PIC X(01).
            05  TR-NOME                 PIC X(60).
            05  FILLER                  PIC X(01).
            05  TR-OPERADOR             PIC X(08).

        FD  NAME-MASTER
            LABEL RECORDS ARE STANDARD.
        COPY NAMEREC.

        FD  OPERADOR-MASTER
            LABEL RECORDS ARE STANDARD.
        COPY OPERREC.

        FD  ARQUIVO-REJEITOS
            LABEL RECORDS ARE STANDARD.
        01  RJ-REGISTRO.
            05  RJ-NUM-LINHA            PIC 9(06).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  RJ-MOTIVO               PIC X(02).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  RJ-LINHA                PIC X(78).

        FD  JORNAL-MUDANCAS
            LABEL RECORDS ARE STANDARD.
        COPY CHGJRN.

        FD  ARQUIVO-HISTORICO
            LABEL RECORDS ARE STANDARD.
        COPY NAMEHST.

        FD  ARQUIVO-CONTATOS
            LABEL RECORDS ARE STANDARD.
        COPY CONTATO.

        FD  CONTATO-ARQUIVADO
            LABEL RECORDS ARE STANDARD.
        COPY CONTARQ.

        FD  CONTROLE-TOTAIS
            LABEL RECORDS ARE STANDARD.
        COPY CTLTOT.

        FD  CHECKPOINT-FILE
            LABEL RECORDS ARE STANDARD.
        01  CK-REGISTRO.
            05  CK-CONT-LIDAS           PIC 9(06).
            05  CK-TAB-TOTAIS           PIC X(72).

        FD  RELATORIO-MANUT
            LABEL RECORDS ARE STANDARD.
        01  RL-LINHA                    PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-TR-STATUS                PIC X(02).
        77  WS-NM-STATUS                PIC X(02).
        77  WS-OP-STATUS                PIC X(02).
        77  WS-RJ-STATUS                PIC X(02).
        77  WS-CJ-STATUS                PIC X(02).
        77  WS-NH-STATUS                PIC X(02).
        77  WS-CO-STATUS                PIC X(02).
        77  WS-CA-STATUS                PIC X(02).
        77  WS-CT-STATUS                PIC X(02).
        77  WS-CT-CHAVE                 PIC 9(04) COMP VALUE 1.
        77  WS-CK-STATUS                PIC X(02).
        77  WS-CK-CHAVE                 PIC 9(04) COMP VALUE 1.
        77  WS-RL-STATUS                PIC X(02).
        77  WS-MOTIVO                   PIC X(02).
        77  WS-OPERADOR                 PIC X(08).
        77  WS-TAM-LIDO                 PIC 9(03) COMP.
        77  WS-NOME-VALIDO              PIC X(30).
        77  WS-NOME-NORM                PIC X(30).
        77  WS-SEQ-TRABALHO             PIC 9(06).
        77  WS-SEQUENCIA                PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-MASTER              PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-LIDAS               PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-RESTART             PIC 9(06) COMP VALUE ZERO.
        77  WS-IND-TIPO                 PIC 9(01) COMP VALUE ZERO.
        77  WS-SW-FIM-TRANSACOES        PIC X(01) VALUE 'N'.
            88  WS-FIM-TRANSACOES               VALUE 'S'.
        77  WS-SW-FIM-MASTER            PIC X(01) VALUE 'N'.
            88  WS-FIM-MASTER                   VALUE 'S'.
        77  WS-SW-LINHA-VALIDA          PIC X(01) VALUE 'N'.
            88  WS-LINHA-VALIDA                 VALUE 'S'.
        77  WS-SW-TOTAIS                PIC X(01) VALUE 'N'.
            88  WS-TOTAIS-DISPONIVEIS           VALUE 'S'.
      * TOTAIS DE CONTROLE POR TIPO DE TRANSACAO (1 = INCLUSAO,
      * 2 = ALTERACAO, 3 = EXCLUSAO, 4 = CODIGO INVALIDO).  EM
      * DISPLAY, POIS A TABELA INTEIRA VIAJA NO CHECKPOINT MANTCKP
      * PARA A RETOMADA CONTINUAR OS TOTAIS DO RELATORIO.
        01  WS-TAB-TOTAIS.
            05  WS-TOTAIS-TIPO          OCCURS 4.
                10  WS-TT-LIDAS         PIC 9(06).
                10  WS-TT-APLICADAS     PIC 9(06).
                10  WS-TT-REJEITADAS    PIC 9(06).
        01  WS-TOTAIS-GERAIS.
            05  WS-TG-LIDAS             PIC 9(06) VALUE ZERO.
            05  WS-TG-APLICADAS         PIC 9(06) VALUE ZERO.
            05  WS-TG-REJEITADAS        PIC 9(06) VALUE ZERO.
        01  WS-REL-CABECALHO.
            05  FILLER                  PIC X(50) VALUE
                "MANUTLOT - MANUTENCAO EM LOTE DO NAME-MASTER".
            05  FILLER                  PIC X(06) VALUE "DATA: ".
            05  WS-RC-DATA              PIC X(10).
            05  FILLER                  PIC X(14) VALUE SPACES.
        01  WS-REL-RETOMADA.
            05  FILLER                  PIC X(40) VALUE
                "RETOMADA APOS ABEND A PARTIR DA LINHA ".
            05  WS-RR-LINHA             PIC 9(06).
            05  FILLER                  PIC X(34) VALUE SPACES.
        01  WS-REL-REJEITO.
            05  FILLER                  PIC X(06) VALUE "LINHA ".
            05  WS-RJ-LINHA             PIC 9(06).
            05  FILLER                  PIC X(08) VALUE "  TIPO ".
            05  WS-RJ-TIPO              PIC X(01).
            05  FILLER                  PIC X(06) VALUE "  SEQ ".
            05  WS-RJ-SEQUENCIA         PIC X(06).
            05  FILLER                  PIC X(09) VALUE "  MOTIVO ".
            05  WS-RJ-MOTIVO            PIC X(02).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RJ-DESCRICAO         PIC X(32).
            05  FILLER                  PIC X(03) VALUE SPACES.
        01  WS-REL-LINHA-BRANCO         PIC X(80) VALUE SPACES.
        01  WS-REL-TIT-TOTAIS.
            05  FILLER                  PIC X(24) VALUE
                "TIPO DE TRANSACAO".
            05  FILLER                  PIC X(36) VALUE
                "     LIDAS   APLICADAS  REJEITADAS".
            05  FILLER                  PIC X(20) VALUE SPACES.
        01  WS-REL-TOTAL-TIPO.
            05  WS-RT-DESCRICAO         PIC X(24).
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  WS-RT-LIDAS             PIC 9(06).
            05  FILLER                  PIC X(06) VALUE SPACES.
            05  WS-RT-APLICADAS         PIC 9(06).
            05  FILLER                  PIC X(06) VALUE SPACES.
            05  WS-RT-REJEITADAS        PIC 9(06).
            05  FILLER                  PIC X(22) VALUE SPACES.
        01  WS-DATA-CORRENTE.
            05  WS-DC-YYYY              PIC X(04).
            05  WS-DC-MM                PIC X(02).
            05  WS-DC-DD                PIC X(02).
            05  WS-DC-HH                PIC X(02).
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).

        PROCEDURE DIVISION.
        0000-MAINLINE.
            PERFORM 1000-INICIALIZAR
            PERFORM 2000-PROCESSAR-TRANSACAO THRU 2000-EXIT
                UNTIL WS-FIM-TRANSACOES
            PERFORM 9000-FINALIZAR
            STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - ABRE O ARQUIVO DE TRANSACOES MANTTRN,   *
      * O NAME-MASTER PARA ATUALIZACAO E O OPERMSTR SOMENTE PARA   *
      * LEITURA (QUALQUER UM AUSENTE E ERRO: SEM MASTER NAO HA O   *
      * QUE MANTER, SEM OPERMSTR NAO HA COMO VALIDAR QUEM PEDIU),  *
      * O JORNAL E O HISTORICO EM EXTEND, OS CONTATOS E O CONTARQ  *
      * (1600) E O CTLTOTLS.  A PROXIMA SEQUENCIA PARA AS          *
      * INCLUSOES VEM DE CTLTOTLS OU DA VARREDURA DE RESERVA,      *
      * COMO NO TESTE-BATCH.  O CHECKPOINT (1200) E APLICADO ANTES *
      * DE ABRIR O REJEITOS E O RELATORIO (1260), QUE SO CONTINUAM *
      * EM EXTEND NUMA RETOMADA.                                   *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            MOVE ZEROS TO WS-TAB-TOTAIS
            OPEN INPUT ARQUIVO-TRANSACOES
            IF WS-TR-STATUS = '35'
                DISPLAY 'MANTTRN NAO ENCONTRADO - LOTE ABORTADO'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-TR-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-TRANSACOES
            END-IF
            OPEN I-O NAME-MASTER
            IF WS-NM-STATUS = '35'
                DISPLAY 'NAMEMSTR NAO ENCONTRADO - LOTE ABORTADO'
                CLOSE ARQUIVO-TRANSACOES
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-NM-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-IF
            OPEN INPUT OPERADOR-MASTER
            IF WS-OP-STATUS = '35'
                DISPLAY 'OPERMSTR NAO ENCONTRADO - LOTE ABORTADO'
                CLOSE ARQUIVO-TRANSACOES
                CLOSE NAME-MASTER
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-OP-STATUS NOT = '00'
                PERFORM 8800-TRATAR-ERRO-OPERADOR
            END-IF
            PERFORM 1500-ABRIR-JORNAL THRU 1500-EXIT
            PERFORM 1550-ABRIR-HISTORICO THRU 1550-EXIT
            PERFORM 1600-ABRIR-CONTATOS THRU 1600-EXIT
            PERFORM 1300-ABRIR-TOTAIS THRU 1300-EXIT
            IF WS-TOTAIS-DISPONIVEIS AND CT-ALTA-SEQUENCIA NUMERIC
                MOVE CT-ALTA-SEQUENCIA TO WS-SEQUENCIA
            ELSE
                PERFORM 1100-DETERMINAR-SEQUENCIA THRU 1100-EXIT
                PERFORM 1400-SEMEAR-TOTAIS THRU 1400-EXIT
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO WS-RC-DATA
            PERFORM 1200-LER-CHECKPOINT THRU 1200-EXIT
            PERFORM 1260-ABRIR-SAIDAS THRU 1260-EXIT.

      *-----------------------------------------------------------*
      * 1100-DETERMINAR-SEQUENCIA - VARREDURA DE RESERVA DO MASTER *
      * PARA ACHAR O MAIOR NM-SEQUENCIA E A CONTAGEM FISICA, USADA *
      * SO QUANDO CTLTOTLS AINDA NAO TEM O TOTAL, COMO NOS         *
      * PROGRAMAS DE CAPTURA.                                      *
      *-----------------------------------------------------------*
        1100-DETERMINAR-SEQUENCIA.
            MOVE ZEROS TO NM-SEQUENCIA
            MOVE 'N' TO WS-SW-FIM-MASTER
            START NAME-MASTER KEY IS NOT LESS NM-SEQUENCIA
            IF WS-NM-STATUS NOT = '00'
                MOVE 'S' TO WS-SW-FIM-MASTER
            END-IF
            PERFORM 1150-LER-PROXIMA-SEQUENCIA THRU 1150-EXIT
                UNTIL WS-FIM-MASTER
            MOVE ZEROS TO NM-SEQUENCIA.
        1100-EXIT.
            EXIT.

        1150-LER-PROXIMA-SEQUENCIA.
            READ NAME-MASTER NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-NM-STATUS
                WHEN '00'
                    ADD 1 TO WS-CONT-MASTER
                    IF NM-SEQUENCIA > WS-SEQUENCIA
                        MOVE NM-SEQUENCIA TO WS-SEQUENCIA
                    END-IF
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-MASTER
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-EVALUATE.
        1150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1200-LER-CHECKPOINT - ABRE O CHECKPOINT MANTCKP (CRIANDO-O *
      * NA PRIMEIRA EXECUCAO) E, SE UMA EXECUCAO ANTERIOR ABENDOU  *
      * NO MEIO DO ARQUIVO, DESCARTA AS LINHAS JA PROCESSADAS      *
      * NAQUELA VEZ E RECUPERA OS TOTAIS POR TIPO ACUMULADOS ATE   *
      * ALI - MESMO MECANISMO DO BATCHCKP NO TESTE-BATCH.  A       *
      * AUSENCIA DE CHECKPOINT (STATUS '23') E UM LOTE NOVO, NAO   *
      * UM ERRO.                                                   *
      *-----------------------------------------------------------*
        1200-LER-CHECKPOINT.
            OPEN I-O CHECKPOINT-FILE
            IF WS-CK-STATUS = '35'
                OPEN OUTPUT CHECKPOINT-FILE
                CLOSE CHECKPOINT-FILE
                OPEN I-O CHECKPOINT-FILE
            END-IF
            IF WS-CK-STATUS NOT = '00'
                PERFORM 8600-TRATAR-ERRO-CHECKPOINT
            END-IF
            READ CHECKPOINT-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-CK-STATUS
                WHEN '00'
                    IF CK-CONT-LIDAS > 0
                        MOVE CK-CONT-LIDAS TO WS-CONT-RESTART
                        MOVE CK-CONT-LIDAS TO WS-CONT-LIDAS
                        MOVE CK-TAB-TOTAIS TO WS-TAB-TOTAIS
                        DISPLAY "RETOMANDO LOTE A PARTIR DA "
                            "LINHA " WS-CONT-RESTART
                        PERFORM 1250-PULAR-LINHA THRU 1250-EXIT
                            WS-CONT-RESTART TIMES
                    END-IF
                WHEN '23'
                    CONTINUE
                WHEN OTHER
                    PERFORM 8600-TRATAR-ERRO-CHECKPOINT
            END-EVALUATE.
        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1250-PULAR-LINHA - DESCARTA UMA LINHA DO MANTTRN SEM       *
      * PROCESSA-LA, PARA AVANCAR O ARQUIVO ATE O PONTO ONDE UMA   *
      * EXECUCAO ANTERIOR PAROU.                                   *
      *-----------------------------------------------------------*
        1250-PULAR-LINHA.
            READ ARQUIVO-TRANSACOES
                AT END
                    CONTINUE
            END-READ
            IF WS-TR-STATUS NOT = '00' AND WS-TR-STATUS NOT = '10'
                PERFORM 8100-TRATAR-ERRO-TRANSACOES
            END-IF.
        1250-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1260-ABRIR-SAIDAS - ABRE O REJEITOS MANTREJ E O RELATORIO  *
      * MANTREL DEPOIS DE APLICADO O CHECKPOINT: NUM LOTE NOVO EM  *
      * OUTPUT, PARA REJEITOS DE LOTES ANTERIORES NAO SE           *
      * ACUMULAREM NEM VOLTAREM NA RELEITURA (COMO O NAMEREJ DO    *
      * TESTE-BATCH); NUMA RETOMADA DE ABEND EM EXTEND, PARA NAO   *
      * PERDER O QUE ESTE MESMO LOTE JA GRAVOU.                    *
      *-----------------------------------------------------------*
        1260-ABRIR-SAIDAS.
            IF WS-CONT-RESTART > 0
                OPEN EXTEND ARQUIVO-REJEITOS
                IF WS-RJ-STATUS = '35'
                    OPEN OUTPUT ARQUIVO-REJEITOS
                    CLOSE ARQUIVO-REJEITOS
                    OPEN EXTEND ARQUIVO-REJEITOS
                END-IF
                OPEN EXTEND RELATORIO-MANUT
                IF WS-RL-STATUS = '35'
                    OPEN OUTPUT RELATORIO-MANUT
                    CLOSE RELATORIO-MANUT
                    OPEN EXTEND RELATORIO-MANUT
                END-IF
            ELSE
                OPEN OUTPUT ARQUIVO-REJEITOS
                OPEN OUTPUT RELATORIO-MANUT
            END-IF
            IF WS-RJ-STATUS NOT = '00'
                PERFORM 8400-TRATAR-ERRO-REJEITOS
            END-IF
            IF WS-RL-STATUS NOT = '00'
                PERFORM 8700-TRATAR-ERRO-RELATORIO
            END-IF
            IF WS-CONT-RESTART > 0
                MOVE WS-CONT-RESTART TO WS-RR-LINHA
                MOVE WS-REL-RETOMADA TO RL-LINHA
            ELSE
                MOVE WS-REL-CABECALHO TO RL-LINHA
            END-IF
            PERFORM 7500-GRAVAR-LINHA THRU 7500-EXIT.
        1260-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1300-ABRIR-TOTAIS - ABRE O ARQUIVO DE TOTAIS DE CONTROLE   *
      * CTLTOTLS (CRIANDO-O NA PRIMEIRA EXECUCAO) E LE O REGISTRO  *
      * DE TOTAIS, COMO NOS PROGRAMAS DE CAPTURA.  QUANDO AINDA    *
      * NAO EXISTE, QUEM SEMEIA E O 1400.                          *
      *-----------------------------------------------------------*
        1300-ABRIR-TOTAIS.
            OPEN I-O CONTROLE-TOTAIS
            IF WS-CT-STATUS = '35'
                OPEN OUTPUT CONTROLE-TOTAIS
                CLOSE CONTROLE-TOTAIS
                OPEN I-O CONTROLE-TOTAIS
            END-IF
            IF WS-CT-STATUS NOT = '00'
                PERFORM 8500-TRATAR-ERRO-TOTAIS
            END-IF
            READ CONTROLE-TOTAIS
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-CT-STATUS
                WHEN '00'
                    MOVE 'S' TO WS-SW-TOTAIS
                WHEN '23'
                    CONTINUE
                WHEN OTHER
                    PERFORM 8500-TRATAR-ERRO-TOTAIS
            END-EVALUATE.
        1300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1400-SEMEAR-TOTAIS - GRAVA EM CTLTOTLS A CONTAGEM FISICA E *
      * A ALTA SEQUENCIA APURADAS PELA VARREDURA DE 1100, COMO NOS *
      * PROGRAMAS DE CAPTURA.  A PARTIR DAI O TOTAL EXISTE E AS    *
      * EXCLUSOES DO LOTE TAMBEM O ATUALIZAM.                      *
      *-----------------------------------------------------------*
        1400-SEMEAR-TOTAIS.
            MOVE WS-CONT-MASTER TO CT-CONT-REGISTROS
            MOVE WS-SEQUENCIA TO CT-ALTA-SEQUENCIA
            REWRITE CT-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-CT-STATUS = '23' OR WS-CT-STATUS = '21'
                WRITE CT-REGISTRO
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF
            IF WS-CT-STATUS NOT = '00'
                PERFORM 8500-TRATAR-ERRO-TOTAIS
            END-IF
            MOVE 'S' TO WS-SW-TOTAIS.
        1400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1500-ABRIR-JORNAL - ABRE O JORNAL DE MUDANCAS CHGJRNL EM   *
      * MODO EXTEND (CRIANDO-O NA PRIMEIRA EXECUCAO).              *
      *-----------------------------------------------------------*
        1500-ABRIR-JORNAL.
            OPEN EXTEND JORNAL-MUDANCAS
            IF WS-CJ-STATUS = '35'
                OPEN OUTPUT JORNAL-MUDANCAS
                CLOSE JORNAL-MUDANCAS
                OPEN EXTEND JORNAL-MUDANCAS
            END-IF
            IF WS-CJ-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-JORNAL
            END-IF.
        1500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1550-ABRIR-HISTORICO - ABRE O HISTORICO DE EXCLUSOES       *
      * NAMEHIST EM MODO EXTEND (CRIANDO-O NA PRIMEIRA EXECUCAO).  *
      *-----------------------------------------------------------*
        1550-ABRIR-HISTORICO.
            OPEN EXTEND ARQUIVO-HISTORICO
            IF WS-NH-STATUS = '35'
                OPEN OUTPUT ARQUIVO-HISTORICO
                CLOSE ARQUIVO-HISTORICO
                OPEN EXTEND ARQUIVO-HISTORICO
            END-IF
            IF WS-NH-STATUS NOT = '00'
                PERFORM 8300-TRATAR-ERRO-HISTORICO
            END-IF.
        1550-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1600-ABRIR-CONTATOS - ABRE O ARQUIVO DE CONTATOS PARA      *
      * ATUALIZACAO E O CONTARQ EM MODO EXTEND, CRIANDO-OS NA      *
      * PRIMEIRA EXECUCAO.  SO SAO USADOS NAS EXCLUSOES (7600).    *
      *-----------------------------------------------------------*
        1600-ABRIR-CONTATOS.
            OPEN I-O ARQUIVO-CONTATOS
            IF WS-CO-STATUS = '35'
                OPEN OUTPUT ARQUIVO-CONTATOS
                CLOSE ARQUIVO-CONTATOS
                OPEN I-O ARQUIVO-CONTATOS
            END-IF
            IF WS-CO-STATUS NOT = '00'
                PERFORM 8850-TRATAR-ERRO-CONTATOS
            END-IF
            OPEN EXTEND CONTATO-ARQUIVADO
            IF WS-CA-STATUS = '35'
                OPEN OUTPUT CONTATO-ARQUIVADO
                CLOSE CONTATO-ARQUIVADO
                OPEN EXTEND CONTATO-ARQUIVADO
            END-IF
            IF WS-CA-STATUS NOT = '00'
                PERFORM 8860-TRATAR-ERRO-CONTARQ
            END-IF.
        1600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESSAR-TRANSACAO - LE A PROXIMA LINHA DO MANTTRN,  *
      * VALIDA A LINHA INTEIRA (3000) E SO A APLICA (4000) QUANDO  *
      * TUDO CONFERE - LINHA COM QUALQUER CAMPO INVALIDO VAI PARA  *
      * O MANTREJ (5000) SEM APLICACAO PARCIAL.  O CHECKPOINT E    *
      * GRAVADO APOS CADA LINHA (7200).                            *
      *-----------------------------------------------------------*
        2000-PROCESSAR-TRANSACAO.
            READ ARQUIVO-TRANSACOES
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-TR-STATUS
                WHEN '00'
                    ADD 1 TO WS-CONT-LIDAS
                    PERFORM 3000-VALIDAR-TRANSACAO THRU 3000-EXIT
                    ADD 1 TO WS-TT-LIDAS (WS-IND-TIPO)
                    IF WS-LINHA-VALIDA
                        PERFORM 4000-APLICAR-TRANSACAO THRU 4000-EXIT
                    ELSE
                        PERFORM 5000-GRAVAR-REJEITO THRU 5000-EXIT
                    END-IF
                    PERFORM 7200-GRAVAR-CHECKPOINT THRU 7200-EXIT
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-TRANSACOES
                WHEN OTHER
                    PERFORM 8100-TRATAR-ERRO-TRANSACOES
            END-EVALUATE.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-VALIDAR-TRANSACAO - CLASSIFICA A LINHA PELO CODIGO E  *
      * CONFERE, NESTA ORDEM, O OPERADOR SOLICITANTE (3100), A     *
      * SEQUENCIA PARA ALTERACAO E EXCLUSAO (3200) E O NOME NOVO   *
      * PARA INCLUSAO E ALTERACAO (3300).  A PRIMEIRA FALHA DEFINE *
      * O MOTIVO DO REJEITO.  NA INCLUSAO A SEQUENCIA DA LINHA E   *
      * IGNORADA - O NUMERO E ATRIBUIDO NA GRAVACAO.               *
      *-----------------------------------------------------------*
        3000-VALIDAR-TRANSACAO.
            MOVE 'S' TO WS-SW-LINHA-VALIDA
            MOVE SPACES TO WS-MOTIVO
            EVALUATE TRUE
                WHEN TR-INCLUSAO
                    MOVE 1 TO WS-IND-TIPO
                WHEN TR-ALTERACAO
                    MOVE 2 TO WS-IND-TIPO
                WHEN TR-EXCLUSAO
                    MOVE 3 TO WS-IND-TIPO
                WHEN OTHER
                    MOVE 4 TO WS-IND-TIPO
                    MOVE '01' TO WS-MOTIVO
                    MOVE 'N' TO WS-SW-LINHA-VALIDA
                    GO TO 3000-EXIT
            END-EVALUATE
            PERFORM 3100-VALIDAR-OPERADOR THRU 3100-EXIT
            IF NOT WS-LINHA-VALIDA
                GO TO 3000-EXIT
            END-IF
            IF NOT TR-INCLUSAO
                PERFORM 3200-VALIDAR-SEQUENCIA THRU 3200-EXIT
                IF NOT WS-LINHA-VALIDA
                    GO TO 3000-EXIT
                END-IF
            END-IF
            IF NOT TR-EXCLUSAO
                PERFORM 3300-VALIDAR-NOME THRU 3300-EXIT
            END-IF.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3100-VALIDAR-OPERADOR - O SOLICITANTE PRECISA ESTAR        *
      * CADASTRADO E ATIVO NO OPERMSTR, COMO NO SIGNON DO          *
      * MAINMENU, E A EXCLUSAO CONTINUA RESTRITA AO NIVEL          *
      * SUPERVISOR, COMO NO MANUTEN.                               *
      *-----------------------------------------------------------*
        3100-VALIDAR-OPERADOR.
            IF TR-OPERADOR = SPACES
                MOVE '02' TO WS-MOTIVO
                MOVE 'N' TO WS-SW-LINHA-VALIDA
                GO TO 3100-EXIT
            END-IF
            MOVE TR-OPERADOR TO OP-CODIGO
            READ OPERADOR-MASTER
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-OP-STATUS
                WHEN '00'
                    IF NOT OP-OPERADOR-ATIVO
                        MOVE '02' TO WS-MOTIVO
                        MOVE 'N' TO WS-SW-LINHA-VALIDA
                    ELSE
                        IF TR-EXCLUSAO AND NOT OP-NIVEL-SUPERVISOR
                            MOVE '03' TO WS-MOTIVO
                            MOVE 'N' TO WS-SW-LINHA-VALIDA
                        ELSE
                            MOVE OP-CODIGO TO WS-OPERADOR
                        END-IF
                    END-IF
                WHEN '23'
                    MOVE '02' TO WS-MOTIVO
                    MOVE 'N' TO WS-SW-LINHA-VALIDA
                WHEN OTHER
                    PERFORM 8800-TRATAR-ERRO-OPERADOR
            END-EVALUATE.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3200-VALIDAR-SEQUENCIA - A SEQUENCIA DE UMA ALTERACAO OU   *
      * EXCLUSAO PRECISA SER NUMERICA E EXISTIR NO MASTER.  O      *
      * REGISTRO LIDO FICA NA AREA DO NAME-MASTER PARA A           *
      * APLICACAO EM 4000 (IMAGEM ANTES DO JORNAL).                *
      *-----------------------------------------------------------*
        3200-VALIDAR-SEQUENCIA.
            IF TR-SEQUENCIA NOT NUMERIC
                OR TR-SEQUENCIA = '000000'
                MOVE '04' TO WS-MOTIVO
                MOVE 'N' TO WS-SW-LINHA-VALIDA
                GO TO 3200-EXIT
            END-IF
            MOVE TR-SEQUENCIA TO WS-SEQ-TRABALHO
            MOVE WS-SEQ-TRABALHO TO NM-SEQUENCIA
            READ NAME-MASTER
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-NM-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    MOVE '04' TO WS-MOTIVO
                    MOVE 'N' TO WS-SW-LINHA-VALIDA
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-EVALUATE.
        3200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3300-VALIDAR-NOME - MESMA VALIDACAO DO MANUTEN E DO        *
      * TESTE-BATCH: NOME EM BRANCO OU ACIMA DE 30 POSICOES E      *
      * RECUSADO EM VEZ DE TRUNCADO EM SILENCIO.                   *
      *-----------------------------------------------------------*
        3300-VALIDAR-NOME.
            IF TR-NOME = SPACES
                MOVE '05' TO WS-MOTIVO
                MOVE 'N' TO WS-SW-LINHA-VALIDA
                GO TO 3300-EXIT
            END-IF
            MOVE FUNCTION LENGTH(FUNCTION TRIM(TR-NOME))
                TO WS-TAM-LIDO
            IF WS-TAM-LIDO > 30
                MOVE '06' TO WS-MOTIVO
                MOVE 'N' TO WS-SW-LINHA-VALIDA
            ELSE
                MOVE FUNCTION TRIM(TR-NOME) TO WS-NOME-VALIDO
            END-IF.
        3300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4000-APLICAR-TRANSACAO - ENCAMINHA A LINHA VALIDADA PARA A *
      * INCLUSAO, A CORRECAO DE NOME OU A EXCLUSAO.                *
      *-----------------------------------------------------------*
        4000-APLICAR-TRANSACAO.
            EVALUATE TRUE
                WHEN TR-INCLUSAO
                    PERFORM 4100-INCLUIR-NOME THRU 4100-EXIT
                WHEN TR-ALTERACAO
                    PERFORM 4200-ALTERAR-NOME THRU 4200-EXIT
                WHEN TR-EXCLUSAO
                    PERFORM 4300-EXCLUIR-REGISTRO THRU 4300-EXIT
            END-EVALUATE
            ADD 1 TO WS-TT-APLICADAS (WS-IND-TIPO).
        4000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4100-INCLUIR-NOME - GRAVA O NOME COMO REGISTRO NOVO COM A  *
      * PROXIMA SEQUENCIA, ORIGEM 'B' (LOTE) E O OPERADOR          *
      * SOLICITANTE NO CONTEXTO DE CAPTURA.  JORNAL ANTES DO       *
      * WRITE; TOTAL E ALTA SEQUENCIA DEPOIS, COMO NO TESTE-BATCH. *
      *-----------------------------------------------------------*
        4100-INCLUIR-NOME.
            CALL "NORMNOME" USING WS-NOME-VALIDO WS-NOME-NORM
            ADD 1 TO WS-SEQUENCIA
            MOVE SPACES TO NM-REGISTRO
            MOVE WS-SEQUENCIA TO NM-SEQUENCIA
            MOVE WS-NOME-VALIDO TO NM-NOME
            MOVE WS-NOME-NORM TO NM-NOME-NORM
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO NM-DATA-CADASTRO
            STRING WS-DC-HH ':' WS-DC-MIN ':' WS-DC-SS
                DELIMITED BY SIZE INTO NM-HORA-CADASTRO
            MOVE 'B' TO NM-ORIGEM
            MOVE WS-OPERADOR TO NM-OPERADOR
            MOVE SPACES TO CJ-REGISTRO
            MOVE 'I' TO CJ-ACAO
            MOVE NM-SEQUENCIA TO CJ-SEQUENCIA
            MOVE NM-REGISTRO TO CJ-REG-DEPOIS
            PERFORM 7000-GRAVAR-JORNAL THRU 7000-EXIT
            WRITE NM-REGISTRO
                INVALID KEY
                    CONTINUE
            END-WRITE
      * O STATUS '02' (NOME JA EXISTENTE EM OUTRO REGISTRO - A
      * CHAVE ALTERNATIVA ADMITE DUPLICATAS) E GRAVACAO BEM
      * SUCEDIDA, COMO NO TESTE-BATCH.
            IF WS-NM-STATUS = '00' OR WS-NM-STATUS = '02'
                PERFORM 7300-SOMAR-TOTAIS THRU 7300-EXIT
            ELSE
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-IF.
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4200-ALTERAR-NOME - CORRIGE O NOME DO REGISTRO LIDO EM     *
      * 3200, MANTENDO NM-NOME-NORM EM DIA (NORMNOME), COM A LINHA *
      * DE JORNAL ANTES E DEPOIS GRAVADA ANTES DO REWRITE, COMO NO *
      * 3000-ALTERAR-NOME DO MANUTEN.                              *
      *-----------------------------------------------------------*
        4200-ALTERAR-NOME.
            MOVE SPACES TO CJ-REGISTRO
            MOVE 'A' TO CJ-ACAO
            MOVE NM-SEQUENCIA TO CJ-SEQUENCIA
            MOVE NM-REGISTRO TO CJ-REG-ANTES
            MOVE WS-NOME-VALIDO TO NM-NOME
            CALL "NORMNOME" USING WS-NOME-VALIDO WS-NOME-NORM
            MOVE WS-NOME-NORM TO NM-NOME-NORM
            MOVE NM-REGISTRO TO CJ-REG-DEPOIS
            PERFORM 7000-GRAVAR-JORNAL THRU 7000-EXIT
            REWRITE NM-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-NM-STATUS NOT = '00' AND WS-NM-STATUS NOT = '02'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-IF.
        4200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4300-EXCLUIR-REGISTRO - EXCLUI O REGISTRO LIDO EM 3200 COM *
      * A DISCIPLINA DO MANUTEN: JORNAL E HISTORICO ANTES DO       *
      * DELETE, TOTAL DE CONTROLE DEPOIS E, POR ULTIMO, O CONTATO  *
      * DA SEQUENCIA ARQUIVADO NO CONTARQ (7600).                  *
      *-----------------------------------------------------------*
        4300-EXCLUIR-REGISTRO.
            MOVE SPACES TO CJ-REGISTRO
            MOVE 'E' TO CJ-ACAO
            MOVE NM-SEQUENCIA TO CJ-SEQUENCIA
            MOVE NM-REGISTRO TO CJ-REG-ANTES
            PERFORM 7000-GRAVAR-JORNAL THRU 7000-EXIT
            PERFORM 7100-GRAVAR-HISTORICO THRU 7100-EXIT
            DELETE NAME-MASTER RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            IF WS-NM-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-IF
            IF WS-TOTAIS-DISPONIVEIS
                PERFORM 7400-SUBTRAIR-TOTAIS THRU 7400-EXIT
            END-IF
            PERFORM 7600-ARQUIVAR-CONTATO THRU 7600-EXIT.
        4300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5000-GRAVAR-REJEITO - GRAVA EM MANTREJ A LINHA DE          *
      * TRANSACAO INTEIRA COM O NUMERO DA LINHA E O MOTIVO, PARA O *
      * FRONT OFFICE CORRIGIR E RELER, E RELATA O REJEITO NO       *
      * MANTREL COM A DESCRICAO DO MOTIVO.                         *
      *-----------------------------------------------------------*
        5000-GRAVAR-REJEITO.
            MOVE SPACES TO RJ-REGISTRO
            MOVE WS-CONT-LIDAS TO RJ-NUM-LINHA
            MOVE WS-MOTIVO TO RJ-MOTIVO
            MOVE TR-REGISTRO TO RJ-LINHA
            WRITE RJ-REGISTRO
            IF WS-RJ-STATUS NOT = '00'
                PERFORM 8400-TRATAR-ERRO-REJEITOS
            END-IF
            ADD 1 TO WS-TT-REJEITADAS (WS-IND-TIPO)
            MOVE WS-CONT-LIDAS TO WS-RJ-LINHA
            MOVE TR-CODIGO TO WS-RJ-TIPO
            MOVE TR-SEQUENCIA TO WS-RJ-SEQUENCIA
            MOVE WS-MOTIVO TO WS-RJ-MOTIVO
            EVALUATE WS-MOTIVO
                WHEN '01'
                    MOVE "CODIGO DE TRANSACAO INVALIDO"
                        TO WS-RJ-DESCRICAO
                WHEN '02'
                    MOVE "OPERADOR NAO CADASTRADO/INATIVO"
                        TO WS-RJ-DESCRICAO
                WHEN '03'
                    MOVE "EXCLUSAO RESTRITA A SUPERVISOR"
                        TO WS-RJ-DESCRICAO
                WHEN '04'
                    MOVE "SEQUENCIA NAO CADASTRADA"
                        TO WS-RJ-DESCRICAO
                WHEN '05'
                    MOVE "NOME EM BRANCO" TO WS-RJ-DESCRICAO
                WHEN '06'
                    MOVE "NOME EXCEDE 30 CARACTERES"
                        TO WS-RJ-DESCRICAO
            END-EVALUATE
            MOVE WS-REL-REJEITO TO RL-LINHA
            PERFORM 7500-GRAVAR-LINHA THRU 7500-EXIT.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 6000-EMITIR-TOTAIS - FECHA O MANTREL COM OS TOTAIS POR     *
      * TIPO DE TRANSACAO E O TOTAL GERAL.  EM CADA LINHA, LIDAS = *
      * APLICADAS + REJEITADAS.                                    *
      *-----------------------------------------------------------*
        6000-EMITIR-TOTAIS.
            MOVE WS-REL-LINHA-BRANCO TO RL-LINHA
            PERFORM 7500-GRAVAR-LINHA THRU 7500-EXIT
            MOVE WS-REL-TIT-TOTAIS TO RL-LINHA
            PERFORM 7500-GRAVAR-LINHA THRU 7500-EXIT
            MOVE ZEROS TO WS-TOTAIS-GERAIS
            PERFORM 6100-EMITIR-TOTAL-TIPO THRU 6100-EXIT
                VARYING WS-IND-TIPO FROM 1 BY 1
                UNTIL WS-IND-TIPO > 4
            MOVE "TOTAL GERAL" TO WS-RT-DESCRICAO
            MOVE WS-TG-LIDAS TO WS-RT-LIDAS
            MOVE WS-TG-APLICADAS TO WS-RT-APLICADAS
            MOVE WS-TG-REJEITADAS TO WS-RT-REJEITADAS
            MOVE WS-REL-TOTAL-TIPO TO RL-LINHA
            PERFORM 7500-GRAVAR-LINHA THRU 7500-EXIT.
        6000-EXIT.
            EXIT.

        6100-EMITIR-TOTAL-TIPO.
            EVALUATE WS-IND-TIPO
                WHEN 1
                    MOVE "I - INCLUSAO" TO WS-RT-DESCRICAO
                WHEN 2
                    MOVE "A - CORRECAO DE NOME" TO WS-RT-DESCRICAO
                WHEN 3
                    MOVE "E - EXCLUSAO" TO WS-RT-DESCRICAO
                WHEN 4
                    MOVE "CODIGO INVALIDO" TO WS-RT-DESCRICAO
            END-EVALUATE
            MOVE WS-TT-LIDAS (WS-IND-TIPO) TO WS-RT-LIDAS
            MOVE WS-TT-APLICADAS (WS-IND-TIPO) TO WS-RT-APLICADAS
            MOVE WS-TT-REJEITADAS (WS-IND-TIPO) TO WS-RT-REJEITADAS
            ADD WS-TT-LIDAS (WS-IND-TIPO) TO WS-TG-LIDAS
            ADD WS-TT-APLICADAS (WS-IND-TIPO) TO WS-TG-APLICADAS
            ADD WS-TT-REJEITADAS (WS-IND-TIPO) TO WS-TG-REJEITADAS
            MOVE WS-REL-TOTAL-TIPO TO RL-LINHA
            PERFORM 7500-GRAVAR-LINHA THRU 7500-EXIT.
        6100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7000-GRAVAR-JORNAL - ACRESCENTA NO CHGJRNL A LINHA JA      *
      * MONTADA PELO CHAMADOR (ACAO, SEQUENCIA E IMAGENS), COM     *
      * DATA, HORA, PROGRAMA E O OPERADOR SOLICITANTE DA LINHA.    *
      * GRAVADO ANTES DA MUDANCA NO MASTER - SEM JORNAL, NADA E    *
      * APLICADO.                                                  *
      *-----------------------------------------------------------*
        7000-GRAVAR-JORNAL.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO CJ-DATA
            STRING WS-DC-HH ':' WS-DC-MIN ':' WS-DC-SS
                DELIMITED BY SIZE INTO CJ-HORA
            MOVE 'MANUTLOT' TO CJ-PROGRAMA
            MOVE WS-OPERADOR TO CJ-OPERADOR
            WRITE CJ-REGISTRO
            IF WS-CJ-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-JORNAL
            END-IF.
        7000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7100-GRAVAR-HISTORICO - ARQUIVA NO NAMEHIST O NM-REGISTRO  *
      * PRESTES A SER EXCLUIDO, CARIMBADO COM DATA, HORA E O       *
      * OPERADOR SOLICITANTE.  GRAVADO ANTES DO DELETE: SE O       *
      * HISTORICO FALHAR, O REGISTRO NAO E DESTRUIDO.              *
      *-----------------------------------------------------------*
        7100-GRAVAR-HISTORICO.
            MOVE SPACES TO NH-REGISTRO
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO NH-DATA-EXCLUSAO
            STRING WS-DC-HH ':' WS-DC-MIN ':' WS-DC-SS
                DELIMITED BY SIZE INTO NH-HORA-EXCLUSAO
            MOVE WS-OPERADOR TO NH-OPERADOR-EXCLUSAO
            MOVE NM-REGISTRO TO NH-REGISTRO-NOME
            WRITE NH-REGISTRO
            IF WS-NH-STATUS NOT = '00'
                PERFORM 8300-TRATAR-ERRO-HISTORICO
            END-IF.
        7100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7200-GRAVAR-CHECKPOINT - REGISTRA EM MANTCKP QUANTAS       *
      * LINHAS JA FORAM PROCESSADAS E OS TOTAIS POR TIPO ATE AQUI. *
      * A PRIMEIRA GRAVACAO USA WRITE (STATUS '23' NO REWRITE); AS *
      * DEMAIS ATUALIZAM O MESMO REGISTRO, COMO NO BATCHCKP.       *
      *-----------------------------------------------------------*
        7200-GRAVAR-CHECKPOINT.
            MOVE WS-CONT-LIDAS TO CK-CONT-LIDAS
            MOVE WS-TAB-TOTAIS TO CK-TAB-TOTAIS
            REWRITE CK-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-CK-STATUS = '23' OR WS-CK-STATUS = '21'
                WRITE CK-REGISTRO
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF
            IF WS-CK-STATUS NOT = '00'
                PERFORM 8600-TRATAR-ERRO-CHECKPOINT
            END-IF.
        7200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7300-SOMAR-TOTAIS - SOMA A INCLUSAO AO TOTAL DE CONTROLE E *
      * ATUALIZA A ALTA SEQUENCIA EM CTLTOTLS, LOGO APOS O WRITE.  *
      *-----------------------------------------------------------*
        7300-SOMAR-TOTAIS.
            ADD 1 TO CT-CONT-REGISTROS
            MOVE WS-SEQUENCIA TO CT-ALTA-SEQUENCIA
            REWRITE CT-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-CT-STATUS NOT = '00'
                PERFORM 8500-TRATAR-ERRO-TOTAIS
            END-IF.
        7300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7400-SUBTRAIR-TOTAIS - SUBTRAI A EXCLUSAO DO TOTAL DE      *
      * CONTROLE EM CTLTOTLS, LOGO APOS O DELETE.  A ALTA          *
      * SEQUENCIA NAO E REBAIXADA.                                 *
      *-----------------------------------------------------------*
        7400-SUBTRAIR-TOTAIS.
            SUBTRACT 1 FROM CT-CONT-REGISTROS
            REWRITE CT-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-CT-STATUS NOT = '00'
                PERFORM 8500-TRATAR-ERRO-TOTAIS
            END-IF.
        7400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7500-GRAVAR-LINHA - GRAVA A LINHA JA MONTADA EM RL-LINHA   *
      * NO RELATORIO DE CONTROLE, COM A CHECAGEM DE STATUS PADRAO. *
      *-----------------------------------------------------------*
        7500-GRAVAR-LINHA.
            WRITE RL-LINHA
            IF WS-RL-STATUS NOT = '00'
                PERFORM 8700-TRATAR-ERRO-RELATORIO
            END-IF.
        7500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7600-ARQUIVAR-CONTATO - SE A SEQUENCIA RECEM-EXCLUIDA TEM  *
      * CONTATO, GRAVA A LINHA DE JORNAL DE CONTATO, COPIA O       *
      * CONTATO PARA O CONTARQ CARIMBADO COM O OPERADOR            *
      * SOLICITANTE E SO ENTAO O APAGA, COMO NO MANUTEN.           *
      *-----------------------------------------------------------*
        7600-ARQUIVAR-CONTATO.
            MOVE NM-SEQUENCIA TO CO-SEQUENCIA
            READ ARQUIVO-CONTATOS
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-CO-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    GO TO 7600-EXIT
                WHEN OTHER
                    PERFORM 8850-TRATAR-ERRO-CONTATOS
            END-EVALUATE
            MOVE SPACES TO CJ-REGISTRO
            MOVE 'E' TO CJ-ACAO
            MOVE 'C' TO CJ-ARQUIVO
            MOVE CO-SEQUENCIA TO CJ-SEQUENCIA
            MOVE CO-DADOS-CONTATO TO CJ-REG-ANTES
            PERFORM 7000-GRAVAR-JORNAL THRU 7000-EXIT
            MOVE SPACES TO CA-REGISTRO
            MOVE CJ-DATA TO CA-DATA-ARQUIVO
            MOVE CJ-HORA TO CA-HORA-ARQUIVO
            MOVE CJ-PROGRAMA TO CA-PROGRAMA
            MOVE CJ-OPERADOR TO CA-OPERADOR-ARQUIVO
            MOVE CO-REGISTRO TO CA-REGISTRO-CONTATO
            WRITE CA-REGISTRO
            IF WS-CA-STATUS NOT = '00'
                PERFORM 8860-TRATAR-ERRO-CONTARQ
            END-IF
            DELETE ARQUIVO-CONTATOS RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            IF WS-CO-STATUS NOT = '00'
                PERFORM 8850-TRATAR-ERRO-CONTATOS
            END-IF.
        7600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO NAME-MASTER.  ABORTA O LOTE NO PONTO EM QUE ESTAVA; *
      * O CHECKPOINT GRAVADO ATE A ULTIMA LINHA PROCESSADA         *
      * PERMANECE EM MANTCKP PARA A PROXIMA EXECUCAO RETOMAR DALI. *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-ARQUIVO.
            DISPLAY "ERRO DE E/S EM NAME-MASTER - FILE STATUS = "
                WS-NM-STATUS
            DISPLAY "LOTE ABORTADO - LINHAS PROCESSADAS = "
                WS-CONT-LIDAS
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8100-TRATAR-ERRO-TRANSACOES - TRATAMENTO PADRAO DE ERRO DE *
      * E/S NO ARQUIVO DE TRANSACOES MANTTRN.  MESMA POLITICA DO   *
      * 8000.                                                      *
      *-----------------------------------------------------------*
        8100-TRATAR-ERRO-TRANSACOES.
            DISPLAY "ERRO DE E/S EM MANTTRN - FILE STATUS = "
                WS-TR-STATUS
            DISPLAY "LOTE ABORTADO - LINHAS PROCESSADAS = "
                WS-CONT-LIDAS
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8200-TRATAR-ERRO-JORNAL - TRATAMENTO PADRAO DE ERRO DE E/S *
      * NO JORNAL DE MUDANCAS CHGJRNL.  MESMA POLITICA DO 8000,    *
      * SEM APLICAR NO MASTER UMA MUDANCA QUE NAO PODE SER         *
      * JORNALIZADA.                                               *
      *-----------------------------------------------------------*
        8200-TRATAR-ERRO-JORNAL.
            DISPLAY "ERRO DE E/S EM CHGJRNL - FILE STATUS = "
                WS-CJ-STATUS
            DISPLAY "LOTE ABORTADO - LINHAS PROCESSADAS = "
                WS-CONT-LIDAS
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8300-TRATAR-ERRO-HISTORICO - TRATAMENTO PADRAO DE ERRO DE  *
      * E/S NO HISTORICO NAMEHIST.  MESMA POLITICA DO 8000, SEM    *
      * DESTRUIR NO MASTER UM REGISTRO QUE NAO PODE SER ARQUIVADO. *
      *-----------------------------------------------------------*
        8300-TRATAR-ERRO-HISTORICO.
            DISPLAY "ERRO DE E/S EM NAMEHIST - FILE STATUS = "
                WS-NH-STATUS
            DISPLAY "LOTE ABORTADO - LINHAS PROCESSADAS = "
                WS-CONT-LIDAS
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8400-TRATAR-ERRO-REJEITOS - TRATAMENTO PADRAO DE ERRO DE   *
      * E/S NO ARQUIVO DE REJEITOS MANTREJ.  MESMA POLITICA DO     *
      * 8000: UM REJEITO QUE NAO PODE SER GRAVADO SERIA PERDIDO.   *
      *-----------------------------------------------------------*
        8400-TRATAR-ERRO-REJEITOS.
            DISPLAY "ERRO DE E/S EM MANTREJ - FILE STATUS = "
                WS-RJ-STATUS
            DISPLAY "LOTE ABORTADO - LINHAS PROCESSADAS = "
                WS-CONT-LIDAS
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8500-TRATAR-ERRO-TOTAIS - TRATAMENTO PADRAO DE ERRO DE E/S *
      * NO ARQUIVO DE TOTAIS CTLTOTLS.  MESMA POLITICA DO 8000.    *
      *-----------------------------------------------------------*
        8500-TRATAR-ERRO-TOTAIS.
            DISPLAY "ERRO DE E/S EM CTLTOTLS - FILE STATUS = "
                WS-CT-STATUS
            DISPLAY "LOTE ABORTADO - LINHAS PROCESSADAS = "
                WS-CONT-LIDAS
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8600-TRATAR-ERRO-CHECKPOINT - TRATAMENTO PADRAO DE ERRO DE *
      * E/S NO ARQUIVO DE CHECKPOINT MANTCKP.  MESMA POLITICA DO   *
      * 8000.                                                      *
      *-----------------------------------------------------------*
        8600-TRATAR-ERRO-CHECKPOINT.
            DISPLAY "ERRO DE E/S EM MANTCKP - FILE STATUS = "
                WS-CK-STATUS
            DISPLAY "LOTE ABORTADO - LINHAS PROCESSADAS = "
                WS-CONT-LIDAS
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8700-TRATAR-ERRO-RELATORIO - TRATAMENTO PADRAO DE ERRO DE  *
      * E/S NO RELATORIO DE CONTROLE MANTREL.  MESMA POLITICA DO   *
      * 8000.                                                      *
      *-----------------------------------------------------------*
        8700-TRATAR-ERRO-RELATORIO.
            DISPLAY "ERRO DE E/S EM MANTREL - FILE STATUS = "
                WS-RL-STATUS
            DISPLAY "LOTE ABORTADO - LINHAS PROCESSADAS = "
                WS-CONT-LIDAS
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8800-TRATAR-ERRO-OPERADOR - TRATAMENTO PADRAO DE ERRO DE   *
      * E/S NO ARQUIVO DE OPERADORES OPERMSTR.  MESMA POLITICA DO  *
      * 8000.                                                      *
      *-----------------------------------------------------------*
        8800-TRATAR-ERRO-OPERADOR.
            DISPLAY "ERRO DE E/S EM OPERMSTR - FILE STATUS = "
                WS-OP-STATUS
            DISPLAY "LOTE ABORTADO - LINHAS PROCESSADAS = "
                WS-CONT-LIDAS
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8850-TRATAR-ERRO-CONTATOS - TRATAMENTO PADRAO DE ERRO DE   *
      * E/S NO ARQUIVO DE CONTATOS.  MESMA POLITICA DO 8000.       *
      *-----------------------------------------------------------*
        8850-TRATAR-ERRO-CONTATOS.
            DISPLAY "ERRO DE E/S EM CONTATOS - FILE STATUS = "
                WS-CO-STATUS
            DISPLAY "LOTE ABORTADO - LINHAS PROCESSADAS = "
                WS-CONT-LIDAS
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8860-TRATAR-ERRO-CONTARQ - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO CONTARQ.  MESMA POLITICA DO 8000: O CONTATO NAO E   *
      * APAGADO SEM SER ARQUIVADO.                                 *
      *-----------------------------------------------------------*
        8860-TRATAR-ERRO-CONTARQ.
            DISPLAY "ERRO DE E/S EM CONTARQ - FILE STATUS = "
                WS-CA-STATUS
            DISPLAY "LOTE ABORTADO - LINHAS PROCESSADAS = "
                WS-CONT-LIDAS
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

        8900-FECHAR-ARQUIVOS.
            CLOSE ARQUIVO-TRANSACOES
            CLOSE NAME-MASTER
            CLOSE OPERADOR-MASTER
            CLOSE ARQUIVO-REJEITOS
            CLOSE JORNAL-MUDANCAS
            CLOSE ARQUIVO-HISTORICO
            CLOSE ARQUIVO-CONTATOS
            CLOSE CONTATO-ARQUIVADO
            CLOSE CONTROLE-TOTAIS
            CLOSE CHECKPOINT-FILE
            CLOSE RELATORIO-MANUT.
        8900-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 9000-FINALIZAR - FECHA O MANTREL COM OS TOTAIS POR TIPO,   *
      * ZERA O CHECKPOINT EM MANTCKP (O PROXIMO LOTE COMECA DO     *
      * INICIO, NAO RETOMA UM LOTE JA CONCLUIDO) E RESUME NO       *
      * CONSOLE.  QUALQUER LINHA REJEITADA DEVOLVE RC 8, PARA A    *
      * OPERACAO SABER QUE O MANTREJ PRECISA SER CORRIGIDO E       *
      * RELIDO.                                                    *
      *-----------------------------------------------------------*
        9000-FINALIZAR.
            PERFORM 6000-EMITIR-TOTAIS THRU 6000-EXIT
            MOVE ZERO TO CK-CONT-LIDAS
            MOVE ZEROS TO CK-TAB-TOTAIS
            REWRITE CK-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            DISPLAY "MANUTLOT CONCLUIDO"
            DISPLAY "LINHAS LIDAS      = " WS-TG-LIDAS
            DISPLAY "LINHAS APLICADAS  = " WS-TG-APLICADAS
            DISPLAY "LINHAS REJEITADAS (VER MANTREJ) = "
                WS-TG-REJEITADAS
            IF WS-TG-REJEITADAS > ZEROS
                MOVE 8 TO RETURN-CODE
            END-IF.
