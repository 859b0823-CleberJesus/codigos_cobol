      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - CONFERENCIA DE
      *                    COMPLETUDE DO JORNAL DE MUDANCAS CHGJRNL.
      *                    O VERIFICA PROVA QUE O NAMEMSTR E
      *                    CONSISTENTE POR DENTRO, MAS NAO QUE TODA
      *                    MUDANCA NELE FOI JORNALIZADA - E E ISSO
      *                    QUE A RECUPERACAO DO RESTAURA PRESSUPOE.
      *                    O PROGRAMA CARREGA A GERACAO CORRENTE DE
      *                    BACKUP NAMEBKP.GNN (PONTEIRO DO GENCTL)
      *                    NUM ARQUIVO DE TRABALHO CONFSOMB, O
      *                    "MASTER SOMBRA", REAPLICA NELE TODA LINHA
      *                    DO CHGJRNL POSTERIOR AO HEADER DO BACKUP
      *                    COM AS MESMAS REGRAS DO RESTAURA, SEM
      *                    TOCAR NO MASTER VERDADEIRO, E COMPARA A
      *                    SOMBRA REGISTRO A REGISTRO COM O NAMEMSTR
      *                    VIVO.  TODA SEQUENCIA DIFERENTE SAI NO
      *                    RELATORIO CONFREL COM AS DUAS IMAGENS, E
      *                    TODA SEQUENCIA PRESENTE SO DE UM LADO SAI
      *                    COMO AUSENTE NO OUTRO.  UMA EXECUCAO SEM
      *                    ACHADOS TERMINA COM CLEAN; QUALQUER ACHADO
      *                    DEVOLVE RC 8, COMO O VERIFICA.  RODA COMO
      *                    PASSO DO STREAM NOTURNO, ANTES DO REORG
      * 15/10/2026 CBCJ    PULA AS LINHAS DE JORNAL DO ARQUIVO DE
      *                    CONTATOS (CJ-ARQUIVO = 'C'), COMO O
      *                    RESTAURA
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CONFJRNL.
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
            SELECT MASTER-SOMBRA ASSIGN TO "CONFSOMB"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-SEQUENCIA
                FILE STATUS IS WS-SM-STATUS.
            SELECT BACKUP-PLANO ASSIGN TO WS-ARQ-GERACAO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BK-STATUS.
            SELECT CONTROLE-GERACOES ASSIGN TO "GENCTL"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS RANDOM
                RELATIVE KEY IS WS-GC-CHAVE
                FILE STATUS IS WS-GC-STATUS.
            SELECT JORNAL-MUDANCAS ASSIGN TO "CHGJRNL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CJ-STATUS.
            SELECT RELATORIO-CONF ASSIGN TO "CONFREL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RC-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  NAME-MASTER
            LABEL RECORDS ARE STANDARD.
        COPY NAMEREC.

      * MESMO LAYOUT DO NAMEREC, COM PREFIXO PROPRIO - O COPY NAO
      * PODE SER REPETIDO NO MESMO PROGRAMA SEM COLIDIR OS NOMES.
        FD  MASTER-SOMBRA
            LABEL RECORDS ARE STANDARD.
        01  SM-REGISTRO.
            05  SM-SEQUENCIA            PIC 9(06).
            05  SM-NOME                 PIC X(30).
            05  SM-DATA-CADASTRO        PIC X(10).
            05  SM-HORA-CADASTRO        PIC X(08).
            05  SM-ORIGEM               PIC X(01).
            05  SM-OPERADOR             PIC X(08).
            05  SM-NOME-NORM            PIC X(30).

        FD  BACKUP-PLANO
            LABEL RECORDS ARE STANDARD.
        01  BK-REGISTRO                 PIC X(94).

        FD  CONTROLE-GERACOES
            LABEL RECORDS ARE STANDARD.
        COPY GENCTL.

        FD  JORNAL-MUDANCAS
            LABEL RECORDS ARE STANDARD.
        COPY CHGJRN.

        FD  RELATORIO-CONF
            LABEL RECORDS ARE STANDARD.
        01  RC-LINHA                    PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-NM-STATUS                PIC X(02).
        77  WS-SM-STATUS                PIC X(02).
        77  WS-BK-STATUS                PIC X(02).
        77  WS-GC-STATUS                PIC X(02).
        77  WS-GC-CHAVE                 PIC 9(04) COMP VALUE 1.
        77  WS-CJ-STATUS                PIC X(02).
        77  WS-RC-STATUS                PIC X(02).
        77  WS-ARQ-GERACAO              PIC X(11).
        77  WS-CONT-CARGA               PIC 9(06) COMP VALUE ZERO.
        77  WS-TRAILER-CONT             PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-REAPLICADAS         PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-SOMBRA              PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-MASTER              PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-IGUAIS              PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-DISCREPANCIAS       PIC 9(06) COMP VALUE ZERO.
        77  WS-CHAVE-SOMBRA             PIC 9(07) COMP VALUE ZERO.
        77  WS-CHAVE-MASTER             PIC 9(07) COMP VALUE ZERO.
        77  WS-CHAVE-FIM                PIC 9(07) COMP VALUE 9999999.
        77  WS-SW-GERACAO               PIC X(01) VALUE 'N'.
            88  WS-GERACAO-DISPONIVEL           VALUE 'S'.
        77  WS-SW-SOMBRA                PIC X(01) VALUE 'N'.
            88  WS-SOMBRA-VALIDA                VALUE 'S'.
        77  WS-SW-FIM-BACKUP            PIC X(01) VALUE 'N'.
            88  WS-FIM-BACKUP                   VALUE 'S'.
        77  WS-SW-TRAILER               PIC X(01) VALUE 'N'.
            88  WS-TRAILER-LIDO                 VALUE 'S'.
        77  WS-SW-FIM-JORNAL            PIC X(01) VALUE 'N'.
            88  WS-FIM-JORNAL                   VALUE 'S'.
        77  WS-SW-JORNAL-ABERTO         PIC X(01) VALUE 'N'.
            88  WS-JORNAL-ABERTO                VALUE 'S'.
        01  WS-STAMP-BACKUP.
            05  WS-SB-DATA              PIC X(10).
            05  WS-SB-HORA              PIC X(08).
        01  WS-STAMP-REG.
            05  WS-SR-DATA              PIC X(10).
            05  WS-SR-HORA              PIC X(08).
        01  WS-IMAGEM.
            05  WS-IM-SEQUENCIA         PIC 9(06).
            05  WS-IM-NOME              PIC X(30).
            05  WS-IM-DATA-CADASTRO     PIC X(10).
            05  WS-IM-HORA-CADASTRO     PIC X(08).
            05  WS-IM-ORIGEM            PIC X(01).
            05  WS-IM-OPERADOR          PIC X(08).
            05  WS-IM-NOME-NORM         PIC X(30).
        01  WS-REL-CABECALHO.
            05  FILLER                  PIC X(44) VALUE
                "CONFJRNL - CONFERENCIA DO JORNAL CHGJRNL".
            05  FILLER                  PIC X(36) VALUE
                "(BACKUP + JORNAL X NAMEMSTR)".
        01  WS-REL-GERACAO.
            05  FILLER                  PIC X(09) VALUE "GERACAO: ".
            05  WS-RG-ARQUIVO           PIC X(11).
            05  FILLER                  PIC X(04) VALUE " DE ".
            05  WS-RG-DATA              PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RG-HORA              PIC X(08).
            05  FILLER                  PIC X(37) VALUE SPACES.
        01  WS-REL-LINHA-BRANCO         PIC X(80) VALUE SPACES.
        01  WS-REL-OCORRENCIA.
            05  WS-RO-TIPO              PIC X(40).
            05  FILLER                  PIC X(06) VALUE " SEQ: ".
            05  WS-RO-SEQUENCIA         PIC 9(06).
            05  FILLER                  PIC X(28) VALUE SPACES.
        01  WS-REL-IMAGEM.
            05  WS-RI-ROTULO            PIC X(11).
            05  WS-RI-NOME              PIC X(30).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RI-DATA              PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RI-HORA              PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RI-ORIGEM            PIC X(01).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RI-OPERADOR          PIC X(08).
            05  FILLER                  PIC X(08) VALUE SPACES.
        01  WS-REL-IMAGEM-NORM.
            05  FILLER                  PIC X(11) VALUE
                "       NORM".
            05  WS-RN-NOME-NORM         PIC X(30).
            05  FILLER                  PIC X(39) VALUE SPACES.
        01  WS-REL-AVISO.
            05  FILLER                  PIC X(18) VALUE
                "AVISO DE REPLAY - ".
            05  WS-RA-TEXTO             PIC X(40).
            05  FILLER                  PIC X(06) VALUE " SEQ: ".
            05  WS-RA-SEQUENCIA         PIC 9(06).
            05  FILLER                  PIC X(10) VALUE SPACES.
        01  WS-REL-TEXTO                PIC X(80).
        01  WS-REL-SEM-GERACAO.
            05  FILLER                  PIC X(38) VALUE
                "NENHUMA GERACAO DE BACKUP NO GENCTL - ".
            05  FILLER                  PIC X(42) VALUE
                "CONFERENCIA NAO REALIZADA".
        01  WS-REL-LINHA-CLEAN          PIC X(80) VALUE "CLEAN".
        01  WS-REL-RODAPE-1.
            05  FILLER                  PIC X(19) VALUE
                "CARGA DO BACKUP = ".
            05  WS-R1-CARGA             PIC 9(06).
            05  FILLER                  PIC X(23) VALUE
                "  LINHAS REAPLICADAS = ".
            05  WS-R1-REAPLICADAS       PIC 9(06).
            05  FILLER                  PIC X(26) VALUE SPACES.
        01  WS-REL-RODAPE-2.
            05  FILLER                  PIC X(09) VALUE "SOMBRA = ".
            05  WS-R2-SOMBRA            PIC 9(06).
            05  FILLER                  PIC X(13) VALUE
                "  NAMEMSTR = ".
            05  WS-R2-MASTER            PIC 9(06).
            05  FILLER                  PIC X(11) VALUE
                "  IGUAIS = ".
            05  WS-R2-IGUAIS            PIC 9(06).
            05  FILLER                  PIC X(29) VALUE SPACES.
        01  WS-REL-RODAPE.
            05  FILLER                  PIC X(26) VALUE
                "TOTAL DE DISCREPANCIAS = ".
            05  WS-RP-DISCREPANCIAS     PIC 9(06).
            05  FILLER                  PIC X(48) VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAINLINE.
            PERFORM 1000-INICIALIZAR
            PERFORM 2000-MONTAR-SOMBRA THRU 2000-EXIT
            PERFORM 4000-COMPARAR-MASTER THRU 4000-EXIT
            PERFORM 5000-EMITIR-RESULTADO THRU 5000-EXIT
            PERFORM 9000-FINALIZAR
            GOBACK.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - ABRE O NAME-MASTER SOMENTE PARA LEITURA *
      * (AUSENTE E UM ERRO: NAO HA O QUE CONFERIR), ABRE O         *
      * RELATORIO, GRAVA O CABECALHO E LE O PONTEIRO DE GERACAO NO *
      * GENCTL.  SEM GENCTL OU SEM GERACAO GRAVADA (O REORG AINDA  *
      * NAO RODOU) NAO HA PONTO DE PARTIDA: A CONFERENCIA NAO E    *
      * FEITA, O FATO E AVISADO E O PASSO NAO FALHA - QUEM GRAVA A *
      * PRIMEIRA GERACAO E O PROPRIO REORG DO STREAM.              *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            MOVE 'N' TO WS-SW-GERACAO
            MOVE 'N' TO WS-SW-SOMBRA
            OPEN INPUT NAME-MASTER
            IF WS-NM-STATUS = '35'
                DISPLAY 'NAMEMSTR NAO ENCONTRADO - CONFERENCIA '
                    'ABORTADA'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            IF WS-NM-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-IF
            OPEN OUTPUT RELATORIO-CONF
            IF WS-RC-STATUS NOT = '00'
                PERFORM 8500-TRATAR-ERRO-RELATORIO
            END-IF
            MOVE WS-REL-CABECALHO TO RC-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            OPEN INPUT CONTROLE-GERACOES
            IF WS-GC-STATUS = '35'
                GO TO 1000-SEM-GERACAO
            END-IF
            IF WS-GC-STATUS NOT = '00'
                PERFORM 8300-TRATAR-ERRO-GERACOES
            END-IF
            READ CONTROLE-GERACOES
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-GC-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    CLOSE CONTROLE-GERACOES
                    GO TO 1000-SEM-GERACAO
                WHEN OTHER
                    PERFORM 8300-TRATAR-ERRO-GERACOES
            END-EVALUATE
            CLOSE CONTROLE-GERACOES
            IF GC-GERACAO-CORRENTE NOT NUMERIC
                OR GC-GERACAO-CORRENTE = ZEROS
                GO TO 1000-SEM-GERACAO
            END-IF
            MOVE SPACES TO WS-ARQ-GERACAO
            STRING 'NAMEBKP.G' GC-GERACAO-CORRENTE
                DELIMITED BY SIZE INTO WS-ARQ-GERACAO
            MOVE 'S' TO WS-SW-GERACAO
            GO TO 1000-EXIT.
        1000-SEM-GERACAO.
            DISPLAY "CONFJRNL: NENHUMA GERACAO DE BACKUP NO GENCTL - "
                "CONFERENCIA NAO REALIZADA"
            MOVE WS-REL-SEM-GERACAO TO RC-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2000-MONTAR-SOMBRA - RECONSTROI NO ARQUIVO DE TRABALHO     *
      * CONFSOMB O MASTER QUE O RESTAURA RECONSTRUIRIA HOJE: CARGA *
      * DA GERACAO CORRENTE (CONFERIDA CONTRA O TRAILER) E REPLAY  *
      * DO CHGJRNL POSTERIOR AO HEADER.  UMA GERACAO AUSENTE, SEM  *
      * HEADER OU TRUNCADA E ELA MESMA UMA DISCREPANCIA - O        *
      * RESTAURA RECUSARIA ESSA GERACAO - E A COMPARACAO NAO E     *
      * FEITA.                                                     *
      *-----------------------------------------------------------*
        2000-MONTAR-SOMBRA.
            IF NOT WS-GERACAO-DISPONIVEL
                GO TO 2000-EXIT
            END-IF
            OPEN INPUT BACKUP-PLANO
            IF WS-BK-STATUS = '35'
                MOVE SPACES TO WS-REL-TEXTO
                STRING "GERACAO CORRENTE " WS-ARQ-GERACAO
                    " NAO ENCONTRADA" DELIMITED BY SIZE
                    INTO WS-REL-TEXTO
                PERFORM 7200-GRAVAR-TEXTO THRU 7200-EXIT
                GO TO 2000-EXIT
            END-IF
            IF WS-BK-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-BACKUP
            END-IF
            READ BACKUP-PLANO
                AT END
                    CONTINUE
            END-READ
            IF WS-BK-STATUS NOT = '00'
                OR BK-REGISTRO (1:1) NOT = 'H'
                MOVE SPACES TO WS-REL-TEXTO
                STRING WS-ARQ-GERACAO " SEM HEADER - NAO E UMA "
                    "GERACAO COMPLETA" DELIMITED BY SIZE
                    INTO WS-REL-TEXTO
                PERFORM 7200-GRAVAR-TEXTO THRU 7200-EXIT
                CLOSE BACKUP-PLANO
                GO TO 2000-EXIT
            END-IF
            MOVE BK-REGISTRO (2:10) TO WS-SB-DATA
            MOVE BK-REGISTRO (13:8) TO WS-SB-HORA
            MOVE WS-ARQ-GERACAO TO WS-RG-ARQUIVO
            MOVE WS-SB-DATA TO WS-RG-DATA
            MOVE WS-SB-HORA TO WS-RG-HORA
            MOVE WS-REL-GERACAO TO RC-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            OPEN OUTPUT MASTER-SOMBRA
            IF WS-SM-STATUS NOT = '00'
                PERFORM 8400-TRATAR-ERRO-SOMBRA
            END-IF
            PERFORM 2100-CARREGAR-GERACAO THRU 2100-EXIT
                UNTIL WS-FIM-BACKUP
            CLOSE BACKUP-PLANO
            CLOSE MASTER-SOMBRA
            IF NOT WS-TRAILER-LIDO
                OR WS-CONT-CARGA NOT = WS-TRAILER-CONT
                MOVE SPACES TO WS-REL-TEXTO
                STRING WS-ARQ-GERACAO " TRUNCADA - CARGA NAO "
                    "CONFERE COM O TRAILER" DELIMITED BY SIZE
                    INTO WS-REL-TEXTO
                PERFORM 7200-GRAVAR-TEXTO THRU 7200-EXIT
                GO TO 2000-EXIT
            END-IF
            OPEN I-O MASTER-SOMBRA
            IF WS-SM-STATUS NOT = '00'
                PERFORM 8400-TRATAR-ERRO-SOMBRA
            END-IF
            PERFORM 3000-ABRIR-JORNAL THRU 3000-EXIT
            PERFORM 3100-REAPLICAR-MUDANCA THRU 3100-EXIT
                UNTIL WS-FIM-JORNAL
            MOVE 'S' TO WS-SW-SOMBRA.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2100-CARREGAR-GERACAO - LE A PROXIMA LINHA DA GERACAO E    *
      * CARREGA CADA DETALHE NA SOMBRA.  O TRAILER E GUARDADO PARA *
      * A CONFERENCIA DA CARGA, COMO NO RESTAURA.                  *
      *-----------------------------------------------------------*
        2100-CARREGAR-GERACAO.
            READ BACKUP-PLANO
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-BK-STATUS
                WHEN '00'
                    EVALUATE BK-REGISTRO (1:1)
                        WHEN 'D'
                            MOVE BK-REGISTRO (2:93) TO SM-REGISTRO
                            WRITE SM-REGISTRO
                                INVALID KEY
                                    CONTINUE
                            END-WRITE
                            IF WS-SM-STATUS NOT = '00'
                                PERFORM 8400-TRATAR-ERRO-SOMBRA
                            END-IF
                            ADD 1 TO WS-CONT-CARGA
                        WHEN 'T'
                            MOVE 'S' TO WS-SW-TRAILER
                            IF BK-REGISTRO (2:6) NUMERIC
                                MOVE BK-REGISTRO (2:6)
                                    TO WS-TRAILER-CONT
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-BACKUP
                WHEN OTHER
                    PERFORM 8100-TRATAR-ERRO-BACKUP
            END-EVALUATE.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-ABRIR-JORNAL - ABRE O CHGJRNL PARA O REPLAY.  UM      *
      * JORNAL AINDA INEXISTENTE NAO E ERRO: NADA MUDOU DESDE O    *
      * BACKUP POR ESTE CAMINHO.                                   *
      *-----------------------------------------------------------*
        3000-ABRIR-JORNAL.
            OPEN INPUT JORNAL-MUDANCAS
            IF WS-CJ-STATUS = '35'
                MOVE 'S' TO WS-SW-FIM-JORNAL
                GO TO 3000-EXIT
            END-IF
            IF WS-CJ-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-JORNAL
            END-IF
            MOVE 'S' TO WS-SW-JORNAL-ABERTO.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3100-REAPLICAR-MUDANCA - LE A PROXIMA LINHA DO CHGJRNL E,  *
      * SE FOR POSTERIOR AO HEADER DO BACKUP, REAPLICA NA SOMBRA   *
      * COM AS REGRAS DO RESTAURA: INCLUSAO GRAVA A IMAGEM DEPOIS, *
      * ALTERACAO REGRAVA (OU GRAVA, SE O REGISTRO NAO EXISTE),    *
      * EXCLUSAO EXCLUI PELA SEQUENCIA.  AS ANOMALIAS QUE O        *
      * RESTAURA SO AVISA NO CONSOLE SAO DISCREPANCIAS AQUI: UM    *
      * JORNAL QUE NAO REAPLICA LIMPO NAO MERECE CONFIANCA.  AS    *
      * LINHAS DO ARQUIVO DE CONTATOS NAO SAO DO MASTER E SAO      *
      * PULADAS, COMO NO RESTAURA.                                 *
      *-----------------------------------------------------------*
        3100-REAPLICAR-MUDANCA.
            READ JORNAL-MUDANCAS
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-CJ-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-JORNAL
                    GO TO 3100-EXIT
                WHEN OTHER
                    PERFORM 8200-TRATAR-ERRO-JORNAL
            END-EVALUATE
            MOVE CJ-DATA TO WS-SR-DATA
            MOVE CJ-HORA TO WS-SR-HORA
            IF WS-STAMP-REG NOT > WS-STAMP-BACKUP
                OR CJ-ARQ-CONTATO
                GO TO 3100-EXIT
            END-IF
            ADD 1 TO WS-CONT-REAPLICADAS
            EVALUATE TRUE
                WHEN CJ-ACAO-INCLUSAO
                    PERFORM 3200-REAPLICAR-INCLUSAO THRU 3200-EXIT
                WHEN CJ-ACAO-ALTERACAO
                    PERFORM 3300-REAPLICAR-ALTERACAO THRU 3300-EXIT
                WHEN CJ-ACAO-EXCLUSAO
                    PERFORM 3400-REAPLICAR-EXCLUSAO THRU 3400-EXIT
                WHEN OTHER
                    MOVE "LINHA COM ACAO DESCONHECIDA IGNORADA"
                        TO WS-RA-TEXTO
                    PERFORM 7300-GRAVAR-AVISO THRU 7300-EXIT
            END-EVALUATE.
        3100-EXIT.
            EXIT.

        3200-REAPLICAR-INCLUSAO.
            MOVE CJ-REG-DEPOIS TO SM-REGISTRO
            WRITE SM-REGISTRO
                INVALID KEY
                    CONTINUE
            END-WRITE
            EVALUATE WS-SM-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '22'
                    MOVE "INCLUSAO JA PRESENTE NO BACKUP"
                        TO WS-RA-TEXTO
                    PERFORM 7300-GRAVAR-AVISO THRU 7300-EXIT
                WHEN OTHER
                    PERFORM 8400-TRATAR-ERRO-SOMBRA
            END-EVALUATE.
        3200-EXIT.
            EXIT.

        3300-REAPLICAR-ALTERACAO.
            MOVE CJ-REG-DEPOIS TO SM-REGISTRO
            REWRITE SM-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            EVALUATE WS-SM-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
      * MESMA REGRA DO RESTAURA: A IMAGEM DEPOIS E GRAVADA MESMO
      * SEM O REGISTRO NA SOMBRA, E A FALTA DA INCLUSAO NO JORNAL
      * VAI PARA O RELATORIO.
                    WRITE SM-REGISTRO
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                    IF WS-SM-STATUS NOT = '00'
                        PERFORM 8400-TRATAR-ERRO-SOMBRA
                    END-IF
                    MOVE "ALTERACAO SEM REGISTRO NO BACKUP"
                        TO WS-RA-TEXTO
                    PERFORM 7300-GRAVAR-AVISO THRU 7300-EXIT
                WHEN OTHER
                    PERFORM 8400-TRATAR-ERRO-SOMBRA
            END-EVALUATE.
        3300-EXIT.
            EXIT.

        3400-REAPLICAR-EXCLUSAO.
            MOVE CJ-SEQUENCIA TO SM-SEQUENCIA
            DELETE MASTER-SOMBRA RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            EVALUATE WS-SM-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    MOVE "EXCLUSAO DE REGISTRO JA AUSENTE"
                        TO WS-RA-TEXTO
                    PERFORM 7300-GRAVAR-AVISO THRU 7300-EXIT
                WHEN OTHER
                    PERFORM 8400-TRATAR-ERRO-SOMBRA
            END-EVALUATE.
        3400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4000-COMPARAR-MASTER - CASA A SOMBRA COM O NAMEMSTR VIVO   *
      * EM ORDEM DE NM-SEQUENCIA (OS DOIS SAO LIDOS PELA CHAVE     *
      * PRIMARIA).  A MESMA SEQUENCIA NOS DOIS LADOS COM IMAGENS   *
      * DIFERENTES E MUDANCA FEITA FORA DO JORNAL OU LINHA DE      *
      * JORNAL QUE NAO CHEGOU AO MASTER; SEQUENCIA SO NA SOMBRA E  *
      * AUSENTE NO NAMEMSTR; SEQUENCIA SO NO NAMEMSTR E AUSENTE NA *
      * SOMBRA.  SEM SOMBRA VALIDA NAO HA COMPARACAO.              *
      *-----------------------------------------------------------*
        4000-COMPARAR-MASTER.
            IF NOT WS-SOMBRA-VALIDA
                GO TO 4000-EXIT
            END-IF
            MOVE ZEROS TO SM-SEQUENCIA
            START MASTER-SOMBRA KEY IS NOT LESS SM-SEQUENCIA
            EVALUATE WS-SM-STATUS
                WHEN '00'
                    PERFORM 4100-LER-SOMBRA THRU 4100-EXIT
                WHEN '23'
                    MOVE WS-CHAVE-FIM TO WS-CHAVE-SOMBRA
                WHEN OTHER
                    PERFORM 8400-TRATAR-ERRO-SOMBRA
            END-EVALUATE
            MOVE ZEROS TO NM-SEQUENCIA
            START NAME-MASTER KEY IS NOT LESS NM-SEQUENCIA
            EVALUATE WS-NM-STATUS
                WHEN '00'
                    PERFORM 4200-LER-MASTER THRU 4200-EXIT
                WHEN '23'
                    MOVE WS-CHAVE-FIM TO WS-CHAVE-MASTER
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-EVALUATE
            PERFORM 4300-CASAR-REGISTROS THRU 4300-EXIT
                UNTIL WS-CHAVE-SOMBRA = WS-CHAVE-FIM
                AND WS-CHAVE-MASTER = WS-CHAVE-FIM.
        4000-EXIT.
            EXIT.

        4100-LER-SOMBRA.
            READ MASTER-SOMBRA NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-SM-STATUS
                WHEN '00'
                    ADD 1 TO WS-CONT-SOMBRA
                    MOVE SM-SEQUENCIA TO WS-CHAVE-SOMBRA
                WHEN '10'
                    MOVE WS-CHAVE-FIM TO WS-CHAVE-SOMBRA
                WHEN OTHER
                    PERFORM 8400-TRATAR-ERRO-SOMBRA
            END-EVALUATE.
        4100-EXIT.
            EXIT.

        4200-LER-MASTER.
            READ NAME-MASTER NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-NM-STATUS
                WHEN '00'
                    ADD 1 TO WS-CONT-MASTER
                    MOVE NM-SEQUENCIA TO WS-CHAVE-MASTER
                WHEN '10'
                    MOVE WS-CHAVE-FIM TO WS-CHAVE-MASTER
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-EVALUATE.
        4200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4300-CASAR-REGISTROS - UM PASSO DO CASAMENTO: COMPARA AS   *
      * CHAVES CORRENTES DOS DOIS LADOS, RELATA O QUE NAO BATE E   *
      * AVANCA O LADO (OU OS DOIS LADOS) DA MENOR CHAVE.           *
      *-----------------------------------------------------------*
        4300-CASAR-REGISTROS.
            EVALUATE TRUE
                WHEN WS-CHAVE-SOMBRA = WS-CHAVE-MASTER
                    IF SM-REGISTRO = NM-REGISTRO
                        ADD 1 TO WS-CONT-IGUAIS
                    ELSE
                        MOVE "IMAGENS DIFERENTES" TO WS-RO-TIPO
                        MOVE SM-SEQUENCIA TO WS-RO-SEQUENCIA
                        PERFORM 7100-GRAVAR-OCORRENCIA THRU 7100-EXIT
                        MOVE "  SOMBRA:" TO WS-RI-ROTULO
                        MOVE SM-REGISTRO TO WS-IMAGEM
                        PERFORM 7400-GRAVAR-IMAGEM THRU 7400-EXIT
                        MOVE "  NAMEMSTR:" TO WS-RI-ROTULO
                        MOVE NM-REGISTRO TO WS-IMAGEM
                        PERFORM 7400-GRAVAR-IMAGEM THRU 7400-EXIT
                    END-IF
                    PERFORM 4100-LER-SOMBRA THRU 4100-EXIT
                    PERFORM 4200-LER-MASTER THRU 4200-EXIT
                WHEN WS-CHAVE-SOMBRA < WS-CHAVE-MASTER
                    MOVE "AUSENTE NO NAMEMSTR (SO NA SOMBRA)"
                        TO WS-RO-TIPO
                    MOVE SM-SEQUENCIA TO WS-RO-SEQUENCIA
                    PERFORM 7100-GRAVAR-OCORRENCIA THRU 7100-EXIT
                    MOVE "  SOMBRA:" TO WS-RI-ROTULO
                    MOVE SM-REGISTRO TO WS-IMAGEM
                    PERFORM 7400-GRAVAR-IMAGEM THRU 7400-EXIT
                    PERFORM 4100-LER-SOMBRA THRU 4100-EXIT
                WHEN OTHER
                    MOVE "AUSENTE NA SOMBRA (SO NO NAMEMSTR)"
                        TO WS-RO-TIPO
                    MOVE NM-SEQUENCIA TO WS-RO-SEQUENCIA
                    PERFORM 7100-GRAVAR-OCORRENCIA THRU 7100-EXIT
                    MOVE "  NAMEMSTR:" TO WS-RI-ROTULO
                    MOVE NM-REGISTRO TO WS-IMAGEM
                    PERFORM 7400-GRAVAR-IMAGEM THRU 7400-EXIT
                    PERFORM 4200-LER-MASTER THRU 4200-EXIT
            END-EVALUATE.
        4300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5000-EMITIR-RESULTADO - FECHA O RELATORIO COM AS CONTAGENS *
      * E O TOTAL DE DISCREPANCIAS E DA O VEREDITO NO CONSOLE:     *
      * CLEAN QUANDO NADA FOI APONTADO, OU O TOTAL DE ACHADOS (COM *
      * RC 8), COMO NO VERIFICA.                                   *
      *-----------------------------------------------------------*
        5000-EMITIR-RESULTADO.
            MOVE WS-REL-LINHA-BRANCO TO RC-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            IF WS-GERACAO-DISPONIVEL
                MOVE WS-CONT-CARGA TO WS-R1-CARGA
                MOVE WS-CONT-REAPLICADAS TO WS-R1-REAPLICADAS
                MOVE WS-REL-RODAPE-1 TO RC-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
                MOVE WS-CONT-SOMBRA TO WS-R2-SOMBRA
                MOVE WS-CONT-MASTER TO WS-R2-MASTER
                MOVE WS-CONT-IGUAIS TO WS-R2-IGUAIS
                MOVE WS-REL-RODAPE-2 TO RC-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF
            IF WS-CONT-DISCREPANCIAS = ZEROS
                MOVE WS-REL-LINHA-CLEAN TO RC-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
                DISPLAY "CLEAN"
            ELSE
                MOVE WS-CONT-DISCREPANCIAS TO WS-RP-DISCREPANCIAS
                MOVE WS-REL-RODAPE TO RC-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
                DISPLAY "DISCREPANCIAS ENCONTRADAS = "
                    WS-CONT-DISCREPANCIAS
                DISPLAY "VEJA O RELATORIO CONFREL - O CHGJRNL NAO "
                    "GARANTE A RECUPERACAO DO RESTAURA"
                MOVE 8 TO RETURN-CODE
            END-IF.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7000-GRAVAR-LINHA - GRAVA A LINHA JA MONTADA EM RC-LINHA   *
      * NO RELATORIO, COM A CHECAGEM DE STATUS PADRAO.             *
      *-----------------------------------------------------------*
        7000-GRAVAR-LINHA.
            WRITE RC-LINHA
            IF WS-RC-STATUS NOT = '00'
                PERFORM 8500-TRATAR-ERRO-RELATORIO
            END-IF.
        7000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7100-GRAVAR-OCORRENCIA - CONTA A DISCREPANCIA E GRAVA A    *
      * LINHA COM O TIPO E A SEQUENCIA, PRECEDIDA DE UMA LINHA EM  *
      * BRANCO.  AS IMAGENS SAO GRAVADAS EM SEGUIDA PELO CHAMADOR. *
      *-----------------------------------------------------------*
        7100-GRAVAR-OCORRENCIA.
            ADD 1 TO WS-CONT-DISCREPANCIAS
            MOVE WS-REL-LINHA-BRANCO TO RC-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-OCORRENCIA TO RC-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.
        7100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7200-GRAVAR-TEXTO - CONTA COMO DISCREPANCIA E GRAVA A      *
      * LINHA JA MONTADA EM WS-REL-TEXTO (GERACAO AUSENTE OU       *
      * INCOMPLETA).                                               *
      *-----------------------------------------------------------*
        7200-GRAVAR-TEXTO.
            ADD 1 TO WS-CONT-DISCREPANCIAS
            MOVE WS-REL-TEXTO TO RC-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.
        7200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7300-GRAVAR-AVISO - CONTA COMO DISCREPANCIA E GRAVA A      *
      * ANOMALIA DE REPLAY JA DESCRITA EM WS-RA-TEXTO, COM A       *
      * SEQUENCIA DA LINHA DE JORNAL.                              *
      *-----------------------------------------------------------*
        7300-GRAVAR-AVISO.
            ADD 1 TO WS-CONT-DISCREPANCIAS
            MOVE CJ-SEQUENCIA TO WS-RA-SEQUENCIA
            MOVE WS-REL-AVISO TO RC-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.
        7300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7400-GRAVAR-IMAGEM - GRAVA EM DUAS LINHAS A IMAGEM JA      *
      * MOVIDA PARA WS-IMAGEM, COM O ROTULO DO LADO (SOMBRA OU     *
      * NAMEMSTR): NOME, DATA/HORA DE CADASTRO, ORIGEM E OPERADOR; *
      * E A FORMA NORMALIZADA.                                     *
      *-----------------------------------------------------------*
        7400-GRAVAR-IMAGEM.
            MOVE WS-IM-NOME TO WS-RI-NOME
            MOVE WS-IM-DATA-CADASTRO TO WS-RI-DATA
            MOVE WS-IM-HORA-CADASTRO TO WS-RI-HORA
            MOVE WS-IM-ORIGEM TO WS-RI-ORIGEM
            MOVE WS-IM-OPERADOR TO WS-RI-OPERADOR
            MOVE WS-REL-IMAGEM TO RC-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-IM-NOME-NORM TO WS-RN-NOME-NORM
            MOVE WS-REL-IMAGEM-NORM TO RC-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.
        7400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO NAME-MASTER.  ABORTA A CONFERENCIA: UM VEREDITO     *
      * EMITIDO SOBRE UMA COMPARACAO INCOMPLETA VALERIA MENOS QUE  *
      * NENHUM VEREDITO.  O MASTER SO E LIDO, NUNCA ALTERADO.      *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-ARQUIVO.
            DISPLAY "ERRO DE E/S EM NAME-MASTER - FILE STATUS = "
                WS-NM-STATUS
            DISPLAY "CONFERENCIA ABORTADA"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8100-TRATAR-ERRO-BACKUP - TRATAMENTO PADRAO DE ERRO DE E/S *
      * NA GERACAO DE BACKUP CORRENTE.  MESMA POLITICA DO 8000.    *
      *-----------------------------------------------------------*
        8100-TRATAR-ERRO-BACKUP.
            DISPLAY "ERRO DE E/S EM " WS-ARQ-GERACAO
                " - FILE STATUS = " WS-BK-STATUS
            DISPLAY "CONFERENCIA ABORTADA"
            CLOSE BACKUP-PLANO
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
            DISPLAY "CONFERENCIA ABORTADA"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8300-TRATAR-ERRO-GERACOES - TRATAMENTO PADRAO DE ERRO DE   *
      * E/S NO CONTROLE DE GERACOES GENCTL.  MESMA POLITICA DO     *
      * 8000.                                                      *
      *-----------------------------------------------------------*
        8300-TRATAR-ERRO-GERACOES.
            DISPLAY "ERRO DE E/S EM GENCTL - FILE STATUS = "
                WS-GC-STATUS
            DISPLAY "CONFERENCIA ABORTADA"
            CLOSE CONTROLE-GERACOES
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8400-TRATAR-ERRO-SOMBRA - TRATAMENTO PADRAO DE ERRO DE E/S *
      * NO ARQUIVO DE TRABALHO CONFSOMB.  MESMA POLITICA DO 8000.  *
      *-----------------------------------------------------------*
        8400-TRATAR-ERRO-SOMBRA.
            DISPLAY "ERRO DE E/S EM CONFSOMB - FILE STATUS = "
                WS-SM-STATUS
            DISPLAY "CONFERENCIA ABORTADA"
            CLOSE BACKUP-PLANO
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8500-TRATAR-ERRO-RELATORIO - TRATAMENTO PADRAO DE ERRO DE  *
      * E/S NO RELATORIO CONFREL.  MESMA POLITICA DO 8000.         *
      *-----------------------------------------------------------*
        8500-TRATAR-ERRO-RELATORIO.
            DISPLAY "ERRO DE E/S EM CONFREL - FILE STATUS = "
                WS-RC-STATUS
            DISPLAY "CONFERENCIA ABORTADA"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

        8900-FECHAR-ARQUIVOS.
            CLOSE NAME-MASTER
            CLOSE MASTER-SOMBRA
            CLOSE JORNAL-MUDANCAS
            CLOSE RELATORIO-CONF.
        8900-EXIT.
            EXIT.

        9000-FINALIZAR.
            CLOSE NAME-MASTER
            IF WS-SOMBRA-VALIDA
                CLOSE MASTER-SOMBRA
            END-IF
            IF WS-JORNAL-ABERTO
                CLOSE JORNAL-MUDANCAS
            END-IF
            CLOSE RELATORIO-CONF.
