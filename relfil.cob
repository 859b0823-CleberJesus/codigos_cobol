      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - HISTORICO DE
      *                    CONSOLIDACAO POR FILIAL, EM FILREL, A
      *                    PARTIR DO CADASTRO FILIAIS (COPY FILIAL) E
      *                    DO MAPA MERGEXRF (COPY XREFREC).  PARA CADA
      *                    FILIAL CADASTRADA: RODADAS E DADOS DA
      *                    ULTIMA CONSOLIDACAO GRAVADOS PELO
      *                    CONSOLIDA, E DO MAPA OS REGISTROS
      *                    ADICIONADOS, OS NOMES FLAGRADOS COMO JA
      *                    EXISTENTES E QUANTOS DESSES REGISTROS
      *                    CONTINUAM NO NAME-MASTER HOJE OU FORAM
      *                    EXCLUIDOS DESDE ENTAO.  CODIGOS QUE ESTAO NO
      *                    MAPA MAS NAO NO CADASTRO (ERROS DE
      *                    DIGITACAO DE ANTES DO CADASTRO) SAEM NUMA
      *                    SECAO PROPRIA, PARA O SUPERVISOR CADASTRA-
      *                    LOS OU CORRIGI-LOS.  O MAPA SO COBRE O QUE
      *                    O EXPURGO AINDA NAO ARQUIVOU
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RELFIL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CADASTRO-FILIAIS ASSIGN TO "FILIAIS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS FR-CODIGO
                FILE STATUS IS WS-FR-STATUS.
            SELECT ARQUIVO-XREF ASSIGN TO "MERGEXRF"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XR-STATUS.
            SELECT NAME-MASTER ASSIGN TO "NAMEMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NM-SEQUENCIA
                ALTERNATE RECORD KEY IS NM-NOME WITH DUPLICATES
                ALTERNATE RECORD KEY IS NM-NOME-NORM
                    WITH DUPLICATES
                FILE STATUS IS WS-NM-STATUS.
            SELECT RELATORIO-FILIAIS ASSIGN TO "FILREL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CADASTRO-FILIAIS
            LABEL RECORDS ARE STANDARD.
        COPY FILIAL.

        FD  ARQUIVO-XREF
            LABEL RECORDS ARE STANDARD.
        COPY XREFREC.

        FD  NAME-MASTER
            LABEL RECORDS ARE STANDARD.
        COPY NAMEREC.

        FD  RELATORIO-FILIAIS
            LABEL RECORDS ARE STANDARD.
        01  RL-LINHA                    PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FR-STATUS                PIC X(02).
        77  WS-XR-STATUS                PIC X(02).
        77  WS-NM-STATUS                PIC X(02).
        77  WS-RL-STATUS                PIC X(02).
        77  WS-QTD-FIL                  PIC 9(04) COMP VALUE ZERO.
        77  WS-IND-FIL                  PIC 9(04) COMP VALUE ZERO.
        77  WS-IND-ACHADO               PIC 9(04) COMP VALUE ZERO.
        77  WS-TOT-LINHAS               PIC 9(06) COMP VALUE ZERO.
        77  WS-TOT-REPETIDAS            PIC 9(06) COMP VALUE ZERO.
        77  WS-TOT-CADASTRADAS          PIC 9(04) COMP VALUE ZERO.
        77  WS-TOT-FORA                 PIC 9(04) COMP VALUE ZERO.
        77  WS-TOT-ADICIONADOS          PIC 9(06) COMP VALUE ZERO.
        77  WS-TOT-NO-MASTER            PIC 9(06) COMP VALUE ZERO.
        77  WS-TOT-EXCLUIDOS            PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-ESTOURO             PIC 9(06) COMP VALUE ZERO.
        77  WS-SW-ACHOU                 PIC X(01) VALUE 'N'.
            88  WS-ACHOU                        VALUE 'S'.
        77  WS-SW-FIM-XREF              PIC X(01) VALUE 'N'.
            88  WS-FIM-XREF                     VALUE 'S'.
        77  WS-SW-FIM-FILIAIS           PIC X(01) VALUE 'N'.
            88  WS-FIM-FILIAIS                  VALUE 'S'.
        77  WS-SW-FILIAIS               PIC X(01) VALUE 'N'.
            88  WS-FILIAIS-ABERTO               VALUE 'S'.
        77  WS-SW-XREF                  PIC X(01) VALUE 'N'.
            88  WS-XREF-ABERTO                  VALUE 'S'.
      * ACUMULADO DO MAPA POR CODIGO DE FILIAL: ATE 200 CODIGOS
      * DISTINTOS (CADASTRADOS OU NAO).  ESTOURO DE TABELA NAO
      * ABORTA - AS LINHAS EXCEDENTES SAO CONTADAS E AVISADAS NO
      * RODAPE, COMO NO RELCAD.  WS-FIL-ULT-SEQ GUARDA A ULTIMA
      * NM-SEQUENCIA CONTADA DO CODIGO: A RETOMADA DO CONSOLIDA
      * PODE REPETIR A ULTIMA LINHA DO MAPA, E A REPETIDA NAO SOMA.
        01  WS-TAB-FILIAIS.
            05  WS-FIL-ENT              OCCURS 200.
                10  WS-FIL-CODIGO       PIC X(08).
                10  WS-FIL-ADICIONADOS  PIC 9(06).
                10  WS-FIL-FLAGRADOS    PIC 9(06).
                10  WS-FIL-NO-MASTER    PIC 9(06).
                10  WS-FIL-EXCLUIDOS    PIC 9(06).
                10  WS-FIL-ULT-SEQ      PIC 9(06).
                10  WS-FIL-IMPRESSA     PIC X(01).
        01  WS-DATA-CORRENTE.
            05  WS-DC-YYYY              PIC X(04).
            05  WS-DC-MM                PIC X(02).
            05  WS-DC-DD                PIC X(02).
            05  FILLER                  PIC X(13).
        01  WS-REL-CABECALHO.
            05  FILLER                  PIC X(48) VALUE
                "RELFIL - HISTORICO DE CONSOLIDACAO POR FILIAL".
            05  FILLER                  PIC X(06) VALUE "DATA: ".
            05  WS-RB-DATA              PIC X(10).
            05  FILLER                  PIC X(16) VALUE SPACES.
        01  WS-REL-LINHA-BRANCO         PIC X(80) VALUE SPACES.
        01  WS-REL-TITULOS.
            05  FILLER                  PIC X(40) VALUE
                "FILIAL   ESCRITORIO                     ".
            05  FILLER                  PIC X(40) VALUE
                "ATIVA RODADAS ULTIMA".
        01  WS-REL-TIT-FORA             PIC X(80) VALUE
            "CODIGOS NO MERGEXRF FORA DO CADASTRO DE FILIAIS:".
        01  WS-REL-DETALHE.
            05  WS-RD-CODIGO            PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RD-ESCRITORIO        PIC X(30).
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  WS-RD-ATIVO             PIC X(01).
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  WS-RD-RODADAS           PIC ZZZ9.
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  WS-RD-ULT-DATA          PIC X(10).
            05  FILLER                  PIC X(16) VALUE SPACES.
        01  WS-REL-ULTIMA.
            05  FILLER                  PIC X(27) VALUE
                "  ULTIMA RODADA: REGISTROS=".
            05  WS-RU-REGISTROS         PIC ZZZZZ9.
            05  FILLER                  PIC X(11) VALUE
                " FLAGRADOS=".
            05  WS-RU-FLAGRADOS         PIC ZZZZZ9.
            05  FILLER                  PIC X(05) VALUE " SEQ ".
            05  WS-RU-SEQ-INICIAL       PIC 9(06).
            05  FILLER                  PIC X(03) VALUE " A ".
            05  WS-RU-SEQ-FINAL         PIC 9(06).
            05  FILLER                  PIC X(10) VALUE SPACES.
        01  WS-REL-MAPA.
            05  FILLER                  PIC X(23) VALUE
                "  NO MAPA: ADICIONADOS=".
            05  WS-RM-ADICIONADOS       PIC ZZZZZ9.
            05  FILLER                  PIC X(11) VALUE
                " FLAGRADOS=".
            05  WS-RM-FLAGRADOS         PIC ZZZZZ9.
            05  FILLER                  PIC X(11) VALUE
                " NO MASTER=".
            05  WS-RM-NO-MASTER         PIC ZZZZZ9.
            05  FILLER                  PIC X(11) VALUE
                " EXCLUIDOS=".
            05  WS-RM-EXCLUIDOS         PIC ZZZZZ9.
        01  WS-REL-RODAPE.
            05  FILLER                  PIC X(15) VALUE
                "TOTAL: FILIAIS=".
            05  WS-RT-CADASTRADAS       PIC ZZZ9.
            05  FILLER                  PIC X(13) VALUE
                " ADICIONADOS=".
            05  WS-RT-ADICIONADOS       PIC ZZZZZ9.
            05  FILLER                  PIC X(11) VALUE
                " NO MASTER=".
            05  WS-RT-NO-MASTER         PIC ZZZZZ9.
            05  FILLER                  PIC X(11) VALUE
                " EXCLUIDOS=".
            05  WS-RT-EXCLUIDOS         PIC ZZZZZ9.
            05  FILLER                  PIC X(08) VALUE SPACES.
        01  WS-REL-RODAPE-2.
            05  FILLER                  PIC X(26) VALUE
                "CODIGOS FORA DO CADASTRO=".
            05  WS-RT-FORA              PIC ZZZ9.
            05  FILLER                  PIC X(20) VALUE
                "  LINHAS REPETIDAS=".
            05  WS-RT-REPETIDAS         PIC ZZZZZ9.
            05  FILLER                  PIC X(18) VALUE
                "  FORA DA TABELA=".
            05  WS-RT-ESTOURO           PIC ZZZZZ9.

        PROCEDURE DIVISION.
        0000-MAINLINE.
            PERFORM 1000-INICIALIZAR
            PERFORM 2000-LER-MAPA THRU 2000-EXIT
                UNTIL WS-FIM-XREF
            PERFORM 3000-IMPRIMIR-CADASTRADA THRU 3000-EXIT
                UNTIL WS-FIM-FILIAIS
            PERFORM 4000-IMPRIMIR-FORA THRU 4000-EXIT
            PERFORM 5000-EMITIR-RODAPE THRU 5000-EXIT
            PERFORM 9000-FINALIZAR
            STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - ABRE O NAME-MASTER SOMENTE PARA LEITURA *
      * (AUSENTE E ERRO: SEM ELE NAO HA COMO DIZER O QUE FICOU E O *
      * QUE FOI EXCLUIDO), O CADASTRO DE FILIAIS E O MAPA MERGEXRF *
      * (QUALQUER UM AUSENTE SO ESVAZIA A SUA PARTE DO RELATORIO), *
      * ABRE O RELATORIO E GRAVA O CABECALHO.                      *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            OPEN INPUT NAME-MASTER
            IF WS-NM-STATUS = '35'
                DISPLAY "NAMEMSTR NAO ENCONTRADO - RELATORIO ABORTADO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-NM-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-IF
            OPEN INPUT CADASTRO-FILIAIS
            EVALUATE WS-FR-STATUS
                WHEN '00'
                    MOVE 'S' TO WS-SW-FILIAIS
                WHEN '35'
                    DISPLAY "FILIAIS NAO ENCONTRADO - "
                        "NENHUMA FILIAL CADASTRADA"
                    MOVE 'S' TO WS-SW-FIM-FILIAIS
                WHEN OTHER
                    PERFORM 8100-TRATAR-ERRO-FILIAIS
            END-EVALUATE
            OPEN INPUT ARQUIVO-XREF
            EVALUATE WS-XR-STATUS
                WHEN '00'
                    MOVE 'S' TO WS-SW-XREF
                WHEN '35'
                    DISPLAY "MERGEXRF NAO ENCONTRADO - "
                        "NENHUMA CONSOLIDACAO MAPEADA"
                    MOVE 'S' TO WS-SW-FIM-XREF
                WHEN OTHER
                    PERFORM 8200-TRATAR-ERRO-XREF
            END-EVALUATE
            OPEN OUTPUT RELATORIO-FILIAIS
            IF WS-RL-STATUS NOT = '00'
                PERFORM 8300-TRATAR-ERRO-RELATORIO
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO WS-RB-DATA
            MOVE WS-REL-CABECALHO TO RL-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-LINHA-BRANCO TO RL-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-TITULOS TO RL-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.

      *-----------------------------------------------------------*
      * 2000-LER-MAPA - LE A PROXIMA LINHA DO MERGEXRF E A SOMA NA *
      * ENTRADA DO CODIGO DE FILIAL (2100), CONFERINDO NO          *
      * NAME-MASTER SE O REGISTRO DA MATRIZ AINDA EXISTE (2200).   *
      *-----------------------------------------------------------*
        2000-LER-MAPA.
            READ ARQUIVO-XREF
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-XR-STATUS
                WHEN '00'
                    ADD 1 TO WS-TOT-LINHAS
                    PERFORM 2100-LOCALIZAR-FILIAL THRU 2100-EXIT
                    IF WS-IND-ACHADO > ZERO
                        PERFORM 2200-SOMAR-LINHA THRU 2200-EXIT
                    END-IF
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-XREF
                WHEN OTHER
                    PERFORM 8200-TRATAR-ERRO-XREF
            END-EVALUATE.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2100-LOCALIZAR-FILIAL - LOCALIZA (OU ABRE) A ENTRADA DO    *
      * XR-FILIAL NA TABELA.  TABELA CHEIA DEIXA WS-IND-ACHADO     *
      * ZERADO E A LINHA SO E CONTADA NO ESTOURO.                  *
      *-----------------------------------------------------------*
        2100-LOCALIZAR-FILIAL.
            MOVE 'N' TO WS-SW-ACHOU
            MOVE ZERO TO WS-IND-ACHADO
            PERFORM 2150-PROCURAR-CODIGO THRU 2150-EXIT
                VARYING WS-IND-FIL FROM 1 BY 1
                UNTIL WS-IND-FIL > WS-QTD-FIL
                OR WS-ACHOU
            IF NOT WS-ACHOU
                IF WS-QTD-FIL < 200
                    ADD 1 TO WS-QTD-FIL
                    MOVE WS-QTD-FIL TO WS-IND-ACHADO
                    MOVE XR-FILIAL TO WS-FIL-CODIGO (WS-IND-ACHADO)
                    MOVE ZEROS TO WS-FIL-ADICIONADOS (WS-IND-ACHADO)
                    MOVE ZEROS TO WS-FIL-FLAGRADOS (WS-IND-ACHADO)
                    MOVE ZEROS TO WS-FIL-NO-MASTER (WS-IND-ACHADO)
                    MOVE ZEROS TO WS-FIL-EXCLUIDOS (WS-IND-ACHADO)
                    MOVE ZEROS TO WS-FIL-ULT-SEQ (WS-IND-ACHADO)
                    MOVE 'N' TO WS-FIL-IMPRESSA (WS-IND-ACHADO)
                ELSE
                    ADD 1 TO WS-CONT-ESTOURO
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

        2150-PROCURAR-CODIGO.
            IF WS-FIL-CODIGO (WS-IND-FIL) = XR-FILIAL
                MOVE WS-IND-FIL TO WS-IND-ACHADO
                MOVE 'S' TO WS-SW-ACHOU
            END-IF.
        2150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2200-SOMAR-LINHA - CONTA A LINHA NA ENTRADA DA FILIAL:     *
      * ADICIONADO, FLAGRADO (XR-FLAGRADO; LINHA ANTIGA SEM O      *
      * CAMPO NAO CONTA) E A SITUACAO ATUAL DO REGISTRO NA MATRIZ. *
      * A REPETICAO DA LINHA ANTERIOR DO MESMO CODIGO (RETOMADA DO *
      * CONSOLIDA) E IGNORADA.                                     *
      *-----------------------------------------------------------*
        2200-SOMAR-LINHA.
            IF XR-SEQ-MATRIZ = WS-FIL-ULT-SEQ (WS-IND-ACHADO)
                ADD 1 TO WS-TOT-REPETIDAS
                GO TO 2200-EXIT
            END-IF
            MOVE XR-SEQ-MATRIZ TO WS-FIL-ULT-SEQ (WS-IND-ACHADO)
            ADD 1 TO WS-FIL-ADICIONADOS (WS-IND-ACHADO)
            IF XR-NOME-FLAGRADO
                ADD 1 TO WS-FIL-FLAGRADOS (WS-IND-ACHADO)
            END-IF
            MOVE XR-SEQ-MATRIZ TO NM-SEQUENCIA
            READ NAME-MASTER
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-NM-STATUS
                WHEN '00'
                    ADD 1 TO WS-FIL-NO-MASTER (WS-IND-ACHADO)
                WHEN '23'
                    ADD 1 TO WS-FIL-EXCLUIDOS (WS-IND-ACHADO)
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-EVALUATE.
        2200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-IMPRIMIR-CADASTRADA - LE A PROXIMA FILIAL DO CADASTRO *
      * (ORDEM DE CODIGO) E IMPRIME O CADASTRO, A ULTIMA RODADA E  *
      * O ACUMULADO DO MAPA.  FILIAL SEM LINHA NO MAPA SAI COM O   *
      * MAPA ZERADO.                                               *
      *-----------------------------------------------------------*
        3000-IMPRIMIR-CADASTRADA.
            READ CADASTRO-FILIAIS NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-FR-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-FILIAIS
                    GO TO 3000-EXIT
                WHEN OTHER
                    PERFORM 8100-TRATAR-ERRO-FILIAIS
            END-EVALUATE
            ADD 1 TO WS-TOT-CADASTRADAS
            MOVE FR-CODIGO TO WS-RD-CODIGO
            MOVE FR-NOME-ESCRITORIO TO WS-RD-ESCRITORIO
            MOVE FR-ATIVO TO WS-RD-ATIVO
            MOVE FR-QTDE-CONSOLIDACOES TO WS-RD-RODADAS
            IF FR-QTDE-CONSOLIDACOES = ZERO
                MOVE "NENHUMA" TO WS-RD-ULT-DATA
            ELSE
                MOVE FR-ULT-DATA TO WS-RD-ULT-DATA
            END-IF
            MOVE WS-REL-DETALHE TO RL-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            IF FR-QTDE-CONSOLIDACOES > ZERO
                MOVE FR-ULT-REGISTROS TO WS-RU-REGISTROS
                MOVE FR-ULT-FLAGRADOS TO WS-RU-FLAGRADOS
                MOVE FR-ULT-SEQ-INICIAL TO WS-RU-SEQ-INICIAL
                MOVE FR-ULT-SEQ-FINAL TO WS-RU-SEQ-FINAL
                MOVE WS-REL-ULTIMA TO RL-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF
            MOVE 'N' TO WS-SW-ACHOU
            MOVE ZERO TO WS-IND-ACHADO
            PERFORM 3050-PROCURAR-CADASTRADA THRU 3050-EXIT
                VARYING WS-IND-FIL FROM 1 BY 1
                UNTIL WS-IND-FIL > WS-QTD-FIL
                OR WS-ACHOU
            IF WS-ACHOU
                MOVE 'S' TO WS-FIL-IMPRESSA (WS-IND-ACHADO)
                PERFORM 3100-IMPRIMIR-MAPA THRU 3100-EXIT
            ELSE
                MOVE ZEROS TO WS-RM-ADICIONADOS
                MOVE ZEROS TO WS-RM-FLAGRADOS
                MOVE ZEROS TO WS-RM-NO-MASTER
                MOVE ZEROS TO WS-RM-EXCLUIDOS
                MOVE WS-REL-MAPA TO RL-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF.
        3000-EXIT.
            EXIT.

        3050-PROCURAR-CADASTRADA.
            IF WS-FIL-CODIGO (WS-IND-FIL) = FR-CODIGO
                MOVE WS-IND-FIL TO WS-IND-ACHADO
                MOVE 'S' TO WS-SW-ACHOU
            END-IF.
        3050-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3100-IMPRIMIR-MAPA - IMPRIME O ACUMULADO DO MAPA DA        *
      * ENTRADA WS-IND-ACHADO E SOMA NOS TOTAIS DO RODAPE.         *
      *-----------------------------------------------------------*
        3100-IMPRIMIR-MAPA.
            MOVE WS-FIL-ADICIONADOS (WS-IND-ACHADO)
                TO WS-RM-ADICIONADOS
            MOVE WS-FIL-FLAGRADOS (WS-IND-ACHADO) TO WS-RM-FLAGRADOS
            MOVE WS-FIL-NO-MASTER (WS-IND-ACHADO) TO WS-RM-NO-MASTER
            MOVE WS-FIL-EXCLUIDOS (WS-IND-ACHADO) TO WS-RM-EXCLUIDOS
            MOVE WS-REL-MAPA TO RL-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            ADD WS-FIL-ADICIONADOS (WS-IND-ACHADO)
                TO WS-TOT-ADICIONADOS
            ADD WS-FIL-NO-MASTER (WS-IND-ACHADO) TO WS-TOT-NO-MASTER
            ADD WS-FIL-EXCLUIDOS (WS-IND-ACHADO) TO WS-TOT-EXCLUIDOS.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4000-IMPRIMIR-FORA - SECAO DOS CODIGOS QUE ESTAO NO MAPA   *
      * MAS NAO NO CADASTRO (AS ENTRADAS DA TABELA QUE 3000 NAO    *
      * MARCOU).  SO SAI QUANDO HA ALGUM.                          *
      *-----------------------------------------------------------*
        4000-IMPRIMIR-FORA.
            PERFORM 4100-IMPRIMIR-CODIGO-FORA THRU 4100-EXIT
                VARYING WS-IND-FIL FROM 1 BY 1
                UNTIL WS-IND-FIL > WS-QTD-FIL.
        4000-EXIT.
            EXIT.

        4100-IMPRIMIR-CODIGO-FORA.
            IF WS-FIL-IMPRESSA (WS-IND-FIL) = 'S'
                GO TO 4100-EXIT
            END-IF
            IF WS-TOT-FORA = ZERO
                MOVE WS-REL-LINHA-BRANCO TO RL-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
                MOVE WS-REL-TIT-FORA TO RL-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF
            ADD 1 TO WS-TOT-FORA
            MOVE WS-FIL-CODIGO (WS-IND-FIL) TO WS-RD-CODIGO
            MOVE "*** NAO CADASTRADA ***" TO WS-RD-ESCRITORIO
            MOVE SPACE TO WS-RD-ATIVO
            MOVE ZERO TO WS-RD-RODADAS
            MOVE SPACES TO WS-RD-ULT-DATA
            MOVE WS-REL-DETALHE TO RL-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-IND-FIL TO WS-IND-ACHADO
            PERFORM 3100-IMPRIMIR-MAPA THRU 3100-EXIT.
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5000-EMITIR-RODAPE - FECHA O RELATORIO COM OS TOTAIS E     *
      * RESUME NO CONSOLE PARA O OPERADOR.                         *
      *-----------------------------------------------------------*
        5000-EMITIR-RODAPE.
            MOVE WS-REL-LINHA-BRANCO TO RL-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-TOT-CADASTRADAS TO WS-RT-CADASTRADAS
            MOVE WS-TOT-ADICIONADOS TO WS-RT-ADICIONADOS
            MOVE WS-TOT-NO-MASTER TO WS-RT-NO-MASTER
            MOVE WS-TOT-EXCLUIDOS TO WS-RT-EXCLUIDOS
            MOVE WS-REL-RODAPE TO RL-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-TOT-FORA TO WS-RT-FORA
            MOVE WS-TOT-REPETIDAS TO WS-RT-REPETIDAS
            MOVE WS-CONT-ESTOURO TO WS-RT-ESTOURO
            MOVE WS-REL-RODAPE-2 TO RL-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            DISPLAY "RELFIL CONCLUIDO - FILIAIS = " WS-TOT-CADASTRADAS
                "  LINHAS DO MAPA = " WS-TOT-LINHAS
                "  CODIGOS FORA DO CADASTRO = " WS-TOT-FORA.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7000-GRAVAR-LINHA - GRAVA A LINHA JA MONTADA EM RL-LINHA   *
      * NO RELATORIO, COM A CHECAGEM DE STATUS PADRAO.             *
      *-----------------------------------------------------------*
        7000-GRAVAR-LINHA.
            WRITE RL-LINHA
            IF WS-RL-STATUS NOT = '00'
                PERFORM 8300-TRATAR-ERRO-RELATORIO
            END-IF.
        7000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO NAME-MASTER.  ABORTA O RELATORIO: CONTAGENS MONTADAS*
      * SOBRE UMA LEITURA PELA METADE NAO RESPONDEM PELA FILIAL.   *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-ARQUIVO.
            DISPLAY "ERRO DE E/S EM NAMEMSTR - FILE STATUS = "
                WS-NM-STATUS
            DISPLAY "RELATORIO ABORTADO"
            CLOSE NAME-MASTER
            CLOSE CADASTRO-FILIAIS
            CLOSE ARQUIVO-XREF
            CLOSE RELATORIO-FILIAIS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8100-TRATAR-ERRO-FILIAIS - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO CADASTRO DE FILIAIS.  MESMA POLITICA DO 8000.       *
      *-----------------------------------------------------------*
        8100-TRATAR-ERRO-FILIAIS.
            DISPLAY "ERRO DE E/S EM FILIAIS - FILE STATUS = "
                WS-FR-STATUS
            DISPLAY "RELATORIO ABORTADO"
            CLOSE NAME-MASTER
            CLOSE CADASTRO-FILIAIS
            CLOSE ARQUIVO-XREF
            CLOSE RELATORIO-FILIAIS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8200-TRATAR-ERRO-XREF - TRATAMENTO PADRAO DE ERRO DE E/S   *
      * NO MAPA MERGEXRF.  MESMA POLITICA DO 8000.                 *
      *-----------------------------------------------------------*
        8200-TRATAR-ERRO-XREF.
            DISPLAY "ERRO DE E/S EM MERGEXRF - FILE STATUS = "
                WS-XR-STATUS
            DISPLAY "RELATORIO ABORTADO"
            CLOSE NAME-MASTER
            CLOSE CADASTRO-FILIAIS
            CLOSE ARQUIVO-XREF
            CLOSE RELATORIO-FILIAIS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8300-TRATAR-ERRO-RELATORIO - TRATAMENTO PADRAO DE ERRO DE  *
      * E/S NO RELATORIO FILREL.  MESMA POLITICA DO 8000.          *
      *-----------------------------------------------------------*
        8300-TRATAR-ERRO-RELATORIO.
            DISPLAY "ERRO DE E/S EM FILREL - FILE STATUS = "
                WS-RL-STATUS
            DISPLAY "RELATORIO ABORTADO"
            CLOSE NAME-MASTER
            CLOSE CADASTRO-FILIAIS
            CLOSE ARQUIVO-XREF
            CLOSE RELATORIO-FILIAIS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

        9000-FINALIZAR.
            CLOSE NAME-MASTER
            IF WS-FILIAIS-ABERTO
                CLOSE CADASTRO-FILIAIS
            END-IF
            IF WS-XREF-ABERTO
                CLOSE ARQUIVO-XREF
            END-IF
            CLOSE RELATORIO-FILIAIS.
