      *                    GRAVADA ANTES DO CHECKPOINT, ENTAO UMA
      *                    RETOMADA NAO DEIXA BURACO NO MAPA (NO
      *                    PIOR CASO REPETE A ULTIMA LINHA)
      * 15/10/2026 CBCJ    O PROGRAMA ABRE A JANELA DE BATCH NO SYSSTAT
      *                    (SUBPROGRAMA JANELA, COPY JANCOM) ANTES DE
      *                    TOCAR O NAMEMSTR E A FECHA AO TERMINAR, PARA
      *                    O MAINMENU SO LIBERAR CONSULTA NESSE MEIO
      *                    TEMPO.  COM SESSAO DE ATUALIZACAO ABERTA NO
      *                    MENU NAO COMECA (RC 12)
      * 15/10/2026 CBCJ    O CODIGO DIGITADO NO PROMPT DA FILIAL SO E
      *                    ACEITO SE ESTIVER NO CADASTRO DE FILIAIS
      *                    (ARQUIVO FILIAIS, COPY FILIAL, MANTIDO NO
      *                    FILMNT) E ATIVO - UM ERRO DE DIGITACAO NAO
      *                    CRIA MAIS FILIAL FANTASMA NO MERGEXRF.  AO
      *                    FIM DA RODADA A FILIAL RECEBE A HISTORIA DA
      *                    CONSOLIDACAO (DATA, REGISTROS, FLAGRADOS E
      *                    FAIXA DE NM-SEQUENCIA) E SOMA UMA RODADA.
      *                    A LINHA DO MERGEXRF GANHA O FLAG DE NOME JA
      *                    EXISTENTE, E O MERGECKP GUARDA A PRIMEIRA
      *                    SEQUENCIA E OS FLAGRADOS DA RODADA PARA A
      *                    RETOMADA FECHAR A HISTORIA CERTA.  APAGAR O
      *                    MERGECKP ANTIGO (REGISTRO DE 14 POSICOES)
      *                    ANTES DA PRIMEIRA EXECUCAO DESTA VERSAO
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CONSOLIDA.
            SELECT ARQUIVO-XREF ASSIGN TO "MERGEXRF"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XR-STATUS.
            SELECT CADASTRO-FILIAIS ASSIGN TO "FILIAIS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FR-CODIGO
                FILE STATUS IS WS-FR-STATUS.

        DATA DIVISION.
        FILE SECTION.
        01  CK-REGISTRO.
            05  CK-CONT-LIDOS           PIC 9(06).
            05  CK-FILIAL               PIC X(08).
            05  CK-SEQ-INICIAL          PIC 9(06).
            05  CK-FLAGRADOS            PIC 9(06).

        FD  JORNAL-MUDANCAS
            LABEL RECORDS ARE STANDARD.
            LABEL RECORDS ARE STANDARD.
        COPY XREFREC.

        FD  CADASTRO-FILIAIS
            LABEL RECORDS ARE STANDARD.
        COPY FILIAL.

        WORKING-STORAGE SECTION.
        77  WS-NM-STATUS                PIC X(02).
        77  WS-RC-SALVO                 PIC S9(04) COMP VALUE ZERO.
        77  WS-FL-STATUS                PIC X(02).
        77  WS-CT-STATUS                PIC X(02).
        77  WS-RM-STATUS                PIC X(02).
        77  WS-CK-CHAVE                 PIC 9(04) COMP VALUE 1.
        77  WS-CJ-STATUS                PIC X(02).
        77  WS-XR-STATUS                PIC X(02).
        77  WS-FR-STATUS                PIC X(02).
        77  WS-LOTE                     PIC X(08).
        77  WS-FILIAL                   PIC X(08).
        77  WS-NOME-NORM                PIC X(30).
        77  WS-CONT-LIDOS               PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-ADICIONADOS         PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-FLAGRADOS           PIC 9(06) COMP VALUE ZERO.
        77  WS-SEQ-INICIAL              PIC 9(06) COMP VALUE ZERO.
        77  WS-FLAGRADOS-RODADA         PIC 9(06) COMP VALUE ZERO.
        77  WS-SW-FIM-MASTER            PIC X(01) VALUE 'N'.
            88  WS-FIM-MASTER                   VALUE 'S'.
        77  WS-SW-FIM-FILIAL            PIC X(01) VALUE 'N'.
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).
        COPY JANCOM.

        PROCEDURE DIVISION.
        0000-MAINLINE.
            PERFORM 2000-CONSOLIDAR-REGISTRO THRU 2000-EXIT
                UNTIL WS-FIM-FILIAL
            PERFORM 9000-FINALIZAR
            PERFORM 9100-FECHAR-JANELA THRU 9100-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      * POSICIONA A FILIAL NO MENOR FL-SEQUENCIA E APLICA O        *
      * CHECKPOINT DE UMA EXECUCAO ANTERIOR ABENDADA (1200).  O    *
      * RELATORIO ABRE EM EXTEND PARA UMA RETOMADA CONTINUAR O     *
      * MESMO MERGEREL.  O CADASTRO DE FILIAIS E ABERTO ANTES DO   *
      * PROMPT, QUE SO ACEITA CODIGO CADASTRADO E ATIVO (1800).    *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            PERFORM 1800-ABRIR-FILIAIS THRU 1800-EXIT
            MOVE SPACES TO WS-FILIAL
            PERFORM 1050-PROMPT-FILIAL THRU 1050-EXIT
                UNTIL WS-FILIAL NOT = SPACES
            PERFORM 1700-ABRIR-JANELA THRU 1700-EXIT
            OPEN I-O NAME-MASTER
            IF WS-NM-STATUS = '35'
                DISPLAY 'NAMEMSTR NAO ENCONTRADO - '
                PERFORM 1100-DETERMINAR-SEQUENCIA THRU 1100-EXIT
                PERFORM 1400-SEMEAR-TOTAIS THRU 1400-EXIT
            END-IF
            COMPUTE WS-SEQ-INICIAL = WS-SEQUENCIA + 1
            MOVE ZEROS TO FL-SEQUENCIA
            START FILIAL-MASTER KEY IS NOT LESS FL-SEQUENCIA
            EVALUATE WS-FL-STATUS

      *-----------------------------------------------------------*
      * 1050-PROMPT-FILIAL - REPETE O PEDIDO ATE RECEBER UM CODIGO *
      * DE FILIAL PREENCHIDO, CADASTRADO NO FILIAIS E ATIVO.  O    *
      * CODIGO IDENTIFICA A ORIGEM DE CADA LINHA DO MAPA MERGEXRF  *
      * - SEM ELE A TRADUCAO DE NUMERO ANTIGO NAO SABE DE QUAL     *
      * FILIAL SE TRATA, E UM CODIGO ERRADO NUNCA MAIS E ACHADO.   *
      * CODIGO RECUSADO VOLTA A BRANCO PARA O PEDIDO SE REPETIR.   *
      *-----------------------------------------------------------*
        1050-PROMPT-FILIAL.
            DISPLAY "DIGITE O CODIGO DA FILIAL CONSOLIDADA: "
            IF WS-FILIAL = SPACES
                DISPLAY "FILIAL EM BRANCO - ENTRADA OBRIGATORIA, "
                    "REDIGITE"
                GO TO 1050-EXIT
            END-IF
            MOVE WS-FILIAL TO FR-CODIGO
            READ CADASTRO-FILIAIS
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-FR-STATUS
                WHEN '00'
                    IF FR-FILIAL-ATIVA
                        DISPLAY "FILIAL " FR-CODIGO " - "
                            FR-NOME-ESCRITORIO
                    ELSE
                        DISPLAY "FILIAL " WS-FILIAL " INATIVA NO "
                            "CADASTRO - REDIGITE"
                        MOVE SPACES TO WS-FILIAL
                    END-IF
                WHEN '23'
                    DISPLAY "FILIAL " WS-FILIAL " NAO CADASTRADA - "
                        "REDIGITE (CADASTRO NA OPCAO 12 DO MENU)"
                    MOVE SPACES TO WS-FILIAL
                WHEN OTHER
                    PERFORM 8700-TRATAR-ERRO-FILIAIS
            END-EVALUATE.
        1050-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1700-ABRIR-JANELA - ABRE A JANELA DE BATCH NO SYSSTAT      *
      * (SUBPROGRAMA JANELA) ANTES DE A CONSOLIDACAO TOCAR O       *
      * MASTER: DAI EM DIANTE O MAINMENU SO LIBERA CONSULTA.  COM  *
      * SESSAO DE ATUALIZACAO ABERTA NO MENU O CONSOLIDA NAO       *
      * COMECA (RC 12) - OS OPERADORES SAEM DO MENU OU O           *
      * SUPERVISOR ENCERRA A SESSAO PRESA (OPCAO 11).              *
      *-----------------------------------------------------------*
        1700-ABRIR-JANELA.
            MOVE 'A' TO JC-FUNCAO
            MOVE 'CONSOLIDA' TO JC-PROGRAMA
            CALL "JANELA" USING JC-AREA-JANELA
            EVALUATE TRUE
                WHEN JC-OK
                    CONTINUE
                WHEN JC-RECUSADO
                    DISPLAY "CONSOLIDA NAO INICIADO - SESSOES DE "
                        "ATUALIZACAO ABERTAS NO MENU = "
                        JC-SESSOES-ABERTAS
                    DISPLAY "PRIMEIRA SESSAO: OPERADOR "
                        JC-OPERADOR-SESSAO
                    DISPLAY "OS OPERADORES DEVEM SAIR DO MENU - "
                        "SESSAO PRESA O SUPERVISOR ENCERRA NA OPCAO 11"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                WHEN OTHER
                    DISPLAY "CONSOLIDA NAO INICIADO - ERRO NO CONTROLE "
                        "DA JANELA DE BATCH (SYSSTAT)"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.
        1700-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1600-ABRIR-XREF - ABRE O ARQUIVO DE REFERENCIA CRUZADA     *
      * MERGEXRF EM MODO EXTEND (CRIANDO-O NA PRIMEIRA EXECUCAO) - *
        1600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1800-ABRIR-FILIAIS - ABRE O CADASTRO DE FILIAIS PARA       *
      * ATUALIZACAO (A HISTORIA DA FILIAL E REGRAVADA NO FIM).     *
      * CADASTRO AUSENTE E ERRO: NENHUM CODIGO SERIA ACEITO NO     *
      * PROMPT - O SUPERVISOR CADASTRA AS FILIAIS NA OPCAO 12.     *
      *-----------------------------------------------------------*
        1800-ABRIR-FILIAIS.
            OPEN I-O CADASTRO-FILIAIS
            IF WS-FR-STATUS = '35'
                DISPLAY 'FILIAIS NAO ENCONTRADO - CADASTRE AS '
                    'FILIAIS NA OPCAO 12 DO MENU'
                DISPLAY 'CONSOLIDACAO ABORTADA'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-FR-STATUS NOT = '00'
                PERFORM 8700-TRATAR-ERRO-FILIAIS
            END-IF.
        1800-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1100-DETERMINAR-SEQUENCIA - VARREDURA DE RESERVA DO MASTER *
      * DA MATRIZ PARA ACHAR O MAIOR NM-SEQUENCIA E A CONTAGEM     *
                        END-IF
                        MOVE CK-CONT-LIDOS TO WS-CONT-RESTART
                        MOVE CK-CONT-LIDOS TO WS-CONT-LIDOS
                        MOVE CK-SEQ-INICIAL TO WS-SEQ-INICIAL
                        MOVE CK-FLAGRADOS TO WS-FLAGRADOS-RODADA
                        DISPLAY "RETOMANDO CONSOLIDACAO A PARTIR DO "
                            "REGISTRO " WS-CONT-RESTART
                        PERFORM 1250-PULAR-REGISTRO THRU 1250-EXIT
                WHEN '02'
                    MOVE 'S' TO WS-SW-DUPLICADO
                    ADD 1 TO WS-CONT-FLAGRADOS
                    ADD 1 TO WS-FLAGRADOS-RODADA
                WHEN '23'
                    CONTINUE
                WHEN OTHER
            MOVE FL-SEQUENCIA TO XR-SEQ-FILIAL
            MOVE WS-SEQUENCIA TO XR-SEQ-MATRIZ
            MOVE WS-RC-DATA TO XR-DATA-MERGE
            IF WS-NOME-DUPLICADO
                MOVE 'S' TO XR-FLAGRADO
            ELSE
                MOVE 'N' TO XR-FLAGRADO
            END-IF
            WRITE XR-REGISTRO
            IF WS-XR-STATUS NOT = '00'
                PERFORM 8600-TRATAR-ERRO-XREF
        7200-GRAVAR-CHECKPOINT.
            MOVE WS-CONT-LIDOS TO CK-CONT-LIDOS
            MOVE WS-FILIAL TO CK-FILIAL
            MOVE WS-SEQ-INICIAL TO CK-SEQ-INICIAL
            MOVE WS-FLAGRADOS-RODADA TO CK-FLAGRADOS
            REWRITE CK-REGISTRO
                INVALID KEY
                    CONTINUE
        7200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7600-ATUALIZAR-FILIAL - GRAVA NO CADASTRO A HISTORIA DA    *
      * RODADA QUE TERMINOU: SOMA UMA CONSOLIDACAO E REGISTRA A    *
      * DATA, OS REGISTROS INCORPORADOS (CONTANDO OS DE ANTES DE   *
      * UMA RETOMADA), OS FLAGRADOS E A FAIXA DE NM-SEQUENCIA      *
      * RECEBIDA NA MATRIZ (ZERADA SE A FILIAL VEIO VAZIA).  UMA   *
      * FILIAL QUE SUMIU DO CADASTRO NO MEIO DE UMA RETOMADA SO    *
      * GERA AVISO - A CONSOLIDACAO EM SI JA ESTA FEITA.           *
      *-----------------------------------------------------------*
        7600-ATUALIZAR-FILIAL.
            MOVE WS-FILIAL TO FR-CODIGO
            READ CADASTRO-FILIAIS
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-FR-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    DISPLAY "AVISO: FILIAL " WS-FILIAL " FORA DO "
                        "CADASTRO - HISTORIA NAO ATUALIZADA"
                    GO TO 7600-EXIT
                WHEN OTHER
                    PERFORM 8700-TRATAR-ERRO-FILIAIS
            END-EVALUATE
            ADD 1 TO FR-QTDE-CONSOLIDACOES
            MOVE WS-RC-DATA TO FR-ULT-DATA
            MOVE WS-CONT-LIDOS TO FR-ULT-REGISTROS
            MOVE WS-FLAGRADOS-RODADA TO FR-ULT-FLAGRADOS
            IF WS-CONT-LIDOS > 0
                MOVE WS-SEQ-INICIAL TO FR-ULT-SEQ-INICIAL
                MOVE WS-SEQUENCIA TO FR-ULT-SEQ-FINAL
            ELSE
                MOVE ZERO TO FR-ULT-SEQ-INICIAL
                MOVE ZERO TO FR-ULT-SEQ-FINAL
            END-IF
            REWRITE FR-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-FR-STATUS NOT = '00'
                PERFORM 8700-TRATAR-ERRO-FILIAIS
            END-IF.
        7600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8500-TRATAR-ERRO-JORNAL - TRATAMENTO PADRAO DE ERRO DE E/S *
      * NO JORNAL DE MUDANCAS CHGJRNL.  MESMA POLITICA DO 8000:    *
            CLOSE CHECKPOINT-FILE
            CLOSE JORNAL-MUDANCAS
            CLOSE ARQUIVO-XREF
            CLOSE CADASTRO-FILIAIS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

            CLOSE CHECKPOINT-FILE
            CLOSE JORNAL-MUDANCAS
            CLOSE ARQUIVO-XREF
            CLOSE CADASTRO-FILIAIS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8700-TRATAR-ERRO-FILIAIS - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO CADASTRO DE FILIAIS.  MESMA POLITICA DO 8000.       *
      *-----------------------------------------------------------*
        8700-TRATAR-ERRO-FILIAIS.
            DISPLAY "ERRO DE E/S EM FILIAIS - FILE STATUS = "
                WS-FR-STATUS
            DISPLAY "CONSOLIDACAO ABORTADA - ADICIONADOS = "
                WS-CONT-ADICIONADOS
            CLOSE NAME-MASTER
            CLOSE FILIAL-MASTER
            CLOSE CONTROLE-TOTAIS
            CLOSE RELATORIO-MERGE
            CLOSE CHECKPOINT-FILE
            CLOSE JORNAL-MUDANCAS
            CLOSE ARQUIVO-XREF
            CLOSE CADASTRO-FILIAIS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

            CLOSE CHECKPOINT-FILE
            CLOSE JORNAL-MUDANCAS
            CLOSE ARQUIVO-XREF
            CLOSE CADASTRO-FILIAIS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

            CLOSE CHECKPOINT-FILE
            CLOSE JORNAL-MUDANCAS
            CLOSE ARQUIVO-XREF
            CLOSE CADASTRO-FILIAIS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

            CLOSE CHECKPOINT-FILE
            CLOSE JORNAL-MUDANCAS
            CLOSE ARQUIVO-XREF
            CLOSE CADASTRO-FILIAIS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

            CLOSE CHECKPOINT-FILE
            CLOSE JORNAL-MUDANCAS
            CLOSE ARQUIVO-XREF
            CLOSE CADASTRO-FILIAIS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

            CLOSE CHECKPOINT-FILE
            CLOSE JORNAL-MUDANCAS
            CLOSE ARQUIVO-XREF
            CLOSE CADASTRO-FILIAIS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 9000-FINALIZAR - FECHA O RELATORIO COM OS TOTAIS DA        *
      * CONSOLIDACAO, GRAVA A HISTORIA DA RODADA NO CADASTRO DA    *
      * FILIAL (7600), ZERA O CHECKPOINT EM MERGECKP (A PROXIMA    *
      * CONSOLIDACAO E UMA CARGA NOVA, NAO UMA RETOMADA) E RESUME  *
      * NO CONSOLE PARA O OPERADOR.                                *
      *-----------------------------------------------------------*
            MOVE WS-CONT-FLAGRADOS TO WS-RP-FLAGRADOS
            MOVE WS-REL-RODAPE TO RM-LINHA
            PERFORM 7500-GRAVAR-LINHA THRU 7500-EXIT
            PERFORM 7600-ATUALIZAR-FILIAL THRU 7600-EXIT
            MOVE ZERO TO CK-CONT-LIDOS
            MOVE SPACES TO CK-FILIAL
            MOVE ZERO TO CK-SEQ-INICIAL
            MOVE ZERO TO CK-FLAGRADOS
            REWRITE CK-REGISTRO
                INVALID KEY
                    CONTINUE
            CLOSE CHECKPOINT-FILE
            CLOSE JORNAL-MUDANCAS
            CLOSE ARQUIVO-XREF
            CLOSE CADASTRO-FILIAIS
            DISPLAY "CONSOLIDA CONCLUIDA"
            DISPLAY "LIDOS DA FILIAL = " WS-CONT-LIDOS
            DISPLAY "ADICIONADOS     = " WS-CONT-ADICIONADOS
            DISPLAY "FLAGRADOS       = " WS-CONT-FLAGRADOS.

      *-----------------------------------------------------------*
      * 9100-FECHAR-JANELA - FECHA A ABERTURA DA JANELA DE BATCH   *
      * FEITA EM 1700, PRESERVANDO O RETURN-CODE DO CONSOLIDA.  SO *
      * O FIM NORMAL PASSA AQUI: UM ABORTO DEIXA A JANELA ABERTA   *
      * DE PROPOSITO, ATE O SUPERVISOR CONFERIR O MASTER E         *
      * LIBERA-LA NA OPCAO 11 DO MENU.                             *
      *-----------------------------------------------------------*
        9100-FECHAR-JANELA.
            MOVE RETURN-CODE TO WS-RC-SALVO
            MOVE 'F' TO JC-FUNCAO
            MOVE 'CONSOLIDA' TO JC-PROGRAMA
            CALL "JANELA" USING JC-AREA-JANELA
            IF NOT JC-OK
                DISPLAY "AVISO: A JANELA DE BATCH NAO FOI FECHADA - "
                    "O SUPERVISOR DEVE LIBERA-LA NA OPCAO 11"
            END-IF
            MOVE WS-RC-SALVO TO RETURN-CODE.
        9100-EXIT.
            EXIT.
