      *                    CONFERE COM O SOBREVIVENTE, 04 LINHA
      *                    SEM REMOCAO OU REMOVENDO O PROPRIO
      *                    SOBREVIVENTE
      * 15/10/2026 CBCJ    A REMOCAO (4100) ARQUIVA TAMBEM O CONTATO
      *                    DA SEQUENCIA REMOVIDA (7300), SE HOUVER,
      *                    NO CONTARQ (COPY CONTARQ), COM LINHA DE
      *                    JORNAL PROPRIA (CJ-ARQUIVO = 'C')
      * 15/10/2026 CBCJ    O PROGRAMA ABRE A JANELA DE BATCH NO SYSSTAT
      *                    (SUBPROGRAMA JANELA, COPY JANCOM) ANTES DE
      *                    TOCAR O NAMEMSTR E A FECHA AO TERMINAR, PARA
      *                    O MAINMENU SO LIBERAR CONSULTA NESSE MEIO
      *                    TEMPO.  COM SESSAO DE ATUALIZACAO ABERTA NO
      *                    MENU NAO COMECA (RC 12)
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RESOLVE.
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

        WORKING-STORAGE SECTION.
        77  WS-DC-STATUS                PIC X(02).
        77  WS-RC-SALVO                 PIC S9(04) COMP VALUE ZERO.
        77  WS-NM-STATUS                PIC X(02).
        77  WS-RJ-STATUS                PIC X(02).
        77  WS-CJ-STATUS                PIC X(02).
        77  WS-NH-STATUS                PIC X(02).
        77  WS-CO-STATUS                PIC X(02).
        77  WS-CA-STATUS                PIC X(02).
        77  WS-CT-STATUS                PIC X(02).
        77  WS-CT-CHAVE                 PIC 9(04) COMP VALUE 1.
        77  WS-LOTE                     PIC X(08).
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).
        COPY JANCOM.

        PROCEDURE DIVISION.
        0000-MAINLINE.
            PERFORM 2000-PROCESSAR-DECISAO THRU 2000-EXIT
                UNTIL WS-FIM-DECISOES
            PERFORM 9000-FINALIZAR
            PERFORM 9100-FECHAR-JANELA THRU 9100-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - ABRE O ARQUIVO DE DECISOES DUPLDEC      *
      * SOMENTE PARA LEITURA E O NAME-MASTER PARA ATUALIZACAO      *
      * (QUALQUER UM AUSENTE E ERRO), O JORNAL E O HISTORICO EM    *
      * EXTEND, OS CONTATOS EM I-O E O CONTARQ EM EXTEND (CRIADOS  *
      * NA PRIMEIRA EXECUCAO), O REJEITOS EM OUTPUT (CADA RODADA   *
      * DE DECISOES E UM LOTE NOVO, COMO O NAMEREJ DO TESTE-BATCH) *
      * E O CTLTOTLS COMO NO MANUTEN: TOTAL AUSENTE E AVISADO E AS *
      * REMOCOES SEGUEM SEM ATUALIZA-LO.  O IDENTIFICADOR DO LOTE  *
      * (RS+AAMMDD) CARIMBA JORNAL, HISTORICO E CONTARQ.           *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            OPEN INPUT ARQUIVO-DECISOES
            IF WS-DC-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-DECISOES
            END-IF
            PERFORM 1100-ABRIR-JANELA THRU 1100-EXIT
            OPEN I-O NAME-MASTER
            IF WS-NM-STATUS = '35'
                DISPLAY 'NAMEMSTR NAO ENCONTRADO - RESOLUCAO ABORTADA'
            IF WS-NH-STATUS NOT = '00'
                PERFORM 8300-TRATAR-ERRO-HISTORICO
            END-IF
            OPEN I-O ARQUIVO-CONTATOS
            IF WS-CO-STATUS = '35'
                OPEN OUTPUT ARQUIVO-CONTATOS
                CLOSE ARQUIVO-CONTATOS
                OPEN I-O ARQUIVO-CONTATOS
            END-IF
            IF WS-CO-STATUS NOT = '00'
                PERFORM 8600-TRATAR-ERRO-CONTATOS
            END-IF
            OPEN EXTEND CONTATO-ARQUIVADO
            IF WS-CA-STATUS = '35'
                OPEN OUTPUT CONTATO-ARQUIVADO
                CLOSE CONTATO-ARQUIVADO
                OPEN EXTEND CONTATO-ARQUIVADO
            END-IF
            IF WS-CA-STATUS NOT = '00'
                PERFORM 8700-TRATAR-ERRO-CONTARQ
            END-IF
            OPEN OUTPUT ARQUIVO-REJEITOS
            IF WS-RJ-STATUS NOT = '00'
                PERFORM 8400-TRATAR-ERRO-REJEITOS
            STRING 'RS' WS-DC-AA WS-DC-MM WS-DC-DD
                DELIMITED BY SIZE INTO WS-LOTE.

      *-----------------------------------------------------------*
      * 1100-ABRIR-JANELA - ABRE A JANELA DE BATCH NO SYSSTAT      *
      * (SUBPROGRAMA JANELA) ANTES DE AS REMOCOES TOCAR O MASTER:  *
      * DAI EM DIANTE O MAINMENU SO LIBERA CONSULTA.  COM SESSAO   *
      * DE ATUALIZACAO ABERTA NO MENU O RESOLVE NAO COMECA (RC 12) *
      * - OS OPERADORES SAEM DO MENU OU O SUPERVISOR ENCERRA A     *
      * SESSAO PRESA (OPCAO 11).                                   *
      *-----------------------------------------------------------*
        1100-ABRIR-JANELA.
            MOVE 'A' TO JC-FUNCAO
            MOVE 'RESOLVE' TO JC-PROGRAMA
            CALL "JANELA" USING JC-AREA-JANELA
            EVALUATE TRUE
                WHEN JC-OK
                    CONTINUE
                WHEN JC-RECUSADO
                    DISPLAY "RESOLVE NAO INICIADO - SESSOES DE "
                        "ATUALIZACAO ABERTAS NO MENU = "
                        JC-SESSOES-ABERTAS
                    DISPLAY "PRIMEIRA SESSAO: OPERADOR "
                        JC-OPERADOR-SESSAO
                    DISPLAY "OS OPERADORES DEVEM SAIR DO MENU - "
                        "SESSAO PRESA O SUPERVISOR ENCERRA NA OPCAO 11"
                    CLOSE ARQUIVO-DECISOES
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                WHEN OTHER
                    DISPLAY "RESOLVE NAO INICIADO - ERRO NO CONTROLE "
                        "DA JANELA DE BATCH (SYSSTAT)"
                    CLOSE ARQUIVO-DECISOES
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1300-ABRIR-TOTAIS - ABRE O ARQUIVO DE TOTAIS DE CONTROLE   *
      * CTLTOTLS (CRIANDO-O VAZIO SE AINDA NAO EXISTIR) E LE O     *
      *-----------------------------------------------------------*
      * 4000-APLICAR-DECISAO - REMOVE CADA SEQUENCIA VALIDADA DA   *
      * TABELA, COM A MESMA DISCIPLINA DO MANUTEN: JORNAL E        *
      * HISTORICO ANTES DO DELETE, TOTAL DE CONTROLE DEPOIS E O    *
      * CONTATO DA SEQUENCIA REMOVIDA ARQUIVADO NO CONTARQ (7300). *
      *-----------------------------------------------------------*
        4000-APLICAR-DECISAO.
            PERFORM 4100-REMOVER-REGISTRO THRU 4100-EXIT
                    IF WS-TOTAIS-DISPONIVEIS
                        PERFORM 7200-ATUALIZAR-TOTAIS THRU 7200-EXIT
                    END-IF
                    PERFORM 7300-ARQUIVAR-CONTATO THRU 7300-EXIT
                    ADD 1 TO WS-CONT-REMOVIDOS
                WHEN '23'
                    ADD 1 TO WS-CONT-AVISOS
        7200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7300-ARQUIVAR-CONTATO - SE A SEQUENCIA RECEM-REMOVIDA TEM  *
      * CONTATO, GRAVA A LINHA DE JORNAL DE CONTATO, COPIA O       *
      * CONTATO PARA O CONTARQ CARIMBADO COM O IDENTIFICADOR DO    *
      * LOTE E SO ENTAO O APAGA, COMO NO MANUTEN.                  *
      *-----------------------------------------------------------*
        7300-ARQUIVAR-CONTATO.
            MOVE WS-SEQ-REM (WS-IND-REM) TO CO-SEQUENCIA
            READ ARQUIVO-CONTATOS
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-CO-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    GO TO 7300-EXIT
                WHEN OTHER
                    PERFORM 8600-TRATAR-ERRO-CONTATOS
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
                PERFORM 8700-TRATAR-ERRO-CONTARQ
            END-IF
            DELETE ARQUIVO-CONTATOS RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            IF WS-CO-STATUS NOT = '00'
                PERFORM 8600-TRATAR-ERRO-CONTATOS
            END-IF.
        7300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO NAME-MASTER.  ABORTA A RESOLUCAO NO PONTO EM QUE    *
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8600-TRATAR-ERRO-CONTATOS - TRATAMENTO PADRAO DE ERRO DE   *
      * E/S NO ARQUIVO DE CONTATOS.  MESMA POLITICA DO 8000.       *
      *-----------------------------------------------------------*
        8600-TRATAR-ERRO-CONTATOS.
            DISPLAY "ERRO DE E/S EM CONTATOS - FILE STATUS = "
                WS-CO-STATUS
            DISPLAY "RESOLUCAO ABORTADA - REMOVIDOS ATE AGORA = "
                WS-CONT-REMOVIDOS
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8700-TRATAR-ERRO-CONTARQ - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO CONTARQ.  MESMA POLITICA DO 8000: O CONTATO NAO E   *
      * APAGADO SEM SER ARQUIVADO.                                 *
      *-----------------------------------------------------------*
        8700-TRATAR-ERRO-CONTARQ.
            DISPLAY "ERRO DE E/S EM CONTARQ - FILE STATUS = "
                WS-CA-STATUS
            DISPLAY "RESOLUCAO ABORTADA - REMOVIDOS ATE AGORA = "
                WS-CONT-REMOVIDOS
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

        8900-FECHAR-ARQUIVOS.
            CLOSE ARQUIVO-DECISOES
            CLOSE NAME-MASTER
            CLOSE ARQUIVO-REJEITOS
            CLOSE JORNAL-MUDANCAS
            CLOSE ARQUIVO-HISTORICO
            CLOSE ARQUIVO-CONTATOS
            CLOSE CONTATO-ARQUIVADO
            CLOSE CONTROLE-TOTAIS.
        8900-EXIT.
            EXIT.
            IF WS-CONT-REJEITADAS > ZEROS
                MOVE 8 TO RETURN-CODE
            END-IF.

      *-----------------------------------------------------------*
      * 9100-FECHAR-JANELA - FECHA A ABERTURA DA JANELA DE BATCH   *
      * FEITA EM 1100, PRESERVANDO O RETURN-CODE DO RESOLVE.  SO O *
      * FIM NORMAL PASSA AQUI: UM ABORTO DEIXA A JANELA ABERTA DE  *
      * PROPOSITO, ATE O SUPERVISOR CONFERIR O MASTER E LIBERA-LA  *
      * NA OPCAO 11 DO MENU.                                       *
      *-----------------------------------------------------------*
        9100-FECHAR-JANELA.
            MOVE RETURN-CODE TO WS-RC-SALVO
            MOVE 'F' TO JC-FUNCAO
            MOVE 'RESOLVE' TO JC-PROGRAMA
            CALL "JANELA" USING JC-AREA-JANELA
            IF NOT JC-OK
                DISPLAY "AVISO: A JANELA DE BATCH NAO FOI FECHADA - "
                    "O SUPERVISOR DEVE LIBERA-LA NA OPCAO 11"
            END-IF
            MOVE WS-RC-SALVO TO RETURN-CODE.
        9100-EXIT.
            EXIT.
