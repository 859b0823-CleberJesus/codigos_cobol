      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - CONTROLE DA JANELA DE
      *                    BATCH NO ARQUIVO DE SITUACAO SYSSTAT (COPY
      *                    SYSSTAT).  TODO PROGRAMA BATCH QUE
      *                    RECONSTROI OU ATUALIZA O NAMEMSTR EM MASSA
      *                    (NOTURNO, REORG, RESTAURA, CONSOLIDA E
      *                    RESOLVE) CALL ESTE SUBPROGRAMA PARA ABRIR
      *                    A JANELA ANTES DE TOCAR O MASTER E PARA
      *                    FECHA-LA AO TERMINAR; O MAINMENU E O
      *                    SESSMNT O CALL PARA CONSULTAR A SITUACAO.
      *                    A ABERTURA E RECUSADA ENQUANTO HOUVER
      *                    SESSAO DE ATUALIZACAO REGISTRADA NO
      *                    ARQUIVO SESSOES (COPY SESSAO).  AREA DE
      *                    CHAMADA NO COPY JANCOM
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. JANELA.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SITUACAO-SISTEMA ASSIGN TO "SYSSTAT"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS RANDOM
                RELATIVE KEY IS WS-ST-CHAVE
                FILE STATUS IS WS-ST-STATUS.
            SELECT ARQUIVO-SESSOES ASSIGN TO "SESSOES"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SE-CHAVE
                FILE STATUS IS WS-SE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SITUACAO-SISTEMA
            LABEL RECORDS ARE STANDARD.
        COPY SYSSTAT.

        FD  ARQUIVO-SESSOES
            LABEL RECORDS ARE STANDARD.
        COPY SESSAO.

        WORKING-STORAGE SECTION.
      * DECLARAÇÃO DE VARIÁVEIS
        77  WS-ST-STATUS        PIC X(02).
        77  WS-ST-CHAVE         PIC 9(04) COMP VALUE 1.
        77  WS-SE-STATUS        PIC X(02).
        77  WS-SW-FIM-SESSOES   PIC X(01) VALUE 'N'.
            88  WS-FIM-SESSOES              VALUE 'S'.
        01  WS-DATA-CORRENTE.
            05  WS-DC-YYYY              PIC X(04).
            05  WS-DC-MM                PIC X(02).
            05  WS-DC-DD                PIC X(02).
            05  WS-DC-HH                PIC X(02).
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).
        77  WS-DATA-HOJE        PIC X(10).
        77  WS-HORA-AGORA       PIC X(08).

        LINKAGE SECTION.
        COPY JANCOM.

        PROCEDURE DIVISION USING JC-AREA-JANELA.
      *-----------------------------------------------------------*
      * 0000-MAINLINE - LE O REGISTRO DE SITUACAO (1000), EXECUTA  *
      * A FUNCAO PEDIDA E DEVOLVE A SITUACAO RESULTANTE NA AREA DE *
      * CHAMADA.  O SYSSTAT E ABERTO E FECHADO A CADA CALL, POIS   *
      * VARIOS PROGRAMAS O LEEM E GRAVAM AO LONGO DO DIA.          *
      *-----------------------------------------------------------*
        0000-MAINLINE.
            MOVE '00' TO JC-RESULTADO
            MOVE ZERO TO JC-SESSOES-ABERTAS
            MOVE SPACES TO JC-OPERADOR-SESSAO
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO WS-DATA-HOJE
            STRING WS-DC-HH ':' WS-DC-MIN ':' WS-DC-SS
                DELIMITED BY SIZE INTO WS-HORA-AGORA
            PERFORM 1000-LER-SITUACAO THRU 1000-EXIT
            EVALUATE TRUE
                WHEN JC-ABRIR
                    PERFORM 2000-ABRIR-JANELA THRU 2000-EXIT
                WHEN JC-FECHAR
                    PERFORM 3000-FECHAR-JANELA THRU 3000-EXIT
                WHEN JC-LIBERAR
                    PERFORM 4000-LIBERAR-JANELA THRU 4000-EXIT
                WHEN JC-CONSULTAR
                    CONTINUE
                WHEN OTHER
                    DISPLAY "JANELA: FUNCAO INVALIDA = " JC-FUNCAO
                    MOVE '99' TO JC-RESULTADO
            END-EVALUATE
            MOVE ST-REGISTRO TO JC-SITUACAO
            CLOSE SITUACAO-SISTEMA
            GOBACK.

      *-----------------------------------------------------------*
      * 1000-LER-SITUACAO - ABRE O SYSSTAT E LE O REGISTRO UNICO.  *
      * NA PRIMEIRA EXECUCAO O ARQUIVO E CRIADO E O REGISTRO       *
      * SEMEADO COM A JANELA LIVRE.                                *
      *-----------------------------------------------------------*
        1000-LER-SITUACAO.
            OPEN I-O SITUACAO-SISTEMA
            IF WS-ST-STATUS = '35'
                OPEN OUTPUT SITUACAO-SISTEMA
                CLOSE SITUACAO-SISTEMA
                OPEN I-O SITUACAO-SISTEMA
            END-IF
            IF WS-ST-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-SITUACAO
            END-IF
            READ SITUACAO-SISTEMA
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-ST-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    MOVE SPACES TO ST-REGISTRO
                    MOVE ZERO TO ST-NIVEL-JANELA
                    WRITE ST-REGISTRO
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                    IF WS-ST-STATUS NOT = '00'
                        PERFORM 8000-TRATAR-ERRO-SITUACAO
                    END-IF
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-SITUACAO
            END-EVALUATE.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2000-ABRIR-JANELA - RECUSA A ABERTURA ('10') SE HOUVER     *
      * SESSAO DE ATUALIZACAO ABERTA (2100).  SENAO SOMA UM AO     *
      * NIVEL DA JANELA; A PRIMEIRA ABERTURA (NIVEL ZERO) GRAVA    *
      * QUEM ABRIU E QUANDO, AS DE DENTRO SO O ULTIMO PROGRAMA.    *
      *-----------------------------------------------------------*
        2000-ABRIR-JANELA.
            PERFORM 2100-CONTAR-SESSOES THRU 2100-EXIT
            IF JC-SESSOES-ABERTAS > ZERO
                MOVE '10' TO JC-RESULTADO
                GO TO 2000-EXIT
            END-IF
            IF ST-NIVEL-JANELA NOT NUMERIC
                MOVE ZERO TO ST-NIVEL-JANELA
            END-IF
            IF ST-JANELA-LIVRE
                MOVE JC-PROGRAMA TO ST-PROGRAMA-ABERTURA
                MOVE WS-DATA-HOJE TO ST-DATA-ABERTURA
                MOVE WS-HORA-AGORA TO ST-HORA-ABERTURA
            END-IF
            ADD 1 TO ST-NIVEL-JANELA
            MOVE JC-PROGRAMA TO ST-PROGRAMA-ULTIMO
            PERFORM 7000-REGRAVAR-SITUACAO THRU 7000-EXIT.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2100-CONTAR-SESSOES - PERCORRE O SESSOES E CONTA AS        *
      * SESSOES EM MODO DE ATUALIZACAO, GUARDANDO O OPERADOR DA    *
      * PRIMEIRA PARA A MENSAGEM DE RECUSA.  SESSOES AUSENTE E     *
      * NENHUMA SESSAO ABERTA.                                     *
      *-----------------------------------------------------------*
        2100-CONTAR-SESSOES.
            MOVE 'N' TO WS-SW-FIM-SESSOES
            OPEN INPUT ARQUIVO-SESSOES
            IF WS-SE-STATUS = '35'
                GO TO 2100-EXIT
            END-IF
            IF WS-SE-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-SESSOES
            END-IF
            PERFORM 2150-LER-SESSAO THRU 2150-EXIT
                UNTIL WS-FIM-SESSOES
            CLOSE ARQUIVO-SESSOES.
        2100-EXIT.
            EXIT.

        2150-LER-SESSAO.
            READ ARQUIVO-SESSOES NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-SE-STATUS
                WHEN '00'
                    IF SE-MODO-ATUALIZACAO
                        ADD 1 TO JC-SESSOES-ABERTAS
                        IF JC-OPERADOR-SESSAO = SPACES
                            MOVE SE-OPERADOR TO JC-OPERADOR-SESSAO
                        END-IF
                    END-IF
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-SESSOES
                WHEN OTHER
                    PERFORM 8100-TRATAR-ERRO-SESSOES
            END-EVALUATE.
        2150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-FECHAR-JANELA - DESCONTA UMA ABERTURA.  QUANDO O      *
      * NIVEL CHEGA A ZERO A JANELA FICA LIVRE E O PROGRAMA QUE A  *
      * FECHOU E GRAVADO COMO QUEM A LIBEROU.                      *
      *-----------------------------------------------------------*
        3000-FECHAR-JANELA.
            IF ST-NIVEL-JANELA NOT NUMERIC
                MOVE ZERO TO ST-NIVEL-JANELA
            END-IF
            IF ST-NIVEL-JANELA > ZERO
                SUBTRACT 1 FROM ST-NIVEL-JANELA
            END-IF
            IF ST-JANELA-LIVRE
                MOVE JC-PROGRAMA TO ST-LIBERADO-POR
                MOVE WS-DATA-HOJE TO ST-DATA-LIBERACAO
                MOVE WS-HORA-AGORA TO ST-HORA-LIBERACAO
            END-IF
            PERFORM 7000-REGRAVAR-SITUACAO THRU 7000-EXIT.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4000-LIBERAR-JANELA - LIBERACAO FORCADA PELO SUPERVISOR DE *
      * UMA JANELA PRESA POR ABEND: ZERA O NIVEL, QUALQUER QUE     *
      * SEJA, E GRAVA O CODIGO DO SUPERVISOR COMO QUEM LIBEROU.    *
      *-----------------------------------------------------------*
        4000-LIBERAR-JANELA.
            MOVE ZERO TO ST-NIVEL-JANELA
            MOVE JC-PROGRAMA TO ST-LIBERADO-POR
            MOVE WS-DATA-HOJE TO ST-DATA-LIBERACAO
            MOVE WS-HORA-AGORA TO ST-HORA-LIBERACAO
            PERFORM 7000-REGRAVAR-SITUACAO THRU 7000-EXIT.
        4000-EXIT.
            EXIT.

        7000-REGRAVAR-SITUACAO.
            REWRITE ST-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-ST-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-SITUACAO
            END-IF.
        7000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-SITUACAO - TRATAMENTO PADRAO DE ERRO DE   *
      * E/S NO SYSSTAT.  DEVOLVE '99' AO CHAMADOR (EM VEZ DE STOP  *
      * RUN), QUE DECIDE: O BATCH NAO COMECA E O MENU TRATA A      *
      * JANELA COMO FECHADA PARA ATUALIZACAO.                      *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-SITUACAO.
            DISPLAY "ERRO DE E/S EM SYSSTAT - FILE STATUS = "
                WS-ST-STATUS
            CLOSE SITUACAO-SISTEMA
            MOVE '99' TO JC-RESULTADO
            GOBACK.

      *-----------------------------------------------------------*
      * 8100-TRATAR-ERRO-SESSOES - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO SESSOES.  MESMA POLITICA DO 8000: SEM SABER QUEM    *
      * ESTA CONECTADO A JANELA NAO E ABERTA.                      *
      *-----------------------------------------------------------*
        8100-TRATAR-ERRO-SESSOES.
            DISPLAY "ERRO DE E/S EM SESSOES - FILE STATUS = "
                WS-SE-STATUS
            CLOSE ARQUIVO-SESSOES
            CLOSE SITUACAO-SISTEMA
            MOVE '99' TO JC-RESULTADO
            GOBACK.
