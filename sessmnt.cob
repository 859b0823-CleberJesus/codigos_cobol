      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - SITUACAO DO SISTEMA PARA
      *                    O SUPERVISOR, CALLED PELO MAINMENU (OPCAO
      *                    RESTRITA AO NIVEL SUPERVISOR E LIBERADA
      *                    MESMO COM A JANELA DE BATCH ABERTA).
      *                    MOSTRA A JANELA DE BATCH DO SYSSTAT
      *                    (SUBPROGRAMA JANELA) E AS SESSOES ABERTAS
      *                    NO ARQUIVO SESSOES (COPY SESSAO); ENCERRA
      *                    SESSAO PRESA - MENU DERRUBADO SEM PASSAR
      *                    PELA OPCAO 0, QUE BLOQUEIA O BATCH - E
      *                    LIBERA A JANELA DE BATCH DEIXADA ABERTA
      *                    PELO ABEND DE UM PROGRAMA BATCH
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SESSMNT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ARQUIVO-SESSOES ASSIGN TO "SESSOES"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SE-CHAVE
                FILE STATUS IS WS-SE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ARQUIVO-SESSOES
            LABEL RECORDS ARE STANDARD.
        COPY SESSAO.

        WORKING-STORAGE SECTION.
      * DECLARAÇÃO DE VARIÁVEIS
        77  WS-SE-STATUS        PIC X(02).
        77  WS-OPCAO            PIC X(01).
        77  WS-CODIGO-INFORMADO PIC X(08).
        77  WS-CONT-SESSOES     PIC 9(04) COMP VALUE ZERO.
        77  WS-CONT-EDIT        PIC Z(03)9.
        77  WS-ACAO             PIC X(01).
            88  WS-ACAO-ENCERRAR            VALUE 'E' 'e'.
            88  WS-ACAO-FIM                 VALUE 'F' 'f'.
        77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
            88  WS-CONFIRMA-SIM             VALUE 'S' 's'.
        77  WS-SW-ENCERRAR      PIC X(01) VALUE 'N'.
            88  WS-ENCERRAR-PROGRAMA        VALUE 'S'.
        77  WS-SW-FIM-SESSOES   PIC X(01) VALUE 'N'.
            88  WS-FIM-SESSOES              VALUE 'S'.
        77  WS-MARCA            PIC X(14).
        COPY JANCOM.

        LINKAGE SECTION.
        COPY OPERCOM.

        PROCEDURE DIVISION USING OC-AREA-OPERADOR.
      * COMANDO DISPLAY EXIBE NA TELA
      * COMANDO ACCEPT ENTRADA DE DADOS
      * GOBACK ENCERRA O PROGRAMA (OU RETORNA AO CHAMADOR, SE CALLED)
        0000-MAINLINE.
            PERFORM 1000-INICIALIZAR
            PERFORM 2000-EXIBIR-SITUACAO THRU 2000-EXIT
                UNTIL WS-ENCERRAR-PROGRAMA
            GOBACK.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - CONFERE O NIVEL DA SESSAO E REARMA O    *
      * SWITCH DE SAIDA, POIS UM SEGUNDO CALL NA MESMA SESSAO DO   *
      * MENU REAPROVEITA A WORKING-STORAGE.  O SESSOES E ABERTO E  *
      * FECHADO A CADA OPCAO: O MENU E O SUBPROGRAMA JANELA TAMBEM *
      * O USAM.                                                    *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            MOVE 'N' TO WS-SW-ENCERRAR
            IF NOT OC-NIVEL-SUPERVISOR
                DISPLAY "SITUACAO DO SISTEMA RESTRITA A SUPERVISOR"
                GOBACK
            END-IF.

      *-----------------------------------------------------------*
      * 2000-EXIBIR-SITUACAO - MOSTRA A JANELA DE BATCH (2100) E   *
      * AS OPCOES DO SUPERVISOR, E ENCAMINHA A ESCOLHIDA.          *
      *-----------------------------------------------------------*
        2000-EXIBIR-SITUACAO.
            PERFORM 2100-MOSTRAR-JANELA THRU 2100-EXIT
            DISPLAY "---------------------------------------------"
            DISPLAY " 1. LISTAR SESSOES ABERTAS"
            DISPLAY " 2. ENCERRAR SESSAO PRESA"
            DISPLAY " 3. LIBERAR JANELA DE BATCH PRESA"
            DISPLAY " 0. VOLTAR AO MENU"
            DISPLAY "---------------------------------------------"
            DISPLAY "DIGITE A OPCAO DESEJADA: "
            MOVE SPACE TO WS-OPCAO
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM 3000-LISTAR-SESSOES THRU 3000-EXIT
                WHEN '2'
                    PERFORM 4000-ENCERRAR-SESSAO THRU 4000-EXIT
                WHEN '3'
                    PERFORM 5000-LIBERAR-JANELA THRU 5000-EXIT
                WHEN '0'
                    MOVE 'S' TO WS-SW-ENCERRAR
                WHEN OTHER
                    DISPLAY "OPCAO INVALIDA - TENTE NOVAMENTE"
            END-EVALUATE.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2100-MOSTRAR-JANELA - CONSULTA O SYSSTAT PELO SUBPROGRAMA  *
      * JANELA E MOSTRA SE A JANELA DE BATCH ESTA LIVRE (E QUEM A  *
      * LIBEROU POR ULTIMO) OU ABERTA (QUEM ABRIU, QUANDO, O       *
      * ULTIMO PROGRAMA QUE ENTROU E O NIVEL DE ABERTURAS).        *
      *-----------------------------------------------------------*
        2100-MOSTRAR-JANELA.
            MOVE 'C' TO JC-FUNCAO
            MOVE 'SESSMNT' TO JC-PROGRAMA
            CALL "JANELA" USING JC-AREA-JANELA
            DISPLAY " "
            DISPLAY "============================================="
            DISPLAY " SITUACAO DO SISTEMA"
            DISPLAY "============================================="
            IF NOT JC-OK
                DISPLAY "SYSSTAT ILEGIVEL - VEJA A MENSAGEM ACIMA"
                GO TO 2100-EXIT
            END-IF
            IF JC-JANELA-LIVRE
                DISPLAY "JANELA DE BATCH: LIVRE"
                IF JC-LIBERADO-POR NOT = SPACES
                    DISPLAY "  LIBERADA POR " JC-LIBERADO-POR
                        " EM " JC-DATA-LIBERACAO " " JC-HORA-LIBERACAO
                END-IF
            ELSE
                DISPLAY "JANELA DE BATCH: ABERTA - ATUALIZACOES "
                    "FECHADAS NO MENU"
                DISPLAY "  ABERTA POR " JC-PROGRAMA-ABERTURA
                    " EM " JC-DATA-ABERTURA " " JC-HORA-ABERTURA
                DISPLAY "  ULTIMO PROGRAMA = " JC-PROGRAMA-ULTIMO
                    "  ABERTURAS PENDENTES = " JC-NIVEL-JANELA
            END-IF.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-LISTAR-SESSOES - LISTA TODAS AS SESSOES REGISTRADAS,  *
      * NA ORDEM DA CHAVE (OPERADOR, DATA E HORA DE INICIO), COM O *
      * NIVEL E O MODO (A=ATUALIZACAO, C=CONSULTA).  A SESSAO DO   *
      * PROPRIO SUPERVISOR VEM MARCADA.                            *
      *-----------------------------------------------------------*
        3000-LISTAR-SESSOES.
            MOVE ZERO TO WS-CONT-SESSOES
            MOVE 'N' TO WS-SW-FIM-SESSOES
            OPEN INPUT ARQUIVO-SESSOES
            IF WS-SE-STATUS = '35'
                DISPLAY "NENHUMA SESSAO REGISTRADA"
                GO TO 3000-EXIT
            END-IF
            IF WS-SE-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-SESSOES
            END-IF
            DISPLAY "OPERADOR INICIO              NIVEL MODO"
            PERFORM 3100-LISTAR-SESSAO THRU 3100-EXIT
                UNTIL WS-FIM-SESSOES
            CLOSE ARQUIVO-SESSOES
            MOVE WS-CONT-SESSOES TO WS-CONT-EDIT
            DISPLAY "SESSOES REGISTRADAS = " WS-CONT-EDIT.
        3000-EXIT.
            EXIT.

        3100-LISTAR-SESSAO.
            READ ARQUIVO-SESSOES NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-SE-STATUS
                WHEN '00'
                    ADD 1 TO WS-CONT-SESSOES
                    PERFORM 3200-MARCAR-SESSAO THRU 3200-EXIT
                    DISPLAY SE-OPERADOR " " SE-DATA-INICIO " "
                        SE-HORA-INICIO "   " SE-NIVEL "     "
                        SE-MODO " " WS-MARCA
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-SESSOES
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-SESSOES
            END-EVALUATE.
        3100-EXIT.
            EXIT.

        3200-MARCAR-SESSAO.
            IF SE-OPERADOR = OC-CODIGO
                AND SE-DATA-INICIO = OC-SESSAO-DATA
                AND SE-HORA-INICIO = OC-SESSAO-HORA
                MOVE "(ESTA SESSAO)" TO WS-MARCA
            ELSE
                MOVE SPACES TO WS-MARCA
            END-IF.
        3200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4000-ENCERRAR-SESSAO - PEDE O CODIGO DO OPERADOR E PERCORRE*
      * AS SESSOES DELE, UMA A UMA, PERGUNTANDO SE ENCERRA CADA    *
      * UMA (DELETE).  A SESSAO DO PROPRIO SUPERVISOR NAO E        *
      * OFERECIDA - ELA SE ENCERRA PELA OPCAO 0 DO MENU.  SO DEVE  *
      * SER ENCERRADA A SESSAO QUE NAO EXISTE MAIS DE FATO (MENU   *
      * DERRUBADO): UMA SESSAO VIVA PERDE A PROTECAO CONTRA O      *
      * BATCH.                                                     *
      *-----------------------------------------------------------*
        4000-ENCERRAR-SESSAO.
            MOVE SPACES TO WS-CODIGO-INFORMADO
            DISPLAY "DIGITE O CODIGO DO OPERADOR DA SESSAO: "
            ACCEPT WS-CODIGO-INFORMADO
            IF WS-CODIGO-INFORMADO = SPACES
                GO TO 4000-EXIT
            END-IF
            MOVE ZERO TO WS-CONT-SESSOES
            MOVE 'N' TO WS-SW-FIM-SESSOES
            OPEN I-O ARQUIVO-SESSOES
            IF WS-SE-STATUS = '35'
                DISPLAY "NENHUMA SESSAO REGISTRADA"
                GO TO 4000-EXIT
            END-IF
            IF WS-SE-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-SESSOES
            END-IF
            MOVE LOW-VALUES TO SE-CHAVE
            MOVE WS-CODIGO-INFORMADO TO SE-OPERADOR
            START ARQUIVO-SESSOES KEY IS NOT LESS THAN SE-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-SW-FIM-SESSOES
            END-START
            PERFORM 4100-OFERECER-SESSAO THRU 4100-EXIT
                UNTIL WS-FIM-SESSOES
            CLOSE ARQUIVO-SESSOES
            IF WS-CONT-SESSOES = ZERO
                DISPLAY "NENHUMA OUTRA SESSAO ABERTA PARA "
                    WS-CODIGO-INFORMADO
            END-IF.
        4000-EXIT.
            EXIT.

        4100-OFERECER-SESSAO.
            READ ARQUIVO-SESSOES NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-SE-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-SESSOES
                    GO TO 4100-EXIT
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-SESSOES
            END-EVALUATE
            IF SE-OPERADOR NOT = WS-CODIGO-INFORMADO
                MOVE 'S' TO WS-SW-FIM-SESSOES
                GO TO 4100-EXIT
            END-IF
            PERFORM 3200-MARCAR-SESSAO THRU 3200-EXIT
            IF WS-MARCA NOT = SPACES
                GO TO 4100-EXIT
            END-IF
            ADD 1 TO WS-CONT-SESSOES
            DISPLAY "SESSAO DE " SE-OPERADOR " INICIADA EM "
                SE-DATA-INICIO " " SE-HORA-INICIO "  MODO = " SE-MODO
            DISPLAY "ACAO: E=ENCERRAR  F=FIM  OUTRA TECLA=PROXIMA: "
            MOVE SPACE TO WS-ACAO
            ACCEPT WS-ACAO
            EVALUATE TRUE
                WHEN WS-ACAO-ENCERRAR
                    DELETE ARQUIVO-SESSOES RECORD
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                    IF WS-SE-STATUS NOT = '00'
                        PERFORM 8000-TRATAR-ERRO-SESSOES
                    END-IF
                    DISPLAY "SESSAO ENCERRADA"
                WHEN WS-ACAO-FIM
                    MOVE 'S' TO WS-SW-FIM-SESSOES
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5000-LIBERAR-JANELA - LIBERA A JANELA DE BATCH DEIXADA     *
      * ABERTA PELO ABEND DE UM PROGRAMA BATCH (SUBPROGRAMA JANELA *
      * FUNCAO 'L', GRAVANDO O CODIGO DO SUPERVISOR).  A           *
      * CONFIRMACAO LEMBRA QUE NENHUM BATCH PODE ESTAR RODANDO E   *
      * QUE O MASTER DEVE TER SIDO CONFERIDO (VERIFICA) ANTES.     *
      *-----------------------------------------------------------*
        5000-LIBERAR-JANELA.
            IF NOT JC-OK
                DISPLAY "SYSSTAT ILEGIVEL - JANELA NAO LIBERADA"
                GO TO 5000-EXIT
            END-IF
            IF JC-JANELA-LIVRE
                DISPLAY "A JANELA DE BATCH JA ESTA LIVRE"
                GO TO 5000-EXIT
            END-IF
            DISPLAY "SO LIBERE SE NENHUM BATCH ESTIVER RODANDO E O "
                "NAMEMSTR JA TIVER SIDO CONFERIDO (VERIFICA)"
            DISPLAY "LIBERAR A JANELA ABERTA POR "
                JC-PROGRAMA-ABERTURA " (S/N)? "
            MOVE SPACE TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF NOT WS-CONFIRMA-SIM
                DISPLAY "JANELA NAO LIBERADA"
                GO TO 5000-EXIT
            END-IF
            MOVE 'L' TO JC-FUNCAO
            MOVE OC-CODIGO TO JC-PROGRAMA
            CALL "JANELA" USING JC-AREA-JANELA
            IF JC-OK
                DISPLAY "JANELA DE BATCH LIBERADA POR " OC-CODIGO
            ELSE
                DISPLAY "JANELA NAO LIBERADA - VEJA A MENSAGEM ACIMA"
            END-IF.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-SESSOES - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO SESSOES.  DEVOLVE O CONTROLE AO CHAMADOR COM        *
      * RETURN-CODE DIFERENTE DE ZERO (EM VEZ DE STOP RUN), POIS O *
      * PROGRAMA RODA COMO SUBPROGRAMA DO MAINMENU.                *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-SESSOES.
            DISPLAY "ERRO DE E/S EM SESSOES - FILE STATUS = "
                WS-SE-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            CLOSE ARQUIVO-SESSOES
            MOVE 16 TO RETURN-CODE
            GOBACK.
