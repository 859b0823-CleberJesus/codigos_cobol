      *                    REPLAY (REGRAVAR QUEM NAO EXISTE,
      *                    EXCLUIR QUEM JA SUMIU) NAO ABORTA: E
      *                    CONTADA, AVISADA E ENTREGUE AO VERIFICA
      * 15/10/2026 CBCJ    LINHAS DE JORNAL DO ARQUIVO DE CONTATOS
      *                    (CJ-ARQUIVO = 'C') SAO PULADAS NO REPLAY -
      *                    AS IMAGENS DELAS NAO SAO NM-REGISTRO
      * 15/10/2026 CBCJ    O PROGRAMA ABRE A JANELA DE BATCH NO SYSSTAT
      *                    (SUBPROGRAMA JANELA, COPY JANCOM) ANTES DE
      *                    TOCAR O NAMEMSTR E A FECHA AO TERMINAR, PARA
      *                    O MAINMENU SO LIBERAR CONSULTA NESSE MEIO
      *                    TEMPO.  COM SESSAO DE ATUALIZACAO ABERTA NO
      *                    MENU NAO COMECA (RC 12)
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RESTAURA.

        WORKING-STORAGE SECTION.
        77  WS-NM-STATUS                PIC X(02).
        77  WS-RC-SALVO                 PIC S9(04) COMP VALUE ZERO.
        77  WS-BK-STATUS                PIC X(02).
        77  WS-GC-STATUS                PIC X(02).
        77  WS-GC-CHAVE                 PIC 9(04) COMP VALUE 1.
        01  WS-STAMP-REG.
            05  WS-SR-DATA              PIC X(10).
            05  WS-SR-HORA              PIC X(08).
        COPY JANCOM.

        PROCEDURE DIVISION.
        0000-MAINLINE.
            PERFORM 4000-RESSEMEAR-TOTAIS THRU 4000-EXIT
            PERFORM 5000-CONFERIR-FINAL THRU 5000-EXIT
            PERFORM 9000-FINALIZAR
            PERFORM 9100-FECHAR-JANELA THRU 9100-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
            MOVE BK-REGISTRO (2:10) TO WS-SB-DATA
            MOVE BK-REGISTRO (13:8) TO WS-SB-HORA
            DISPLAY "GERACAO DE " WS-SB-DATA " " WS-SB-HORA
            PERFORM 1200-ABRIR-JANELA THRU 1200-EXIT
            OPEN OUTPUT NAME-MASTER
            IF WS-NM-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1200-ABRIR-JANELA - ABRE A JANELA DE BATCH NO SYSSTAT      *
      * (SUBPROGRAMA JANELA) ANTES DE A RECONSTRUCAO TOCAR O       *
      * MASTER: DAI EM DIANTE O MAINMENU SO LIBERA CONSULTA.  COM  *
      * SESSAO DE ATUALIZACAO ABERTA NO MENU O RESTAURA NAO COMECA *
      * (RC 12) - OS OPERADORES SAEM DO MENU OU O SUPERVISOR       *
      * ENCERRA A SESSAO PRESA (OPCAO 11).                         *
      *-----------------------------------------------------------*
        1200-ABRIR-JANELA.
            MOVE 'A' TO JC-FUNCAO
            MOVE 'RESTAURA' TO JC-PROGRAMA
            CALL "JANELA" USING JC-AREA-JANELA
            EVALUATE TRUE
                WHEN JC-OK
                    CONTINUE
                WHEN JC-RECUSADO
                    DISPLAY "RESTAURA NAO INICIADO - SESSOES DE "
                        "ATUALIZACAO ABERTAS NO MENU = "
                        JC-SESSOES-ABERTAS
                    DISPLAY "PRIMEIRA SESSAO: OPERADOR "
                        JC-OPERADOR-SESSAO
                    DISPLAY "OS OPERADORES DEVEM SAIR DO MENU - "
                        "SESSAO PRESA O SUPERVISOR ENCERRA NA OPCAO 11"
                    CLOSE BACKUP-PLANO
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                WHEN OTHER
                    DISPLAY "RESTAURA NAO INICIADO - ERRO NO CONTROLE "
                        "DA JANELA DE BATCH (SYSSTAT)"
                    CLOSE BACKUP-PLANO
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.
        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2000-CARREGAR-GERACAO - LE A PROXIMA LINHA DA GERACAO E    *
      * CARREGA CADA DETALHE NO MASTER RECONSTRUIDO.  O TRAILER E  *
      * EXCLUSAO EXCLUI PELA SEQUENCIA.  ANOMALIAS (REGRAVAR QUEM  *
      * NAO EXISTE, INCLUIR QUEM JA EXISTE, EXCLUIR QUEM JA        *
      * SUMIU) SAO CONTADAS E AVISADAS, NAO ABORTAM - O VERIFICA   *
      * DA O VEREDITO FINAL.  LINHAS DO ARQUIVO DE CONTATOS NAO    *
      * SAO DO MASTER E SAO PULADAS.                               *
      *-----------------------------------------------------------*
        3100-REAPLICAR-MUDANCA.
            READ JORNAL-MUDANCAS
                    MOVE CJ-DATA TO WS-SR-DATA
                    MOVE CJ-HORA TO WS-SR-HORA
                    IF WS-STAMP-REG > WS-STAMP-BACKUP
                        AND NOT CJ-ARQ-CONTATO
                        EVALUATE TRUE
                            WHEN CJ-ACAO-INCLUSAO
                                PERFORM 3200-REAPLICAR-INCLUSAO
            END-IF
            DISPLAY "RESTAURA CONCLUIDA - ALTA SEQUENCIA = "
                WS-ALTA-SEQUENCIA.

      *-----------------------------------------------------------*
      * 9100-FECHAR-JANELA - FECHA A ABERTURA DA JANELA DE BATCH   *
      * FEITA EM 1200, PRESERVANDO O RETURN-CODE DO RESTAURA.  SO  *
      * O FIM NORMAL PASSA AQUI: UM ABORTO DEIXA A JANELA ABERTA   *
      * DE PROPOSITO, ATE O SUPERVISOR CONFERIR O MASTER E         *
      * LIBERA-LA NA OPCAO 11 DO MENU.                             *
      *-----------------------------------------------------------*
        9100-FECHAR-JANELA.
            MOVE RETURN-CODE TO WS-RC-SALVO
            MOVE 'F' TO JC-FUNCAO
            MOVE 'RESTAURA' TO JC-PROGRAMA
            CALL "JANELA" USING JC-AREA-JANELA
            IF NOT JC-OK
                DISPLAY "AVISO: A JANELA DE BATCH NAO FOI FECHADA - "
                    "O SUPERVISOR DEVE LIBERA-LA NA OPCAO 11"
            END-IF
            MOVE WS-RC-SALVO TO RETURN-CODE.
        9100-EXIT.
            EXIT.
