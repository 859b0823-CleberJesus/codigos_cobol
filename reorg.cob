      *                    DEPOIS DE OUTRA NAO DESTROI MAIS O UNICO
      *                    PONTO DE RETORNO.  O UTILITARIO RESTAURA
      *                    RECONSTROI O MASTER DA GERACAO ESCOLHIDA
      * 15/10/2026 CBCJ    O PROGRAMA ABRE A JANELA DE BATCH NO SYSSTAT
      *                    (SUBPROGRAMA JANELA, COPY JANCOM) ANTES DE
      *                    TOCAR O NAMEMSTR E A FECHA AO TERMINAR, PARA
      *                    O MAINMENU SO LIBERAR CONSULTA NESSE MEIO
      *                    TEMPO.  COM SESSAO DE ATUALIZACAO ABERTA NO
      *                    MENU NAO COMECA (RC 12)
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. REORG.

        WORKING-STORAGE SECTION.
        77  WS-NM-STATUS                PIC X(02).
        77  WS-RC-SALVO                 PIC S9(04) COMP VALUE ZERO.
        77  WS-BK-STATUS                PIC X(02).
        77  WS-CT-STATUS                PIC X(02).
        77  WS-CT-CHAVE                 PIC 9(04) COMP VALUE 1.
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).
        COPY JANCOM.

        PROCEDURE DIVISION.
        0000-MAINLINE.
            PERFORM 0500-ABRIR-JANELA THRU 0500-EXIT
            PERFORM 1000-DESCARREGAR-MASTER THRU 1000-EXIT
            PERFORM 2000-RECONSTRUIR-MASTER THRU 2000-EXIT
            PERFORM 3000-CONFERIR-CONTAGENS THRU 3000-EXIT
            PERFORM 4000-GRAVAR-TOTAIS THRU 4000-EXIT
            PERFORM 9000-FINALIZAR
            PERFORM 9100-FECHAR-JANELA THRU 9100-EXIT
            GOBACK.

      *-----------------------------------------------------------*
      * 0500-ABRIR-JANELA - ABRE A JANELA DE BATCH NO SYSSTAT      *
      * (SUBPROGRAMA JANELA) ANTES DE A REORGANIZACAO TOCAR O      *
      * MASTER: DAI EM DIANTE O MAINMENU SO LIBERA CONSULTA.  COM  *
      * SESSAO DE ATUALIZACAO ABERTA NO MENU O REORG NAO COMECA    *
      * (RC 12) - OS OPERADORES SAEM DO MENU OU O SUPERVISOR       *
      * ENCERRA A SESSAO PRESA (OPCAO 11).                         *
      *-----------------------------------------------------------*
        0500-ABRIR-JANELA.
            MOVE 'A' TO JC-FUNCAO
            MOVE 'REORG' TO JC-PROGRAMA
            CALL "JANELA" USING JC-AREA-JANELA
            EVALUATE TRUE
                WHEN JC-OK
                    CONTINUE
                WHEN JC-RECUSADO
                    DISPLAY "REORG NAO INICIADO - SESSOES DE "
                        "ATUALIZACAO ABERTAS NO MENU = "
                        JC-SESSOES-ABERTAS
                    DISPLAY "PRIMEIRA SESSAO: OPERADOR "
                        JC-OPERADOR-SESSAO
                    DISPLAY "OS OPERADORES DEVEM SAIR DO MENU - "
                        "SESSAO PRESA O SUPERVISOR ENCERRA NA OPCAO 11"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                WHEN OTHER
                    DISPLAY "REORG NAO INICIADO - ERRO NO CONTROLE "
                        "DA JANELA DE BATCH (SYSSTAT)"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
            END-EVALUATE.
        0500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1000-DESCARREGAR-MASTER - ABRE O NAME-MASTER SOMENTE PARA  *
      * LEITURA (AUSENTE E UM ERRO: NAO HA O QUE REORGANIZAR),     *
            CLOSE CONTROLE-TOTAIS
            DISPLAY "REORG CONCLUIDA - ALTA SEQUENCIA = "
                WS-ALTA-SEQUENCIA.

      *-----------------------------------------------------------*
      * 9100-FECHAR-JANELA - FECHA A ABERTURA DA JANELA DE BATCH   *
      * FEITA EM 0500, PRESERVANDO O RETURN-CODE DO REORG.  SO O   *
      * FIM NORMAL PASSA AQUI: UM ABORTO DEIXA A JANELA ABERTA DE  *
      * PROPOSITO, ATE O SUPERVISOR CONFERIR O MASTER E LIBERA-LA  *
      * NA OPCAO 11 DO MENU.                                       *
      *-----------------------------------------------------------*
        9100-FECHAR-JANELA.
            MOVE RETURN-CODE TO WS-RC-SALVO
            MOVE 'F' TO JC-FUNCAO
            MOVE 'REORG' TO JC-PROGRAMA
            CALL "JANELA" USING JC-AREA-JANELA
            IF NOT JC-OK
                DISPLAY "AVISO: A JANELA DE BATCH NAO FOI FECHADA - "
                    "O SUPERVISOR DEVE LIBERA-LA NA OPCAO 11"
            END-IF
            MOVE WS-RC-SALVO TO RETURN-CODE.
        9100-EXIT.
            EXIT.
