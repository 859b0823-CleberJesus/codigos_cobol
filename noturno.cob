      *                    SEM REPETIR OS JA CONCLUIDOS.  AO FIM DE
      *                    UM STREAM COMPLETO O CHECKPOINT E ZERADO,
      *                    POIS A PROXIMA NOITE COMECA DO PASSO 1
      * 15/10/2026 CBCJ    NOVO PASSO 5-CONFJRNL (CONFERENCIA DO
      *                    JORNAL CHGJRNL CONTRA O NAMEMSTR), ANTES
      *                    DO REORG, QUE PASSA A SER O PASSO 6.  O RC
      *                    8 DO CONFJRNL PARA O STREAM COMO O DO
      *                    VERIFICA: O REORG NAO DESCARTA A GERACAO
      *                    DE BACKUP QUE O JORNAL JA NAO COMPLETA
      * 15/10/2026 CBCJ    NOVO PASSO 7-EXPURGO (RETENCAO DOS
      *                    ARQUIVOS DE HISTORICO), DEPOIS DO REORG,
      *                    PARA O CORTE DO CHGJRNL JA ENXERGAR A
      *                    GERACAO DE BACKUP DA NOITE.  O STREAMLG E
      *                    UM DOS ARQUIVOS EXPURGADOS, ENTAO O LOG E
      *                    FECHADO DURANTE O PASSO E REABERTO EM
      *                    EXTEND NA VOLTA (2100-CHAMAR-EXPURGO)
      * 15/10/2026 CBCJ    O PROGRAMA ABRE A JANELA DE BATCH NO SYSSTAT
      *                    (SUBPROGRAMA JANELA, COPY JANCOM) ANTES DE
      *                    TOCAR O NAMEMSTR E A FECHA AO TERMINAR, PARA
      *                    O MAINMENU SO LIBERAR CONSULTA NESSE MEIO
      *                    TEMPO.  COM SESSAO DE ATUALIZACAO ABERTA NO
      *                    MENU NAO COMECA (RC 12)
      * 15/10/2026 CBCJ    NOVO PASSO 8-AUDOPER (EXCECOES DE OPERADOR
      *                    NO CHGJRNL PARA A AUDITORIA INTERNA).  O
      *                    RC 4 DO AUDOPER E AVISO, NAO FALHA: O
      *                    PASSO E REGISTRADO COMO EXCECOES E
      *                    CONCLUIDO, E O STREAM COMPLETO DEVOLVE RC
      *                    4 AO SCHEDULER PARA O RELATORIO AUDOREL
      *                    SEGUIR PARA A AUDITORIA
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. NOTURNO.

        WORKING-STORAGE SECTION.
        77  WS-LG-STATUS                PIC X(02).
        77  WS-RC-SALVO                 PIC S9(04) COMP VALUE ZERO.
        77  WS-SC-STATUS                PIC X(02).
        77  WS-SC-CHAVE                 PIC 9(04) COMP VALUE 1.
        77  WS-PASSO                    PIC 9(02) COMP VALUE ZERO.
        77  WS-PASSO-INICIAL            PIC 9(02) COMP VALUE 1.
        77  WS-ULTIMO-PASSO             PIC 9(02) COMP VALUE 8.
        77  WS-RC-PASSO                 PIC S9(04) COMP VALUE ZERO.
        77  WS-RC-AVISO                 PIC S9(04) COMP VALUE ZERO.
        77  WS-PASSO-EDIT               PIC 9(02).
        77  WS-SW-FALHA                 PIC X(01) VALUE 'N'.
            88  WS-STREAM-FALHOU                VALUE 'S'.
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).
        COPY JANCOM.

        PROCEDURE DIVISION.
        0000-MAINLINE.
                UNTIL WS-PASSO > WS-ULTIMO-PASSO
                OR WS-STREAM-FALHOU
            PERFORM 9000-FINALIZAR
            PERFORM 9100-FECHAR-JANELA THRU 9100-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
            IF WS-LG-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-LOG
            END-IF
            PERFORM 1100-ABRIR-JANELA THRU 1100-EXIT
            OPEN I-O STREAM-CHECKPOINT
            IF WS-SC-STATUS = '35'
                OPEN OUTPUT STREAM-CHECKPOINT
                    PERFORM 8100-TRATAR-ERRO-CHECKPOINT
            END-EVALUATE.

      *-----------------------------------------------------------*
      * 1100-ABRIR-JANELA - ABRE A JANELA DE BATCH NO SYSSTAT      *
      * (SUBPROGRAMA JANELA) ANTES DE O PRIMEIRO PASSO TOCAR O     *
      * MASTER: DAI EM DIANTE O MAINMENU SO LIBERA CONSULTA.  COM  *
      * SESSAO DE ATUALIZACAO ABERTA NO MENU O NOTURNO NAO COMECA  *
      * (RC 12) - OS OPERADORES SAEM DO MENU OU O SUPERVISOR       *
      * ENCERRA A SESSAO PRESA (OPCAO 11).                         *
      *-----------------------------------------------------------*
        1100-ABRIR-JANELA.
            MOVE 'A' TO JC-FUNCAO
            MOVE 'NOTURNO' TO JC-PROGRAMA
            CALL "JANELA" USING JC-AREA-JANELA
            EVALUATE TRUE
                WHEN JC-OK
                    CONTINUE
                WHEN JC-RECUSADO
                    MOVE "STREAM NAO INICIADO - SESSOES ABERTAS NO MENU"
                        TO WS-LT-TEXTO
                    PERFORM 7100-GRAVAR-LOG-TEXTO THRU 7100-EXIT
                    DISPLAY "NOTURNO NAO INICIADO - SESSOES DE "
                        "ATUALIZACAO ABERTAS NO MENU = "
                        JC-SESSOES-ABERTAS
                    DISPLAY "PRIMEIRA SESSAO: OPERADOR "
                        JC-OPERADOR-SESSAO
                    DISPLAY "OS OPERADORES DEVEM SAIR DO MENU - "
                        "SESSAO PRESA O SUPERVISOR ENCERRA NA OPCAO 11"
                    CLOSE STREAM-LOG
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                WHEN OTHER
                    MOVE "STREAM NAO INICIADO - ERRO NA JANELA DE BATCH"
                        TO WS-LT-TEXTO
                    PERFORM 7100-GRAVAR-LOG-TEXTO THRU 7100-EXIT
                    DISPLAY "NOTURNO NAO INICIADO - ERRO NO CONTROLE "
                        "DA JANELA DE BATCH (SYSSTAT)"
                    CLOSE STREAM-LOG
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2000-EXECUTAR-PASSO - EXECUTA O PASSO CORRENTE DA ORDEM    *
      * FIXA, CONFERE O RETURN-CODE DEVOLVIDO E REGISTRA O         *
      * RESULTADO NO LOG.  PASSO BOM (RC ZERO) AVANCA O CHECKPOINT *
      * PARA O PASSO CONCLUIDO; PASSO RUIM PARA O STREAM ALI,      *
      * DEIXANDO O CHECKPOINT NO ULTIMO PASSO BOM PARA A           *
      * REEXECUCAO RETOMAR DO PASSO QUE FALHOU.  O RC 4 DO AUDOPER *
      * (HA EXCECOES DE OPERADOR) CONCLUI O PASSO COMO O RC ZERO E *
      * FICA GUARDADO EM WS-RC-AVISO PARA O 9000.                  *
      *-----------------------------------------------------------*
        2000-EXECUTAR-PASSO.
            MOVE 0 TO RETURN-CODE
                    MOVE 'RELOPER' TO WS-LP-PROGRAMA
                    CALL "RELOPER"
                WHEN 5
                    MOVE 'CONFJRNL' TO WS-LP-PROGRAMA
                    CALL "CONFJRNL"
                WHEN 6
                    MOVE 'REORG' TO WS-LP-PROGRAMA
                    CALL "REORG"
                WHEN 7
                    MOVE 'EXPURGO' TO WS-LP-PROGRAMA
                    PERFORM 2100-CHAMAR-EXPURGO THRU 2100-EXIT
                WHEN 8
                    MOVE 'AUDOPER' TO WS-LP-PROGRAMA
                    CALL "AUDOPER"
            END-EVALUATE
            MOVE RETURN-CODE TO WS-RC-PASSO
            MOVE WS-PASSO TO WS-LP-PASSO
                MOVE 'OK' TO WS-LP-RESULTADO
                PERFORM 7000-GRAVAR-LOG-PASSO THRU 7000-EXIT
                PERFORM 3000-GRAVAR-CHECKPOINT THRU 3000-EXIT
                GO TO 2000-EXIT
            END-IF
            IF WS-PASSO = 8 AND WS-RC-PASSO = 4
                MOVE 'EXCECOES' TO WS-LP-RESULTADO
                PERFORM 7000-GRAVAR-LOG-PASSO THRU 7000-EXIT
                PERFORM 3000-GRAVAR-CHECKPOINT THRU 3000-EXIT
                MOVE WS-RC-PASSO TO WS-RC-AVISO
                DISPLAY "NOTURNO: AUDOPER APONTOU EXCECOES DE "
                    "OPERADOR - RELATORIO AUDOREL PARA A AUDITORIA"
            ELSE
                MOVE 'FALHOU' TO WS-LP-RESULTADO
                PERFORM 7000-GRAVAR-LOG-PASSO THRU 7000-EXIT
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2100-CHAMAR-EXPURGO - O EXPURGO REGRAVA O PROPRIO STREAMLG *
      * (RETENCAO DO LOG DO STREAM), QUE NAO PODE ESTAR ABERTO     *
      * AQUI ENQUANTO ISSO.  O LOG E FECHADO ANTES DO CALL E       *
      * REABERTO EM EXTEND NA VOLTA, PARA RECEBER A LINHA DO PASSO *
      * - O RETURN-CODE DO EXPURGO E GUARDADO ANTES DO OPEN.       *
      *-----------------------------------------------------------*
        2100-CHAMAR-EXPURGO.
            CLOSE STREAM-LOG
            CALL "EXPURGO"
            MOVE RETURN-CODE TO WS-RC-PASSO
            OPEN EXTEND STREAM-LOG
            IF WS-LG-STATUS = '35'
                OPEN OUTPUT STREAM-LOG
                CLOSE STREAM-LOG
                OPEN EXTEND STREAM-LOG
            END-IF
            IF WS-LG-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-LOG
            END-IF
            MOVE WS-RC-PASSO TO RETURN-CODE.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-GRAVAR-CHECKPOINT - REGISTRA EM STRMCKP O PASSO       *
      * RECEM-CONCLUIDO.  A PRIMEIRA GRAVACAO USA WRITE (STATUS    *

      *-----------------------------------------------------------*
      * 9000-FINALIZAR - NUM STREAM COMPLETO, ZERA O CHECKPOINT (A *
      * PROXIMA NOITE COMECA DO PASSO 1) E REGISTRA A CONCLUSAO,   *
      * DEVOLVENDO O RC DE AVISO DO AUDOPER (4 COM EXCECOES, SENAO *
      * ZERO); NUM STREAM PARADO, PRESERVA O CHECKPOINT E DEVOLVE  *
      * O RC DO PASSO QUE FALHOU PARA O SCHEDULER.                 *
      *-----------------------------------------------------------*
        9000-FINALIZAR.
            IF WS-STREAM-FALHOU
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-RC-AVISO = ZERO
                    MOVE "STREAM CONCLUIDO" TO WS-LT-TEXTO
                    DISPLAY "NOTURNO: STREAM CONCLUIDO"
                ELSE
                    MOVE "STREAM CONCLUIDO COM EXCECOES DE AUDITORIA"
                        TO WS-LT-TEXTO
                    DISPLAY "NOTURNO: STREAM CONCLUIDO COM EXCECOES "
                        "DE AUDITORIA"
                END-IF
                PERFORM 7100-GRAVAR-LOG-TEXTO THRU 7100-EXIT
                MOVE WS-RC-AVISO TO RETURN-CODE
            END-IF
            CLOSE STREAM-LOG
            CLOSE STREAM-CHECKPOINT.

      *-----------------------------------------------------------*
      * 9100-FECHAR-JANELA - FECHA A ABERTURA DA JANELA DE BATCH   *
      * FEITA EM 1100, PRESERVANDO O RETURN-CODE DO NOTURNO.  SO O *
      * FIM NORMAL PASSA AQUI: UM ABORTO DEIXA A JANELA ABERTA DE  *
      * PROPOSITO, ATE O SUPERVISOR CONFERIR O MASTER E LIBERA-LA  *
      * NA OPCAO 11 DO MENU.                                       *
      *-----------------------------------------------------------*
        9100-FECHAR-JANELA.
            MOVE RETURN-CODE TO WS-RC-SALVO
            MOVE 'F' TO JC-FUNCAO
            MOVE 'NOTURNO' TO JC-PROGRAMA
            CALL "JANELA" USING JC-AREA-JANELA
            IF NOT JC-OK
                DISPLAY "AVISO: A JANELA DE BATCH NAO FOI FECHADA - "
                    "O SUPERVISOR DEVE LIBERA-LA NA OPCAO 11"
            END-IF
            MOVE WS-RC-SALVO TO RETURN-CODE.
        9100-EXIT.
            EXIT.
