      *                    FILIAL PELO MAPA MERGEXRF DO CONSOLIDA
      *                    (PROGRAMA CONSXREF), COM O MESMO AVISO
      *                    DE ERRO DE E/S DO TESTE
      * 15/10/2026 CBCJ    NOVA OPCAO 8 - HISTORIA COMPLETA DE UMA
      *                    SEQUENCIA (PROGRAMA HISTSEQ): CAPTURA,
      *                    JORNAL, EXCLUSAO, RESTAURACAO E ORIGEM NA
      *                    FILIAL NUMA SO TELA, COM O MESMO AVISO DE
      *                    ERRO DE E/S DO TESTE
      * 15/10/2026 CBCJ    NOVA OPCAO 9 - APROVACAO DOS PEDIDOS DE
      *                    EXCLUSAO FEITOS POR OPERADOR COMUM NO
      *                    MANUTEN (PROGRAMA APROVEXC), RESTRITA AO
      *                    NIVEL SUPERVISOR COMO A OPCAO 5
      * 15/10/2026 CBCJ    NOVA OPCAO 10 - CONTATO/ENDERECO DE UMA
      *                    SEQUENCIA (PROGRAMA CONTMNT), COM A AREA DE
      *                    SESSAO DO SIGNON E O MESMO AVISO DE ERRO DE
      *                    E/S DO TESTE.  WS-OPCAO PASSA A X(02) PARA
      *                    ACEITAR A OPCAO DE DOIS DIGITOS
      * 15/10/2026 CBCJ    O SIGNON REGISTRA A SESSAO (OPERADOR E
      *                    INICIO) NO ARQUIVO SESSOES (COPY SESSAO),
      *                    APAGADA NA SAIDA PELA OPCAO 0 - COM SESSAO
      *                    DE ATUALIZACAO ABERTA OS PROGRAMAS BATCH
      *                    QUE MEXEM NO NAMEMSTR NAO COMECAM.  A CADA
      *                    EXIBICAO O MENU CONSULTA A JANELA DE BATCH
      *                    NO SYSSTAT (SUBPROGRAMA JANELA): ABERTA, SO
      *                    AS OPCOES DE CONSULTA FICAM LIBERADAS E O
      *                    MENU DIZ QUAL BATCH ESTA RODANDO.  NOVA
      *                    OPCAO 11 - SESSOES E JANELA DE BATCH
      *                    (PROGRAMA SESSMNT), RESTRITA AO NIVEL
      *                    SUPERVISOR
      * 15/10/2026 CBCJ    NOVA OPCAO 12 - CADASTRO DE FILIAIS DO
      *                    CONSOLIDA (PROGRAMA FILMNT), RESTRITA AO
      *                    NIVEL SUPERVISOR E FECHADA DURANTE A
      *                    JANELA DE BATCH COMO AS DEMAIS ATUALIZACOES
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MAINMENU.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OP-CODIGO
                FILE STATUS IS WS-OP-STATUS.
            SELECT ARQUIVO-SESSOES ASSIGN TO "SESSOES"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SE-CHAVE
                FILE STATUS IS WS-SE-STATUS.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD.
        COPY OPERREC.

        FD  ARQUIVO-SESSOES
            LABEL RECORDS ARE STANDARD.
        COPY SESSAO.

        WORKING-STORAGE SECTION.
      * DECLARAÇÃO DE VARIÁVEIS
        77  WS-OPCAO            PIC X(02).
            88  WS-OPCAO-ATUALIZACAO       VALUE '1' '4' '5' '6'
                                                 '9' '10' '12'.
        77  WS-OP-STATUS        PIC X(02).
        77  WS-SE-STATUS        PIC X(02).
        77  WS-MODO-SESSAO      PIC X(01) VALUE SPACE.
        77  WS-MODO-DESEJADO    PIC X(01).
        77  WS-CODIGO-DIGITADO  PIC X(08).
        77  WS-SW-CONTINUA      PIC X(01) VALUE 'S'.
            88  WS-CONTINUAR-MENU          VALUE 'S'.
            88  WS-SIGNON-OK               VALUE 'S'.
        77  WS-SW-OPER-NOVO     PIC X(01) VALUE 'N'.
            88  WS-OPERMSTR-NOVO           VALUE 'S'.
        77  WS-SW-JANELA        PIC X(01) VALUE 'N'.
            88  WS-SO-CONSULTA             VALUE 'S'.
        01  WS-DATA-CORRENTE.
            05  WS-DC-YYYY              PIC X(04).
            05  WS-DC-MM                PIC X(02).
            05  WS-DC-DD                PIC X(02).
            05  WS-DC-HH                PIC X(02).
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).
        COPY OPERCOM.
        COPY JANCOM.

        PROCEDURE DIVISION.
      * COMANDO DISPLAY EXIBE NA TELA
            CLOSE OPERADOR-MASTER
            PERFORM 1000-EXIBIR-MENU THRU 1000-EXIT
                UNTIL NOT WS-CONTINUAR-MENU
            PERFORM 0900-ENCERRAR-SESSAO THRU 0900-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      * OPERCOM), PASSADA POR LINKAGE AOS UTILITARIOS QUE CARIMBAM *
      * OU RESTRINGEM POR OPERADOR.  NUM OPERMSTR RECEM-CRIADO O   *
      * PRIMEIRO CODIGO DIGITADO E GRAVADO COMO SUPERVISOR INICIAL *
      * (NOME A COMPLETAR PELO OPERMNT).  A SESSAO ACEITA E        *
      * REGISTRADA NO SESSOES (0700).                              *
      *-----------------------------------------------------------*
        0600-SIGNON.
            MOVE SPACES TO WS-CODIGO-DIGITADO
                MOVE WS-CODIGO-DIGITADO TO OC-CODIGO
                MOVE 'S' TO OC-NIVEL
                MOVE 'S' TO WS-SW-SIGNON
                PERFORM 0700-REGISTRAR-SESSAO THRU 0700-EXIT
                GO TO 0600-EXIT
            END-IF
            MOVE WS-CODIGO-DIGITADO TO OP-CODIGO
                        MOVE 'S' TO WS-SW-SIGNON
                        DISPLAY "SESSAO ABERTA PARA " OP-CODIGO
                            " - " OP-NOME
                        PERFORM 0700-REGISTRAR-SESSAO THRU 0700-EXIT
                    ELSE
                        DISPLAY "OPERADOR INATIVO - SIGNON RECUSADO"
                    END-IF
        0600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 0700-REGISTRAR-SESSAO - GRAVA A SESSAO RECEM-ABERTA NO     *
      * SESSOES (CRIADO NA PRIMEIRA EXECUCAO), CHAVEADA PELO       *
      * OPERADOR E PELA DATA/HORA DE INICIO, QUE FICAM TAMBEM NA   *
      * AREA DE SESSAO.  COM A JANELA DE BATCH ABERTA A SESSAO     *
      * ENTRA EM MODO CONSULTA ('C'); SENAO, EM ATUALIZACAO ('A'). *
      *-----------------------------------------------------------*
        0700-REGISTRAR-SESSAO.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO OC-SESSAO-DATA
            STRING WS-DC-HH ':' WS-DC-MIN ':' WS-DC-SS
                DELIMITED BY SIZE INTO OC-SESSAO-HORA
            PERFORM 0800-CONSULTAR-JANELA THRU 0800-EXIT
            OPEN I-O ARQUIVO-SESSOES
            IF WS-SE-STATUS = '35'
                OPEN OUTPUT ARQUIVO-SESSOES
                CLOSE ARQUIVO-SESSOES
                OPEN I-O ARQUIVO-SESSOES
            END-IF
            IF WS-SE-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-SESSOES
            END-IF
            PERFORM 0750-GRAVAR-SESSAO THRU 0750-EXIT
            CLOSE ARQUIVO-SESSOES.
        0700-EXIT.
            EXIT.

        0750-GRAVAR-SESSAO.
            MOVE SPACES TO SE-REGISTRO
            MOVE OC-CODIGO TO SE-OPERADOR
            MOVE OC-SESSAO-DATA TO SE-DATA-INICIO
            MOVE OC-SESSAO-HORA TO SE-HORA-INICIO
            MOVE OC-NIVEL TO SE-NIVEL
            MOVE WS-MODO-DESEJADO TO SE-MODO
            WRITE SE-REGISTRO
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-SE-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-SESSOES
            END-IF
            MOVE WS-MODO-DESEJADO TO WS-MODO-SESSAO.
        0750-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 0800-CONSULTAR-JANELA - LE A SITUACAO DO SISTEMA PELO      *
      * SUBPROGRAMA JANELA E DECIDE O MODO DA SESSAO: JANELA DE    *
      * BATCH ABERTA (OU SYSSTAT ILEGIVEL, POR PRUDENCIA) E SO     *
      * CONSULTA.                                                  *
      *-----------------------------------------------------------*
        0800-CONSULTAR-JANELA.
            MOVE 'C' TO JC-FUNCAO
            MOVE 'MAINMENU' TO JC-PROGRAMA
            CALL "JANELA" USING JC-AREA-JANELA
            IF JC-OK AND JC-JANELA-LIVRE
                MOVE 'N' TO WS-SW-JANELA
                MOVE 'A' TO WS-MODO-DESEJADO
            ELSE
                MOVE 'S' TO WS-SW-JANELA
                MOVE 'C' TO WS-MODO-DESEJADO
            END-IF.
        0800-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 0850-ATUALIZAR-MODO - QUANDO O MODO DECIDIDO EM 0800 MUDA  *
      * (SESSAO ABERTA DURANTE O BATCH QUE AGORA PODE ATUALIZAR),  *
      * REGRAVA O MODO NO SESSOES.  SESSAO QUE O SUPERVISOR        *
      * ENCERROU COMO PRESA E GRAVADA DE NOVO.                     *
      *-----------------------------------------------------------*
        0850-ATUALIZAR-MODO.
            IF WS-MODO-DESEJADO = WS-MODO-SESSAO
                GO TO 0850-EXIT
            END-IF
            OPEN I-O ARQUIVO-SESSOES
            IF WS-SE-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-SESSOES
            END-IF
            MOVE OC-CODIGO TO SE-OPERADOR
            MOVE OC-SESSAO-DATA TO SE-DATA-INICIO
            MOVE OC-SESSAO-HORA TO SE-HORA-INICIO
            READ ARQUIVO-SESSOES
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-SE-STATUS
                WHEN '00'
                    MOVE WS-MODO-DESEJADO TO SE-MODO
                    REWRITE SE-REGISTRO
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    IF WS-SE-STATUS NOT = '00'
                        PERFORM 8100-TRATAR-ERRO-SESSOES
                    END-IF
                    MOVE WS-MODO-DESEJADO TO WS-MODO-SESSAO
                WHEN '23'
                    PERFORM 0750-GRAVAR-SESSAO THRU 0750-EXIT
                WHEN OTHER
                    PERFORM 8100-TRATAR-ERRO-SESSOES
            END-EVALUATE
            CLOSE ARQUIVO-SESSOES.
        0850-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 0900-ENCERRAR-SESSAO - APAGA O REGISTRO DA SESSAO NA SAIDA *
      * PELA OPCAO 0.  SESSAO QUE JA NAO ESTA NO ARQUIVO (ENCERRADA*
      * PELO SUPERVISOR) NAO E ERRO.                               *
      *-----------------------------------------------------------*
        0900-ENCERRAR-SESSAO.
            OPEN I-O ARQUIVO-SESSOES
            IF WS-SE-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-SESSOES
            END-IF
            MOVE OC-CODIGO TO SE-OPERADOR
            MOVE OC-SESSAO-DATA TO SE-DATA-INICIO
            MOVE OC-SESSAO-HORA TO SE-HORA-INICIO
            DELETE ARQUIVO-SESSOES RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            IF WS-SE-STATUS NOT = '00'
                AND WS-SE-STATUS NOT = '23'
                PERFORM 8100-TRATAR-ERRO-SESSOES
            END-IF
            CLOSE ARQUIVO-SESSOES.
        0900-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1000-EXIBIR-MENU - EXIBE O MENU, CALL O UTILITARIO         *
      * ESCOLHIDO E VOLTA PARA O MENU ATE O OPERADOR ESCOLHER SAIR.*
      * O TESTE, O MANUTEN E O CONTMNT RECEBEM A AREA DE SESSAO DO *
      * SIGNON; A OPCAO 5 (CADASTRO DE OPERADORES) E A OPCAO 9     *
      * (APROVACAO DE PEDIDOS DE EXCLUSAO) SAO RESTRITAS AO NIVEL  *
      * SUPERVISOR, ASSIM COMO A 11 E A 12 (CADASTRO DE FILIAIS).  *
      * A OPCAO E LIDA EM X(02) POR CAUSA DAS OPCOES 10 A 12.      *
      * ANTES DE EXIBIR, CONSULTA A JANELA DE BATCH (0800/0850):   *
      * ABERTA, AS OPCOES DE ATUALIZACAO (1, 4, 5, 6, 9, 10 E 12)  *
      * SAO RECUSADAS COM O MOTIVO; A 11 (SESSOES E JANELA DE      *
      * BATCH) FICA LIBERADA PARA SOLTAR UMA JANELA PRESA.         *
      *-----------------------------------------------------------*
        1000-EXIBIR-MENU.
            PERFORM 0800-CONSULTAR-JANELA THRU 0800-EXIT
            PERFORM 0850-ATUALIZAR-MODO THRU 0850-EXIT
            DISPLAY " "
            DISPLAY "============================================="
            DISPLAY " MENU DE UTILITARIOS - SISTEMA DE CADASTRO"
            DISPLAY " 5. CADASTRO DE OPERADORES (OPERMNT)"
            DISPLAY " 6. RESTAURAR NOME EXCLUIDO (RECUPERA)"
            DISPLAY " 7. TRADUZIR SEQUENCIA DE FILIAL (CONSXREF)"
            DISPLAY " 8. HISTORICO DE UMA SEQUENCIA (HISTSEQ)"
            DISPLAY " 9. APROVAR PEDIDOS DE EXCLUSAO (APROVEXC)"
            DISPLAY "10. CONTATO/ENDERECO DE UM NOME (CONTMNT)"
            DISPLAY "11. SESSOES E JANELA DE BATCH (SESSMNT)"
            DISPLAY "12. CADASTRO DE FILIAIS (FILMNT)"
            DISPLAY " 0. SAIR"
            DISPLAY "============================================="
            IF WS-SO-CONSULTA
                PERFORM 1100-AVISAR-JANELA THRU 1100-EXIT
            END-IF
            DISPLAY "DIGITE A OPCAO DESEJADA: "
            ACCEPT WS-OPCAO
            IF WS-SO-CONSULTA AND WS-OPCAO-ATUALIZACAO
                DISPLAY "OPCAO DE ATUALIZACAO FECHADA DURANTE A "
                    "JANELA DE BATCH - SO CONSULTA"
                GO TO 1000-EXIT
            END-IF
            EVALUATE WS-OPCAO
                WHEN '1'
                    MOVE 0 TO RETURN-CODE
                    CALL "TESTE" USING OC-AREA-OPERADOR
                    IF RETURN-CODE NOT = 0
                        DISPLAY "TESTE ENCERROU COM ERRO DE E/S - "
                            "VEJA AS MENSAGENS ACIMA"
                    END-IF
                WHEN '2'
                    CALL "TESTEFUNC"
                WHEN '3'
                    MOVE 0 TO RETURN-CODE
                    CALL "CONSULTA"
                    IF RETURN-CODE NOT = 0
                        DISPLAY "CONSULTA ENCERROU COM ERRO DE E/S - "
                            "VEJA AS MENSAGENS ACIMA"
                    END-IF
                WHEN '4'
                    MOVE 0 TO RETURN-CODE
                    CALL "MANUTEN" USING OC-AREA-OPERADOR
                    IF RETURN-CODE NOT = 0
                        DISPLAY "MANUTEN ENCERROU COM ERRO DE E/S - "
                            "VEJA AS MENSAGENS ACIMA"
                    END-IF
                WHEN '5'
                    IF OC-NIVEL-SUPERVISOR
                        MOVE 0 TO RETURN-CODE
                        CALL "OPERMNT"
                    ELSE
                        DISPLAY "OPCAO RESTRITA A SUPERVISOR"
                    END-IF
                WHEN '6'
                    MOVE 0 TO RETURN-CODE
                    CALL "RECUPERA" USING OC-AREA-OPERADOR
                    IF RETURN-CODE NOT = 0
                        DISPLAY "RECUPERA ENCERROU COM ERRO DE E/S - "
                            "VEJA AS MENSAGENS ACIMA"
                    END-IF
                WHEN '7'
                    MOVE 0 TO RETURN-CODE
                    CALL "CONSXREF"
                    IF RETURN-CODE NOT = 0
                        DISPLAY "CONSXREF ENCERROU COM ERRO DE E/S - "
                            "VEJA AS MENSAGENS ACIMA"
                    END-IF
                WHEN '8'
                    MOVE 0 TO RETURN-CODE
                    CALL "HISTSEQ"
                    IF RETURN-CODE NOT = 0
                        DISPLAY "HISTSEQ ENCERROU COM ERRO DE E/S - "
                            "VEJA AS MENSAGENS ACIMA"
                    END-IF
                WHEN '9'
                    IF OC-NIVEL-SUPERVISOR
                        MOVE 0 TO RETURN-CODE
                        CALL "APROVEXC" USING OC-AREA-OPERADOR
                        IF RETURN-CODE NOT = 0
                            DISPLAY "APROVEXC ENCERROU COM ERRO DE "
                                "E/S - VEJA AS MENSAGENS ACIMA"
                        END-IF
                    ELSE
                        DISPLAY "OPCAO RESTRITA A SUPERVISOR"
                    END-IF
                WHEN '10'
                    MOVE 0 TO RETURN-CODE
                    CALL "CONTMNT" USING OC-AREA-OPERADOR
                    IF RETURN-CODE NOT = 0
                        DISPLAY "CONTMNT ENCERROU COM ERRO DE E/S - "
                            "VEJA AS MENSAGENS ACIMA"
                    END-IF
                WHEN '11'
                    IF OC-NIVEL-SUPERVISOR
                        MOVE 0 TO RETURN-CODE
                        CALL "SESSMNT" USING OC-AREA-OPERADOR
                        IF RETURN-CODE NOT = 0
                            DISPLAY "SESSMNT ENCERROU COM ERRO DE "
                                "E/S - VEJA AS MENSAGENS ACIMA"
                        END-IF
                    ELSE
                        DISPLAY "OPCAO RESTRITA A SUPERVISOR"
                    END-IF
                WHEN '12'
                    IF OC-NIVEL-SUPERVISOR
                        MOVE 0 TO RETURN-CODE
                        CALL "FILMNT"
                        IF RETURN-CODE NOT = 0
                            DISPLAY "FILMNT ENCERROU COM ERRO DE "
                                "E/S - VEJA AS MENSAGENS ACIMA"
                        END-IF
                    ELSE
                        DISPLAY "OPCAO RESTRITA A SUPERVISOR"
                    END-IF
                WHEN '0'
                    MOVE 'N' TO WS-SW-CONTINUA
                WHEN OTHER
                    DISPLAY "OPCAO INVALIDA - TENTE NOVAMENTE"
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1100-AVISAR-JANELA - EXPLICA AO OPERADOR POR QUE AS        *
      * ATUALIZACOES ESTAO FECHADAS: QUAL BATCH ABRIU A JANELA E   *
      * DESDE QUANDO (OU QUE O SYSSTAT NAO PODE SER LIDO).         *
      *-----------------------------------------------------------*
        1100-AVISAR-JANELA.
            IF NOT JC-OK
                DISPLAY "*** SITUACAO DO SISTEMA ILEGIVEL (SYSSTAT) "
                    "- ATUALIZACOES FECHADAS ***"
                GO TO 1100-EXIT
            END-IF
            DISPLAY "*** JANELA DE BATCH ABERTA POR "
                JC-PROGRAMA-ABERTURA " DESDE " JC-DATA-ABERTURA
                " " JC-HORA-ABERTURA " ***"
            DISPLAY "*** O NAMEMSTR ESTA SENDO PROCESSADO ("
                JC-PROGRAMA-ULTIMO ") - SO CONSULTA: 2, 3, 7, 8, 11 ***"
            DISPLAY "*** AS ATUALIZACOES VOLTAM QUANDO O BATCH "
                "TERMINAR ***".
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-OPERADORES - TRATAMENTO PADRAO DE ERRO DE *
      * E/S NO ARQUIVO DE OPERADORES OPERMSTR.  SEM SIGNON NAO HA  *
            CLOSE OPERADOR-MASTER
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8100-TRATAR-ERRO-SESSOES - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO ARQUIVO DE SESSOES.  SEM O REGISTRO DA SESSAO O     *
      * BATCH NAO A ENXERGARIA: O MENU ENCERRA O PROCESSO COM RC   *
      * 16, COMO NO ERRO DO OPERMSTR.                              *
      *-----------------------------------------------------------*
        8100-TRATAR-ERRO-SESSOES.
            DISPLAY "ERRO DE E/S EM SESSOES - FILE STATUS = "
                WS-SE-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            CLOSE ARQUIVO-SESSOES
            MOVE 16 TO RETURN-CODE
            STOP RUN.
