      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - RELATORIO DE
      *                    ENVELHECIMENTO DOS PEDIDOS DE EXCLUSAO DO
      *                    ARQUIVO EXCPEND (COPY EXCPEND), EM
      *                    RELEXOUT: TODO PEDIDO REJEITADO PELO
      *                    SUPERVISOR NO APROVEXC E TODO PEDIDO AINDA
      *                    PENDENTE HA MAIS DE N DIAS.  N E PEDIDO NO
      *                    CONSOLE; EM BRANCO OU ZERO VALE O PADRAO
      *                    DE 7 DIAS
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RELEXC.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EXCLUSAO-PENDENTE ASSIGN TO "EXCPEND"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PX-SEQUENCIA
                FILE STATUS IS WS-PX-STATUS.
            SELECT RELATORIO-PEDIDOS ASSIGN TO "RELEXOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EXCLUSAO-PENDENTE
            LABEL RECORDS ARE STANDARD.
        COPY EXCPEND.

        FD  RELATORIO-PEDIDOS
            LABEL RECORDS ARE STANDARD.
        01  RE-LINHA                    PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-PX-STATUS                PIC X(02).
        77  WS-RE-STATUS                PIC X(02).
        77  WS-LIMITE-DIAS              PIC 9(03) VALUE 7.
        77  WS-DIAS-PEDIDO              PIC 9(05) COMP.
        77  WS-DIA-HOJE                 PIC 9(08) COMP.
        77  WS-DIA-PEDIDO               PIC 9(08) COMP.
        77  WS-TOT-LIDOS                PIC 9(06) COMP VALUE ZERO.
        77  WS-TOT-PENDENTES            PIC 9(06) COMP VALUE ZERO.
        77  WS-TOT-VENCIDOS             PIC 9(06) COMP VALUE ZERO.
        77  WS-TOT-REJEITADOS           PIC 9(06) COMP VALUE ZERO.
        77  WS-SW-FIM-PEDIDOS           PIC X(01) VALUE 'N'.
            88  WS-FIM-PEDIDOS                  VALUE 'S'.
        77  WS-SW-EXCPEND               PIC X(01) VALUE 'N'.
            88  WS-EXCPEND-ABERTO               VALUE 'S'.
        01  WS-DATA-CORRENTE.
            05  WS-DC-YYYY              PIC X(04).
            05  WS-DC-MM                PIC X(02).
            05  WS-DC-DD                PIC X(02).
            05  FILLER                  PIC X(13).
        01  WS-DATA-CALCULO.
            05  WS-DK-YYYY              PIC X(04).
            05  WS-DK-MM                PIC X(02).
            05  WS-DK-DD                PIC X(02).
        01  WS-DATA-NUM REDEFINES WS-DATA-CALCULO
                                        PIC 9(08).
        01  WS-DATA-TEXTO.
            05  WS-DT-YYYY              PIC X(04).
            05  FILLER                  PIC X(01).
            05  WS-DT-MM                PIC X(02).
            05  FILLER                  PIC X(01).
            05  WS-DT-DD                PIC X(02).
        01  WS-REL-CABECALHO.
            05  FILLER                  PIC X(44) VALUE
                "RELEXC - PEDIDOS DE EXCLUSAO REJEITADOS E".
            05  FILLER                  PIC X(36) VALUE
                "PENDENTES (EXCPEND)".
        01  WS-REL-PARAMETRO.
            05  FILLER                  PIC X(11) VALUE "EMITIDO EM ".
            05  WS-RP-EMISSAO           PIC X(10).
            05  FILLER                  PIC X(28) VALUE
                " - PENDENTES HA MAIS DE".
            05  WS-RP-LIMITE            PIC ZZ9.
            05  FILLER                  PIC X(28) VALUE " DIAS".
        01  WS-REL-LINHA-BRANCO         PIC X(80) VALUE SPACES.
        01  WS-REL-TITULOS.
            05  FILLER                  PIC X(40) VALUE
                "SEQ.   SITUACAO  MOTIVO                 ".
            05  FILLER                  PIC X(40) VALUE
                " SOLICIT.  PEDIDO       DIAS".
        01  WS-REL-DETALHE.
            05  WS-RD-SEQUENCIA         PIC 9(06).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RD-SITUACAO          PIC X(09).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RD-MOTIVO            PIC X(02).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RD-DESC-MOTIVO       PIC X(20).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RD-SOLICITANTE       PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  WS-RD-DATA-PEDIDO       PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RD-DIAS              PIC ZZZZ9.
            05  FILLER                  PIC X(13) VALUE SPACES.
        01  WS-REL-DETALHE-2.
            05  FILLER                  PIC X(13) VALUE
                "       NOME: ".
            05  WS-R2-NOME              PIC X(30).
            05  WS-R2-DECISAO           PIC X(37).
        01  WS-REL-DECISAO.
            05  FILLER                  PIC X(15) VALUE
                " REJEITADO POR ".
            05  WS-RX-APROVADOR         PIC X(08).
            05  FILLER                  PIC X(04) VALUE " EM ".
            05  WS-RX-DATA              PIC X(10).
        01  WS-REL-RODAPE.
            05  FILLER                  PIC X(15) VALUE
                "TOTAL: LIDOS = ".
            05  WS-RT-LIDOS             PIC ZZZZZ9.
            05  FILLER                  PIC X(14) VALUE
                "  PENDENTES = ".
            05  WS-RT-PENDENTES         PIC ZZZZZ9.
            05  FILLER                  PIC X(13) VALUE
                "  VENCIDOS = ".
            05  WS-RT-VENCIDOS          PIC ZZZZZ9.
            05  FILLER                  PIC X(14) VALUE
                " REJEITADOS = ".
            05  WS-RT-REJEITADOS        PIC ZZZZZ9.

        PROCEDURE DIVISION.
        0000-MAINLINE.
            PERFORM 1000-INICIALIZAR
            PERFORM 2000-PROCESSAR-PEDIDO THRU 2000-EXIT
                UNTIL WS-FIM-PEDIDOS
            PERFORM 5000-EMITIR-RODAPE THRU 5000-EXIT
            PERFORM 9000-FINALIZAR
            STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - OBTEM O LIMITE DE DIAS (EM BRANCO OU    *
      * ZERO VALE O PADRAO DE 7), ABRE O ARQUIVO DE PEDIDOS        *
      * SOMENTE PARA LEITURA (AUSENTE SIGNIFICA QUE NENHUM PEDIDO  *
      * FOI FEITO - O RELATORIO SAI SO COM OS TOTAIS), ABRE O      *
      * RELATORIO E GRAVA O CABECALHO.                             *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            MOVE ZERO TO WS-LIMITE-DIAS
            DISPLAY "DIAS DE PENDENCIA PARA O RELATORIO "
                "(BRANCO = 7): "
            ACCEPT WS-LIMITE-DIAS
            IF WS-LIMITE-DIAS = ZERO
                MOVE 7 TO WS-LIMITE-DIAS
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            MOVE WS-DC-YYYY TO WS-DK-YYYY
            MOVE WS-DC-MM TO WS-DK-MM
            MOVE WS-DC-DD TO WS-DK-DD
            COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            OPEN INPUT EXCLUSAO-PENDENTE
            EVALUATE WS-PX-STATUS
                WHEN '00'
                    MOVE 'S' TO WS-SW-EXCPEND
                WHEN '35'
                    DISPLAY "EXCPEND NAO ENCONTRADO - "
                        "NENHUM PEDIDO DE EXCLUSAO REGISTRADO"
                    MOVE 'S' TO WS-SW-FIM-PEDIDOS
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-PEDIDOS
            END-EVALUATE
            OPEN OUTPUT RELATORIO-PEDIDOS
            IF WS-RE-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-RELATORIO
            END-IF
            MOVE WS-REL-CABECALHO TO RE-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO WS-RP-EMISSAO
            MOVE WS-LIMITE-DIAS TO WS-RP-LIMITE
            MOVE WS-REL-PARAMETRO TO RE-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-LINHA-BRANCO TO RE-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-TITULOS TO RE-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESSAR-PEDIDO - LE O PROXIMO PEDIDO EM ORDEM DE    *
      * SEQUENCIA.  REJEITADO SAI SEMPRE; PENDENTE SO SAI QUANDO   *
      * TEM MAIS DIAS QUE O LIMITE; APROVADO E CANCELADO NAO SAEM. *
      *-----------------------------------------------------------*
        2000-PROCESSAR-PEDIDO.
            READ EXCLUSAO-PENDENTE NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-PX-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-PEDIDOS
                    GO TO 2000-EXIT
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-PEDIDOS
            END-EVALUATE
            ADD 1 TO WS-TOT-LIDOS
            PERFORM 3000-CALCULAR-DIAS THRU 3000-EXIT
            EVALUATE TRUE
                WHEN PX-REJEITADO
                    ADD 1 TO WS-TOT-REJEITADOS
                    MOVE "REJEITADO" TO WS-RD-SITUACAO
                    MOVE PX-APROVADOR TO WS-RX-APROVADOR
                    MOVE PX-DATA-DECISAO TO WS-RX-DATA
                    MOVE WS-REL-DECISAO TO WS-R2-DECISAO
                    PERFORM 4000-IMPRIMIR-PEDIDO THRU 4000-EXIT
                WHEN PX-PENDENTE
                    ADD 1 TO WS-TOT-PENDENTES
                    IF WS-DIAS-PEDIDO > WS-LIMITE-DIAS
                        ADD 1 TO WS-TOT-VENCIDOS
                        MOVE "PENDENTE" TO WS-RD-SITUACAO
                        MOVE SPACES TO WS-R2-DECISAO
                        PERFORM 4000-IMPRIMIR-PEDIDO THRU 4000-EXIT
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-CALCULAR-DIAS - DIAS CORRIDOS ENTRE A DATA DO PEDIDO  *
      * (AAAA/MM/DD) E A DATA DE HOJE.  UMA DATA FORA DO FORMATO   *
      * CONTA COMO ZERO DIAS.                                      *
      *-----------------------------------------------------------*
        3000-CALCULAR-DIAS.
            MOVE ZERO TO WS-DIAS-PEDIDO
            MOVE PX-DATA-PEDIDO TO WS-DATA-TEXTO
            IF WS-DT-YYYY NOT NUMERIC OR WS-DT-MM NOT NUMERIC
                OR WS-DT-DD NOT NUMERIC
                GO TO 3000-EXIT
            END-IF
            MOVE WS-DT-YYYY TO WS-DK-YYYY
            MOVE WS-DT-MM TO WS-DK-MM
            MOVE WS-DT-DD TO WS-DK-DD
            COMPUTE WS-DIA-PEDIDO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            IF WS-DIA-HOJE > WS-DIA-PEDIDO
                COMPUTE WS-DIAS-PEDIDO = WS-DIA-HOJE - WS-DIA-PEDIDO
            END-IF.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4000-IMPRIMIR-PEDIDO - DUAS LINHAS POR PEDIDO: SEQUENCIA,  *
      * SITUACAO, MOTIVO, SOLICITANTE, DATA E IDADE DO PEDIDO; E O *
      * NOME DO PEDIDO COM, PARA O REJEITADO, O SUPERVISOR E A     *
      * DATA DA REJEICAO.  SITUACAO E DECISAO JA FORAM MOVIDAS.    *
      *-----------------------------------------------------------*
        4000-IMPRIMIR-PEDIDO.
            MOVE PX-SEQUENCIA TO WS-RD-SEQUENCIA
            MOVE PX-MOTIVO TO WS-RD-MOTIVO
            PERFORM 7100-DESCREVER-MOTIVO THRU 7100-EXIT
            MOVE PX-SOLICITANTE TO WS-RD-SOLICITANTE
            MOVE PX-DATA-PEDIDO TO WS-RD-DATA-PEDIDO
            MOVE WS-DIAS-PEDIDO TO WS-RD-DIAS
            MOVE WS-REL-DETALHE TO RE-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE PX-NOME TO WS-R2-NOME
            MOVE WS-REL-DETALHE-2 TO RE-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.
        4000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5000-EMITIR-RODAPE - FECHA O RELATORIO COM OS TOTAIS E     *
      * RESUME NO CONSOLE PARA O OPERADOR.                         *
      *-----------------------------------------------------------*
        5000-EMITIR-RODAPE.
            MOVE WS-REL-LINHA-BRANCO TO RE-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-TOT-LIDOS TO WS-RT-LIDOS
            MOVE WS-TOT-PENDENTES TO WS-RT-PENDENTES
            MOVE WS-TOT-VENCIDOS TO WS-RT-VENCIDOS
            MOVE WS-TOT-REJEITADOS TO WS-RT-REJEITADOS
            MOVE WS-REL-RODAPE TO RE-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            DISPLAY "RELEXC CONCLUIDO - PEDIDOS = " WS-TOT-LIDOS
                "  VENCIDOS = " WS-TOT-VENCIDOS
                "  REJEITADOS = " WS-TOT-REJEITADOS.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7000-GRAVAR-LINHA - GRAVA A LINHA JA MONTADA EM RE-LINHA   *
      * NO RELATORIO, COM A CHECAGEM DE STATUS PADRAO.             *
      *-----------------------------------------------------------*
        7000-GRAVAR-LINHA.
            WRITE RE-LINHA
            IF WS-RE-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-RELATORIO
            END-IF.
        7000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7100-DESCREVER-MOTIVO - TRADUZ O CODIGO DE MOTIVO DO       *
      * PEDIDO (COPY EXCPEND) PARA O RELATORIO.                    *
      *-----------------------------------------------------------*
        7100-DESCREVER-MOTIVO.
            EVALUATE PX-MOTIVO
                WHEN '01'
                    MOVE "NOME DUPLICADO" TO WS-RD-DESC-MOTIVO
                WHEN '02'
                    MOVE "CADASTRO DE TESTE" TO WS-RD-DESC-MOTIVO
                WHEN '03'
                    MOVE "PEDIDO DO TITULAR" TO WS-RD-DESC-MOTIVO
                WHEN '04'
                    MOVE "CADASTRO INDEVIDO" TO WS-RD-DESC-MOTIVO
                WHEN '05'
                    MOVE "OUTROS" TO WS-RD-DESC-MOTIVO
                WHEN OTHER
                    MOVE "MOTIVO DESCONHECIDO" TO WS-RD-DESC-MOTIVO
            END-EVALUATE.
        7100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-PEDIDOS - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO ARQUIVO DE PEDIDOS EXCPEND.  ABORTA O RELATORIO:    *
      * UMA LISTA MONTADA SOBRE UM ARQUIVO LIDO PELA METADE        *
      * ESCONDERIA PEDIDOS ESQUECIDOS.                             *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-PEDIDOS.
            DISPLAY "ERRO DE E/S EM EXCPEND - FILE STATUS = "
                WS-PX-STATUS
            DISPLAY "RELATORIO ABORTADO"
            CLOSE EXCLUSAO-PENDENTE
            CLOSE RELATORIO-PEDIDOS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8100-TRATAR-ERRO-RELATORIO - TRATAMENTO PADRAO DE ERRO DE  *
      * E/S NO RELATORIO RELEXOUT.  MESMA POLITICA DO 8000.        *
      *-----------------------------------------------------------*
        8100-TRATAR-ERRO-RELATORIO.
            DISPLAY "ERRO DE E/S EM RELEXOUT - FILE STATUS = "
                WS-RE-STATUS
            DISPLAY "RELATORIO ABORTADO"
            CLOSE EXCLUSAO-PENDENTE
            CLOSE RELATORIO-PEDIDOS
            MOVE 16 TO RETURN-CODE
            STOP RUN.

        9000-FINALIZAR.
            IF WS-EXCPEND-ABERTO
                CLOSE EXCLUSAO-PENDENTE
            END-IF
            CLOSE RELATORIO-PEDIDOS.
