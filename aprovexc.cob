      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - APROVACAO DOS PEDIDOS DE
      *                    EXCLUSAO DO ARQUIVO EXCPEND (COPY
      *                    EXCPEND), CALLED PELO MAINMENU E RESTRITO
      *                    AO NIVEL SUPERVISOR.  O SUPERVISOR
      *                    PERCORRE OS PEDIDOS PENDENTES, UM A UM,
      *                    VENDO O PEDIDO E O NAMEREC ATUAL, E APROVA
      *                    OU REJEITA CADA UM.  A APROVACAO FAZ A
      *                    MESMA EXCLUSAO DO MANUTEN (JORNAL CHGJRNL
      *                    ANTES, HISTORICO NAMEHIST, DELETE E TOTAL
      *                    DE CONTROLE CTLTOTLS), CARIMBADA COM O
      *                    SUPERVISOR QUE APROVOU E COM O OPERADOR
      *                    QUE PEDIU.  O SUPERVISOR NAO DECIDE PEDIDO
      *                    FEITO POR ELE MESMO; PEDIDO DE REGISTRO QUE
      *                    JA NAO EXISTE NO MASTER E CANCELADO
      * 15/10/2026 CBCJ    A APROVACAO ARQUIVA TAMBEM O CONTATO DA
      *                    SEQUENCIA (7500), SE HOUVER, NO CONTARQ
      *                    (COPY CONTARQ), COM LINHA DE JORNAL
      *                    PROPRIA (CJ-ARQUIVO = 'C')
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. APROVEXC.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EXCLUSAO-PENDENTE ASSIGN TO "EXCPEND"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PX-SEQUENCIA
                FILE STATUS IS WS-PX-STATUS.
            SELECT NAME-MASTER ASSIGN TO "NAMEMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NM-SEQUENCIA
                ALTERNATE RECORD KEY IS NM-NOME WITH DUPLICATES
                ALTERNATE RECORD KEY IS NM-NOME-NORM
                    WITH DUPLICATES
                FILE STATUS IS WS-NM-STATUS.
            SELECT JORNAL-MUDANCAS ASSIGN TO "CHGJRNL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CJ-STATUS.
            SELECT CONTROLE-TOTAIS ASSIGN TO "CTLTOTLS"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS RANDOM
                RELATIVE KEY IS WS-CT-CHAVE
                FILE STATUS IS WS-CT-STATUS.
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

        DATA DIVISION.
        FILE SECTION.
        FD  EXCLUSAO-PENDENTE
            LABEL RECORDS ARE STANDARD.
        COPY EXCPEND.

        FD  NAME-MASTER
            LABEL RECORDS ARE STANDARD.
        COPY NAMEREC.

        FD  JORNAL-MUDANCAS
            LABEL RECORDS ARE STANDARD.
        COPY CHGJRN.

        FD  CONTROLE-TOTAIS
            LABEL RECORDS ARE STANDARD.
        COPY CTLTOT.

        FD  ARQUIVO-HISTORICO
            LABEL RECORDS ARE STANDARD.
        COPY NAMEHST.

        FD  ARQUIVO-CONTATOS
            LABEL RECORDS ARE STANDARD.
        COPY CONTATO.

        FD  CONTATO-ARQUIVADO
            LABEL RECORDS ARE STANDARD.
        COPY CONTARQ.

        WORKING-STORAGE SECTION.
      * DECLARAÇÃO DE VARIÁVEIS
        77  WS-PX-STATUS        PIC X(02).
        77  WS-NM-STATUS        PIC X(02).
        77  WS-CJ-STATUS        PIC X(02).
        77  WS-CT-STATUS        PIC X(02).
        77  WS-NH-STATUS        PIC X(02).
        77  WS-CO-STATUS        PIC X(02).
        77  WS-CA-STATUS        PIC X(02).
        77  WS-CT-CHAVE         PIC 9(04) COMP VALUE 1.
        77  WS-CONT-APROVADOS   PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-REJEITADOS  PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-CANCELADOS  PIC 9(06) COMP VALUE ZERO.
        77  WS-DESC-MOTIVO      PIC X(20).
        77  WS-ACAO             PIC X(01).
            88  WS-ACAO-APROVAR             VALUE 'A' 'a'.
            88  WS-ACAO-REJEITAR            VALUE 'R' 'r'.
            88  WS-ACAO-ENCERRAR            VALUE 'F' 'f'.
        77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
            88  WS-CONFIRMA-SIM             VALUE 'S' 's'.
        77  WS-SW-FIM-PEDIDOS   PIC X(01) VALUE 'N'.
            88  WS-FIM-PEDIDOS              VALUE 'S'.
        77  WS-SW-TOTAIS        PIC X(01) VALUE 'N'.
            88  WS-TOTAIS-DISPONIVEIS       VALUE 'S'.
        01  WS-DATA-CORRENTE.
            05  WS-DC-YYYY              PIC X(04).
            05  WS-DC-MM                PIC X(02).
            05  WS-DC-DD                PIC X(02).
            05  WS-DC-HH                PIC X(02).
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).

        LINKAGE SECTION.
        COPY OPERCOM.

        PROCEDURE DIVISION USING OC-AREA-OPERADOR.
      * COMANDO DISPLAY EXIBE NA TELA
      * COMANDO ACCEPT ENTRADA DE DADOS
      * GOBACK ENCERRA O PROGRAMA (OU RETORNA AO CHAMADOR, SE CALLED)
        0000-MAINLINE.
            PERFORM 1000-INICIALIZAR
            PERFORM 2000-NAVEGAR-PEDIDOS THRU 2000-EXIT
                UNTIL WS-FIM-PEDIDOS
            PERFORM 9000-FINALIZAR
            GOBACK.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - CONFERE O NIVEL DA SESSAO, ABRE O       *
      * ARQUIVO DE PEDIDOS EXCPEND (AUSENTE SIGNIFICA QUE NENHUM   *
      * PEDIDO FOI FEITO), O NAME-MASTER PARA ATUALIZACAO, O       *
      * JORNAL CHGJRNL E O HISTORICO NAMEHIST EM EXTEND E O        *
      * ARQUIVO DE TOTAIS CTLTOTLS, E POSICIONA NO PRIMEIRO        *
      * PEDIDO.  OS SWITCHES E CONTADORES SAO REARMADOS NO CODIGO, *
      * POIS UM SEGUNDO CALL NA MESMA SESSAO DO MENU REAPROVEITA A *
      * WORKING-STORAGE.                                           *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            MOVE 'N' TO WS-SW-FIM-PEDIDOS
            MOVE 'N' TO WS-SW-TOTAIS
            MOVE ZERO TO WS-CONT-APROVADOS
            MOVE ZERO TO WS-CONT-REJEITADOS
            MOVE ZERO TO WS-CONT-CANCELADOS
            IF NOT OC-NIVEL-SUPERVISOR
                DISPLAY "APROVACAO DE EXCLUSAO RESTRITA A SUPERVISOR"
                GOBACK
            END-IF
            OPEN I-O EXCLUSAO-PENDENTE
            IF WS-PX-STATUS = '35'
                DISPLAY "EXCPEND AINDA NAO EXISTE - "
                    "NENHUM PEDIDO DE EXCLUSAO REGISTRADO"
                GOBACK
            END-IF
            IF WS-PX-STATUS NOT = '00'
                PERFORM 8400-TRATAR-ERRO-PEDIDO
            END-IF
            OPEN I-O NAME-MASTER
            IF WS-NM-STATUS = '35'
                DISPLAY "NAME-MASTER AINDA NAO EXISTE - "
                    "NENHUM NOME CADASTRADO"
                CLOSE EXCLUSAO-PENDENTE
                GOBACK
            END-IF
            IF WS-NM-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-IF
            OPEN EXTEND JORNAL-MUDANCAS
            IF WS-CJ-STATUS = '35'
                OPEN OUTPUT JORNAL-MUDANCAS
                CLOSE JORNAL-MUDANCAS
                OPEN EXTEND JORNAL-MUDANCAS
            END-IF
            IF WS-CJ-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-JORNAL
            END-IF
            OPEN EXTEND ARQUIVO-HISTORICO
            IF WS-NH-STATUS = '35'
                OPEN OUTPUT ARQUIVO-HISTORICO
                CLOSE ARQUIVO-HISTORICO
                OPEN EXTEND ARQUIVO-HISTORICO
            END-IF
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
                PERFORM 8500-TRATAR-ERRO-CONTATOS
            END-IF
            OPEN EXTEND CONTATO-ARQUIVADO
            IF WS-CA-STATUS = '35'
                OPEN OUTPUT CONTATO-ARQUIVADO
                CLOSE CONTATO-ARQUIVADO
                OPEN EXTEND CONTATO-ARQUIVADO
            END-IF
            IF WS-CA-STATUS NOT = '00'
                PERFORM 8600-TRATAR-ERRO-CONTARQ
            END-IF
            PERFORM 1300-ABRIR-TOTAIS THRU 1300-EXIT
            MOVE ZEROS TO PX-SEQUENCIA
            START EXCLUSAO-PENDENTE KEY IS NOT LESS PX-SEQUENCIA
            IF WS-PX-STATUS NOT = '00'
                DISPLAY "NENHUM PEDIDO DE EXCLUSAO REGISTRADO"
                MOVE 'S' TO WS-SW-FIM-PEDIDOS
            END-IF.

      *-----------------------------------------------------------*
      * 1300-ABRIR-TOTAIS - ABRE O ARQUIVO DE TOTAIS DE CONTROLE   *
      * CTLTOTLS E LE O REGISTRO DE TOTAIS, COMO NO MANUTEN: UM    *
      * TOTAL AUSENTE SO E AVISADO E AS EXCLUSOES APROVADAS SEGUEM *
      * SEM ATUALIZA-LO.                                           *
      *-----------------------------------------------------------*
        1300-ABRIR-TOTAIS.
            OPEN I-O CONTROLE-TOTAIS
            IF WS-CT-STATUS = '35'
                OPEN OUTPUT CONTROLE-TOTAIS
                CLOSE CONTROLE-TOTAIS
                OPEN I-O CONTROLE-TOTAIS
            END-IF
            IF WS-CT-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-TOTAIS
            END-IF
            READ CONTROLE-TOTAIS
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-CT-STATUS
                WHEN '00'
                    MOVE 'S' TO WS-SW-TOTAIS
                WHEN '23'
                    DISPLAY "CTLTOTLS SEM REGISTRO DE TOTAIS - "
                        "EXCLUSOES NAO ATUALIZARAO O TOTAL"
                WHEN OTHER
                    PERFORM 8200-TRATAR-ERRO-TOTAIS
            END-EVALUATE.
        1300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2000-NAVEGAR-PEDIDOS - LE O PROXIMO PEDIDO DE EXCLUSAO,    *
      * PULANDO OS JA DECIDIDOS, LOCALIZA O REGISTRO NO MASTER E   *
      * MOSTRA O PEDIDO E O NAMEREC ATUAL.  A APROVA, R REJEITA, F *
      * ENCERRA A NAVEGACAO; QUALQUER OUTRA TECLA DEIXA O PEDIDO   *
      * PENDENTE E PASSA AO PROXIMO.                               *
      *-----------------------------------------------------------*
        2000-NAVEGAR-PEDIDOS.
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
                    PERFORM 8400-TRATAR-ERRO-PEDIDO
            END-EVALUATE
            IF NOT PX-PENDENTE
                GO TO 2000-EXIT
            END-IF
            MOVE PX-SEQUENCIA TO NM-SEQUENCIA
            READ NAME-MASTER
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-NM-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    PERFORM 3200-CANCELAR-PEDIDO THRU 3200-EXIT
                    GO TO 2000-EXIT
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-EVALUATE
            PERFORM 7400-DESCREVER-MOTIVO THRU 7400-EXIT
            DISPLAY "PEDIDO DE EXCLUSAO - SEQ = " PX-SEQUENCIA
                "  MOTIVO = " PX-MOTIVO " " WS-DESC-MOTIVO
            DISPLAY "  PEDIDO EM " PX-DATA-PEDIDO " " PX-HORA-PEDIDO
                " POR " PX-SOLICITANTE
            DISPLAY "  NOME NO PEDIDO = " PX-NOME
            DISPLAY "  REGISTRO ATUAL: NOME = " NM-NOME
            DISPLAY "  CADASTRO = " NM-DATA-CADASTRO " "
                NM-HORA-CADASTRO "  ORIGEM = " NM-ORIGEM
                "  OPERADOR = " NM-OPERADOR
            IF PX-NOME NOT = NM-NOME
                DISPLAY "  ATENCAO: O NOME FOI ALTERADO DEPOIS "
                    "DO PEDIDO"
            END-IF
            IF PX-SOLICITANTE = OC-CODIGO
                DISPLAY "PEDIDO FEITO PELO PROPRIO SUPERVISOR - "
                    "OUTRO SUPERVISOR DEVE DECIDIR"
                GO TO 2000-EXIT
            END-IF
            DISPLAY "A=APROVAR  R=REJEITAR  F=ENCERRAR  "
                "OUTRA TECLA=PROXIMO: "
            MOVE SPACE TO WS-ACAO
            ACCEPT WS-ACAO
            EVALUATE TRUE
                WHEN WS-ACAO-APROVAR
                    PERFORM 3000-APROVAR-PEDIDO THRU 3000-EXIT
                WHEN WS-ACAO-REJEITAR
                    PERFORM 3100-REJEITAR-PEDIDO THRU 3100-EXIT
                WHEN WS-ACAO-ENCERRAR
                    MOVE 'S' TO WS-SW-FIM-PEDIDOS
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-APROVAR-PEDIDO - CONFIRMA COM O SUPERVISOR E EXECUTA  *
      * A EXCLUSAO COMO O MANUTEN: LINHA DE JORNAL (IMAGEM DEPOIS  *
      * EM BRANCO) E HISTORICO NAMEHIST ANTES DO DELETE, DEPOIS O  *
      * TOTAL DE CONTROLE.  O JORNAL E O HISTORICO LEVAM O         *
      * SUPERVISOR COMO OPERADOR DA EXCLUSAO E O OPERADOR QUE      *
      * PEDIU COMO SOLICITANTE.  O CONTATO DA SEQUENCIA, SE HOUVER,*
      * E ARQUIVADO (7500) E POR ULTIMO O PEDIDO E MARCADO COMO    *
      * APROVADO.                                                  *
      *-----------------------------------------------------------*
        3000-APROVAR-PEDIDO.
            MOVE SPACE TO WS-CONFIRMA
            DISPLAY "CONFIRMA EXCLUSAO DO REGISTRO (S/N)? "
            ACCEPT WS-CONFIRMA
            IF NOT WS-CONFIRMA-SIM
                DISPLAY "PEDIDO MANTIDO PENDENTE"
                GO TO 3000-EXIT
            END-IF
            MOVE SPACES TO CJ-REGISTRO
            MOVE 'E' TO CJ-ACAO
            MOVE NM-REGISTRO TO CJ-REG-ANTES
            MOVE PX-SOLICITANTE TO CJ-SOLICITANTE
            PERFORM 7000-GRAVAR-JORNAL THRU 7000-EXIT
            PERFORM 7200-GRAVAR-HISTORICO THRU 7200-EXIT
            DELETE NAME-MASTER RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            IF WS-NM-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-IF
            IF WS-TOTAIS-DISPONIVEIS
                PERFORM 7100-ATUALIZAR-TOTAIS THRU 7100-EXIT
            END-IF
            PERFORM 7500-ARQUIVAR-CONTATO THRU 7500-EXIT
            MOVE 'A' TO PX-SITUACAO
            PERFORM 7300-GRAVAR-DECISAO THRU 7300-EXIT
            ADD 1 TO WS-CONT-APROVADOS
            DISPLAY "REGISTRO EXCLUIDO - SEQ = " PX-SEQUENCIA.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3100-REJEITAR-PEDIDO - MARCA O PEDIDO COMO REJEITADO, COM  *
      * O SUPERVISOR E A DATA DA DECISAO.  O REGISTRO CONTINUA NO  *
      * MASTER E O PEDIDO PASSA A SAIR NO RELATORIO RELEXC.        *
      *-----------------------------------------------------------*
        3100-REJEITAR-PEDIDO.
            MOVE 'R' TO PX-SITUACAO
            PERFORM 7300-GRAVAR-DECISAO THRU 7300-EXIT
            ADD 1 TO WS-CONT-REJEITADOS
            DISPLAY "PEDIDO REJEITADO - REGISTRO MANTIDO - SEQ = "
                PX-SEQUENCIA.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3200-CANCELAR-PEDIDO - O REGISTRO DO PEDIDO JA NAO EXISTE  *
      * NO MASTER (EXCLUIDO DIRETAMENTE POR UM SUPERVISOR OU POR   *
      * OUTRA VIA DEPOIS DO PEDIDO).  NAO HA O QUE DECIDIR: O      *
      * PEDIDO E MARCADO COMO CANCELADO E SAI DA FILA.             *
      *-----------------------------------------------------------*
        3200-CANCELAR-PEDIDO.
            DISPLAY "PEDIDO DA SEQ " PX-SEQUENCIA " CANCELADO - "
                "REGISTRO JA NAO EXISTE NO MASTER"
            MOVE 'C' TO PX-SITUACAO
            PERFORM 7300-GRAVAR-DECISAO THRU 7300-EXIT
            ADD 1 TO WS-CONT-CANCELADOS.
        3200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7000-GRAVAR-JORNAL - ACRESCENTA NO CHGJRNL A LINHA DE      *
      * EXCLUSAO JA MONTADA EM 3000, COM DATA, HORA, PROGRAMA, O   *
      * SUPERVISOR DA SESSAO COMO OPERADOR E A SEQUENCIA.  UM ERRO *
      * DE E/S NO JORNAL ABORTA ANTES DO DELETE, COMO NO MANUTEN.  *
      *-----------------------------------------------------------*
        7000-GRAVAR-JORNAL.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO CJ-DATA
            STRING WS-DC-HH ':' WS-DC-MIN ':' WS-DC-SS
                DELIMITED BY SIZE INTO CJ-HORA
            MOVE 'APROVEXC' TO CJ-PROGRAMA
            MOVE OC-CODIGO TO CJ-OPERADOR
            MOVE PX-SEQUENCIA TO CJ-SEQUENCIA
            WRITE CJ-REGISTRO
            IF WS-CJ-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-JORNAL
            END-IF.
        7000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7100-ATUALIZAR-TOTAIS - SUBTRAI O REGISTRO RECEM-EXCLUIDO  *
      * DO TOTAL DE CONTROLE EM CTLTOTLS, LOGO APOS O DELETE, PARA *
      * QUE A CONCILIACAO DO VERIFICA CONTINUE FECHANDO.           *
      *-----------------------------------------------------------*
        7100-ATUALIZAR-TOTAIS.
            SUBTRACT 1 FROM CT-CONT-REGISTROS
            REWRITE CT-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-CT-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-TOTAIS
            END-IF.
        7100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7200-GRAVAR-HISTORICO - ARQUIVA NO NAMEHIST O NM-REGISTRO  *
      * PRESTES A SER EXCLUIDO, CARIMBADO COM DATA E HORA, COM O   *
      * SUPERVISOR COMO OPERADOR DA EXCLUSAO E COM O SOLICITANTE E *
      * O MOTIVO DO PEDIDO.  GRAVADO ANTES DO DELETE, COMO NO      *
      * MANUTEN: SE O HISTORICO FALHAR, O REGISTRO NAO E DESTRUIDO.*
      *-----------------------------------------------------------*
        7200-GRAVAR-HISTORICO.
            MOVE SPACES TO NH-REGISTRO
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO NH-DATA-EXCLUSAO
            STRING WS-DC-HH ':' WS-DC-MIN ':' WS-DC-SS
                DELIMITED BY SIZE INTO NH-HORA-EXCLUSAO
            MOVE OC-CODIGO TO NH-OPERADOR-EXCLUSAO
            MOVE NM-REGISTRO TO NH-REGISTRO-NOME
            MOVE PX-SOLICITANTE TO NH-SOLICITANTE
            MOVE PX-MOTIVO TO NH-MOTIVO-EXCLUSAO
            WRITE NH-REGISTRO
            IF WS-NH-STATUS NOT = '00'
                PERFORM 8300-TRATAR-ERRO-HISTORICO
            END-IF.
        7200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7300-GRAVAR-DECISAO - REGRAVA O PEDIDO COM A SITUACAO JA   *
      * MOVIDA PELO CHAMADOR, O SUPERVISOR DA SESSAO E A DATA E A  *
      * HORA DA DECISAO.                                           *
      *-----------------------------------------------------------*
        7300-GRAVAR-DECISAO.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            MOVE OC-CODIGO TO PX-APROVADOR
            MOVE SPACES TO PX-DATA-DECISAO
            MOVE SPACES TO PX-HORA-DECISAO
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO PX-DATA-DECISAO
            STRING WS-DC-HH ':' WS-DC-MIN ':' WS-DC-SS
                DELIMITED BY SIZE INTO PX-HORA-DECISAO
            REWRITE PX-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-PX-STATUS NOT = '00'
                PERFORM 8400-TRATAR-ERRO-PEDIDO
            END-IF.
        7300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7400-DESCREVER-MOTIVO - TRADUZ O CODIGO DE MOTIVO DO       *
      * PEDIDO (COPY EXCPEND) PARA A TELA.                         *
      *-----------------------------------------------------------*
        7400-DESCREVER-MOTIVO.
            EVALUATE PX-MOTIVO
                WHEN '01'
                    MOVE "NOME DUPLICADO" TO WS-DESC-MOTIVO
                WHEN '02'
                    MOVE "CADASTRO DE TESTE" TO WS-DESC-MOTIVO
                WHEN '03'
                    MOVE "PEDIDO DO TITULAR" TO WS-DESC-MOTIVO
                WHEN '04'
                    MOVE "CADASTRO INDEVIDO" TO WS-DESC-MOTIVO
                WHEN '05'
                    MOVE "OUTROS" TO WS-DESC-MOTIVO
                WHEN OTHER
                    MOVE "MOTIVO DESCONHECIDO" TO WS-DESC-MOTIVO
            END-EVALUATE.
        7400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7500-ARQUIVAR-CONTATO - SE A SEQUENCIA RECEM-EXCLUIDA TEM  *
      * CONTATO, GRAVA A LINHA DE JORNAL DE CONTATO (SUPERVISOR    *
      * COMO OPERADOR, QUEM PEDIU COMO SOLICITANTE), COPIA O       *
      * CONTATO PARA O CONTARQ E SO ENTAO O APAGA, COMO NO         *
      * MANUTEN.                                                   *
      *-----------------------------------------------------------*
        7500-ARQUIVAR-CONTATO.
            MOVE PX-SEQUENCIA TO CO-SEQUENCIA
            READ ARQUIVO-CONTATOS
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-CO-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    GO TO 7500-EXIT
                WHEN OTHER
                    PERFORM 8500-TRATAR-ERRO-CONTATOS
            END-EVALUATE
            MOVE SPACES TO CJ-REGISTRO
            MOVE 'E' TO CJ-ACAO
            MOVE 'C' TO CJ-ARQUIVO
            MOVE CO-DADOS-CONTATO TO CJ-REG-ANTES
            MOVE PX-SOLICITANTE TO CJ-SOLICITANTE
            PERFORM 7000-GRAVAR-JORNAL THRU 7000-EXIT
            MOVE SPACES TO CA-REGISTRO
            MOVE CJ-DATA TO CA-DATA-ARQUIVO
            MOVE CJ-HORA TO CA-HORA-ARQUIVO
            MOVE CJ-PROGRAMA TO CA-PROGRAMA
            MOVE CJ-OPERADOR TO CA-OPERADOR-ARQUIVO
            MOVE CO-REGISTRO TO CA-REGISTRO-CONTATO
            WRITE CA-REGISTRO
            IF WS-CA-STATUS NOT = '00'
                PERFORM 8600-TRATAR-ERRO-CONTARQ
            END-IF
            DELETE ARQUIVO-CONTATOS RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            IF WS-CO-STATUS NOT = '00'
                PERFORM 8500-TRATAR-ERRO-CONTATOS
            END-IF
            DISPLAY "CONTATO DA SEQUENCIA ARQUIVADO NO CONTARQ".
        7500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO NAME-MASTER.  DEVOLVE O CONTROLE AO CHAMADOR COM    *
      * RETURN-CODE DIFERENTE DE ZERO (EM VEZ DE STOP RUN), POIS   *
      * A APROVACAO RODA COMO SUBPROGRAMA DO MAINMENU E UM STOP    *
      * RUN AQUI DERRUBARIA O MENU JUNTO.                          *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-ARQUIVO.
            DISPLAY "ERRO DE E/S EM NAME-MASTER - FILE STATUS = "
                WS-NM-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8100-TRATAR-ERRO-JORNAL - TRATAMENTO PADRAO DE ERRO DE E/S *
      * NO JORNAL DE MUDANCAS CHGJRNL.  MESMA POLITICA DO 8000:    *
      * NENHUMA EXCLUSAO E APLICADA SEM A LINHA DE JORNAL.         *
      *-----------------------------------------------------------*
        8100-TRATAR-ERRO-JORNAL.
            DISPLAY "ERRO DE E/S EM CHGJRNL - FILE STATUS = "
                WS-CJ-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8200-TRATAR-ERRO-TOTAIS - TRATAMENTO PADRAO DE ERRO DE E/S *
      * NO ARQUIVO DE TOTAIS CTLTOTLS.  MESMA POLITICA DO 8000.    *
      *-----------------------------------------------------------*
        8200-TRATAR-ERRO-TOTAIS.
            DISPLAY "ERRO DE E/S EM CTLTOTLS - FILE STATUS = "
                WS-CT-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8300-TRATAR-ERRO-HISTORICO - TRATAMENTO PADRAO DE ERRO DE  *
      * E/S NO HISTORICO NAMEHIST.  MESMA POLITICA DO 8000: O      *
      * REGISTRO NAO E DESTRUIDO SEM SER ARQUIVADO.                *
      *-----------------------------------------------------------*
        8300-TRATAR-ERRO-HISTORICO.
            DISPLAY "ERRO DE E/S EM NAMEHIST - FILE STATUS = "
                WS-NH-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8400-TRATAR-ERRO-PEDIDO - TRATAMENTO PADRAO DE ERRO DE E/S *
      * NO ARQUIVO DE PEDIDOS EXCPEND.  MESMA POLITICA DO 8000.    *
      *-----------------------------------------------------------*
        8400-TRATAR-ERRO-PEDIDO.
            DISPLAY "ERRO DE E/S EM EXCPEND - FILE STATUS = "
                WS-PX-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8500-TRATAR-ERRO-CONTATOS - TRATAMENTO PADRAO DE ERRO DE   *
      * E/S NO ARQUIVO DE CONTATOS.  MESMA POLITICA DO 8000.       *
      *-----------------------------------------------------------*
        8500-TRATAR-ERRO-CONTATOS.
            DISPLAY "ERRO DE E/S EM CONTATOS - FILE STATUS = "
                WS-CO-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8600-TRATAR-ERRO-CONTARQ - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO CONTARQ.  MESMA POLITICA DO 8000: O CONTATO NAO E   *
      * APAGADO SEM SER ARQUIVADO.                                 *
      *-----------------------------------------------------------*
        8600-TRATAR-ERRO-CONTARQ.
            DISPLAY "ERRO DE E/S EM CONTARQ - FILE STATUS = "
                WS-CA-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

        8900-FECHAR-ARQUIVOS.
            CLOSE EXCLUSAO-PENDENTE
            CLOSE NAME-MASTER
            CLOSE JORNAL-MUDANCAS
            CLOSE CONTROLE-TOTAIS
            CLOSE ARQUIVO-HISTORICO
            CLOSE ARQUIVO-CONTATOS
            CLOSE CONTATO-ARQUIVADO.
        8900-EXIT.
            EXIT.

        9000-FINALIZAR.
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            DISPLAY "PEDIDOS APROVADOS:  " WS-CONT-APROVADOS
            DISPLAY "PEDIDOS REJEITADOS: " WS-CONT-REJEITADOS
            DISPLAY "PEDIDOS CANCELADOS: " WS-CONT-CANCELADOS.
