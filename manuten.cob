      *                    QUE O NOME CORRIGIDO CONTINUE ACHAVEL
      *                    PELA CONSULTA E PELOS VERIFICADORES DE
      *                    DUPLICATA NORMALIZADOS
      * 15/10/2026 CBCJ    EXCLUSAO COM DUAS PESSOAS: O OPERADOR COMUM
      *                    QUE ESCOLHE EXCLUIR PASSA A REGISTRAR UM
      *                    PEDIDO DE EXCLUSAO, COM CODIGO DE MOTIVO,
      *                    NO ARQUIVO EXCPEND (COPY EXCPEND), EM VEZ
      *                    DE SER SO RECUSADO.  O REGISTRO CONTINUA
      *                    NO MASTER ATE UM SUPERVISOR APROVAR O
      *                    PEDIDO NO APROVEXC.  O SUPERVISOR CONTINUA
      *                    EXCLUINDO DIRETAMENTE
      * 15/10/2026 CBCJ    A EXCLUSAO (4000) ARQUIVA TAMBEM O CONTATO
      *                    DA SEQUENCIA, SE HOUVER: O CONTATO VAI
      *                    PARA O CONTARQ (COPY CONTARQ) COM LINHA
      *                    DE JORNAL PROPRIA (CJ-ARQUIVO = 'C') E SO
      *                    ENTAO SAI DO ARQUIVO CONTATOS
      * 15/10/2026 CBCJ    NOVO MODO L (LISTA DE CORRECAO), PEDIDO NA
      *                    ABERTURA: PERCORRE AS ENTRADAS PENDENTES DA
      *                    LISTA QUALLIST (COPY QUALLIST) GERADA PELO
      *                    VARQUAL, UMA A UMA, COMO O RECUPERA
      *                    PERCORRE O NAMEHIST, MOSTRANDO AS REGRAS DE
      *                    QUALIDADE VIOLADAS (SUBPROGRAMA QUALNOME) E
      *                    OFERECENDO ALTERAR, EXCLUIR OU ACEITAR O
      *                    NOME COMO ESTA.  EM QUALQUER MODO, ALTERAR
      *                    OU EXCLUIR UMA SEQUENCIA DA LISTA MARCA A
      *                    ENTRADA COMO CORRIGIDA OU EXCLUIDA, E O
      *                    NOME CORRIGIDO AINDA FORA DO PADRAO E
      *                    AVISADO (SEM BLOQUEAR A CORRECAO)
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MANUTEN.
            SELECT ARQUIVO-HISTORICO ASSIGN TO "NAMEHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NH-STATUS.
            SELECT EXCLUSAO-PENDENTE ASSIGN TO "EXCPEND"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PX-SEQUENCIA
                FILE STATUS IS WS-PX-STATUS.
            SELECT ARQUIVO-CONTATOS ASSIGN TO "CONTATOS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CO-SEQUENCIA
                FILE STATUS IS WS-CO-STATUS.
            SELECT CONTATO-ARQUIVADO ASSIGN TO "CONTARQ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CA-STATUS.
            SELECT LISTA-QUALIDADE ASSIGN TO "QUALLIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS QL-SEQUENCIA
                FILE STATUS IS WS-QL-STATUS.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD.
        COPY NAMEHST.

        FD  EXCLUSAO-PENDENTE
            LABEL RECORDS ARE STANDARD.
        COPY EXCPEND.

        FD  ARQUIVO-CONTATOS
            LABEL RECORDS ARE STANDARD.
        COPY CONTATO.

        FD  CONTATO-ARQUIVADO
            LABEL RECORDS ARE STANDARD.
        COPY CONTARQ.

        FD  LISTA-QUALIDADE
            LABEL RECORDS ARE STANDARD.
        COPY QUALLIST.

        WORKING-STORAGE SECTION.
      * DECLARAÇÃO DE VARIÁVEIS
        77  WS-NOME-BUFFER      PIC X(60).
        77  WS-CJ-STATUS        PIC X(02).
        77  WS-CT-STATUS        PIC X(02).
        77  WS-NH-STATUS        PIC X(02).
        77  WS-PX-STATUS        PIC X(02).
        77  WS-CO-STATUS        PIC X(02).
        77  WS-CA-STATUS        PIC X(02).
        77  WS-QL-STATUS        PIC X(02).
        77  WS-CT-CHAVE         PIC 9(04) COMP VALUE 1.
        77  WS-SW-TOTAIS        PIC X(01) VALUE 'N'.
            88  WS-TOTAIS-DISPONIVEIS       VALUE 'S'.
        77  WS-ACAO             PIC X(01).
            88  WS-ACAO-ALTERAR             VALUE 'A' 'a'.
            88  WS-ACAO-EXCLUIR             VALUE 'E' 'e'.
            88  WS-ACAO-ACEITAR             VALUE 'K' 'k'.
            88  WS-ACAO-ENCERRAR            VALUE 'F' 'f'.
        77  WS-MODO             PIC X(01) VALUE SPACE.
            88  WS-MODO-LISTA               VALUE 'L' 'l'.
        77  WS-SW-LISTA         PIC X(01) VALUE 'N'.
            88  WS-LISTA-DISPONIVEL         VALUE 'S'.
        77  WS-SITUACAO-LISTA   PIC X(01).
        77  WS-IND-REGRA        PIC 9(02) COMP.
        77  WS-COD-REGRA        PIC 9(02).
        77  WS-SW-VALIDO        PIC X(01) VALUE 'N'.
            88  WS-ENTRADA-VALIDA           VALUE 'S'.
        77  WS-SW-ENCERRAR      PIC X(01) VALUE 'N'.
            88  WS-ENCERRAR-MANUTENCAO     VALUE 'S'.
        77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
            88  WS-CONFIRMA-SIM             VALUE 'S' 's'.
        77  WS-MOTIVO           PIC X(02).
        77  WS-SW-PEDIDO        PIC X(01) VALUE 'N'.
            88  WS-PEDIDO-EXISTENTE         VALUE 'S'.
        01  WS-DATA-CORRENTE.
            05  WS-DC-YYYY              PIC X(04).
            05  WS-DC-MM                PIC X(02).
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).
        COPY QUALCOM.

        LINKAGE SECTION.
        COPY OPERCOM.
      * GOBACK ENCERRA O PROGRAMA (OU RETORNA AO CHAMADOR, SE CALLED)
        0000-MAINLINE.
            PERFORM 1000-INICIALIZAR
            IF WS-MODO-LISTA
                PERFORM 2500-PERCORRER-LISTA THRU 2500-EXIT
                    UNTIL WS-ENCERRAR-MANUTENCAO
            ELSE
                PERFORM 2000-MANTER-REGISTRO THRU 2000-EXIT
                    UNTIL WS-ENCERRAR-MANUTENCAO
            END-IF
            PERFORM 9000-FINALIZAR
            GOBACK.

      * UM NAME-MASTER AUSENTE NAO E CRIADO AQUI: SEM ARQUIVO NAO  *
      * HA REGISTRO PARA MANTER.  O CODIGO DO OPERADOR VEM         *
      * VALIDADO DA AREA DE SESSAO DO MAINMENU E E CARIMBADO EM    *
      * TODA LINHA DO JORNAL E DO HISTORICO.  O ARQUIVO DE PEDIDOS *
      * DE EXCLUSAO EXCPEND E ABERTO PARA ATUALIZACAO (CRIADO      *
      * VAZIO NA PRIMEIRA EXECUCAO), ASSIM COMO O ARQUIVO DE       *
      * CONTATOS; O CONTARQ, QUE RECEBE O CONTATO DO NOME          *
      * EXCLUIDO, E ABERTO EM EXTEND.  A LISTA DE CORRECAO         *
      * QUALLIST E ABERTA PARA ATUALIZACAO SO SE JA EXISTIR (QUEM  *
      * A CRIA E O VARQUAL) E POR FIM E PEDIDO O MODO DE TRABALHO  *
      * (1100).                                                    *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            MOVE 'N' TO WS-SW-ENCERRAR
            MOVE 'N' TO WS-SW-LISTA
            MOVE SPACE TO WS-MODO
            OPEN I-O NAME-MASTER
            IF WS-NM-STATUS = '35'
                DISPLAY "NAME-MASTER AINDA NAO EXISTE - "
            IF WS-NH-STATUS NOT = '00'
                PERFORM 8300-TRATAR-ERRO-HISTORICO
            END-IF
            OPEN I-O EXCLUSAO-PENDENTE
            IF WS-PX-STATUS = '35'
                OPEN OUTPUT EXCLUSAO-PENDENTE
                CLOSE EXCLUSAO-PENDENTE
                OPEN I-O EXCLUSAO-PENDENTE
            END-IF
            IF WS-PX-STATUS NOT = '00'
                PERFORM 8400-TRATAR-ERRO-PEDIDO
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
            OPEN I-O LISTA-QUALIDADE
            EVALUATE WS-QL-STATUS
                WHEN '00'
                    MOVE 'S' TO WS-SW-LISTA
                WHEN '35'
                    CONTINUE
                WHEN OTHER
                    PERFORM 8700-TRATAR-ERRO-LISTA
            END-EVALUATE
            PERFORM 1300-ABRIR-TOTAIS THRU 1300-EXIT
            MOVE OC-CODIGO TO WS-OPERADOR
            PERFORM 1100-ESCOLHER-MODO THRU 1100-EXIT.

      *-----------------------------------------------------------*
      * 1100-ESCOLHER-MODO - BRANCO MANTEM O CICLO POR SEQUENCIA   *
      * DIGITADA; L PERCORRE A LISTA DE CORRECAO DESDE O INICIO.   *
      * SEM LISTA GERADA, OU COM A LISTA VAZIA, O MODO L E AVISADO *
      * E A MANUTENCAO SEGUE POR SEQUENCIA.                        *
      *-----------------------------------------------------------*
        1100-ESCOLHER-MODO.
            DISPLAY "MODO: BRANCO=POR SEQUENCIA  "
                "L=LISTA DE CORRECAO DE NOMES: "
            ACCEPT WS-MODO
            IF NOT WS-MODO-LISTA
                GO TO 1100-EXIT
            END-IF
            IF NOT WS-LISTA-DISPONIVEL
                DISPLAY "LISTA DE CORRECAO AINDA NAO GERADA - "
                    "RODE O VARQUAL"
                MOVE SPACE TO WS-MODO
                GO TO 1100-EXIT
            END-IF
            MOVE ZEROS TO QL-SEQUENCIA
            START LISTA-QUALIDADE KEY IS NOT LESS QL-SEQUENCIA
            EVALUATE WS-QL-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    DISPLAY "LISTA DE CORRECAO VAZIA"
                    MOVE SPACE TO WS-MODO
                WHEN OTHER
                    PERFORM 8700-TRATAR-ERRO-LISTA
            END-EVALUATE.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1300-ABRIR-TOTAIS - ABRE O ARQUIVO DE TOTAIS DE CONTROLE   *
      * 2000-MANTER-REGISTRO - UM CICLO DE MANUTENCAO: PEDE O      *
      * NM-SEQUENCIA (ZERO ENCERRA), LOCALIZA O REGISTRO PELA      *
      * CHAVE PRIMARIA, EXIBE O NOME ATUAL E ENCAMINHA PARA A      *
      * ALTERACAO OU A EXCLUSAO CONFORME A ACAO ESCOLHIDA - OU,    *
      * PARA O OPERADOR COMUM, PARA O PEDIDO DE EXCLUSAO.          *
      *-----------------------------------------------------------*
        2000-MANTER-REGISTRO.
            MOVE ZEROS TO WS-SEQ-INFORMADA
                                PERFORM 4000-EXCLUIR-REGISTRO
                                    THRU 4000-EXIT
                            ELSE
                                PERFORM 4500-SOLICITAR-EXCLUSAO
                                    THRU 4500-EXIT
                            END-IF
                        WHEN OTHER
                            DISPLAY "REGISTRO NAO ALTERADO"
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2500-PERCORRER-LISTA - LE A PROXIMA ENTRADA DA LISTA DE    *
      * CORRECAO; SO A PENDENTE E APRESENTADA (2600) - A CORRIGIDA,*
      * A ACEITA E A EXCLUIDA NESTA RODADA DA LISTA SAO PULADAS.   *
      *-----------------------------------------------------------*
        2500-PERCORRER-LISTA.
            READ LISTA-QUALIDADE NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-QL-STATUS
                WHEN '00'
                    IF QL-PENDENTE
                        PERFORM 2600-TRATAR-ENTRADA THRU 2600-EXIT
                    END-IF
                WHEN '10'
                    DISPLAY "FIM DA LISTA DE CORRECAO"
                    MOVE 'S' TO WS-SW-ENCERRAR
                WHEN OTHER
                    PERFORM 8700-TRATAR-ERRO-LISTA
            END-EVALUATE.
        2500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2600-TRATAR-ENTRADA - MOSTRA A ENTRADA PENDENTE COM O      *
      * CONTEXTO DE CAPTURA, LE O REGISTRO NO MASTER E MOSTRA O    *
      * NOME ATUAL COM AS REGRAS QUE ELE VIOLA AGORA.  A ALTERACAO *
      * E A EXCLUSAO SAO AS MESMAS DO CICLO POR SEQUENCIA (3000,   *
      * 4000 E, PARA O OPERADOR COMUM, O PEDIDO 4500); K ACEITA O  *
      * NOME COMO ESTA (2700); F ENCERRA; QUALQUER OUTRA TECLA     *
      * DEIXA A ENTRADA PENDENTE E PASSA A PROXIMA.                *
      *-----------------------------------------------------------*
        2600-TRATAR-ENTRADA.
            MOVE QL-SEQUENCIA TO WS-SEQ-INFORMADA
            DISPLAY "SEQ = " QL-SEQUENCIA
                "  NOME NA LISTA = " QL-NOME
            DISPLAY "  CADASTRADO EM " QL-DATA-CADASTRO
                "  ORIGEM = " QL-ORIGEM
                "  OPERADOR/LOTE = " QL-OPERADOR
            MOVE WS-SEQ-INFORMADA TO NM-SEQUENCIA
            READ NAME-MASTER
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-NM-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    DISPLAY "REGISTRO NAO CONSTA MAIS DO NAME-MASTER "
                        "- SAI DA LISTA NA PROXIMA VARREDURA"
                    GO TO 2600-EXIT
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-EVALUATE
            DISPLAY "  NOME ATUAL = " NM-NOME
            MOVE NM-NOME TO QN-NOME
            CALL "QUALNOME" USING QN-AREA-QUALIDADE
            IF QN-QTDE-VIOLADAS = ZERO
                DISPLAY "  NOME ATUAL JA ESTA NO PADRAO"
            ELSE
                PERFORM 2650-EXIBIR-REGRA THRU 2650-EXIT
                    VARYING WS-IND-REGRA FROM 1 BY 1
                    UNTIL WS-IND-REGRA > 7
            END-IF
            DISPLAY "ACAO: A=ALTERAR  E=EXCLUIR  K=ACEITAR COMO ESTA"
            DISPLAY "      F=ENCERRAR  OUTRA TECLA=PROXIMO: "
            MOVE SPACE TO WS-ACAO
            ACCEPT WS-ACAO
            EVALUATE TRUE
                WHEN WS-ACAO-ALTERAR
                    PERFORM 3000-ALTERAR-NOME THRU 3000-EXIT
                WHEN WS-ACAO-EXCLUIR
                    IF OC-NIVEL-SUPERVISOR
                        PERFORM 4000-EXCLUIR-REGISTRO THRU 4000-EXIT
                    ELSE
                        PERFORM 4500-SOLICITAR-EXCLUSAO THRU 4500-EXIT
                    END-IF
                WHEN WS-ACAO-ACEITAR
                    PERFORM 2700-ACEITAR-NOME THRU 2700-EXIT
                WHEN WS-ACAO-ENCERRAR
                    MOVE 'S' TO WS-SW-ENCERRAR
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
        2600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2650-EXIBIR-REGRA - EXIBE O CODIGO E A DESCRICAO DE UMA    *
      * REGRA DE QUALIDADE, SE VIOLADA NA ULTIMA CHAMADA AO        *
      * QUALNOME.                                                  *
      *-----------------------------------------------------------*
        2650-EXIBIR-REGRA.
            IF QN-REGRA-VIOLADA (WS-IND-REGRA)
                MOVE WS-IND-REGRA TO WS-COD-REGRA
                DISPLAY "  REGRA " WS-COD-REGRA " - "
                    QN-DESCRICAO (WS-IND-REGRA)
            END-IF.
        2650-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2700-ACEITAR-NOME - O OPERADOR CONFIRMA QUE O NOME ESTA    *
      * CORRETO COMO GRAVADO (UM NOME DE UMA PALAVRA SO, UM        *
      * SOBRENOME COM LETRA REPETIDA).  A ENTRADA FICA ACEITA E A  *
      * VARREDURA NAO A DEVOLVE A LISTA ENQUANTO O NOME NAO MUDAR. *
      * O MASTER NAO E TOCADO.                                     *
      *-----------------------------------------------------------*
        2700-ACEITAR-NOME.
            MOVE SPACE TO WS-CONFIRMA
            DISPLAY "CONFIRMA QUE O NOME ESTA CORRETO (S/N)? "
            ACCEPT WS-CONFIRMA
            IF NOT WS-CONFIRMA-SIM
                DISPLAY "ENTRADA CONTINUA PENDENTE"
                GO TO 2700-EXIT
            END-IF
            MOVE 'A' TO WS-SITUACAO-LISTA
            PERFORM 7600-ATUALIZAR-LISTA THRU 7600-EXIT
            DISPLAY "NOME ACEITO - SEQ = " WS-SEQ-INFORMADA.
        2700-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-ALTERAR-NOME - OBTEM O NOME CORRIGIDO COM A MESMA     *
      * VALIDACAO DO TESTE (BRANCO E ESTOURO DE 30 POSICOES),      *
      * GRAVA A LINHA DE JORNAL COM O ANTES E O DEPOIS E SO ENTAO  *
      * REGRAVA O REGISTRO NO NAME-MASTER.  O NOME CORRIGIDO AINDA *
      * FORA DO PADRAO DE QUALIDADE E AVISADO, SEM BLOQUEAR; A     *
      * ENTRADA DA SEQUENCIA NA LISTA DE CORRECAO, SE HOUVER,      *
      * FICA MARCADA COMO CORRIGIDA.                               *
      *-----------------------------------------------------------*
        3000-ALTERAR-NOME.
            MOVE 'N' TO WS-SW-VALIDO
            PERFORM 3100-PROMPT-NOME-NOVO THRU 3100-EXIT
                UNTIL WS-ENTRADA-VALIDA
            MOVE WS-NOME-NOVO TO QN-NOME
            CALL "QUALNOME" USING QN-AREA-QUALIDADE
            IF QN-QTDE-VIOLADAS > ZERO
                DISPLAY "ATENCAO - NOME CORRIGIDO FORA DO PADRAO:"
                PERFORM 2650-EXIBIR-REGRA THRU 2650-EXIT
                    VARYING WS-IND-REGRA FROM 1 BY 1
                    UNTIL WS-IND-REGRA > 7
            END-IF
            MOVE SPACES TO CJ-REGISTRO
            MOVE 'A' TO CJ-ACAO
            MOVE NM-REGISTRO TO CJ-REG-ANTES
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            ELSE
                DISPLAY "REGISTRO REGRAVADO - SEQ = " NM-SEQUENCIA
                MOVE 'C' TO WS-SITUACAO-LISTA
                PERFORM 7600-ATUALIZAR-LISTA THRU 7600-EXIT
            END-IF.
        3000-EXIT.
            EXIT.
      * 4000-EXCLUIR-REGISTRO - CONFIRMA COM O OPERADOR, GRAVA A   *
      * LINHA DE JORNAL (IMAGEM DEPOIS EM BRANCO, POIS O REGISTRO  *
      * DEIXA DE EXISTIR) E SO ENTAO EXCLUI O REGISTRO DO MASTER.  *
      * EXCLUIDO O NOME, O CONTATO DA SEQUENCIA E ARQUIVADO (7400) *
      * E A ENTRADA NA LISTA DE CORRECAO FICA MARCADA (7600).      *
      *-----------------------------------------------------------*
        4000-EXCLUIR-REGISTRO.
            MOVE SPACE TO WS-CONFIRMA
                IF WS-TOTAIS-DISPONIVEIS
                    PERFORM 7100-ATUALIZAR-TOTAIS THRU 7100-EXIT
                END-IF
                PERFORM 7400-ARQUIVAR-CONTATO THRU 7400-EXIT
                MOVE 'E' TO WS-SITUACAO-LISTA
                PERFORM 7600-ATUALIZAR-LISTA THRU 7600-EXIT
                DISPLAY "REGISTRO EXCLUIDO - SEQ = " WS-SEQ-INFORMADA
            END-IF.
        4000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4500-SOLICITAR-EXCLUSAO - O OPERADOR COMUM NAO EXCLUI:     *
      * REGISTRA NO EXCPEND UM PEDIDO DE EXCLUSAO COM O CODIGO DE  *
      * MOTIVO, PARA UM SUPERVISOR APROVAR OU REJEITAR NO          *
      * APROVEXC.  UM PEDIDO AINDA PENDENTE PARA A SEQUENCIA SO E  *
      * EXIBIDO; UM PEDIDO JA DECIDIDO E SUBSTITUIDO PELO NOVO.    *
      * O MASTER NAO E TOCADO.                                     *
      *-----------------------------------------------------------*
        4500-SOLICITAR-EXCLUSAO.
            MOVE WS-SEQ-INFORMADA TO PX-SEQUENCIA
            READ EXCLUSAO-PENDENTE
                INVALID KEY
                    CONTINUE
            END-READ
            IF WS-PX-STATUS NOT = '00' AND WS-PX-STATUS NOT = '23'
                PERFORM 8400-TRATAR-ERRO-PEDIDO
            END-IF
            IF WS-PX-STATUS = '00' AND PX-PENDENTE
                DISPLAY "JA HA PEDIDO DE EXCLUSAO PENDENTE PARA A "
                    "SEQUENCIA - PEDIDO POR " PX-SOLICITANTE
                    " EM " PX-DATA-PEDIDO
                GO TO 4500-EXIT
            END-IF
            DISPLAY "EXCLUSAO DEPENDE DE APROVACAO DO SUPERVISOR"
            DISPLAY "MOTIVO: 01=NOME DUPLICADO  02=CADASTRO DE TESTE"
            DISPLAY "        03=PEDIDO DO TITULAR  "
                "04=CADASTRO INDEVIDO  05=OUTROS"
            DISPLAY "DIGITE O CODIGO DO MOTIVO (BRANCO CANCELA): "
            MOVE SPACES TO WS-MOTIVO
            ACCEPT WS-MOTIVO
            IF WS-MOTIVO = SPACES
                DISPLAY "PEDIDO NAO REGISTRADO - REGISTRO MANTIDO"
                GO TO 4500-EXIT
            END-IF
            IF WS-MOTIVO < '01' OR WS-MOTIVO > '05'
                DISPLAY "MOTIVO INVALIDO - PEDIDO NAO REGISTRADO"
                GO TO 4500-EXIT
            END-IF
            MOVE SPACE TO WS-CONFIRMA
            DISPLAY "CONFIRMA PEDIDO DE EXCLUSAO (S/N)? "
            ACCEPT WS-CONFIRMA
            IF NOT WS-CONFIRMA-SIM
                DISPLAY "PEDIDO NAO REGISTRADO - REGISTRO MANTIDO"
                GO TO 4500-EXIT
            END-IF
            PERFORM 7300-GRAVAR-PEDIDO THRU 7300-EXIT
            DISPLAY "PEDIDO DE EXCLUSAO REGISTRADO - SEQ = "
                WS-SEQ-INFORMADA.
        4500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7200-GRAVAR-HISTORICO - ARQUIVA NO NAMEHIST O NM-REGISTRO  *
      * PRESTES A SER EXCLUIDO, CARIMBADO COM DATA, HORA E         *
        7200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7300-GRAVAR-PEDIDO - MONTA O PEDIDO DE EXCLUSAO PENDENTE   *
      * COM O MOTIVO, O SOLICITANTE, A DATA E A HORA DO PEDIDO E O *
      * NOME ATUAL DO REGISTRO.  O STATUS DA LEITURA FEITA EM 4500 *
      * DIZ SE O PEDIDO E NOVO (WRITE) OU SE SUBSTITUI UM PEDIDO   *
      * JA DECIDIDO DA MESMA SEQUENCIA (REWRITE).                  *
      *-----------------------------------------------------------*
        7300-GRAVAR-PEDIDO.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            IF WS-PX-STATUS = '00'
                MOVE 'S' TO WS-SW-PEDIDO
            ELSE
                MOVE 'N' TO WS-SW-PEDIDO
            END-IF
            MOVE SPACES TO PX-REGISTRO
            MOVE WS-SEQ-INFORMADA TO PX-SEQUENCIA
            MOVE 'P' TO PX-SITUACAO
            MOVE WS-MOTIVO TO PX-MOTIVO
            MOVE WS-OPERADOR TO PX-SOLICITANTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO PX-DATA-PEDIDO
            STRING WS-DC-HH ':' WS-DC-MIN ':' WS-DC-SS
                DELIMITED BY SIZE INTO PX-HORA-PEDIDO
            MOVE NM-NOME TO PX-NOME
            IF WS-PEDIDO-EXISTENTE
                REWRITE PX-REGISTRO
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            ELSE
                WRITE PX-REGISTRO
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF
            IF WS-PX-STATUS NOT = '00'
                PERFORM 8400-TRATAR-ERRO-PEDIDO
            END-IF.
        7300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7400-ARQUIVAR-CONTATO - SE A SEQUENCIA RECEM-EXCLUIDA TEM  *
      * CONTATO, GRAVA A LINHA DE JORNAL DE CONTATO (IMAGEM DEPOIS *
      * EM BRANCO), COPIA O CONTATO PARA O CONTARQ CARIMBADO COM   *
      * DATA, HORA, PROGRAMA E OPERADOR DA EXCLUSAO E SO ENTAO O   *
      * APAGA.  NOME SEM CONTATO NAO TEM O QUE ARQUIVAR.           *
      *-----------------------------------------------------------*
        7400-ARQUIVAR-CONTATO.
            MOVE WS-SEQ-INFORMADA TO CO-SEQUENCIA
            READ ARQUIVO-CONTATOS
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-CO-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    GO TO 7400-EXIT
                WHEN OTHER
                    PERFORM 8500-TRATAR-ERRO-CONTATOS
            END-EVALUATE
            MOVE SPACES TO CJ-REGISTRO
            MOVE 'E' TO CJ-ACAO
            MOVE 'C' TO CJ-ARQUIVO
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
        7400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7600-ATUALIZAR-LISTA - SE A SEQUENCIA TEM ENTRADA NA LISTA *
      * DE CORRECAO, GRAVA NELA A SITUACAO RECEBIDA DO CHAMADOR    *
      * (C = CORRIGIDA, A = ACEITA, E = EXCLUIDA), O OPERADOR, A   *
      * DATA E O NOME COMO FICOU - E ESTE NOME QUE A VARREDURA     *
      * COMPARA PARA MANTER UMA ACEITACAO.  SEQUENCIA FORA DA      *
      * LISTA, OU LISTA AINDA NAO GERADA, NAO TEM O QUE MARCAR.    *
      *-----------------------------------------------------------*
        7600-ATUALIZAR-LISTA.
            IF NOT WS-LISTA-DISPONIVEL
                GO TO 7600-EXIT
            END-IF
            MOVE WS-SEQ-INFORMADA TO QL-SEQUENCIA
            READ LISTA-QUALIDADE
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-QL-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    GO TO 7600-EXIT
                WHEN OTHER
                    PERFORM 8700-TRATAR-ERRO-LISTA
            END-EVALUATE
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            MOVE WS-SITUACAO-LISTA TO QL-SITUACAO
            MOVE WS-OPERADOR TO QL-OPERADOR-SITUACAO
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO QL-DATA-SITUACAO
            MOVE NM-NOME TO QL-NOME
            REWRITE QL-REGISTRO
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-QL-STATUS NOT = '00'
                PERFORM 8700-TRATAR-ERRO-LISTA
            END-IF.
        7600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7100-ATUALIZAR-TOTAIS - SUBTRAI O REGISTRO RECEM-EXCLUIDO  *
      * DO TOTAL DE CONTROLE EM CTLTOTLS, LOGO APOS O DELETE NO    *
            CLOSE JORNAL-MUDANCAS
            CLOSE CONTROLE-TOTAIS
            CLOSE ARQUIVO-HISTORICO
            CLOSE EXCLUSAO-PENDENTE
            CLOSE ARQUIVO-CONTATOS
            CLOSE CONTATO-ARQUIVADO
            CLOSE LISTA-QUALIDADE
            MOVE 16 TO RETURN-CODE
            GOBACK.

            CLOSE JORNAL-MUDANCAS
            CLOSE CONTROLE-TOTAIS
            CLOSE ARQUIVO-HISTORICO
            CLOSE EXCLUSAO-PENDENTE
            CLOSE ARQUIVO-CONTATOS
            CLOSE CONTATO-ARQUIVADO
            CLOSE LISTA-QUALIDADE
            MOVE 16 TO RETURN-CODE
            GOBACK.

            CLOSE JORNAL-MUDANCAS
            CLOSE CONTROLE-TOTAIS
            CLOSE ARQUIVO-HISTORICO
            CLOSE EXCLUSAO-PENDENTE
            CLOSE ARQUIVO-CONTATOS
            CLOSE CONTATO-ARQUIVADO
            CLOSE LISTA-QUALIDADE
            MOVE 16 TO RETURN-CODE
            GOBACK.

            CLOSE JORNAL-MUDANCAS
            CLOSE CONTROLE-TOTAIS
            CLOSE ARQUIVO-HISTORICO
            CLOSE EXCLUSAO-PENDENTE
            CLOSE ARQUIVO-CONTATOS
            CLOSE CONTATO-ARQUIVADO
            CLOSE LISTA-QUALIDADE
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8400-TRATAR-ERRO-PEDIDO - TRATAMENTO PADRAO DE ERRO DE E/S *
      * NO ARQUIVO DE PEDIDOS DE EXCLUSAO EXCPEND.  MESMA POLITICA *
      * DO 8000: ABORTA E DEVOLVE O CONTROLE AO MENU.              *
      *-----------------------------------------------------------*
        8400-TRATAR-ERRO-PEDIDO.
            DISPLAY "ERRO DE E/S EM EXCPEND - FILE STATUS = "
                WS-PX-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            CLOSE NAME-MASTER
            CLOSE JORNAL-MUDANCAS
            CLOSE CONTROLE-TOTAIS
            CLOSE ARQUIVO-HISTORICO
            CLOSE EXCLUSAO-PENDENTE
            CLOSE ARQUIVO-CONTATOS
            CLOSE CONTATO-ARQUIVADO
            CLOSE LISTA-QUALIDADE
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
            CLOSE NAME-MASTER
            CLOSE JORNAL-MUDANCAS
            CLOSE CONTROLE-TOTAIS
            CLOSE ARQUIVO-HISTORICO
            CLOSE EXCLUSAO-PENDENTE
            CLOSE ARQUIVO-CONTATOS
            CLOSE CONTATO-ARQUIVADO
            CLOSE LISTA-QUALIDADE
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8600-TRATAR-ERRO-CONTARQ - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO ARQUIVO DE CONTATOS ARQUIVADOS CONTARQ.  MESMA      *
      * POLITICA DO 8000, SEM APAGAR UM CONTATO QUE NAO PODE SER   *
      * ARQUIVADO.                                                 *
      *-----------------------------------------------------------*
        8600-TRATAR-ERRO-CONTARQ.
            DISPLAY "ERRO DE E/S EM CONTARQ - FILE STATUS = "
                WS-CA-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            CLOSE NAME-MASTER
            CLOSE JORNAL-MUDANCAS
            CLOSE CONTROLE-TOTAIS
            CLOSE ARQUIVO-HISTORICO
            CLOSE EXCLUSAO-PENDENTE
            CLOSE ARQUIVO-CONTATOS
            CLOSE CONTATO-ARQUIVADO
            CLOSE LISTA-QUALIDADE
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8700-TRATAR-ERRO-LISTA - TRATAMENTO PADRAO DE ERRO DE E/S  *
      * NA LISTA DE CORRECAO QUALLIST.  MESMA POLITICA DO 8000.    *
      *-----------------------------------------------------------*
        8700-TRATAR-ERRO-LISTA.
            DISPLAY "ERRO DE E/S EM QUALLIST - FILE STATUS = "
                WS-QL-STATUS
            DISPLAY "PROCESSAMENTO ABORTADO"
            CLOSE NAME-MASTER
            CLOSE JORNAL-MUDANCAS
            CLOSE CONTROLE-TOTAIS
            CLOSE ARQUIVO-HISTORICO
            CLOSE EXCLUSAO-PENDENTE
            CLOSE ARQUIVO-CONTATOS
            CLOSE CONTATO-ARQUIVADO
            CLOSE LISTA-QUALIDADE
            MOVE 16 TO RETURN-CODE
            GOBACK.

            CLOSE NAME-MASTER
            CLOSE JORNAL-MUDANCAS
            CLOSE CONTROLE-TOTAIS
            CLOSE ARQUIVO-HISTORICO
            CLOSE EXCLUSAO-PENDENTE
            CLOSE ARQUIVO-CONTATOS
            CLOSE CONTATO-ARQUIVADO
            IF WS-LISTA-DISPONIVEL
                CLOSE LISTA-QUALIDADE
            END-IF.
