      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - VARREDURA DE QUALIDADE
      *                    DOS NOMES DO NAME-MASTER.  AS CHECAGENS
      *                    DA CAPTURA SO PEGAM NOME EM BRANCO E
      *                    ESTOURO DE 30 POSICOES; ESTE PROGRAMA
      *                    APLICA A CADA REGISTRO AS REGRAS DE
      *                    QUALIDADE DO SUBPROGRAMA QUALNOME (COPY
      *                    QUALCOM), REFAZ A LISTA DE CORRECAO
      *                    QUALLIST (COPY QUALLIST) QUE O MANUTEN
      *                    PERCORRE UM NOME POR VEZ, E IMPRIME EM
      *                    QUALREL O RELATORIO DE EXCECOES AGRUPADO
      *                    POR REGRA, COM SEQUENCIA, NOME, ORIGEM E
      *                    OPERADOR/LOTE DO NAMEREC, PARA O PROBLEMA
      *                    SER RASTREADO ATE A FONTE DO CADASTRO.
      *                    NOME ACEITO NO MANUTEN E NAO ALTERADO
      *                    DESDE ENTAO CONTINUA ACEITO E SO E
      *                    CONTADO NO RODAPE
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. VARQUAL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT NAME-MASTER ASSIGN TO "NAMEMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NM-SEQUENCIA
                ALTERNATE RECORD KEY IS NM-NOME WITH DUPLICATES
                ALTERNATE RECORD KEY IS NM-NOME-NORM
                    WITH DUPLICATES
                FILE STATUS IS WS-NM-STATUS.
            SELECT LISTA-QUALIDADE ASSIGN TO "QUALLIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS QL-SEQUENCIA
                FILE STATUS IS WS-QL-STATUS.
            SELECT RELATORIO-QUAL ASSIGN TO "QUALREL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RQ-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  NAME-MASTER
            LABEL RECORDS ARE STANDARD.
        COPY NAMEREC.

        FD  LISTA-QUALIDADE
            LABEL RECORDS ARE STANDARD.
        COPY QUALLIST.

        FD  RELATORIO-QUAL
            LABEL RECORDS ARE STANDARD.
        01  RQ-LINHA                    PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-NM-STATUS                PIC X(02).
        77  WS-QL-STATUS                PIC X(02).
        77  WS-RQ-STATUS                PIC X(02).
        77  WS-CONT-LIDOS               PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-FORA-PADRAO         PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-PENDENTES           PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-ACEITOS             PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-REMOVIDOS           PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-REGRA               PIC 9(06) COMP VALUE ZERO.
        77  WS-IND-REGRA                PIC 9(02) COMP VALUE ZERO.
        77  WS-ID-VARREDURA             PIC X(14).
        77  WS-SW-FIM-MASTER            PIC X(01) VALUE 'N'.
            88  WS-FIM-MASTER                   VALUE 'S'.
        77  WS-SW-FIM-LISTA             PIC X(01) VALUE 'N'.
            88  WS-FIM-LISTA                    VALUE 'S'.
        COPY QUALCOM.
        01  WS-REL-CABECALHO.
            05  FILLER                  PIC X(48) VALUE
                "VARQUAL - NOMES FORA DO PADRAO DE QUALIDADE".
            05  FILLER                  PIC X(06) VALUE "DATA: ".
            05  WS-RB-DATA              PIC X(10).
            05  FILLER                  PIC X(16) VALUE SPACES.
        01  WS-REL-LINHA-BRANCO         PIC X(80) VALUE SPACES.
        01  WS-REL-TIT-REGRA.
            05  FILLER                  PIC X(06) VALUE "REGRA ".
            05  WS-RT-CODIGO            PIC 9(02).
            05  FILLER                  PIC X(03) VALUE " - ".
            05  WS-RT-DESCRICAO         PIC X(30).
            05  FILLER                  PIC X(39) VALUE SPACES.
        01  WS-REL-TIT-COLUNAS.
            05  FILLER                  PIC X(10) VALUE "  SEQ.".
            05  FILLER                  PIC X(32) VALUE "NOME".
            05  FILLER                  PIC X(05) VALUE "ORIG".
            05  FILLER                  PIC X(10) VALUE "OPER/LOTE".
            05  FILLER                  PIC X(23) VALUE "DATA CAD.".
        01  WS-REL-DET-NOME.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  WS-RD-SEQUENCIA         PIC 9(06).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  WS-RD-NOME              PIC X(30).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  WS-RD-ORIGEM            PIC X(01).
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  WS-RD-OPERADOR          PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  WS-RD-DATA              PIC X(10).
            05  FILLER                  PIC X(13) VALUE SPACES.
        01  WS-REL-NENHUM               PIC X(80) VALUE
            "  NENHUM NOME PENDENTE NESTA REGRA".
        01  WS-REL-TOT-REGRA.
            05  FILLER                  PIC X(26) VALUE
                "  PENDENTES NA REGRA    = ".
            05  WS-RR-CONT              PIC 9(06).
            05  FILLER                  PIC X(48) VALUE SPACES.
        01  WS-REL-RODAPE.
            05  WS-RF-ROTULO            PIC X(26).
            05  WS-RF-VALOR             PIC 9(06).
            05  FILLER                  PIC X(48) VALUE SPACES.
        01  WS-DATA-CORRENTE.
            05  WS-DC-YYYY              PIC X(04).
            05  WS-DC-MM                PIC X(02).
            05  WS-DC-DD                PIC X(02).
            05  WS-DC-HH                PIC X(02).
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).

        PROCEDURE DIVISION.
        0000-MAINLINE.
            PERFORM 1000-INICIALIZAR
            PERFORM 2000-VARRER-MASTER THRU 2000-EXIT
                UNTIL WS-FIM-MASTER
            PERFORM 3000-LIMPAR-LISTA THRU 3000-EXIT
            PERFORM 4000-IMPRIMIR-REGRA THRU 4000-EXIT
                VARYING WS-IND-REGRA FROM 1 BY 1
                UNTIL WS-IND-REGRA > 7
            PERFORM 5000-IMPRIMIR-RODAPE THRU 5000-EXIT
            PERFORM 9000-FINALIZAR
            STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - ABRE O NAME-MASTER SOMENTE PARA LEITURA *
      * (AUSENTE E UM ERRO: NAO HA O QUE VARRER), A LISTA DE       *
      * CORRECAO QUALLIST PARA ATUALIZACAO (CRIADA VAZIA NA        *
      * PRIMEIRA EXECUCAO) E O RELATORIO COM O CABECALHO DATADO.   *
      * A DATA E HORA DA EXECUCAO VIRAM O CARIMBO DA VARREDURA,    *
      * GRAVADO EM TODA ENTRADA DA LISTA TOCADA NESTA EXECUCAO.    *
      * UMA CHAMADA AO QUALNOME COM NOME EM BRANCO SO CARREGA AS   *
      * DESCRICOES DAS REGRAS PARA OS TITULOS DO RELATORIO.        *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            OPEN INPUT NAME-MASTER
            IF WS-NM-STATUS = '35'
                DISPLAY 'NAMEMSTR NAO ENCONTRADO - VARREDURA ABORTADA'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-NM-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-IF
            OPEN I-O LISTA-QUALIDADE
            IF WS-QL-STATUS = '35'
                OPEN OUTPUT LISTA-QUALIDADE
                CLOSE LISTA-QUALIDADE
                OPEN I-O LISTA-QUALIDADE
            END-IF
            IF WS-QL-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-LISTA
            END-IF
            OPEN OUTPUT RELATORIO-QUAL
            IF WS-RQ-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-RELATORIO
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY WS-DC-MM WS-DC-DD
                WS-DC-HH WS-DC-MIN WS-DC-SS
                DELIMITED BY SIZE INTO WS-ID-VARREDURA
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO WS-RB-DATA
            MOVE WS-REL-CABECALHO TO RQ-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE SPACES TO QN-NOME
            CALL "QUALNOME" USING QN-AREA-QUALIDADE
            MOVE ZEROS TO NM-SEQUENCIA
            START NAME-MASTER KEY IS NOT LESS NM-SEQUENCIA
            EVALUATE WS-NM-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    MOVE 'S' TO WS-SW-FIM-MASTER
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-EVALUATE.

      *-----------------------------------------------------------*
      * 2000-VARRER-MASTER - LE O PROXIMO REGISTRO EM ORDEM DE     *
      * NM-SEQUENCIA E PASSA O NOME PELAS REGRAS DO QUALNOME.  UM  *
      * NOME FORA DO PADRAO VAI PARA A LISTA DE CORRECAO (2100).   *
      *-----------------------------------------------------------*
        2000-VARRER-MASTER.
            READ NAME-MASTER NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-NM-STATUS
                WHEN '00'
                    ADD 1 TO WS-CONT-LIDOS
                    MOVE NM-NOME TO QN-NOME
                    CALL "QUALNOME" USING QN-AREA-QUALIDADE
                    IF QN-QTDE-VIOLADAS > ZERO
                        PERFORM 2100-REGISTRAR-NA-LISTA THRU 2100-EXIT
                    END-IF
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-MASTER
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-EVALUATE.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2100-REGISTRAR-NA-LISTA - PROCURA A SEQUENCIA NA LISTA DE  *
      * CORRECAO.  A ENTRADA ACEITA NO MANUTEN CUJO NOME NAO MUDOU *
      * DESDE A ACEITACAO SO RECEBE O CARIMBO DESTA VARREDURA E    *
      * CONTINUA ACEITA; QUALQUER OUTRA (NOVA, CORRIGIDA PARA UM   *
      * NOME AINDA FORA DO PADRAO, OU ACEITA E ALTERADA DEPOIS)    *
      * E REMONTADA COMO PENDENTE (2200).                          *
      *-----------------------------------------------------------*
        2100-REGISTRAR-NA-LISTA.
            ADD 1 TO WS-CONT-FORA-PADRAO
            MOVE NM-SEQUENCIA TO QL-SEQUENCIA
            READ LISTA-QUALIDADE
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-QL-STATUS
                WHEN '00'
                    IF QL-ACEITO AND QL-NOME = NM-NOME
                        MOVE WS-ID-VARREDURA TO QL-ID-VARREDURA
                        ADD 1 TO WS-CONT-ACEITOS
                    ELSE
                        PERFORM 2200-MONTAR-ENTRADA THRU 2200-EXIT
                    END-IF
                    REWRITE QL-REGISTRO
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                WHEN '23'
                    PERFORM 2200-MONTAR-ENTRADA THRU 2200-EXIT
                    WRITE QL-REGISTRO
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                WHEN OTHER
                    PERFORM 8100-TRATAR-ERRO-LISTA
            END-EVALUATE
            IF WS-QL-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-LISTA
            END-IF.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2200-MONTAR-ENTRADA - MONTA A ENTRADA PENDENTE COM AS      *
      * REGRAS VIOLADAS, O NOME E O CONTEXTO DE CAPTURA DO         *
      * REGISTRO (DATA, ORIGEM E OPERADOR OU LOTE), CARIMBADA COM  *
      * A VARREDURA CORRENTE.                                      *
      *-----------------------------------------------------------*
        2200-MONTAR-ENTRADA.
            MOVE SPACES TO QL-REGISTRO
            MOVE NM-SEQUENCIA TO QL-SEQUENCIA
            MOVE 'P' TO QL-SITUACAO
            PERFORM 2250-COPIAR-REGRA THRU 2250-EXIT
                VARYING WS-IND-REGRA FROM 1 BY 1
                UNTIL WS-IND-REGRA > 7
            MOVE NM-NOME TO QL-NOME
            MOVE NM-DATA-CADASTRO TO QL-DATA-CADASTRO
            MOVE NM-ORIGEM TO QL-ORIGEM
            MOVE NM-OPERADOR TO QL-OPERADOR
            MOVE WS-ID-VARREDURA TO QL-ID-VARREDURA
            ADD 1 TO WS-CONT-PENDENTES.
        2200-EXIT.
            EXIT.

        2250-COPIAR-REGRA.
            MOVE QN-VIOLADA (WS-IND-REGRA) TO QL-REGRA (WS-IND-REGRA).
        2250-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-LIMPAR-LISTA - PERCORRE A LISTA DE CORRECAO E EXCLUI  *
      * TODA ENTRADA QUE NAO RECEBEU O CARIMBO DESTA VARREDURA:    *
      * NOME JA CORRIGIDO PARA O PADRAO OU REGISTRO QUE SAIU DO    *
      * MASTER.  O QUE FOI FEITO COM ELA CONTINUA NO CHGJRNL.      *
      *-----------------------------------------------------------*
        3000-LIMPAR-LISTA.
            MOVE 'N' TO WS-SW-FIM-LISTA
            PERFORM 3050-POSICIONAR-LISTA THRU 3050-EXIT
            PERFORM 3100-LIMPAR-ENTRADA THRU 3100-EXIT
                UNTIL WS-FIM-LISTA.
        3000-EXIT.
            EXIT.

        3050-POSICIONAR-LISTA.
            MOVE ZEROS TO QL-SEQUENCIA
            START LISTA-QUALIDADE KEY IS NOT LESS QL-SEQUENCIA
            EVALUATE WS-QL-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    MOVE 'S' TO WS-SW-FIM-LISTA
                WHEN OTHER
                    PERFORM 8100-TRATAR-ERRO-LISTA
            END-EVALUATE.
        3050-EXIT.
            EXIT.

        3100-LIMPAR-ENTRADA.
            READ LISTA-QUALIDADE NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-QL-STATUS
                WHEN '00'
                    IF QL-ID-VARREDURA NOT = WS-ID-VARREDURA
                        DELETE LISTA-QUALIDADE RECORD
                            INVALID KEY
                                CONTINUE
                        END-DELETE
                        IF WS-QL-STATUS NOT = '00'
                            PERFORM 8100-TRATAR-ERRO-LISTA
                        END-IF
                        ADD 1 TO WS-CONT-REMOVIDOS
                    END-IF
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-LISTA
                WHEN OTHER
                    PERFORM 8100-TRATAR-ERRO-LISTA
            END-EVALUATE.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4000-IMPRIMIR-REGRA - UMA SECAO DO RELATORIO POR REGRA,    *
      * COM O CODIGO E A DESCRICAO DO QUALNOME NO TITULO, UMA      *
      * LINHA POR ENTRADA PENDENTE QUE VIOLA A REGRA (UM NOME COM  *
      * VARIAS REGRAS VIOLADAS APARECE EM CADA UMA DELAS) E O      *
      * TOTAL DA REGRA.  CADA SECAO E UMA PASSADA PELA LISTA, QUE  *
      * JA ESTA EM ORDEM DE SEQUENCIA.                             *
      *-----------------------------------------------------------*
        4000-IMPRIMIR-REGRA.
            MOVE WS-REL-LINHA-BRANCO TO RQ-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-IND-REGRA TO WS-RT-CODIGO
            MOVE QN-DESCRICAO (WS-IND-REGRA) TO WS-RT-DESCRICAO
            MOVE WS-REL-TIT-REGRA TO RQ-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-TIT-COLUNAS TO RQ-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE ZERO TO WS-CONT-REGRA
            MOVE 'N' TO WS-SW-FIM-LISTA
            PERFORM 3050-POSICIONAR-LISTA THRU 3050-EXIT
            PERFORM 4100-IMPRIMIR-ENTRADA THRU 4100-EXIT
                UNTIL WS-FIM-LISTA
            IF WS-CONT-REGRA = ZERO
                MOVE WS-REL-NENHUM TO RQ-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF
            MOVE WS-CONT-REGRA TO WS-RR-CONT
            MOVE WS-REL-TOT-REGRA TO RQ-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.
        4000-EXIT.
            EXIT.

        4100-IMPRIMIR-ENTRADA.
            READ LISTA-QUALIDADE NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-QL-STATUS
                WHEN '00'
                    IF QL-PENDENTE
                        AND QL-REGRA-VIOLADA (WS-IND-REGRA)
                        MOVE QL-SEQUENCIA TO WS-RD-SEQUENCIA
                        MOVE QL-NOME TO WS-RD-NOME
                        MOVE QL-ORIGEM TO WS-RD-ORIGEM
                        MOVE QL-OPERADOR TO WS-RD-OPERADOR
                        MOVE QL-DATA-CADASTRO TO WS-RD-DATA
                        MOVE WS-REL-DET-NOME TO RQ-LINHA
                        PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
                        ADD 1 TO WS-CONT-REGRA
                    END-IF
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-LISTA
                WHEN OTHER
                    PERFORM 8100-TRATAR-ERRO-LISTA
            END-EVALUATE.
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5000-IMPRIMIR-RODAPE - FECHA O RELATORIO COM OS TOTAIS DA  *
      * VARREDURA: REGISTROS LIDOS, NOMES FORA DO PADRAO, QUANTOS  *
      * FICARAM PENDENTES NA LISTA, QUANTOS CONTINUAM ACEITOS E    *
      * QUANTAS ENTRADAS SAIRAM DA LISTA.                          *
      *-----------------------------------------------------------*
        5000-IMPRIMIR-RODAPE.
            MOVE WS-REL-LINHA-BRANCO TO RQ-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE "TOTAL REGISTROS LIDOS   = " TO WS-RF-ROTULO
            MOVE WS-CONT-LIDOS TO WS-RF-VALOR
            MOVE WS-REL-RODAPE TO RQ-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE "NOMES FORA DO PADRAO    = " TO WS-RF-ROTULO
            MOVE WS-CONT-FORA-PADRAO TO WS-RF-VALOR
            MOVE WS-REL-RODAPE TO RQ-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE "PENDENTES NA LISTA      = " TO WS-RF-ROTULO
            MOVE WS-CONT-PENDENTES TO WS-RF-VALOR
            MOVE WS-REL-RODAPE TO RQ-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE "ACEITOS NO MANUTEN      = " TO WS-RF-ROTULO
            MOVE WS-CONT-ACEITOS TO WS-RF-VALOR
            MOVE WS-REL-RODAPE TO RQ-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE "RETIRADOS DA LISTA      = " TO WS-RF-ROTULO
            MOVE WS-CONT-REMOVIDOS TO WS-RF-VALOR
            MOVE WS-REL-RODAPE TO RQ-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7000-GRAVAR-LINHA - GRAVA A LINHA JA MONTADA EM RQ-LINHA   *
      * NO RELATORIO DE QUALIDADE, COM A CHECAGEM DE STATUS        *
      * PADRAO.                                                    *
      *-----------------------------------------------------------*
        7000-GRAVAR-LINHA.
            WRITE RQ-LINHA
            IF WS-RQ-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-RELATORIO
            END-IF.
        7000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO NAME-MASTER.  ABORTA A VARREDURA: A LISTA JA        *
      * ATUALIZADA FICA COMO ESTA E A LIMPEZA (3000) NAO RODA, DE  *
      * MODO QUE NENHUMA ENTRADA E PERDIDA POR UMA VARREDURA       *
      * INCOMPLETA - A PROXIMA EXECUCAO REFAZ TUDO.                *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-ARQUIVO.
            DISPLAY "ERRO DE E/S EM NAME-MASTER - FILE STATUS = "
                WS-NM-STATUS
            DISPLAY "VARREDURA ABORTADA"
            CLOSE NAME-MASTER
            CLOSE LISTA-QUALIDADE
            CLOSE RELATORIO-QUAL
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8100-TRATAR-ERRO-LISTA - TRATAMENTO PADRAO DE ERRO DE E/S  *
      * NA LISTA DE CORRECAO QUALLIST.  MESMA POLITICA DO 8000.    *
      *-----------------------------------------------------------*
        8100-TRATAR-ERRO-LISTA.
            DISPLAY "ERRO DE E/S EM QUALLIST - FILE STATUS = "
                WS-QL-STATUS
            DISPLAY "VARREDURA ABORTADA"
            CLOSE NAME-MASTER
            CLOSE LISTA-QUALIDADE
            CLOSE RELATORIO-QUAL
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8200-TRATAR-ERRO-RELATORIO - TRATAMENTO PADRAO DE ERRO DE  *
      * E/S NO RELATORIO QUALREL.  MESMA POLITICA DO 8000.         *
      *-----------------------------------------------------------*
        8200-TRATAR-ERRO-RELATORIO.
            DISPLAY "ERRO DE E/S EM QUALREL - FILE STATUS = "
                WS-RQ-STATUS
            DISPLAY "VARREDURA ABORTADA"
            CLOSE NAME-MASTER
            CLOSE LISTA-QUALIDADE
            CLOSE RELATORIO-QUAL
            MOVE 16 TO RETURN-CODE
            STOP RUN.

        9000-FINALIZAR.
            CLOSE NAME-MASTER
            CLOSE LISTA-QUALIDADE
            CLOSE RELATORIO-QUAL
            DISPLAY "VARQUAL CONCLUIDO - NOMES FORA DO PADRAO = "
                WS-CONT-FORA-PADRAO
                "  PENDENTES = " WS-CONT-PENDENTES.
