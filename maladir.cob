      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - EXTRACAO PARA A CASA DE
      *                    MALA DIRETA DO ARQUIVO SEQUENCIAL MAILOUT,
      *                    QUE JUNTA CADA NOME DO NAME-MASTER AO SEU
      *                    ENDERECO NO ARQUIVO DE CONTATOS CONTATOS
      *                    (COPY CONTATO), EM ORDEM DE NM-SEQUENCIA.
      *                    O NAMEOUT DO EXTRATO CONTINUA SAINDO SO
      *                    COM SEQUENCIA E NOME.  NOME SEM CONTATO OU
      *                    COM ENDERECO INUTILIZAVEL (SEM LOGRADOURO,
      *                    CIDADE OU UF, OU COM CEP QUE NAO SEJA DE
      *                    OITO DIGITOS) NAO SAI E E CONTADO A PARTE.
      *                    O ARQUIVO SAI COM HEADER (TIPO H, DATA E
      *                    HORA DA EXTRACAO) E TRAILER (TIPO T, TOTAL
      *                    DE DETALHES, SEGUIDO DOS NOMES LIDOS E DOS
      *                    OMITIDOS), COMO O NAMEOUT, PARA QUE A CASA
      *                    DE MALA DIRETA CONCILIE O QUE RECEBEU.  A
      *                    EXTRACAO E SEMPRE TOTAL
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MALADIR.
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
            SELECT ARQUIVO-CONTATOS ASSIGN TO "CONTATOS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CO-SEQUENCIA
                FILE STATUS IS WS-CO-STATUS.
            SELECT MAIL-OUT ASSIGN TO "MAILOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  NAME-MASTER
            LABEL RECORDS ARE STANDARD.
        COPY NAMEREC.

        FD  ARQUIVO-CONTATOS
            LABEL RECORDS ARE STANDARD.
        COPY CONTATO.

        FD  MAIL-OUT
            LABEL RECORDS ARE STANDARD.
        01  MO-REGISTRO                 PIC X(120).

        WORKING-STORAGE SECTION.
        77  WS-NM-STATUS                PIC X(02).
        77  WS-CO-STATUS                PIC X(02).
        77  WS-MO-STATUS                PIC X(02).
        77  WS-CONT-LIDOS               PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-EXTRAIDOS           PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-SEM-CONTATO         PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-INUTILIZAVEIS       PIC 9(06) COMP VALUE ZERO.
        77  WS-SW-FIM-MASTER            PIC X(01) VALUE 'N'.
            88  WS-FIM-MASTER                   VALUE 'S'.
        01  WS-REG-HEADER.
            05  FILLER                  PIC X(01) VALUE 'H'.
            05  WS-HD-DATA              PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-HD-HORA              PIC X(08).
            05  FILLER                  PIC X(100) VALUE SPACES.
        01  WS-REG-DETALHE.
            05  FILLER                  PIC X(01) VALUE 'D'.
            05  WS-DT-SEQUENCIA         PIC 9(06).
            05  WS-DT-NOME              PIC X(30).
            05  WS-DT-LOGRADOURO        PIC X(28).
            05  WS-DT-NUMERO            PIC X(05).
            05  WS-DT-COMPLEMENTO       PIC X(08).
            05  WS-DT-BAIRRO            PIC X(15).
            05  WS-DT-CIDADE            PIC X(16).
            05  WS-DT-UF                PIC X(02).
            05  WS-DT-CEP               PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
        01  WS-REG-TRAILER.
            05  FILLER                  PIC X(01) VALUE 'T'.
            05  WS-TR-CONTADOR          PIC 9(06).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-TR-LIDOS             PIC 9(06).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-TR-OMITIDOS          PIC 9(06).
            05  FILLER                  PIC X(99) VALUE SPACES.
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
            PERFORM 2000-EXTRAIR-REGISTRO THRU 2000-EXIT
                UNTIL WS-FIM-MASTER
            PERFORM 9000-FINALIZAR
            STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - ABRE O NAME-MASTER E O ARQUIVO DE       *
      * CONTATOS SOMENTE PARA LEITURA E O MAILOUT PARA GRAVACAO,   *
      * GRAVA O HEADER COM A DATA E A HORA DA EXTRACAO E POSICIONA *
      * O MASTER NO MENOR NM-SEQUENCIA.  NAME-MASTER OU CONTATOS   *
      * AUSENTE ABORTA A EXTRACAO: MANDAR UM ARQUIVO VAZIO POR     *
      * ENGANO FARIA A CASA DE MALA DIRETA DESCARTAR A BASE DELA.  *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            OPEN INPUT NAME-MASTER
            IF WS-NM-STATUS = '35'
                DISPLAY 'NAMEMSTR NAO ENCONTRADO - EXTRACAO ABORTADA'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-NM-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-IF
            OPEN INPUT ARQUIVO-CONTATOS
            IF WS-CO-STATUS = '35'
                DISPLAY 'CONTATOS NAO ENCONTRADO - EXTRACAO ABORTADA'
                CLOSE NAME-MASTER
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-CO-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-CONTATOS
            END-IF
            OPEN OUTPUT MAIL-OUT
            IF WS-MO-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-MAILOUT
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO WS-HD-DATA
            STRING WS-DC-HH ':' WS-DC-MIN ':' WS-DC-SS
                DELIMITED BY SIZE INTO WS-HD-HORA
            MOVE WS-REG-HEADER TO MO-REGISTRO
            WRITE MO-REGISTRO
            IF WS-MO-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-MAILOUT
            END-IF
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
      * 2000-EXTRAIR-REGISTRO - LE O PROXIMO NOME DO MASTER EM     *
      * ORDEM DE NM-SEQUENCIA, LE O CONTATO DA MESMA SEQUENCIA E,  *
      * SE O ENDERECO SERVE PARA POSTAGEM, GRAVA O DETALHE (2500). *
      * NOME SEM CONTATO E CONTATO INUTILIZAVEL SAO CONTADOS A     *
      * PARTE E FICAM FORA DO MAILOUT.                             *
      *-----------------------------------------------------------*
        2000-EXTRAIR-REGISTRO.
            READ NAME-MASTER NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-NM-STATUS
                WHEN '00'
                    ADD 1 TO WS-CONT-LIDOS
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-MASTER
                    GO TO 2000-EXIT
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-ARQUIVO
            END-EVALUATE
            MOVE NM-SEQUENCIA TO CO-SEQUENCIA
            READ ARQUIVO-CONTATOS
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-CO-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    ADD 1 TO WS-CONT-SEM-CONTATO
                    GO TO 2000-EXIT
                WHEN OTHER
                    PERFORM 8200-TRATAR-ERRO-CONTATOS
            END-EVALUATE
            IF CO-LOGRADOURO = SPACES
                OR CO-CIDADE = SPACES
                OR CO-UF = SPACES
                OR CO-CEP NOT NUMERIC
                OR CO-CEP = '00000000'
                ADD 1 TO WS-CONT-INUTILIZAVEIS
                GO TO 2000-EXIT
            END-IF
            PERFORM 2500-GRAVAR-DETALHE THRU 2500-EXIT.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2500-GRAVAR-DETALHE - MONTA E GRAVA NO MAILOUT O DETALHE   *
      * COM O NOME DA AREA NM-REGISTRO E O ENDERECO DA AREA        *
      * CO-REGISTRO.  O TELEFONE NAO VAI PARA A MALA DIRETA.       *
      *-----------------------------------------------------------*
        2500-GRAVAR-DETALHE.
            MOVE NM-SEQUENCIA TO WS-DT-SEQUENCIA
            MOVE NM-NOME TO WS-DT-NOME
            MOVE CO-LOGRADOURO TO WS-DT-LOGRADOURO
            MOVE CO-NUMERO TO WS-DT-NUMERO
            MOVE CO-COMPLEMENTO TO WS-DT-COMPLEMENTO
            MOVE CO-BAIRRO TO WS-DT-BAIRRO
            MOVE CO-CIDADE TO WS-DT-CIDADE
            MOVE CO-UF TO WS-DT-UF
            MOVE CO-CEP TO WS-DT-CEP
            MOVE WS-REG-DETALHE TO MO-REGISTRO
            WRITE MO-REGISTRO
            IF WS-MO-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-MAILOUT
            END-IF
            ADD 1 TO WS-CONT-EXTRAIDOS.
        2500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-ARQUIVO - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO NAME-MASTER.  ABORTA A EXTRACAO SEM GRAVAR O        *
      * TRAILER: UM MAILOUT SEM TRAILER NAO FECHA A CONCILIACAO DO *
      * RECEPTOR E NAO PODE SER CONFUNDIDO COM UMA EXTRACAO        *
      * COMPLETA.                                                  *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-ARQUIVO.
            DISPLAY "ERRO DE E/S EM NAME-MASTER - FILE STATUS = "
                WS-NM-STATUS
            DISPLAY "EXTRACAO ABORTADA - REGISTROS EXTRAIDOS = "
                WS-CONT-EXTRAIDOS
            CLOSE NAME-MASTER
            CLOSE ARQUIVO-CONTATOS
            CLOSE MAIL-OUT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8100-TRATAR-ERRO-MAILOUT - TRATAMENTO PADRAO DE ERRO DE    *
      * E/S NO ARQUIVO DE SAIDA MAILOUT.  MESMA POLITICA DO 8000.  *
      *-----------------------------------------------------------*
        8100-TRATAR-ERRO-MAILOUT.
            DISPLAY "ERRO DE E/S EM MAILOUT - FILE STATUS = "
                WS-MO-STATUS
            DISPLAY "EXTRACAO ABORTADA - REGISTROS EXTRAIDOS = "
                WS-CONT-EXTRAIDOS
            CLOSE NAME-MASTER
            CLOSE ARQUIVO-CONTATOS
            CLOSE MAIL-OUT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 8200-TRATAR-ERRO-CONTATOS - TRATAMENTO PADRAO DE ERRO DE   *
      * E/S NO ARQUIVO DE CONTATOS.  MESMA POLITICA DO 8000.       *
      *-----------------------------------------------------------*
        8200-TRATAR-ERRO-CONTATOS.
            DISPLAY "ERRO DE E/S EM CONTATOS - FILE STATUS = "
                WS-CO-STATUS
            DISPLAY "EXTRACAO ABORTADA - REGISTROS EXTRAIDOS = "
                WS-CONT-EXTRAIDOS
            CLOSE NAME-MASTER
            CLOSE ARQUIVO-CONTATOS
            CLOSE MAIL-OUT
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *-----------------------------------------------------------*
      * 9000-FINALIZAR - GRAVA O TRAILER COM O TOTAL DE DETALHES   *
      * EXTRAIDOS, OS NOMES LIDOS E OS OMITIDOS (SEM CONTATO MAIS  *
      * INUTILIZAVEIS) E ENCERRA.  LIDOS = DETALHES + OMITIDOS.    *
      *-----------------------------------------------------------*
        9000-FINALIZAR.
            MOVE WS-CONT-EXTRAIDOS TO WS-TR-CONTADOR
            MOVE WS-CONT-LIDOS TO WS-TR-LIDOS
            COMPUTE WS-TR-OMITIDOS =
                WS-CONT-SEM-CONTATO + WS-CONT-INUTILIZAVEIS
            MOVE WS-REG-TRAILER TO MO-REGISTRO
            WRITE MO-REGISTRO
            IF WS-MO-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-MAILOUT
            END-IF
            CLOSE NAME-MASTER
            CLOSE ARQUIVO-CONTATOS
            CLOSE MAIL-OUT
            DISPLAY "MALADIR CONCLUIDO - NOMES LIDOS = "
                WS-CONT-LIDOS
            DISPLAY "  EXTRAIDOS = " WS-CONT-EXTRAIDOS
                "  SEM CONTATO = " WS-CONT-SEM-CONTATO
                "  ENDERECO INUTILIZAVEL = " WS-CONT-INUTILIZAVEIS.
