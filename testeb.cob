      *                    PELA CHAVE NORMALIZADA SOBRESCREVE A
      *                    AREA DE REGISTRO; 4000 REMONTA NM-NOME E
      *                    NM-NOME-NORM ANTES DO WRITE
      * 15/10/2026 CBCJ    NOVO MOTIVO DE REJEITO 03 - NOME FORA DO
      *                    PADRAO DE QUALIDADE, PELAS REGRAS DO
      *                    SUBPROGRAMA QUALNOME (COPY QUALCOM), AS
      *                    MESMAS DA VARREDURA VARQUAL.  O NAMEREJ
      *                    (E O NAMEREJC) GANHA O CAMPO RJ-REGRA COM
      *                    O CODIGO DA PRIMEIRA REGRA VIOLADA.  NA
      *                    RECARGA O NOME JA PASSOU PELA REVISAO DO
      *                    OPERADOR, ENTAO A REGRA SO AVISA E O NOME
      *                    E CARREGADO
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTE-BATCH.
            05  RJ-MOTIVO               PIC X(02).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  RJ-NOME                 PIC X(60).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  RJ-REGRA                PIC X(02).

        FD  ARQUIVO-CORRECAO
            LABEL RECORDS ARE STANDARD.
            05  RC-MOTIVO               PIC X(02).
            05  FILLER                  PIC X(01).
            05  RC-NOME                 PIC X(60).
            05  FILLER                  PIC X(01).
            05  RC-REGRA                PIC X(02).

        FD  JORNAL-MUDANCAS
            LABEL RECORDS ARE STANDARD.
        77  WS-CONT-GRAVADOS            PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-DUPLICADOS          PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-REJEITADOS          PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-QUALIDADE           PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-RESTART             PIC 9(06) COMP VALUE ZERO.
        77  WS-SW-FIM-ARQUIVO           PIC X(01) VALUE 'N'.
            88  WS-FIM-ARQUIVO                  VALUE 'S'.
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).
        COPY QUALCOM.

        PROCEDURE DIVISION.
        0000-MAINLINE.
      * UM NOME MAIOR QUE O CAMPO NM-NOME (30 POSICOES) E          *
      * REJEITADO EM VEZ DE TRUNCADO EM SILENCIO, DO MESMO JEITO   *
      * QUE O TESTE VALIDA O NOME DIGITADO INTERATIVAMENTE.  TODO  *
      * REJEITO (LINHA EM BRANCO, NOME ACIMA DE 30 OU NOME FORA DO *
      * PADRAO DE QUALIDADE DO QUALNOME) E GRAVADO EM NAMEREJ COM  *
      * O MOTIVO E O NUMERO DA LINHA NO LOTE (5000), PARA SER      *
      * CORRIGIDO E RECARREGADO DEPOIS.  NA RECARGA O NOME FORA DO *
      * PADRAO FOI REVISTO PELO OPERADOR (CORRIGIDO OU MANTIDO DE  *
      * PROPOSITO) E SO E AVISADO.                                 *
      *-----------------------------------------------------------*
        2000-PROCESSAR-ARQUIVO.
            IF WS-NOME-ENTRADA = SPACES
                ELSE
                    MOVE FUNCTION TRIM(WS-NOME-ENTRADA)
                        TO WS-NOME-VALIDO
                    PERFORM 2200-VERIFICAR-QUALIDADE THRU 2200-EXIT
                END-IF
            END-IF
            PERFORM 7000-GRAVAR-CHECKPOINT THRU 7000-EXIT
        2150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2200-VERIFICAR-QUALIDADE - APLICA AO NOME VALIDADO AS      *
      * REGRAS DE QUALIDADE.  NO LOTE NORMAL O NOME FORA DO PADRAO *
      * VAI PARA O NAMEREJ COM MOTIVO 03 E O CODIGO DA PRIMEIRA    *
      * REGRA VIOLADA; NA RECARGA, OU COM O NOME NO PADRAO, SEGUE  *
      * PARA A VERIFICACAO DE DUPLICADO E A GRAVACAO.              *
      *-----------------------------------------------------------*
        2200-VERIFICAR-QUALIDADE.
            MOVE WS-NOME-VALIDO TO QN-NOME
            CALL "QUALNOME" USING QN-AREA-QUALIDADE
            IF QN-QTDE-VIOLADAS > ZERO
                IF WS-MODO-RECARGA
                    DISPLAY "AVISO - NOME FORA DO PADRAO (REGRA "
                        QN-PRIMEIRA-REGRA ") CARREGADO NA RECARGA: "
                        WS-NOME-VALIDO
                ELSE
                    DISPLAY "NOME FORA DO PADRAO (REGRA "
                        QN-PRIMEIRA-REGRA ") - REJEITADO: "
                        WS-NOME-VALIDO
                    MOVE '03' TO WS-MOTIVO
                    PERFORM 5000-GRAVAR-REJEITO THRU 5000-EXIT
                    ADD 1 TO WS-CONT-QUALIDADE
                    GO TO 2200-EXIT
                END-IF
            END-IF
            PERFORM 3000-VERIFICAR-DUPLICADO THRU 3000-EXIT
            PERFORM 4000-GRAVAR-NOME THRU 4000-EXIT.
        2200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-VERIFICAR-DUPLICADO - CONSULTA O NAME-MASTER PELA     *
      * CHAVE NORMALIZADA NM-NOME-NORM (NORMNOME COLAPSA CAIXA,    *
      *-----------------------------------------------------------*
      * 5000-GRAVAR-REJEITO - GRAVA EM NAMEREJ O REGISTRO          *
      * REJEITADO, COM O NUMERO DA LINHA NO LOTE, O MOTIVO (01 =   *
      * LINHA EM BRANCO, 02 = NOME ACIMA DE 30 POSICOES, 03 = NOME *
      * FORA DO PADRAO DE QUALIDADE, COM A REGRA EM RJ-REGRA) E O  *
      * CONTEUDO LIDO, PARA QUE O REJEITO POSSA SER CORRIGIDO E    *
      * RECARREGADO SEM REDIGITAR O INTAKE INTEIRO.                *
      *-----------------------------------------------------------*
            MOVE WS-CONT-LIDOS TO RJ-NUM-LINHA
            MOVE WS-MOTIVO TO RJ-MOTIVO
            MOVE WS-NOME-ENTRADA TO RJ-NOME
            IF WS-MOTIVO = '03'
                MOVE QN-PRIMEIRA-REGRA TO RJ-REGRA
            END-IF
            WRITE RJ-REGISTRO
            IF WS-RJ-STATUS NOT = '00'
                PERFORM 8400-TRATAR-ERRO-REJEITOS
            DISPLAY "REGISTROS LIDOS      = " WS-CONT-LIDOS
            DISPLAY "REGISTROS GRAVADOS   = " WS-CONT-GRAVADOS
            DISPLAY "DUPLICADOS ENCONTRADOS = " WS-CONT-DUPLICADOS
            DISPLAY "REJEITADOS (VER NAMEREJ) = " WS-CONT-REJEITADOS
            DISPLAY "  DOS QUAIS FORA DO PADRAO = " WS-CONT-QUALIDADE.
