      *                    CHAVE NORMALIZADA SOBRESCREVE A AREA DE
      *                    REGISTRO; 4000 REMONTA NM-NOME E
      *                    NM-NOME-NORM ANTES DO WRITE
      * 15/10/2026 CBCJ    O NOME ACEITO EM 2000 PASSA PELAS REGRAS
      *                    DE QUALIDADE DO SUBPROGRAMA QUALNOME (COPY
      *                    QUALCOM) E CADA REGRA VIOLADA E AVISADA AO
      *                    OPERADOR (2200) - SO AVISO, A GRAVACAO NAO
      *                    E BLOQUEADA
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTE.
        77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
            88  WS-CONFIRMA-SIM             VALUE 'S' 's'.
        77  WS-OPERADOR         PIC X(08).
        77  WS-IND-REGRA        PIC 9(02) COMP.
        77  WS-COD-REGRA        PIC 9(02).
        01  WS-DATA-CORRENTE.
            05  WS-DC-YYYY              PIC X(04).
            05  WS-DC-MM                PIC X(02).
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).
        COPY QUALCOM.

        LINKAGE SECTION.
        COPY OPERCOM.
      * NOME PREENCHIDO QUE CAIBA NO CAMPO NM-NOME (30 POSICOES).  *
      * O NOME E ACEITO NUM BUFFER MAIOR DO QUE O CAMPO FINAL PARA *
      * QUE O ESTOURO DE TAMANHO SEJA DETECTADO E AVISADO, EM VEZ  *
      * DE SER TRUNCADO EM SILENCIO.  O NOME ACEITO AINDA PASSA    *
      * PELO AVISO DE QUALIDADE (2200).                            *
      *-----------------------------------------------------------*
        2000-OBTER-NOME-VALIDO.
            MOVE 'N' TO WS-SW-VALIDO
            PERFORM 2100-PROMPT-NOME THRU 2100-EXIT
                UNTIL WS-ENTRADA-VALIDA
            PERFORM 2200-AVISAR-QUALIDADE THRU 2200-EXIT.
        2000-EXIT.
            EXIT.

        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2200-AVISAR-QUALIDADE - APLICA AO NOME DIGITADO AS MESMAS  *
      * REGRAS DE QUALIDADE DA VARREDURA DO MASTER (VARQUAL) E     *
      * MOSTRA CADA REGRA VIOLADA.  E SO AVISO: O OPERADOR PODE    *
      * TER DIGITADO O NOME CERTO (NOME DE UMA PALAVRA SO) E A     *
      * GRAVACAO SEGUE; SE NAO, ELE AINDA PODE DESISTIR NA         *
      * CONFIRMACAO DE DUPLICADO OU CORRIGIR PELO MANUTEN.         *
      *-----------------------------------------------------------*
        2200-AVISAR-QUALIDADE.
            MOVE WS-NOME-DIGITADO TO QN-NOME
            CALL "QUALNOME" USING QN-AREA-QUALIDADE
            IF QN-QTDE-VIOLADAS > ZERO
                DISPLAY "ATENCAO - NOME FORA DO PADRAO DE QUALIDADE:"
                PERFORM 2250-EXIBIR-REGRA THRU 2250-EXIT
                    VARYING WS-IND-REGRA FROM 1 BY 1
                    UNTIL WS-IND-REGRA > 7
            END-IF.
        2200-EXIT.
            EXIT.

        2250-EXIBIR-REGRA.
            IF QN-REGRA-VIOLADA (WS-IND-REGRA)
                MOVE WS-IND-REGRA TO WS-COD-REGRA
                DISPLAY "  REGRA " WS-COD-REGRA " - "
                    QN-DESCRICAO (WS-IND-REGRA)
            END-IF.
        2250-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-VERIFICAR-DUPLICADO - CONSULTA O NAME-MASTER PELA     *
      * CHAVE NORMALIZADA NM-NOME-NORM (NORMNOME COLAPSA CAIXA,    *
