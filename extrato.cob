      *                    DO STREAM NOTURNO (NOTURNO) E DEVOLVA O
      *                    CONTROLE COM O RETURN-CODE DO PASSO, COMO
      *                    JA FOI FEITO NO TESTE PARA O MAINMENU
      * 15/10/2026 CBCJ    LINHAS DE JORNAL DO ARQUIVO DE CONTATOS
      *                    (CJ-ARQUIVO = 'C') NAO CITAM REGISTRO A
      *                    REENVIAR NO NAMEOUT E SAO PULADAS NA
      *                    VARREDURA DO JORNAL
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXTRATO.
      * CADASTRO RECENTE: O CONSOLIDA E O RECUPERA GRAVAM          *
      * REGISTROS NOVOS PRESERVANDO O CONTEXTO DE CAPTURA          *
      * ORIGINAL, E A DATA ANTIGA OS ESCONDERIA DA VARREDURA DO    *
      * MASTER.  EXCLUSOES NAO TEM O QUE ENVIAR, NEM AS LINHAS DO  *
      * ARQUIVO DE CONTATOS (O NAMEOUT NAO LEVA ENDERECO).         *
      *-----------------------------------------------------------*
        3100-VARRER-JORNAL.
            READ JORNAL-MUDANCAS
            END-READ
            EVALUATE WS-CJ-STATUS
                WHEN '00'
                    IF (CJ-ACAO-INCLUSAO OR CJ-ACAO-ALTERACAO)
                        AND NOT CJ-ARQ-CONTATO
                        MOVE CJ-DATA TO WS-SR-DATA
                        MOVE CJ-HORA TO WS-SR-HORA
                        IF WS-STAMP-REG > WS-STAMP-LIMITE
