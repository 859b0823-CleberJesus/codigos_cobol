      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - RELATORIO DE EXCECOES DE
      *                    OPERADOR PARA A AUDITORIA INTERNA.  O
      *                    RELCAD CONTA CADASTROS POR OPERADOR, MAS
      *                    NINGUEM REVIA O QUE OS OPERADORES FIZERAM
      *                    COM OS REGISTROS JA EXISTENTES.  O
      *                    PROGRAMA LE O JORNAL CHGJRNL NO PERIODO
      *                    DO AUDPARM (COPY AUDPARM) E CONFERE CADA
      *                    CJ-OPERADOR CONTRA O OPERMSTR: CODIGO NAO
      *                    CADASTRADO OU INATIVO, EXCLUSAO POR QUEM
      *                    NAO E SUPERVISOR, MUDANCA FORA DO HORARIO
      *                    COMERCIAL OU EM FIM DE SEMANA, OPERADOR
      *                    ACIMA DO LIMITE DIARIO DE ALTERACOES OU DE
      *                    EXCLUSOES, E SEQUENCIA COM O NOME ALTERADO
      *                    EM VAIVEM.  IMPRIME EM AUDOREL AS
      *                    OCORRENCIAS E OS TOTAIS DE INCLUSOES,
      *                    ALTERACOES E EXCLUSOES POR OPERADOR NO
      *                    PERIODO.  COM EXCECAO DEVOLVE RC 4.  RODA
      *                    COMO ULTIMO PASSO DO STREAM NOTURNO
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AUDOPER.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT JORNAL-MUDANCAS ASSIGN TO "CHGJRNL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CJ-STATUS.
            SELECT OPERADOR-MASTER ASSIGN TO "OPERMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OP-CODIGO
                FILE STATUS IS WS-OP-STATUS.
            SELECT PARAMETRO-AUDITORIA ASSIGN TO "AUDPARM"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS RANDOM
                RELATIVE KEY IS WS-AP-CHAVE
                FILE STATUS IS WS-AP-STATUS.
            SELECT RELATORIO-AUDITORIA ASSIGN TO "AUDOREL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RA-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  JORNAL-MUDANCAS
            LABEL RECORDS ARE STANDARD.
        COPY CHGJRN.

        FD  OPERADOR-MASTER
            LABEL RECORDS ARE STANDARD.
        COPY OPERREC.

        FD  PARAMETRO-AUDITORIA
            LABEL RECORDS ARE STANDARD.
        COPY AUDPARM.

        FD  RELATORIO-AUDITORIA
            LABEL RECORDS ARE STANDARD.
        01  RA-LINHA                    PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-CJ-STATUS                PIC X(02).
        77  WS-OP-STATUS                PIC X(02).
        77  WS-AP-STATUS                PIC X(02).
        77  WS-AP-CHAVE                 PIC 9(04) COMP VALUE 1.
        77  WS-RA-STATUS                PIC X(02).
        77  WS-CONT-LIDAS               PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-PERIODO             PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-EXCECOES            PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-ESTOURO             PIC 9(06) COMP VALUE ZERO.
        77  WS-CONT-VAIVEM              PIC 9(06) COMP VALUE ZERO.
        77  WS-QTD-OPER                 PIC 9(03) COMP VALUE ZERO.
        77  WS-IND-OPER                 PIC 9(03) COMP VALUE ZERO.
        77  WS-IND-ACHADO               PIC 9(03) COMP VALUE ZERO.
        77  WS-QTD-SEQ                  PIC 9(03) COMP VALUE ZERO.
        77  WS-IND-SEQ                  PIC 9(03) COMP VALUE ZERO.
        77  WS-IND-NOME                 PIC 9(02) COMP VALUE ZERO.
        77  WS-DIA-HOJE                 PIC 9(08) COMP.
        77  WS-DIA-ONTEM                PIC 9(08) COMP.
        77  WS-DIA-INICIAL              PIC 9(08) COMP.
        77  WS-DIA-JULIANO              PIC 9(08) COMP.
        77  WS-QUOCIENTE                PIC 9(08) COMP.
        77  WS-DIA-SEMANA               PIC 9(01) COMP.
        77  WS-HORA-INICIO              PIC X(05).
        77  WS-HORA-FIM                 PIC X(05).
        77  WS-LIMITE-ALTERACOES        PIC 9(04).
        77  WS-LIMITE-EXCLUSOES         PIC 9(04).
        77  WS-LIMITE-VAIVEM            PIC 9(02).
        77  WS-DATA-INICIAL             PIC X(10).
        77  WS-DATA-FINAL               PIC X(10).
        77  WS-DATA-HOJE                PIC X(10).
        77  WS-DIA-CORRENTE             PIC X(10) VALUE SPACES.
        77  WS-NOME-ANTES               PIC X(30).
        77  WS-NOME-DEPOIS              PIC X(30).
        77  WS-TIPO-ALVO                PIC X(01).
        77  WS-SW-FIM-JORNAL            PIC X(01) VALUE 'N'.
            88  WS-FIM-JORNAL                   VALUE 'S'.
        77  WS-SW-JORNAL                PIC X(01) VALUE 'N'.
            88  WS-JORNAL-ABERTO                VALUE 'S'.
        77  WS-SW-ACHOU                 PIC X(01) VALUE 'N'.
            88  WS-ACHOU                        VALUE 'S'.
        77  WS-SW-DATA                  PIC X(01) VALUE 'N'.
            88  WS-DATA-VALIDA                  VALUE 'S'.
        77  WS-SW-FIM-SEMANA            PIC X(01) VALUE 'N'.
            88  WS-DIA-FIM-SEMANA               VALUE 'S'.
        77  WS-SW-PERIODO               PIC X(01) VALUE 'A'.
            88  WS-PERIODO-AUTOMATICO           VALUE 'A'.
            88  WS-PERIODO-INFORMADO            VALUE 'I'.
        77  WS-SW-OCORRENCIA            PIC X(01) VALUE 'N'.
            88  WS-HOUVE-OCORRENCIA             VALUE 'S'.
      * OPERADORES E LOTES QUE APARECEM NO PERIODO: ATE 200 CODIGOS,
      * CADA UM COM A SITUACAO LIDA NO OPERMSTR NA PRIMEIRA VEZ QUE
      * APARECE (O OPERMSTR E LIDO UMA VEZ SO POR CODIGO), OS TOTAIS
      * DO PERIODO E OS CONTADORES DO DIA CORRENTE PARA OS LIMITES
      * DIARIOS.  O CHGJRNL E GRAVADO EM ORDEM CRONOLOGICA, ENTAO OS
      * CONTADORES DO DIA SAO CONFERIDOS E ZERADOS NA VIRADA DA DATA.
      * ESTOURO DE TABELA NAO ABORTA - E CONTADO E AVISADO NO RODAPE.
        01  WS-TAB-OPERADORES.
            05  WS-OPER-ENT             OCCURS 200.
                10  WS-OPER-CODIGO      PIC X(08).
                10  WS-OPER-TIPO        PIC X(01).
                    88  WS-OPER-LOTE            VALUE 'L'.
                10  WS-OPER-SITUACAO    PIC X(01).
                    88  WS-OPER-ATIVO           VALUE 'A'.
                    88  WS-OPER-INATIVO         VALUE 'I'.
                    88  WS-OPER-DESCONHECIDO    VALUE 'D'.
                10  WS-OPER-NIVEL       PIC X(01).
                    88  WS-OPER-SUPERVISOR      VALUE 'S'.
                10  WS-OPER-INCL        PIC 9(06).
                10  WS-OPER-ALTER       PIC 9(06).
                10  WS-OPER-EXCL        PIC 9(06).
                10  WS-OPER-CONTATO     PIC 9(06).
                10  WS-OPER-EXCECOES    PIC 9(06).
                10  WS-OPER-DIA-ALTER   PIC 9(06).
                10  WS-OPER-DIA-EXCL    PIC 9(06).
      * SEQUENCIAS COM ALTERACAO DE NOME NO PERIODO: ATE 500, CADA
      * UMA COM OS NOMES QUE JA TEVE (ATE 8 DISTINTOS).  ALTERACAO
      * PARA UM NOME JA VISTO NA SEQUENCIA E UMA REVERSAO - O VAIVEM.
        01  WS-TAB-SEQUENCIAS.
            05  WS-SEQ-ENT              OCCURS 500.
                10  WS-SEQ-NUMERO       PIC 9(06).
                10  WS-SEQ-ALTER        PIC 9(04).
                10  WS-SEQ-REVERSOES    PIC 9(04).
                10  WS-SEQ-OPERADOR     PIC X(08).
                10  WS-SEQ-NOME-FINAL   PIC X(30).
                10  WS-SEQ-QTD-NOMES    PIC 9(02).
                10  WS-SEQ-NOME         PIC X(30) OCCURS 8.
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
        01  WS-DATA-TESTE.
            05  WS-DT-YYYY              PIC X(04).
            05  WS-DT-BARRA-1           PIC X(01).
            05  WS-DT-MM                PIC X(02).
                88  WS-DT-MES-VALIDO            VALUE '01' THRU '12'.
            05  WS-DT-BARRA-2           PIC X(01).
            05  WS-DT-DD                PIC X(02).
                88  WS-DT-DIA-VALIDO            VALUE '01' THRU '31'.
        01  WS-HORA-TESTE.
            05  WS-HT-HH                PIC X(02).
                88  WS-HT-HORA-VALIDA           VALUE '00' THRU '23'.
            05  WS-HT-SEPARADOR         PIC X(01).
            05  WS-HT-MM                PIC X(02).
                88  WS-HT-MINUTO-VALIDO         VALUE '00' THRU '59'.
        01  WS-REL-CABECALHO.
            05  FILLER                  PIC X(48) VALUE
                "AUDOPER - EXCECOES DE OPERADOR NO JORNAL CHGJRNL".
            05  FILLER                  PIC X(10) VALUE "  EMISSAO ".
            05  WS-RB-DATA              PIC X(10).
            05  FILLER                  PIC X(12) VALUE SPACES.
        01  WS-REL-PERIODO.
            05  FILLER                  PIC X(09) VALUE "PERIODO: ".
            05  WS-RP-INICIAL           PIC X(10).
            05  FILLER                  PIC X(03) VALUE " A ".
            05  WS-RP-FINAL             PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RP-MODO              PIC X(47).
        01  WS-REL-PARAMETROS.
            05  FILLER                  PIC X(09) VALUE "HORARIO: ".
            05  WS-RM-INICIO            PIC X(05).
            05  FILLER                  PIC X(03) VALUE " A ".
            05  WS-RM-FIM               PIC X(05).
            05  FILLER                  PIC X(25) VALUE
                "  LIMITES/DIA: ALTERACOES".
            05  WS-RM-ALTER             PIC 9(04).
            05  FILLER                  PIC X(11) VALUE " EXCLUSOES ".
            05  WS-RM-EXCL              PIC 9(04).
            05  FILLER                  PIC X(08) VALUE "  VAIVEM".
            05  WS-RM-VAIVEM            PIC 9(02).
            05  FILLER                  PIC X(04) VALUE SPACES.
        01  WS-REL-LINHA-BRANCO         PIC X(80) VALUE SPACES.
        01  WS-REL-TEXTO                PIC X(80).
        01  WS-REL-TIT-OCORRENCIAS      PIC X(80) VALUE
            "OCORRENCIAS NO PERIODO:".
        01  WS-REL-COL-OCORRENCIAS.
            05  FILLER                  PIC X(40) VALUE
                "DATA       HORA     PROGRAMA  OPERADOR A".
            05  FILLER                  PIC X(40) VALUE
                " SEQ    OCORRENCIA".
        01  WS-REL-OCORRENCIA.
            05  WS-RO-DATA              PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RO-HORA              PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RO-PROGRAMA          PIC X(09).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RO-OPERADOR          PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RO-ACAO              PIC X(01).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RO-SEQUENCIA         PIC 9(06).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RO-TEXTO             PIC X(32).
        01  WS-REL-LIMITE.
            05  WS-RL-DATA              PIC X(10).
            05  FILLER                  PIC X(20) VALUE SPACES.
            05  WS-RL-OPERADOR          PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RL-TEXTO             PIC X(22).
            05  WS-RL-QTD               PIC 9(06).
            05  FILLER                  PIC X(09) VALUE " LIMITE= ".
            05  WS-RL-LIMITE            PIC 9(04).
        01  WS-REL-NENHUMA              PIC X(80) VALUE
            "  NENHUMA".
        01  WS-REL-TIT-VAIVEM.
            05  FILLER                  PIC X(46) VALUE
                "NOMES ALTERADOS EM VAIVEM (REVERSOES >= LIMITE".
            05  FILLER                  PIC X(02) VALUE "):".
            05  FILLER                  PIC X(32) VALUE SPACES.
        01  WS-REL-DET-VAIVEM.
            05  FILLER                  PIC X(06) VALUE "  SEQ ".
            05  WS-RV-SEQUENCIA         PIC 9(06).
            05  FILLER                  PIC X(13) VALUE
                "  ALTERACOES=".
            05  WS-RV-ALTER             PIC 9(04).
            05  FILLER                  PIC X(12) VALUE
                "  REVERSOES=".
            05  WS-RV-REVERSOES         PIC 9(04).
            05  FILLER                  PIC X(09) VALUE "  ULTIMO=".
            05  WS-RV-OPERADOR          PIC X(08).
            05  FILLER                  PIC X(18) VALUE SPACES.
        01  WS-REL-NOME-VAIVEM.
            05  FILLER                  PIC X(20) VALUE
                "      NOME FINAL:   ".
            05  WS-RV-NOME              PIC X(30).
            05  FILLER                  PIC X(30) VALUE SPACES.
        01  WS-REL-TIT-OPER             PIC X(80) VALUE
            "TOTAIS POR OPERADOR NO PERIODO:".
        01  WS-REL-TIT-LOTE             PIC X(80) VALUE
            "TOTAIS POR LOTE NO PERIODO (TESTEB, CONSOLIDA, RESOLVE):".
        01  WS-REL-COL-OPER.
            05  FILLER                  PIC X(33) VALUE
                "  OPERADOR SITUACAO     INCLUSOES".
            05  FILLER                  PIC X(39) VALUE
                " ALTERACOES EXCLUSOES CONTATOS EXCECOES".
            05  FILLER                  PIC X(08) VALUE SPACES.
        01  WS-REL-DET-OPER.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  WS-RT-CODIGO            PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RT-SITUACAO          PIC X(12).
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  WS-RT-INCL              PIC 9(06).
            05  FILLER                  PIC X(05) VALUE SPACES.
            05  WS-RT-ALTER             PIC 9(06).
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  WS-RT-EXCL              PIC 9(06).
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  WS-RT-CONTATO           PIC 9(06).
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  WS-RT-EXCECOES          PIC 9(06).
            05  FILLER                  PIC X(08) VALUE SPACES.
        01  WS-REL-RODAPE-1.
            05  FILLER                  PIC X(26) VALUE
                "LINHAS DO JORNAL LIDAS  = ".
            05  WS-R1-LIDAS             PIC 9(06).
            05  FILLER                  PIC X(48) VALUE SPACES.
        01  WS-REL-RODAPE-2.
            05  FILLER                  PIC X(26) VALUE
                "LINHAS NO PERIODO       = ".
            05  WS-R2-PERIODO           PIC 9(06).
            05  FILLER                  PIC X(48) VALUE SPACES.
        01  WS-REL-RODAPE-3.
            05  FILLER                  PIC X(26) VALUE
                "TOTAL DE EXCECOES       = ".
            05  WS-R3-EXCECOES          PIC 9(06).
            05  FILLER                  PIC X(48) VALUE SPACES.
        01  WS-REL-RODAPE-4.
            05  FILLER                  PIC X(26) VALUE
                "ALEM DAS TABELAS        = ".
            05  WS-R4-ESTOURO           PIC 9(06).
            05  FILLER                  PIC X(48) VALUE SPACES.
        01  WS-REL-SEM-EXCECOES         PIC X(80) VALUE
            "SEM EXCECOES NO PERIODO".
        01  WS-REL-COM-EXCECOES         PIC X(80) VALUE
            "*** HA EXCECOES NO PERIODO - ENCAMINHAR A AUDITORIA".

        PROCEDURE DIVISION.
        0000-MAINLINE.
            PERFORM 1000-INICIALIZAR
            PERFORM 2000-PROCESSAR-LINHA THRU 2000-EXIT
                UNTIL WS-FIM-JORNAL
            PERFORM 3000-FECHAR-DIA THRU 3000-EXIT
            PERFORM 4000-IMPRIMIR-VAIVEM THRU 4000-EXIT
            PERFORM 4500-IMPRIMIR-OPERADORES THRU 4500-EXIT
            PERFORM 5000-EMITIR-RODAPE THRU 5000-EXIT
            PERFORM 9000-FINALIZAR
            GOBACK.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - REARMA CONTADORES E TABELAS (O NOTURNO  *
      * CHAMA O PROGRAMA COM CALL), ABRE O RELATORIO, LE OS        *
      * PARAMETROS E DEFINE O PERIODO (1100 E 1200), ABRE O        *
      * OPERMSTR (AUSENTE E UM ERRO: SEM ELE NAO HA O QUE          *
      * CONFERIR) E O CHGJRNL.  SEM JORNAL NAO HOUVE MUDANCA: O    *
      * RELATORIO SAI SEM OCORRENCIAS.                             *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            MOVE ZERO TO WS-CONT-LIDAS
            MOVE ZERO TO WS-CONT-PERIODO
            MOVE ZERO TO WS-CONT-EXCECOES
            MOVE ZERO TO WS-CONT-ESTOURO
            MOVE ZERO TO WS-CONT-VAIVEM
            MOVE ZERO TO WS-QTD-OPER
            MOVE ZERO TO WS-QTD-SEQ
            MOVE SPACES TO WS-DIA-CORRENTE
            MOVE 'N' TO WS-SW-FIM-JORNAL
            MOVE 'N' TO WS-SW-JORNAL
            MOVE 'N' TO WS-SW-OCORRENCIA
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO WS-DATA-HOJE
            MOVE WS-DC-YYYY TO WS-DK-YYYY
            MOVE WS-DC-MM TO WS-DK-MM
            MOVE WS-DC-DD TO WS-DK-DD
            COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            OPEN OUTPUT RELATORIO-AUDITORIA
            IF WS-RA-STATUS NOT = '00'
                PERFORM 8300-TRATAR-ERRO-RELATORIO
            END-IF
            MOVE WS-DATA-HOJE TO WS-RB-DATA
            MOVE WS-REL-CABECALHO TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT
            PERFORM 1200-DEFINIR-PERIODO THRU 1200-EXIT
            OPEN INPUT OPERADOR-MASTER
            IF WS-OP-STATUS = '35'
                DISPLAY 'OPERMSTR NAO ENCONTRADO - AUDITORIA ABORTADA'
                CLOSE PARAMETRO-AUDITORIA
                CLOSE RELATORIO-AUDITORIA
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            IF WS-OP-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-OPERADORES
            END-IF
            OPEN INPUT JORNAL-MUDANCAS
            EVALUATE WS-CJ-STATUS
                WHEN '00'
                    MOVE 'S' TO WS-SW-JORNAL
                WHEN '35'
                    MOVE 'S' TO WS-SW-FIM-JORNAL
                    MOVE "CHGJRNL AUSENTE - NENHUMA MUDANCA A AUDITAR"
                        TO WS-REL-TEXTO
                    MOVE WS-REL-TEXTO TO RA-LINHA
                    PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-JORNAL
            END-EVALUATE
            MOVE WS-REL-LINHA-BRANCO TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-TIT-OCORRENCIAS TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-COL-OCORRENCIAS TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.

      *-----------------------------------------------------------*
      * 1100-LER-PARAMETROS - LE O REGISTRO UNICO DO AUDPARM.  NA  *
      * PRIMEIRA EXECUCAO O ARQUIVO E CRIADO E O REGISTRO SEMEADO  *
      * COM OS VALORES PADRAO, COMO O EXPURGO SEMEIA O RETPARM.  O *
      * ARQUIVO FICA ABERTO: NO FIM DE UMA EXECUCAO AUTOMATICA O   *
      * ULTIMO DIA COBERTO E GRAVADO NELE (9000).  HORARIO         *
      * INVALIDO VOLTA AO PADRAO E LIMITE NAO NUMERICO DESLIGA A   *
      * VERIFICACAO, AMBOS AVISADOS NO RELATORIO.                  *
      *-----------------------------------------------------------*
        1100-LER-PARAMETROS.
            OPEN I-O PARAMETRO-AUDITORIA
            IF WS-AP-STATUS = '35'
                OPEN OUTPUT PARAMETRO-AUDITORIA
                CLOSE PARAMETRO-AUDITORIA
                OPEN I-O PARAMETRO-AUDITORIA
            END-IF
            IF WS-AP-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-PARAMETROS
            END-IF
            READ PARAMETRO-AUDITORIA
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-AP-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    MOVE '08:00' TO AP-HORA-INICIO
                    MOVE '18:00' TO AP-HORA-FIM
                    MOVE 0050 TO AP-LIMITE-ALTERACOES
                    MOVE 0010 TO AP-LIMITE-EXCLUSOES
                    MOVE 02 TO AP-LIMITE-VAIVEM
                    MOVE SPACES TO AP-DATA-INICIAL
                    MOVE SPACES TO AP-DATA-FINAL
                    MOVE SPACES TO AP-ULTIMA-DATA
                    WRITE AP-REGISTRO
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                    IF WS-AP-STATUS NOT = '00'
                        PERFORM 8200-TRATAR-ERRO-PARAMETROS
                    END-IF
                    MOVE "AUDPARM CRIADO COM OS VALORES PADRAO"
                        TO WS-REL-TEXTO
                    MOVE WS-REL-TEXTO TO RA-LINHA
                    PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
                WHEN OTHER
                    PERFORM 8200-TRATAR-ERRO-PARAMETROS
            END-EVALUATE
            MOVE AP-HORA-INICIO TO WS-HORA-TESTE
            PERFORM 1150-VALIDAR-HORA THRU 1150-EXIT
            IF WS-DATA-VALIDA
                MOVE AP-HORA-INICIO TO WS-HORA-INICIO
            ELSE
                MOVE '08:00' TO WS-HORA-INICIO
                MOVE "AP-HORA-INICIO INVALIDA - ASSUMIDO 08:00"
                    TO WS-REL-TEXTO
                MOVE WS-REL-TEXTO TO RA-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF
            MOVE AP-HORA-FIM TO WS-HORA-TESTE
            PERFORM 1150-VALIDAR-HORA THRU 1150-EXIT
            IF WS-DATA-VALIDA
                MOVE AP-HORA-FIM TO WS-HORA-FIM
            ELSE
                MOVE '18:00' TO WS-HORA-FIM
                MOVE "AP-HORA-FIM INVALIDA - ASSUMIDO 18:00"
                    TO WS-REL-TEXTO
                MOVE WS-REL-TEXTO TO RA-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF
            IF AP-LIMITE-ALTERACOES NUMERIC
                MOVE AP-LIMITE-ALTERACOES TO WS-LIMITE-ALTERACOES
            ELSE
                MOVE ZERO TO WS-LIMITE-ALTERACOES
                MOVE "AP-LIMITE-ALTERACOES INVALIDO - NAO VERIFICADO"
                    TO WS-REL-TEXTO
                MOVE WS-REL-TEXTO TO RA-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF
            IF AP-LIMITE-EXCLUSOES NUMERIC
                MOVE AP-LIMITE-EXCLUSOES TO WS-LIMITE-EXCLUSOES
            ELSE
                MOVE ZERO TO WS-LIMITE-EXCLUSOES
                MOVE "AP-LIMITE-EXCLUSOES INVALIDO - NAO VERIFICADO"
                    TO WS-REL-TEXTO
                MOVE WS-REL-TEXTO TO RA-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF
            IF AP-LIMITE-VAIVEM NUMERIC
                MOVE AP-LIMITE-VAIVEM TO WS-LIMITE-VAIVEM
            ELSE
                MOVE ZERO TO WS-LIMITE-VAIVEM
                MOVE "AP-LIMITE-VAIVEM INVALIDO - NAO VERIFICADO"
                    TO WS-REL-TEXTO
                MOVE WS-REL-TEXTO TO RA-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF.
        1100-EXIT.
            EXIT.

        1150-VALIDAR-HORA.
            MOVE 'N' TO WS-SW-DATA
            IF WS-HT-HORA-VALIDA AND WS-HT-MINUTO-VALIDO
                AND WS-HT-SEPARADOR = ':'
                MOVE 'S' TO WS-SW-DATA
            END-IF.
        1150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1200-DEFINIR-PERIODO - COM AS DUAS DATAS DO AUDPARM        *
      * PREENCHIDAS E VALIDAS, AUDITA O PERIODO INFORMADO.  SENAO  *
      * (DATA INVALIDA E AVISADA), O PERIODO AUTOMATICO VAI DO DIA *
      * SEGUINTE AO ULTIMO COBERTO ATE ONTEM - SO DIAS COMPLETOS,  *
      * PARA OS LIMITES DIARIOS CONTAREM O DIA INTEIRO.  SEM       *
      * ULTIMO DIA, OU COM ONTEM JA COBERTO (SEGUNDA EXECUCAO NO   *
      * MESMO DIA), O PERIODO E SO ONTEM.                          *
      *-----------------------------------------------------------*
        1200-DEFINIR-PERIODO.
            MOVE 'A' TO WS-SW-PERIODO
            IF AP-DATA-INICIAL NOT = SPACES
                OR AP-DATA-FINAL NOT = SPACES
                MOVE AP-DATA-INICIAL TO WS-DATA-TESTE
                PERFORM 1900-VALIDAR-DATA THRU 1900-EXIT
                IF WS-DATA-VALIDA
                    MOVE AP-DATA-FINAL TO WS-DATA-TESTE
                    PERFORM 1900-VALIDAR-DATA THRU 1900-EXIT
                END-IF
                IF WS-DATA-VALIDA
                    AND AP-DATA-INICIAL NOT > AP-DATA-FINAL
                    MOVE 'I' TO WS-SW-PERIODO
                    MOVE AP-DATA-INICIAL TO WS-DATA-INICIAL
                    MOVE AP-DATA-FINAL TO WS-DATA-FINAL
                ELSE
                    MOVE "PERIODO INFORMADO NO AUDPARM INVALIDO - "
                        TO WS-REL-TEXTO
                    MOVE WS-REL-TEXTO TO RA-LINHA
                    PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
                    MOVE "USADO O PERIODO AUTOMATICO" TO WS-REL-TEXTO
                    MOVE WS-REL-TEXTO TO RA-LINHA
                    PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
                END-IF
            END-IF
            IF WS-PERIODO-AUTOMATICO
                COMPUTE WS-DIA-ONTEM = WS-DIA-HOJE - 1
                MOVE WS-DIA-ONTEM TO WS-DIA-INICIAL
                MOVE AP-ULTIMA-DATA TO WS-DATA-TESTE
                PERFORM 1900-VALIDAR-DATA THRU 1900-EXIT
                IF WS-DATA-VALIDA
                    PERFORM 1950-CONVERTER-DATA THRU 1950-EXIT
                    IF WS-DIA-JULIANO < WS-DIA-ONTEM
                        COMPUTE WS-DIA-INICIAL = WS-DIA-JULIANO + 1
                    END-IF
                END-IF
                COMPUTE WS-DATA-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-INICIAL)
                STRING WS-DK-YYYY '/' WS-DK-MM '/' WS-DK-DD
                    DELIMITED BY SIZE INTO WS-DATA-INICIAL
                COMPUTE WS-DATA-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-ONTEM)
                STRING WS-DK-YYYY '/' WS-DK-MM '/' WS-DK-DD
                    DELIMITED BY SIZE INTO WS-DATA-FINAL
                MOVE "(AUTOMATICO - DIAS COMPLETOS DESDE A ULTIMA)"
                    TO WS-RP-MODO
            ELSE
                MOVE "(INFORMADO NO AUDPARM)" TO WS-RP-MODO
            END-IF
            MOVE WS-DATA-INICIAL TO WS-RP-INICIAL
            MOVE WS-DATA-FINAL TO WS-RP-FINAL
            MOVE WS-REL-PERIODO TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-HORA-INICIO TO WS-RM-INICIO
            MOVE WS-HORA-FIM TO WS-RM-FIM
            MOVE WS-LIMITE-ALTERACOES TO WS-RM-ALTER
            MOVE WS-LIMITE-EXCLUSOES TO WS-RM-EXCL
            MOVE WS-LIMITE-VAIVEM TO WS-RM-VAIVEM
            MOVE WS-REL-PARAMETROS TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.
        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1900-VALIDAR-DATA - CONFERE SE WS-DATA-TESTE TEM A FORMA   *
      * AAAA/MM/DD GRAVADA PELOS PROGRAMAS EM CJ-DATA.             *
      *-----------------------------------------------------------*
        1900-VALIDAR-DATA.
            MOVE 'N' TO WS-SW-DATA
            IF WS-DT-YYYY NUMERIC AND WS-DT-MM NUMERIC
                AND WS-DT-DD NUMERIC
                AND WS-DT-BARRA-1 = '/' AND WS-DT-BARRA-2 = '/'
                AND WS-DT-MES-VALIDO AND WS-DT-DIA-VALIDO
                MOVE 'S' TO WS-SW-DATA
            END-IF.
        1900-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1950-CONVERTER-DATA - CONVERTE A DATA VALIDA DE            *
      * WS-DATA-TESTE NO DIA JULIANO WS-DIA-JULIANO.               *
      *-----------------------------------------------------------*
        1950-CONVERTER-DATA.
            MOVE WS-DT-YYYY TO WS-DK-YYYY
            MOVE WS-DT-MM TO WS-DK-MM
            MOVE WS-DT-DD TO WS-DK-DD
            COMPUTE WS-DIA-JULIANO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).
        1950-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESSAR-LINHA - LE A PROXIMA LINHA DO JORNAL.  SO A *
      * LINHA DO PERIODO E AUDITADA; NA VIRADA DA DATA OS LIMITES  *
      * DO DIA ANTERIOR SAO CONFERIDOS (3000).  A LINHA E SOMADA   *
      * AOS TOTAIS DO SEU OPERADOR OU LOTE E PASSA PELAS           *
      * VERIFICACOES DE OPERADOR (2400).  A LINHA DE LOTE (TESTEB, *
      * CONSOLIDA, RESOLVE GRAVAM O IDENTIFICADOR DO LOTE EM       *
      * CJ-OPERADOR) NAO TEM OPERADOR A CONFERIR NEM HORARIO: SO   *
      * ENTRA NOS TOTAIS E NO VAIVEM.                              *
      *-----------------------------------------------------------*
        2000-PROCESSAR-LINHA.
            READ JORNAL-MUDANCAS
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-CJ-STATUS
                WHEN '00'
                    ADD 1 TO WS-CONT-LIDAS
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-JORNAL
                    GO TO 2000-EXIT
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-JORNAL
            END-EVALUATE
            IF CJ-DATA < WS-DATA-INICIAL OR CJ-DATA > WS-DATA-FINAL
                GO TO 2000-EXIT
            END-IF
            ADD 1 TO WS-CONT-PERIODO
            IF CJ-DATA NOT = WS-DIA-CORRENTE
                PERFORM 3000-FECHAR-DIA THRU 3000-EXIT
                PERFORM 2050-ABRIR-DIA THRU 2050-EXIT
            END-IF
            PERFORM 2100-LOCALIZAR-OPERADOR THRU 2100-EXIT
            IF WS-IND-ACHADO = ZERO
                GO TO 2000-EXIT
            END-IF
            EVALUATE TRUE
                WHEN CJ-ARQ-CONTATO
                    ADD 1 TO WS-OPER-CONTATO (WS-IND-ACHADO)
                WHEN CJ-ACAO-INCLUSAO
                    ADD 1 TO WS-OPER-INCL (WS-IND-ACHADO)
                WHEN CJ-ACAO-ALTERACAO
                    ADD 1 TO WS-OPER-ALTER (WS-IND-ACHADO)
                    ADD 1 TO WS-OPER-DIA-ALTER (WS-IND-ACHADO)
                    PERFORM 2300-ACUMULAR-VAIVEM THRU 2300-EXIT
                WHEN CJ-ACAO-EXCLUSAO
                    ADD 1 TO WS-OPER-EXCL (WS-IND-ACHADO)
                    ADD 1 TO WS-OPER-DIA-EXCL (WS-IND-ACHADO)
            END-EVALUATE
            IF NOT WS-OPER-LOTE (WS-IND-ACHADO)
                PERFORM 2400-VERIFICAR-LINHA THRU 2400-EXIT
            END-IF.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2050-ABRIR-DIA - PASSA A NOVA DATA DO JORNAL A DIA         *
      * CORRENTE E APURA SE ELA CAI EM FIM DE SEMANA.  O DIA       *
      * JULIANO 1 (01/01/1601) FOI UMA SEGUNDA-FEIRA, ENTAO O      *
      * RESTO DA DIVISAO POR 7 E 6 NO SABADO E 0 NO DOMINGO.       *
      *-----------------------------------------------------------*
        2050-ABRIR-DIA.
            MOVE CJ-DATA TO WS-DIA-CORRENTE
            MOVE 'N' TO WS-SW-FIM-SEMANA
            MOVE CJ-DATA TO WS-DATA-TESTE
            PERFORM 1900-VALIDAR-DATA THRU 1900-EXIT
            IF WS-DATA-VALIDA
                PERFORM 1950-CONVERTER-DATA THRU 1950-EXIT
                DIVIDE WS-DIA-JULIANO BY 7 GIVING WS-QUOCIENTE
                    REMAINDER WS-DIA-SEMANA
                IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
                    MOVE 'S' TO WS-SW-FIM-SEMANA
                END-IF
            END-IF.
        2050-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2100-LOCALIZAR-OPERADOR - LOCALIZA (OU ABRE) A ENTRADA DO  *
      * CJ-OPERADOR NA TABELA.  NA ABERTURA, LINHA DOS PROGRAMAS   *
      * DE LOTE FICA MARCADA COMO LOTE; AS DEMAIS TEM O CODIGO     *
      * LIDO NO OPERMSTR (2200).  TABELA CHEIA DEIXA               *
      * WS-IND-ACHADO ZERADO E A LINHA SO E CONTADA NO ESTOURO.    *
      *-----------------------------------------------------------*
        2100-LOCALIZAR-OPERADOR.
            MOVE 'N' TO WS-SW-ACHOU
            MOVE ZERO TO WS-IND-ACHADO
            PERFORM 2150-PROCURAR-OPERADOR THRU 2150-EXIT
                VARYING WS-IND-OPER FROM 1 BY 1
                UNTIL WS-IND-OPER > WS-QTD-OPER
                OR WS-ACHOU
            IF WS-ACHOU
                GO TO 2100-EXIT
            END-IF
            IF WS-QTD-OPER NOT < 200
                ADD 1 TO WS-CONT-ESTOURO
                GO TO 2100-EXIT
            END-IF
            ADD 1 TO WS-QTD-OPER
            MOVE WS-QTD-OPER TO WS-IND-ACHADO
            MOVE CJ-OPERADOR TO WS-OPER-CODIGO (WS-IND-ACHADO)
            MOVE 'O' TO WS-OPER-TIPO (WS-IND-ACHADO)
            MOVE SPACE TO WS-OPER-SITUACAO (WS-IND-ACHADO)
            MOVE SPACE TO WS-OPER-NIVEL (WS-IND-ACHADO)
            MOVE ZEROS TO WS-OPER-INCL (WS-IND-ACHADO)
            MOVE ZEROS TO WS-OPER-ALTER (WS-IND-ACHADO)
            MOVE ZEROS TO WS-OPER-EXCL (WS-IND-ACHADO)
            MOVE ZEROS TO WS-OPER-CONTATO (WS-IND-ACHADO)
            MOVE ZEROS TO WS-OPER-EXCECOES (WS-IND-ACHADO)
            MOVE ZEROS TO WS-OPER-DIA-ALTER (WS-IND-ACHADO)
            MOVE ZEROS TO WS-OPER-DIA-EXCL (WS-IND-ACHADO)
            IF CJ-PROGRAMA = 'TESTEB' OR CJ-PROGRAMA = 'CONSOLIDA'
                OR CJ-PROGRAMA = 'RESOLVE'
                MOVE 'L' TO WS-OPER-TIPO (WS-IND-ACHADO)
            ELSE
                PERFORM 2200-LER-OPERADOR THRU 2200-EXIT
            END-IF.
        2100-EXIT.
            EXIT.

        2150-PROCURAR-OPERADOR.
            IF WS-OPER-CODIGO (WS-IND-OPER) = CJ-OPERADOR
                MOVE WS-IND-OPER TO WS-IND-ACHADO
                MOVE 'S' TO WS-SW-ACHOU
            END-IF.
        2150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2200-LER-OPERADOR - LE O CODIGO NO OPERMSTR E GUARDA NA    *
      * TABELA A SITUACAO (A = ATIVO, I = INATIVO, D = NAO         *
      * CADASTRADO) E O NIVEL.  O OPERMSTR SO TEM A SITUACAO DE    *
      * HOJE: UM OPERADOR DESATIVADO DEPOIS DA MUDANCA TAMBEM SAI  *
      * COMO INATIVO, O QUE A AUDITORIA CONFERE NO RELATORIO.      *
      *-----------------------------------------------------------*
        2200-LER-OPERADOR.
            MOVE CJ-OPERADOR TO OP-CODIGO
            READ OPERADOR-MASTER
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-OP-STATUS
                WHEN '00'
                    IF OP-OPERADOR-ATIVO
                        MOVE 'A' TO WS-OPER-SITUACAO (WS-IND-ACHADO)
                    ELSE
                        MOVE 'I' TO WS-OPER-SITUACAO (WS-IND-ACHADO)
                    END-IF
                    MOVE OP-NIVEL TO WS-OPER-NIVEL (WS-IND-ACHADO)
                WHEN '23'
                    MOVE 'D' TO WS-OPER-SITUACAO (WS-IND-ACHADO)
                WHEN OTHER
                    PERFORM 8100-TRATAR-ERRO-OPERADORES
            END-EVALUATE.
        2200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2300-ACUMULAR-VAIVEM - SOMA A ALTERACAO DE NOME NA ENTRADA *
      * DA SEQUENCIA (ABRINDO-A SE PRECISO).  SE O NOME NOVO JA    *
      * FOI UM NOME ANTERIOR DA SEQUENCIA NO PERIODO, A ALTERACAO  *
      * E UMA REVERSAO.  O NOME ANTERIOR ENTRA NA LISTA DE NOMES   *
      * DA SEQUENCIA.  LINHA DE CONTATO NAO CHEGA AQUI.            *
      *-----------------------------------------------------------*
        2300-ACUMULAR-VAIVEM.
            MOVE CJ-REG-ANTES (7:30) TO WS-NOME-ANTES
            MOVE CJ-REG-DEPOIS (7:30) TO WS-NOME-DEPOIS
            IF WS-NOME-ANTES = WS-NOME-DEPOIS
                GO TO 2300-EXIT
            END-IF
            MOVE 'N' TO WS-SW-ACHOU
            MOVE ZERO TO WS-IND-SEQ
            PERFORM 2350-PROCURAR-SEQUENCIA THRU 2350-EXIT
                VARYING WS-IND-OPER FROM 1 BY 1
                UNTIL WS-IND-OPER > WS-QTD-SEQ
                OR WS-ACHOU
            IF NOT WS-ACHOU
                IF WS-QTD-SEQ NOT < 500
                    ADD 1 TO WS-CONT-ESTOURO
                    GO TO 2300-EXIT
                END-IF
                ADD 1 TO WS-QTD-SEQ
                MOVE WS-QTD-SEQ TO WS-IND-SEQ
                MOVE CJ-SEQUENCIA TO WS-SEQ-NUMERO (WS-IND-SEQ)
                MOVE ZEROS TO WS-SEQ-ALTER (WS-IND-SEQ)
                MOVE ZEROS TO WS-SEQ-REVERSOES (WS-IND-SEQ)
                MOVE ZEROS TO WS-SEQ-QTD-NOMES (WS-IND-SEQ)
            END-IF
            ADD 1 TO WS-SEQ-ALTER (WS-IND-SEQ)
            MOVE CJ-OPERADOR TO WS-SEQ-OPERADOR (WS-IND-SEQ)
            MOVE WS-NOME-DEPOIS TO WS-SEQ-NOME-FINAL (WS-IND-SEQ)
            MOVE 'N' TO WS-SW-ACHOU
            PERFORM 2360-PROCURAR-NOME THRU 2360-EXIT
                VARYING WS-IND-NOME FROM 1 BY 1
                UNTIL WS-IND-NOME > WS-SEQ-QTD-NOMES (WS-IND-SEQ)
                OR WS-ACHOU
            IF WS-ACHOU
                ADD 1 TO WS-SEQ-REVERSOES (WS-IND-SEQ)
            END-IF
            MOVE WS-NOME-ANTES TO WS-NOME-DEPOIS
            MOVE 'N' TO WS-SW-ACHOU
            PERFORM 2360-PROCURAR-NOME THRU 2360-EXIT
                VARYING WS-IND-NOME FROM 1 BY 1
                UNTIL WS-IND-NOME > WS-SEQ-QTD-NOMES (WS-IND-SEQ)
                OR WS-ACHOU
            IF NOT WS-ACHOU AND WS-SEQ-QTD-NOMES (WS-IND-SEQ) < 8
                ADD 1 TO WS-SEQ-QTD-NOMES (WS-IND-SEQ)
                MOVE WS-SEQ-QTD-NOMES (WS-IND-SEQ) TO WS-IND-NOME
                MOVE WS-NOME-ANTES
                    TO WS-SEQ-NOME (WS-IND-SEQ, WS-IND-NOME)
            END-IF.
        2300-EXIT.
            EXIT.

        2350-PROCURAR-SEQUENCIA.
            IF WS-SEQ-NUMERO (WS-IND-OPER) = CJ-SEQUENCIA
                MOVE WS-IND-OPER TO WS-IND-SEQ
                MOVE 'S' TO WS-SW-ACHOU
            END-IF.
        2350-EXIT.
            EXIT.

        2360-PROCURAR-NOME.
            IF WS-SEQ-NOME (WS-IND-SEQ, WS-IND-NOME) = WS-NOME-DEPOIS
                MOVE 'S' TO WS-SW-ACHOU
            END-IF.
        2360-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2400-VERIFICAR-LINHA - AS VERIFICACOES DE OPERADOR SOBRE A *
      * LINHA: CODIGO NAO CADASTRADO OU INATIVO NO OPERMSTR,       *
      * EXCLUSAO DE REGISTRO DO NAME-MASTER POR QUEM NAO E         *
      * SUPERVISOR (NA EXCLUSAO APROVADA PELO APROVEXC, O         *
      * CJ-OPERADOR E O SUPERVISOR QUE APROVOU) E MUDANCA EM FIM   *
      * DE SEMANA OU, EM DIA UTIL, FORA DO HORARIO COMERCIAL DO    *
      * AUDPARM.  CADA OCORRENCIA SAI NUMA LINHA DO RELATORIO      *
      * (7100).                                                    *
      *-----------------------------------------------------------*
        2400-VERIFICAR-LINHA.
            IF WS-OPER-DESCONHECIDO (WS-IND-ACHADO)
                MOVE "OPERADOR NAO CADASTRADO" TO WS-RO-TEXTO
                PERFORM 7100-GRAVAR-OCORRENCIA THRU 7100-EXIT
            END-IF
            IF WS-OPER-INATIVO (WS-IND-ACHADO)
                MOVE "OPERADOR INATIVO NO OPERMSTR" TO WS-RO-TEXTO
                PERFORM 7100-GRAVAR-OCORRENCIA THRU 7100-EXIT
            END-IF
            IF CJ-ACAO-EXCLUSAO AND NOT CJ-ARQ-CONTATO
                AND NOT WS-OPER-DESCONHECIDO (WS-IND-ACHADO)
                AND NOT WS-OPER-SUPERVISOR (WS-IND-ACHADO)
                MOVE "EXCLUSAO SEM NIVEL SUPERVISOR" TO WS-RO-TEXTO
                PERFORM 7100-GRAVAR-OCORRENCIA THRU 7100-EXIT
            END-IF
            IF WS-DIA-FIM-SEMANA
                MOVE "MUDANCA EM FIM DE SEMANA" TO WS-RO-TEXTO
                PERFORM 7100-GRAVAR-OCORRENCIA THRU 7100-EXIT
            ELSE
                IF CJ-HORA (1:5) < WS-HORA-INICIO
                    OR CJ-HORA (1:5) NOT < WS-HORA-FIM
                    MOVE "MUDANCA FORA DO HORARIO" TO WS-RO-TEXTO
                    PERFORM 7100-GRAVAR-OCORRENCIA THRU 7100-EXIT
                END-IF
            END-IF.
        2400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-FECHAR-DIA - CONFERE, PARA CADA OPERADOR, AS          *
      * ALTERACOES E EXCLUSOES DO DIA CORRENTE CONTRA OS LIMITES   *
      * DIARIOS DO AUDPARM E ZERA OS CONTADORES DO DIA.  CHAMADO   *
      * NA VIRADA DA DATA E NO FIM DO JORNAL.                      *
      *-----------------------------------------------------------*
        3000-FECHAR-DIA.
            IF WS-DIA-CORRENTE = SPACES
                GO TO 3000-EXIT
            END-IF
            PERFORM 3100-CONFERIR-LIMITES THRU 3100-EXIT
                VARYING WS-IND-OPER FROM 1 BY 1
                UNTIL WS-IND-OPER > WS-QTD-OPER.
        3000-EXIT.
            EXIT.

        3100-CONFERIR-LIMITES.
            IF NOT WS-OPER-LOTE (WS-IND-OPER)
                MOVE WS-DIA-CORRENTE TO WS-RL-DATA
                MOVE WS-OPER-CODIGO (WS-IND-OPER) TO WS-RL-OPERADOR
                IF WS-LIMITE-ALTERACOES > ZERO
                    AND WS-OPER-DIA-ALTER (WS-IND-OPER)
                        > WS-LIMITE-ALTERACOES
                    MOVE "ALTERACOES NO DIA =" TO WS-RL-TEXTO
                    MOVE WS-OPER-DIA-ALTER (WS-IND-OPER) TO WS-RL-QTD
                    MOVE WS-LIMITE-ALTERACOES TO WS-RL-LIMITE
                    PERFORM 7200-GRAVAR-LIMITE THRU 7200-EXIT
                END-IF
                IF WS-LIMITE-EXCLUSOES > ZERO
                    AND WS-OPER-DIA-EXCL (WS-IND-OPER)
                        > WS-LIMITE-EXCLUSOES
                    MOVE "EXCLUSOES NO DIA =" TO WS-RL-TEXTO
                    MOVE WS-OPER-DIA-EXCL (WS-IND-OPER) TO WS-RL-QTD
                    MOVE WS-LIMITE-EXCLUSOES TO WS-RL-LIMITE
                    PERFORM 7200-GRAVAR-LIMITE THRU 7200-EXIT
                END-IF
            END-IF
            MOVE ZEROS TO WS-OPER-DIA-ALTER (WS-IND-OPER)
            MOVE ZEROS TO WS-OPER-DIA-EXCL (WS-IND-OPER).
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4000-IMPRIMIR-VAIVEM - FECHA A SECAO DE OCORRENCIAS (COM   *
      * "NENHUMA" SE NADA SAIU NELA) E LISTA AS SEQUENCIAS COM     *
      * REVERSOES NO LIMITE OU ACIMA DELE, CADA UMA CONTADA COMO   *
      * EXCECAO.  LIMITE ZERO DESLIGA A SECAO.                     *
      *-----------------------------------------------------------*
        4000-IMPRIMIR-VAIVEM.
            IF NOT WS-HOUVE-OCORRENCIA
                MOVE WS-REL-NENHUMA TO RA-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF
            IF WS-LIMITE-VAIVEM = ZERO
                GO TO 4000-EXIT
            END-IF
            MOVE WS-REL-LINHA-BRANCO TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-TIT-VAIVEM TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            PERFORM 4100-IMPRIMIR-SEQUENCIA THRU 4100-EXIT
                VARYING WS-IND-SEQ FROM 1 BY 1
                UNTIL WS-IND-SEQ > WS-QTD-SEQ
            IF WS-CONT-VAIVEM = ZERO
                MOVE WS-REL-NENHUMA TO RA-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF.
        4000-EXIT.
            EXIT.

        4100-IMPRIMIR-SEQUENCIA.
            IF WS-SEQ-REVERSOES (WS-IND-SEQ) NOT < WS-LIMITE-VAIVEM
                ADD 1 TO WS-CONT-VAIVEM
                ADD 1 TO WS-CONT-EXCECOES
                MOVE WS-SEQ-NUMERO (WS-IND-SEQ) TO WS-RV-SEQUENCIA
                MOVE WS-SEQ-ALTER (WS-IND-SEQ) TO WS-RV-ALTER
                MOVE WS-SEQ-REVERSOES (WS-IND-SEQ) TO WS-RV-REVERSOES
                MOVE WS-SEQ-OPERADOR (WS-IND-SEQ) TO WS-RV-OPERADOR
                MOVE WS-REL-DET-VAIVEM TO RA-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
                MOVE WS-SEQ-NOME-FINAL (WS-IND-SEQ) TO WS-RV-NOME
                MOVE WS-REL-NOME-VAIVEM TO RA-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF.
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 4500-IMPRIMIR-OPERADORES - IMPRIME OS TOTAIS DO PERIODO    *
      * POR OPERADOR E DEPOIS POR LOTE, CADA SECAO COM O SEU       *
      * TITULO - A MESMA TABELA SERVE AS DUAS PASSADAS, COMO NO    *
      * RELCAD.                                                    *
      *-----------------------------------------------------------*
        4500-IMPRIMIR-OPERADORES.
            MOVE WS-REL-LINHA-BRANCO TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-TIT-OPER TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-COL-OPER TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE 'O' TO WS-TIPO-ALVO
            PERFORM 4600-IMPRIMIR-OPERADOR THRU 4600-EXIT
                VARYING WS-IND-OPER FROM 1 BY 1
                UNTIL WS-IND-OPER > WS-QTD-OPER
            MOVE WS-REL-LINHA-BRANCO TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-TIT-LOTE TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-COL-OPER TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE 'L' TO WS-TIPO-ALVO
            PERFORM 4600-IMPRIMIR-OPERADOR THRU 4600-EXIT
                VARYING WS-IND-OPER FROM 1 BY 1
                UNTIL WS-IND-OPER > WS-QTD-OPER.
        4500-EXIT.
            EXIT.

        4600-IMPRIMIR-OPERADOR.
            IF WS-OPER-TIPO (WS-IND-OPER) = WS-TIPO-ALVO
                MOVE WS-OPER-CODIGO (WS-IND-OPER) TO WS-RT-CODIGO
                EVALUATE TRUE
                    WHEN WS-OPER-LOTE (WS-IND-OPER)
                        MOVE "LOTE" TO WS-RT-SITUACAO
                    WHEN WS-OPER-DESCONHECIDO (WS-IND-OPER)
                        MOVE "DESCONHECIDO" TO WS-RT-SITUACAO
                    WHEN WS-OPER-INATIVO (WS-IND-OPER)
                        MOVE "INATIVO" TO WS-RT-SITUACAO
                    WHEN WS-OPER-SUPERVISOR (WS-IND-OPER)
                        MOVE "SUPERVISOR" TO WS-RT-SITUACAO
                    WHEN OTHER
                        MOVE "OPERADOR" TO WS-RT-SITUACAO
                END-EVALUATE
                MOVE WS-OPER-INCL (WS-IND-OPER) TO WS-RT-INCL
                MOVE WS-OPER-ALTER (WS-IND-OPER) TO WS-RT-ALTER
                MOVE WS-OPER-EXCL (WS-IND-OPER) TO WS-RT-EXCL
                MOVE WS-OPER-CONTATO (WS-IND-OPER) TO WS-RT-CONTATO
                MOVE WS-OPER-EXCECOES (WS-IND-OPER) TO WS-RT-EXCECOES
                MOVE WS-REL-DET-OPER TO RA-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF.
        4600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5000-EMITIR-RODAPE - FECHA O RELATORIO COM AS CONTAGENS DE *
      * LINHAS E DE EXCECOES, O ESTOURO DE TABELA SE HOUVE, E O    *
      * VEREDITO.  COM EXCECAO O PROGRAMA DEVOLVE RC 4, PARA O     *
      * STREAM NOTURNO SINALIZAR O RELATORIO A AUDITORIA.          *
      *-----------------------------------------------------------*
        5000-EMITIR-RODAPE.
            MOVE WS-REL-LINHA-BRANCO TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-CONT-LIDAS TO WS-R1-LIDAS
            MOVE WS-REL-RODAPE-1 TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-CONT-PERIODO TO WS-R2-PERIODO
            MOVE WS-REL-RODAPE-2 TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-CONT-EXCECOES TO WS-R3-EXCECOES
            MOVE WS-REL-RODAPE-3 TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            IF WS-CONT-ESTOURO > ZERO
                MOVE WS-CONT-ESTOURO TO WS-R4-ESTOURO
                MOVE WS-REL-RODAPE-4 TO RA-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF
            IF WS-CONT-EXCECOES = ZERO
                MOVE WS-REL-SEM-EXCECOES TO RA-LINHA
                MOVE 0 TO RETURN-CODE
            ELSE
                MOVE WS-REL-COM-EXCECOES TO RA-LINHA
                MOVE 4 TO RETURN-CODE
            END-IF
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7000-GRAVAR-LINHA - GRAVA A LINHA JA MONTADA EM RA-LINHA   *
      * NO RELATORIO AUDOREL, COM A CHECAGEM DE STATUS PADRAO.     *
      *-----------------------------------------------------------*
        7000-GRAVAR-LINHA.
            WRITE RA-LINHA
            IF WS-RA-STATUS NOT = '00'
                PERFORM 8300-TRATAR-ERRO-RELATORIO
            END-IF.
        7000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7100-GRAVAR-OCORRENCIA - IMPRIME A LINHA DO JORNAL COM O   *
      * TEXTO DA OCORRENCIA JA MOVIDO PELO CHAMADOR E A CONTA NO   *
      * TOTAL E NO OPERADOR.                                       *
      *-----------------------------------------------------------*
        7100-GRAVAR-OCORRENCIA.
            MOVE CJ-DATA TO WS-RO-DATA
            MOVE CJ-HORA TO WS-RO-HORA
            MOVE CJ-PROGRAMA TO WS-RO-PROGRAMA
            MOVE CJ-OPERADOR TO WS-RO-OPERADOR
            MOVE CJ-ACAO TO WS-RO-ACAO
            MOVE CJ-SEQUENCIA TO WS-RO-SEQUENCIA
            MOVE WS-REL-OCORRENCIA TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE 'S' TO WS-SW-OCORRENCIA
            ADD 1 TO WS-CONT-EXCECOES
            ADD 1 TO WS-OPER-EXCECOES (WS-IND-ACHADO).
        7100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7200-GRAVAR-LIMITE - IMPRIME O LIMITE DIARIO EXCEDIDO JA   *
      * MONTADO PELO 3100 E O CONTA NO TOTAL E NO OPERADOR.        *
      *-----------------------------------------------------------*
        7200-GRAVAR-LIMITE.
            MOVE WS-REL-LIMITE TO RA-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE 'S' TO WS-SW-OCORRENCIA
            ADD 1 TO WS-CONT-EXCECOES
            ADD 1 TO WS-OPER-EXCECOES (WS-IND-OPER).
        7200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-JORNAL - TRATAMENTO PADRAO DE ERRO DE E/S *
      * NO JORNAL CHGJRNL.  ABORTA O RELATORIO: UMA AUDITORIA      *
      * MONTADA SOBRE UMA LEITURA INCOMPLETA ENGANARIA A AUDITORIA *
      * INTERNA.  O ULTIMO DIA COBERTO NAO AVANCA.                 *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-JORNAL.
            DISPLAY "ERRO DE E/S EM CHGJRNL - FILE STATUS = "
                WS-CJ-STATUS
            DISPLAY "AUDITORIA ABORTADA"
            CLOSE JORNAL-MUDANCAS
            CLOSE OPERADOR-MASTER
            CLOSE PARAMETRO-AUDITORIA
            CLOSE RELATORIO-AUDITORIA
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8100-TRATAR-ERRO-OPERADORES - TRATAMENTO PADRAO DE ERRO DE *
      * E/S NO OPERMSTR.  MESMA POLITICA DO 8000.                  *
      *-----------------------------------------------------------*
        8100-TRATAR-ERRO-OPERADORES.
            DISPLAY "ERRO DE E/S EM OPERMSTR - FILE STATUS = "
                WS-OP-STATUS
            DISPLAY "AUDITORIA ABORTADA"
            CLOSE JORNAL-MUDANCAS
            CLOSE OPERADOR-MASTER
            CLOSE PARAMETRO-AUDITORIA
            CLOSE RELATORIO-AUDITORIA
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8200-TRATAR-ERRO-PARAMETROS - TRATAMENTO PADRAO DE ERRO DE *
      * E/S NO REGISTRO DE PARAMETROS AUDPARM.  MESMA POLITICA DO  *
      * 8000.                                                      *
      *-----------------------------------------------------------*
        8200-TRATAR-ERRO-PARAMETROS.
            DISPLAY "ERRO DE E/S EM AUDPARM - FILE STATUS = "
                WS-AP-STATUS
            DISPLAY "AUDITORIA ABORTADA"
            CLOSE JORNAL-MUDANCAS
            CLOSE OPERADOR-MASTER
            CLOSE PARAMETRO-AUDITORIA
            CLOSE RELATORIO-AUDITORIA
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8300-TRATAR-ERRO-RELATORIO - TRATAMENTO PADRAO DE ERRO DE  *
      * E/S NO RELATORIO AUDOREL.  MESMA POLITICA DO 8000.         *
      *-----------------------------------------------------------*
        8300-TRATAR-ERRO-RELATORIO.
            DISPLAY "ERRO DE E/S EM AUDOREL - FILE STATUS = "
                WS-RA-STATUS
            DISPLAY "AUDITORIA ABORTADA"
            CLOSE JORNAL-MUDANCAS
            CLOSE OPERADOR-MASTER
            CLOSE PARAMETRO-AUDITORIA
            CLOSE RELATORIO-AUDITORIA
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 9000-FINALIZAR - NUMA EXECUCAO AUTOMATICA, GRAVA O ULTIMO  *
      * DIA COBERTO NO AUDPARM, PARA A PROXIMA COMECAR NO DIA      *
      * SEGUINTE; O PERIODO INFORMADO NAO MEXE NELE.  FECHA OS     *
      * ARQUIVOS PRESERVANDO O RC DO 5000.                         *
      *-----------------------------------------------------------*
        9000-FINALIZAR.
            IF WS-PERIODO-AUTOMATICO
                MOVE WS-DATA-FINAL TO AP-ULTIMA-DATA
                REWRITE AP-REGISTRO
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-AP-STATUS NOT = '00'
                    PERFORM 8200-TRATAR-ERRO-PARAMETROS
                END-IF
            END-IF
            IF WS-JORNAL-ABERTO
                CLOSE JORNAL-MUDANCAS
            END-IF
            CLOSE OPERADOR-MASTER
            CLOSE PARAMETRO-AUDITORIA
            CLOSE RELATORIO-AUDITORIA
            DISPLAY "AUDOPER CONCLUIDO - LINHAS NO PERIODO = "
                WS-CONT-PERIODO "  EXCECOES = " WS-CONT-EXCECOES.
        9000-EXIT.
            EXIT.
