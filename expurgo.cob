      ***********************************************
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      ***********************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 CBCJ    PROGRAMA CRIADO - EXPURGO DOS ARQUIVOS DE
      *                    HISTORICO QUE SO CRESCEM (CHGJRNL,
      *                    NAMEHIST, AUDITLOG, STREAMLG E MERGEXRF,
      *                    TODOS ABERTOS EM EXTEND E NUNCA APARADOS).
      *                    A RETENCAO EM DIAS DE CADA ARQUIVO VEM DO
      *                    REGISTRO DE PARAMETROS RETPARM (COPY
      *                    RETPARM).  AS LINHAS CUJA DATA E ANTERIOR
      *                    AO CORTE (HOJE MENOS A RETENCAO) VAO PARA
      *                    O ARQUIVO MORTO DATADO <ARQUIVO>.AAAAMMDD
      *                    E O ARQUIVO VIVO E REGRAVADO SO COM O QUE
      *                    SOBROU.  O CORTE DO CHGJRNL NUNCA PASSA DA
      *                    DATA DA GERACAO DE BACKUP NAMEBKP MAIS
      *                    ANTIGA LISTADA NO GENCTL - O RESTAURA
      *                    PRECISA DAS LINHAS POSTERIORES A ELA - E
      *                    SEM GERACAO NENHUMA O CHGJRNL NAO E
      *                    EXPURGADO.  O RELATORIO EXPREL TRAZ, POR
      *                    ARQUIVO, AS LINHAS LIDAS, ARQUIVADAS E
      *                    MANTIDAS, QUE TEM DE FECHAR; CONTAGEM QUE
      *                    NAO FECHA DEVOLVE RC 8.  RODA COMO PASSO
      *                    DO STREAM NOTURNO, DEPOIS DO REORG
      ***********************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXPURGO.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARAMETRO-RETENCAO ASSIGN TO "RETPARM"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS RANDOM
                RELATIVE KEY IS WS-RP-CHAVE
                FILE STATUS IS WS-RP-STATUS.
            SELECT CONTROLE-GERACOES ASSIGN TO "GENCTL"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS RANDOM
                RELATIVE KEY IS WS-GC-CHAVE
                FILE STATUS IS WS-GC-STATUS.
            SELECT BACKUP-PLANO ASSIGN TO WS-ARQ-GERACAO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BK-STATUS.
            SELECT ARQUIVO-VIVO ASSIGN TO WS-ARQ-VIVO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AV-STATUS.
            SELECT ARQUIVO-TRABALHO ASSIGN TO "EXPTRAB"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AT-STATUS.
            SELECT ARQUIVO-MORTO ASSIGN TO WS-ARQ-MORTO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AM-STATUS.
            SELECT RELATORIO-EXPURGO ASSIGN TO "EXPREL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EX-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PARAMETRO-RETENCAO
            LABEL RECORDS ARE STANDARD.
        COPY RETPARM.

        FD  CONTROLE-GERACOES
            LABEL RECORDS ARE STANDARD.
        COPY GENCTL.

        FD  BACKUP-PLANO
            LABEL RECORDS ARE STANDARD.
        01  BK-REGISTRO                 PIC X(94).

      * AS TRES AREAS ABAIXO RECEBEM A LINHA DE QUALQUER UM DOS
      * ARQUIVOS EXPURGADOS, SEM LAYOUT: O EXPURGO SO OLHA A DATA,
      * NA POSICAO DADA PELA TABELA WS-TAB-ARQUIVOS.
        FD  ARQUIVO-VIVO
            LABEL RECORDS ARE STANDARD.
        01  AV-REGISTRO                 PIC X(256).

        FD  ARQUIVO-TRABALHO
            LABEL RECORDS ARE STANDARD.
        01  AT-REGISTRO                 PIC X(256).

        FD  ARQUIVO-MORTO
            LABEL RECORDS ARE STANDARD.
        01  AM-REGISTRO                 PIC X(256).

        FD  RELATORIO-EXPURGO
            LABEL RECORDS ARE STANDARD.
        01  EX-LINHA                    PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-RP-STATUS                PIC X(02).
        77  WS-RP-CHAVE                 PIC 9(04) COMP VALUE 1.
        77  WS-GC-STATUS                PIC X(02).
        77  WS-GC-CHAVE                 PIC 9(04) COMP VALUE 1.
        77  WS-BK-STATUS                PIC X(02).
        77  WS-AV-STATUS                PIC X(02).
        77  WS-AT-STATUS                PIC X(02).
        77  WS-AM-STATUS                PIC X(02).
        77  WS-EX-STATUS                PIC X(02).
        77  WS-ARQ-GERACAO              PIC X(11).
        77  WS-ARQ-VIVO                 PIC X(08).
        77  WS-ARQ-MORTO                PIC X(17).
        77  WS-IND-ARQ                  PIC 9(02) COMP VALUE ZERO.
        77  WS-POS-DATA                 PIC 9(03) COMP VALUE ZERO.
        77  WS-GERACAO                  PIC 9(02) VALUE ZERO.
        77  WS-RETENCAO-GERACOES        PIC 9(02) VALUE ZERO.
        77  WS-GERACAO-ANTIGA           PIC 9(02) VALUE ZERO.
        77  WS-DIAS-RETENCAO            PIC 9(04) VALUE ZERO.
        77  WS-DIA-HOJE                 PIC 9(08) COMP.
        77  WS-DIA-CORTE                PIC 9(08) COMP.
        77  WS-CONT-LIDAS               PIC 9(09) COMP VALUE ZERO.
        77  WS-CONT-ARQUIVADAS          PIC 9(09) COMP VALUE ZERO.
        77  WS-CONT-MANTIDAS            PIC 9(09) COMP VALUE ZERO.
        77  WS-CONT-REGRAVADAS          PIC 9(09) COMP VALUE ZERO.
        77  WS-TOT-LIDAS                PIC 9(09) COMP VALUE ZERO.
        77  WS-TOT-ARQUIVADAS           PIC 9(09) COMP VALUE ZERO.
        77  WS-TOT-MANTIDAS             PIC 9(09) COMP VALUE ZERO.
        77  WS-CONT-DIVERGENCIAS        PIC 9(02) COMP VALUE ZERO.
        77  WS-SITUACAO                 PIC X(22).
        77  WS-SW-FIM-VIVO              PIC X(01) VALUE 'N'.
            88  WS-FIM-VIVO                     VALUE 'S'.
        77  WS-SW-FIM-TRABALHO          PIC X(01) VALUE 'N'.
            88  WS-FIM-TRABALHO                 VALUE 'S'.
        77  WS-SW-MORTO                 PIC X(01) VALUE 'N'.
            88  WS-MORTO-ABERTO                 VALUE 'S'.
        77  WS-SW-REGRAVANDO            PIC X(01) VALUE 'N'.
            88  WS-REGRAVANDO                   VALUE 'S'.
        77  WS-SW-CORTE-GERACAO         PIC X(01) VALUE 'N'.
            88  WS-CORTE-PELA-GERACAO           VALUE 'S'.
      *
      * ARQUIVOS EXPURGADOS, NA ORDEM DOS CAMPOS DO RETPARM, COM A
      * POSICAO DA DATA AAAA/MM/DD NA LINHA DE CADA UM: CJ-DATA,
      * NH-DATA-EXCLUSAO, AL-DATA-EXECUCAO, DATA DA LINHA DO LOG DO
      * NOTURNO E XR-DATA-MERGE.
        01  WS-TAB-ARQUIVOS-INIC.
            05  FILLER                  PIC X(11) VALUE "CHGJRNL 001".
            05  FILLER                  PIC X(11) VALUE "NAMEHIST001".
            05  FILLER                  PIC X(11) VALUE "AUDITLOG031".
            05  FILLER                  PIC X(11) VALUE "STREAMLG001".
            05  FILLER                  PIC X(11) VALUE "MERGEXRF024".
        01  WS-TAB-ARQUIVOS REDEFINES WS-TAB-ARQUIVOS-INIC.
            05  WS-TA-ITEM              OCCURS 5 TIMES.
                10  WS-TA-NOME          PIC X(08).
                10  WS-TA-POS-DATA      PIC 9(03).
        01  WS-PARAMETROS.
            05  WS-PR-DIAS              PIC X(04) OCCURS 5 TIMES.
        01  WS-PARAMETROS-NUM REDEFINES WS-PARAMETROS.
            05  WS-PN-DIAS              PIC 9(04) OCCURS 5 TIMES.
        01  WS-DATA-CORRENTE.
            05  WS-DC-YYYY              PIC X(04).
            05  WS-DC-MM                PIC X(02).
            05  WS-DC-DD                PIC X(02).
            05  WS-DC-HH                PIC X(02).
            05  WS-DC-MIN               PIC X(02).
            05  WS-DC-SS                PIC X(02).
            05  FILLER                  PIC X(07).
        01  WS-DATA-CALCULO.
            05  WS-DK-YYYY              PIC X(04).
            05  WS-DK-MM                PIC X(02).
            05  WS-DK-DD                PIC X(02).
        01  WS-DATA-NUM REDEFINES WS-DATA-CALCULO
                                        PIC 9(08).
        01  WS-DATA-LINHA.
            05  WS-DL-YYYY              PIC X(04).
            05  FILLER                  PIC X(01).
            05  WS-DL-MM                PIC X(02).
            05  FILLER                  PIC X(01).
            05  WS-DL-DD                PIC X(02).
        77  WS-DATA-HOJE                PIC X(10).
        77  WS-DATA-CORTE               PIC X(10).
        77  WS-DATA-GERACAO             PIC X(10) VALUE SPACES.
        01  WS-REL-CABECALHO.
            05  FILLER                  PIC X(44) VALUE
                "EXPURGO - EXPURGO DOS ARQUIVOS DE HISTORICO".
            05  FILLER                  PIC X(36) VALUE
                "(RETENCAO DO RETPARM)".
        01  WS-REL-EMISSAO.
            05  FILLER                  PIC X(11) VALUE "EMITIDO EM ".
            05  WS-RE-DATA              PIC X(10).
            05  FILLER                  PIC X(59) VALUE SPACES.
        01  WS-REL-LINHA-BRANCO         PIC X(80) VALUE SPACES.
        01  WS-REL-TEXTO                PIC X(80).
        01  WS-REL-TITULOS.
            05  FILLER                  PIC X(14) VALUE
                "ARQUIVO  DIAS ".
            05  FILLER                  PIC X(11) VALUE "CORTE".
            05  FILLER                  PIC X(11) VALUE "     LIDAS".
            05  FILLER                  PIC X(11) VALUE "ARQUIVADAS".
            05  FILLER                  PIC X(11) VALUE "  MANTIDAS".
            05  FILLER                  PIC X(22) VALUE "SITUACAO".
        01  WS-REL-DETALHE.
            05  WS-RD-ARQUIVO           PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RD-DIAS              PIC X(04).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RD-CORTE             PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RD-LIDAS             PIC Z(09)9.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RD-ARQUIVADAS        PIC Z(09)9.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RD-MANTIDAS          PIC Z(09)9.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RD-SITUACAO          PIC X(22).
        01  WS-REL-TOTAL.
            05  FILLER                  PIC X(25) VALUE "TOTAL".
            05  WS-RT-LIDAS             PIC Z(09)9.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RT-ARQUIVADAS        PIC Z(09)9.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-RT-MANTIDAS          PIC Z(09)9.
            05  FILLER                  PIC X(23) VALUE SPACES.
        01  WS-REL-CONFERE              PIC X(80) VALUE
                "CONTAGENS CONFEREM - LIDAS = ARQUIVADAS + MANTIDAS".
        01  WS-REL-NAO-CONFERE.
            05  FILLER                  PIC X(30) VALUE
                "*** CONTAGENS NAO CONFEREM EM ".
            05  WS-RN-ARQUIVOS          PIC Z9.
            05  FILLER                  PIC X(48) VALUE
                " ARQUIVO(S) - VER SITUACAO ACIMA ***".

        PROCEDURE DIVISION.
        0000-MAINLINE.
            PERFORM 1000-INICIALIZAR
            PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT
            PERFORM 1200-LOCALIZAR-GERACAO THRU 1200-EXIT
            MOVE WS-REL-LINHA-BRANCO TO EX-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-REL-TITULOS TO EX-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            PERFORM 2000-EXPURGAR-ARQUIVO THRU 2000-EXIT
                VARYING WS-IND-ARQ FROM 1 BY 1
                UNTIL WS-IND-ARQ > 5
            PERFORM 5000-EMITIR-RESULTADO THRU 5000-EXIT
            PERFORM 9000-FINALIZAR
            GOBACK.

      *-----------------------------------------------------------*
      * 1000-INICIALIZAR - GUARDA A DATA DE HOJE (TEXTO PARA O     *
      * RELATORIO E DIA JULIANO PARA O CALCULO DOS CORTES), ABRE O *
      * RELATORIO EXPREL E GRAVA O CABECALHO.  OS CONTADORES SAO   *
      * REARMADOS AQUI, POIS O NOTURNO CHAMA O PROGRAMA COM CALL.  *
      *-----------------------------------------------------------*
        1000-INICIALIZAR.
            MOVE ZERO TO WS-TOT-LIDAS
            MOVE ZERO TO WS-TOT-ARQUIVADAS
            MOVE ZERO TO WS-TOT-MANTIDAS
            MOVE ZERO TO WS-CONT-DIVERGENCIAS
            MOVE ZERO TO WS-GERACAO-ANTIGA
            MOVE SPACES TO WS-DATA-GERACAO
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
            STRING WS-DC-YYYY '/' WS-DC-MM '/' WS-DC-DD
                DELIMITED BY SIZE INTO WS-DATA-HOJE
            MOVE WS-DC-YYYY TO WS-DK-YYYY
            MOVE WS-DC-MM TO WS-DK-MM
            MOVE WS-DC-DD TO WS-DK-DD
            COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            OPEN OUTPUT RELATORIO-EXPURGO
            IF WS-EX-STATUS NOT = '00'
                PERFORM 8600-TRATAR-ERRO-RELATORIO
            END-IF
            MOVE WS-REL-CABECALHO TO EX-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-DATA-HOJE TO WS-RE-DATA
            MOVE WS-REL-EMISSAO TO EX-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.

      *-----------------------------------------------------------*
      * 1100-LER-PARAMETROS - LE O REGISTRO UNICO DO RETPARM.  NA  *
      * PRIMEIRA EXECUCAO O ARQUIVO E CRIADO E O REGISTRO SEMEADO  *
      * COM OS PRAZOS PADRAO, COMO O REORG SEMEIA O GENCTL.  OS    *
      * PRAZOS SAO COPIADOS PARA WS-PARAMETROS E O ARQUIVO E       *
      * FECHADO EM SEGUIDA - NADA MAIS E GRAVADO NELE.             *
      *-----------------------------------------------------------*
        1100-LER-PARAMETROS.
            OPEN I-O PARAMETRO-RETENCAO
            IF WS-RP-STATUS = '35'
                OPEN OUTPUT PARAMETRO-RETENCAO
                CLOSE PARAMETRO-RETENCAO
                OPEN I-O PARAMETRO-RETENCAO
            END-IF
            IF WS-RP-STATUS NOT = '00'
                PERFORM 8500-TRATAR-ERRO-PARAMETROS
            END-IF
            READ PARAMETRO-RETENCAO
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-RP-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    MOVE 0365 TO RP-DIAS-CHGJRNL
                    MOVE 0730 TO RP-DIAS-NAMEHIST
                    MOVE 0365 TO RP-DIAS-AUDITLOG
                    MOVE 0180 TO RP-DIAS-STREAMLG
                    MOVE 1825 TO RP-DIAS-MERGEXRF
                    WRITE RP-REGISTRO
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                    IF WS-RP-STATUS NOT = '00'
                        PERFORM 8500-TRATAR-ERRO-PARAMETROS
                    END-IF
                    MOVE "RETPARM CRIADO COM OS PRAZOS PADRAO"
                        TO WS-REL-TEXTO
                    MOVE WS-REL-TEXTO TO EX-LINHA
                    PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
                WHEN OTHER
                    PERFORM 8500-TRATAR-ERRO-PARAMETROS
            END-EVALUATE
            MOVE RP-TABELA-DIAS TO WS-PARAMETROS
            CLOSE PARAMETRO-RETENCAO.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 1200-LOCALIZAR-GERACAO - PROCURA, ENTRE AS GERACOES        *
      * NAMEBKP.G01 ATE A RETENCAO DO GENCTL, A DE HEADER MAIS     *
      * ANTIGO.  GERACAO AUSENTE (O CICLO AINDA NAO CHEGOU NELA)   *
      * OU SEM HEADER (DESCARGA ABORTADA, QUE O RESTAURA RECUSA)   *
      * NAO CONTA.  SEM GENCTL OU SEM NENHUMA GERACAO UTIL A DATA  *
      * FICA EM BRANCO E O CHGJRNL NAO E EXPURGADO.                *
      *-----------------------------------------------------------*
        1200-LOCALIZAR-GERACAO.
            OPEN INPUT CONTROLE-GERACOES
            IF WS-GC-STATUS = '35'
                GO TO 1200-SEM-GERACAO
            END-IF
            IF WS-GC-STATUS NOT = '00'
                PERFORM 8400-TRATAR-ERRO-GERACOES
            END-IF
            READ CONTROLE-GERACOES
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE WS-GC-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '23'
                    CLOSE CONTROLE-GERACOES
                    GO TO 1200-SEM-GERACAO
                WHEN OTHER
                    PERFORM 8400-TRATAR-ERRO-GERACOES
            END-EVALUATE
            IF GC-RETENCAO NUMERIC
                MOVE GC-RETENCAO TO WS-RETENCAO-GERACOES
            ELSE
                MOVE ZERO TO WS-RETENCAO-GERACOES
            END-IF
            CLOSE CONTROLE-GERACOES
            PERFORM 1250-LER-HEADER-GERACAO THRU 1250-EXIT
                VARYING WS-GERACAO FROM 1 BY 1
                UNTIL WS-GERACAO > WS-RETENCAO-GERACOES
            IF WS-DATA-GERACAO = SPACES
                GO TO 1200-SEM-GERACAO
            END-IF
            MOVE SPACES TO WS-REL-TEXTO
            STRING "GERACAO MAIS ANTIGA NO GENCTL: NAMEBKP.G"
                WS-GERACAO-ANTIGA " DE " WS-DATA-GERACAO
                DELIMITED BY SIZE INTO WS-REL-TEXTO
            MOVE WS-REL-TEXTO TO EX-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            GO TO 1200-EXIT.
        1200-SEM-GERACAO.
            MOVE SPACES TO WS-DATA-GERACAO
            MOVE "NENHUMA GERACAO DE BACKUP NO GENCTL - CHGJRNL NAO SERA
      -        " EXPURGADO" TO WS-REL-TEXTO
            MOVE WS-REL-TEXTO TO EX-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT.
        1200-EXIT.
            EXIT.

        1250-LER-HEADER-GERACAO.
            MOVE SPACES TO WS-ARQ-GERACAO
            STRING 'NAMEBKP.G' WS-GERACAO
                DELIMITED BY SIZE INTO WS-ARQ-GERACAO
            OPEN INPUT BACKUP-PLANO
            IF WS-BK-STATUS = '35'
                GO TO 1250-EXIT
            END-IF
            IF WS-BK-STATUS NOT = '00'
                PERFORM 8100-TRATAR-ERRO-BACKUP
            END-IF
            READ BACKUP-PLANO
                AT END
                    CONTINUE
            END-READ
            IF WS-BK-STATUS = '00'
                AND BK-REGISTRO (1:1) = 'H'
                IF WS-DATA-GERACAO = SPACES
                    OR BK-REGISTRO (2:10) < WS-DATA-GERACAO
                    MOVE BK-REGISTRO (2:10) TO WS-DATA-GERACAO
                    MOVE WS-GERACAO TO WS-GERACAO-ANTIGA
                END-IF
            END-IF
            CLOSE BACKUP-PLANO.
        1250-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2000-EXPURGAR-ARQUIVO - EXPURGA O ARQUIVO WS-IND-ARQ DA    *
      * TABELA.  RETENCAO ZERO OU INVALIDA, ARQUIVO INEXISTENTE OU *
      * CHGJRNL SEM GERACAO DE BACKUP SAO SO RELATADOS.  NOS       *
      * DEMAIS CASOS O ARQUIVO E SEPARADO (2100) ENTRE O MORTO     *
      * DATADO E O TRABALHO EXPTRAB, E SO DEPOIS DE A SEPARACAO    *
      * TERMINAR INTEIRA O ARQUIVO VIVO E REGRAVADO A PARTIR DO    *
      * TRABALHO (3000).  SEM LINHA A ARQUIVAR O VIVO NAO E TOCADO.*
      *-----------------------------------------------------------*
        2000-EXPURGAR-ARQUIVO.
            MOVE ZERO TO WS-CONT-LIDAS
            MOVE ZERO TO WS-CONT-ARQUIVADAS
            MOVE ZERO TO WS-CONT-MANTIDAS
            MOVE ZERO TO WS-CONT-REGRAVADAS
            MOVE 'N' TO WS-SW-FIM-VIVO
            MOVE 'N' TO WS-SW-MORTO
            MOVE 'N' TO WS-SW-REGRAVANDO
            MOVE 'N' TO WS-SW-CORTE-GERACAO
            MOVE SPACES TO WS-DATA-CORTE
            MOVE WS-TA-NOME (WS-IND-ARQ) TO WS-ARQ-VIVO
            MOVE WS-TA-POS-DATA (WS-IND-ARQ) TO WS-POS-DATA
            MOVE SPACES TO WS-ARQ-MORTO
            STRING WS-ARQ-VIVO DELIMITED BY SPACE
                '.' WS-DC-YYYY WS-DC-MM WS-DC-DD
                DELIMITED BY SIZE INTO WS-ARQ-MORTO
            IF WS-PR-DIAS (WS-IND-ARQ) NOT NUMERIC
                MOVE "RETENCAO INVALIDA" TO WS-SITUACAO
                GO TO 2000-RELATAR
            END-IF
            MOVE WS-PN-DIAS (WS-IND-ARQ) TO WS-DIAS-RETENCAO
            IF WS-DIAS-RETENCAO = ZERO
                MOVE "RETENCAO ZERO" TO WS-SITUACAO
                GO TO 2000-RELATAR
            END-IF
            COMPUTE WS-DIA-CORTE = WS-DIA-HOJE - WS-DIAS-RETENCAO
            COMPUTE WS-DATA-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DIA-CORTE)
            STRING WS-DK-YYYY '/' WS-DK-MM '/' WS-DK-DD
                DELIMITED BY SIZE INTO WS-DATA-CORTE
            IF WS-IND-ARQ = 1
                IF WS-DATA-GERACAO = SPACES
                    MOVE "SEM GERACAO DE BACKUP" TO WS-SITUACAO
                    GO TO 2000-RELATAR
                END-IF
                IF WS-DATA-GERACAO < WS-DATA-CORTE
                    MOVE WS-DATA-GERACAO TO WS-DATA-CORTE
                    MOVE 'S' TO WS-SW-CORTE-GERACAO
                END-IF
            END-IF
            OPEN INPUT ARQUIVO-VIVO
            IF WS-AV-STATUS = '35'
                MOVE "ARQUIVO NAO EXISTE" TO WS-SITUACAO
                GO TO 2000-RELATAR
            END-IF
            IF WS-AV-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-VIVO
            END-IF
            OPEN OUTPUT ARQUIVO-TRABALHO
            IF WS-AT-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-TRABALHO
            END-IF
            PERFORM 2100-SEPARAR-LINHA THRU 2100-EXIT
                UNTIL WS-FIM-VIVO
            CLOSE ARQUIVO-VIVO
            CLOSE ARQUIVO-TRABALHO
            IF WS-MORTO-ABERTO
                CLOSE ARQUIVO-MORTO
            END-IF
            IF WS-CONT-ARQUIVADAS = ZERO
                MOVE "NADA A EXPURGAR" TO WS-SITUACAO
            ELSE
                PERFORM 3000-REGRAVAR-VIVO THRU 3000-EXIT
                MOVE "EXPURGADO" TO WS-SITUACAO
            END-IF
            IF WS-CONT-LIDAS NOT =
                WS-CONT-ARQUIVADAS + WS-CONT-MANTIDAS
                OR (WS-CONT-ARQUIVADAS > ZERO
                AND WS-CONT-REGRAVADAS NOT = WS-CONT-MANTIDAS)
                MOVE "*** NAO CONFERE ***" TO WS-SITUACAO
                ADD 1 TO WS-CONT-DIVERGENCIAS
            END-IF.
        2000-RELATAR.
            PERFORM 7100-GRAVAR-DETALHE THRU 7100-EXIT.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2100-SEPARAR-LINHA - LE A PROXIMA LINHA DO ARQUIVO VIVO.   *
      * LINHA COM DATA VALIDA ANTERIOR AO CORTE VAI PARA O MORTO;  *
      * AS DEMAIS (INCLUSIVE AS SEM DATA RECONHECIVEL, QUE NAO HA  *
      * COMO DATAR) VAO PARA O TRABALHO E CONTINUAM VIVAS.         *
      *-----------------------------------------------------------*
        2100-SEPARAR-LINHA.
            READ ARQUIVO-VIVO
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-AV-STATUS
                WHEN '00'
                    CONTINUE
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-VIVO
                    GO TO 2100-EXIT
                WHEN OTHER
                    PERFORM 8000-TRATAR-ERRO-VIVO
            END-EVALUATE
            ADD 1 TO WS-CONT-LIDAS
            MOVE AV-REGISTRO (WS-POS-DATA:10) TO WS-DATA-LINHA
            IF WS-DL-YYYY NUMERIC AND WS-DL-MM NUMERIC
                AND WS-DL-DD NUMERIC
                AND WS-DATA-LINHA < WS-DATA-CORTE
                IF NOT WS-MORTO-ABERTO
                    PERFORM 2200-ABRIR-MORTO THRU 2200-EXIT
                END-IF
                MOVE AV-REGISTRO TO AM-REGISTRO
                WRITE AM-REGISTRO
                IF WS-AM-STATUS NOT = '00'
                    PERFORM 8300-TRATAR-ERRO-MORTO
                END-IF
                ADD 1 TO WS-CONT-ARQUIVADAS
            ELSE
                MOVE AV-REGISTRO TO AT-REGISTRO
                WRITE AT-REGISTRO
                IF WS-AT-STATUS NOT = '00'
                    PERFORM 8200-TRATAR-ERRO-TRABALHO
                END-IF
                ADD 1 TO WS-CONT-MANTIDAS
            END-IF.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 2200-ABRIR-MORTO - ABRE O ARQUIVO MORTO DO DIA EM EXTEND   *
      * (CRIANDO-O SE PRECISO), SO QUANDO APARECE A PRIMEIRA LINHA *
      * A ARQUIVAR - NOITE SEM EXPURGO NAO DEIXA MORTO VAZIO.  UMA *
      * SEGUNDA EXECUCAO NO MESMO DIA ACRESCENTA NO MESMO MORTO.   *
      *-----------------------------------------------------------*
        2200-ABRIR-MORTO.
            OPEN EXTEND ARQUIVO-MORTO
            IF WS-AM-STATUS = '35'
                OPEN OUTPUT ARQUIVO-MORTO
                CLOSE ARQUIVO-MORTO
                OPEN EXTEND ARQUIVO-MORTO
            END-IF
            IF WS-AM-STATUS NOT = '00'
                PERFORM 8300-TRATAR-ERRO-MORTO
            END-IF
            MOVE 'S' TO WS-SW-MORTO.
        2200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 3000-REGRAVAR-VIVO - REGRAVA O ARQUIVO VIVO COM AS LINHAS  *
      * MANTIDAS, COPIADAS DO TRABALHO EXPTRAB.  A PARTIR DO OPEN  *
      * OUTPUT O VIVO ESTA TRUNCADO: UM ERRO AQUI AVISA QUE O      *
      * CONTEUDO A MANTER ESTA INTEIRO NO EXPTRAB (8000/8200).     *
      *-----------------------------------------------------------*
        3000-REGRAVAR-VIVO.
            MOVE 'N' TO WS-SW-FIM-TRABALHO
            OPEN INPUT ARQUIVO-TRABALHO
            IF WS-AT-STATUS NOT = '00'
                PERFORM 8200-TRATAR-ERRO-TRABALHO
            END-IF
            MOVE 'S' TO WS-SW-REGRAVANDO
            OPEN OUTPUT ARQUIVO-VIVO
            IF WS-AV-STATUS NOT = '00'
                PERFORM 8000-TRATAR-ERRO-VIVO
            END-IF
            PERFORM 3100-COPIAR-LINHA THRU 3100-EXIT
                UNTIL WS-FIM-TRABALHO
            CLOSE ARQUIVO-TRABALHO
            CLOSE ARQUIVO-VIVO
            MOVE 'N' TO WS-SW-REGRAVANDO.
        3000-EXIT.
            EXIT.

        3100-COPIAR-LINHA.
            READ ARQUIVO-TRABALHO
                AT END
                    CONTINUE
            END-READ
            EVALUATE WS-AT-STATUS
                WHEN '00'
                    MOVE AT-REGISTRO TO AV-REGISTRO
                    WRITE AV-REGISTRO
                    IF WS-AV-STATUS NOT = '00'
                        PERFORM 8000-TRATAR-ERRO-VIVO
                    END-IF
                    ADD 1 TO WS-CONT-REGRAVADAS
                WHEN '10'
                    MOVE 'S' TO WS-SW-FIM-TRABALHO
                WHEN OTHER
                    PERFORM 8200-TRATAR-ERRO-TRABALHO
            END-EVALUATE.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 5000-EMITIR-RESULTADO - FECHA O RELATORIO COM OS TOTAIS    *
      * GERAIS E O VEREDITO DA CONFERENCIA.  QUALQUER ARQUIVO CUJA *
      * CONTAGEM NAO FECHOU DEVOLVE RC 8, COMO O VERIFICA, PARA O  *
      * STREAM PARAR E ALGUEM OLHAR O EXPREL.                      *
      *-----------------------------------------------------------*
        5000-EMITIR-RESULTADO.
            MOVE WS-REL-LINHA-BRANCO TO EX-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            MOVE WS-TOT-LIDAS TO WS-RT-LIDAS
            MOVE WS-TOT-ARQUIVADAS TO WS-RT-ARQUIVADAS
            MOVE WS-TOT-MANTIDAS TO WS-RT-MANTIDAS
            MOVE WS-REL-TOTAL TO EX-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            IF WS-CONT-DIVERGENCIAS = ZERO
                MOVE WS-REL-CONFERE TO EX-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
                DISPLAY "EXPURGO: LINHAS ARQUIVADAS = "
                    WS-TOT-ARQUIVADAS
            ELSE
                MOVE WS-CONT-DIVERGENCIAS TO WS-RN-ARQUIVOS
                MOVE WS-REL-NAO-CONFERE TO EX-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
                DISPLAY "EXPURGO: CONTAGENS NAO CONFEREM - VEJA O "
                    "RELATORIO EXPREL"
                MOVE 8 TO RETURN-CODE
            END-IF.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7000-GRAVAR-LINHA - GRAVA A LINHA JA MONTADA EM EX-LINHA   *
      * NO RELATORIO, COM A CHECAGEM DE STATUS PADRAO.             *
      *-----------------------------------------------------------*
        7000-GRAVAR-LINHA.
            WRITE EX-LINHA
            IF WS-EX-STATUS NOT = '00'
                PERFORM 8600-TRATAR-ERRO-RELATORIO
            END-IF.
        7000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 7100-GRAVAR-DETALHE - GRAVA A LINHA DO ARQUIVO CORRENTE    *
      * (RETENCAO, CORTE, CONTAGENS E SITUACAO), SOMA OS TOTAIS    *
      * GERAIS E, QUANDO FOR O CASO, AS LINHAS DE COMPLEMENTO: O   *
      * NOME DO ARQUIVO MORTO E O CORTE DO CHGJRNL ENCURTADO PELA  *
      * GERACAO DE BACKUP.                                         *
      *-----------------------------------------------------------*
        7100-GRAVAR-DETALHE.
            ADD WS-CONT-LIDAS TO WS-TOT-LIDAS
            ADD WS-CONT-ARQUIVADAS TO WS-TOT-ARQUIVADAS
            ADD WS-CONT-MANTIDAS TO WS-TOT-MANTIDAS
            MOVE WS-ARQ-VIVO TO WS-RD-ARQUIVO
            MOVE WS-PR-DIAS (WS-IND-ARQ) TO WS-RD-DIAS
            MOVE WS-DATA-CORTE TO WS-RD-CORTE
            MOVE WS-CONT-LIDAS TO WS-RD-LIDAS
            MOVE WS-CONT-ARQUIVADAS TO WS-RD-ARQUIVADAS
            MOVE WS-CONT-MANTIDAS TO WS-RD-MANTIDAS
            MOVE WS-SITUACAO TO WS-RD-SITUACAO
            MOVE WS-REL-DETALHE TO EX-LINHA
            PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            IF WS-CORTE-PELA-GERACAO
                MOVE SPACES TO WS-REL-TEXTO
                STRING "         CORTE LIMITADO PELA GERACAO "
                    "NAMEBKP.G" WS-GERACAO-ANTIGA
                    DELIMITED BY SIZE INTO WS-REL-TEXTO
                MOVE WS-REL-TEXTO TO EX-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF
            IF WS-CONT-ARQUIVADAS > ZERO
                MOVE SPACES TO WS-REL-TEXTO
                STRING "         ARQUIVO MORTO: " WS-ARQ-MORTO
                    DELIMITED BY SIZE INTO WS-REL-TEXTO
                MOVE WS-REL-TEXTO TO EX-LINHA
                PERFORM 7000-GRAVAR-LINHA THRU 7000-EXIT
            END-IF.
        7100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      * 8000-TRATAR-ERRO-VIVO - TRATAMENTO PADRAO DE ERRO DE E/S   *
      * NO ARQUIVO SENDO EXPURGADO.  DEVOLVE RC 16 AO NOTURNO.     *
      * DURANTE A REGRAVACAO O VIVO JA FOI TRUNCADO: O OPERADOR E  *
      * AVISADO DE QUE O EXPTRAB TEM O CONTEUDO A MANTER E DEVE    *
      * SER COPIADO SOBRE ELE ANTES DE QUALQUER REEXECUCAO.        *
      *-----------------------------------------------------------*
        8000-TRATAR-ERRO-VIVO.
            DISPLAY "ERRO DE E/S EM " WS-ARQ-VIVO
                " - FILE STATUS = " WS-AV-STATUS
            PERFORM 8800-AVISAR-REGRAVACAO THRU 8800-EXIT
            DISPLAY "EXPURGO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8100-TRATAR-ERRO-BACKUP - TRATAMENTO PADRAO DE ERRO DE E/S *
      * NA LEITURA DO HEADER DE UMA GERACAO DE BACKUP.  MESMA      *
      * POLITICA DO 8000: SEM SABER A GERACAO MAIS ANTIGA NAO HA   *
      * COMO PROTEGER O CHGJRNL.                                   *
      *-----------------------------------------------------------*
        8100-TRATAR-ERRO-BACKUP.
            DISPLAY "ERRO DE E/S EM " WS-ARQ-GERACAO
                " - FILE STATUS = " WS-BK-STATUS
            DISPLAY "EXPURGO ABORTADO"
            CLOSE BACKUP-PLANO
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8200-TRATAR-ERRO-TRABALHO - TRATAMENTO PADRAO DE ERRO DE   *
      * E/S NO ARQUIVO DE TRABALHO EXPTRAB.  MESMA POLITICA DO     *
      * 8000.                                                      *
      *-----------------------------------------------------------*
        8200-TRATAR-ERRO-TRABALHO.
            DISPLAY "ERRO DE E/S EM EXPTRAB - FILE STATUS = "
                WS-AT-STATUS
            PERFORM 8800-AVISAR-REGRAVACAO THRU 8800-EXIT
            DISPLAY "EXPURGO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8300-TRATAR-ERRO-MORTO - TRATAMENTO PADRAO DE ERRO DE E/S  *
      * NO ARQUIVO MORTO.  O ERRO ACONTECE ANTES DA REGRAVACAO,    *
      * ENTAO O ARQUIVO VIVO AINDA ESTA INTACTO.                   *
      *-----------------------------------------------------------*
        8300-TRATAR-ERRO-MORTO.
            DISPLAY "ERRO DE E/S EM " WS-ARQ-MORTO
                " - FILE STATUS = " WS-AM-STATUS
            DISPLAY "EXPURGO ABORTADO - " WS-ARQ-VIVO
                " NAO FOI ALTERADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8400-TRATAR-ERRO-GERACOES - TRATAMENTO PADRAO DE ERRO DE   *
      * E/S NO CONTROLE DE GERACOES GENCTL.  MESMA POLITICA DO     *
      * 8100.                                                      *
      *-----------------------------------------------------------*
        8400-TRATAR-ERRO-GERACOES.
            DISPLAY "ERRO DE E/S EM GENCTL - FILE STATUS = "
                WS-GC-STATUS
            DISPLAY "EXPURGO ABORTADO"
            CLOSE CONTROLE-GERACOES
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8500-TRATAR-ERRO-PARAMETROS - TRATAMENTO PADRAO DE ERRO DE *
      * E/S NO REGISTRO DE PARAMETROS RETPARM.  NENHUM ARQUIVO FOI *
      * TOCADO AINDA.                                              *
      *-----------------------------------------------------------*
        8500-TRATAR-ERRO-PARAMETROS.
            DISPLAY "ERRO DE E/S EM RETPARM - FILE STATUS = "
                WS-RP-STATUS
            DISPLAY "EXPURGO ABORTADO"
            CLOSE PARAMETRO-RETENCAO
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8600-TRATAR-ERRO-RELATORIO - TRATAMENTO PADRAO DE ERRO DE  *
      * E/S NO RELATORIO EXPREL.  MESMA POLITICA DO 8000.          *
      *-----------------------------------------------------------*
        8600-TRATAR-ERRO-RELATORIO.
            DISPLAY "ERRO DE E/S EM EXPREL - FILE STATUS = "
                WS-EX-STATUS
            PERFORM 8800-AVISAR-REGRAVACAO THRU 8800-EXIT
            DISPLAY "EXPURGO ABORTADO"
            PERFORM 8900-FECHAR-ARQUIVOS THRU 8900-EXIT
            MOVE 16 TO RETURN-CODE
            GOBACK.

      *-----------------------------------------------------------*
      * 8800-AVISAR-REGRAVACAO - SE O ABORTO ACONTECEU NO MEIO DA  *
      * REGRAVACAO DE UM ARQUIVO VIVO, DIZ NO CONSOLE COMO         *
      * RECOMPO-LO: AS LINHAS MANTIDAS ESTAO NO EXPTRAB E AS       *
      * ARQUIVADAS NO MORTO DO DIA.                                *
      *-----------------------------------------------------------*
        8800-AVISAR-REGRAVACAO.
            IF WS-REGRAVANDO
                DISPLAY "ATENCAO: " WS-ARQ-VIVO " FICOU INCOMPLETO - "
                    "AS LINHAS MANTIDAS ESTAO EM EXPTRAB"
                DISPLAY "COPIE O EXPTRAB SOBRE " WS-ARQ-VIVO
                    " ANTES DE REEXECUTAR O EXPURGO"
            END-IF.
        8800-EXIT.
            EXIT.

        8900-FECHAR-ARQUIVOS.
            CLOSE ARQUIVO-VIVO
            CLOSE ARQUIVO-TRABALHO
            CLOSE ARQUIVO-MORTO
            CLOSE RELATORIO-EXPURGO.
        8900-EXIT.
            EXIT.

        9000-FINALIZAR.
            CLOSE RELATORIO-EXPURGO.
