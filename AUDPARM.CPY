      ******************************************************************
      * AUDPARM.CPY
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE PARAMETROS DO RELATORIO DE EXCECOES DE
      * OPERADOR (AUDOPER), ARQUIVO AUDPARM (RELATIVO, REGISTRO UNICO
      * NA POSICAO 1, NOS MOLDES DO RETPARM).  O REGISTRO E SEMEADO NA
      * CRIACAO COM OS VALORES PADRAO; O SUPORTE AJUSTA OS CAMPOS NO
      * PROPRIO REGISTRO QUANDO A AUDITORIA PEDIR.
      *
      * AP-HORA-INICIO E AP-HORA-FIM (HH:MM) DELIMITAM O HORARIO
      * COMERCIAL: MUDANCA ANTES DO INICIO OU A PARTIR DO FIM E
      * EXCECAO.  PADRAO 08:00 A 18:00.
      *
      * OS LIMITES DIARIOS SAO POR OPERADOR E POR DIA, SO DE REGISTROS
      * DO NAME-MASTER: MAIS ALTERACOES OU MAIS EXCLUSOES NO DIA QUE O
      * LIMITE E EXCECAO.  AP-LIMITE-VAIVEM E O NUMERO DE REVERSOES
      * (ALTERACAO QUE DEVOLVE A SEQUENCIA A UM NOME QUE ELA JA TEVE NO
      * PERIODO) A PARTIR DO QUAL A SEQUENCIA E APONTADA.  LIMITE ZERO
      * DESLIGA A VERIFICACAO.  PADRAO 50 ALTERACOES, 10 EXCLUSOES E 2
      * REVERSOES.
      *
      * PERIODO: COM AP-DATA-INICIAL E AP-DATA-FINAL (AAAA/MM/DD) EM
      * BRANCO, CADA EXECUCAO COBRE OS DIAS COMPLETOS DESDE O DIA
      * SEGUINTE A AP-ULTIMA-DATA ATE ONTEM, E GRAVA ONTEM EM
      * AP-ULTIMA-DATA AO TERMINAR - O STREAM NOTURNO NAO PULA NEM
      * REPETE DIA.  PREENCHIDAS, O PERIODO INFORMADO E AUDITADO SEM
      * MEXER EM AP-ULTIMA-DATA; O SUPORTE AS LIMPA DEPOIS E A COBERTURA
      * AUTOMATICA RETOMA DE ONDE PAROU.
      ******************************************************************
        01  AP-REGISTRO.
            05  AP-HORA-INICIO          PIC X(05).
            05  AP-HORA-FIM             PIC X(05).
            05  AP-LIMITE-ALTERACOES    PIC 9(04).
            05  AP-LIMITE-EXCLUSOES     PIC 9(04).
            05  AP-LIMITE-VAIVEM        PIC 9(02).
            05  AP-DATA-INICIAL         PIC X(10).
            05  AP-DATA-FINAL           PIC X(10).
            05  AP-ULTIMA-DATA          PIC X(10).
