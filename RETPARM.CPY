      ******************************************************************
      * RETPARM.CPY
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE PARAMETROS DE RETENCAO DOS ARQUIVOS DE
      * HISTORICO, ARQUIVO RETPARM (RELATIVO, REGISTRO UNICO NA
      * POSICAO 1, NOS MOLDES DO GENCTL).  O EXPURGO MOVE PARA UM
      * ARQUIVO MORTO DATADO AS LINHAS MAIS ANTIGAS QUE A RETENCAO DE
      * CADA ARQUIVO E REGRAVA O ARQUIVO VIVO SO COM O QUE SOBROU.
      *
      * CADA CAMPO E A RETENCAO EM DIAS CORRIDOS, CONTADA PELA DATA
      * GRAVADA NA PROPRIA LINHA (DATA DO JORNAL, DA EXCLUSAO, DA
      * EXECUCAO, DO PASSO OU DA CONSOLIDACAO).  RETENCAO ZERO
      * SIGNIFICA "NUNCA EXPURGAR" O ARQUIVO.  O REGISTRO E SEMEADO
      * NA CRIACAO COM OS PRAZOS PADRAO: CHGJRNL 365, NAMEHIST 730,
      * AUDITLOG 365, STREAMLG 180 E MERGEXRF 1825 DIAS; O SUPORTE
      * AJUSTA OS CAMPOS NO PROPRIO REGISTRO QUANDO A POLITICA MUDAR.
      *
      * A RETENCAO DO CHGJRNL NUNCA VALE MAIS QUE A GERACAO DE BACKUP
      * NAMEBKP MAIS ANTIGA LISTADA NO GENCTL: O RESTAURA PRECISA DAS
      * LINHAS POSTERIORES A ELA PARA O REPLAY, ENTAO O EXPURGO
      * ENCURTA O CORTE DO JORNAL ATE A DATA DESSA GERACAO.
      *
      * RP-TABELA-DIAS E A MESMA AREA VISTA COMO TABELA, NA ORDEM
      * CHGJRNL, NAMEHIST, AUDITLOG, STREAMLG, MERGEXRF (SEGUNDO
      * 01 DA FD, QUE REDEFINE IMPLICITAMENTE O PRIMEIRO).
      ******************************************************************
        01  RP-REGISTRO.
            05  RP-DIAS-CHGJRNL         PIC 9(04).
            05  RP-DIAS-NAMEHIST        PIC 9(04).
            05  RP-DIAS-AUDITLOG        PIC 9(04).
            05  RP-DIAS-STREAMLG        PIC 9(04).
            05  RP-DIAS-MERGEXRF        PIC 9(04).
        01  RP-TABELA-DIAS.
            05  RP-DIAS                 PIC 9(04) OCCURS 5 TIMES.
