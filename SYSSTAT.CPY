      ******************************************************************
      * SYSSTAT.CPY
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE SITUACAO DO SISTEMA, ARQUIVO SYSSTAT
      * (RELATIVO, REGISTRO UNICO NA POSICAO 1, NOS MOLDES DO GENCTL).
      * GUARDA A "JANELA DE BATCH": ENQUANTO ELA ESTA ABERTA ALGUM
      * PROGRAMA BATCH (NOTURNO, REORG, RESTAURA, CONSOLIDA, RESOLVE)
      * ESTA MEXENDO NO NAMEMSTR, E O MAINMENU SO LIBERA CONSULTA.
      * O REGISTRO SO E LIDO E GRAVADO PELO SUBPROGRAMA JANELA (AREA
      * DE CHAMADA NO COPY JANCOM).
      *
      * ST-NIVEL-JANELA CONTA AS ABERTURAS EM ANDAMENTO: O NOTURNO
      * ABRE A JANELA E O REORG, CHAMADO POR ELE, ABRE DE NOVO POR
      * CIMA; CADA FECHAMENTO DESCONTA UM E A JANELA SO FICA LIVRE
      * NO ZERO.  UM PROGRAMA QUE ABENDA NAO FECHA A SUA ABERTURA, E
      * A JANELA FICA PRESA ATE O SUPERVISOR CONFERIR O MASTER E
      * LIBERA-LA PELO SESSMNT (ST-LIBERADO-POR = CODIGO DELE).
      * ST-PROGRAMA-ABERTURA E O PROGRAMA QUE ABRIU A JANELA (O DE
      * FORA) E ST-PROGRAMA-ULTIMO O ULTIMO QUE ENTROU NELA.
      ******************************************************************
        01  ST-REGISTRO.
            05  ST-NIVEL-JANELA         PIC 9(02).
                88  ST-JANELA-LIVRE             VALUE ZERO.
            05  ST-PROGRAMA-ABERTURA    PIC X(09).
            05  ST-DATA-ABERTURA        PIC X(10).
            05  ST-HORA-ABERTURA        PIC X(08).
            05  ST-PROGRAMA-ULTIMO      PIC X(09).
            05  ST-LIBERADO-POR         PIC X(09).
            05  ST-DATA-LIBERACAO       PIC X(10).
            05  ST-HORA-LIBERACAO       PIC X(08).
