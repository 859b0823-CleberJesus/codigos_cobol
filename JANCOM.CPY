      ******************************************************************
      * JANCOM.CPY
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      *-----------------------------------------------------------------
      * AREA DE CHAMADA DO SUBPROGRAMA JANELA, QUE CONTROLA A JANELA
      * DE BATCH NO ARQUIVO SYSSTAT (COPY SYSSTAT).  O CHAMADOR
      * PREENCHE JC-FUNCAO E JC-PROGRAMA E RECEBE JC-RESULTADO E A
      * SITUACAO CORRENTE EM JC-SITUACAO (MESMO LAYOUT DO SYSSTAT):
      *   'A' ABRIR     - PROGRAMA BATCH, ANTES DE TOCAR O MASTER.
      *                   RECUSADA ('10') SE HOUVER SESSAO DE
      *                   ATUALIZACAO ABERTA NO SESSOES; A QUANTIDADE
      *                   E O PRIMEIRO OPERADOR VOLTAM NA AREA.
      *   'F' FECHAR    - PROGRAMA BATCH, AO TERMINAR SEM ERRO.
      *   'C' CONSULTAR - MAINMENU E SESSMNT, SO LEEM A SITUACAO.
      *   'L' LIBERAR   - SESSMNT: ZERA UMA JANELA PRESA POR ABEND;
      *                   JC-PROGRAMA LEVA O CODIGO DO SUPERVISOR.
      * '99' EM JC-RESULTADO E ERRO DE E/S, JA AVISADO NO CONSOLE.
      ******************************************************************
        01  JC-AREA-JANELA.
            05  JC-FUNCAO               PIC X(01).
                88  JC-ABRIR                    VALUE 'A'.
                88  JC-FECHAR                   VALUE 'F'.
                88  JC-CONSULTAR                VALUE 'C'.
                88  JC-LIBERAR                  VALUE 'L'.
            05  JC-PROGRAMA             PIC X(09).
            05  JC-RESULTADO            PIC X(02).
                88  JC-OK                       VALUE '00'.
                88  JC-RECUSADO                 VALUE '10'.
                88  JC-ERRO                     VALUE '99'.
            05  JC-SESSOES-ABERTAS      PIC 9(04).
            05  JC-OPERADOR-SESSAO      PIC X(08).
            05  JC-SITUACAO.
                10  JC-NIVEL-JANELA     PIC 9(02).
                    88  JC-JANELA-LIVRE         VALUE ZERO.
                10  JC-PROGRAMA-ABERTURA
                                        PIC X(09).
                10  JC-DATA-ABERTURA    PIC X(10).
                10  JC-HORA-ABERTURA    PIC X(08).
                10  JC-PROGRAMA-ULTIMO  PIC X(09).
                10  JC-LIBERADO-POR     PIC X(09).
                10  JC-DATA-LIBERACAO   PIC X(10).
                10  JC-HORA-LIBERACAO   PIC X(08).
