      * E PASSA ESTA AREA POR LINKAGE AOS UTILITARIOS QUE CARIMBAM OU
      * RESTRINGEM POR OPERADOR (TESTE, MANUTEN), PARA QUE NENHUM
      * DELES PRECISE PEDIR E VALIDAR O CODIGO DE NOVO.
      *
      * 15/10/2026: OC-SESSAO-DATA/HORA GUARDAM O INICIO DA SESSAO,
      * QUE COM O CODIGO FORMA A CHAVE DO REGISTRO DA SESSAO NO
      * ARQUIVO SESSOES (COPY SESSAO) - O SESSMNT USA O CARIMBO PARA
      * NAO DEIXAR O SUPERVISOR ENCERRAR A PROPRIA SESSAO.
      ******************************************************************
        01  OC-AREA-OPERADOR.
            05  OC-CODIGO               PIC X(08).
            05  OC-NIVEL                PIC X(01).
                88  OC-NIVEL-SUPERVISOR         VALUE 'S'.
            05  OC-SESSAO-DATA          PIC X(10).
            05  OC-SESSAO-HORA          PIC X(08).
