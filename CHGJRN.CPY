      * TEM A IMAGEM ANTIGA - ARQUIVAR O CHGJRNL JUNTO COM A
      * CONVERSAO DO MASTER PARA O JORNAL CORRENTE TER SO O LAYOUT
      * NOVO.
      *
      * 15/10/2026: CJ-SOLICITANTE NO FIM DA LINHA.  NA EXCLUSAO
      * APROVADA PELO APROVEXC, CJ-OPERADOR E O SUPERVISOR QUE APROVOU
      * E CJ-SOLICITANTE E O OPERADOR QUE PEDIU A EXCLUSAO NO
      * MANUTEN.  NAS DEMAIS LINHAS FICA EM BRANCO - LINHAS ANTIGAS,
      * MAIS CURTAS, SAO LIDAS COM O CAMPO EM BRANCO.
      *
      * 15/10/2026: CJ-ARQUIVO NO FIM DA LINHA DIZ DE QUE ARQUIVO E A
      * MUDANCA.  EM BRANCO (TODAS AS LINHAS ANTIGAS) E O NAME-MASTER.
      * 'C' E O ARQUIVO DE CONTATOS (COPY CONTATO): AS IMAGENS SAO O
      * CO-DADOS-CONTATO ANTES E DEPOIS, E QUEM REAPLICA OU EXTRAI
      * MUDANCAS DO NAME-MASTER (RESTAURA, CONFJRNL, EXTRATO) PULA
      * ESSAS LINHAS.
      ******************************************************************
        01  CJ-REGISTRO.
            05  CJ-DATA                 PIC X(10).
            05  CJ-REG-ANTES            PIC X(93).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  CJ-REG-DEPOIS           PIC X(93).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  CJ-SOLICITANTE          PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  CJ-ARQUIVO              PIC X(01).
                88  CJ-ARQ-CONTATO              VALUE 'C'.
