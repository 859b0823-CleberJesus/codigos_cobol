      ******************************************************************
      * CONTATO.CPY
      * AUTOR: CLEBER BIANCHI CAVALCANTE DE JESUS
      * DATA:  15/10/2026
      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO ARQUIVO DE CONTATOS CONTATOS (INDEXADO,
      * CHAVE PRIMARIA CO-SEQUENCIA = NM-SEQUENCIA DO NOME A QUE O
      * CONTATO PERTENCE).  ARQUIVO COMPANHEIRO DO NAME-MASTER: O
      * NAMEREC NAO MUDA, E UM NOME SEM CONTATO CONTINUA VALIDO.  O
      * CONTMNT (MAINMENU) INCLUI E CORRIGE O CONTATO, O MALADIR
      * JUNTA NOME E ENDERECO NO ARQUIVO DA CASA DE MALA DIRETA, E
      * TODA EXCLUSAO DO NOME (MANUTEN, APROVEXC, MANUTLOT, RESOLVE)
      * ARQUIVA O CONTATO NO CONTARQ (COPY CONTARQ) ANTES DE
      * APAGA-LO.
      *
      * CO-DADOS-CONTATO TEM AS MESMAS 93 POSICOES DAS IMAGENS DO
      * CHGJRNL (COPY CHGJRN): A LINHA DE JORNAL DE CONTATO
      * (CJ-ARQUIVO = 'C') LEVA ESTE GRUPO INTEIRO ANTES E DEPOIS DA
      * MUDANCA.  CO-CEP SAO OITO DIGITOS SEM HIFEN; CO-UF E A SIGLA
      * DA UNIDADE DA FEDERACAO; CO-TELEFONE SAO SO DIGITOS (DDD E
      * NUMERO).  CO-DATA/HORA-ATUALIZACAO E CO-OPERADOR CARIMBAM A
      * ULTIMA INCLUSAO OU CORRECAO.
      ******************************************************************
        01  CO-REGISTRO.
            05  CO-SEQUENCIA            PIC 9(06).
            05  CO-DADOS-CONTATO.
                10  CO-LOGRADOURO       PIC X(28).
                10  CO-NUMERO           PIC X(05).
                10  CO-COMPLEMENTO      PIC X(08).
                10  CO-BAIRRO           PIC X(15).
                10  CO-CIDADE           PIC X(16).
                10  CO-UF               PIC X(02).
                10  CO-CEP              PIC X(08).
                10  CO-TELEFONE         PIC X(11).
            05  CO-DATA-ATUALIZACAO     PIC X(10).
            05  CO-HORA-ATUALIZACAO     PIC X(08).
            05  CO-OPERADOR             PIC X(08).
