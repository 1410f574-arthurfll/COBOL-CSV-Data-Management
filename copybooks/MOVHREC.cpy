      *    LINHAS: TIPO "T" (SAIDA DO DEPOSITO DE ORIGEM) E TIPO "R"
      *    (ENTRADA NO DEPOSITO DE DESTINO), QUE NO CONSOLIDADO SE
      *    ANULAM - O SALDO TOTAL DA EMPRESA NAO MUDA.
      *    ESTORNO POR DOCUMENTO (SUPERVISOR, SUBMENU <4> DO SGBD):
      *    CADA LINHA ORIGINAL ESTORNADA GANHA UMA LINHA DE TIPO
      *    PROPRIO - "X" ESTORNO DE ENTRADA (SUBTRAI), "Y" ESTORNO DE
      *    SAIDA (SOMA), "U" ESTORNO DA SAIDA DE TRANSFERENCIA (SOMA
      *    DE VOLTA NA ORIGEM) E "V" ESTORNO DA ENTRADA DE
      *    TRANSFERENCIA (SUBTRAI NO DESTINO) - COM O MESMO TERCEIRO,
      *    DOCUMENTO, QUANTIDADE, CUSTO E VALOR DA ORIGINAL, E
      *    MOVH-ORIG-DATA/MOVH-ORIG-SEQ APONTANDO PARA ELA (DATA E
      *    NUMERO DA LINHA NO HISTORICO, CONTADO A PARTIR DE 1). NAS
      *    DEMAIS LINHAS ESSES CAMPOS FICAM EM BRANCO/ZERO.
      *    MOVH-PEDIDO E O PEDIDO DE COMPRA (PEDIDO.DAT) COM QUE A
      *    ENTRADA FOI CONFERIDA NO RECEBIMENTO (ZERO QUANDO NAO HOUVE
      *    CONFERENCIA; EM BRANCO NAS LINHAS GRAVADAS ANTES DO CAMPO).
      *    O ESTORNO DA ENTRADA REPETE O PEDIDO E DEVOLVE A QUANTIDADE
      *    A LINHA DO PEDIDO.
      *    MOVH-LOTE E MOVH-VALIDADE (AAAAMMDD) SAO O LOTE DO
      *    MOVIMENTO E A SUA VALIDADE (SALDLOTE.DAT). A SAIDA E A
      *    TRANSFERENCIA QUE CONSOMEM MAIS DE UM LOTE GRAVAM UMA LINHA
      *    POR LOTE, CADA UMA COM A QUANTIDADE TIRADA DAQUELE LOTE;
      *    A PARTE ATENDIDA PELO ESTOQUE SEM LOTE FICA COM O LOTE EM
      *    BRANCO E VALIDADE ZERO. O ESTORNO REPETE O LOTE DA
      *    ORIGINAL. EM LINHAS GRAVADAS ANTES DOS CAMPOS AS POSICOES
      *    FICAM EM BRANCO (SEM LOTE).
      *    ARQUIVO INDEXADO (MOVHIST.DAT). CHAVE PRIMARIA MOVH-CHAVE
      *    = PRODUTO + DATA AAAAMMDD + SEQUENCIA, PARA O EXTRATO DE UM
      *    PRODUTO LER SO AS LINHAS DELE, JA NA ORDEM DE DATA.
      *    CHAVES ALTERNADAS: MOVH-CHAVE-TERC (TERCEIRO + DATA +
      *    SEQUENCIA) E MOVH-CHAVE-DOCTO (TERCEIRO + DOCUMENTO +
      *    SEQUENCIA). AS CHAVES REPETEM CAMPOS DO CORPO E SAO
      *    MONTADAS PELO PROGRAMA QUE GRAVA A LINHA; DATA QUE NAO
      *    RENDE AAAAMMDD NUMERICO ENTRA NA CHAVE COMO ZERO.
      *    MOVH-SEQ E O NUMERO DA LINHA NA ORDEM DE GRAVACAO, UNICO
      *    NO ARQUIVO: NA CONVERSAO DO ANTIGO MOVHIST.TXT E O NUMERO
      *    DA LINHA NO ARQUIVO DE TEXTO (CONTADO A PARTIR DE 1), E
      *    AS LINHAS NOVAS SEGUEM A NUMERACAO - E ESSE O NUMERO QUE
      *    MOVH-ORIG-SEQ GUARDA NO ESTORNO. A ULTIMA SEQUENCIA USADA
      *    FICA NO REGISTRO DE CONTROLE, DE CHAVE TODA ZERADA
      *    (MOVH-REG-CONTROLE), LIDO PELA VISAO MOVH-CONTROLE; OS
      *    LEITORES O PULAM.
      *    SALDO TRANSPORTADO (TIPO "I", GRAVADO PELO ARQUIVAMENTO
      *    ANUAL - PROGRAMA ARQHIST): AO MOVER UM ANO FECHADO PARA O
      *    ARQUIVO DO ANO (MOVHAAAA.TXT), UMA LINHA POR PRODUTO E
      *    DEPOSITO COM SALDO, DATADA DE 01/01 DO ANO SEGUINTE, COM
      *    QUANTIDADE E VALOR ZERO E O SALDO/SALDO NO DEPOSITO/VALOR
      *    DO SALDO/CUSTO MEDIO DE 31/12. NAO SOMA NEM SUBTRAI: SO
      *    FORNECE O SALDO DE PARTIDA A QUEM NAO TEM OUTRA LINHA.
      *    MOVH-PRECO-VENDA E O PRECO UNITARIO COBRADO DO CLIENTE NA
      *    SAIDA (13O CAMPO DE MOVIMENTO.CSV; EM BRANCO, O PRECO DE
      *    TABELA PROD-PRECO DO MOMENTO). A RECEITA DA LINHA E
      *    QUANTIDADE X PRECO DE VENDA. O ESTORNO DA SAIDA REPETE O
      *    PRECO DA ORIGINAL; NOS DEMAIS TIPOS O CAMPO E ZERO, E NAS
      *    LINHAS GRAVADAS ANTES DELE FICA EM BRANCO (SEM RECEITA).
      ******************************************************************
       01  MOVHIST-REC.
           02  MOVH-CHAVE.
               03  MOVH-CH-PRODUTO    PIC 9(06).
                   88  MOVH-REG-CONTROLE        VALUE ZEROS.
               03  MOVH-CH-DATA       PIC 9(08).
               03  MOVH-SEQ           PIC 9(08).
           02  MOVH-CHAVE-TERC.
               03  MOVH-CT-TERCEIRO   PIC 9(06).
               03  MOVH-CT-DATA       PIC 9(08).
               03  MOVH-CT-SEQ        PIC 9(08).
           02  MOVH-CHAVE-DOCTO.
               03  MOVH-CD-TERCEIRO   PIC 9(06).
               03  MOVH-CD-DOCTO      PIC X(10).
               03  MOVH-CD-SEQ        PIC 9(08).
           02  MOVH-CORPO.
               03  MOVH-PRODUTO       PIC 9(06).
               03  FILLER             PIC X(01).
               03  MOVH-TIPO          PIC X(01).
                   88  MOVH-ENTRADA                 VALUES "E" "e".
                   88  MOVH-SAIDA                   VALUES "S" "s".
                   88  MOVH-AJUSTE-ENTRADA          VALUE "A".
                   88  MOVH-AJUSTE-SAIDA            VALUE "B".
                   88  MOVH-TRANSF-SAIDA            VALUE "T".
                   88  MOVH-TRANSF-ENTRADA          VALUE "R".
                   88  MOVH-ESTORNO-ENTRADA         VALUE "X".
                   88  MOVH-ESTORNO-SAIDA           VALUE "Y".
                   88  MOVH-ESTORNO-TRANSF-SAIDA    VALUE "U".
                   88  MOVH-ESTORNO-TRANSF-ENTRADA  VALUE "V".
                   88  MOVH-SALDO-INICIAL           VALUE "I".
                   88  MOVH-ESTORNO                 VALUES "X" "Y" "U"
                                                           "V".
                   88  MOVH-SOMA-SALDO              VALUES "E" "e" "A"
                                                           "R" "Y" "U".
                   88  MOVH-SUBTRAI-SALDO           VALUES "S" "s" "B"
                                                           "T" "X" "V".
               03  FILLER             PIC X(01).
               03  MOVH-QTDE          PIC 9(07).
               03  FILLER             PIC X(01).
               03  MOVH-DATA          PIC X(10).
               03  FILLER             PIC X(01).
               03  MOVH-TERCEIRO      PIC 9(06).
               03  FILLER             PIC X(01).
               03  MOVH-DOCTO         PIC X(10).
               03  FILLER             PIC X(01).
               03  MOVH-USUARIO       PIC X(08).
               03  FILLER             PIC X(01).
               03  MOVH-SALDO         PIC S9(07) SIGN IS LEADING
                                              SEPARATE.
               03  FILLER             PIC X(01).
               03  MOVH-CUSTO         PIC 9(07)V99.
               03  FILLER             PIC X(01).
               03  MOVH-VALOR         PIC 9(12)V99.
               03  FILLER             PIC X(01).
               03  MOVH-SALDO-VALOR   PIC S9(12)V99 SIGN IS LEADING
                                              SEPARATE.
               03  FILLER             PIC X(01).
               03  MOVH-DEPOSITO      PIC 9(03).
               03  FILLER             PIC X(01).
               03  MOVH-SALDO-LOC     PIC S9(07) SIGN IS LEADING
                                              SEPARATE.
               03  FILLER             PIC X(01).
               03  MOVH-ORIG-DATA     PIC X(10).
               03  FILLER             PIC X(01).
               03  MOVH-ORIG-SEQ      PIC 9(08).
               03  FILLER             PIC X(01).
               03  MOVH-PEDIDO        PIC 9(06).
               03  FILLER             PIC X(01).
               03  MOVH-LOTE          PIC X(10).
               03  FILLER             PIC X(01).
               03  MOVH-VALIDADE      PIC 9(08).
               03  FILLER             PIC X(01).
               03  MOVH-PRECO-VENDA   PIC 9(07)V99.
           02  MOVH-CONTROLE REDEFINES MOVH-CORPO.
               03  MOVH-CTL-ULTIMA-SEQ PIC 9(08).
               03  FILLER             PIC X(166).
