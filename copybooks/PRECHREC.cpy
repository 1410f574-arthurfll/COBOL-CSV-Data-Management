      ******************************************************************
      *    PRECHREC.CPY
      *    LAYOUT DO HISTORICO DE PRECOS DE TABELA (PRECOHIS.DAT): UMA
      *    LINHA POR MUDANCA DE PROD-PRECO, COM O PRECO ANTERIOR, O
      *    NOVO, A DATA EM QUE O NOVO PASSOU A VALER, O USUARIO E O
      *    MOTIVO. ALIMENTADO PELO SGBD (INCLUSAO E ALTERACAO DO
      *    PRODUTO E CARGA DE PRODUTO.CSV) E PELO APLREAJ (REAJUSTE
      *    PROGRAMADO). O PRECO DE UM PRODUTO NUMA DATA E O PRECO NOVO
      *    DA ULTIMA LINHA COM VIGENCIA ATE A DATA; ANTES DA PRIMEIRA
      *    LINHA, O PRECO ANTERIOR DELA.
      *    PRH-ORIGEM: "I" INCLUSAO DO PRODUTO, "A" ALTERACAO PELO
      *    MENU, "C" CARGA DE PRODUTO.CSV, "R" REAJUSTE PROGRAMADO
      *    (PRH-LOTE = NUMERO DO LOTE DE REAJUSTE).
      *    CHAVE PRIMARIA .... PRH-CHAVE (PRODUTO + VIGENCIA AAAAMMDD
      *                        + SEQUENCIA NO DIA)
      ******************************************************************
       01  PRECOHIS-REC.
           02  PRH-CHAVE.
               03  PRH-PRODUTO       PIC 9(06).
               03  PRH-VIGENCIA      PIC 9(08).
               03  PRH-SEQ           PIC 9(04).
           02  PRH-PRECO-ANTERIOR    PIC 9(07)V99.
           02  PRH-PRECO-NOVO        PIC 9(07)V99.
           02  PRH-ORIGEM            PIC X(01).
               88  PRH-INCLUSAO                 VALUE "I".
               88  PRH-ALTERACAO                VALUE "A".
               88  PRH-CARGA                    VALUE "C".
               88  PRH-REAJUSTE                 VALUE "R".
           02  PRH-LOTE              PIC 9(06).
           02  PRH-USUARIO           PIC X(08).
           02  PRH-MOTIVO            PIC X(30).
           02  PRH-DATA-HORA         PIC X(15).
           02  FILLER                PIC X(10).
