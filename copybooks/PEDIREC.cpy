      ******************************************************************
      *    PEDIREC.CPY
      *    LAYOUT DO REGISTRO DE LINHA DO PEDIDO DE COMPRA
      *    (PEDITEM.DAT): UMA LINHA POR PRODUTO DO PEDIDO, COM A
      *    QUANTIDADE PEDIDA, O CUSTO UNITARIO COMBINADO, A DATA
      *    PREVISTA DE ENTREGA (AAAAMMDD) E A QUANTIDADE JA RECEBIDA.
      *    CADA ENTRADA (TIPO "E") DE MOVIMENTO.CSV CONFERIDA COM O
      *    PEDIDO SOMA EM PEDI-RECEBIDA; A LINHA FECHA ("F") QUANDO O
      *    RECEBIDO ALCANCA O PEDIDO. O ESTORNO DA ENTRADA DEVOLVE A
      *    QUANTIDADE E REABRE A LINHA. O FORNECEDOR E REPETIDO DO
      *    CABECALHO PARA OS RELATORIOS.
      *    SITUACAO: "A" ABERTA, "F" FECHADA (RECEBIDA) E "C"
      *    CANCELADA.
      *    CHAVE PRIMARIA .... PEDI-CHAVE (PEDIDO + PRODUTO)
      *    CHAVE ALTERNADA ... PEDI-PRODUTO (COM DUPLICATAS), USADA
      *                        PELO SUGCOMPR PARA APURAR O QUE JA
      *                        ESTA PEDIDO DE CADA PRODUTO
      ******************************************************************
       01  PEDITEM-REC.
           02  PEDI-CHAVE.
               03  PEDI-NUMERO       PIC 9(06).
               03  PEDI-PRODUTO      PIC 9(06).
           02  PEDI-FORNECEDOR       PIC 9(06).
           02  PEDI-QTDE             PIC 9(07).
           02  PEDI-CUSTO            PIC 9(07)V99.
           02  PEDI-PREVISTA         PIC 9(08).
           02  PEDI-RECEBIDA         PIC 9(07).
           02  PEDI-ULT-RECEBIMENTO  PIC X(10).
           02  PEDI-SITUACAO         PIC X(01).
               88  PEDI-ABERTA                  VALUE "A".
               88  PEDI-FECHADA                 VALUE "F".
               88  PEDI-CANCELADA               VALUE "C".
           02  FILLER                PIC X(20).
