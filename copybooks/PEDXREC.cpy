      ******************************************************************
      *    PEDXREC.CPY
      *    LAYOUT DO REGISTRO DA LISTA DE EXCECOES DE RECEBIMENTO
      *    (PEDEXC.TXT), GRAVADA PELO SGBD NO PROCESSAMENTO DE
      *    MOVIMENTO: ENTRADA ACIMA DO PEDIDO, CUSTO DIFERENTE DO
      *    COMBINADO E ENTRADA QUE CITA PEDIDO INEXISTENTE, DE OUTRO
      *    FORNECEDOR, CANCELADO OU SEM O PRODUTO. A ENTRADA E
      *    APLICADA AO ESTOQUE MESMO ASSIM (A MERCADORIA CHEGOU); A
      *    LISTA E PARA O SETOR DE COMPRAS TRATAR COM O FORNECEDOR.
      *    O ARQUIVO E SO ACRESCIDO, COMO MOVREJ.TXT.
      *    QUANTIDADES DO PEDIDO (PEDIDA E RECEBIDA, JA COM A
      *    ENTRADA) E CUSTO COMBINADO FICAM ZERADOS QUANDO A LINHA DO
      *    PEDIDO NAO FOI ENCONTRADA.
      ******************************************************************
       01  PEDEXC-REC.
           02  PEDX-DATA-HORA        PIC X(15).
           02  FILLER                PIC X(01).
           02  PEDX-PEDIDO           PIC 9(06).
           02  FILLER                PIC X(01).
           02  PEDX-FORNECEDOR       PIC 9(06).
           02  FILLER                PIC X(01).
           02  PEDX-PRODUTO          PIC 9(06).
           02  FILLER                PIC X(01).
           02  PEDX-DOCTO            PIC X(10).
           02  FILLER                PIC X(01).
           02  PEDX-DATA-MOV         PIC X(10).
           02  FILLER                PIC X(01).
           02  PEDX-QTDE-PEDIDA      PIC 9(07).
           02  FILLER                PIC X(01).
           02  PEDX-QTDE-RECEBIDA    PIC 9(07).
           02  FILLER                PIC X(01).
           02  PEDX-QTDE-MOV         PIC 9(07).
           02  FILLER                PIC X(01).
           02  PEDX-CUSTO-PEDIDO     PIC 9(07)V99.
           02  FILLER                PIC X(01).
           02  PEDX-CUSTO-MOV        PIC 9(07)V99.
           02  FILLER                PIC X(01).
           02  PEDX-MOTIVO           PIC X(30).
           02  FILLER                PIC X(01).
           02  PEDX-USUARIO          PIC X(08).
