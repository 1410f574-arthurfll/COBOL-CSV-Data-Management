      ******************************************************************
      *    SLOTREC.CPY
      *    LAYOUT DO REGISTRO DO ARQUIVO DE SALDOS POR LOTE
      *    (SALDLOTE.DAT): UM REGISTRO POR PRODUTO POR DEPOSITO POR
      *    LOTE, CRIADO NA PRIMEIRA ENTRADA DO LOTE NO DEPOSITO E
      *    MANTIDO PELO PROCESSAMENTO DE MOVIMENTO DO SGBD E PELOS
      *    AJUSTES DE INVENTARIO. O LOTE ZERADO NAO E EXCLUIDO.
      *    SO O ESTOQUE RECEBIDO COM LOTE TEM REGISTRO AQUI: A
      *    DIFERENCA ENTRE SLD-QTDE (SALDOLOC.DAT) E A SOMA DOS LOTES
      *    DO PRODUTO NO DEPOSITO E O ESTOQUE SEM LOTE (RECEBIDO ANTES
      *    DO CONTROLE OU SEM LOTE INFORMADO).
      *    SLT-VALIDADE E A DATA DE VALIDADE DO LOTE NO FORMATO
      *    AAAAMMDD; LOTE RECEBIDO SEM VALIDADE GRAVA 99999999, QUE
      *    FICA POR ULTIMO NA ORDEM DE VENCIMENTO. SLT-ENTRADA E A
      *    DATA (AAAAMMDD) DA PRIMEIRA ENTRADA DO LOTE NO DEPOSITO.
      *    CHAVE PRIMARIA .... SLT-CHAVE (PRODUTO + DEPOSITO + LOTE)
      *    CHAVE ALTERNADA ... SLT-CHAVE-VENC (PRODUTO + DEPOSITO +
      *                        VALIDADE), COM DUPLICATAS: LIDA EM
      *                        ORDEM, DA O LOTE QUE VENCE PRIMEIRO.
      ******************************************************************
       01  SALDOLOTE-REC.
           02  SLT-CHAVE.
               03  SLT-PRODUTO       PIC 9(06).
               03  SLT-DEPOSITO      PIC 9(03).
               03  SLT-LOTE          PIC X(10).
           02  SLT-CHAVE-VENC.
               03  SLT-VENC-PRODUTO  PIC 9(06).
               03  SLT-VENC-DEPOSITO PIC 9(03).
               03  SLT-VALIDADE      PIC 9(08).
           02  SLT-QTDE              PIC S9(07).
           02  SLT-ENTRADA           PIC 9(08).
           02  FILLER                PIC X(10).
