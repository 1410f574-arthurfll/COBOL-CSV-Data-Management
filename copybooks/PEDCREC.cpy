      ******************************************************************
      *    PEDCREC.CPY
      *    LAYOUT DO REGISTRO DE CABECALHO DO PEDIDO DE COMPRA
      *    (PEDIDO.DAT): UM REGISTRO POR PEDIDO, SEMPRE DE UM UNICO
      *    FORNECEDOR DO CADASTRO DE TERCEIROS. AS LINHAS (PRODUTO,
      *    QUANTIDADE, CUSTO COMBINADO E DATA PREVISTA) FICAM EM
      *    PEDITEM.DAT (PEDIREC.CPY). O PEDIDO NASCE DA SUGESTAO DE
      *    COMPRA (ARQUIVO SUGPED.CSV GRAVADO PELO SUGCOMPR) OU E
      *    DIGITADO NO SGBD (OPCAO <P>).
      *    SITUACAO: "A" ABERTO (ALGUMA LINHA AINDA A RECEBER), "F"
      *    FECHADO (TODAS AS LINHAS RECEBIDAS) E "C" CANCELADO.
      *    DATA DE EMISSAO NO FORMATO AAAAMMDD.
      *    CHAVE PRIMARIA .... PEDC-NUMERO
      *    CHAVE ALTERNADA ... PEDC-FORNECEDOR (COM DUPLICATAS)
      ******************************************************************
       01  PEDIDO-REC.
           02  PEDC-NUMERO           PIC 9(06).
           02  PEDC-FORNECEDOR       PIC 9(06).
           02  PEDC-EMISSAO          PIC 9(08).
           02  PEDC-SITUACAO         PIC X(01).
               88  PEDC-ABERTO                  VALUE "A".
               88  PEDC-FECHADO                 VALUE "F".
               88  PEDC-CANCELADO               VALUE "C".
           02  PEDC-ORIGEM           PIC X(01).
               88  PEDC-ORIGEM-SUGESTAO         VALUE "S".
               88  PEDC-ORIGEM-DIGITADO         VALUE "D".
           02  PEDC-USUARIO          PIC X(08).
           02  PEDC-DATA-HORA        PIC X(15).
           02  FILLER                PIC X(20).
