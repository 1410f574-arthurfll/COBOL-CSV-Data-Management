      ******************************************************************
      *    DOCLREC.CPY
      *    LAYOUT DO REGISTRO PERMANENTE DE DOCUMENTOS LANCADOS
      *    (DOCLANC.DAT): UM REGISTRO POR LINHA DE MOVIMENTO.CSV
      *    APLICADA AO ESTOQUE PELO SGBD. ANTES DE APLICAR UMA LINHA
      *    O PROCESSAMENTO DE MOVIMENTO PROCURA A CHAVE AQUI; LINHA
      *    JA LANCADA VAI PARA MOVREJ.TXT E NAO E APLICADA DE NOVO
      *    (ARQUIVO REPROCESSADO PELA OPCAO <4> OU LOTE REINICIADO).
      *    O TIPO E GRAVADO SEMPRE EM MAIUSCULA; NA TRANSFERENCIA O
      *    TERCEIRO E ZERO E O TIPO E "T".
      *    O ESTORNO DO DOCUMENTO (OPCAO <4>, <E>) APAGA AS CHAVES
      *    DAS LINHAS ESTORNADAS, PARA O DOCUMENTO CORRIGIDO PODER
      *    SER LANCADO DE NOVO.
      *    CHAVE PRIMARIA .... DOCL-CHAVE (TERCEIRO + DOCUMENTO +
      *                        PRODUTO + TIPO)
      ******************************************************************
       01  DOCLANC-REC.
           02  DOCL-CHAVE.
               03  DOCL-TERCEIRO     PIC 9(06).
               03  DOCL-DOCTO        PIC X(10).
               03  DOCL-PRODUTO      PIC 9(06).
               03  DOCL-TIPO         PIC X(01).
           02  DOCL-DATA             PIC X(10).
           02  DOCL-QTDE             PIC 9(07).
           02  DOCL-DEPOSITO         PIC 9(03).
           02  DOCL-USUARIO          PIC X(08).
           02  DOCL-DATA-HORA        PIC X(15).
           02  FILLER                PIC X(10).
