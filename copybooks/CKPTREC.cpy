      *    CKPTREC.CPY
      *    LAYOUT DO REGISTRO DE CHECKPOINT DA CARGA EM LOTE (CSV).
      *    CHAVE PRIMARIA .... CKPT-CARGA (IDENTIFICA O CADASTRO QUE
      *    ESTA SENDO CARREGADO: "PROD", "PESS" OU "CATG"; "MOVI" E O
      *    PONTO DE RETOMADA DO PROCESSAMENTO DE MOVIMENTO.CSV).
      ******************************************************************
       01  CHECKPOINT-REC.
           02  CKPT-CARGA            PIC X(04).
