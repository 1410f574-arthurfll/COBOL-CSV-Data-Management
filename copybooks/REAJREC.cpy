      ******************************************************************
      *    REAJREC.CPY
      *    LAYOUT DOS REAJUSTES DE PRECO PROGRAMADOS (REAJUSTE.DAT):
      *    UMA LINHA POR PRODUTO DE CADA LOTE DE REAJUSTE GRAVADO PELO
      *    REAJPREC, COM O PRECO DE TABELA DA EPOCA DA PROGRAMACAO
      *    (REAJ-PRECO-BASE), O PRECO NOVO JA CALCULADO E A DATA EM
      *    QUE ELE PASSA A VALER. O APLREAJ (CADEIA NOTURNA) APLICA AS
      *    LINHAS PENDENTES COM VIGENCIA VENCIDA, NA ORDEM DA
      *    VIGENCIA, E AS MARCA COMO APLICADAS.
      *    REAJ-SITUACAO: "P" PENDENTE, "A" APLICADA, "C" CANCELADA
      *    (PRODUTO EXCLUIDO ANTES DA VIGENCIA).
      *    CHAVE PRIMARIA .... REAJ-CHAVE (LOTE + PRODUTO)
      *    CHAVE ALTERNADA ... REAJ-VIGENCIA (COM DUPLICIDADE)
      ******************************************************************
       01  REAJUSTE-REC.
           02  REAJ-CHAVE.
               03  REAJ-LOTE         PIC 9(06).
               03  REAJ-PRODUTO      PIC 9(06).
           02  REAJ-VIGENCIA         PIC 9(08).
           02  REAJ-PRECO-BASE       PIC 9(07)V99.
           02  REAJ-PRECO-NOVO       PIC 9(07)V99.
           02  REAJ-SITUACAO         PIC X(01).
               88  REAJ-PENDENTE                VALUE "P".
               88  REAJ-APLICADA                VALUE "A".
               88  REAJ-CANCELADA               VALUE "C".
           02  REAJ-MOTIVO           PIC X(30).
           02  REAJ-USUARIO          PIC X(08).
           02  REAJ-DATA-HORA        PIC X(15).
           02  REAJ-APLICACAO        PIC X(15).
           02  FILLER                PIC X(10).
