      *                     O TOTAL DA EMPRESA SEGUE IGUAL A SOMA
      *                     DOS DEPOSITOS. SESSAO DO MODO LOTE
      *                     REGISTRADA COM O MARCADOR "LOTE".
      *  16/09/2026 EQS     REGISTRO PERMANENTE DE DOCUMENTOS
      *                     LANCADOS (DOCLANC.DAT), CHAVE TERCEIRO +
      *                     DOCUMENTO + PRODUTO + TIPO: LINHA DE
      *                     MOVIMENTO.CSV JA LANCADA VAI PARA
      *                     MOVREJ.TXT COMO "DOCUMENTO JA LANCADO" E
      *                     NAO E APLICADA DE NOVO. PONTO DE RETOMADA
      *                     DO MOVIMENTO NO CKPOINT.DAT (CARGA "MOVI")
      *                     GRAVADO A CADA LINHA: PROCESSAMENTO
      *                     INTERROMPIDO RETOMA NA PRIMEIRA LINHA NAO
      *                     TRATADA.
      *  15/10/2026 EQS     OPCAO <4> VIRA SUBMENU: <P> PROCESSA O
      *                     MOVIMENTO.CSV (OPERADOR) E <E> ESTORNA UM
      *                     DOCUMENTO JA LANCADO (SUPERVISOR). O
      *                     ESTORNO GRAVA NO HISTORICO LINHAS "X",
      *                     "Y", "U" E "V" QUE APONTAM PARA AS
      *                     ORIGINAIS, DEVOLVE A QUANTIDADE EM
      *                     PRODUTO E SALDOLOC, REFAZ O CUSTO MEDIO,
      *                     E RECUSADO EM MES FECHADO E LIBERA O
      *                     DOCUMENTO EM DOCLANC.DAT.
      *  15/10/2026 EQS     PEDIDOS DE COMPRA (OPCAO <P>): CABECALHO
      *                     EM PEDIDO.DAT E LINHAS EM PEDITEM.DAT,
      *                     DIGITADOS OU GERADOS DA SUGESTAO DE
      *                     COMPRA (SUGPED.CSV). A ENTRADA DE
      *                     MOVIMENTO.CSV GANHA O PEDIDO COMO 10O
      *                     CAMPO (OU DOCUMENTO = NUMERO DO PEDIDO),
      *                     E CONFERIDA COM A LINHA DO PEDIDO, SOMA
      *                     O RECEBIDO E FECHA A LINHA; RECEBIMENTO
      *                     ACIMA DO PEDIDO E CUSTO DIFERENTE VAO
      *                     PARA PEDEXC.TXT. O ESTORNO DA ENTRADA
      *                     DEVOLVE A QUANTIDADE AO PEDIDO.
      *  15/10/2026 EQS     HISTORICO DE PRECOS (PRECOHIS.DAT): A
      *                     INCLUSAO E A ALTERACAO DO PRODUTO E A
      *                     CARGA DE PRODUTO.CSV GRAVAM UMA LINHA POR
      *                     MUDANCA DE PRECO (ANTERIOR, NOVO,
      *                     VIGENCIA, USUARIO E MOTIVO). NOVA OPCAO
      *                     <H> NO CADASTRO DE PRODUTOS: HISTORICO DO
      *                     PRECO E PRECO VIGENTE NUMA DATA.
      *  15/10/2026 EQS     CONTROLE DE LOTE E VALIDADE: A ENTRADA DE
      *                     MOVIMENTO.CSV TRAZ O LOTE (11O CAMPO) E A
      *                     VALIDADE (12O CAMPO), COM SALDO POR
      *                     PRODUTO/DEPOSITO/LOTE EM SALDLOTE.DAT. A
      *                     SAIDA E A TRANSFERENCIA CONSOMEM PRIMEIRO
      *                     O LOTE QUE VENCE ANTES (LOTE VENCIDO SO
      *                     SAI QUANDO NOMEADO NO 11O CAMPO), COM UMA
      *                     LINHA DE HISTORICO POR LOTE. O ESTORNO
      *                     DEVOLVE AO LOTE DA ORIGINAL.
      *  15/10/2026 EQS     HISTORICO DE MOVIMENTOS INDEXADO
      *                     (MOVHIST.DAT, CHAVE PRODUTO + DATA +
      *                     SEQUENCIA, CHAVES ALTERNADAS DE TERCEIRO
      *                     E DE DOCUMENTO): CADA LINHA RECEBE A
      *                     SEQUENCIA SEGUINTE DO REGISTRO DE
      *                     CONTROLE, E O ESTORNO LE SO AS LINHAS DO
      *                     DOCUMENTO PELA CHAVE DE DOCUMENTO.
      *  15/10/2026 EQS     PRECO DE VENDA NA SAIDA: O 13O CAMPO DE
      *                     MOVIMENTO.CSV TRAZ O PRECO UNITARIO
      *                     COBRADO DO CLIENTE (EM BRANCO, O PRECO DE
      *                     TABELA DO PRODUTO), GRAVADO NA LINHA DE
      *                     HISTORICO (MOVH-PRECO-VENDA). O ESTORNO DA
      *                     SAIDA REPETE O PRECO DA ORIGINAL.
      *  15/10/2026 EQS     CONTROLE DE FERIAS (FERIAS.DAT): NOVA
      *                     OPCAO <P> NO CADASTRO DE PESSOAS, COM OS
      *                     PERIODOS AQUISITIVOS CONTADOS DA ADMISSAO
      *                     (O AFASTAMENTO DE SITHIST.TXT SUSPENDE A
      *                     CONTAGEM), O SALDO DE DIAS E A PROGRAMACAO
      *                     DO GOZO EM ATE TRES PARCELAS.
      *  15/10/2026 EQS     ESTORNO DE ENTRADA RECALCULA O CUSTO MEDIO
      *                     PELO SALDO DA LINHA ORIGINAL (AS SAIDAS
      *                     POSTERIORES NAO ZERAM MAIS O MEDIO). SEM
      *                     MOVHIST.DAT CONVERTIDO E COM MOVHIST.TXT NO
      *                     DIRETORIO, RECUSA PARTIDA E PEDE O CONVHIST.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      PROGRAMA PRINCIPAL DO SGBD - SISTEMA GERENCIADOR DE
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT MOVHIST-FILE
               ASSIGN TO "MOVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOVH-CHAVE
               ALTERNATE RECORD KEY IS MOVH-CHAVE-TERC
               ALTERNATE RECORD KEY IS MOVH-CHAVE-DOCTO
               FILE STATUS IS WS-MOVHIST-STATUS.

           SELECT MOVHIST-TXT-FILE
               ASSIGN TO "MOVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVHIST-TXT-STATUS.

           SELECT MOVREJ-FILE
               ASSIGN TO "MOVREJ.TXT"
               RECORD KEY IS SLD-CHAVE
               FILE STATUS IS WS-SALDOLOC-STATUS.

           SELECT DOCLANC-FILE
               ASSIGN TO "DOCLANC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOCL-CHAVE
               FILE STATUS IS WS-DOCLANC-STATUS.

           SELECT USUARIO-FILE
               ASSIGN TO "USUARIO.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS FECH-PERIODO
               FILE STATUS IS WS-FECHMES-STATUS.

           SELECT PEDIDO-FILE
               ASSIGN TO "PEDIDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDC-NUMERO
               ALTERNATE RECORD KEY IS PEDC-FORNECEDOR
                   WITH DUPLICATES
               FILE STATUS IS WS-PEDIDO-STATUS.

           SELECT PEDITEM-FILE
               ASSIGN TO "PEDITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDI-CHAVE
               ALTERNATE RECORD KEY IS PEDI-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PEDITEM-STATUS.

           SELECT PEDEXC-FILE
               ASSIGN TO "PEDEXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDEXC-STATUS.

           SELECT PRECOHIS-FILE
               ASSIGN TO "PRECOHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRH-CHAVE
               FILE STATUS IS WS-PRECOHIS-STATUS.

           SELECT SALDLOTE-FILE
               ASSIGN TO "SALDLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLT-CHAVE
               ALTERNATE RECORD KEY IS SLT-CHAVE-VENC
                   WITH DUPLICATES
               FILE STATUS IS WS-SALDLOTE-STATUS.

           SELECT FERIAS-FILE
               ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WS-FERIAS-STATUS.

           SELECT ARQUIVO-CSV
               ASSIGN TO DYNAMIC WS-NOME-ARQUIVO-CSV
               ORGANIZATION IS LINE SEQUENTIAL

       FD  MOVIMENTO-FILE
           LABEL RECORD IS OMITTED.
       01  MOV-LINHA                 PIC X(120).

       FD  AUDITORIA-FILE
           LABEL RECORD IS OMITTED.
           COPY AUDREC.

       FD  MOVHIST-FILE
           LABEL RECORD IS STANDARD.
           COPY MOVHREC.

      *    ANTIGO HISTORICO DE TEXTO: SO A EXISTENCIA E CONSULTADA.
       FD  MOVHIST-TXT-FILE
           LABEL RECORD IS OMITTED.
       01  MOVHT-LINHA               PIC X(164).

       FD  MOVREJ-FILE
           LABEL RECORD IS OMITTED.
           COPY MREJREC.
           LABEL RECORD IS STANDARD.
           COPY SALDREC.

       FD  DOCLANC-FILE
           LABEL RECORD IS STANDARD.
           COPY DOCLREC.

       FD  USUARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY USURREC.
           LABEL RECORD IS STANDARD.
           COPY FECHREC.

       FD  PEDIDO-FILE
           LABEL RECORD IS STANDARD.
           COPY PEDCREC.

       FD  PEDITEM-FILE
           LABEL RECORD IS STANDARD.
           COPY PEDIREC.

       FD  PEDEXC-FILE
           LABEL RECORD IS OMITTED.
           COPY PEDXREC.

       FD  PRECOHIS-FILE
           LABEL RECORD IS STANDARD.
           COPY PRECHREC.

       FD  SALDLOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY SLOTREC.

       FD  FERIAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FERIREC.

       FD  ARQUIVO-CSV
           LABEL RECORD IS OMITTED.
       01  CSV-LINHA                 PIC X(100).

       01  WS-HIST-DEPOSITO          PIC 9(03) VALUE ZEROS.
       01  WS-HIST-SALDO-LOC         PIC S9(07) VALUE ZEROS.
       01  WS-HIST-LOTE              PIC X(10) VALUE SPACES.
       01  WS-HIST-VALIDADE          PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    AREA DO CONTROLE DE LOTE E VALIDADE (SALDLOTE.DAT). O LOTE
      *    E A VALIDADE (DD/MM/AAAA) VEM NO 11O E 12O CAMPOS DE
      *    MOVIMENTO.CSV. NA SAIDA E NA TRANSFERENCIA, O LOTE NOMEADO
      *    OU A SEQUENCIA DE LOTES PELA ORDEM DE VENCIMENTO E MONTADA
      *    NA TABELA DE ALOCACAO ANTES DE QUALQUER GRAVACAO; A PARTE
      *    ATENDIDA PELO ESTOQUE SEM LOTE ENTRA NA TABELA COM O LOTE
      *    EM BRANCO. WS-SLT-PRODUTO/DEPOSITO/LOTE/VALIDADE/QTDE SAO
      *    OS PARAMETROS DAS ROTINAS 6970 A 6989.
      *-----------------------------------------------------------------
       01  WS-SALDLOTE-STATUS        PIC X(02) VALUE "00".
           88  SLT-OK                           VALUE "00".
           88  SLT-ARQ-NAO-EXISTE               VALUE "35".

       01  WS-MOV-LOTE               PIC X(10) VALUE SPACES.
       01  WS-MOV-VALIDADE           PIC 9(08) VALUE ZEROS.
       01  WS-MOV-DATA-NUM           PIC 9(08) VALUE ZEROS.
       01  WS-MOV-QTDE-TOTAL         PIC 9(07) VALUE ZEROS.

       01  WS-SLT-PRODUTO            PIC 9(06) VALUE ZEROS.
       01  WS-SLT-DEPOSITO           PIC 9(03) VALUE ZEROS.
       01  WS-SLT-LOTE               PIC X(10) VALUE SPACES.
       01  WS-SLT-VALIDADE           PIC 9(08) VALUE ZEROS.
       01  WS-SLT-QTDE               PIC S9(07) VALUE ZEROS.
       01  WS-SLT-SALDO-DEP          PIC S9(07) VALUE ZEROS.
       01  WS-SLT-SOMA-LOTES         PIC S9(09) VALUE ZEROS.
       01  WS-SLT-SOMA-VALIDOS       PIC S9(09) VALUE ZEROS.
       01  WS-SLT-SEM-LOTE           PIC S9(09) VALUE ZEROS.
       01  WS-SLT-FALTA              PIC S9(09) VALUE ZEROS.
       01  WS-SLT-EXCESSO            PIC S9(09) VALUE ZEROS.
       01  WS-SLT-PARTE              PIC S9(09) VALUE ZEROS.

       01  WS-SLT-FIM-SW             PIC X(01) VALUE "N".
           88  SLT-FIM                          VALUE "S".
       01  WS-SLT-ACHOU-SW           PIC X(01) VALUE "N".
           88  SLT-ACHOU                        VALUE "S".
       01  WS-SLT-ALOCADO-SW         PIC X(01) VALUE "N".
           88  SLT-ALOCADO                      VALUE "S".

       01  WS-SLT-MOTIVO             PIC X(30) VALUE SPACES.

       01  WS-MOV-LOTE-OK-SW         PIC X(01) VALUE "N".
           88  MOV-LOTE-OK                      VALUE "S".

       01  WS-ALO-MAX-LINHAS         PIC 9(04) COMP VALUE 0050.
       01  WS-ALO-QTD-LINHAS         PIC 9(04) COMP VALUE ZEROS.

       01  WS-ALO-TABELA.
           02  WS-ALO-LINHA OCCURS 50 TIMES
                   INDEXED BY WS-IDX-ALO.
               03  WS-ALO-LOTE           PIC X(10).
               03  WS-ALO-VALIDADE       PIC 9(08).
               03  WS-ALO-QTDE           PIC 9(07).

      *-----------------------------------------------------------------
      *    QUANTIDADE DO PRODUTO ANTES DA ALTERACAO PELO MENU: A
      *-----------------------------------------------------------------
       01  WS-QTDE-ANTERIOR          PIC S9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    AREA DO HISTORICO DE PRECOS (PRECOHIS.DAT): PRECO DE
      *    TABELA ANTES DA MUDANCA E ORIGEM/MOTIVO PASSADOS A
      *    3800-GRAVAR-HIST-PRECO; DATA E RESULTADO DA CONSULTA DO
      *    PRECO VIGENTE NUMA DATA (OPCAO <H> DO CADASTRO).
      *-----------------------------------------------------------------
       01  WS-PRECOHIS-STATUS        PIC X(02) VALUE "00".
           88  PRH-OK                           VALUE "00".
           88  PRH-ARQ-NAO-EXISTE               VALUE "35".

       01  WS-PRECO-ANTERIOR         PIC 9(07)V99 VALUE ZEROS.
       01  WS-PRH-ORIGEM             PIC X(01) VALUE SPACE.
       01  WS-PRH-MOTIVO             PIC X(30) VALUE SPACES.

       01  WS-PRH-GRAVADO-SW         PIC X(01) VALUE "N".
           88  PRH-GRAVADO                      VALUE "S".
       01  WS-PRH-FIM-SW             PIC X(01) VALUE "N".
           88  PRH-FIM                          VALUE "S".

      *    SITUACAO DA CONSULTA: "N" NENHUMA LINHA VISTA, "P" DATA
      *    ANTERIOR A PRIMEIRA MUDANCA, "S" MUDANCA ATE A DATA ACHADA.
       01  WS-PRH-SITUACAO           PIC X(01) VALUE "N".
           88  PRH-SEM-LINHA                    VALUE "N".
           88  PRH-ANTES-PRIMEIRA               VALUE "P".
           88  PRH-ACHOU-VIGENTE                VALUE "S".
       01  WS-PRH-SEM-CADASTRO-SW    PIC X(01) VALUE "N".
           88  PRH-SEM-CADASTRO                 VALUE "S".

       01  WS-PRH-PRODUTO            PIC 9(06) VALUE ZEROS.
       01  WS-PRH-DATA-CONS          PIC 9(08) VALUE ZEROS.
       01  WS-PRH-PRECO-DATA         PIC 9(07)V99 VALUE ZEROS.
       01  WS-PRH-ANT-EDIT           PIC Z.ZZZ.ZZ9,99.
       01  WS-PRH-NOVO-EDIT          PIC Z.ZZZ.ZZ9,99.

       01  WS-DEP-EM-USO             PIC 9(06) COMP VALUE ZEROS.
       01  WS-DEP-FIM-SALDOS-SW      PIC X(01) VALUE "N".
           88  DEP-FIM-SALDOS                   VALUE "S".
           02  WS-MOV-CUSTO-A        PIC X(10).
           02  WS-MOV-DEPOSITO-A     PIC X(03).
           02  WS-MOV-DEPDEST-A      PIC X(03).
           02  WS-MOV-PEDIDO-A       PIC X(06).
           02  WS-MOV-LOTE-A         PIC X(10).
           02  WS-MOV-VALIDADE-A     PIC X(10).
           02  WS-MOV-PRECO-VENDA-A  PIC X(10).

       01  WS-MOV-CODIGO             PIC 9(06).
       01  WS-MOV-QTDE               PIC 9(07).
       01  WS-MOV-CUSTO              PIC 9(07)V99 VALUE ZEROS.
       01  WS-MOV-VALOR              PIC 9(12)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    PRECO UNITARIO DE VENDA DA SAIDA (13O CAMPO DE
      *    MOVIMENTO.CSV; EM BRANCO, O PRECO DE TABELA PROD-PRECO).
      *    ZERO NOS DEMAIS TIPOS DE MOVIMENTO.
      *-----------------------------------------------------------------
       01  WS-MOV-PRECO-INFORMADO-SW PIC X(01) VALUE "N".
           88  MOV-PRECO-INFORMADO              VALUE "S".

       01  WS-MOV-PRECO-VENDA        PIC 9(07)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CONTADORES DO PROCESSAMENTO DE MOVIMENTO, MOSTRADOS NO
      *    RESUMO DO FIM DA EXECUCAO E LEVADOS AO LOG DO MODO EM LOTE.

       01  WS-MOV-MOTIVO             PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      *    AREA DO REGISTRO DE DOCUMENTOS LANCADOS (DOCLANC.DAT) E DA
      *    RETOMADA DO MOVIMENTO. TODA LINHA APLICADA E REGISTRADA
      *    PELA CHAVE TERCEIRO + DOCUMENTO + PRODUTO + TIPO; A MESMA
      *    CHAVE NUM REPROCESSAMENTO E RECUSADA. LINHA SEM DOCUMENTO
      *    NAO TEM COMO SER RECONHECIDA E SEGUE SEM A CRITICA. O
      *    NUMERO DA ULTIMA LINHA TRATADA (APLICADA OU GRAVADA EM
      *    MOVREJ.TXT) VAI PARA O CKPOINT.DAT A CADA LINHA - CADA
      *    LINHA DE MOVIMENTO ALTERA SALDOS, E O INTERVALO DAS CARGAS
      *    DE CADASTRO DEIXARIA LINHAS APLICADAS SEM PONTO DE
      *    RETOMADA. O PONTO E LIMPO QUANDO O ARQUIVO CHEGA AO FIM.
      *-----------------------------------------------------------------
       01  WS-DOCLANC-STATUS         PIC X(02) VALUE "00".
           88  DOCL-OK                          VALUE "00".
           88  DOCL-ARQ-NAO-EXISTE              VALUE "35".

       01  WS-DOCL-TIPO              PIC X(01) VALUE SPACE.

       01  WS-DOCL-LANCADO-SW        PIC X(01) VALUE "N".
           88  DOCL-LANCADO                     VALUE "S".

       01  WS-MOV-RETOMAR-APOS       PIC 9(08) VALUE ZEROS.
       01  WS-MOV-RETOMAR-RESPOSTA   PIC X(01) VALUE SPACE.
       01  WS-MOV-TOTAL-PULADAS      PIC 9(08) COMP VALUE ZEROS.

      *-----------------------------------------------------------------
      *    AREA DO ESTORNO POR DOCUMENTO (SUBMENU <4>, OPCAO <E>,
      *    SOMENTE SUPERVISOR). AS LINHAS ORIGINAIS DO DOCUMENTO
      *    (TERCEIRO + DOCUMENTO; TRANSFERENCIA COM TERCEIRO ZERO)
      *    SAO CARREGADAS DO HISTORICO NA TABELA, COM A SEQUENCIA
      *    DA LINHA (MOVH-SEQ); LINHA QUE JA TEM ESTORNO APONTANDO PARA
      *    ELA E MARCADA E NAO E ESTORNADA DE NOVO. O EFEITO LIQUIDO
      *    DO ESTORNO POR PRODUTO E DEPOSITO E CONFERIDO CONTRA O
      *    SALDO ANTES DE QUALQUER GRAVACAO: OU O DOCUMENTO E
      *    ESTORNADO INTEIRO, OU NADA E ALTERADO. WS-MOV-ORIG-DATA E
      *    WS-MOV-ORIG-SEQ LEVAM A REFERENCIA DA LINHA ORIGINAL PARA
      *    6250-GRAVAR-HISTORICO-MOV (VAZIOS NO MOVIMENTO NORMAL).
      *-----------------------------------------------------------------
       01  WS-MOV-ORIG-DATA          PIC X(10) VALUE SPACES.
       01  WS-MOV-ORIG-SEQ           PIC 9(08) VALUE ZEROS.

       01  WS-EST-TERCEIRO           PIC 9(06) VALUE ZEROS.
       01  WS-EST-DOCTO              PIC X(10) VALUE SPACES.
       01  WS-EST-RESPOSTA           PIC X(01) VALUE SPACE.

       01  WS-EST-FIM-SW             PIC X(01) VALUE "N".
           88  EST-FIM                          VALUE "S".

       01  WS-EST-ESTOURO-SW         PIC X(01) VALUE "N".
           88  EST-ESTOURO                      VALUE "S".

       01  WS-EST-LIBERADO-SW        PIC X(01) VALUE "N".
           88  EST-LIBERADO                     VALUE "S".

       01  WS-EST-ACHOU-SW           PIC X(01) VALUE "N".
           88  EST-ACHOU                        VALUE "S".

       01  WS-EST-MAX-LINHAS         PIC 9(04) COMP VALUE 0050.
       01  WS-EST-QTD-LINHAS         PIC 9(04) COMP VALUE ZEROS.
       01  WS-EST-QTD-PENDENTES      PIC 9(04) COMP VALUE ZEROS.
       01  WS-EST-QTD-EFEITOS        PIC 9(04) COMP VALUE ZEROS.
       01  WS-EST-TOTAL-ESTORNADAS   PIC 9(04) COMP VALUE ZEROS.

       01  WS-EST-TABELA.
           02  WS-EST-LINHA OCCURS 50 TIMES
                   INDEXED BY WS-IDX-EST.
               03  WS-EST-TAB-SEQ        PIC 9(08).
               03  WS-EST-TAB-PRODUTO    PIC 9(06).
               03  WS-EST-TAB-TIPO       PIC X(01).
               03  WS-EST-TAB-QTDE       PIC 9(07).
               03  WS-EST-TAB-DATA       PIC X(10).
               03  WS-EST-TAB-CUSTO      PIC 9(07)V99.
               03  WS-EST-TAB-VALOR      PIC 9(12)V99.
               03  WS-EST-TAB-SALDO      PIC S9(07).
               03  WS-EST-TAB-SALDO-VAL  PIC S9(12)V99.
               03  WS-EST-TAB-DEPOSITO   PIC 9(03).
               03  WS-EST-TAB-PEDIDO     PIC 9(06).
               03  WS-EST-TAB-LOTE       PIC X(10).
               03  WS-EST-TAB-VALIDADE   PIC 9(08).
               03  WS-EST-TAB-PRECO-VENDA PIC 9(07)V99.
               03  WS-EST-TAB-ESTORNADA  PIC X(01).
                   88  EST-TAB-ESTORNADA            VALUE "S".

       01  WS-EST-TABELA-EFEITO.
           02  WS-EST-EFEITO OCCURS 50 TIMES
                   INDEXED BY WS-IDX-EFE.
               03  WS-EFE-PRODUTO        PIC 9(06).
               03  WS-EFE-DEPOSITO       PIC 9(03).
               03  WS-EFE-QTDE           PIC S9(09).

       01  WS-EST-EFEITO-QTDE        PIC S9(09) VALUE ZEROS.
       01  WS-EST-SALDO-PREVISTO     PIC S9(09) VALUE ZEROS.
       01  WS-EST-QTDE-ANTES         PIC S9(09) VALUE ZEROS.
       01  WS-EST-VALOR-CALC         PIC S9(14)V99 VALUE ZEROS.
       01  WS-EST-QTDE-EDIT          PIC Z.ZZZ.ZZ9.
       01  WS-EST-CUSTO-EDIT         PIC Z.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
      *    AREA DOS PEDIDOS DE COMPRA (OPCAO <P>). O CABECALHO FICA EM
      *    PEDIDO.DAT E AS LINHAS EM PEDITEM.DAT; AS EXCECOES DO
      *    RECEBIMENTO SAO ACRESCIDAS EM PEDEXC.TXT. NA ENTRADA DE
      *    MOVIMENTO.CSV O PEDIDO VEM NO 10O CAMPO; EM BRANCO, UM
      *    DOCUMENTO NUMERICO DE ATE 6 DIGITOS E TENTADO COMO NUMERO
      *    DE PEDIDO DO MESMO FORNECEDOR (SO O PEDIDO INFORMADO NO
      *    CAMPO PROPRIO GERA EXCECAO QUANDO NAO CONFERE).
      *    WS-MOV-PEDIDO LEVA O PEDIDO CONFERIDO PARA O HISTORICO.
      *    SUGPED.CSV, GRAVADO PELO SUGCOMPR, TRAZ UMA LINHA POR
      *    PRODUTO SUGERIDO: FORNECEDOR,PRODUTO,QUANTIDADE,CUSTO - O
      *    CUSTO COM 9 DIGITOS E DUAS DECIMAIS IMPLICITAS.
      *    AS DATAS DO PEDIDO FICAM NO FORMATO AAAAMMDD.
      *-----------------------------------------------------------------
       01  WS-PEDIDO-STATUS          PIC X(02) VALUE "00".
           88  PEDC-OK                          VALUE "00".
           88  PEDC-ARQ-NAO-EXISTE              VALUE "35".

       01  WS-PEDITEM-STATUS         PIC X(02) VALUE "00".
           88  PEDI-OK                          VALUE "00".
           88  PEDI-ARQ-NAO-EXISTE              VALUE "35".

       01  WS-PEDEXC-STATUS          PIC X(02) VALUE "00".
           88  PEDX-ARQ-NAO-EXISTE              VALUE "35".

       01  WS-MOV-PEDIDO             PIC 9(06) VALUE ZEROS.

       01  WS-PED-INFORMADO-SW       PIC X(01) VALUE "N".
           88  PED-INFORMADO                    VALUE "S".

       01  WS-PED-LINHA-ACHOU-SW     PIC X(01) VALUE "N".
           88  PED-LINHA-ACHOU                  VALUE "S".

       01  WS-PED-CUSTO-DIF-SW       PIC X(01) VALUE "N".
           88  PED-CUSTO-DIFERENTE              VALUE "S".

       01  WS-PED-HA-ABERTA-SW       PIC X(01) VALUE "N".
           88  PED-HA-ABERTA                    VALUE "S".

       01  WS-PED-FIM-LINHAS-SW      PIC X(01) VALUE "N".
           88  PED-FIM-LINHAS                   VALUE "S".

       01  WS-PED-FIM-CAB-SW         PIC X(01) VALUE "N".
           88  PED-FIM-CAB                      VALUE "S".

       01  WS-PED-FIM-DIGITACAO-SW   PIC X(01) VALUE "N".
           88  PED-FIM-DIGITACAO                VALUE "S".

       01  WS-PED-VALORES-OK-SW      PIC X(01) VALUE "N".
           88  PED-VALORES-OK                   VALUE "S".

       01  WS-PED-FORNEC-OK-SW       PIC X(01) VALUE "N".
           88  PED-FORNEC-OK                    VALUE "S".

       01  WS-PED-MOTIVO             PIC X(30) VALUE SPACES.
       01  WS-PED-NUMERO             PIC 9(06) VALUE ZEROS.
       01  WS-PED-FORNECEDOR         PIC 9(06) VALUE ZEROS.
       01  WS-PED-PRODUTO            PIC 9(06) VALUE ZEROS.
       01  WS-PED-QTDE               PIC 9(07) VALUE ZEROS.
       01  WS-PED-CUSTO              PIC 9(07)V99 VALUE ZEROS.
       01  WS-PED-PREVISTA           PIC 9(08) VALUE ZEROS.
       01  WS-PED-ORIGEM             PIC X(01) VALUE SPACE.
       01  WS-PED-RESPOSTA           PIC X(01) VALUE SPACE.

       01  WS-PED-QTD-LINHAS         PIC 9(04) COMP VALUE ZEROS.
       01  WS-PED-QTD-PEDIDOS        PIC 9(04) COMP VALUE ZEROS.
       01  WS-PED-QTD-IGNORADAS      PIC 9(04) COMP VALUE ZEROS.

       01  WS-MOV-TOTAL-PEDIDO       PIC 9(08) COMP VALUE ZEROS.
       01  WS-MOV-TOTAL-EXC-PEDIDO   PIC 9(08) COMP VALUE ZEROS.

       01  WS-PED-DATA-GRUPO.
           02  WS-PED-DATA-ANO       PIC 9(04).
           02  WS-PED-DATA-MES       PIC 9(02).
           02  WS-PED-DATA-DIA       PIC 9(02).
       01  WS-PED-DATA-NUM REDEFINES WS-PED-DATA-GRUPO
                                     PIC 9(08).
       01  WS-PED-DATA-EXIBIR        PIC X(10) VALUE SPACES.

       01  WS-PED-QTDE-EDIT          PIC Z.ZZZ.ZZ9.
       01  WS-PED-RECEB-EDIT         PIC Z.ZZZ.ZZ9.
       01  WS-PED-CUSTO-EDIT         PIC Z.ZZZ.ZZ9,99.

       01  WS-SUGP-CAMPOS.
           02  WS-SUGP-FORNEC-A      PIC X(06).
           02  WS-SUGP-PRODUTO-A     PIC X(06).
           02  WS-SUGP-QTDE-A        PIC X(07).
           02  WS-SUGP-CUSTO-A       PIC X(09).
           02  WS-SUGP-CUSTO REDEFINES WS-SUGP-CUSTO-A
                                     PIC 9(07)V99.

       01  WS-SUGP-FORNEC            PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    AREA DO REGISTRO DE PERIODOS FECHADOS (FECHMES.DAT),
      *    MANTIDO PELO PROGRAMA FECHAMES E CONSULTADO SOMENTE PARA
           88  PERIODO-FECHADO                  VALUE "S".

      *-----------------------------------------------------------------
      *    AREA DO HISTORICO PERMANENTE DE MOVIMENTOS (MOVHIST.DAT).
      *    WS-MOVH-CORPO-GRAVAR GUARDA O CORPO DA LINHA MONTADA
      *    ENQUANTO O REGISTRO DE CONTROLE E LIDO E REGRAVADO COM A
      *    SEQUENCIA SEGUINTE.
      *-----------------------------------------------------------------
       01  WS-MOVHIST-STATUS         PIC X(02) VALUE "00".
           88  MOVH-OK                           VALUE "00".
           88  MOVH-ARQ-NAO-EXISTE               VALUE "35".

       01  WS-MOVHIST-TXT-STATUS     PIC X(02) VALUE "00".
           88  MOVHT-NAO-EXISTE                  VALUE "35".

       01  WS-MOVH-ULTIMA-SEQ        PIC 9(08) VALUE ZEROS.
       01  WS-MOVH-CORPO-GRAVAR      PIC X(174) VALUE SPACES.
       01  WS-MOVH-DATA-CHAVE        PIC X(08) VALUE SPACES.
       01  WS-MOVH-TEM-CONTROLE-SW   PIC X(01) VALUE "N".
           88  MOVH-TEM-CONTROLE                 VALUE "S".

      *-----------------------------------------------------------------
      *    AREA DA TRILHA DE AUDITORIA
      *-----------------------------------------------------------------
       01  WS-PRECO-INT-NUM          PIC 9(07).
       01  WS-PRECO-FRAC-NUM         PIC 9(02).

      *-----------------------------------------------------------------
      *    AREA DO CONTROLE DE FERIAS (OPCAO <P> DO SUBMENU DE
      *    PESSOAS). AS LINHAS DA PESSOA EM SITHIST.TXT SAO POSTAS EM
      *    ORDEM DE DATA NA TABELA DE EVENTOS E VIRAM A TABELA DE
      *    AFASTAMENTOS, EM NUMERO DE DIAS CORRIDOS (MESMA CONTAGEM DO
      *    RELGIRO). O AFASTAMENTO AINDA ABERTO CONTA ATE HOJE, E O
      *    FIM DO PERIODO EM CURSO E PROVISORIO ATE O RETORNO.
      *-----------------------------------------------------------------
       01  WS-FERIAS-STATUS          PIC X(02) VALUE "00".
           88  FER-OK                           VALUE "00".
           88  FER-ARQ-NAO-EXISTE               VALUE "35".

       01  WS-FER-EVENTOS.
           02  WS-FER-EVT OCCURS 50 TIMES.
               03  WS-FER-EVT-DATA   PIC 9(08).
               03  WS-FER-EVT-SIT    PIC X(01).
       01  WS-FER-QTD-EVT            PIC 9(03) COMP VALUE ZEROS.
       01  WS-FER-EVT-IGNORADOS      PIC 9(03) COMP VALUE ZEROS.
       01  WS-FER-AFASTAMENTOS.
           02  WS-FER-AFA OCCURS 50 TIMES.
               03  WS-FER-AFA-INICIO PIC 9(08) COMP.
               03  WS-FER-AFA-FIM    PIC 9(08) COMP.
       01  WS-FER-QTD-AFA            PIC 9(03) COMP VALUE ZEROS.
       01  WS-FER-IND                PIC 9(03) COMP VALUE ZEROS.
       01  WS-FER-POS                PIC 9(03) COMP VALUE ZEROS.
       01  WS-FER-PARC               PIC 9(01) COMP VALUE ZEROS.
       01  WS-FER-NOVA-DATA          PIC 9(08) VALUE ZEROS.
       01  WS-FER-NOVA-SIT           PIC X(01) VALUE SPACE.
       01  WS-FER-FIM-SITHIST-SW     PIC X(01) VALUE "N".
           88  FER-FIM-SITHIST                  VALUE "S".
       01  WS-FER-FIM-LEITURA-SW     PIC X(01) VALUE "N".
           88  FER-FIM-LEITURA                  VALUE "S".
       01  WS-FER-POSICIONADO-SW     PIC X(01) VALUE "N".
           88  FER-POSICIONADO                  VALUE "S".
       01  WS-FER-NOVO-SW            PIC X(01) VALUE "N".
           88  FER-NOVO                         VALUE "S".

       01  WS-FER-DATA               PIC 9(08) VALUE ZEROS.
       01  WS-FER-DATA-GRUPO REDEFINES WS-FER-DATA.
           02  WS-FER-ANO            PIC 9(04).
           02  WS-FER-MES            PIC 9(02).
           02  WS-FER-DIA            PIC 9(02).
       01  WS-FER-ANO-AJ             PIC 9(05) COMP.
       01  WS-FER-MES-AJ             PIC 9(02) COMP.
       01  WS-FER-QUOC               PIC 9(07) COMP.
       01  WS-FER-DIA-NUM            PIC 9(08) COMP.
       01  WS-FER-ANO-CALC           PIC 9(05) COMP.
       01  WS-FER-BASE-CALC          PIC 9(08) COMP.
       01  WS-FER-BASE-ANO           PIC 9(08) COMP.
       01  WS-FER-DIA-DO-ANO         PIC 9(04) COMP.

       01  WS-FER-HOJE-NUM           PIC 9(08) COMP VALUE ZEROS.
       01  WS-FER-ABERTO-NUM         PIC 9(08) COMP VALUE ZEROS.
       01  WS-FER-DESLIG-NUM         PIC 9(08) COMP VALUE ZEROS.
       01  WS-FER-EVT-NUM            PIC 9(08) COMP VALUE ZEROS.
       01  WS-FER-INICIO-NUM         PIC 9(08) COMP VALUE ZEROS.
       01  WS-FER-FIM-NOMINAL        PIC 9(08) COMP VALUE ZEROS.
       01  WS-FER-FIM-NUM            PIC 9(08) COMP VALUE ZEROS.
       01  WS-FER-SOBRE-INICIO       PIC 9(08) COMP VALUE ZEROS.
       01  WS-FER-SOBRE-FIM          PIC 9(08) COMP VALUE ZEROS.
       01  WS-FER-DIAS-AFA           PIC 9(06) COMP VALUE ZEROS.
       01  WS-FER-DIAS-AFA-ANT       PIC 9(06) COMP VALUE ZEROS.
       01  WS-FER-PERIODO-NUM        PIC 9(03) COMP VALUE ZEROS.
       01  WS-FER-PERIODO-SALVO      PIC 9(02) VALUE ZEROS.
       01  WS-FER-ESTAVEL-SW         PIC X(01) VALUE "N".
           88  FER-ESTAVEL                      VALUE "S".
       01  WS-FER-FIM-GERACAO-SW     PIC X(01) VALUE "N".
           88  FER-FIM-GERACAO                  VALUE "S".

       01  WS-FER-SAIR-SW            PIC X(01) VALUE "N".
           88  FER-SAIR                         VALUE "S".
       01  WS-FER-OPCAO              PIC X(01) VALUE SPACE.
       01  WS-FER-PERIODO-INF        PIC 9(02) VALUE ZEROS.
       01  WS-FER-PARC-INF           PIC 9(01) VALUE ZEROS.
       01  WS-FER-DIAS-INF           PIC 9(02) VALUE ZEROS.
       01  WS-FER-SALDO              PIC 9(02) VALUE ZEROS.
       01  WS-FER-GOZO-INI           PIC 9(08) VALUE ZEROS.
       01  WS-FER-GOZO-FIM           PIC 9(08) VALUE ZEROS.
       01  WS-FER-CONFLITO-SW        PIC X(01) VALUE "N".
           88  FER-CONFLITO                     VALUE "S".
       01  WS-FER-PERIODO-OK-SW      PIC X(01) VALUE "N".
           88  FER-PERIODO-OK                   VALUE "S".

       01  WS-FER-DATA-EXIBIR        PIC X(10) VALUE SPACES.
       01  WS-FER-EXIB-INICIO        PIC X(10) VALUE SPACES.
       01  WS-FER-EXIB-FIM           PIC X(10) VALUE SPACES.
       01  WS-FER-EXIB-LIMITE        PIC X(10) VALUE SPACES.
       01  WS-FER-EXIB-SIT           PIC X(12) VALUE SPACES.
       01  WS-FER-EXIB-AVISO         PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
      *    AREA DE VALIDACAO DO CPF (MODULO 11 - DOIS DIGITOS)
      *-----------------------------------------------------------------
               THRU 1850-ABRIR-DEPOSITO-EXIT
           PERFORM 1860-ABRIR-SALDOLOC
               THRU 1860-ABRIR-SALDOLOC-EXIT
           PERFORM 1870-ABRIR-DOCLANC
               THRU 1870-ABRIR-DOCLANC-EXIT
           PERFORM 1880-ABRIR-PEDIDO
               THRU 1880-ABRIR-PEDIDO-EXIT
           PERFORM 1890-ABRIR-PEDEXC
               THRU 1890-ABRIR-PEDEXC-EXIT
           PERFORM 1895-ABRIR-PRECOHIS
               THRU 1895-ABRIR-PRECOHIS-EXIT
           PERFORM 1897-ABRIR-SALDLOTE
               THRU 1897-ABRIR-SALDLOTE-EXIT
           PERFORM 1898-ABRIR-FERIAS
               THRU 1898-ABRIR-FERIAS-EXIT
           OPEN EXTEND AUDITORIA-FILE
           PERFORM 1030-TRATAR-SESSAO
               THRU 1030-TRATAR-SESSAO-EXIT.

      *-----------------------------------------------------------------
      *    1500-ABRIR-MOVHIST
      *    ABRE O HISTORICO DE MOVIMENTOS EM I-O, CRIANDO O
      *    ARQUIVO NA PRIMEIRA EXECUCAO: O OPEN DE UM ARQUIVO
      *    INEXISTENTE DEVOLVE STATUS 35 E AS GRAVACOES SEGUINTES
      *    SERIAM PERDIDAS EM SILENCIO. SEM MOVHIST.DAT (OU SEM O
      *    REGISTRO DE CONTROLE, QUE A CONVERSAO SEMPRE GRAVA) E COM
      *    O ANTIGO MOVHIST.TXT NO DIRETORIO, A CONVERSAO AINDA NAO
      *    FOI FEITA: VER 1510-VERIFICAR-CONVERSAO.
      *-----------------------------------------------------------------
       1500-ABRIR-MOVHIST.
           OPEN I-O MOVHIST-FILE
           IF MOVH-ARQ-NAO-EXISTE
               PERFORM 1510-VERIFICAR-CONVERSAO
                   THRU 1510-VERIFICAR-CONVERSAO-EXIT
               OPEN OUTPUT MOVHIST-FILE
               CLOSE MOVHIST-FILE
               OPEN I-O MOVHIST-FILE
               GO TO 1500-ABRIR-MOVHIST-EXIT
           END-IF
           MOVE ZEROS TO MOVH-CHAVE
           READ MOVHIST-FILE
               INVALID KEY
                   PERFORM 1510-VERIFICAR-CONVERSAO
                       THRU 1510-VERIFICAR-CONVERSAO-EXIT
           END-READ.
       1500-ABRIR-MOVHIST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1510-VERIFICAR-CONVERSAO
      *    COM MOVHIST.TXT PRESENTE, GRAVAR MOVIMENTOS NUM MOVHIST.DAT
      *    AINDA NAO CONVERTIDO FARIA O CONVHIST RECUSAR A CONVERSAO
      *    E DEIXARIA TODO O HISTORICO ANTIGO FORA DOS RELATORIOS:
      *    A EXECUCAO E ENCERRADA COM RETORNO 8, COMO NOS MESTRES
      *    QUE PEDEM O CONVMEST. SEM MOVHIST.TXT (INSTALACAO NOVA) O
      *    HISTORICO COMECA VAZIO.
      *-----------------------------------------------------------------
       1510-VERIFICAR-CONVERSAO.
           OPEN INPUT MOVHIST-TXT-FILE
           IF MOVHT-NAO-EXISTE
               GO TO 1510-VERIFICAR-CONVERSAO-EXIT
           END-IF
           CLOSE MOVHIST-TXT-FILE
           DISPLAY " "
           DISPLAY "*** MOVHIST.TXT ENCONTRADO E MOVHIST.DAT AINDA NAO "
               "CONVERTIDO ***"
           DISPLAY "RODE O CONVHIST ANTES DE USAR O SISTEMA."
           DISPLAY "EXECUCAO ENCERRADA SEM ALTERAR OS CADASTROS."
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       1510-VERIFICAR-CONVERSAO-EXIT.
           EXIT.

       1600-ABRIR-TERCEIRO.
           OPEN I-O TERCEIRO-FILE
           IF TER-ARQ-NAO-EXISTE
       1860-ABRIR-SALDOLOC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1870-ABRIR-DOCLANC
      *    ABRE O REGISTRO DE DOCUMENTOS LANCADOS, CRIANDO-O VAZIO NA
      *    PRIMEIRA EXECUCAO, COMO O ARQUIVO DE SALDOS POR DEPOSITO.
      *-----------------------------------------------------------------
       1870-ABRIR-DOCLANC.
           OPEN I-O DOCLANC-FILE
           IF DOCL-ARQ-NAO-EXISTE
               OPEN OUTPUT DOCLANC-FILE
               CLOSE DOCLANC-FILE
               OPEN I-O DOCLANC-FILE
           END-IF
           IF NOT DOCL-OK
               MOVE "DOCLANC.DAT" TO WS-ARQ-NOME-AVISO
               MOVE WS-DOCLANC-STATUS TO WS-ABRIR-STATUS-AVISO
               PERFORM 1950-ABORTAR-ABERTURA
                   THRU 1950-ABORTAR-ABERTURA-EXIT
           END-IF.
       1870-ABRIR-DOCLANC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1880-ABRIR-PEDIDO
      *    ABRE O CABECALHO E AS LINHAS DOS PEDIDOS DE COMPRA,
      *    CRIANDO-OS VAZIOS NA PRIMEIRA EXECUCAO, COMO O REGISTRO DE
      *    DOCUMENTOS LANCADOS.
      *-----------------------------------------------------------------
       1880-ABRIR-PEDIDO.
           OPEN I-O PEDIDO-FILE
           IF PEDC-ARQ-NAO-EXISTE
               OPEN OUTPUT PEDIDO-FILE
               CLOSE PEDIDO-FILE
               OPEN I-O PEDIDO-FILE
           END-IF
           IF NOT PEDC-OK
               MOVE "PEDIDO.DAT" TO WS-ARQ-NOME-AVISO
               MOVE WS-PEDIDO-STATUS TO WS-ABRIR-STATUS-AVISO
               PERFORM 1950-ABORTAR-ABERTURA
                   THRU 1950-ABORTAR-ABERTURA-EXIT
           END-IF

           OPEN I-O PEDITEM-FILE
           IF PEDI-ARQ-NAO-EXISTE
               OPEN OUTPUT PEDITEM-FILE
               CLOSE PEDITEM-FILE
               OPEN I-O PEDITEM-FILE
           END-IF
           IF NOT PEDI-OK
               MOVE "PEDITEM.DAT" TO WS-ARQ-NOME-AVISO
               MOVE WS-PEDITEM-STATUS TO WS-ABRIR-STATUS-AVISO
               PERFORM 1950-ABORTAR-ABERTURA
                   THRU 1950-ABORTAR-ABERTURA-EXIT
           END-IF.
       1880-ABRIR-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1890-ABRIR-PEDEXC
      *    ABRE A LISTA DE EXCECOES DO RECEBIMENTO PARA ACRESCIMO,
      *    COMO O ARQUIVO DE MOVIMENTOS NAO APLICADOS.
      *-----------------------------------------------------------------
       1890-ABRIR-PEDEXC.
           OPEN EXTEND PEDEXC-FILE
           IF PEDX-ARQ-NAO-EXISTE
               OPEN OUTPUT PEDEXC-FILE
               CLOSE PEDEXC-FILE
               OPEN EXTEND PEDEXC-FILE
           END-IF.
       1890-ABRIR-PEDEXC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1895-ABRIR-PRECOHIS
      *    ABRE O HISTORICO DE PRECOS, CRIANDO-O VAZIO NA PRIMEIRA
      *    EXECUCAO, COMO O REGISTRO DE DOCUMENTOS LANCADOS.
      *-----------------------------------------------------------------
       1895-ABRIR-PRECOHIS.
           OPEN I-O PRECOHIS-FILE
           IF PRH-ARQ-NAO-EXISTE
               OPEN OUTPUT PRECOHIS-FILE
               CLOSE PRECOHIS-FILE
               OPEN I-O PRECOHIS-FILE
           END-IF
           IF NOT PRH-OK
               MOVE "PRECOHIS.DAT" TO WS-ARQ-NOME-AVISO
               MOVE WS-PRECOHIS-STATUS TO WS-ABRIR-STATUS-AVISO
               PERFORM 1950-ABORTAR-ABERTURA
                   THRU 1950-ABORTAR-ABERTURA-EXIT
           END-IF.
       1895-ABRIR-PRECOHIS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1897-ABRIR-SALDLOTE
      *    ABRE O ARQUIVO DE SALDOS POR LOTE, CRIANDO-O VAZIO NA
      *    PRIMEIRA EXECUCAO, COMO O ARQUIVO DE SALDOS POR DEPOSITO.
      *-----------------------------------------------------------------
       1897-ABRIR-SALDLOTE.
           OPEN I-O SALDLOTE-FILE
           IF SLT-ARQ-NAO-EXISTE
               OPEN OUTPUT SALDLOTE-FILE
               CLOSE SALDLOTE-FILE
               OPEN I-O SALDLOTE-FILE
           END-IF
           IF NOT SLT-OK
               MOVE "SALDLOTE.DAT" TO WS-ARQ-NOME-AVISO
               MOVE WS-SALDLOTE-STATUS TO WS-ABRIR-STATUS-AVISO
               PERFORM 1950-ABORTAR-ABERTURA
                   THRU 1950-ABORTAR-ABERTURA-EXIT
           END-IF.
       1897-ABRIR-SALDLOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1898-ABRIR-FERIAS
      *    ABRE O ARQUIVO DO CONTROLE DE FERIAS, CRIANDO-O VAZIO NA
      *    PRIMEIRA EXECUCAO. OS PERIODOS DE CADA PESSOA SAO GRAVADOS
      *    QUANDO ELA E CONSULTADA NA OPCAO <P> DO CADASTRO.
      *-----------------------------------------------------------------
       1898-ABRIR-FERIAS.
           OPEN I-O FERIAS-FILE
           IF FER-ARQ-NAO-EXISTE
               OPEN OUTPUT FERIAS-FILE
               CLOSE FERIAS-FILE
               OPEN I-O FERIAS-FILE
           END-IF
           IF NOT FER-OK
               MOVE "FERIAS.DAT" TO WS-ARQ-NOME-AVISO
               MOVE WS-FERIAS-STATUS TO WS-ABRIR-STATUS-AVISO
               PERFORM 1950-ABORTAR-ABERTURA
                   THRU 1950-ABORTAR-ABERTURA-EXIT
           END-IF.
       1898-ABRIR-FERIAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1900-CONFIRMAR-CRIACAO
      *    UM MESTRE (WS-ARQ-NOME-AVISO) NAO FOI ENCONTRADO NA
           DISPLAY "<7> TERCEIROS (FORNECEDORES/CLIENTES)"
           DISPLAY "<8> USUARIOS (SUPERVISOR)"
           DISPLAY "<9> DEPOSITOS (LOCAIS DE ESTOQUE)"
           DISPLAY "<P> PEDIDOS DE COMPRA"
           DISPLAY "<0> SAIR"
           DISPLAY " "
           DISPLAY "ESCOLHA: " WITH NO ADVANCING
           ACCEPT ESCOLHA

      *    OS DIGITOS DO MENU JA ESTAO TODOS EM USO: OS PEDIDOS DE
      *    COMPRA FICAM NA LETRA <P>.
           IF ESCOLHA = "P" OR ESCOLHA = "p"
               PERFORM 8600-MANTER-PEDIDO
                   THRU 8600-MANTER-PEDIDO-EXIT
               GO TO 2000-MENU-PRINCIPAL-EXIT
           END-IF

           EVALUATE TABELA
               WHEN 1
                   PERFORM 3000-MANTER-PRODUTO
                   PERFORM 5000-MANTER-CATEGORIA
                       THRU 5000-MANTER-CATEGORIA-EXIT
               WHEN 4
                   PERFORM 6500-MANTER-MOVIMENTO
                       THRU 6500-MANTER-MOVIMENTO-EXIT
               WHEN 5
                   PERFORM 8400-EXIGIR-OPERADOR
                       THRU 8400-EXIGIR-OPERADOR-EXIT
           DISPLAY "<E> EXCLUIR"
           DISPLAY "<L> LISTAR"
           DISPLAY "<P> PESQUISAR POR TRECHO DA DESCRICAO"
           DISPLAY "<H> HISTORICO DE PRECO / PRECO NUMA DATA"
           DISPLAY "<V> VOLTAR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT SGBD-OPCAO-SUBMENU
               WHEN "P" WHEN "p"
                   PERFORM 3600-PESQUISAR-PRODUTO-DESCR
                       THRU 3600-PESQUISAR-PRODUTO-DESCR-EXIT
               WHEN "H" WHEN "h"
                   PERFORM 3700-CONSULTAR-PRECO
                       THRU 3700-CONSULTAR-PRECO-EXIT
               WHEN "V" WHEN "v"
                   MOVE "S" TO SGBD-SAIR-SUBMENU
               WHEN OTHER
                       DISPLAY "PRODUTO INCLUIDO COM SUCESSO."
                       PERFORM 7130-SINCRONIZAR-SALDO-001
                           THRU 7130-SINCRONIZAR-SALDO-001-EXIT
                       MOVE ZEROS TO WS-PRECO-ANTERIOR
                       MOVE "I"   TO WS-PRH-ORIGEM
                       MOVE "INCLUSAO DO PRODUTO" TO WS-PRH-MOTIVO
                       PERFORM 3800-GRAVAR-HIST-PRECO
                           THRU 3800-GRAVAR-HIST-PRECO-EXIT
                       MOVE "PRODUTO"    TO WS-AUD-TABELA-PARM
                       MOVE PROD-CODIGO  TO WS-AUD-CHAVE-PARM
                       MOVE "INCLUSAO"   TO WS-AUD-ACAO-PARM
                   DISPLAY "PRODUTO NAO ENCONTRADO."
               NOT INVALID KEY
                   MOVE PROD-QTDE TO WS-QTDE-ANTERIOR
                   MOVE PROD-PRECO TO WS-PRECO-ANTERIOR
                   DISPLAY "DESCRICAO ATUAL...: " PROD-DESCRICAO
                   DISPLAY "NOVA DESCRICAO....: " WITH NO ADVANCING
                   ACCEPT PROD-DESCRICAO
                   ACCEPT PROD-CATEGORIA
                   DISPLAY "NOVO PRECO........: " WITH NO ADVANCING
                   ACCEPT PROD-PRECO
                   IF PROD-PRECO NOT = WS-PRECO-ANTERIOR
                       MOVE SPACES TO WS-PRH-MOTIVO
                       DISPLAY "MOTIVO DA MUDANCA: " WITH NO ADVANCING
                       ACCEPT WS-PRH-MOTIVO
                   END-IF
                   DISPLAY "NOVA QUANTIDADE...: " WITH NO ADVANCING
                   ACCEPT PROD-QTDE
                   DISPLAY "NOVO ESTOQUE MIN..: " WITH NO ADVANCING
                       REWRITE PRODUTO-REC
                       PERFORM 3350-AJUSTAR-SALDO-001
                           THRU 3350-AJUSTAR-SALDO-001-EXIT
                       IF PROD-PRECO NOT = WS-PRECO-ANTERIOR
                           MOVE "A" TO WS-PRH-ORIGEM
                           PERFORM 3800-GRAVAR-HIST-PRECO
                               THRU 3800-GRAVAR-HIST-PRECO-EXIT
                       END-IF
                       DISPLAY "PRODUTO ALTERADO COM SUCESSO."
                       MOVE "PRODUTO"    TO WS-AUD-TABELA-PARM
                       MOVE PROD-CODIGO  TO WS-AUD-CHAVE-PARM
      *    A DIFERENCA DE QUANTIDADE DIGITADA NA ALTERACAO E
      *    APLICADA AO SALDO DO PRODUTO NO DEPOSITO 001 (PRINCIPAL),
      *    PARA O TOTAL DA EMPRESA (PROD-QTDE) CONTINUAR IGUAL A
      *    SOMA DOS SALDOS POR DEPOSITO. UMA REDUCAO QUE O ESTOQUE SEM
      *    LOTE NAO COBRE SAI DOS LOTES DO DEPOSITO (6980).
      *-----------------------------------------------------------------
       3350-AJUSTAR-SALDO-001.
           IF PROD-QTDE = WS-QTDE-ANTERIOR
                   COMPUTE SLD-QTDE = SLD-QTDE +
                       (PROD-QTDE - WS-QTDE-ANTERIOR)
                   REWRITE SALDOLOC-REC
           END-READ
           IF PROD-QTDE < WS-QTDE-ANTERIOR
               MOVE PROD-CODIGO TO WS-SLT-PRODUTO
               MOVE 001         TO WS-SLT-DEPOSITO
               MOVE SLD-QTDE    TO WS-SLT-SALDO-DEP
               PERFORM 6980-ACERTAR-LOTES
                   THRU 6980-ACERTAR-LOTES-EXIT
           END-IF.
       3350-AJUSTAR-SALDO-001-EXIT.
           EXIT.

       3610-PESQUISAR-PRODUTO-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3700-CONSULTAR-PRECO
      *    LISTA AS MUDANCAS DE PRECO DE UM PRODUTO E, COM UMA DATA
      *    INFORMADA, O PRECO DE TABELA VIGENTE NELA: O PRECO NOVO DA
      *    ULTIMA MUDANCA COM VIGENCIA ATE A DATA; DATA ANTERIOR A
      *    PRIMEIRA MUDANCA FICA COM O PRECO ANTERIOR DELA; PRODUTO
      *    SEM NENHUMA MUDANCA REGISTRADA, COM O PRECO ATUAL.
      *-----------------------------------------------------------------
       3700-CONSULTAR-PRECO.
           DISPLAY "CODIGO DO PRODUTO................: "
               WITH NO ADVANCING
           ACCEPT WS-PRH-PRODUTO
           MOVE WS-PRH-PRODUTO TO PROD-CODIGO
           READ PRODUTO-FILE
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO."
                   GO TO 3700-CONSULTAR-PRECO-EXIT
           END-READ
           MOVE PROD-PRECO TO WS-PRH-NOVO-EDIT
           DISPLAY "  " PROD-DESCRICAO "  PRECO ATUAL " WS-PRH-NOVO-EDIT

           MOVE ZEROS TO WS-PRH-DATA-CONS
           MOVE SPACES TO WS-DATA-VALIDAR
           DISPLAY "PRECO NA DATA (DDMMAAAA, BRANCO = SO LISTAR): "
               WITH NO ADVANCING
           ACCEPT WS-DATA-VALIDAR
           IF WS-DATA-VALIDAR NOT = SPACES
               PERFORM 4850-VALIDAR-DATA THRU 4850-VALIDAR-DATA-EXIT
               IF NOT DATA-VALIDA
                   DISPLAY "DATA IMPOSSIVEL. CONSULTA CANCELADA."
                   GO TO 3700-CONSULTAR-PRECO-EXIT
               END-IF
               MOVE WS-DTV-ANO TO WS-PED-DATA-ANO
               MOVE WS-DTV-MES TO WS-PED-DATA-MES
               MOVE WS-DTV-DIA TO WS-PED-DATA-DIA
               MOVE WS-PED-DATA-NUM TO WS-PRH-DATA-CONS
           END-IF

           MOVE PROD-PRECO TO WS-PRH-PRECO-DATA
           MOVE "N" TO WS-PRH-SITUACAO
           MOVE "N" TO WS-PRH-SEM-CADASTRO-SW
           DISPLAY " "
           DISPLAY "VIGENCIA       ANTERIOR         NOVO O USUARIO  "
               "MOTIVO"
           MOVE "N" TO WS-PRH-FIM-SW
           MOVE WS-PRH-PRODUTO TO PRH-PRODUTO
           MOVE ZEROS          TO PRH-VIGENCIA PRH-SEQ
           START PRECOHIS-FILE KEY IS NOT LESS THAN PRH-CHAVE
               INVALID KEY
                   SET PRH-FIM TO TRUE
           END-START
           PERFORM 3710-CONSULTAR-PRECO-LER
               THRU 3710-CONSULTAR-PRECO-LER-EXIT
               UNTIL PRH-FIM
           IF PRH-SEM-LINHA
               DISPLAY "NENHUMA MUDANCA DE PRECO REGISTRADA."
           END-IF

           IF WS-PRH-DATA-CONS = ZEROS
               GO TO 3700-CONSULTAR-PRECO-EXIT
           END-IF
           MOVE WS-PRH-DATA-CONS TO WS-PED-DATA-NUM
           PERFORM 8795-EDITAR-DATA-PEDIDO
               THRU 8795-EDITAR-DATA-PEDIDO-EXIT
           IF PRH-SEM-CADASTRO
               DISPLAY "EM " WS-PED-DATA-EXIBIR
                   " O PRODUTO AINDA NAO ESTAVA CADASTRADO."
           ELSE
               MOVE WS-PRH-PRECO-DATA TO WS-PRH-NOVO-EDIT
               DISPLAY "PRECO DE TABELA EM " WS-PED-DATA-EXIBIR ": "
                   WS-PRH-NOVO-EDIT
           END-IF.
       3700-CONSULTAR-PRECO-EXIT.
           EXIT.

       3710-CONSULTAR-PRECO-LER.
           READ PRECOHIS-FILE NEXT RECORD
               AT END
                   SET PRH-FIM TO TRUE
               NOT AT END
                   IF PRH-PRODUTO NOT = WS-PRH-PRODUTO
                       SET PRH-FIM TO TRUE
                   ELSE
                       PERFORM 3720-CONSULTAR-PRECO-LINHA
                           THRU 3720-CONSULTAR-PRECO-LINHA-EXIT
                   END-IF
           END-READ.
       3710-CONSULTAR-PRECO-LER-EXIT.
           EXIT.

       3720-CONSULTAR-PRECO-LINHA.
           IF WS-PRH-DATA-CONS NOT = ZEROS
               IF PRH-VIGENCIA NOT > WS-PRH-DATA-CONS
                   MOVE PRH-PRECO-NOVO TO WS-PRH-PRECO-DATA
                   SET PRH-ACHOU-VIGENTE TO TRUE
                   MOVE "N" TO WS-PRH-SEM-CADASTRO-SW
               ELSE
                   IF PRH-SEM-LINHA
                       MOVE PRH-PRECO-ANTERIOR TO WS-PRH-PRECO-DATA
                       SET PRH-ANTES-PRIMEIRA TO TRUE
                       IF PRH-INCLUSAO OR PRH-CARGA
                           SET PRH-SEM-CADASTRO TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF PRH-SEM-LINHA
               SET PRH-ANTES-PRIMEIRA TO TRUE
           END-IF

           MOVE PRH-VIGENCIA TO WS-PED-DATA-NUM
           PERFORM 8795-EDITAR-DATA-PEDIDO
               THRU 8795-EDITAR-DATA-PEDIDO-EXIT
           MOVE PRH-PRECO-ANTERIOR TO WS-PRH-ANT-EDIT
           MOVE PRH-PRECO-NOVO     TO WS-PRH-NOVO-EDIT
           DISPLAY WS-PED-DATA-EXIBIR " " WS-PRH-ANT-EDIT " "
               WS-PRH-NOVO-EDIT " " PRH-ORIGEM " " PRH-USUARIO " "
               PRH-MOTIVO.
       3720-CONSULTAR-PRECO-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3800-GRAVAR-HIST-PRECO
      *    GRAVA NO HISTORICO DE PRECOS A MUDANCA DO PRODUTO CORRENTE
      *    (PRODUTO-REC): DE WS-PRECO-ANTERIOR PARA PROD-PRECO, COM
      *    VIGENCIA NA DATA DO SISTEMA, A ORIGEM WS-PRH-ORIGEM E O
      *    MOTIVO WS-PRH-MOTIVO. VARIAS MUDANCAS NO MESMO DIA TOMAM
      *    SEQUENCIAS SEGUIDAS.
      *-----------------------------------------------------------------
       3800-GRAVAR-HIST-PRECO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE SPACES            TO PRECOHIS-REC
           MOVE PROD-CODIGO       TO PRH-PRODUTO
           MOVE WS-DATA-SISTEMA   TO PRH-VIGENCIA
           MOVE ZEROS             TO PRH-SEQ PRH-LOTE
           MOVE WS-PRECO-ANTERIOR TO PRH-PRECO-ANTERIOR
           MOVE PROD-PRECO        TO PRH-PRECO-NOVO
           MOVE WS-PRH-ORIGEM     TO PRH-ORIGEM
           MOVE WS-USUARIO        TO PRH-USUARIO
           MOVE WS-PRH-MOTIVO     TO PRH-MOTIVO
           STRING WS-DATA-SISTEMA DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-HR           DELIMITED BY SIZE
                  WS-MN           DELIMITED BY SIZE
                  WS-SG           DELIMITED BY SIZE
               INTO PRH-DATA-HORA
           MOVE "N" TO WS-PRH-GRAVADO-SW
           PERFORM 3810-GRAVAR-HIST-PRECO-SEQ
               THRU 3810-GRAVAR-HIST-PRECO-SEQ-EXIT
               UNTIL PRH-GRAVADO.
       3800-GRAVAR-HIST-PRECO-EXIT.
           EXIT.

       3810-GRAVAR-HIST-PRECO-SEQ.
           ADD 1 TO PRH-SEQ
           WRITE PRECOHIS-REC
               INVALID KEY
                   IF PRH-SEQ = 9999
                       DISPLAY "ERRO NA GRAVACAO DO HISTORICO DE PRECO "
                           "DO PRODUTO " PRH-PRODUTO
                       SET PRH-GRAVADO TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET PRH-GRAVADO TO TRUE
           END-WRITE.
       3810-GRAVAR-HIST-PRECO-SEQ-EXIT.
           EXIT.

      *=================================================================
      *    4000-MANTER-PESSOA
      *    SUBMENU DE MANUTENCAO DO CADASTRO DE PESSOAS.
           DISPLAY "<F> BUSCAR POR CPF"
           DISPLAY "<N> PESQUISAR POR TRECHO DO NOME"
           DISPLAY "<S> SITUACAO (AFASTAMENTO/RETORNO/DESLIGAMENTO)"
           DISPLAY "<P> FERIAS (PERIODOS, SALDO E PROGRAMACAO)"
           DISPLAY "<V> VOLTAR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT SGBD-OPCAO-SUBMENU
                       PERFORM 4800-REGISTRAR-SITUACAO
                           THRU 4800-REGISTRAR-SITUACAO-EXIT
                   END-IF
               WHEN "P" WHEN "p"
                   PERFORM 8400-EXIGIR-OPERADOR
                       THRU 8400-EXIGIR-OPERADOR-EXIT
                   IF ACESSO-OK
                       PERFORM 8800-MANTER-FERIAS
                           THRU 8800-MANTER-FERIAS-EXIT
                   END-IF
               WHEN "V" WHEN "v"
                   MOVE "S" TO SGBD-SAIR-SUBMENU
               WHEN OTHER
                         WS-MOV-TOTAL-RETIDAS WS-MOV-TOTAL-REJEITADAS
                         WS-MOV-QTDE-ENTRADAS WS-MOV-QTDE-SAIDAS
                         WS-MOV-TOTAL-TRANSF WS-MOV-QTDE-TRANSF
                         WS-MOV-TOTAL-PULADAS
                         WS-MOV-TOTAL-PEDIDO WS-MOV-TOTAL-EXC-PEDIDO
           OPEN INPUT MOVIMENTO-FILE
           IF MOV-ARQ-NAO-EXISTE
               DISPLAY "ARQUIVO MOVIMENTO.CSV NAO ENCONTRADO."
           ELSE
               PERFORM 6050-VERIFICAR-RETOMADA
                   THRU 6050-VERIFICAR-RETOMADA-EXIT
               PERFORM 6100-LER-MOVIMENTO THRU 6100-LER-MOVIMENTO-EXIT
                   UNTIL MOV-FIM
               CLOSE MOVIMENTO-FILE
               MOVE "MOVI" TO WS-CKPT-CARGA-PARM
               PERFORM 7920-LIMPAR-CHECKPOINT
                   THRU 7920-LIMPAR-CHECKPOINT-EXIT
               PERFORM 6400-EXIBIR-RESUMO-MOV
                   THRU 6400-EXIBIR-RESUMO-MOV-EXIT
           END-IF.
       6000-PROCESSAR-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6050-VERIFICAR-RETOMADA
      *    PROCURA O PONTO DE RETOMADA DE UM PROCESSAMENTO DE
      *    MOVIMENTO INTERROMPIDO (CARGA "MOVI" DO CKPOINT.DAT). NO
      *    MODO LOTE A RETOMADA E AUTOMATICA, COMO NAS CARGAS DE
      *    CSV; NA OPCAO <4> O OPERADOR CONFIRMA - SE O ARQUIVO FOI
      *    TROCADO DEPOIS DA QUEDA, RESPONDE N E O ARQUIVO E LIDO DO
      *    INICIO (AS LINHAS JA LANCADAS CONTINUAM BARRADAS PELO
      *    REGISTRO DE DOCUMENTOS).
      *-----------------------------------------------------------------
       6050-VERIFICAR-RETOMADA.
           MOVE "MOVI" TO WS-CKPT-CARGA-PARM
           PERFORM 7900-LER-CHECKPOINT THRU 7900-LER-CHECKPOINT-EXIT
           MOVE WS-CKPT-ULTIMO-REG-PARM TO WS-MOV-RETOMAR-APOS
           IF WS-MOV-RETOMAR-APOS = ZEROS
               GO TO 6050-VERIFICAR-RETOMADA-EXIT
           END-IF

           DISPLAY "PROCESSAMENTO DE MOVIMENTO ANTERIOR INTERROMPIDO "
               "APOS A LINHA " WS-MOV-RETOMAR-APOS "."
           IF NOT EXECUCAO-LOTE
               DISPLAY "RETOMAR NA LINHA SEGUINTE? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-MOV-RETOMAR-RESPOSTA
               IF WS-MOV-RETOMAR-RESPOSTA NOT = "S"
                  AND WS-MOV-RETOMAR-RESPOSTA NOT = "s"
                   MOVE ZEROS TO WS-MOV-RETOMAR-APOS
                   DISPLAY "ARQUIVO SERA LIDO DESDE A PRIMEIRA LINHA."
                   GO TO 6050-VERIFICAR-RETOMADA-EXIT
               END-IF
           END-IF
           DISPLAY "RETOMANDO MOVIMENTO APOS A LINHA "
               WS-MOV-RETOMAR-APOS "."
           MOVE "MOVIMENTO" TO WS-AUD-TABELA-PARM
           MOVE WS-MOV-RETOMAR-APOS TO WS-AUD-CHAVE-PARM
           MOVE "RETOMADA"  TO WS-AUD-ACAO-PARM
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT.
       6050-VERIFICAR-RETOMADA-EXIT.
           EXIT.

       6100-LER-MOVIMENTO.
           READ MOVIMENTO-FILE
               AT END
                   SET MOV-FIM TO TRUE
               NOT AT END
                   ADD 1 TO WS-MOV-TOTAL-LIDAS
                   IF WS-MOV-TOTAL-LIDAS > WS-MOV-RETOMAR-APOS
                       PERFORM 6200-APLICAR-MOVIMENTO
                           THRU 6200-APLICAR-MOVIMENTO-EXIT
                       MOVE "MOVI" TO WS-CKPT-CARGA-PARM
                       MOVE WS-MOV-TOTAL-LIDAS
                           TO WS-CKPT-ULTIMO-REG-PARM
                       PERFORM 7910-GRAVAR-CHECKPOINT
                           THRU 7910-GRAVAR-CHECKPOINT-EXIT
                   ELSE
                       ADD 1 TO WS-MOV-TOTAL-PULADAS
                   END-IF
           END-READ.
       6100-LER-MOVIMENTO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       6200-APLICAR-MOVIMENTO.
           MOVE SPACES TO WS-MOV-CAMPOS
           MOVE SPACES TO WS-MOV-ORIG-DATA
           MOVE ZEROS  TO WS-MOV-ORIG-SEQ
           MOVE ZEROS  TO WS-MOV-PEDIDO
           MOVE SPACES TO WS-HIST-LOTE
           MOVE ZEROS  TO WS-HIST-VALIDADE
           MOVE "N"    TO WS-MOV-PRECO-INFORMADO-SW
           MOVE ZEROS  TO WS-MOV-PRECO-VENDA
           UNSTRING MOV-LINHA DELIMITED BY ","
               INTO WS-MOV-CODIGO-A WS-MOV-TIPO
                    WS-MOV-QTDE-A WS-MOV-DATA
                    WS-MOV-TERCEIRO-A WS-MOV-DOCTO
                    WS-MOV-CUSTO-A WS-MOV-DEPOSITO-A
                    WS-MOV-DEPDEST-A WS-MOV-PEDIDO-A
                    WS-MOV-LOTE-A WS-MOV-VALIDADE-A
                    WS-MOV-PRECO-VENDA-A
           END-UNSTRING

           MOVE "S" TO WS-CSV-LINHA-OK-SW
               END-IF
           END-IF

      *    O PEDIDO DE COMPRA (10O CAMPO) SO VALE PARA A ENTRADA; NOS
      *    DEMAIS TIPOS O CAMPO E IGNORADO.
           IF WS-MOV-PEDIDO-A NOT = SPACES AND MOV-TIPO-ENTRADA
               MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
               MOVE WS-MOV-PEDIDO-A TO WS-CAMPO-NUM-ENTRADA (1:6)
               PERFORM 8100-VALIDAR-CAMPO-NUMERICO
                   THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
               IF CAMPO-NUM-VALIDO
                   MOVE WS-CAMPO-NUM-SAIDA TO WS-MOV-PEDIDO
               ELSE
                   MOVE "N" TO WS-CSV-LINHA-OK-SW
               END-IF
           END-IF

           IF NOT CSV-LINHA-OK
               MOVE "LINHA INVALIDA - CAMPO NAO NUM"
                   TO WS-MOV-MOTIVO
                       GO TO 6200-APLICAR-MOVIMENTO-EXIT
                   END-IF
               END-IF
      *        O PRECO DE VENDA (13O CAMPO) SO VALE PARA A SAIDA; NOS
      *        DEMAIS TIPOS O CAMPO E IGNORADO.
               IF WS-MOV-PRECO-VENDA-A NOT = SPACES AND MOV-TIPO-SAIDA
                   MOVE WS-MOV-PRECO-VENDA-A TO WS-PRECO-ENTRADA
                   PERFORM 8200-CONVERTER-PRECO
                       THRU 8200-CONVERTER-PRECO-EXIT
                   IF PRECO-VALIDO
                       SET MOV-PRECO-INFORMADO TO TRUE
                       MOVE WS-PRECO-SAIDA TO WS-MOV-PRECO-VENDA
                   ELSE
                       MOVE "PRECO DE VENDA INVALIDO"
                           TO WS-MOV-MOTIVO
                       PERFORM 6270-GRAVAR-MOV-REJEITADO
                           THRU 6270-GRAVAR-MOV-REJEITADO-EXIT
                       DISPLAY "PRECO DE VENDA INVALIDO: " MOV-LINHA
                       GO TO 6200-APLICAR-MOVIMENTO-EXIT
                   END-IF
               END-IF
               PERFORM 6950-VERIFICAR-PERIODO-FECHADO
                   THRU 6950-VERIFICAR-PERIODO-FECHADO-EXIT
               IF PERIODO-FECHADO
                   DISPLAY "PRODUTO " WS-MOV-CODIGO
                       " NAO ENCONTRADO. MOVIMENTO REJEITADO."
               ELSE
                   PERFORM 6280-VERIFICAR-DOCUMENTO
                       THRU 6280-VERIFICAR-DOCUMENTO-EXIT
                   IF DOCL-LANCADO
                       MOVE "DOCUMENTO JA LANCADO" TO WS-MOV-MOTIVO
                       PERFORM 6270-GRAVAR-MOV-REJEITADO
                           THRU 6270-GRAVAR-MOV-REJEITADO-EXIT
                       DISPLAY "DOCUMENTO " WS-MOV-DOCTO
                           " JA LANCADO. MOVIMENTO REJEITADO."
                       GO TO 6200-APLICAR-MOVIMENTO-EXIT
                   END-IF
                   PERFORM 6205-VALIDAR-LOTE
                       THRU 6205-VALIDAR-LOTE-EXIT
                   IF NOT MOV-LOTE-OK
                       PERFORM 6270-GRAVAR-MOV-REJEITADO
                           THRU 6270-GRAVAR-MOV-REJEITADO-EXIT
                       DISPLAY "LOTE/VALIDADE INVALIDO NO MOVIMENTO: "
                           MOV-LINHA
                       GO TO 6200-APLICAR-MOVIMENTO-EXIT
                   END-IF
                   EVALUATE TRUE
                       WHEN MOV-TIPO-ENTRADA
                           PERFORM 6210-APLICAR-ENTRADA
           EXIT.

      *-----------------------------------------------------------------
      *    6205-VALIDAR-LOTE
      *    CONFERE O LOTE (11O CAMPO) E A VALIDADE (12O CAMPO,
      *    DD/MM/AAAA) DA LINHA. A VALIDADE SO VALE NA ENTRADA E
      *    EXIGE O LOTE. NA ENTRADA DE UM LOTE JA EXISTENTE NO
      *    DEPOSITO A VALIDADE, SE INFORMADA, TEM DE SER A MESMA DO
      *    LOTE; EM BRANCO, VALE A DO LOTE. LOTE NOVO SEM VALIDADE
      *    GRAVA 99999999 (SEM VENCIMENTO). NA SAIDA E NA
      *    TRANSFERENCIA O LOTE NOMEADO E CONFERIDO NA ALOCACAO
      *    (6960), QUE RETEM A LINHA QUANDO ELE NAO COMPORTA A
      *    QUANTIDADE. DESLIGA MOV-LOTE-OK COM O MOTIVO EM
      *    WS-MOV-MOTIVO.
      *-----------------------------------------------------------------
       6205-VALIDAR-LOTE.
           MOVE "S" TO WS-MOV-LOTE-OK-SW
           MOVE WS-MOV-LOTE-A TO WS-MOV-LOTE
           MOVE ZEROS TO WS-MOV-VALIDADE
           PERFORM 6207-MONTAR-DATA-NUM
               THRU 6207-MONTAR-DATA-NUM-EXIT
           IF NOT MOV-TIPO-ENTRADA
               GO TO 6205-VALIDAR-LOTE-EXIT
           END-IF

           IF WS-MOV-VALIDADE-A NOT = SPACES
               IF WS-MOV-LOTE = SPACES
                   MOVE "VALIDADE SEM LOTE" TO WS-MOV-MOTIVO
                   MOVE "N" TO WS-MOV-LOTE-OK-SW
                   GO TO 6205-VALIDAR-LOTE-EXIT
               END-IF
               MOVE SPACES TO WS-DATA-VALIDAR
               STRING WS-MOV-VALIDADE-A (1:2)
                      WS-MOV-VALIDADE-A (4:2)
                      WS-MOV-VALIDADE-A (7:4)
                   DELIMITED BY SIZE INTO WS-DATA-VALIDAR
               PERFORM 4850-VALIDAR-DATA THRU 4850-VALIDAR-DATA-EXIT
               IF NOT DATA-VALIDA
                   MOVE "VALIDADE DO LOTE INVALIDA" TO WS-MOV-MOTIVO
                   MOVE "N" TO WS-MOV-LOTE-OK-SW
                   GO TO 6205-VALIDAR-LOTE-EXIT
               END-IF
               COMPUTE WS-MOV-VALIDADE = WS-DTV-ANO * 10000
                   + WS-DTV-MES * 100 + WS-DTV-DIA
           END-IF
           IF WS-MOV-LOTE = SPACES
               GO TO 6205-VALIDAR-LOTE-EXIT
           END-IF

           MOVE WS-MOV-CODIGO   TO SLT-PRODUTO
           MOVE WS-MOV-DEPOSITO TO SLT-DEPOSITO
           MOVE WS-MOV-LOTE     TO SLT-LOTE
           READ SALDLOTE-FILE
               INVALID KEY
                   IF WS-MOV-VALIDADE = ZEROS
                       MOVE 99999999 TO WS-MOV-VALIDADE
                   END-IF
                   GO TO 6205-VALIDAR-LOTE-EXIT
           END-READ
           IF WS-MOV-VALIDADE = ZEROS
               MOVE SLT-VALIDADE TO WS-MOV-VALIDADE
           END-IF
           IF WS-MOV-VALIDADE NOT = SLT-VALIDADE
               MOVE "VALIDADE DIFERE DA DO LOTE" TO WS-MOV-MOTIVO
               MOVE "N" TO WS-MOV-LOTE-OK-SW
           END-IF.
       6205-VALIDAR-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6207-MONTAR-DATA-NUM
      *    MONTA EM WS-MOV-DATA-NUM (AAAAMMDD) A DATA DO MOVIMENTO
      *    (DD/MM/AAAA), PARA A COMPARACAO COM A VALIDADE DOS LOTES.
      *    DATA QUE NAO RENDE NUMERO VALE COMO A DATA DO DIA.
      *-----------------------------------------------------------------
       6207-MONTAR-DATA-NUM.
           IF WS-MOV-DATA (7:4) IS NUMERIC
              AND WS-MOV-DATA (4:2) IS NUMERIC
              AND WS-MOV-DATA (1:2) IS NUMERIC
               MOVE WS-MOV-DATA (7:4) TO WS-MOV-DATA-NUM (1:4)
               MOVE WS-MOV-DATA (4:2) TO WS-MOV-DATA-NUM (5:2)
               MOVE WS-MOV-DATA (1:2) TO WS-MOV-DATA-NUM (7:2)
           ELSE
               ACCEPT WS-MOV-DATA-NUM FROM DATE YYYYMMDD
           END-IF.
       6207-MONTAR-DATA-NUM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6210-APLICAR-ENTRADA
      *    APLICA UMA ENTRADA: QUANDO A LINHA TROUXE O CUSTO DA
      *    COMPRA, O CUSTO MEDIO PONDERADO DO PRODUTO E RECALCULADO
      *    ANTES DA SOMA AO SALDO - COM SALDO ANTERIOR ZERADO OU
      *    NEGATIVO O MEDIO PASSA A SER O PROPRIO CUSTO DA COMPRA,
      *    POIS NAO HA ESTOQUE ANTERIOR A PONDERAR. SEM CUSTO NA
      *    LINHA O MEDIO NAO MUDA E A ENTRADA E VALORIZADA PELO
      *    MEDIO ATUAL. UM CUSTO MEDIO GRAVADO ANTES DO CAMPO
      *    EXISTIR (POSICAO EM BRANCO NO MESTRE) E TRATADO COMO
      *    ZERO. ANTES DE TUDO A ENTRADA E CONFERIDA COM O PEDIDO DE
      *    COMPRA (6215), QUE PODE FORNECER O CUSTO COMBINADO.
      *-----------------------------------------------------------------
       6210-APLICAR-ENTRADA.
           IF PROD-CUSTO-MEDIO IS NOT NUMERIC
               MOVE ZEROS TO PROD-CUSTO-MEDIO
           END-IF
           PERFORM 6215-CONFERIR-PEDIDO
               THRU 6215-CONFERIR-PEDIDO-EXIT
           IF MOV-CUSTO-INFORMADO
               IF PROD-QTDE <= ZEROS
                   MOVE WS-MOV-CUSTO TO PROD-CUSTO-MEDIO
               THRU 6940-GRAVAR-SALDO-LOC-EXIT
           MOVE WS-MOV-DEPOSITO TO WS-HIST-DEPOSITO
           MOVE SLD-QTDE        TO WS-HIST-SALDO-LOC
           IF WS-MOV-LOTE NOT = SPACES
               MOVE WS-MOV-CODIGO   TO WS-SLT-PRODUTO
               MOVE WS-MOV-DEPOSITO TO WS-SLT-DEPOSITO
               MOVE WS-MOV-LOTE     TO WS-SLT-LOTE
               MOVE WS-MOV-VALIDADE TO WS-SLT-VALIDADE
               MOVE WS-MOV-QTDE     TO WS-SLT-QTDE
               PERFORM 6975-SOMAR-LOTE THRU 6975-SOMAR-LOTE-EXIT
               MOVE WS-MOV-LOTE     TO WS-HIST-LOTE
               MOVE WS-MOV-VALIDADE TO WS-HIST-VALIDADE
           END-IF

           MOVE "PRODUTO"   TO WS-AUD-TABELA-PARM
           MOVE PROD-CODIGO TO WS-AUD-CHAVE-PARM
               THRU 8000-GRAVAR-AUDITORIA-EXIT
           PERFORM 6250-GRAVAR-HISTORICO-MOV
               THRU 6250-GRAVAR-HISTORICO-MOV-EXIT
           PERFORM 6290-REGISTRAR-DOCUMENTO
               THRU 6290-REGISTRAR-DOCUMENTO-EXIT
           ADD 1 TO WS-MOV-TOTAL-APLICADAS
           ADD WS-MOV-QTDE TO WS-MOV-QTDE-ENTRADAS.
       6210-APLICAR-ENTRADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6215-CONFERIR-PEDIDO
      *    CONFERE A ENTRADA COM A LINHA DO PEDIDO DE COMPRA (PEDIDO
      *    DO 10O CAMPO OU, NA FALTA DELE, DOCUMENTO NUMERICO DO MESMO
      *    FORNECEDOR). A ENTRADA E SEMPRE APLICADA AO ESTOQUE - A
      *    MERCADORIA CHEGOU; O QUE NAO CONFERE VAI PARA A LISTA DE
      *    EXCECOES (PEDEXC.TXT) PARA O SETOR DE COMPRAS. NA ENTRADA
      *    CONFERIDA A QUANTIDADE SOMA NO RECEBIDO DA LINHA, QUE FECHA
      *    QUANDO ALCANCA O PEDIDO; SEM CUSTO NA LINHA DO MOVIMENTO,
      *    VALE O CUSTO COMBINADO NO PEDIDO. O PEDIDO QUE NAO CONFERE
      *    E ZERADO E NAO VAI PARA O HISTORICO.
      *-----------------------------------------------------------------
       6215-CONFERIR-PEDIDO.
           MOVE "N" TO WS-PED-INFORMADO-SW
           MOVE "N" TO WS-PED-LINHA-ACHOU-SW
           MOVE "N" TO WS-PED-CUSTO-DIF-SW
           MOVE SPACES TO WS-PED-MOTIVO
           IF WS-MOV-PEDIDO NOT = ZEROS
               SET PED-INFORMADO TO TRUE
           ELSE
               MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
               MOVE WS-MOV-DOCTO TO WS-CAMPO-NUM-ENTRADA (1:10)
               PERFORM 8100-VALIDAR-CAMPO-NUMERICO
                   THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
               IF CAMPO-NUM-VALIDO
                  AND WS-CAMPO-NUM-SAIDA < 1000000
                   MOVE WS-CAMPO-NUM-SAIDA TO WS-MOV-PEDIDO
               END-IF
           END-IF
           IF WS-MOV-PEDIDO = ZEROS
               GO TO 6215-CONFERIR-PEDIDO-EXIT
           END-IF

           MOVE WS-MOV-PEDIDO TO PEDC-NUMERO
           READ PEDIDO-FILE
               INVALID KEY
                   MOVE "PEDIDO NAO ENCONTRADO" TO WS-PED-MOTIVO
           END-READ
           IF WS-PED-MOTIVO = SPACES
               IF PEDC-FORNECEDOR NOT = WS-MOV-TERCEIRO
                   MOVE "PEDIDO DE OUTRO FORNECEDOR" TO WS-PED-MOTIVO
               ELSE
                   IF PEDC-CANCELADO
                       MOVE "PEDIDO CANCELADO" TO WS-PED-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF WS-PED-MOTIVO = SPACES
               MOVE WS-MOV-PEDIDO TO PEDI-NUMERO
               MOVE WS-MOV-CODIGO TO PEDI-PRODUTO
               READ PEDITEM-FILE
                   INVALID KEY
                       MOVE "PRODUTO FORA DO PEDIDO" TO WS-PED-MOTIVO
                   NOT INVALID KEY
                       IF PEDI-CANCELADA
                           MOVE "LINHA DO PEDIDO CANCELADA"
                               TO WS-PED-MOTIVO
                       END-IF
               END-READ
           END-IF
           IF WS-PED-MOTIVO NOT = SPACES
               IF PED-INFORMADO
                   PERFORM 6217-GRAVAR-EXCECAO-PEDIDO
                       THRU 6217-GRAVAR-EXCECAO-PEDIDO-EXIT
               END-IF
               MOVE ZEROS TO WS-MOV-PEDIDO
               GO TO 6215-CONFERIR-PEDIDO-EXIT
           END-IF

           SET PED-LINHA-ACHOU TO TRUE
           IF MOV-CUSTO-INFORMADO
               IF WS-MOV-CUSTO NOT = PEDI-CUSTO
                   SET PED-CUSTO-DIFERENTE TO TRUE
               END-IF
           ELSE
               IF PEDI-CUSTO > ZEROS
                   SET MOV-CUSTO-INFORMADO TO TRUE
                   MOVE PEDI-CUSTO TO WS-MOV-CUSTO
               END-IF
           END-IF

           ADD WS-MOV-QTDE TO PEDI-RECEBIDA
           MOVE WS-MOV-DATA TO PEDI-ULT-RECEBIMENTO
           IF PEDI-RECEBIDA NOT < PEDI-QTDE
               SET PEDI-FECHADA TO TRUE
           END-IF
           REWRITE PEDITEM-REC
           ADD 1 TO WS-MOV-TOTAL-PEDIDO

           IF PEDI-RECEBIDA > PEDI-QTDE
               MOVE "RECEBIMENTO ACIMA DO PEDIDO" TO WS-PED-MOTIVO
               PERFORM 6217-GRAVAR-EXCECAO-PEDIDO
                   THRU 6217-GRAVAR-EXCECAO-PEDIDO-EXIT
           END-IF
           IF PED-CUSTO-DIFERENTE
               MOVE "CUSTO DIFERENTE DO PEDIDO" TO WS-PED-MOTIVO
               PERFORM 6217-GRAVAR-EXCECAO-PEDIDO
                   THRU 6217-GRAVAR-EXCECAO-PEDIDO-EXIT
           END-IF

           MOVE WS-MOV-PEDIDO TO WS-PED-NUMERO
           PERFORM 6218-ATUALIZAR-SITUACAO-PEDIDO
               THRU 6218-ATUALIZAR-SITUACAO-PEDIDO-EXIT.
       6215-CONFERIR-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6217-GRAVAR-EXCECAO-PEDIDO
      *    ACRESCENTA EM PEDEXC.TXT A EXCECAO WS-PED-MOTIVO DA ENTRADA
      *    CORRENTE, COM OS NUMEROS DA LINHA DO PEDIDO QUANDO ELA FOI
      *    ENCONTRADA (O RECEBIDO JA INCLUI ESTA ENTRADA).
      *-----------------------------------------------------------------
       6217-GRAVAR-EXCECAO-PEDIDO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE SPACES TO PEDEXC-REC
           STRING WS-DATA-SISTEMA DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-HR           DELIMITED BY SIZE
                  WS-MN           DELIMITED BY SIZE
                  WS-SG           DELIMITED BY SIZE
               INTO PEDX-DATA-HORA
           MOVE WS-MOV-PEDIDO   TO PEDX-PEDIDO
           MOVE WS-MOV-TERCEIRO TO PEDX-FORNECEDOR
           MOVE WS-MOV-CODIGO   TO PEDX-PRODUTO
           MOVE WS-MOV-DOCTO    TO PEDX-DOCTO
           MOVE WS-MOV-DATA     TO PEDX-DATA-MOV
           MOVE WS-MOV-QTDE     TO PEDX-QTDE-MOV
           MOVE WS-MOV-CUSTO    TO PEDX-CUSTO-MOV
           IF PED-LINHA-ACHOU
               MOVE PEDI-QTDE     TO PEDX-QTDE-PEDIDA
               MOVE PEDI-RECEBIDA TO PEDX-QTDE-RECEBIDA
               MOVE PEDI-CUSTO    TO PEDX-CUSTO-PEDIDO
           ELSE
               MOVE ZEROS TO PEDX-QTDE-PEDIDA PEDX-QTDE-RECEBIDA
                             PEDX-CUSTO-PEDIDO
           END-IF
           MOVE WS-PED-MOTIVO   TO PEDX-MOTIVO
           MOVE WS-USUARIO      TO PEDX-USUARIO
           WRITE PEDEXC-REC
           ADD 1 TO WS-MOV-TOTAL-EXC-PEDIDO
           DISPLAY "EXCECAO NO PEDIDO " WS-MOV-PEDIDO ": "
               WS-PED-MOTIVO.
       6217-GRAVAR-EXCECAO-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6218-ATUALIZAR-SITUACAO-PEDIDO
      *    REFAZ A SITUACAO DO CABECALHO DO PEDIDO WS-PED-NUMERO PELAS
      *    LINHAS: ABERTO ENQUANTO ALGUMA LINHA ESTA ABERTA, FECHADO
      *    QUANDO NENHUMA ESTA. PEDIDO CANCELADO NAO MUDA.
      *-----------------------------------------------------------------
       6218-ATUALIZAR-SITUACAO-PEDIDO.
           MOVE WS-PED-NUMERO TO PEDC-NUMERO
           READ PEDIDO-FILE
               INVALID KEY
                   GO TO 6218-ATUALIZAR-SITUACAO-PEDIDO-EXIT
           END-READ
           IF PEDC-CANCELADO
               GO TO 6218-ATUALIZAR-SITUACAO-PEDIDO-EXIT
           END-IF

           MOVE "N" TO WS-PED-HA-ABERTA-SW
           MOVE "N" TO WS-PED-FIM-LINHAS-SW
           MOVE WS-PED-NUMERO TO PEDI-NUMERO
           MOVE ZEROS         TO PEDI-PRODUTO
           START PEDITEM-FILE KEY IS NOT LESS THAN PEDI-CHAVE
               INVALID KEY
                   SET PED-FIM-LINHAS TO TRUE
           END-START
           PERFORM 6219-PROCURAR-LINHA-ABERTA
               THRU 6219-PROCURAR-LINHA-ABERTA-EXIT
               UNTIL PED-FIM-LINHAS OR PED-HA-ABERTA

           IF PED-HA-ABERTA
               SET PEDC-ABERTO TO TRUE
           ELSE
               SET PEDC-FECHADO TO TRUE
           END-IF
           REWRITE PEDIDO-REC.
       6218-ATUALIZAR-SITUACAO-PEDIDO-EXIT.
           EXIT.

       6219-PROCURAR-LINHA-ABERTA.
           READ PEDITEM-FILE NEXT RECORD
               AT END
                   SET PED-FIM-LINHAS TO TRUE
               NOT AT END
                   IF PEDI-NUMERO NOT = WS-PED-NUMERO
                       SET PED-FIM-LINHAS TO TRUE
                   ELSE
                       IF PEDI-ABERTA
                           SET PED-HA-ABERTA TO TRUE
                       END-IF
                   END-IF
           END-READ.
       6219-PROCURAR-LINHA-ABERTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6230-APLICAR-TRANSFERENCIA
      *    TRANSFERE A QUANTIDADE ENTRE DOIS DEPOSITOS NUMA SO
      *    NO CONSOLIDADO SE ANULAM. A TRANSFERENCIA QUE DEIXARIA O
      *    DEPOSITO DE ORIGEM NEGATIVO E RETIDA, COMO A SAIDA POR
      *    SALDO INSUFICIENTE. O MOVIMENTO E VALORIZADO PELO CUSTO
      *    MEDIO, QUE NAO MUDA. OS LOTES SAO ESCOLHIDOS COMO NA SAIDA
      *    (6960) E PASSAM PARA O DESTINO COM A MESMA VALIDADE, COM UM
      *    PAR DE LINHAS "T"/"R" POR LOTE.
      *-----------------------------------------------------------------
       6230-APLICAR-TRANSFERENCIA.
           IF PROD-CUSTO-MEDIO IS NOT NUMERIC
                   "NO DEPOSITO DE ORIGEM): " MOV-LINHA
               GO TO 6230-APLICAR-TRANSFERENCIA-EXIT
           END-IF
           PERFORM 6960-ALOCAR-LOTES THRU 6960-ALOCAR-LOTES-EXIT
           IF NOT SLT-ALOCADO
               MOVE WS-SLT-MOTIVO TO WS-MOV-MOTIVO
               MOVE MOV-LINHA TO MREJ-LINHA
               MOVE WS-MOV-MOTIVO TO MREJ-MOTIVO
               WRITE MOVIMENTO-REJ-REC
               ADD 1 TO WS-MOV-TOTAL-RETIDAS
               DISPLAY "TRANSFERENCIA RETIDA (" WS-SLT-MOTIVO "): "
                   MOV-LINHA
               GO TO 6230-APLICAR-TRANSFERENCIA-EXIT
           END-IF

           MOVE WS-MOV-QTDE     TO WS-MOV-QTDE-TOTAL
           MOVE "T"             TO WS-MOV-TIPO
           MOVE WS-MOV-DEPOSITO TO WS-HIST-DEPOSITO
           PERFORM 6235-TRANSFERIR-SAIDA-LOTE
               THRU 6235-TRANSFERIR-SAIDA-LOTE-EXIT
               VARYING WS-IDX-ALO FROM 1 BY 1
               UNTIL WS-IDX-ALO > WS-ALO-QTD-LINHAS
           PERFORM 6940-GRAVAR-SALDO-LOC
               THRU 6940-GRAVAR-SALDO-LOC-EXIT

           MOVE WS-MOV-DEP-DEST TO WS-DEP-VERIFICADO
           PERFORM 6930-LER-SALDO-LOC
               THRU 6930-LER-SALDO-LOC-EXIT
           MOVE "R"             TO WS-MOV-TIPO
           MOVE WS-MOV-DEP-DEST TO WS-HIST-DEPOSITO
           PERFORM 6236-TRANSFERIR-ENTRADA-LOTE
               THRU 6236-TRANSFERIR-ENTRADA-LOTE-EXIT
               VARYING WS-IDX-ALO FROM 1 BY 1
               UNTIL WS-IDX-ALO > WS-ALO-QTD-LINHAS
           PERFORM 6940-GRAVAR-SALDO-LOC
               THRU 6940-GRAVAR-SALDO-LOC-EXIT
           MOVE WS-MOV-QTDE-TOTAL TO WS-MOV-QTDE

           MOVE "PRODUTO"   TO WS-AUD-TABELA-PARM
           MOVE PROD-CODIGO TO WS-AUD-CHAVE-PARM
           MOVE "TRANSFER"  TO WS-AUD-ACAO-PARM
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT
           PERFORM 6290-REGISTRAR-DOCUMENTO
               THRU 6290-REGISTRAR-DOCUMENTO-EXIT
           ADD 1 TO WS-MOV-TOTAL-APLICADAS
           ADD 1 TO WS-MOV-TOTAL-TRANSF
           ADD WS-MOV-QTDE TO WS-MOV-QTDE-TRANSF.
       6230-APLICAR-TRANSFERENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6235-TRANSFERIR-SAIDA-LOTE
      *    UMA LINHA DA TABELA DE ALOCACAO NO DEPOSITO DE ORIGEM:
      *    SUBTRAI DO SALDO DO DEPOSITO E DO LOTE E GRAVA A LINHA "T"
      *    DO HISTORICO COM A QUANTIDADE DAQUELE LOTE.
      *-----------------------------------------------------------------
       6235-TRANSFERIR-SAIDA-LOTE.
           MOVE WS-ALO-QTDE (WS-IDX-ALO) TO WS-MOV-QTDE
           COMPUTE WS-MOV-VALOR = WS-MOV-QTDE * WS-MOV-CUSTO
           SUBTRACT WS-MOV-QTDE FROM SLD-QTDE
           MOVE SLD-QTDE TO WS-HIST-SALDO-LOC
           MOVE WS-ALO-LOTE (WS-IDX-ALO)     TO WS-HIST-LOTE
           MOVE WS-ALO-VALIDADE (WS-IDX-ALO) TO WS-HIST-VALIDADE
           IF WS-HIST-LOTE NOT = SPACES
               MOVE WS-MOV-CODIGO   TO WS-SLT-PRODUTO
               MOVE WS-MOV-DEPOSITO TO WS-SLT-DEPOSITO
               MOVE WS-HIST-LOTE    TO WS-SLT-LOTE
               MOVE WS-MOV-QTDE     TO WS-SLT-QTDE
               PERFORM 6976-RETIRAR-LOTE THRU 6976-RETIRAR-LOTE-EXIT
           END-IF
           PERFORM 6250-GRAVAR-HISTORICO-MOV
               THRU 6250-GRAVAR-HISTORICO-MOV-EXIT.
       6235-TRANSFERIR-SAIDA-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6236-TRANSFERIR-ENTRADA-LOTE
      *    A MESMA LINHA DA ALOCACAO NO DEPOSITO DE DESTINO: SOMA NO
      *    SALDO DO DEPOSITO E NO LOTE DE MESMO NUMERO E VALIDADE
      *    (CRIADO NA PRIMEIRA TRANSFERENCIA) E GRAVA A LINHA "R". A
      *    PARTE SEM LOTE CONTINUA SEM LOTE NO DESTINO.
      *-----------------------------------------------------------------
       6236-TRANSFERIR-ENTRADA-LOTE.
           MOVE WS-ALO-QTDE (WS-IDX-ALO) TO WS-MOV-QTDE
           COMPUTE WS-MOV-VALOR = WS-MOV-QTDE * WS-MOV-CUSTO
           ADD WS-MOV-QTDE TO SLD-QTDE
           MOVE SLD-QTDE TO WS-HIST-SALDO-LOC
           MOVE WS-ALO-LOTE (WS-IDX-ALO)     TO WS-HIST-LOTE
           MOVE WS-ALO-VALIDADE (WS-IDX-ALO) TO WS-HIST-VALIDADE
           IF WS-HIST-LOTE NOT = SPACES
               MOVE WS-MOV-CODIGO    TO WS-SLT-PRODUTO
               MOVE WS-MOV-DEP-DEST  TO WS-SLT-DEPOSITO
               MOVE WS-HIST-LOTE     TO WS-SLT-LOTE
               MOVE WS-HIST-VALIDADE TO WS-SLT-VALIDADE
               MOVE WS-MOV-QTDE      TO WS-SLT-QTDE
               PERFORM 6975-SOMAR-LOTE THRU 6975-SOMAR-LOTE-EXIT
           END-IF
           PERFORM 6250-GRAVAR-HISTORICO-MOV
               THRU 6250-GRAVAR-HISTORICO-MOV-EXIT.
       6236-TRANSFERIR-ENTRADA-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6250-GRAVAR-HISTORICO-MOV
      *    GRAVA NO HISTORICO PERMANENTE (MOVHIST.DAT) O MOVIMENTO QUE
      *    ACABOU DE SER APLICADO AO PRODUTO CORRENTE, COM O USUARIO
      *    DA SESSAO E O SALDO RESULTANTE APOS O MOVIMENTO. E DESSE
      *    ARQUIVO QUE O PROGRAMA KARDEX MONTA O EXTRATO POR PRODUTO.
      *-----------------------------------------------------------------
       6250-GRAVAR-HISTORICO-MOV.
           MOVE SPACES          TO MOVHIST-REC
           MOVE WS-MOV-CODIGO   TO MOVH-PRODUTO
           MOVE WS-MOV-TIPO     TO MOVH-TIPO
           MOVE WS-MOV-QTDE     TO MOVH-QTDE
               PROD-QTDE * PROD-CUSTO-MEDIO
           MOVE WS-HIST-DEPOSITO  TO MOVH-DEPOSITO
           MOVE WS-HIST-SALDO-LOC TO MOVH-SALDO-LOC
           MOVE WS-MOV-ORIG-DATA  TO MOVH-ORIG-DATA
           MOVE WS-MOV-ORIG-SEQ   TO MOVH-ORIG-SEQ
           MOVE WS-MOV-PEDIDO     TO MOVH-PEDIDO
           MOVE WS-HIST-LOTE      TO MOVH-LOTE
           MOVE WS-HIST-VALIDADE  TO MOVH-VALIDADE
           MOVE WS-MOV-PRECO-VENDA TO MOVH-PRECO-VENDA
           PERFORM 6255-NUMERAR-HISTORICO
               THRU 6255-NUMERAR-HISTORICO-EXIT
           WRITE MOVHIST-REC
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO HISTORICO - PRODUTO "
                       MOVH-PRODUTO " SEQUENCIA " MOVH-SEQ
                       " STATUS " WS-MOVHIST-STATUS
           END-WRITE.
       6250-GRAVAR-HISTORICO-MOV-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6255-NUMERAR-HISTORICO
      *    TOMA A SEQUENCIA SEGUINTE NO REGISTRO DE CONTROLE DO
      *    HISTORICO (CHAVE ZERADA, CRIADO NA PRIMEIRA GRAVACAO) E
      *    MONTA AS CHAVES DA LINHA QUE ESTA NO CORPO DO REGISTRO:
      *    PRODUTO + DATA AAAAMMDD + SEQUENCIA, TERCEIRO + DATA +
      *    SEQUENCIA E TERCEIRO + DOCUMENTO + SEQUENCIA.
      *-----------------------------------------------------------------
       6255-NUMERAR-HISTORICO.
           MOVE MOVH-CORPO TO WS-MOVH-CORPO-GRAVAR
           MOVE "N" TO WS-MOVH-TEM-CONTROLE-SW
           MOVE ZEROS TO WS-MOVH-ULTIMA-SEQ
           MOVE ZEROS TO MOVH-CHAVE
           READ MOVHIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MOVH-TEM-CONTROLE TO TRUE
                   MOVE MOVH-CTL-ULTIMA-SEQ TO WS-MOVH-ULTIMA-SEQ
           END-READ
           ADD 1 TO WS-MOVH-ULTIMA-SEQ

           MOVE SPACES TO MOVHIST-REC
           MOVE ZEROS  TO MOVH-CHAVE MOVH-CHAVE-TERC
                          MOVH-CD-TERCEIRO MOVH-CD-SEQ
           MOVE WS-MOVH-ULTIMA-SEQ TO MOVH-CTL-ULTIMA-SEQ
           IF MOVH-TEM-CONTROLE
               REWRITE MOVHIST-REC
           ELSE
               WRITE MOVHIST-REC
           END-IF

           MOVE WS-MOVH-CORPO-GRAVAR TO MOVH-CORPO
           MOVE MOVH-DATA (7:4) TO WS-MOVH-DATA-CHAVE (1:4)
           MOVE MOVH-DATA (4:2) TO WS-MOVH-DATA-CHAVE (5:2)
           MOVE MOVH-DATA (1:2) TO WS-MOVH-DATA-CHAVE (7:2)
           IF WS-MOVH-DATA-CHAVE IS NUMERIC
               MOVE WS-MOVH-DATA-CHAVE TO MOVH-CH-DATA
           ELSE
               MOVE ZEROS TO MOVH-CH-DATA
           END-IF
           MOVE MOVH-PRODUTO       TO MOVH-CH-PRODUTO
           MOVE WS-MOVH-ULTIMA-SEQ TO MOVH-SEQ
           MOVE MOVH-TERCEIRO      TO MOVH-CT-TERCEIRO
                                      MOVH-CD-TERCEIRO
           MOVE MOVH-CH-DATA       TO MOVH-CT-DATA
           MOVE WS-MOVH-ULTIMA-SEQ TO MOVH-CT-SEQ MOVH-CD-SEQ
           MOVE MOVH-DOCTO         TO MOVH-CD-DOCTO.
       6255-NUMERAR-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6260-APLICAR-SAIDA
      *    APLICA UMA SAIDA SOMENTE QUANDO O SALDO DO DEPOSITO DO
      *    EMPRESA: O TOTAL PODE COMPORTAR A SAIDA E O DEPOSITO
      *    NAO. A MAIORIA DOS SALDOS NEGATIVOS APONTADOS PELO
      *    RESUMO DIARIO COMECAVA COMO ERRO DE DIGITACAO EM
      *    MOVIMENTO.CSV QUE NINGUEM VIA PASSAR. A QUANTIDADE SAI DO
      *    LOTE NOMEADO OU DOS LOTES PELA ORDEM DE VENCIMENTO (6960),
      *    COM UMA LINHA DE HISTORICO POR LOTE.
      *-----------------------------------------------------------------
       6260-APLICAR-SAIDA.
           MOVE WS-MOV-DEPOSITO TO WS-DEP-VERIFICADO
                   "DEPOSITO): " MOV-LINHA
               GO TO 6260-APLICAR-SAIDA-EXIT
           END-IF
           PERFORM 6960-ALOCAR-LOTES THRU 6960-ALOCAR-LOTES-EXIT
           IF NOT SLT-ALOCADO
               MOVE WS-SLT-MOTIVO TO WS-MOV-MOTIVO
               MOVE MOV-LINHA TO MREJ-LINHA
               MOVE WS-MOV-MOTIVO TO MREJ-MOTIVO
               WRITE MOVIMENTO-REJ-REC
               ADD 1 TO WS-MOV-TOTAL-RETIDAS
               DISPLAY "SAIDA RETIDA (" WS-SLT-MOTIVO "): "
                   MOV-LINHA
               GO TO 6260-APLICAR-SAIDA-EXIT
           END-IF

           IF PROD-CUSTO-MEDIO IS NOT NUMERIC
               MOVE ZEROS TO PROD-CUSTO-MEDIO
           END-IF
           MOVE PROD-CUSTO-MEDIO TO WS-MOV-CUSTO

      *    SAIDA SEM PRECO DE VENDA NA LINHA E VENDIDA PELO PRECO DE
      *    TABELA DO PRODUTO.
           IF NOT MOV-PRECO-INFORMADO
               IF PROD-PRECO IS NUMERIC
                   MOVE PROD-PRECO TO WS-MOV-PRECO-VENDA
               ELSE
                   MOVE ZEROS TO WS-MOV-PRECO-VENDA
               END-IF
           END-IF

           MOVE WS-MOV-QTDE     TO WS-MOV-QTDE-TOTAL
           MOVE WS-MOV-DEPOSITO TO WS-HIST-DEPOSITO
           PERFORM 6265-BAIXAR-ALOCACAO
               THRU 6265-BAIXAR-ALOCACAO-EXIT
               VARYING WS-IDX-ALO FROM 1 BY 1
               UNTIL WS-IDX-ALO > WS-ALO-QTD-LINHAS
           MOVE WS-MOV-QTDE-TOTAL TO WS-MOV-QTDE
           PERFORM 6940-GRAVAR-SALDO-LOC
               THRU 6940-GRAVAR-SALDO-LOC-EXIT
           REWRITE PRODUTO-REC

           MOVE "PRODUTO"   TO WS-AUD-TABELA-PARM
           MOVE PROD-CODIGO TO WS-AUD-CHAVE-PARM
           MOVE "MOVIMENTO" TO WS-AUD-ACAO-PARM
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT
           PERFORM 6290-REGISTRAR-DOCUMENTO
               THRU 6290-REGISTRAR-DOCUMENTO-EXIT
           ADD 1 TO WS-MOV-TOTAL-APLICADAS
           ADD WS-MOV-QTDE TO WS-MOV-QTDE-SAIDAS.
       6260-APLICAR-SAIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6265-BAIXAR-ALOCACAO
      *    UMA LINHA DA TABELA DE ALOCACAO DA SAIDA: SUBTRAI DO SALDO
      *    DO DEPOSITO, DO TOTAL DO PRODUTO E DO LOTE, E GRAVA NO
      *    HISTORICO UMA LINHA COM A QUANTIDADE DAQUELE LOTE E OS
      *    SALDOS APOS ELA. OS REGISTROS DE PRODUTO E DE SALDO POR
      *    DEPOSITO SAO GRAVADOS PELO CHAMADOR NO FIM.
      *-----------------------------------------------------------------
       6265-BAIXAR-ALOCACAO.
           MOVE WS-ALO-QTDE (WS-IDX-ALO) TO WS-MOV-QTDE
           COMPUTE WS-MOV-VALOR = WS-MOV-QTDE * WS-MOV-CUSTO
           SUBTRACT WS-MOV-QTDE FROM SLD-QTDE
           SUBTRACT WS-MOV-QTDE FROM PROD-QTDE
           MOVE SLD-QTDE TO WS-HIST-SALDO-LOC
           MOVE WS-ALO-LOTE (WS-IDX-ALO)     TO WS-HIST-LOTE
           MOVE WS-ALO-VALIDADE (WS-IDX-ALO) TO WS-HIST-VALIDADE
           IF WS-HIST-LOTE NOT = SPACES
               MOVE WS-MOV-CODIGO   TO WS-SLT-PRODUTO
               MOVE WS-MOV-DEPOSITO TO WS-SLT-DEPOSITO
               MOVE WS-HIST-LOTE    TO WS-SLT-LOTE
               MOVE WS-MOV-QTDE     TO WS-SLT-QTDE
               PERFORM 6976-RETIRAR-LOTE THRU 6976-RETIRAR-LOTE-EXIT
           END-IF
           PERFORM 6250-GRAVAR-HISTORICO-MOV
               THRU 6250-GRAVAR-HISTORICO-MOV-EXIT.
       6265-BAIXAR-ALOCACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6270-GRAVAR-MOV-REJEITADO
      *    GRAVA A LINHA ORIGINAL DO MOVIMENTO E O MOTIVO
       6270-GRAVAR-MOV-REJEITADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6280-VERIFICAR-DOCUMENTO
      *    MONTA A CHAVE DO REGISTRO DE DOCUMENTOS LANCADOS PARA A
      *    LINHA CORRENTE (TIPO EM MAIUSCULA, GUARDADO EM
      *    WS-DOCL-TIPO PARA A GRAVACAO EM 6290) E LIGA DOCL-LANCADO
      *    QUANDO A CHAVE JA EXISTE. LINHA SEM DOCUMENTO NAO E
      *    CRITICADA.
      *-----------------------------------------------------------------
       6280-VERIFICAR-DOCUMENTO.
           MOVE "N" TO WS-DOCL-LANCADO-SW
           EVALUATE TRUE
               WHEN MOV-TIPO-ENTRADA
                   MOVE "E" TO WS-DOCL-TIPO
               WHEN MOV-TIPO-SAIDA
                   MOVE "S" TO WS-DOCL-TIPO
               WHEN MOV-TIPO-TRANSF
                   MOVE "T" TO WS-DOCL-TIPO
               WHEN OTHER
                   MOVE WS-MOV-TIPO TO WS-DOCL-TIPO
           END-EVALUATE
           IF WS-MOV-DOCTO = SPACES
               GO TO 6280-VERIFICAR-DOCUMENTO-EXIT
           END-IF
           MOVE WS-MOV-TERCEIRO TO DOCL-TERCEIRO
           MOVE WS-MOV-DOCTO    TO DOCL-DOCTO
           MOVE WS-MOV-CODIGO   TO DOCL-PRODUTO
           MOVE WS-DOCL-TIPO    TO DOCL-TIPO
           READ DOCLANC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DOCL-LANCADO TO TRUE
           END-READ.
       6280-VERIFICAR-DOCUMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6290-REGISTRAR-DOCUMENTO
      *    GRAVA NO REGISTRO DE DOCUMENTOS LANCADOS A LINHA QUE
      *    ACABOU DE SER APLICADA. CHAMADA SOMENTE DEPOIS DA GRAVACAO
      *    DO HISTORICO: LINHA RETIDA OU REJEITADA NAO E REGISTRADA E
      *    PODE SER REAPRESENTADA DEPOIS DE CORRIGIDA.
      *-----------------------------------------------------------------
       6290-REGISTRAR-DOCUMENTO.
           IF WS-MOV-DOCTO = SPACES
               GO TO 6290-REGISTRAR-DOCUMENTO-EXIT
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-MOV-TERCEIRO TO DOCL-TERCEIRO
           MOVE WS-MOV-DOCTO    TO DOCL-DOCTO
           MOVE WS-MOV-CODIGO   TO DOCL-PRODUTO
           MOVE WS-DOCL-TIPO    TO DOCL-TIPO
           MOVE WS-MOV-DATA     TO DOCL-DATA
           MOVE WS-MOV-QTDE     TO DOCL-QTDE
           MOVE WS-MOV-DEPOSITO TO DOCL-DEPOSITO
           MOVE WS-USUARIO      TO DOCL-USUARIO
           MOVE SPACES          TO DOCL-DATA-HORA
           STRING WS-DATA-SISTEMA DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-HR           DELIMITED BY SIZE
                  WS-MN           DELIMITED BY SIZE
                  WS-SG           DELIMITED BY SIZE
               INTO DOCL-DATA-HORA
           WRITE DOCLANC-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       6290-REGISTRAR-DOCUMENTO-EXIT.
           EXIT.


      *-----------------------------------------------------------------
      *    6300-LOCALIZAR-PRODUTO-MOV
       6400-EXIBIR-RESUMO-MOV.
           DISPLAY "PROCESSAMENTO DE MOVIMENTO DE ESTOQUE CONCLUIDO."
           DISPLAY "  LINHAS LIDAS ............. " WS-MOV-TOTAL-LIDAS
           IF WS-MOV-TOTAL-PULADAS > ZEROS
               DISPLAY "  JA TRATADAS (RETOMADA) ... "
                   WS-MOV-TOTAL-PULADAS
           END-IF
           DISPLAY "  MOVIMENTOS APLICADOS ..... "
               WS-MOV-TOTAL-APLICADAS
           DISPLAY "  SAIDAS RETIDAS ........... "
               WS-MOV-TOTAL-TRANSF
           DISPLAY "  QUANTIDADE TRANSFERIDA ... "
               WS-MOV-QTDE-TRANSF
           DISPLAY "  ENTRADAS COM PEDIDO ...... "
               WS-MOV-TOTAL-PEDIDO
           DISPLAY "  EXCECOES DE PEDIDO ....... "
               WS-MOV-TOTAL-EXC-PEDIDO
           IF WS-MOV-TOTAL-RETIDAS > ZEROS
              OR WS-MOV-TOTAL-REJEITADAS > ZEROS
               DISPLAY "  LINHAS NAO APLICADAS GRAVADAS EM MOVREJ.TXT"
           END-IF
           IF WS-MOV-TOTAL-EXC-PEDIDO > ZEROS
               DISPLAY "  EXCECOES DE PEDIDO GRAVADAS EM PEDEXC.TXT"
           END-IF.
       6400-EXIBIR-RESUMO-MOV-EXIT.
           EXIT.

      *=================================================================
      *    6500-MANTER-MOVIMENTO
      *    SUBMENU DE MOVIMENTO DE ESTOQUE: PROCESSAMENTO DO ARQUIVO
      *    MOVIMENTO.CSV (OPERADOR) E ESTORNO DE DOCUMENTO JA
      *    LANCADO (SUPERVISOR).
      *=================================================================
       6500-MANTER-MOVIMENTO.
           MOVE "N" TO SGBD-SAIR-SUBMENU
           PERFORM 6510-SUBMENU-MOVIMENTO
               THRU 6510-SUBMENU-MOVIMENTO-EXIT
               UNTIL SGBD-SAIR-SUBMENU = "S".
       6500-MANTER-MOVIMENTO-EXIT.
           EXIT.

       6510-SUBMENU-MOVIMENTO.
           DISPLAY " "
           DISPLAY "---- MOVIMENTO DE ESTOQUE ----"
           DISPLAY "<P> PROCESSAR MOVIMENTO.CSV"
           DISPLAY "<E> ESTORNAR DOCUMENTO (SUPERVISOR)"
           DISPLAY "<V> VOLTAR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT SGBD-OPCAO-SUBMENU

           EVALUATE SGBD-OPCAO-SUBMENU
               WHEN "P" WHEN "p"
                   PERFORM 8400-EXIGIR-OPERADOR
                       THRU 8400-EXIGIR-OPERADOR-EXIT
                   IF ACESSO-OK
                       PERFORM 6000-PROCESSAR-MOVIMENTO
                           THRU 6000-PROCESSAR-MOVIMENTO-EXIT
                   END-IF
               WHEN "E" WHEN "e"
                   PERFORM 8500-EXIGIR-SUPERVISOR
                       THRU 8500-EXIGIR-SUPERVISOR-EXIT
                   IF ACESSO-OK
                       PERFORM 6520-ESTORNAR-DOCUMENTO
                           THRU 6520-ESTORNAR-DOCUMENTO-EXIT
                   END-IF
               WHEN "V" WHEN "v"
                   MOVE "S" TO SGBD-SAIR-SUBMENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       6510-SUBMENU-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6520-ESTORNAR-DOCUMENTO
      *    ESTORNA AS LINHAS DE UM DOCUMENTO JA LANCADO (TERCEIRO +
      *    DOCUMENTO; TERCEIRO ZERO PARA TRANSFERENCIA). CADA LINHA
      *    ORIGINAL AINDA NAO ESTORNADA GANHA NO HISTORICO UMA LINHA
      *    DE ESTORNO ("X"/"Y"/"U"/"V") QUE APONTA PARA ELA, A
      *    QUANTIDADE VOLTA EM PRODUTO E SALDOLOC E O CUSTO MEDIO E
      *    REFEITO COMO SE A ENTRADA NAO TIVESSE EXISTIDO. A DATA DO
      *    ESTORNO NAO PODE CAIR EM MES FECHADO, E O ESTORNO QUE
      *    DEIXARIA ALGUM DEPOSITO NEGATIVO E RECUSADO POR INTEIRO.
      *    AS CHAVES DO DOCUMENTO SAEM DO REGISTRO DE DOCUMENTOS
      *    LANCADOS, PARA O DOCUMENTO CORRIGIDO PODER SER LANCADO DE
      *    NOVO POR MOVIMENTO.CSV.
      *-----------------------------------------------------------------
       6520-ESTORNAR-DOCUMENTO.
           DISPLAY "TERCEIRO DO DOCUMENTO (0 = TRANSFERENCIA): "
               WITH NO ADVANCING
           ACCEPT WS-EST-TERCEIRO
           MOVE SPACES TO WS-EST-DOCTO
           DISPLAY "NUMERO DO DOCUMENTO......................: "
               WITH NO ADVANCING
           ACCEPT WS-EST-DOCTO
           IF WS-EST-DOCTO = SPACES
               DISPLAY "DOCUMENTO NAO INFORMADO. ESTORNO CANCELADO."
               GO TO 6520-ESTORNAR-DOCUMENTO-EXIT
           END-IF

           PERFORM 6530-CARREGAR-DOCUMENTO
               THRU 6530-CARREGAR-DOCUMENTO-EXIT
           IF EST-ESTOURO
               DISPLAY "DOCUMENTO COM MAIS DE 50 LINHAS NO HISTORICO. "
                   "ESTORNO CANCELADO."
               GO TO 6520-ESTORNAR-DOCUMENTO-EXIT
           END-IF
           IF WS-EST-QTD-LINHAS = ZEROS
               DISPLAY "DOCUMENTO NAO ENCONTRADO NO HISTORICO."
               GO TO 6520-ESTORNAR-DOCUMENTO-EXIT
           END-IF
           PERFORM 6540-EXIBIR-DOCUMENTO
               THRU 6540-EXIBIR-DOCUMENTO-EXIT
           IF WS-EST-QTD-PENDENTES = ZEROS
               DISPLAY "TODAS AS LINHAS DO DOCUMENTO JA FORAM "
                   "ESTORNADAS."
               GO TO 6520-ESTORNAR-DOCUMENTO-EXIT
           END-IF

           DISPLAY "DATA DO ESTORNO (DDMMAAAA)...............: "
               WITH NO ADVANCING
           ACCEPT WS-DATA-VALIDAR
           PERFORM 4850-VALIDAR-DATA THRU 4850-VALIDAR-DATA-EXIT
           IF NOT DATA-VALIDA
               DISPLAY "DATA DO ESTORNO IMPOSSIVEL. ESTORNO CANCELADO."
               GO TO 6520-ESTORNAR-DOCUMENTO-EXIT
           END-IF
           MOVE SPACES TO WS-MOV-DATA
           STRING WS-DTV-DIA "/" WS-DTV-MES "/" WS-DTV-ANO
               DELIMITED BY SIZE INTO WS-MOV-DATA
           PERFORM 6207-MONTAR-DATA-NUM
               THRU 6207-MONTAR-DATA-NUM-EXIT
           PERFORM 6950-VERIFICAR-PERIODO-FECHADO
               THRU 6950-VERIFICAR-PERIODO-FECHADO-EXIT
           IF PERIODO-FECHADO
               DISPLAY "DATA DO ESTORNO EM PERIODO FECHADO ("
                   WS-MOV-PERIODO "). ESTORNO RECUSADO."
               GO TO 6520-ESTORNAR-DOCUMENTO-EXIT
           END-IF

           PERFORM 6550-VERIFICAR-SALDOS-ESTORNO
               THRU 6550-VERIFICAR-SALDOS-ESTORNO-EXIT
           IF NOT EST-LIBERADO
               DISPLAY "ESTORNO RECUSADO. NADA FOI ALTERADO."
               GO TO 6520-ESTORNAR-DOCUMENTO-EXIT
           END-IF

           DISPLAY "CONFIRMA O ESTORNO DE " WS-EST-QTD-PENDENTES
               " LINHA(S)? (S/N): " WITH NO ADVANCING
           ACCEPT WS-EST-RESPOSTA
           IF WS-EST-RESPOSTA NOT = "S" AND WS-EST-RESPOSTA NOT = "s"
               DISPLAY "ESTORNO CANCELADO."
               GO TO 6520-ESTORNAR-DOCUMENTO-EXIT
           END-IF

           MOVE ZEROS TO WS-EST-TOTAL-ESTORNADAS
           PERFORM 6560-APLICAR-ESTORNO-LINHA
               THRU 6560-APLICAR-ESTORNO-LINHA-EXIT
               VARYING WS-IDX-EST FROM 1 BY 1
               UNTIL WS-IDX-EST > WS-EST-QTD-LINHAS
           MOVE SPACES TO WS-MOV-ORIG-DATA
           MOVE ZEROS  TO WS-MOV-ORIG-SEQ
           MOVE ZEROS  TO WS-MOV-PEDIDO
           MOVE SPACES TO WS-HIST-LOTE
           MOVE ZEROS  TO WS-HIST-VALIDADE

           MOVE "MOVIMENTO"  TO WS-AUD-TABELA-PARM
           MOVE WS-EST-DOCTO TO WS-AUD-CHAVE-PARM
           MOVE "ESTORNO"    TO WS-AUD-ACAO-PARM
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT
           DISPLAY "DOCUMENTO ESTORNADO. LINHAS ESTORNADAS: "
               WS-EST-TOTAL-ESTORNADAS.
       6520-ESTORNAR-DOCUMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6530-CARREGAR-DOCUMENTO
      *    LE NO HISTORICO, PELA CHAVE DE TERCEIRO + DOCUMENTO, SO
      *    AS LINHAS DO DOCUMENTO, NA ORDEM DE GRAVACAO (SEQUENCIA),
      *    E CARREGA NA TABELA AS LINHAS ORIGINAIS COM A SUA
      *    SEQUENCIA. LINHA DE ESTORNO DO MESMO DOCUMENTO MARCA A
      *    ORIGINAL PARA QUE APONTA.
      *-----------------------------------------------------------------
       6530-CARREGAR-DOCUMENTO.
           MOVE ZEROS TO WS-EST-QTD-LINHAS WS-EST-QTD-PENDENTES
           MOVE "N" TO WS-EST-ESTOURO-SW
           MOVE "N" TO WS-EST-FIM-SW
           MOVE WS-EST-TERCEIRO TO MOVH-CD-TERCEIRO
           MOVE WS-EST-DOCTO    TO MOVH-CD-DOCTO
           MOVE ZEROS           TO MOVH-CD-SEQ
           START MOVHIST-FILE KEY IS NOT LESS THAN MOVH-CHAVE-DOCTO
               INVALID KEY
                   SET EST-FIM TO TRUE
           END-START
           PERFORM 6531-CARREGAR-DOCUMENTO-LER
               THRU 6531-CARREGAR-DOCUMENTO-LER-EXIT
               UNTIL EST-FIM.
       6530-CARREGAR-DOCUMENTO-EXIT.
           EXIT.

       6531-CARREGAR-DOCUMENTO-LER.
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET EST-FIM TO TRUE
               NOT AT END
                   IF MOVH-CD-TERCEIRO NOT = WS-EST-TERCEIRO
                      OR MOVH-CD-DOCTO NOT = WS-EST-DOCTO
                       SET EST-FIM TO TRUE
                   ELSE
                       PERFORM 6532-GUARDAR-LINHA-DOCUMENTO
                           THRU 6532-GUARDAR-LINHA-DOCUMENTO-EXIT
                   END-IF
           END-READ.
       6531-CARREGAR-DOCUMENTO-LER-EXIT.
           EXIT.

       6532-GUARDAR-LINHA-DOCUMENTO.
           IF MOVH-REG-CONTROLE
               GO TO 6532-GUARDAR-LINHA-DOCUMENTO-EXIT
           END-IF

           IF MOVH-ESTORNO
               IF MOVH-ORIG-SEQ IS NUMERIC
                   MOVE "N" TO WS-EST-ACHOU-SW
                   PERFORM 6533-MARCAR-ESTORNADA
                       THRU 6533-MARCAR-ESTORNADA-EXIT
                       VARYING WS-IDX-EST FROM 1 BY 1
                       UNTIL WS-IDX-EST > WS-EST-QTD-LINHAS
                          OR EST-ACHOU
               END-IF
               GO TO 6532-GUARDAR-LINHA-DOCUMENTO-EXIT
           END-IF

           IF NOT MOVH-ENTRADA AND NOT MOVH-SAIDA
              AND NOT MOVH-TRANSF-SAIDA AND NOT MOVH-TRANSF-ENTRADA
               GO TO 6532-GUARDAR-LINHA-DOCUMENTO-EXIT
           END-IF

           IF WS-EST-QTD-LINHAS NOT < WS-EST-MAX-LINHAS
               SET EST-ESTOURO TO TRUE
               GO TO 6532-GUARDAR-LINHA-DOCUMENTO-EXIT
           END-IF

      *    LINHAS GRAVADAS ANTES DOS CAMPOS DE CUSTO/VALOR E DE
      *    DEPOSITO ENTRAM COM VALOR ZERADO E NO DEPOSITO 001, COMO
      *    NO KARDEX.
           IF MOVH-CUSTO IS NOT NUMERIC
               MOVE ZEROS TO MOVH-CUSTO
           END-IF
           IF MOVH-VALOR IS NOT NUMERIC
               MOVE ZEROS TO MOVH-VALOR
           END-IF
           IF MOVH-SALDO-VALOR IS NOT NUMERIC
               MOVE ZEROS TO MOVH-SALDO-VALOR
           END-IF
           IF MOVH-DEPOSITO IS NOT NUMERIC
               MOVE 001 TO MOVH-DEPOSITO
           END-IF
           IF MOVH-PEDIDO IS NOT NUMERIC
               MOVE ZEROS TO MOVH-PEDIDO
           END-IF
           IF MOVH-VALIDADE IS NOT NUMERIC
               MOVE ZEROS TO MOVH-VALIDADE
           END-IF
           IF MOVH-PRECO-VENDA IS NOT NUMERIC
               MOVE ZEROS TO MOVH-PRECO-VENDA
           END-IF

           ADD 1 TO WS-EST-QTD-LINHAS
           SET WS-IDX-EST TO WS-EST-QTD-LINHAS
           MOVE MOVH-SEQ         TO WS-EST-TAB-SEQ (WS-IDX-EST)
           MOVE MOVH-PRODUTO     TO WS-EST-TAB-PRODUTO (WS-IDX-EST)
           MOVE MOVH-TIPO        TO WS-EST-TAB-TIPO (WS-IDX-EST)
           MOVE MOVH-QTDE        TO WS-EST-TAB-QTDE (WS-IDX-EST)
           MOVE MOVH-DATA        TO WS-EST-TAB-DATA (WS-IDX-EST)
           MOVE MOVH-CUSTO       TO WS-EST-TAB-CUSTO (WS-IDX-EST)
           MOVE MOVH-VALOR       TO WS-EST-TAB-VALOR (WS-IDX-EST)
           MOVE MOVH-SALDO       TO WS-EST-TAB-SALDO (WS-IDX-EST)
           MOVE MOVH-SALDO-VALOR TO WS-EST-TAB-SALDO-VAL (WS-IDX-EST)
           MOVE MOVH-DEPOSITO    TO WS-EST-TAB-DEPOSITO (WS-IDX-EST)
           MOVE MOVH-PEDIDO      TO WS-EST-TAB-PEDIDO (WS-IDX-EST)
           MOVE MOVH-LOTE        TO WS-EST-TAB-LOTE (WS-IDX-EST)
           MOVE MOVH-VALIDADE    TO WS-EST-TAB-VALIDADE (WS-IDX-EST)
           MOVE MOVH-PRECO-VENDA TO WS-EST-TAB-PRECO-VENDA (WS-IDX-EST)
           MOVE "N"              TO WS-EST-TAB-ESTORNADA (WS-IDX-EST)
           ADD 1 TO WS-EST-QTD-PENDENTES.
       6532-GUARDAR-LINHA-DOCUMENTO-EXIT.
           EXIT.

       6533-MARCAR-ESTORNADA.
           IF WS-EST-TAB-SEQ (WS-IDX-EST) = MOVH-ORIG-SEQ
              AND NOT EST-TAB-ESTORNADA (WS-IDX-EST)
               MOVE "S" TO WS-EST-TAB-ESTORNADA (WS-IDX-EST)
               SUBTRACT 1 FROM WS-EST-QTD-PENDENTES
               SET EST-ACHOU TO TRUE
           END-IF.
       6533-MARCAR-ESTORNADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6540-EXIBIR-DOCUMENTO
      *    MOSTRA AO SUPERVISOR AS LINHAS ORIGINAIS DO DOCUMENTO E A
      *    SITUACAO DE CADA UMA ANTES DA CONFIRMACAO.
      *-----------------------------------------------------------------
       6540-EXIBIR-DOCUMENTO.
           DISPLAY " "
           DISPLAY "DOCUMENTO " WS-EST-DOCTO " - TERCEIRO "
               WS-EST-TERCEIRO
           DISPLAY "  DATA       PRODUTO TP      QTDE DEP        CUSTO"
               "  SITUACAO"
           PERFORM 6541-EXIBIR-LINHA-DOCUMENTO
               THRU 6541-EXIBIR-LINHA-DOCUMENTO-EXIT
               VARYING WS-IDX-EST FROM 1 BY 1
               UNTIL WS-IDX-EST > WS-EST-QTD-LINHAS.
       6540-EXIBIR-DOCUMENTO-EXIT.
           EXIT.

       6541-EXIBIR-LINHA-DOCUMENTO.
           MOVE WS-EST-TAB-QTDE (WS-IDX-EST)  TO WS-EST-QTDE-EDIT
           MOVE WS-EST-TAB-CUSTO (WS-IDX-EST) TO WS-EST-CUSTO-EDIT
           IF EST-TAB-ESTORNADA (WS-IDX-EST)
               DISPLAY "  " WS-EST-TAB-DATA (WS-IDX-EST)
                   " " WS-EST-TAB-PRODUTO (WS-IDX-EST)
                   "  " WS-EST-TAB-TIPO (WS-IDX-EST)
                   " " WS-EST-QTDE-EDIT
                   " " WS-EST-TAB-DEPOSITO (WS-IDX-EST)
                   " " WS-EST-CUSTO-EDIT "  JA ESTORNADA"
           ELSE
               DISPLAY "  " WS-EST-TAB-DATA (WS-IDX-EST)
                   " " WS-EST-TAB-PRODUTO (WS-IDX-EST)
                   "  " WS-EST-TAB-TIPO (WS-IDX-EST)
                   " " WS-EST-QTDE-EDIT
                   " " WS-EST-TAB-DEPOSITO (WS-IDX-EST)
                   " " WS-EST-CUSTO-EDIT "  A ESTORNAR"
           END-IF.
       6541-EXIBIR-LINHA-DOCUMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6550-VERIFICAR-SALDOS-ESTORNO
      *    ACUMULA O EFEITO LIQUIDO DO ESTORNO POR PRODUTO E
      *    DEPOSITO (ESTORNO DE ENTRADA E DA ENTRADA DE
      *    TRANSFERENCIA SUBTRAEM; ESTORNO DE SAIDA E DA SAIDA DE
      *    TRANSFERENCIA SOMAM) E CONFERE CADA EFEITO NEGATIVO
      *    CONTRA O SALDO ATUAL DO DEPOSITO. PRODUTO JA EXCLUIDO DO
      *    CADASTRO TAMBEM IMPEDE O ESTORNO. DESLIGA EST-LIBERADO NA
      *    PRIMEIRA RECUSA DE PRODUTO E EM CADA DEPOSITO QUE FICARIA
      *    NEGATIVO (TODOS SAO APONTADOS).
      *-----------------------------------------------------------------
       6550-VERIFICAR-SALDOS-ESTORNO.
           MOVE "S" TO WS-EST-LIBERADO-SW
           MOVE ZEROS TO WS-EST-QTD-EFEITOS
           PERFORM 6551-SOMAR-EFEITO-LINHA
               THRU 6551-SOMAR-EFEITO-LINHA-EXIT
               VARYING WS-IDX-EST FROM 1 BY 1
               UNTIL WS-IDX-EST > WS-EST-QTD-LINHAS
                  OR NOT EST-LIBERADO
           IF NOT EST-LIBERADO
               GO TO 6550-VERIFICAR-SALDOS-ESTORNO-EXIT
           END-IF
           PERFORM 6553-CONFERIR-EFEITO
               THRU 6553-CONFERIR-EFEITO-EXIT
               VARYING WS-IDX-EFE FROM 1 BY 1
               UNTIL WS-IDX-EFE > WS-EST-QTD-EFEITOS.
       6550-VERIFICAR-SALDOS-ESTORNO-EXIT.
           EXIT.

       6551-SOMAR-EFEITO-LINHA.
           IF EST-TAB-ESTORNADA (WS-IDX-EST)
               GO TO 6551-SOMAR-EFEITO-LINHA-EXIT
           END-IF
           MOVE WS-EST-TAB-PRODUTO (WS-IDX-EST) TO WS-MOV-CODIGO
           PERFORM 6300-LOCALIZAR-PRODUTO-MOV
               THRU 6300-LOCALIZAR-PRODUTO-MOV-EXIT
           IF NOT WS-PRODUTO-MOV-ACHOU
               DISPLAY "PRODUTO " WS-MOV-CODIGO
                   " NAO ESTA MAIS NO CADASTRO."
               MOVE "N" TO WS-EST-LIBERADO-SW
               GO TO 6551-SOMAR-EFEITO-LINHA-EXIT
           END-IF

           EVALUATE WS-EST-TAB-TIPO (WS-IDX-EST)
               WHEN "E" WHEN "e" WHEN "R"
                   COMPUTE WS-EST-EFEITO-QTDE =
                       WS-EST-TAB-QTDE (WS-IDX-EST) * -1
               WHEN OTHER
                   MOVE WS-EST-TAB-QTDE (WS-IDX-EST)
                       TO WS-EST-EFEITO-QTDE
           END-EVALUATE

           MOVE "N" TO WS-EST-ACHOU-SW
           PERFORM 6552-PROCURAR-EFEITO
               THRU 6552-PROCURAR-EFEITO-EXIT
               VARYING WS-IDX-EFE FROM 1 BY 1
               UNTIL WS-IDX-EFE > WS-EST-QTD-EFEITOS
                  OR EST-ACHOU
           IF NOT EST-ACHOU
               ADD 1 TO WS-EST-QTD-EFEITOS
               SET WS-IDX-EFE TO WS-EST-QTD-EFEITOS
               MOVE WS-EST-TAB-PRODUTO (WS-IDX-EST)
                   TO WS-EFE-PRODUTO (WS-IDX-EFE)
               MOVE WS-EST-TAB-DEPOSITO (WS-IDX-EST)
                   TO WS-EFE-DEPOSITO (WS-IDX-EFE)
               MOVE WS-EST-EFEITO-QTDE TO WS-EFE-QTDE (WS-IDX-EFE)
           END-IF.
       6551-SOMAR-EFEITO-LINHA-EXIT.
           EXIT.

       6552-PROCURAR-EFEITO.
           IF WS-EFE-PRODUTO (WS-IDX-EFE) =
                  WS-EST-TAB-PRODUTO (WS-IDX-EST)
              AND WS-EFE-DEPOSITO (WS-IDX-EFE) =
                  WS-EST-TAB-DEPOSITO (WS-IDX-EST)
               ADD WS-EST-EFEITO-QTDE TO WS-EFE-QTDE (WS-IDX-EFE)
               SET EST-ACHOU TO TRUE
           END-IF.
       6552-PROCURAR-EFEITO-EXIT.
           EXIT.

       6553-CONFERIR-EFEITO.
           IF WS-EFE-QTDE (WS-IDX-EFE) NOT < ZEROS
               GO TO 6553-CONFERIR-EFEITO-EXIT
           END-IF
           MOVE WS-EFE-PRODUTO (WS-IDX-EFE)  TO WS-MOV-CODIGO
           MOVE WS-EFE-DEPOSITO (WS-IDX-EFE) TO WS-DEP-VERIFICADO
           PERFORM 6930-LER-SALDO-LOC
               THRU 6930-LER-SALDO-LOC-EXIT
           COMPUTE WS-EST-SALDO-PREVISTO =
               SLD-QTDE + WS-EFE-QTDE (WS-IDX-EFE)
           IF WS-EST-SALDO-PREVISTO < ZEROS
               DISPLAY "PRODUTO " WS-MOV-CODIGO " DEPOSITO "
                   WS-DEP-VERIFICADO ": SALDO INSUFICIENTE PARA O "
                   "ESTORNO."
               MOVE "N" TO WS-EST-LIBERADO-SW
           END-IF.
       6553-CONFERIR-EFEITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6560-APLICAR-ESTORNO-LINHA
      *    ESTORNA UMA LINHA ORIGINAL DA TABELA: ACERTA O SALDO DO
      *    DEPOSITO DA LINHA E O PRODUTO, GRAVA A LINHA DE ESTORNO NO
      *    HISTORICO COM A DATA DO ESTORNO, O CUSTO E O VALOR DA
      *    ORIGINAL E A REFERENCIA A ELA, E RETIRA A CHAVE DO
      *    REGISTRO DE DOCUMENTOS LANCADOS.
      *-----------------------------------------------------------------
       6560-APLICAR-ESTORNO-LINHA.
           IF EST-TAB-ESTORNADA (WS-IDX-EST)
               GO TO 6560-APLICAR-ESTORNO-LINHA-EXIT
           END-IF
           MOVE WS-EST-TAB-PRODUTO (WS-IDX-EST) TO WS-MOV-CODIGO
           PERFORM 6300-LOCALIZAR-PRODUTO-MOV
               THRU 6300-LOCALIZAR-PRODUTO-MOV-EXIT
           IF PROD-CUSTO-MEDIO IS NOT NUMERIC
               MOVE ZEROS TO PROD-CUSTO-MEDIO
           END-IF

           MOVE WS-EST-TAB-QTDE (WS-IDX-EST)  TO WS-MOV-QTDE
           MOVE WS-EST-TERCEIRO               TO WS-MOV-TERCEIRO
           MOVE WS-EST-DOCTO                  TO WS-MOV-DOCTO
           MOVE WS-EST-TAB-CUSTO (WS-IDX-EST) TO WS-MOV-CUSTO
           MOVE WS-EST-TAB-VALOR (WS-IDX-EST) TO WS-MOV-VALOR
           MOVE WS-EST-TAB-DATA (WS-IDX-EST)  TO WS-MOV-ORIG-DATA
           MOVE WS-EST-TAB-SEQ (WS-IDX-EST)   TO WS-MOV-ORIG-SEQ
           MOVE WS-EST-TAB-PEDIDO (WS-IDX-EST) TO WS-MOV-PEDIDO
           MOVE WS-EST-TAB-PRECO-VENDA (WS-IDX-EST)
               TO WS-MOV-PRECO-VENDA

           MOVE WS-EST-TAB-DEPOSITO (WS-IDX-EST) TO WS-DEP-VERIFICADO
           PERFORM 6930-LER-SALDO-LOC
               THRU 6930-LER-SALDO-LOC-EXIT

           EVALUATE WS-EST-TAB-TIPO (WS-IDX-EST)
               WHEN "E" WHEN "e"
                   PERFORM 6561-ESTORNAR-ENTRADA
                       THRU 6561-ESTORNAR-ENTRADA-EXIT
                   IF WS-MOV-PEDIDO NOT = ZEROS
                       PERFORM 6565-DEVOLVER-PEDIDO
                           THRU 6565-DEVOLVER-PEDIDO-EXIT
                   END-IF
               WHEN "S" WHEN "s"
                   PERFORM 6562-ESTORNAR-SAIDA
                       THRU 6562-ESTORNAR-SAIDA-EXIT
               WHEN "T"
                   MOVE "U" TO WS-MOV-TIPO
                   ADD WS-MOV-QTDE TO SLD-QTDE
               WHEN "R"
                   MOVE "V" TO WS-MOV-TIPO
                   SUBTRACT WS-MOV-QTDE FROM SLD-QTDE
           END-EVALUATE
           PERFORM 6566-ESTORNAR-LOTE THRU 6566-ESTORNAR-LOTE-EXIT

           PERFORM 6940-GRAVAR-SALDO-LOC
               THRU 6940-GRAVAR-SALDO-LOC-EXIT
           REWRITE PRODUTO-REC
           MOVE WS-EST-TAB-DEPOSITO (WS-IDX-EST) TO WS-HIST-DEPOSITO
           MOVE SLD-QTDE                         TO WS-HIST-SALDO-LOC
           MOVE WS-EST-TAB-LOTE (WS-IDX-EST)     TO WS-HIST-LOTE
           MOVE WS-EST-TAB-VALIDADE (WS-IDX-EST) TO WS-HIST-VALIDADE
           PERFORM 6250-GRAVAR-HISTORICO-MOV
               THRU 6250-GRAVAR-HISTORICO-MOV-EXIT
           PERFORM 6570-LIBERAR-DOCUMENTO
               THRU 6570-LIBERAR-DOCUMENTO-EXIT

           MOVE "PRODUTO"   TO WS-AUD-TABELA-PARM
           MOVE PROD-CODIGO TO WS-AUD-CHAVE-PARM
           MOVE "ESTORNO"   TO WS-AUD-ACAO-PARM
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT
           MOVE "S" TO WS-EST-TAB-ESTORNADA (WS-IDX-EST)
           ADD 1 TO WS-EST-TOTAL-ESTORNADAS.
       6560-APLICAR-ESTORNO-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6561-ESTORNAR-ENTRADA
      *    RETIRA A ENTRADA DO CUSTO MEDIO: O MEDIO VOLTA A SER O DE
      *    ANTES DA ENTRADA, CALCULADO PELO SALDO E VALOR DO SALDO
      *    GRAVADOS NA PROPRIA LINHA ORIGINAL (MENOS A QUANTIDADE E O
      *    VALOR DA ENTRADA). AS SAIDAS POSTERIORES LEVARAM PARTE DA
      *    ENTRADA PELO MEDIO MISTURADO, POR ISSO O VALOR ATUAL DO
      *    ESTOQUE NAO SERVE DE BASE (10 A 1,00 + ENTRADA DE 10 A
      *    3,00 + SAIDA DE 5: O ESTORNO DEIXA 5 A 1,00). SEM ESTOQUE
      *    QUE SOBRE, OU SEM ESTOQUE OU VALOR ANTERIOR A ENTRADA, O
      *    MEDIO NAO MUDA.
      *-----------------------------------------------------------------
       6561-ESTORNAR-ENTRADA.
           MOVE "X" TO WS-MOV-TIPO
           COMPUTE WS-EST-QTDE-ANTES =
               WS-EST-TAB-SALDO (WS-IDX-EST) - WS-MOV-QTDE
           COMPUTE WS-EST-VALOR-CALC =
               WS-EST-TAB-SALDO-VAL (WS-IDX-EST) - WS-MOV-VALOR
           IF PROD-QTDE > WS-MOV-QTDE
              AND WS-EST-QTDE-ANTES > ZEROS
              AND WS-EST-VALOR-CALC > ZEROS
               COMPUTE PROD-CUSTO-MEDIO ROUNDED =
                   WS-EST-VALOR-CALC / WS-EST-QTDE-ANTES
           END-IF
           SUBTRACT WS-MOV-QTDE FROM PROD-QTDE
           SUBTRACT WS-MOV-QTDE FROM SLD-QTDE.
       6561-ESTORNAR-ENTRADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6562-ESTORNAR-SAIDA
      *    A MERCADORIA VOLTA AO ESTOQUE PELO CUSTO COM QUE SAIU (O
      *    MEDIO DA EPOCA, GRAVADO NA LINHA ORIGINAL), PONDERADO COM
      *    O ESTOQUE ATUAL COMO UMA ENTRADA.
      *-----------------------------------------------------------------
       6562-ESTORNAR-SAIDA.
           MOVE "Y" TO WS-MOV-TIPO
           IF PROD-QTDE <= ZEROS
               MOVE WS-MOV-CUSTO TO PROD-CUSTO-MEDIO
           ELSE
               COMPUTE PROD-CUSTO-MEDIO ROUNDED =
                   ((PROD-QTDE * PROD-CUSTO-MEDIO) + WS-MOV-VALOR)
                   / (PROD-QTDE + WS-MOV-QTDE)
           END-IF
           ADD WS-MOV-QTDE TO PROD-QTDE
           ADD WS-MOV-QTDE TO SLD-QTDE.
       6562-ESTORNAR-SAIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6565-DEVOLVER-PEDIDO
      *    A ENTRADA ESTORNADA TINHA SIDO CONFERIDA COM UM PEDIDO DE
      *    COMPRA: A QUANTIDADE SAI DO RECEBIDO DA LINHA (SEM FICAR
      *    NEGATIVA), A LINHA FECHADA QUE VOLTA A TER SALDO A RECEBER
      *    E REABERTA, E A SITUACAO DO PEDIDO E REFEITA.
      *-----------------------------------------------------------------
       6565-DEVOLVER-PEDIDO.
           MOVE WS-MOV-PEDIDO TO PEDI-NUMERO
           MOVE WS-MOV-CODIGO TO PEDI-PRODUTO
           READ PEDITEM-FILE
               INVALID KEY
                   GO TO 6565-DEVOLVER-PEDIDO-EXIT
           END-READ
           IF PEDI-RECEBIDA > WS-MOV-QTDE
               SUBTRACT WS-MOV-QTDE FROM PEDI-RECEBIDA
           ELSE
               MOVE ZEROS TO PEDI-RECEBIDA
           END-IF
           IF PEDI-FECHADA AND PEDI-RECEBIDA < PEDI-QTDE
               SET PEDI-ABERTA TO TRUE
           END-IF
           REWRITE PEDITEM-REC
           MOVE WS-MOV-PEDIDO TO WS-PED-NUMERO
           PERFORM 6218-ATUALIZAR-SITUACAO-PEDIDO
               THRU 6218-ATUALIZAR-SITUACAO-PEDIDO-EXIT.
       6565-DEVOLVER-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6566-ESTORNAR-LOTE
      *    ACERTA O SALDO POR LOTE DA LINHA ESTORNADA. ESTORNO DE
      *    SAIDA E DA SAIDA DE TRANSFERENCIA DEVOLVE A QUANTIDADE AO
      *    LOTE DA ORIGINAL (RECRIADO COM A VALIDADE DA ORIGINAL SE
      *    NAO EXISTIR MAIS). ESTORNO DE ENTRADA E DA ENTRADA DE
      *    TRANSFERENCIA TIRA A QUANTIDADE DO LOTE DA ORIGINAL ATE O
      *    SALDO DELE; DEPOIS, COM OU SEM LOTE NA ORIGINAL, OS LOTES
      *    DO DEPOSITO SAO ACERTADOS AO NOVO SALDO DO DEPOSITO (6980).
      *-----------------------------------------------------------------
       6566-ESTORNAR-LOTE.
           MOVE WS-MOV-CODIGO                    TO WS-SLT-PRODUTO
           MOVE WS-EST-TAB-DEPOSITO (WS-IDX-EST) TO WS-SLT-DEPOSITO
           MOVE WS-EST-TAB-LOTE (WS-IDX-EST)     TO WS-SLT-LOTE
           MOVE WS-EST-TAB-VALIDADE (WS-IDX-EST) TO WS-SLT-VALIDADE
           MOVE WS-MOV-QTDE                      TO WS-SLT-QTDE
           EVALUATE WS-MOV-TIPO
               WHEN "Y" WHEN "U"
                   IF WS-SLT-LOTE NOT = SPACES
                       PERFORM 6975-SOMAR-LOTE
                           THRU 6975-SOMAR-LOTE-EXIT
                   END-IF
               WHEN "X" WHEN "V"
                   IF WS-SLT-LOTE NOT = SPACES
                       PERFORM 6976-RETIRAR-LOTE
                           THRU 6976-RETIRAR-LOTE-EXIT
                   END-IF
                   MOVE SLD-QTDE TO WS-SLT-SALDO-DEP
                   PERFORM 6980-ACERTAR-LOTES
                       THRU 6980-ACERTAR-LOTES-EXIT
           END-EVALUATE.
       6566-ESTORNAR-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6570-LIBERAR-DOCUMENTO
      *    RETIRA DO REGISTRO DE DOCUMENTOS LANCADOS A CHAVE DA LINHA
      *    ESTORNADA (A ENTRADA DE TRANSFERENCIA NAO TEM CHAVE
      *    PROPRIA: A TRANSFERENCIA E REGISTRADA PELA SAIDA "T").
      *-----------------------------------------------------------------
       6570-LIBERAR-DOCUMENTO.
           EVALUATE WS-MOV-TIPO
               WHEN "X"
                   MOVE "E" TO DOCL-TIPO
               WHEN "Y"
                   MOVE "S" TO DOCL-TIPO
               WHEN "U"
                   MOVE "T" TO DOCL-TIPO
               WHEN OTHER
                   GO TO 6570-LIBERAR-DOCUMENTO-EXIT
           END-EVALUATE
           MOVE WS-MOV-TERCEIRO TO DOCL-TERCEIRO
           MOVE WS-MOV-DOCTO    TO DOCL-DOCTO
           MOVE WS-MOV-CODIGO   TO DOCL-PRODUTO
           DELETE DOCLANC-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
       6570-LIBERAR-DOCUMENTO-EXIT.
           EXIT.

      *=================================================================
      *    6600-MANTER-TERCEIRO
      *    SUBMENU DE MANUTENCAO DO CADASTRO DE TERCEIROS
      *    (FORNECEDORES E CLIENTES), AS CONTRAPARTES DOS MOVIMENTOS
      *    DE ESTOQUE.
      *=================================================================
       6600-MANTER-TERCEIRO.
           MOVE "N" TO SGBD-SAIR-SUBMENU
           PERFORM 6610-SUBMENU-TERCEIRO
               THRU 6610-SUBMENU-TERCEIRO-EXIT
               UNTIL SGBD-SAIR-SUBMENU = "S".
       6600-MANTER-TERCEIRO-EXIT.
           EXIT.

       6610-SUBMENU-TERCEIRO.
           DISPLAY " "
           DISPLAY "---- CADASTRO DE TERCEIROS ----"
           DISPLAY "<A> INCLUIR"
           DISPLAY "<C> ALTERAR"
           DISPLAY "<E> EXCLUIR"
           DISPLAY "<L> LISTAR"
           DISPLAY "<V> VOLTAR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT SGBD-OPCAO-SUBMENU

           EVALUATE SGBD-OPCAO-SUBMENU
               WHEN "A" WHEN "a"
                   PERFORM 8400-EXIGIR-OPERADOR
                       THRU 8400-EXIGIR-OPERADOR-EXIT
                   IF ACESSO-OK
                       PERFORM 6620-INCLUIR-TERCEIRO
                           THRU 6620-INCLUIR-TERCEIRO-EXIT
                   END-IF
               WHEN "C" WHEN "c"
                   PERFORM 8400-EXIGIR-OPERADOR
                       THRU 8400-EXIGIR-OPERADOR-EXIT
                   IF ACESSO-OK
                       PERFORM 6630-ALTERAR-TERCEIRO
                           THRU 6630-ALTERAR-TERCEIRO-EXIT
                   END-IF
               WHEN "E" WHEN "e"
                   PERFORM 8500-EXIGIR-SUPERVISOR
                       THRU 8500-EXIGIR-SUPERVISOR-EXIT
                   IF ACESSO-OK
                       PERFORM 6640-EXCLUIR-TERCEIRO
                           THRU 6640-EXCLUIR-TERCEIRO-EXIT
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM 6650-LISTAR-TERCEIRO
                       THRU 6650-LISTAR-TERCEIRO-EXIT
               WHEN "V" WHEN "v"
                   MOVE "S" TO SGBD-SAIR-SUBMENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       6610-SUBMENU-TERCEIRO-EXIT.
           EXIT.

       6620-INCLUIR-TERCEIRO.
           DISPLAY "CODIGO DO TERCEIRO (6 DIGITOS)...: "
               WITH NO ADVANCING
           ACCEPT TER-CODIGO
           MOVE SPACES TO TER-NOME
           DISPLAY "NOME.............................: "
               WITH NO ADVANCING
           ACCEPT TER-NOME
           DISPLAY "CPF/CNPJ (SO NUMEROS)............: "
               WITH NO ADVANCING
           ACCEPT TER-CPF-CNPJ
           DISPLAY "TIPO (F=FORNECEDOR / C=CLIENTE)..: "
               WITH NO ADVANCING
           ACCEPT TER-TIPO

       6950-VERIFICAR-PERIODO-FECHADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6960-ALOCAR-LOTES
      *    ESCOLHE DE QUAIS LOTES SAI A QUANTIDADE DA SAIDA OU DA
      *    TRANSFERENCIA (WS-MOV-CODIGO, WS-MOV-DEPOSITO, WS-MOV-QTDE)
      *    E MONTA A TABELA DE ALOCACAO, SEM GRAVAR NADA. SLD-QTDE
      *    TEM DE ESTAR LIDO PARA O DEPOSITO DE ORIGEM.
      *    COM LOTE NOMEADO NA LINHA, TUDO SAI DELE, MESMO VENCIDO
      *    (BAIXA OU DEVOLUCAO DE PRODUTO VENCIDO); O LOTE QUE NAO
      *    EXISTE NO DEPOSITO OU NAO COMPORTA A QUANTIDADE RETEM A
      *    LINHA. SEM LOTE, OS LOTES DO DEPOSITO SAO LIDOS PELA
      *    CHAVE DE VENCIMENTO E CONSUMIDOS DO QUE VENCE PRIMEIRO
      *    PARA O ULTIMO, PULANDO OS JA VENCIDOS NA DATA DO
      *    MOVIMENTO; O QUE FALTAR SAI DO ESTOQUE SEM LOTE (SALDO DO
      *    DEPOSITO MENOS A SOMA DOS LOTES), QUE NAO TEM VENCIMENTO E
      *    POR ISSO VEM POR ULTIMO. SE NEM ASSIM DER, A LINHA E RETIDA:
      *    O SALDO DO DEPOSITO SO E ATINGIDO COM LOTE VENCIDO.
      *    LIGA SLT-ALOCADO; NA RETENCAO O MOTIVO FICA EM
      *    WS-SLT-MOTIVO.
      *-----------------------------------------------------------------
       6960-ALOCAR-LOTES.
           MOVE "N" TO WS-SLT-ALOCADO-SW
           MOVE ZEROS TO WS-ALO-QTD-LINHAS
           MOVE WS-MOV-QTDE TO WS-SLT-FALTA

           IF WS-MOV-LOTE NOT = SPACES
               MOVE WS-MOV-CODIGO   TO SLT-PRODUTO
               MOVE WS-MOV-DEPOSITO TO SLT-DEPOSITO
               MOVE WS-MOV-LOTE     TO SLT-LOTE
               READ SALDLOTE-FILE
                   INVALID KEY
                       MOVE "LOTE NAO EXISTE NO DEP - RET"
                           TO WS-SLT-MOTIVO
                       GO TO 6960-ALOCAR-LOTES-EXIT
               END-READ
               IF SLT-QTDE < WS-MOV-QTDE
                   MOVE "SALDO INSUF NO LOTE - RET" TO WS-SLT-MOTIVO
                   GO TO 6960-ALOCAR-LOTES-EXIT
               END-IF
               MOVE 1 TO WS-ALO-QTD-LINHAS
               SET WS-IDX-ALO TO 1
               MOVE SLT-LOTE     TO WS-ALO-LOTE (WS-IDX-ALO)
               MOVE SLT-VALIDADE TO WS-ALO-VALIDADE (WS-IDX-ALO)
               MOVE WS-MOV-QTDE  TO WS-ALO-QTDE (WS-IDX-ALO)
               SET SLT-ALOCADO TO TRUE
               GO TO 6960-ALOCAR-LOTES-EXIT
           END-IF

           MOVE ZEROS TO WS-SLT-SOMA-LOTES
           MOVE WS-MOV-CODIGO   TO SLT-VENC-PRODUTO
           MOVE WS-MOV-DEPOSITO TO SLT-VENC-DEPOSITO
           MOVE ZEROS           TO SLT-VALIDADE
           MOVE "N" TO WS-SLT-FIM-SW
           START SALDLOTE-FILE KEY IS NOT LESS THAN SLT-CHAVE-VENC
               INVALID KEY
                   SET SLT-FIM TO TRUE
           END-START
           PERFORM 6961-ALOCAR-LOTES-LER
               THRU 6961-ALOCAR-LOTES-LER-EXIT
               UNTIL SLT-FIM

           IF WS-SLT-FALTA > ZEROS
               COMPUTE WS-SLT-SEM-LOTE = SLD-QTDE - WS-SLT-SOMA-LOTES
               IF WS-SLT-FALTA > WS-SLT-SEM-LOTE
                   MOVE "SALDO VALIDO INSUF - RET" TO WS-SLT-MOTIVO
                   GO TO 6960-ALOCAR-LOTES-EXIT
               END-IF
               ADD 1 TO WS-ALO-QTD-LINHAS
               SET WS-IDX-ALO TO WS-ALO-QTD-LINHAS
               MOVE SPACES       TO WS-ALO-LOTE (WS-IDX-ALO)
               MOVE ZEROS        TO WS-ALO-VALIDADE (WS-IDX-ALO)
               MOVE WS-SLT-FALTA TO WS-ALO-QTDE (WS-IDX-ALO)
           END-IF
           SET SLT-ALOCADO TO TRUE.
       6960-ALOCAR-LOTES-EXIT.
           EXIT.

      *    LE O PROXIMO LOTE DO PRODUTO/DEPOSITO NA ORDEM DE
      *    VENCIMENTO, SOMA O SALDO DE TODOS (PARA O CALCULO DO
      *    ESTOQUE SEM LOTE) E ALOCA DOS NAO VENCIDOS ENQUANTO FALTAR
      *    QUANTIDADE. UMA LINHA DA TABELA FICA RESERVADA PARA A
      *    PARTE SEM LOTE.
       6961-ALOCAR-LOTES-LER.
           READ SALDLOTE-FILE NEXT RECORD
               AT END
                   SET SLT-FIM TO TRUE
                   GO TO 6961-ALOCAR-LOTES-LER-EXIT
           END-READ
           IF SLT-VENC-PRODUTO NOT = WS-MOV-CODIGO
              OR SLT-VENC-DEPOSITO NOT = WS-MOV-DEPOSITO
               SET SLT-FIM TO TRUE
               GO TO 6961-ALOCAR-LOTES-LER-EXIT
           END-IF
           ADD SLT-QTDE TO WS-SLT-SOMA-LOTES
           IF WS-SLT-FALTA = ZEROS OR SLT-QTDE NOT > ZEROS
              OR SLT-VALIDADE < WS-MOV-DATA-NUM
              OR WS-ALO-QTD-LINHAS NOT < WS-ALO-MAX-LINHAS - 1
               GO TO 6961-ALOCAR-LOTES-LER-EXIT
           END-IF
           IF SLT-QTDE < WS-SLT-FALTA
               MOVE SLT-QTDE TO WS-SLT-PARTE
           ELSE
               MOVE WS-SLT-FALTA TO WS-SLT-PARTE
           END-IF
           ADD 1 TO WS-ALO-QTD-LINHAS
           SET WS-IDX-ALO TO WS-ALO-QTD-LINHAS
           MOVE SLT-LOTE     TO WS-ALO-LOTE (WS-IDX-ALO)
           MOVE SLT-VALIDADE TO WS-ALO-VALIDADE (WS-IDX-ALO)
           MOVE WS-SLT-PARTE TO WS-ALO-QTDE (WS-IDX-ALO)
           SUBTRACT WS-SLT-PARTE FROM WS-SLT-FALTA.
       6961-ALOCAR-LOTES-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6975-SOMAR-LOTE
      *    SOMA WS-SLT-QTDE AO LOTE WS-SLT-LOTE DO PRODUTO/DEPOSITO
      *    (WS-SLT-PRODUTO/WS-SLT-DEPOSITO). LOTE AINDA SEM REGISTRO
      *    NO DEPOSITO E CRIADO COM A VALIDADE WS-SLT-VALIDADE E A
      *    DATA DO MOVIMENTO COMO PRIMEIRA ENTRADA.
      *-----------------------------------------------------------------
       6975-SOMAR-LOTE.
           MOVE WS-SLT-PRODUTO  TO SLT-PRODUTO
           MOVE WS-SLT-DEPOSITO TO SLT-DEPOSITO
           MOVE WS-SLT-LOTE     TO SLT-LOTE
           READ SALDLOTE-FILE
               INVALID KEY
                   MOVE SPACES          TO SALDOLOTE-REC
                   MOVE WS-SLT-PRODUTO  TO SLT-PRODUTO
                                           SLT-VENC-PRODUTO
                   MOVE WS-SLT-DEPOSITO TO SLT-DEPOSITO
                                           SLT-VENC-DEPOSITO
                   MOVE WS-SLT-LOTE     TO SLT-LOTE
                   MOVE WS-SLT-VALIDADE TO SLT-VALIDADE
                   MOVE WS-SLT-QTDE     TO SLT-QTDE
                   MOVE WS-MOV-DATA-NUM TO SLT-ENTRADA
                   WRITE SALDOLOTE-REC
                   GO TO 6975-SOMAR-LOTE-EXIT
           END-READ
           ADD WS-SLT-QTDE TO SLT-QTDE
           REWRITE SALDOLOTE-REC.
       6975-SOMAR-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6976-RETIRAR-LOTE
      *    SUBTRAI WS-SLT-QTDE DO LOTE WS-SLT-LOTE DO PRODUTO/
      *    DEPOSITO, ATE O SALDO DO LOTE (O LOTE NAO FICA NEGATIVO).
      *    O QUE O LOTE NAO TINHA FICA EM WS-SLT-FALTA.
      *-----------------------------------------------------------------
       6976-RETIRAR-LOTE.
           MOVE WS-SLT-QTDE TO WS-SLT-FALTA
           MOVE WS-SLT-PRODUTO  TO SLT-PRODUTO
           MOVE WS-SLT-DEPOSITO TO SLT-DEPOSITO
           MOVE WS-SLT-LOTE     TO SLT-LOTE
           READ SALDLOTE-FILE
               INVALID KEY
                   GO TO 6976-RETIRAR-LOTE-EXIT
           END-READ
           IF SLT-QTDE NOT > ZEROS
               GO TO 6976-RETIRAR-LOTE-EXIT
           END-IF
           IF SLT-QTDE < WS-SLT-FALTA
               MOVE SLT-QTDE TO WS-SLT-PARTE
           ELSE
               MOVE WS-SLT-FALTA TO WS-SLT-PARTE
           END-IF
           SUBTRACT WS-SLT-PARTE FROM SLT-QTDE
           SUBTRACT WS-SLT-PARTE FROM WS-SLT-FALTA
           REWRITE SALDOLOTE-REC.
       6976-RETIRAR-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6980-ACERTAR-LOTES
      *    GARANTE QUE A SOMA DOS LOTES DO PRODUTO/DEPOSITO
      *    (WS-SLT-PRODUTO/WS-SLT-DEPOSITO) NAO PASSE DO SALDO DO
      *    DEPOSITO (WS-SLT-SALDO-DEP) DEPOIS DE UMA BAIXA QUE NAO
      *    NOMEOU LOTE (ESTORNO DE ENTRADA, AJUSTE DE QUANTIDADE PELO
      *    CADASTRO, CARGA DE PRODUTO.CSV): O ESTOQUE SEM LOTE E
      *    CONSUMIDO PRIMEIRO, E O EXCESSO QUE SOBRAR SAI DOS LOTES
      *    PELA ORDEM DE VENCIMENTO, VENCIDOS INCLUSIVE.
      *-----------------------------------------------------------------
       6980-ACERTAR-LOTES.
           MOVE ZEROS TO WS-SLT-SOMA-LOTES
           MOVE WS-SLT-PRODUTO  TO SLT-VENC-PRODUTO
           MOVE WS-SLT-DEPOSITO TO SLT-VENC-DEPOSITO
           MOVE ZEROS           TO SLT-VALIDADE
           MOVE "N" TO WS-SLT-FIM-SW
           START SALDLOTE-FILE KEY IS NOT LESS THAN SLT-CHAVE-VENC
               INVALID KEY
                   GO TO 6980-ACERTAR-LOTES-EXIT
           END-START
           PERFORM 6981-SOMAR-LOTES-LER
               THRU 6981-SOMAR-LOTES-LER-EXIT
               UNTIL SLT-FIM

           IF WS-SLT-SALDO-DEP > ZEROS
               COMPUTE WS-SLT-EXCESSO =
                   WS-SLT-SOMA-LOTES - WS-SLT-SALDO-DEP
           ELSE
               MOVE WS-SLT-SOMA-LOTES TO WS-SLT-EXCESSO
           END-IF
           IF WS-SLT-EXCESSO NOT > ZEROS
               GO TO 6980-ACERTAR-LOTES-EXIT
           END-IF

           MOVE WS-SLT-PRODUTO  TO SLT-VENC-PRODUTO
           MOVE WS-SLT-DEPOSITO TO SLT-VENC-DEPOSITO
           MOVE ZEROS           TO SLT-VALIDADE
           MOVE "N" TO WS-SLT-FIM-SW
           START SALDLOTE-FILE KEY IS NOT LESS THAN SLT-CHAVE-VENC
               INVALID KEY
                   GO TO 6980-ACERTAR-LOTES-EXIT
           END-START
           PERFORM 6982-BAIXAR-EXCESSO-LER
               THRU 6982-BAIXAR-EXCESSO-LER-EXIT
               UNTIL SLT-FIM OR WS-SLT-EXCESSO NOT > ZEROS.
       6980-ACERTAR-LOTES-EXIT.
           EXIT.

       6981-SOMAR-LOTES-LER.
           READ SALDLOTE-FILE NEXT RECORD
               AT END
                   SET SLT-FIM TO TRUE
                   GO TO 6981-SOMAR-LOTES-LER-EXIT
           END-READ
           IF SLT-VENC-PRODUTO NOT = WS-SLT-PRODUTO
              OR SLT-VENC-DEPOSITO NOT = WS-SLT-DEPOSITO
               SET SLT-FIM TO TRUE
               GO TO 6981-SOMAR-LOTES-LER-EXIT
           END-IF
           IF SLT-QTDE > ZEROS
               ADD SLT-QTDE TO WS-SLT-SOMA-LOTES
           END-IF.
       6981-SOMAR-LOTES-LER-EXIT.
           EXIT.

       6982-BAIXAR-EXCESSO-LER.
           READ SALDLOTE-FILE NEXT RECORD
               AT END
                   SET SLT-FIM TO TRUE
                   GO TO 6982-BAIXAR-EXCESSO-LER-EXIT
           END-READ
           IF SLT-VENC-PRODUTO NOT = WS-SLT-PRODUTO
              OR SLT-VENC-DEPOSITO NOT = WS-SLT-DEPOSITO
               SET SLT-FIM TO TRUE
               GO TO 6982-BAIXAR-EXCESSO-LER-EXIT
           END-IF
           IF SLT-QTDE NOT > ZEROS
               GO TO 6982-BAIXAR-EXCESSO-LER-EXIT
           END-IF
           IF SLT-QTDE < WS-SLT-EXCESSO
               MOVE SLT-QTDE TO WS-SLT-PARTE
           ELSE
               MOVE WS-SLT-EXCESSO TO WS-SLT-PARTE
           END-IF
           SUBTRACT WS-SLT-PARTE FROM SLT-QTDE
           SUBTRACT WS-SLT-PARTE FROM WS-SLT-EXCESSO
           REWRITE SALDOLOTE-REC.
       6982-BAIXAR-EXCESSO-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6900-VERIFICAR-TERCEIRO
      *    CONFERE SE WS-MOV-TERCEIRO EXISTE NO CADASTRO DE
                               TO WS-CSV-ULTIMA-LINHA-OK
                           PERFORM 7130-SINCRONIZAR-SALDO-001
                               THRU 7130-SINCRONIZAR-SALDO-001-EXIT
                           MOVE ZEROS TO WS-PRECO-ANTERIOR
                           MOVE "C"   TO WS-PRH-ORIGEM
                           MOVE SPACES TO WS-PRH-MOTIVO
                           STRING "CARGA " WS-NOME-ARQUIVO-CSV
                               DELIMITED BY SIZE INTO WS-PRH-MOTIVO
                           PERFORM 3800-GRAVAR-HIST-PRECO
                               THRU 3800-GRAVAR-HIST-PRECO-EXIT
                   END-WRITE
               END-IF
           END-IF.
      *    MIGRACAO DE LAYOUT DO MESTRE) ENTRA NO DEPOSITO
      *    PRINCIPAL, COMO O CADASTRO DE DEPOSITOS DOCUMENTA - SEM
      *    ISSO, TODA SAIDA DO ESTOQUE MIGRADO SERIA RETIDA POR
      *    SALDO INSUFICIENTE NO DEPOSITO. OS LOTES DO DEPOSITO SAO
      *    ACERTADOS AO NOVO SALDO (6980).
      *-----------------------------------------------------------------
       7130-SINCRONIZAR-SALDO-001.
           MOVE PROD-CODIGO TO SLD-PRODUTO
           REWRITE SALDOLOC-REC
               INVALID KEY
                   WRITE SALDOLOC-REC
           END-REWRITE
           MOVE PROD-CODIGO TO WS-SLT-PRODUTO
           MOVE 001         TO WS-SLT-DEPOSITO
           MOVE SLD-QTDE    TO WS-SLT-SALDO-DEP
           PERFORM 6980-ACERTAR-LOTES
               THRU 6980-ACERTAR-LOTES-EXIT.
       7130-SINCRONIZAR-SALDO-001-EXIT.
           EXIT.

       8500-EXIGIR-SUPERVISOR-EXIT.
           EXIT.

      *=================================================================
      *    8600-MANTER-PEDIDO
      *    SUBMENU DOS PEDIDOS DE COMPRA (OPCAO <P>): INCLUSAO
      *    DIGITADA, ALTERACAO DE LINHA, CANCELAMENTO (SUPERVISOR),
      *    LISTA, DETALHE E GERACAO DOS PEDIDOS A PARTIR DA SUGESTAO
      *    DE COMPRA (SUGPED.CSV, GRAVADO PELO SUGCOMPR).
      *=================================================================
       8600-MANTER-PEDIDO.
           MOVE "N" TO SGBD-SAIR-SUBMENU
           PERFORM 8610-SUBMENU-PEDIDO
               THRU 8610-SUBMENU-PEDIDO-EXIT
               UNTIL SGBD-SAIR-SUBMENU = "S".
       8600-MANTER-PEDIDO-EXIT.
           EXIT.

       8610-SUBMENU-PEDIDO.
           DISPLAY " "
           DISPLAY "---- PEDIDOS DE COMPRA ----"
           DISPLAY "<A> INCLUIR PEDIDO"
           DISPLAY "<C> ALTERAR/INCLUIR LINHA"
           DISPLAY "<X> CANCELAR PEDIDO (SUPERVISOR)"
           DISPLAY "<L> LISTAR PEDIDOS"
           DISPLAY "<D> DETALHAR PEDIDO"
           DISPLAY "<G> GERAR DA SUGESTAO DE COMPRA (SUGPED.CSV)"
           DISPLAY "<V> VOLTAR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT SGBD-OPCAO-SUBMENU

           EVALUATE SGBD-OPCAO-SUBMENU
               WHEN "A" WHEN "a"
                   PERFORM 8400-EXIGIR-OPERADOR
                       THRU 8400-EXIGIR-OPERADOR-EXIT
                   IF ACESSO-OK
                       PERFORM 8620-INCLUIR-PEDIDO
                           THRU 8620-INCLUIR-PEDIDO-EXIT
                   END-IF
               WHEN "C" WHEN "c"
                   PERFORM 8400-EXIGIR-OPERADOR
                       THRU 8400-EXIGIR-OPERADOR-EXIT
                   IF ACESSO-OK
                       PERFORM 8650-ALTERAR-PEDIDO
                           THRU 8650-ALTERAR-PEDIDO-EXIT
                   END-IF
               WHEN "X" WHEN "x"
                   PERFORM 8500-EXIGIR-SUPERVISOR
                       THRU 8500-EXIGIR-SUPERVISOR-EXIT
                   IF ACESSO-OK
                       PERFORM 8660-CANCELAR-PEDIDO
                           THRU 8660-CANCELAR-PEDIDO-EXIT
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM 8670-LISTAR-PEDIDO
                       THRU 8670-LISTAR-PEDIDO-EXIT
               WHEN "D" WHEN "d"
                   PERFORM 8675-DETALHAR-PEDIDO
                       THRU 8675-DETALHAR-PEDIDO-EXIT
               WHEN "G" WHEN "g"
                   PERFORM 8400-EXIGIR-OPERADOR
                       THRU 8400-EXIGIR-OPERADOR-EXIT
                   IF ACESSO-OK
                       PERFORM 8700-GERAR-PEDIDO-SUGESTAO
                           THRU 8700-GERAR-PEDIDO-SUGESTAO-EXIT
                   END-IF
               WHEN "V" WHEN "v"
                   MOVE "S" TO SGBD-SAIR-SUBMENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       8610-SUBMENU-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8620-INCLUIR-PEDIDO
      *    PEDIDO DIGITADO: O FORNECEDOR TEM QUE ESTAR NO CADASTRO DE
      *    TERCEIROS COMO FORNECEDOR ("F"); O NUMERO E O SEGUINTE AO
      *    MAIOR JA GRAVADO. AS LINHAS SAO DIGITADAS ATE O PRODUTO
      *    ZERO; PEDIDO QUE TERMINA SEM NENHUMA LINHA E DESCARTADO.
      *-----------------------------------------------------------------
       8620-INCLUIR-PEDIDO.
           DISPLAY "FORNECEDOR DO PEDIDO..............: "
               WITH NO ADVANCING
           ACCEPT WS-PED-FORNECEDOR
           PERFORM 8685-VERIFICAR-FORNECEDOR
               THRU 8685-VERIFICAR-FORNECEDOR-EXIT
           IF NOT PED-FORNEC-OK
               DISPLAY "INCLUSAO CANCELADA."
               GO TO 8620-INCLUIR-PEDIDO-EXIT
           END-IF
           DISPLAY "FORNECEDOR: " TER-NOME

           MOVE "D" TO WS-PED-ORIGEM
           PERFORM 8690-GRAVAR-CABECALHO-PEDIDO
               THRU 8690-GRAVAR-CABECALHO-PEDIDO-EXIT
           DISPLAY "PEDIDO NUMERO " WS-PED-NUMERO
           MOVE ZEROS TO WS-PED-QTD-LINHAS
           MOVE "N" TO WS-PED-FIM-DIGITACAO-SW
           PERFORM 8630-DIGITAR-LINHA-PEDIDO
               THRU 8630-DIGITAR-LINHA-PEDIDO-EXIT
               UNTIL PED-FIM-DIGITACAO

           IF WS-PED-QTD-LINHAS = ZEROS
               MOVE WS-PED-NUMERO TO PEDC-NUMERO
               DELETE PEDIDO-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               DISPLAY "PEDIDO SEM LINHAS. PEDIDO DESCARTADO."
               GO TO 8620-INCLUIR-PEDIDO-EXIT
           END-IF

           DISPLAY "PEDIDO " WS-PED-NUMERO " GRAVADO COM "
               WS-PED-QTD-LINHAS " LINHA(S)."
           MOVE "PEDIDO"      TO WS-AUD-TABELA-PARM
           MOVE WS-PED-NUMERO TO WS-AUD-CHAVE-PARM
           MOVE "INCLUSAO"    TO WS-AUD-ACAO-PARM
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT.
       8620-INCLUIR-PEDIDO-EXIT.
           EXIT.

       8630-DIGITAR-LINHA-PEDIDO.
           DISPLAY "PRODUTO (0 = ENCERRAR)............: "
               WITH NO ADVANCING
           ACCEPT WS-PED-PRODUTO
           IF WS-PED-PRODUTO = ZEROS
               SET PED-FIM-DIGITACAO TO TRUE
               GO TO 8630-DIGITAR-LINHA-PEDIDO-EXIT
           END-IF
           PERFORM 8640-DIGITAR-VALORES-LINHA
               THRU 8640-DIGITAR-VALORES-LINHA-EXIT
           IF PED-VALORES-OK
               PERFORM 8695-GRAVAR-LINHA-PEDIDO
                   THRU 8695-GRAVAR-LINHA-PEDIDO-EXIT
           END-IF.
       8630-DIGITAR-LINHA-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8640-DIGITAR-VALORES-LINHA
      *    CONFERE O PRODUTO WS-PED-PRODUTO NO CADASTRO E PEDE A
      *    QUANTIDADE, O CUSTO UNITARIO COMBINADO (EM BRANCO, O CUSTO
      *    MEDIO ATUAL) E A DATA PREVISTA DE ENTREGA. LIGA
      *    PED-VALORES-OK QUANDO TUDO FOI ACEITO.
      *-----------------------------------------------------------------
       8640-DIGITAR-VALORES-LINHA.
           MOVE "N" TO WS-PED-VALORES-OK-SW
           MOVE WS-PED-PRODUTO TO PROD-CODIGO
           READ PRODUTO-FILE
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO."
                   GO TO 8640-DIGITAR-VALORES-LINHA-EXIT
           END-READ
           DISPLAY "  " PROD-DESCRICAO

           DISPLAY "QUANTIDADE PEDIDA.................: "
               WITH NO ADVANCING
           ACCEPT WS-PED-QTDE
           IF WS-PED-QTDE = ZEROS
               DISPLAY "QUANTIDADE INVALIDA."
               GO TO 8640-DIGITAR-VALORES-LINHA-EXIT
           END-IF

           IF PROD-CUSTO-MEDIO IS NOT NUMERIC
               MOVE ZEROS TO PROD-CUSTO-MEDIO
           END-IF
           MOVE PROD-CUSTO-MEDIO TO WS-PED-CUSTO-EDIT
           MOVE SPACES TO WS-PRECO-ENTRADA
           DISPLAY "CUSTO UNITARIO (BRANCO = " WS-PED-CUSTO-EDIT
               ")..: " WITH NO ADVANCING
           ACCEPT WS-PRECO-ENTRADA
           IF WS-PRECO-ENTRADA = SPACES
               MOVE PROD-CUSTO-MEDIO TO WS-PED-CUSTO
           ELSE
               PERFORM 8200-CONVERTER-PRECO
                   THRU 8200-CONVERTER-PRECO-EXIT
               IF NOT PRECO-VALIDO
                   DISPLAY "CUSTO INVALIDO."
                   GO TO 8640-DIGITAR-VALORES-LINHA-EXIT
               END-IF
               MOVE WS-PRECO-SAIDA TO WS-PED-CUSTO
           END-IF

           DISPLAY "DATA PREVISTA DE ENTREGA (DDMMAAAA): "
               WITH NO ADVANCING
           ACCEPT WS-DATA-VALIDAR
           PERFORM 4850-VALIDAR-DATA THRU 4850-VALIDAR-DATA-EXIT
           IF NOT DATA-VALIDA
               DISPLAY "DATA PREVISTA IMPOSSIVEL."
               GO TO 8640-DIGITAR-VALORES-LINHA-EXIT
           END-IF
           PERFORM 8790-CONVERTER-DATA-PEDIDO
               THRU 8790-CONVERTER-DATA-PEDIDO-EXIT
           SET PED-VALORES-OK TO TRUE.
       8640-DIGITAR-VALORES-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8650-ALTERAR-PEDIDO
      *    NUM PEDIDO AINDA ABERTO, ALTERA A QUANTIDADE, O CUSTO E A
      *    DATA PREVISTA DE UMA LINHA ABERTA, OU INCLUI UM PRODUTO
      *    NOVO. A QUANTIDADE NAO PODE FICAR ABAIXO DO JA RECEBIDO;
      *    IGUAL AO RECEBIDO, A LINHA FECHA.
      *-----------------------------------------------------------------
       8650-ALTERAR-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO..................: "
               WITH NO ADVANCING
           ACCEPT WS-PED-NUMERO
           MOVE WS-PED-NUMERO TO PEDC-NUMERO
           READ PEDIDO-FILE
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO."
                   GO TO 8650-ALTERAR-PEDIDO-EXIT
           END-READ
           IF NOT PEDC-ABERTO
               DISPLAY "PEDIDO FECHADO OU CANCELADO NAO PODE SER "
                   "ALTERADO."
               GO TO 8650-ALTERAR-PEDIDO-EXIT
           END-IF
           MOVE PEDC-FORNECEDOR TO WS-PED-FORNECEDOR
           PERFORM 8676-EXIBIR-LINHAS-PEDIDO
               THRU 8676-EXIBIR-LINHAS-PEDIDO-EXIT

           DISPLAY "PRODUTO A ALTERAR OU INCLUIR......: "
               WITH NO ADVANCING
           ACCEPT WS-PED-PRODUTO
           IF WS-PED-PRODUTO = ZEROS
               GO TO 8650-ALTERAR-PEDIDO-EXIT
           END-IF
           MOVE "N" TO WS-PED-LINHA-ACHOU-SW
           MOVE WS-PED-NUMERO  TO PEDI-NUMERO
           MOVE WS-PED-PRODUTO TO PEDI-PRODUTO
           READ PEDITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PED-LINHA-ACHOU TO TRUE
           END-READ

           IF NOT PED-LINHA-ACHOU
               DISPLAY "PRODUTO NAO CONSTA DO PEDIDO: SERA INCLUIDO."
               PERFORM 8640-DIGITAR-VALORES-LINHA
                   THRU 8640-DIGITAR-VALORES-LINHA-EXIT
               IF NOT PED-VALORES-OK
                   GO TO 8650-ALTERAR-PEDIDO-EXIT
               END-IF
               PERFORM 8695-GRAVAR-LINHA-PEDIDO
                   THRU 8695-GRAVAR-LINHA-PEDIDO-EXIT
           ELSE
               IF NOT PEDI-ABERTA
                   DISPLAY "LINHA FECHADA OU CANCELADA NAO PODE SER "
                       "ALTERADA."
                   GO TO 8650-ALTERAR-PEDIDO-EXIT
               END-IF
               MOVE PEDI-QTDE     TO WS-PED-QTDE-EDIT
               MOVE PEDI-RECEBIDA TO WS-PED-RECEB-EDIT
               MOVE PEDI-CUSTO    TO WS-PED-CUSTO-EDIT
               DISPLAY "PEDIDA " WS-PED-QTDE-EDIT "  RECEBIDA "
                   WS-PED-RECEB-EDIT "  CUSTO " WS-PED-CUSTO-EDIT
               PERFORM 8640-DIGITAR-VALORES-LINHA
                   THRU 8640-DIGITAR-VALORES-LINHA-EXIT
               IF NOT PED-VALORES-OK
                   GO TO 8650-ALTERAR-PEDIDO-EXIT
               END-IF
               IF WS-PED-QTDE < PEDI-RECEBIDA
                   DISPLAY "QUANTIDADE MENOR QUE A JA RECEBIDA. "
                       "ALTERACAO CANCELADA."
                   GO TO 8650-ALTERAR-PEDIDO-EXIT
               END-IF
               MOVE WS-PED-QTDE     TO PEDI-QTDE
               MOVE WS-PED-CUSTO    TO PEDI-CUSTO
               MOVE WS-PED-PREVISTA TO PEDI-PREVISTA
               IF PEDI-RECEBIDA NOT < PEDI-QTDE
                   SET PEDI-FECHADA TO TRUE
               END-IF
               REWRITE PEDITEM-REC
           END-IF

           PERFORM 6218-ATUALIZAR-SITUACAO-PEDIDO
               THRU 6218-ATUALIZAR-SITUACAO-PEDIDO-EXIT
           DISPLAY "PEDIDO ALTERADO COM SUCESSO."
           MOVE "PEDIDO"      TO WS-AUD-TABELA-PARM
           MOVE WS-PED-NUMERO TO WS-AUD-CHAVE-PARM
           MOVE "ALTERACAO"   TO WS-AUD-ACAO-PARM
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT.
       8650-ALTERAR-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8660-CANCELAR-PEDIDO
      *    CANCELA O PEDIDO E AS LINHAS AINDA ABERTAS; AS LINHAS JA
      *    RECEBIDAS FICAM COMO ESTAO. PEDIDO JA RECEBIDO POR INTEIRO
      *    NAO TEM O QUE CANCELAR.
      *-----------------------------------------------------------------
       8660-CANCELAR-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO A CANCELAR.......: "
               WITH NO ADVANCING
           ACCEPT WS-PED-NUMERO
           MOVE WS-PED-NUMERO TO PEDC-NUMERO
           READ PEDIDO-FILE
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO."
                   GO TO 8660-CANCELAR-PEDIDO-EXIT
           END-READ
           IF PEDC-CANCELADO
               DISPLAY "PEDIDO JA CANCELADO."
               GO TO 8660-CANCELAR-PEDIDO-EXIT
           END-IF
           IF PEDC-FECHADO
               DISPLAY "PEDIDO JA RECEBIDO POR INTEIRO. NADA A "
                   "CANCELAR."
               GO TO 8660-CANCELAR-PEDIDO-EXIT
           END-IF
           PERFORM 8676-EXIBIR-LINHAS-PEDIDO
               THRU 8676-EXIBIR-LINHAS-PEDIDO-EXIT
           DISPLAY "CONFIRMA O CANCELAMENTO? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-PED-RESPOSTA
           IF WS-PED-RESPOSTA NOT = "S" AND WS-PED-RESPOSTA NOT = "s"
               DISPLAY "CANCELAMENTO ABANDONADO."
               GO TO 8660-CANCELAR-PEDIDO-EXIT
           END-IF

           MOVE WS-PED-NUMERO TO PEDC-NUMERO
           READ PEDIDO-FILE
               INVALID KEY
                   GO TO 8660-CANCELAR-PEDIDO-EXIT
           END-READ
           SET PEDC-CANCELADO TO TRUE
           REWRITE PEDIDO-REC

           MOVE "N" TO WS-PED-FIM-LINHAS-SW
           MOVE WS-PED-NUMERO TO PEDI-NUMERO
           MOVE ZEROS         TO PEDI-PRODUTO
           START PEDITEM-FILE KEY IS NOT LESS THAN PEDI-CHAVE
               INVALID KEY
                   SET PED-FIM-LINHAS TO TRUE
           END-START
           PERFORM 8665-CANCELAR-LINHA-PEDIDO
               THRU 8665-CANCELAR-LINHA-PEDIDO-EXIT
               UNTIL PED-FIM-LINHAS

           DISPLAY "PEDIDO " WS-PED-NUMERO " CANCELADO."
           MOVE "PEDIDO"      TO WS-AUD-TABELA-PARM
           MOVE WS-PED-NUMERO TO WS-AUD-CHAVE-PARM
           MOVE "CANCELA"     TO WS-AUD-ACAO-PARM
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT.
       8660-CANCELAR-PEDIDO-EXIT.
           EXIT.

       8665-CANCELAR-LINHA-PEDIDO.
           READ PEDITEM-FILE NEXT RECORD
               AT END
                   SET PED-FIM-LINHAS TO TRUE
               NOT AT END
                   IF PEDI-NUMERO NOT = WS-PED-NUMERO
                       SET PED-FIM-LINHAS TO TRUE
                   ELSE
                       IF PEDI-ABERTA
                           SET PEDI-CANCELADA TO TRUE
                           REWRITE PEDITEM-REC
                       END-IF
                   END-IF
           END-READ.
       8665-CANCELAR-LINHA-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8670-LISTAR-PEDIDO
      *    LISTA OS CABECALHOS DOS PEDIDOS NA ORDEM DO NUMERO.
      *    SITUACAO: A = ABERTO, F = FECHADO, C = CANCELADO; ORIGEM:
      *    S = SUGESTAO DE COMPRA, D = DIGITADO.
      *-----------------------------------------------------------------
       8670-LISTAR-PEDIDO.
           DISPLAY " "
           DISPLAY "PEDIDO FORNEC EMISSAO    SIT ORIG USUARIO"
           MOVE "N" TO WS-PED-FIM-CAB-SW
           MOVE ZEROS TO PEDC-NUMERO
           START PEDIDO-FILE KEY IS NOT LESS THAN PEDC-NUMERO
               INVALID KEY
                   DISPLAY "NAO HA PEDIDOS CADASTRADOS."
                   SET PED-FIM-CAB TO TRUE
           END-START
           PERFORM 8671-LISTAR-PEDIDO-LER
               THRU 8671-LISTAR-PEDIDO-LER-EXIT
               UNTIL PED-FIM-CAB.
       8670-LISTAR-PEDIDO-EXIT.
           EXIT.

       8671-LISTAR-PEDIDO-LER.
           READ PEDIDO-FILE NEXT RECORD
               AT END
                   SET PED-FIM-CAB TO TRUE
               NOT AT END
                   MOVE PEDC-EMISSAO TO WS-PED-DATA-NUM
                   PERFORM 8795-EDITAR-DATA-PEDIDO
                       THRU 8795-EDITAR-DATA-PEDIDO-EXIT
                   DISPLAY PEDC-NUMERO " " PEDC-FORNECEDOR " "
                       WS-PED-DATA-EXIBIR "  " PEDC-SITUACAO "   "
                       PEDC-ORIGEM "  " PEDC-USUARIO
           END-READ.
       8671-LISTAR-PEDIDO-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8675-DETALHAR-PEDIDO
      *    MOSTRA O CABECALHO DO PEDIDO, COM O NOME DO FORNECEDOR, E
      *    AS LINHAS COM PEDIDO, RECEBIDO, CUSTO E DATA PREVISTA.
      *-----------------------------------------------------------------
       8675-DETALHAR-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO..................: "
               WITH NO ADVANCING
           ACCEPT WS-PED-NUMERO
           MOVE WS-PED-NUMERO TO PEDC-NUMERO
           READ PEDIDO-FILE
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO."
                   GO TO 8675-DETALHAR-PEDIDO-EXIT
           END-READ
           MOVE PEDC-FORNECEDOR TO TER-CODIGO
           READ TERCEIRO-FILE
               INVALID KEY
                   MOVE "*** NAO CADASTRADO ***" TO TER-NOME
           END-READ
           MOVE PEDC-EMISSAO TO WS-PED-DATA-NUM
           PERFORM 8795-EDITAR-DATA-PEDIDO
               THRU 8795-EDITAR-DATA-PEDIDO-EXIT
           DISPLAY " "
           DISPLAY "PEDIDO " PEDC-NUMERO " - FORNECEDOR "
               PEDC-FORNECEDOR " " TER-NOME
           DISPLAY "EMISSAO " WS-PED-DATA-EXIBIR "  SITUACAO "
               PEDC-SITUACAO "  ORIGEM " PEDC-ORIGEM
           PERFORM 8676-EXIBIR-LINHAS-PEDIDO
               THRU 8676-EXIBIR-LINHAS-PEDIDO-EXIT.
       8675-DETALHAR-PEDIDO-EXIT.
           EXIT.

       8676-EXIBIR-LINHAS-PEDIDO.
           DISPLAY "PRODUTO    PEDIDA  RECEBIDA         CUSTO "
               "PREVISTA   SIT"
           MOVE "N" TO WS-PED-FIM-LINHAS-SW
           MOVE WS-PED-NUMERO TO PEDI-NUMERO
           MOVE ZEROS         TO PEDI-PRODUTO
           START PEDITEM-FILE KEY IS NOT LESS THAN PEDI-CHAVE
               INVALID KEY
                   SET PED-FIM-LINHAS TO TRUE
           END-START
           PERFORM 8677-EXIBIR-LINHA-PEDIDO
               THRU 8677-EXIBIR-LINHA-PEDIDO-EXIT
               UNTIL PED-FIM-LINHAS.
       8676-EXIBIR-LINHAS-PEDIDO-EXIT.
           EXIT.

       8677-EXIBIR-LINHA-PEDIDO.
           READ PEDITEM-FILE NEXT RECORD
               AT END
                   SET PED-FIM-LINHAS TO TRUE
               NOT AT END
                   IF PEDI-NUMERO NOT = WS-PED-NUMERO
                       SET PED-FIM-LINHAS TO TRUE
                   ELSE
                       MOVE PEDI-QTDE     TO WS-PED-QTDE-EDIT
                       MOVE PEDI-RECEBIDA TO WS-PED-RECEB-EDIT
                       MOVE PEDI-CUSTO    TO WS-PED-CUSTO-EDIT
                       MOVE PEDI-PREVISTA TO WS-PED-DATA-NUM
                       PERFORM 8795-EDITAR-DATA-PEDIDO
                           THRU 8795-EDITAR-DATA-PEDIDO-EXIT
                       DISPLAY PEDI-PRODUTO " " WS-PED-QTDE-EDIT " "
                           WS-PED-RECEB-EDIT " " WS-PED-CUSTO-EDIT " "
                           WS-PED-DATA-EXIBIR " " PEDI-SITUACAO
                   END-IF
           END-READ.
       8677-EXIBIR-LINHA-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8680-PROXIMO-NUMERO-PEDIDO
      *    DEVOLVE EM WS-PED-NUMERO O NUMERO SEGUINTE AO MAIOR PEDIDO
      *    JA GRAVADO (1 NO PRIMEIRO PEDIDO).
      *-----------------------------------------------------------------
       8680-PROXIMO-NUMERO-PEDIDO.
           MOVE ZEROS TO WS-PED-NUMERO
           MOVE "N" TO WS-PED-FIM-CAB-SW
           MOVE ZEROS TO PEDC-NUMERO
           START PEDIDO-FILE KEY IS NOT LESS THAN PEDC-NUMERO
               INVALID KEY
                   SET PED-FIM-CAB TO TRUE
           END-START
           PERFORM 8681-PROXIMO-NUMERO-LER
               THRU 8681-PROXIMO-NUMERO-LER-EXIT
               UNTIL PED-FIM-CAB
           ADD 1 TO WS-PED-NUMERO.
       8680-PROXIMO-NUMERO-PEDIDO-EXIT.
           EXIT.

       8681-PROXIMO-NUMERO-LER.
           READ PEDIDO-FILE NEXT RECORD
               AT END
                   SET PED-FIM-CAB TO TRUE
               NOT AT END
                   MOVE PEDC-NUMERO TO WS-PED-NUMERO
           END-READ.
       8681-PROXIMO-NUMERO-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8685-VERIFICAR-FORNECEDOR
      *    LIGA PED-FORNEC-OK QUANDO WS-PED-FORNECEDOR ESTA NO
      *    CADASTRO DE TERCEIROS COMO FORNECEDOR.
      *-----------------------------------------------------------------
       8685-VERIFICAR-FORNECEDOR.
           MOVE "N" TO WS-PED-FORNEC-OK-SW
           MOVE WS-PED-FORNECEDOR TO TER-CODIGO
           READ TERCEIRO-FILE
               INVALID KEY
                   DISPLAY "FORNECEDOR " WS-PED-FORNECEDOR
                       " NAO CADASTRADO."
               NOT INVALID KEY
                   IF TER-FORNECEDOR
                       SET PED-FORNEC-OK TO TRUE
                   ELSE
                       DISPLAY "TERCEIRO " WS-PED-FORNECEDOR
                           " NAO E FORNECEDOR."
                   END-IF
           END-READ.
       8685-VERIFICAR-FORNECEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8690-GRAVAR-CABECALHO-PEDIDO
      *    GRAVA UM PEDIDO NOVO, ABERTO, PARA WS-PED-FORNECEDOR COM A
      *    ORIGEM WS-PED-ORIGEM, EMITIDO NA DATA DO SISTEMA. O NUMERO
      *    ATRIBUIDO VOLTA EM WS-PED-NUMERO.
      *-----------------------------------------------------------------
       8690-GRAVAR-CABECALHO-PEDIDO.
           PERFORM 8680-PROXIMO-NUMERO-PEDIDO
               THRU 8680-PROXIMO-NUMERO-PEDIDO-EXIT
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE SPACES            TO PEDIDO-REC
           MOVE WS-PED-NUMERO     TO PEDC-NUMERO
           MOVE WS-PED-FORNECEDOR TO PEDC-FORNECEDOR
           MOVE WS-DATA-SISTEMA   TO PEDC-EMISSAO
           SET PEDC-ABERTO        TO TRUE
           MOVE WS-PED-ORIGEM     TO PEDC-ORIGEM
           MOVE WS-USUARIO        TO PEDC-USUARIO
           STRING WS-DATA-SISTEMA DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-HR           DELIMITED BY SIZE
                  WS-MN           DELIMITED BY SIZE
                  WS-SG           DELIMITED BY SIZE
               INTO PEDC-DATA-HORA
           WRITE PEDIDO-REC
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO PEDIDO " WS-PED-NUMERO
           END-WRITE.
       8690-GRAVAR-CABECALHO-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8695-GRAVAR-LINHA-PEDIDO
      *    GRAVA A LINHA ABERTA DO PRODUTO WS-PED-PRODUTO NO PEDIDO
      *    WS-PED-NUMERO, COM QUANTIDADE, CUSTO E DATA PREVISTA DOS
      *    CAMPOS WS-PED-*. O MESMO PRODUTO NAO ENTRA DUAS VEZES NO
      *    PEDIDO.
      *-----------------------------------------------------------------
       8695-GRAVAR-LINHA-PEDIDO.
           MOVE SPACES            TO PEDITEM-REC
           MOVE WS-PED-NUMERO     TO PEDI-NUMERO
           MOVE WS-PED-PRODUTO    TO PEDI-PRODUTO
           MOVE WS-PED-FORNECEDOR TO PEDI-FORNECEDOR
           MOVE WS-PED-QTDE       TO PEDI-QTDE
           MOVE WS-PED-CUSTO      TO PEDI-CUSTO
           MOVE WS-PED-PREVISTA   TO PEDI-PREVISTA
           MOVE ZEROS             TO PEDI-RECEBIDA
           SET PEDI-ABERTA        TO TRUE
           WRITE PEDITEM-REC
               INVALID KEY
                   DISPLAY "PRODUTO " WS-PED-PRODUTO
                       " JA CONSTA DO PEDIDO. LINHA IGNORADA."
               NOT INVALID KEY
                   ADD 1 TO WS-PED-QTD-LINHAS
           END-WRITE.
       8695-GRAVAR-LINHA-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8700-GERAR-PEDIDO-SUGESTAO
      *    TRANSFORMA A SUGESTAO DE COMPRA EM PEDIDOS: SUGPED.CSV VEM
      *    DO SUGCOMPR ORDENADO POR FORNECEDOR, E CADA FORNECEDOR VIRA
      *    UM PEDIDO (ORIGEM "S") COM UMA LINHA POR PRODUTO SUGERIDO,
      *    TODAS COM A MESMA DATA PREVISTA. FORNECEDOR QUE NAO ESTA
      *    NO CADASTRO COMO "F" E PRODUTO INEXISTENTE SAO IGNORADOS
      *    COM AVISO. DEPOIS DA GERACAO O ARQUIVO E ESVAZIADO, PARA A
      *    MESMA SUGESTAO NAO VIRAR PEDIDO DUAS VEZES.
      *-----------------------------------------------------------------
       8700-GERAR-PEDIDO-SUGESTAO.
           MOVE "SUGPED.CSV" TO WS-NOME-ARQUIVO-CSV
           OPEN INPUT ARQUIVO-CSV
           IF CSV-ARQ-NAO-EXISTE
               DISPLAY "ARQUIVO SUGPED.CSV NAO ENCONTRADO. RODE O "
                   "SUGCOMPR ANTES."
               GO TO 8700-GERAR-PEDIDO-SUGESTAO-EXIT
           END-IF

           DISPLAY "DATA PREVISTA DE ENTREGA (DDMMAAAA): "
               WITH NO ADVANCING
           ACCEPT WS-DATA-VALIDAR
           PERFORM 4850-VALIDAR-DATA THRU 4850-VALIDAR-DATA-EXIT
           IF NOT DATA-VALIDA
               DISPLAY "DATA PREVISTA IMPOSSIVEL. GERACAO CANCELADA."
               CLOSE ARQUIVO-CSV
               GO TO 8700-GERAR-PEDIDO-SUGESTAO-EXIT
           END-IF
           PERFORM 8790-CONVERTER-DATA-PEDIDO
               THRU 8790-CONVERTER-DATA-PEDIDO-EXIT
           DISPLAY "GERAR OS PEDIDOS DE SUGPED.CSV? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-PED-RESPOSTA
           IF WS-PED-RESPOSTA NOT = "S" AND WS-PED-RESPOSTA NOT = "s"
               DISPLAY "GERACAO CANCELADA."
               CLOSE ARQUIVO-CSV
               GO TO 8700-GERAR-PEDIDO-SUGESTAO-EXIT
           END-IF

           MOVE ZEROS TO WS-PED-FORNECEDOR WS-PED-QTD-PEDIDOS
                         WS-PED-QTD-LINHAS WS-PED-QTD-IGNORADAS
           MOVE "N" TO WS-PED-FORNEC-OK-SW
           MOVE "S" TO WS-PED-ORIGEM
           MOVE "N" TO WS-CSV-FIM-SW
           PERFORM 8710-GERAR-PEDIDO-LER
               THRU 8710-GERAR-PEDIDO-LER-EXIT
               UNTIL CSV-FIM
           CLOSE ARQUIVO-CSV
           OPEN OUTPUT ARQUIVO-CSV
           CLOSE ARQUIVO-CSV

           DISPLAY "GERACAO CONCLUIDA. PEDIDOS: " WS-PED-QTD-PEDIDOS
               "  LINHAS: " WS-PED-QTD-LINHAS
               "  IGNORADAS: " WS-PED-QTD-IGNORADAS.
       8700-GERAR-PEDIDO-SUGESTAO-EXIT.
           EXIT.

       8710-GERAR-PEDIDO-LER.
           READ ARQUIVO-CSV
               AT END
                   SET CSV-FIM TO TRUE
               NOT AT END
                   PERFORM 8720-GERAR-LINHA-SUGESTAO
                       THRU 8720-GERAR-LINHA-SUGESTAO-EXIT
           END-READ.
       8710-GERAR-PEDIDO-LER-EXIT.
           EXIT.

       8720-GERAR-LINHA-SUGESTAO.
           MOVE SPACES TO WS-SUGP-CAMPOS
           UNSTRING CSV-LINHA DELIMITED BY ","
               INTO WS-SUGP-FORNEC-A WS-SUGP-PRODUTO-A
                    WS-SUGP-QTDE-A WS-SUGP-CUSTO-A
           END-UNSTRING
           MOVE "S" TO WS-CSV-LINHA-OK-SW

           MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
           MOVE WS-SUGP-FORNEC-A TO WS-CAMPO-NUM-ENTRADA (1:6)
           PERFORM 8100-VALIDAR-CAMPO-NUMERICO
               THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
           IF CAMPO-NUM-VALIDO
               MOVE WS-CAMPO-NUM-SAIDA TO WS-SUGP-FORNEC
           ELSE
               MOVE "N" TO WS-CSV-LINHA-OK-SW
           END-IF
           MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
           MOVE WS-SUGP-PRODUTO-A TO WS-CAMPO-NUM-ENTRADA (1:6)
           PERFORM 8100-VALIDAR-CAMPO-NUMERICO
               THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
           IF CAMPO-NUM-VALIDO
               MOVE WS-CAMPO-NUM-SAIDA TO WS-PED-PRODUTO
           ELSE
               MOVE "N" TO WS-CSV-LINHA-OK-SW
           END-IF
           MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
           MOVE WS-SUGP-QTDE-A TO WS-CAMPO-NUM-ENTRADA (1:7)
           PERFORM 8100-VALIDAR-CAMPO-NUMERICO
               THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
           IF CAMPO-NUM-VALIDO AND WS-CAMPO-NUM-SAIDA > ZEROS
               MOVE WS-CAMPO-NUM-SAIDA TO WS-PED-QTDE
           ELSE
               MOVE "N" TO WS-CSV-LINHA-OK-SW
           END-IF
           IF WS-SUGP-CUSTO IS NOT NUMERIC
               MOVE "N" TO WS-CSV-LINHA-OK-SW
           END-IF
           IF NOT CSV-LINHA-OK
               DISPLAY "LINHA INVALIDA EM SUGPED.CSV: " CSV-LINHA
               ADD 1 TO WS-PED-QTD-IGNORADAS
               GO TO 8720-GERAR-LINHA-SUGESTAO-EXIT
           END-IF

      *    QUEBRA DE FORNECEDOR: ABRE O PEDIDO DO FORNECEDOR NOVO.
           IF WS-SUGP-FORNEC NOT = WS-PED-FORNECEDOR
               MOVE WS-SUGP-FORNEC TO WS-PED-FORNECEDOR
               PERFORM 8685-VERIFICAR-FORNECEDOR
                   THRU 8685-VERIFICAR-FORNECEDOR-EXIT
               IF PED-FORNEC-OK
                   PERFORM 8690-GRAVAR-CABECALHO-PEDIDO
                       THRU 8690-GRAVAR-CABECALHO-PEDIDO-EXIT
                   ADD 1 TO WS-PED-QTD-PEDIDOS
                   DISPLAY "PEDIDO " WS-PED-NUMERO " - FORNECEDOR "
                       WS-PED-FORNECEDOR " " TER-NOME
                   MOVE "PEDIDO"      TO WS-AUD-TABELA-PARM
                   MOVE WS-PED-NUMERO TO WS-AUD-CHAVE-PARM
                   MOVE "SUGESTAO"    TO WS-AUD-ACAO-PARM
                   PERFORM 8000-GRAVAR-AUDITORIA
                       THRU 8000-GRAVAR-AUDITORIA-EXIT
               END-IF
           END-IF
           IF NOT PED-FORNEC-OK
               ADD 1 TO WS-PED-QTD-IGNORADAS
               GO TO 8720-GERAR-LINHA-SUGESTAO-EXIT
           END-IF

           MOVE WS-PED-PRODUTO TO PROD-CODIGO
           READ PRODUTO-FILE
               INVALID KEY
                   DISPLAY "PRODUTO " WS-PED-PRODUTO
                       " NAO CADASTRADO. LINHA IGNORADA."
                   ADD 1 TO WS-PED-QTD-IGNORADAS
                   GO TO 8720-GERAR-LINHA-SUGESTAO-EXIT
           END-READ
           MOVE WS-SUGP-CUSTO TO WS-PED-CUSTO
           PERFORM 8695-GRAVAR-LINHA-PEDIDO
               THRU 8695-GRAVAR-LINHA-PEDIDO-EXIT.
       8720-GERAR-LINHA-SUGESTAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8790-CONVERTER-DATA-PEDIDO
      *    PASSA A DATA VALIDADA EM WS-DATA-VALIDAR (DDMMAAAA) PARA
      *    WS-PED-PREVISTA NO FORMATO AAAAMMDD DOS PEDIDOS.
      *-----------------------------------------------------------------
       8790-CONVERTER-DATA-PEDIDO.
           MOVE WS-DTV-ANO TO WS-PED-DATA-ANO
           MOVE WS-DTV-MES TO WS-PED-DATA-MES
           MOVE WS-DTV-DIA TO WS-PED-DATA-DIA
           MOVE WS-PED-DATA-NUM TO WS-PED-PREVISTA.
       8790-CONVERTER-DATA-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8795-EDITAR-DATA-PEDIDO
      *    MONTA EM WS-PED-DATA-EXIBIR (DD/MM/AAAA) A DATA AAAAMMDD
      *    COLOCADA EM WS-PED-DATA-NUM.
      *-----------------------------------------------------------------
       8795-EDITAR-DATA-PEDIDO.
           MOVE SPACES TO WS-PED-DATA-EXIBIR
           STRING WS-PED-DATA-DIA "/" WS-PED-DATA-MES "/"
                  WS-PED-DATA-ANO
               DELIMITED BY SIZE INTO WS-PED-DATA-EXIBIR.
       8795-EDITAR-DATA-PEDIDO-EXIT.
           EXIT.

      *=================================================================
      *    8800-MANTER-FERIAS
      *    CONTROLE DE FERIAS DA PESSOA (OPCAO <P> DO SUBMENU DE
      *    PESSOAS): RECALCULA OS PERIODOS AQUISITIVOS A PARTIR DA
      *    ADMISSAO E DO HISTORICO DE SITUACAO, GRAVA-OS EM FERIAS.DAT
      *    E MOSTRA SALDOS E PARCELAS, COM PROGRAMACAO DE GOZO E
      *    CANCELAMENTO DE PARCELA FUTURA (SUPERVISOR).
      *=================================================================
       8800-MANTER-FERIAS.
           DISPLAY "CODIGO DA PESSOA.................: "
               WITH NO ADVANCING
           ACCEPT PES-CODIGO
           READ PESSOA-FILE
               INVALID KEY
                   DISPLAY "PESSOA NAO ENCONTRADA."
                   GO TO 8800-MANTER-FERIAS-EXIT
           END-READ

           MOVE PES-ADMISSAO TO WS-DATA-VALIDAR
           PERFORM 4850-VALIDAR-DATA THRU 4850-VALIDAR-DATA-EXIT
           IF NOT DATA-VALIDA
               DISPLAY "DATA DE ADMISSAO INVALIDA NO CADASTRO. "
                   "CORRIJA A PESSOA ANTES DE CONSULTAR AS FERIAS."
               GO TO 8800-MANTER-FERIAS-EXIT
           END-IF

           PERFORM 8810-ATUALIZAR-PERIODOS
               THRU 8810-ATUALIZAR-PERIODOS-EXIT
           MOVE "N" TO WS-FER-SAIR-SW
           PERFORM 8805-SUBMENU-FERIAS
               THRU 8805-SUBMENU-FERIAS-EXIT
               UNTIL FER-SAIR.
       8800-MANTER-FERIAS-EXIT.
           EXIT.

       8805-SUBMENU-FERIAS.
           PERFORM 8830-EXIBIR-PERIODOS
               THRU 8830-EXIBIR-PERIODOS-EXIT
           DISPLAY "<P> PROGRAMAR FERIAS"
           DISPLAY "<X> CANCELAR PARCELA FUTURA (SUPERVISOR)"
           DISPLAY "<V> VOLTAR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT WS-FER-OPCAO

           EVALUATE WS-FER-OPCAO
               WHEN "P" WHEN "p"
                   PERFORM 8840-PROGRAMAR-FERIAS
                       THRU 8840-PROGRAMAR-FERIAS-EXIT
               WHEN "X" WHEN "x"
                   PERFORM 8500-EXIGIR-SUPERVISOR
                       THRU 8500-EXIGIR-SUPERVISOR-EXIT
                   IF ACESSO-OK
                       PERFORM 8850-CANCELAR-FERIAS
                           THRU 8850-CANCELAR-FERIAS-EXIT
                   END-IF
               WHEN "V" WHEN "v"
                   MOVE "S" TO WS-FER-SAIR-SW
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       8805-SUBMENU-FERIAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8810-ATUALIZAR-PERIODOS
      *    LE AS LINHAS DA PESSOA EM SITHIST.TXT (FECHANDO E
      *    REABRINDO O ARQUIVO, QUE FICA ABERTO PARA ACRESCIMO),
      *    MONTA OS AFASTAMENTOS E GRAVA OS PERIODOS AQUISITIVOS DA
      *    ADMISSAO ATE HOJE (OU ATE O DESLIGAMENTO). OS PERIODOS QUE
      *    SOBRARAM DE UM CALCULO ANTERIOR SAO EXCLUIDOS QUANDO NAO
      *    TEM PARCELA PROGRAMADA.
      *    REGRAS DO HISTORICO, EM ORDEM DE DATA: "F" ABRE UM
      *    AFASTAMENTO; "A" FECHA O AFASTAMENTO NA VESPERA E DESFAZ
      *    UM DESLIGAMENTO ANTERIOR (READMISSAO, COM O INTERVALO
      *    CONTADO COMO AFASTAMENTO); "D" FECHA O AFASTAMENTO E MARCA
      *    O DESLIGAMENTO.
      *-----------------------------------------------------------------
       8810-ATUALIZAR-PERIODOS.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA TO WS-FER-DATA
           PERFORM 8870-CALCULAR-DIA-NUMERO
               THRU 8870-CALCULAR-DIA-NUMERO-EXIT
           MOVE WS-FER-DIA-NUM TO WS-FER-HOJE-NUM

           MOVE ZEROS TO WS-FER-QTD-EVT WS-FER-EVT-IGNORADOS
                         WS-FER-QTD-AFA WS-FER-ABERTO-NUM
                         WS-FER-DESLIG-NUM
           CLOSE SITHIST-FILE
           OPEN INPUT SITHIST-FILE
           IF WS-SITHIST-STATUS = "00"
               MOVE "N" TO WS-FER-FIM-SITHIST-SW
               PERFORM 8812-LER-SITHIST THRU 8812-LER-SITHIST-EXIT
                   UNTIL FER-FIM-SITHIST
               CLOSE SITHIST-FILE
           END-IF
           OPEN EXTEND SITHIST-FILE
           IF SIT-ARQ-NAO-EXISTE
               OPEN OUTPUT SITHIST-FILE
               CLOSE SITHIST-FILE
               OPEN EXTEND SITHIST-FILE
           END-IF
           IF WS-FER-EVT-IGNORADOS > ZEROS
               DISPLAY "ATENCAO: HISTORICO DE SITUACAO COM MAIS DE 50 "
                   "LINHAS PARA A PESSOA. AS EXCEDENTES FORAM "
                   "IGNORADAS."
           END-IF

           PERFORM 8818-APLICAR-EVENTO THRU 8818-APLICAR-EVENTO-EXIT
               VARYING WS-FER-IND FROM 1 BY 1
               UNTIL WS-FER-IND > WS-FER-QTD-EVT
           COMPUTE WS-FER-EVT-NUM = WS-FER-HOJE-NUM + 1
           PERFORM 8819-FECHAR-AFASTAMENTO
               THRU 8819-FECHAR-AFASTAMENTO-EXIT

           MOVE PES-ADM-ANO TO WS-FER-ANO
           MOVE PES-ADM-MES TO WS-FER-MES
           MOVE PES-ADM-DIA TO WS-FER-DIA
           PERFORM 8870-CALCULAR-DIA-NUMERO
               THRU 8870-CALCULAR-DIA-NUMERO-EXIT
           MOVE WS-FER-DIA-NUM TO WS-FER-INICIO-NUM
           MOVE 1 TO WS-FER-PERIODO-NUM
           MOVE "N" TO WS-FER-FIM-GERACAO-SW
           PERFORM 8820-GERAR-PERIODO THRU 8820-GERAR-PERIODO-EXIT
               UNTIL FER-FIM-GERACAO
           PERFORM 8828-EXCLUIR-EXCEDENTES
               THRU 8828-EXCLUIR-EXCEDENTES-EXIT.
       8810-ATUALIZAR-PERIODOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8812-LER-SITHIST
      *    GUARDA NA TABELA DE EVENTOS, EM ORDEM DE DATA, CADA LINHA
      *    DA PESSOA. LINHAS DE MESMA DATA FICAM NA ORDEM DO ARQUIVO.
      *-----------------------------------------------------------------
       8812-LER-SITHIST.
           READ SITHIST-FILE
               AT END
                   SET FER-FIM-SITHIST TO TRUE
                   GO TO 8812-LER-SITHIST-EXIT
           END-READ
           IF SIT-CODIGO NOT = PES-CODIGO
              OR SIT-DATA IS NOT NUMERIC
               GO TO 8812-LER-SITHIST-EXIT
           END-IF
           IF WS-FER-QTD-EVT NOT < 50
               ADD 1 TO WS-FER-EVT-IGNORADOS
               GO TO 8812-LER-SITHIST-EXIT
           END-IF

           MOVE SIT-DATA (5:4) TO WS-FER-NOVA-DATA (1:4)
           MOVE SIT-DATA (3:2) TO WS-FER-NOVA-DATA (5:2)
           MOVE SIT-DATA (1:2) TO WS-FER-NOVA-DATA (7:2)
           MOVE SIT-SITUACAO   TO WS-FER-NOVA-SIT
           ADD 1 TO WS-FER-QTD-EVT
           MOVE WS-FER-QTD-EVT TO WS-FER-POS
           MOVE "N" TO WS-FER-POSICIONADO-SW
           IF WS-FER-POS = 1
               SET FER-POSICIONADO TO TRUE
           END-IF
           PERFORM 8816-DESLOCAR-EVENTO THRU 8816-DESLOCAR-EVENTO-EXIT
               UNTIL FER-POSICIONADO
           MOVE WS-FER-NOVA-DATA TO WS-FER-EVT-DATA (WS-FER-POS)
           MOVE WS-FER-NOVA-SIT  TO WS-FER-EVT-SIT (WS-FER-POS).
       8812-LER-SITHIST-EXIT.
           EXIT.

       8816-DESLOCAR-EVENTO.
           IF WS-FER-EVT-DATA (WS-FER-POS - 1) NOT > WS-FER-NOVA-DATA
               SET FER-POSICIONADO TO TRUE
               GO TO 8816-DESLOCAR-EVENTO-EXIT
           END-IF
           MOVE WS-FER-EVT (WS-FER-POS - 1) TO WS-FER-EVT (WS-FER-POS)
           SUBTRACT 1 FROM WS-FER-POS
           IF WS-FER-POS = 1
               SET FER-POSICIONADO TO TRUE
           END-IF.
       8816-DESLOCAR-EVENTO-EXIT.
           EXIT.

       8818-APLICAR-EVENTO.
           MOVE WS-FER-EVT-DATA (WS-FER-IND) TO WS-FER-DATA
           PERFORM 8870-CALCULAR-DIA-NUMERO
               THRU 8870-CALCULAR-DIA-NUMERO-EXIT
           MOVE WS-FER-DIA-NUM TO WS-FER-EVT-NUM

           EVALUATE WS-FER-EVT-SIT (WS-FER-IND)
               WHEN "F"
                   IF WS-FER-ABERTO-NUM = ZEROS
                       MOVE WS-FER-EVT-NUM TO WS-FER-ABERTO-NUM
                   END-IF
               WHEN "A"
                   PERFORM 8819-FECHAR-AFASTAMENTO
                       THRU 8819-FECHAR-AFASTAMENTO-EXIT
                   MOVE ZEROS TO WS-FER-DESLIG-NUM
               WHEN "D"
                   PERFORM 8819-FECHAR-AFASTAMENTO
                       THRU 8819-FECHAR-AFASTAMENTO-EXIT
                   MOVE WS-FER-EVT-NUM TO WS-FER-ABERTO-NUM
                   MOVE WS-FER-EVT-NUM TO WS-FER-DESLIG-NUM
           END-EVALUATE.
       8818-APLICAR-EVENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8819-FECHAR-AFASTAMENTO
      *    FECHA O AFASTAMENTO ABERTO NA VESPERA DE WS-FER-EVT-NUM E
      *    O GUARDA NA TABELA (SE TIVER PELO MENOS UM DIA).
      *-----------------------------------------------------------------
       8819-FECHAR-AFASTAMENTO.
           IF WS-FER-ABERTO-NUM = ZEROS
               GO TO 8819-FECHAR-AFASTAMENTO-EXIT
           END-IF
           IF WS-FER-EVT-NUM > WS-FER-ABERTO-NUM
              AND WS-FER-QTD-AFA < 50
               ADD 1 TO WS-FER-QTD-AFA
               MOVE WS-FER-ABERTO-NUM
                   TO WS-FER-AFA-INICIO (WS-FER-QTD-AFA)
               COMPUTE WS-FER-AFA-FIM (WS-FER-QTD-AFA) =
                   WS-FER-EVT-NUM - 1
           END-IF
           MOVE ZEROS TO WS-FER-ABERTO-NUM.
       8819-FECHAR-AFASTAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8820-GERAR-PERIODO
      *    CALCULA E GRAVA O PERIODO WS-FER-PERIODO-NUM, QUE COMECA
      *    EM WS-FER-INICIO-NUM. O FIM NOMINAL E A VESPERA DO MESMO
      *    DIA NO ANO SEGUINTE, ADIADO PELOS DIAS DE AFASTAMENTO QUE
      *    CAEM DENTRO DO PERIODO (RECALCULADO ATE ESTABILIZAR, POIS
      *    O ADIAMENTO PODE ALCANCAR OUTRO AFASTAMENTO).
      *-----------------------------------------------------------------
       8820-GERAR-PERIODO.
           IF WS-FER-INICIO-NUM > WS-FER-HOJE-NUM
              OR WS-FER-PERIODO-NUM > 99
               SET FER-FIM-GERACAO TO TRUE
               GO TO 8820-GERAR-PERIODO-EXIT
           END-IF
           IF WS-FER-DESLIG-NUM > ZEROS
              AND WS-FER-INICIO-NUM NOT < WS-FER-DESLIG-NUM
               SET FER-FIM-GERACAO TO TRUE
               GO TO 8820-GERAR-PERIODO-EXIT
           END-IF

           MOVE PES-CODIGO         TO FER-PESSOA
           MOVE WS-FER-PERIODO-NUM TO FER-PERIODO
           MOVE "N" TO WS-FER-NOVO-SW
           READ FERIAS-FILE
               INVALID KEY
                   PERFORM 8827-LIMPAR-PERIODO
                       THRU 8827-LIMPAR-PERIODO-EXIT
           END-READ

           MOVE WS-FER-INICIO-NUM TO WS-FER-DIA-NUM
           PERFORM 8875-CALCULAR-DATA THRU 8875-CALCULAR-DATA-EXIT
           MOVE WS-FER-DATA TO FER-AQUIS-INICIO
           PERFORM 8880-SOMAR-UM-ANO THRU 8880-SOMAR-UM-ANO-EXIT
           PERFORM 8870-CALCULAR-DIA-NUMERO
               THRU 8870-CALCULAR-DIA-NUMERO-EXIT
           COMPUTE WS-FER-FIM-NOMINAL = WS-FER-DIA-NUM - 1

           MOVE ZEROS TO WS-FER-DIAS-AFA
           MOVE "N" TO WS-FER-ESTAVEL-SW
           PERFORM 8822-ESTENDER-PERIODO
               THRU 8822-ESTENDER-PERIODO-EXIT
               UNTIL FER-ESTAVEL
           MOVE WS-FER-FIM-NUM TO WS-FER-DIA-NUM
           PERFORM 8875-CALCULAR-DATA THRU 8875-CALCULAR-DATA-EXIT
           MOVE WS-FER-DATA TO FER-AQUIS-FIM
           IF WS-FER-DIAS-AFA > 9999
               MOVE 9999 TO FER-DIAS-AFASTADO
           ELSE
               MOVE WS-FER-DIAS-AFA TO FER-DIAS-AFASTADO
           END-IF

           EVALUATE TRUE
               WHEN WS-FER-DESLIG-NUM > ZEROS
                AND WS-FER-DESLIG-NUM NOT > WS-FER-FIM-NUM
                   SET FER-INTERROMPIDO TO TRUE
                   MOVE ZEROS TO FER-DIAS-DIREITO FER-LIMITE-GOZO
               WHEN WS-FER-FIM-NUM < WS-FER-HOJE-NUM
                   SET FER-ADQUIRIDO TO TRUE
                   MOVE 30 TO FER-DIAS-DIREITO
                   PERFORM 8825-CALCULAR-LIMITE
                       THRU 8825-CALCULAR-LIMITE-EXIT
               WHEN OTHER
                   SET FER-EM-AQUISICAO TO TRUE
                   MOVE ZEROS TO FER-DIAS-DIREITO
                   PERFORM 8825-CALCULAR-LIMITE
                       THRU 8825-CALCULAR-LIMITE-EXIT
           END-EVALUATE

           IF FER-NOVO
               WRITE FERIAS-REC
           ELSE
               REWRITE FERIAS-REC
           END-IF

           COMPUTE WS-FER-INICIO-NUM = WS-FER-FIM-NUM + 1
           ADD 1 TO WS-FER-PERIODO-NUM.
       8820-GERAR-PERIODO-EXIT.
           EXIT.

       8822-ESTENDER-PERIODO.
           MOVE WS-FER-DIAS-AFA TO WS-FER-DIAS-AFA-ANT
           COMPUTE WS-FER-FIM-NUM = WS-FER-FIM-NOMINAL + WS-FER-DIAS-AFA
           MOVE ZEROS TO WS-FER-DIAS-AFA
           PERFORM 8824-SOMAR-AFASTAMENTO
               THRU 8824-SOMAR-AFASTAMENTO-EXIT
               VARYING WS-FER-IND FROM 1 BY 1
               UNTIL WS-FER-IND > WS-FER-QTD-AFA
           IF WS-FER-DIAS-AFA = WS-FER-DIAS-AFA-ANT
               SET FER-ESTAVEL TO TRUE
           END-IF.
       8822-ESTENDER-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8823-LIMPAR-PARCELA
      *    DEIXA LIVRE A PARCELA WS-FER-PARC DO PERIODO EM FERIAS-REC.
      *-----------------------------------------------------------------
       8823-LIMPAR-PARCELA.
           MOVE ZEROS  TO FER-GOZO-INICIO (WS-FER-PARC)
                          FER-GOZO-FIM (WS-FER-PARC)
                          FER-GOZO-DIAS (WS-FER-PARC)
           MOVE SPACES TO FER-GOZO-USUARIO (WS-FER-PARC).
       8823-LIMPAR-PARCELA-EXIT.
           EXIT.

       8824-SOMAR-AFASTAMENTO.
           IF WS-FER-AFA-INICIO (WS-FER-IND) > WS-FER-INICIO-NUM
               MOVE WS-FER-AFA-INICIO (WS-FER-IND)
                   TO WS-FER-SOBRE-INICIO
           ELSE
               MOVE WS-FER-INICIO-NUM TO WS-FER-SOBRE-INICIO
           END-IF
           IF WS-FER-AFA-FIM (WS-FER-IND) < WS-FER-FIM-NUM
               MOVE WS-FER-AFA-FIM (WS-FER-IND) TO WS-FER-SOBRE-FIM
           ELSE
               MOVE WS-FER-FIM-NUM TO WS-FER-SOBRE-FIM
           END-IF
           IF WS-FER-SOBRE-FIM NOT < WS-FER-SOBRE-INICIO
               COMPUTE WS-FER-DIAS-AFA = WS-FER-DIAS-AFA
                   + WS-FER-SOBRE-FIM - WS-FER-SOBRE-INICIO + 1
           END-IF.
       8824-SOMAR-AFASTAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8825-CALCULAR-LIMITE
      *    O GOZO DEVE TERMINAR NOS DOZE MESES SEGUINTES AO FIM DO
      *    PERIODO AQUISITIVO: LIMITE = VESPERA DO ANIVERSARIO DO DIA
      *    SEGUINTE AO FIM.
      *-----------------------------------------------------------------
       8825-CALCULAR-LIMITE.
           COMPUTE WS-FER-DIA-NUM = WS-FER-FIM-NUM + 1
           PERFORM 8875-CALCULAR-DATA THRU 8875-CALCULAR-DATA-EXIT
           PERFORM 8880-SOMAR-UM-ANO THRU 8880-SOMAR-UM-ANO-EXIT
           PERFORM 8870-CALCULAR-DIA-NUMERO
               THRU 8870-CALCULAR-DIA-NUMERO-EXIT
           SUBTRACT 1 FROM WS-FER-DIA-NUM
           PERFORM 8875-CALCULAR-DATA THRU 8875-CALCULAR-DATA-EXIT
           MOVE WS-FER-DATA TO FER-LIMITE-GOZO.
       8825-CALCULAR-LIMITE-EXIT.
           EXIT.

       8827-LIMPAR-PERIODO.
           MOVE SPACES TO FERIAS-REC
           MOVE PES-CODIGO         TO FER-PESSOA
           MOVE WS-FER-PERIODO-NUM TO FER-PERIODO
           MOVE ZEROS TO FER-DIAS-PROGRAMADOS
           PERFORM 8823-LIMPAR-PARCELA THRU 8823-LIMPAR-PARCELA-EXIT
               VARYING WS-FER-PARC FROM 1 BY 1
               UNTIL WS-FER-PARC > 3
           SET FER-NOVO TO TRUE.
       8827-LIMPAR-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8828-EXCLUIR-EXCEDENTES
      *    EXCLUI OS PERIODOS DA PESSOA ALEM DO ULTIMO CALCULADO
      *    (SOBRA DE UM AFASTAMENTO OU DESLIGAMENTO REGISTRADO COM
      *    DATA RETROATIVA), DESDE QUE NAO TENHAM PARCELA PROGRAMADA.
      *-----------------------------------------------------------------
       8828-EXCLUIR-EXCEDENTES.
           IF WS-FER-PERIODO-NUM > 99
               GO TO 8828-EXCLUIR-EXCEDENTES-EXIT
           END-IF
           MOVE PES-CODIGO         TO FER-PESSOA
           MOVE WS-FER-PERIODO-NUM TO FER-PERIODO
           MOVE "N" TO WS-FER-FIM-LEITURA-SW
           START FERIAS-FILE KEY IS NOT LESS THAN FER-CHAVE
               INVALID KEY
                   SET FER-FIM-LEITURA TO TRUE
           END-START
           PERFORM 8829-EXCLUIR-EXCEDENTE-LER
               THRU 8829-EXCLUIR-EXCEDENTE-LER-EXIT
               UNTIL FER-FIM-LEITURA.
       8828-EXCLUIR-EXCEDENTES-EXIT.
           EXIT.

       8829-EXCLUIR-EXCEDENTE-LER.
           READ FERIAS-FILE NEXT RECORD
               AT END
                   SET FER-FIM-LEITURA TO TRUE
                   GO TO 8829-EXCLUIR-EXCEDENTE-LER-EXIT
           END-READ
           IF FER-PESSOA NOT = PES-CODIGO
               SET FER-FIM-LEITURA TO TRUE
               GO TO 8829-EXCLUIR-EXCEDENTE-LER-EXIT
           END-IF
           IF FER-DIAS-PROGRAMADOS = ZEROS
               DELETE FERIAS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
       8829-EXCLUIR-EXCEDENTE-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8830-EXIBIR-PERIODOS
      *    LISTA OS PERIODOS DA PESSOA COM SALDO, LIMITE PARA GOZO E
      *    AS PARCELAS PROGRAMADAS. PERIODO ADQUIRIDO COM SALDO E
      *    LIMITE JA PASSADO SAI MARCADO COMO VENCIDO.
      *-----------------------------------------------------------------
       8830-EXIBIR-PERIODOS.
           DISPLAY " "
           DISPLAY "---- FERIAS DE " PES-CODIGO " " PES-NOME " ----"
           DISPLAY "PER INICIO     FIM        AFAS  SITUACAO    DIR "
               "PRG SALDO  GOZAR ATE"
           MOVE PES-CODIGO TO FER-PESSOA
           MOVE ZEROS      TO FER-PERIODO
           MOVE "N" TO WS-FER-FIM-LEITURA-SW
           START FERIAS-FILE KEY IS NOT LESS THAN FER-CHAVE
               INVALID KEY
                   SET FER-FIM-LEITURA TO TRUE
           END-START
           PERFORM 8832-EXIBIR-PERIODO-LER
               THRU 8832-EXIBIR-PERIODO-LER-EXIT
               UNTIL FER-FIM-LEITURA.
       8830-EXIBIR-PERIODOS-EXIT.
           EXIT.

       8832-EXIBIR-PERIODO-LER.
           READ FERIAS-FILE NEXT RECORD
               AT END
                   SET FER-FIM-LEITURA TO TRUE
                   GO TO 8832-EXIBIR-PERIODO-LER-EXIT
           END-READ
           IF FER-PESSOA NOT = PES-CODIGO
               SET FER-FIM-LEITURA TO TRUE
               GO TO 8832-EXIBIR-PERIODO-LER-EXIT
           END-IF

           MOVE FER-AQUIS-INICIO TO WS-FER-DATA
           PERFORM 8890-EDITAR-DATA-FERIAS
               THRU 8890-EDITAR-DATA-FERIAS-EXIT
           MOVE WS-FER-DATA-EXIBIR TO WS-FER-EXIB-INICIO
           MOVE FER-AQUIS-FIM TO WS-FER-DATA
           PERFORM 8890-EDITAR-DATA-FERIAS
               THRU 8890-EDITAR-DATA-FERIAS-EXIT
           MOVE WS-FER-DATA-EXIBIR TO WS-FER-EXIB-FIM
           MOVE FER-LIMITE-GOZO TO WS-FER-DATA
           PERFORM 8890-EDITAR-DATA-FERIAS
               THRU 8890-EDITAR-DATA-FERIAS-EXIT
           MOVE WS-FER-DATA-EXIBIR TO WS-FER-EXIB-LIMITE

           EVALUATE TRUE
               WHEN FER-ADQUIRIDO
                   MOVE "ADQUIRIDO"    TO WS-FER-EXIB-SIT
               WHEN FER-INTERROMPIDO
                   MOVE "INTERROMPIDO" TO WS-FER-EXIB-SIT
               WHEN OTHER
                   MOVE "EM AQUISICAO" TO WS-FER-EXIB-SIT
           END-EVALUATE
           IF FER-DIAS-PROGRAMADOS < FER-DIAS-DIREITO
               COMPUTE WS-FER-SALDO =
                   FER-DIAS-DIREITO - FER-DIAS-PROGRAMADOS
           ELSE
               MOVE ZEROS TO WS-FER-SALDO
           END-IF
           MOVE SPACES TO WS-FER-EXIB-AVISO
           IF FER-ADQUIRIDO AND WS-FER-SALDO > ZEROS
              AND FER-LIMITE-GOZO < WS-DATA-SISTEMA
               MOVE "VENCIDO - EM DOBRO" TO WS-FER-EXIB-AVISO
           END-IF

           DISPLAY FER-PERIODO "  " WS-FER-EXIB-INICIO " "
               WS-FER-EXIB-FIM " " FER-DIAS-AFASTADO "  "
               WS-FER-EXIB-SIT " " FER-DIAS-DIREITO "  "
               FER-DIAS-PROGRAMADOS "  " WS-FER-SALDO "    "
               WS-FER-EXIB-LIMITE " " WS-FER-EXIB-AVISO
           PERFORM 8834-EXIBIR-PARCELA THRU 8834-EXIBIR-PARCELA-EXIT
               VARYING WS-FER-PARC FROM 1 BY 1
               UNTIL WS-FER-PARC > 3.
       8832-EXIBIR-PERIODO-LER-EXIT.
           EXIT.

       8834-EXIBIR-PARCELA.
           IF FER-GOZO-DIAS (WS-FER-PARC) = ZEROS
               GO TO 8834-EXIBIR-PARCELA-EXIT
           END-IF
           MOVE FER-GOZO-INICIO (WS-FER-PARC) TO WS-FER-DATA
           PERFORM 8890-EDITAR-DATA-FERIAS
               THRU 8890-EDITAR-DATA-FERIAS-EXIT
           MOVE WS-FER-DATA-EXIBIR TO WS-FER-EXIB-INICIO
           MOVE FER-GOZO-FIM (WS-FER-PARC) TO WS-FER-DATA
           PERFORM 8890-EDITAR-DATA-FERIAS
               THRU 8890-EDITAR-DATA-FERIAS-EXIT
           MOVE WS-FER-DATA-EXIBIR TO WS-FER-EXIB-FIM
           MOVE WS-FER-PARC TO WS-FER-PARC-INF
           DISPLAY "    PARCELA " WS-FER-PARC-INF ": "
               WS-FER-EXIB-INICIO " A " WS-FER-EXIB-FIM " "
               FER-GOZO-DIAS (WS-FER-PARC) " DIAS ("
               FER-GOZO-USUARIO (WS-FER-PARC) ")".
       8834-EXIBIR-PARCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8840-PROGRAMAR-FERIAS
      *    PROGRAMA UMA PARCELA DE GOZO NUM PERIODO ADQUIRIDO. SAO
      *    REJEITADOS: PESSOA DESLIGADA, PERIODO NAO ADQUIRIDO, PERIODO
      *    SEM SALDO OU SEM PARCELA LIVRE, DATA IMPOSSIVEL OU ANTERIOR
      *    AO FIM DO PERIODO, DIAS ALEM DO SALDO E DATAS QUE COINCIDEM
      *    COM QUALQUER OUTRA PARCELA DA PESSOA. GOZO QUE TERMINA
      *    DEPOIS DO LIMITE E ACEITO COM AVISO DE PAGAMENTO EM DOBRO.
      *-----------------------------------------------------------------
       8840-PROGRAMAR-FERIAS.
           IF PES-DESLIGADO
               DISPLAY "PESSOA DESLIGADA. NAO E POSSIVEL PROGRAMAR "
                   "FERIAS."
               GO TO 8840-PROGRAMAR-FERIAS-EXIT
           END-IF
           PERFORM 8860-LER-PERIODO-INFORMADO
               THRU 8860-LER-PERIODO-INFORMADO-EXIT
           IF NOT FER-PERIODO-OK
               GO TO 8840-PROGRAMAR-FERIAS-EXIT
           END-IF
           IF NOT FER-ADQUIRIDO
               DISPLAY "PERIODO NAO ADQUIRIDO (EM AQUISICAO OU "
                   "INTERROMPIDO). PROGRAMACAO CANCELADA."
               GO TO 8840-PROGRAMAR-FERIAS-EXIT
           END-IF
           IF FER-DIAS-PROGRAMADOS NOT < FER-DIAS-DIREITO
               DISPLAY "PERIODO SEM SALDO DE DIAS. PROGRAMACAO "
                   "CANCELADA."
               GO TO 8840-PROGRAMAR-FERIAS-EXIT
           END-IF
           COMPUTE WS-FER-SALDO =
               FER-DIAS-DIREITO - FER-DIAS-PROGRAMADOS

           MOVE ZEROS TO WS-FER-POS
           PERFORM 8842-ACHAR-PARCELA-LIVRE
               THRU 8842-ACHAR-PARCELA-LIVRE-EXIT
               VARYING WS-FER-PARC FROM 1 BY 1
               UNTIL WS-FER-PARC > 3
           IF WS-FER-POS = ZEROS
               DISPLAY "O PERIODO JA TEM TRES PARCELAS PROGRAMADAS. "
                   "PROGRAMACAO CANCELADA."
               GO TO 8840-PROGRAMAR-FERIAS-EXIT
           END-IF

           DISPLAY "SALDO DO PERIODO.: " WS-FER-SALDO " DIAS"
           DISPLAY "INICIO DO GOZO (DDMMAAAA).........: "
               WITH NO ADVANCING
           ACCEPT WS-DATA-VALIDAR
           PERFORM 4850-VALIDAR-DATA THRU 4850-VALIDAR-DATA-EXIT
           IF NOT DATA-VALIDA
               DISPLAY "DATA DE INICIO IMPOSSIVEL. PROGRAMACAO "
                   "CANCELADA."
               GO TO 8840-PROGRAMAR-FERIAS-EXIT
           END-IF
           MOVE WS-DTV-ANO TO WS-FER-ANO
           MOVE WS-DTV-MES TO WS-FER-MES
           MOVE WS-DTV-DIA TO WS-FER-DIA
           MOVE WS-FER-DATA TO WS-FER-GOZO-INI
           IF WS-FER-GOZO-INI NOT > FER-AQUIS-FIM
               DISPLAY "O GOZO SO PODE COMECAR DEPOIS DO FIM DO "
                   "PERIODO AQUISITIVO. PROGRAMACAO CANCELADA."
               GO TO 8840-PROGRAMAR-FERIAS-EXIT
           END-IF

           DISPLAY "DIAS DE GOZO (1 A " WS-FER-SALDO
               ")...................: " WITH NO ADVANCING
           ACCEPT WS-FER-DIAS-INF
           IF WS-FER-DIAS-INF IS NOT NUMERIC
              OR WS-FER-DIAS-INF = ZEROS
              OR WS-FER-DIAS-INF > WS-FER-SALDO
               DISPLAY "QUANTIDADE DE DIAS INVALIDA OU MAIOR QUE O "
                   "SALDO. PROGRAMACAO CANCELADA."
               GO TO 8840-PROGRAMAR-FERIAS-EXIT
           END-IF
           PERFORM 8870-CALCULAR-DIA-NUMERO
               THRU 8870-CALCULAR-DIA-NUMERO-EXIT
           COMPUTE WS-FER-DIA-NUM = WS-FER-DIA-NUM + WS-FER-DIAS-INF - 1
           PERFORM 8875-CALCULAR-DATA THRU 8875-CALCULAR-DATA-EXIT
           MOVE WS-FER-DATA TO WS-FER-GOZO-FIM

           MOVE FER-PERIODO TO WS-FER-PERIODO-SALVO
           MOVE "N" TO WS-FER-CONFLITO-SW
           MOVE PES-CODIGO TO FER-PESSOA
           MOVE ZEROS      TO FER-PERIODO
           MOVE "N" TO WS-FER-FIM-LEITURA-SW
           START FERIAS-FILE KEY IS NOT LESS THAN FER-CHAVE
               INVALID KEY
                   SET FER-FIM-LEITURA TO TRUE
           END-START
           PERFORM 8844-VERIFICAR-CONFLITO-LER
               THRU 8844-VERIFICAR-CONFLITO-LER-EXIT
               UNTIL FER-FIM-LEITURA
           IF FER-CONFLITO
               DISPLAY "AS DATAS COINCIDEM COM OUTRA PARCELA DE "
                   "FERIAS DA PESSOA. PROGRAMACAO CANCELADA."
               GO TO 8840-PROGRAMAR-FERIAS-EXIT
           END-IF

           MOVE PES-CODIGO           TO FER-PESSOA
           MOVE WS-FER-PERIODO-SALVO TO FER-PERIODO
           READ FERIAS-FILE
               INVALID KEY
                   DISPLAY "PERIODO NAO ENCONTRADO. PROGRAMACAO "
                       "CANCELADA."
                   GO TO 8840-PROGRAMAR-FERIAS-EXIT
           END-READ
           MOVE WS-FER-GOZO-INI TO FER-GOZO-INICIO (WS-FER-POS)
           MOVE WS-FER-GOZO-FIM TO FER-GOZO-FIM (WS-FER-POS)
           MOVE WS-FER-DIAS-INF TO FER-GOZO-DIAS (WS-FER-POS)
           MOVE WS-USUARIO      TO FER-GOZO-USUARIO (WS-FER-POS)
           ADD WS-FER-DIAS-INF  TO FER-DIAS-PROGRAMADOS
           REWRITE FERIAS-REC

           IF WS-FER-GOZO-FIM > FER-LIMITE-GOZO
               MOVE FER-LIMITE-GOZO TO WS-FER-DATA
               PERFORM 8890-EDITAR-DATA-FERIAS
                   THRU 8890-EDITAR-DATA-FERIAS-EXIT
               DISPLAY "ATENCAO: O GOZO TERMINA DEPOIS DO LIMITE "
                   WS-FER-DATA-EXIBIR " (PAGAMENTO EM DOBRO)."
           END-IF
           DISPLAY "FERIAS PROGRAMADAS COM SUCESSO."
           MOVE "FERIAS"    TO WS-AUD-TABELA-PARM
           MOVE FER-CHAVE   TO WS-AUD-CHAVE-PARM
           MOVE "PROGRAMA"  TO WS-AUD-ACAO-PARM
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT.
       8840-PROGRAMAR-FERIAS-EXIT.
           EXIT.

       8842-ACHAR-PARCELA-LIVRE.
           IF WS-FER-POS = ZEROS
              AND FER-GOZO-DIAS (WS-FER-PARC) = ZEROS
               MOVE WS-FER-PARC TO WS-FER-POS
           END-IF.
       8842-ACHAR-PARCELA-LIVRE-EXIT.
           EXIT.

       8844-VERIFICAR-CONFLITO-LER.
           READ FERIAS-FILE NEXT RECORD
               AT END
                   SET FER-FIM-LEITURA TO TRUE
                   GO TO 8844-VERIFICAR-CONFLITO-LER-EXIT
           END-READ
           IF FER-PESSOA NOT = PES-CODIGO
               SET FER-FIM-LEITURA TO TRUE
               GO TO 8844-VERIFICAR-CONFLITO-LER-EXIT
           END-IF
           PERFORM 8846-VERIFICAR-CONFLITO-PARCELA
               THRU 8846-VERIFICAR-CONFLITO-PARCELA-EXIT
               VARYING WS-FER-PARC FROM 1 BY 1
               UNTIL WS-FER-PARC > 3.
       8844-VERIFICAR-CONFLITO-LER-EXIT.
           EXIT.

       8846-VERIFICAR-CONFLITO-PARCELA.
           IF FER-GOZO-DIAS (WS-FER-PARC) > ZEROS
              AND FER-GOZO-INICIO (WS-FER-PARC) NOT > WS-FER-GOZO-FIM
              AND FER-GOZO-FIM (WS-FER-PARC) NOT < WS-FER-GOZO-INI
               SET FER-CONFLITO TO TRUE
           END-IF.
       8846-VERIFICAR-CONFLITO-PARCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8850-CANCELAR-FERIAS
      *    CANCELA UMA PARCELA QUE AINDA NAO COMECOU, DEVOLVENDO OS
      *    DIAS AO SALDO DO PERIODO. PARCELA JA INICIADA OU GOZADA
      *    NAO E CANCELADA.
      *-----------------------------------------------------------------
       8850-CANCELAR-FERIAS.
           PERFORM 8860-LER-PERIODO-INFORMADO
               THRU 8860-LER-PERIODO-INFORMADO-EXIT
           IF NOT FER-PERIODO-OK
               GO TO 8850-CANCELAR-FERIAS-EXIT
           END-IF
           DISPLAY "PARCELA A CANCELAR (1 A 3).......: "
               WITH NO ADVANCING
           ACCEPT WS-FER-PARC-INF
           IF WS-FER-PARC-INF IS NOT NUMERIC
              OR WS-FER-PARC-INF < 1 OR WS-FER-PARC-INF > 3
               DISPLAY "PARCELA INVALIDA. CANCELAMENTO NAO FEITO."
               GO TO 8850-CANCELAR-FERIAS-EXIT
           END-IF
           MOVE WS-FER-PARC-INF TO WS-FER-PARC
           IF FER-GOZO-DIAS (WS-FER-PARC) = ZEROS
               DISPLAY "PARCELA NAO PROGRAMADA. CANCELAMENTO NAO "
                   "FEITO."
               GO TO 8850-CANCELAR-FERIAS-EXIT
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           IF FER-GOZO-INICIO (WS-FER-PARC) NOT > WS-DATA-SISTEMA
               DISPLAY "PARCELA JA INICIADA OU GOZADA. CANCELAMENTO "
                   "NAO FEITO."
               GO TO 8850-CANCELAR-FERIAS-EXIT
           END-IF

           SUBTRACT FER-GOZO-DIAS (WS-FER-PARC)
               FROM FER-DIAS-PROGRAMADOS
           PERFORM 8823-LIMPAR-PARCELA THRU 8823-LIMPAR-PARCELA-EXIT
           REWRITE FERIAS-REC
           DISPLAY "PARCELA CANCELADA COM SUCESSO."
           MOVE "FERIAS"    TO WS-AUD-TABELA-PARM
           MOVE FER-CHAVE   TO WS-AUD-CHAVE-PARM
           MOVE "CANCELA"   TO WS-AUD-ACAO-PARM
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT.
       8850-CANCELAR-FERIAS-EXIT.
           EXIT.

       8860-LER-PERIODO-INFORMADO.
           MOVE "N" TO WS-FER-PERIODO-OK-SW
           DISPLAY "NUMERO DO PERIODO AQUISITIVO.....: "
               WITH NO ADVANCING
           ACCEPT WS-FER-PERIODO-INF
           MOVE PES-CODIGO         TO FER-PESSOA
           MOVE WS-FER-PERIODO-INF TO FER-PERIODO
           READ FERIAS-FILE
               INVALID KEY
                   DISPLAY "PERIODO NAO ENCONTRADO."
                   GO TO 8860-LER-PERIODO-INFORMADO-EXIT
           END-READ
           SET FER-PERIODO-OK TO TRUE.
       8860-LER-PERIODO-INFORMADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8870-CALCULAR-DIA-NUMERO
      *    CONVERTE A DATA AAAAMMDD DE WS-FER-DATA NO NUMERO DE DIAS
      *    CORRIDOS WS-FER-DIA-NUM, COMO A ROTINA DE MESMO NOME DO
      *    RELGIRO: JANEIRO E FEVEREIRO CONTAM COMO MESES 13 E 14 DO
      *    ANO ANTERIOR; AS DIVISOES SAO INTEIRAS.
      *-----------------------------------------------------------------
       8870-CALCULAR-DIA-NUMERO.
           IF WS-FER-MES < 3
               COMPUTE WS-FER-ANO-AJ = WS-FER-ANO - 1
               COMPUTE WS-FER-MES-AJ = WS-FER-MES + 9
           ELSE
               MOVE WS-FER-ANO TO WS-FER-ANO-AJ
               COMPUTE WS-FER-MES-AJ = WS-FER-MES - 3
           END-IF

           MOVE WS-FER-ANO-AJ TO WS-FER-ANO-CALC
           PERFORM 8876-CALCULAR-BASE-ANO
               THRU 8876-CALCULAR-BASE-ANO-EXIT
           COMPUTE WS-FER-DIA-NUM = WS-FER-BASE-CALC + WS-FER-DIA
           COMPUTE WS-FER-QUOC = WS-FER-MES-AJ * 153 + 2
           DIVIDE WS-FER-QUOC BY 5 GIVING WS-FER-QUOC
           ADD WS-FER-QUOC TO WS-FER-DIA-NUM.
       8870-CALCULAR-DIA-NUMERO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8875-CALCULAR-DATA
      *    CAMINHO INVERSO: CONVERTE O NUMERO DE DIAS WS-FER-DIA-NUM
      *    NA DATA AAAAMMDD DE WS-FER-DATA. ACHA O ANO (CONTADO DE
      *    MARCO) CUJA BASE FICA LOGO ABAIXO DO NUMERO, E DEPOIS O
      *    MES E O DIA PELO DIA DENTRO DESSE ANO.
      *-----------------------------------------------------------------
       8875-CALCULAR-DATA.
           COMPUTE WS-FER-ANO-AJ = WS-FER-DIA-NUM * 400 / 146097
           MOVE WS-FER-ANO-AJ TO WS-FER-ANO-CALC
           PERFORM 8876-CALCULAR-BASE-ANO
               THRU 8876-CALCULAR-BASE-ANO-EXIT
           MOVE WS-FER-BASE-CALC TO WS-FER-BASE-ANO
           PERFORM 8877-RECUAR-ANO THRU 8877-RECUAR-ANO-EXIT
               UNTIL WS-FER-BASE-ANO < WS-FER-DIA-NUM
           COMPUTE WS-FER-ANO-CALC = WS-FER-ANO-AJ + 1
           PERFORM 8876-CALCULAR-BASE-ANO
               THRU 8876-CALCULAR-BASE-ANO-EXIT
           PERFORM 8878-AVANCAR-ANO THRU 8878-AVANCAR-ANO-EXIT
               UNTIL WS-FER-BASE-CALC NOT < WS-FER-DIA-NUM

           COMPUTE WS-FER-DIA-DO-ANO =
               WS-FER-DIA-NUM - WS-FER-BASE-ANO - 1
           COMPUTE WS-FER-MES-AJ = (WS-FER-DIA-DO-ANO * 5 + 2) / 153
           COMPUTE WS-FER-QUOC = WS-FER-MES-AJ * 153 + 2
           DIVIDE WS-FER-QUOC BY 5 GIVING WS-FER-QUOC
           COMPUTE WS-FER-DIA = WS-FER-DIA-DO-ANO - WS-FER-QUOC + 1
           IF WS-FER-MES-AJ < 10
               COMPUTE WS-FER-MES = WS-FER-MES-AJ + 3
               MOVE WS-FER-ANO-AJ TO WS-FER-ANO
           ELSE
               COMPUTE WS-FER-MES = WS-FER-MES-AJ - 9
               COMPUTE WS-FER-ANO = WS-FER-ANO-AJ + 1
           END-IF.
       8875-CALCULAR-DATA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8876-CALCULAR-BASE-ANO
      *    NUMERO DE DIAS ANTES DE 1O DE MARCO DO ANO WS-FER-ANO-CALC
      *    (ANO X 365 MAIS OS DIAS DOS ANOS BISSEXTOS), EM
      *    WS-FER-BASE-CALC.
      *-----------------------------------------------------------------
       8876-CALCULAR-BASE-ANO.
           COMPUTE WS-FER-BASE-CALC = WS-FER-ANO-CALC * 365
           DIVIDE WS-FER-ANO-CALC BY 4 GIVING WS-FER-QUOC
           ADD WS-FER-QUOC TO WS-FER-BASE-CALC
           DIVIDE WS-FER-ANO-CALC BY 100 GIVING WS-FER-QUOC
           SUBTRACT WS-FER-QUOC FROM WS-FER-BASE-CALC
           DIVIDE WS-FER-ANO-CALC BY 400 GIVING WS-FER-QUOC
           ADD WS-FER-QUOC TO WS-FER-BASE-CALC.
       8876-CALCULAR-BASE-ANO-EXIT.
           EXIT.

       8877-RECUAR-ANO.
           SUBTRACT 1 FROM WS-FER-ANO-AJ
           MOVE WS-FER-ANO-AJ TO WS-FER-ANO-CALC
           PERFORM 8876-CALCULAR-BASE-ANO
               THRU 8876-CALCULAR-BASE-ANO-EXIT
           MOVE WS-FER-BASE-CALC TO WS-FER-BASE-ANO.
       8877-RECUAR-ANO-EXIT.
           EXIT.

       8878-AVANCAR-ANO.
           ADD 1 TO WS-FER-ANO-AJ
           MOVE WS-FER-BASE-CALC TO WS-FER-BASE-ANO
           COMPUTE WS-FER-ANO-CALC = WS-FER-ANO-AJ + 1
           PERFORM 8876-CALCULAR-BASE-ANO
               THRU 8876-CALCULAR-BASE-ANO-EXIT.
       8878-AVANCAR-ANO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8880-SOMAR-UM-ANO
      *    PASSA WS-FER-DATA PARA O MESMO DIA DO ANO SEGUINTE; 29 DE
      *    FEVEREIRO VIRA 1O DE MARCO.
      *-----------------------------------------------------------------
       8880-SOMAR-UM-ANO.
           ADD 1 TO WS-FER-ANO
           IF WS-FER-MES = 2 AND WS-FER-DIA = 29
               MOVE 3 TO WS-FER-MES
               MOVE 1 TO WS-FER-DIA
           END-IF.
       8880-SOMAR-UM-ANO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8890-EDITAR-DATA-FERIAS
      *    MONTA EM WS-FER-DATA-EXIBIR (DD/MM/AAAA) A DATA AAAAMMDD
      *    COLOCADA EM WS-FER-DATA; DATA ZERADA SAI COMO TRACOS.
      *-----------------------------------------------------------------
       8890-EDITAR-DATA-FERIAS.
           IF WS-FER-DATA = ZEROS
               MOVE "    --    " TO WS-FER-DATA-EXIBIR
               GO TO 8890-EDITAR-DATA-FERIAS-EXIT
           END-IF
           MOVE SPACES TO WS-FER-DATA-EXIBIR
           STRING WS-FER-DIA "/" WS-FER-MES "/" WS-FER-ANO
               DELIMITED BY SIZE INTO WS-FER-DATA-EXIBIR.
       8890-EDITAR-DATA-FERIAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    7900-LER-CHECKPOINT
      *    DEVOLVE EM WS-CKPT-ULTIMO-REG-PARM O NUMERO DO ULTIMO
      *    REGISTRO DE CSV JA GRAVADO COM SUCESSO PARA A CARGA
      *    IDENTIFICADA EM WS-CKPT-CARGA-PARM ("PROD", "PESS",
      *    "CATG" OU "MOVI"). DEVOLVE ZERO QUANDO NAO HA CHECKPOINT
      *    ANTERIOR, OU SEJA, A CARGA DEVE COMECAR DO PRIMEIRO
      *    REGISTRO.
      *-----------------------------------------------------------------
       7900-LER-CHECKPOINT.
           MOVE WS-CKPT-CARGA-PARM TO CKPT-CARGA
           CLOSE USUARIO-FILE
           CLOSE DEPOSITO-FILE
           CLOSE SALDOLOC-FILE
           CLOSE DOCLANC-FILE
           CLOSE PEDIDO-FILE
           CLOSE PEDITEM-FILE
           CLOSE PEDEXC-FILE
           CLOSE PRECOHIS-FILE
           CLOSE SALDLOTE-FILE
           CLOSE FERIAS-FILE
           IF FECHMES-DISPONIVEL
               CLOSE FECHMES-FILE
           END-IF
