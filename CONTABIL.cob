      *                     CONFERIDO NO MODO SEM OPERADOR. SEM
      *                     USUARIO.DAT NO DIRETORIO O PROGRAMA
      *                     SEGUE COMO ANTES, SO COM O NOME.
      *  15/10/2026 EQS     ESTORNOS DE DOCUMENTO (TIPOS "X"/"Y",
      *                     GRAVADOS PELO SGBD) VAO NO DETALHE COM O
      *                     PROPRIO TIPO E A DATA DO MOVIMENTO
      *                     ORIGINAL (NOVO CAMPO, NA AREA ANTES
      *                     LIVRE), PARA A CONTABILIDADE ANULAR O
      *                     LANCAMENTO ORIGINAL. ESTORNOS DE
      *                     TRANSFERENCIA ("U"/"V") FICAM FORA COMO
      *                     AS TRANSFERENCIAS.
      *  15/10/2026 EQS     HISTORICO INDEXADO (MOVHIST.DAT): PARA
      *                     CADA PRODUTO LE SO AS LINHAS DO PERIODO,
      *                     PELA CHAVE PRODUTO + DATA + SEQUENCIA,
      *                     SEM VARRER O HISTORICO INTEIRO; OS
      *                     DETALHES SAEM NA ORDEM DE PRODUTO E
      *                     DATA. O SALDO TRANSPORTADO DO
      *                     ARQUIVAMENTO ANUAL (TIPO "I") NAO E
      *                     MOVIMENTO E FICA FORA DA INTERFACE.
      *  15/10/2026 EQS     RECEITA DA VENDA NA INTERFACE: O DETALHE
      *                     DA SAIDA (E DO SEU ESTORNO) LEVA A
      *                     RECEITA (QUANTIDADE X PRECO DE VENDA DO
      *                     HISTORICO) AO LADO DO VALOR DE CUSTO, E O
      *                     TRAILER O TOTAL DE CONFERENCIA DA
      *                     RECEITA. REGISTROS PASSAM A 100 POSICOES.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      LER MOVHIST.DAT E SELECIONAR AS ENTRADAS, SAIDAS E
      *      AJUSTES DE INVENTARIO DATADOS NO PERIODO PEDIDO (AAAAMM)
      *      - TRANSFERENCIAS ENTRE DEPOSITOS (TIPOS "T"/"R") E SEUS
      *      ESTORNOS ("U"/"V") FICAM FORA: SAO MOVIMENTOS INTERNOS DE
      *      SALDO LIQUIDO ZERO - E
      *      GRAVAR O ARQUIVO DE INTERFACE PARA O SISTEMA CONTABIL
      *      CORPORATIVO, EM LAYOUT FIXO:
      *          TIPO "0" HEADER .... PERIODO, DATA E HORA DA GERACAO
      *          TIPO "1" DETALHE ... PRODUTO, CATEGORIA (DO CADASTRO
      *                               DE PRODUTOS), TERCEIRO,
      *                               DOCUMENTO, TIPO DO MOVIMENTO,
      *                               QUANTIDADE E VALOR (CUSTO); NO
      *                               ESTORNO ("X" DE ENTRADA, "Y"
      *                               DE SAIDA), A DATA DO
      *                               MOVIMENTO ORIGINAL ESTORNADO;
      *                               NA SAIDA E NO ESTORNO DELA, A
      *                               RECEITA (QTDE X PRECO DE VENDA)
      *          TIPO "9" TRAILER ... CONTAGEM DE DETALHES E TOTAIS
      *                               DE CONFERENCIA (SOMA DAS
      *                               QUANTIDADES, DOS VALORES, DOS
      *                               CODIGOS DE PRODUTO E DAS
      *                               RECEITAS, TRUNCADAS COMO NO
      *                               CONTROLE DO BACKUP)
      *      O REGISTRO DE CONTROLE POR PERIODO (CONTCTRL.DAT) RECUSA
      *      UMA SEGUNDA GERACAO DO MESMO PERIODO SEM REGERAR=S (OU
      *      CONFIRMACAO EXPRESSA NO MODO INTERATIVO), POIS A
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVHIST-FILE
               ASSIGN TO "MOVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOVH-CHAVE
               ALTERNATE RECORD KEY IS MOVH-CHAVE-TERC
               ALTERNATE RECORD KEY IS MOVH-CHAVE-DOCTO
               FILE STATUS IS WS-MOVHIST-STATUS.

           SELECT PRODUTO-FILE
       DATA DIVISION.
       FILE SECTION.
       FD  MOVHIST-FILE
           LABEL RECORD IS STANDARD.
           COPY MOVHREC.

       FD  PRODUTO-FILE

       FD  INTERFACE-FILE
           LABEL RECORD IS OMITTED.
       01  INTERFACE-REG                 PIC X(100).

       FD  USUARIO-FILE
           LABEL RECORD IS STANDARD.

       01  WS-MOV-PERIODO                PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    LEITURA DO HISTORICO POR SALTOS: PARA CADA PRODUTO, O
      *    HISTORICO E POSICIONADO (START) NA CHAVE PRODUTO + PRIMEIRO
      *    DIA DO PERIODO E LIDO ATE O FIM DO PERIODO; O PROXIMO
      *    PRODUTO E PROCURADO A PARTIR DO CODIGO SEGUINTE.
      *-----------------------------------------------------------------
       01  WS-PRODUTO-PROCURADO          PIC 9(06) VALUE ZEROS.
       01  WS-PRODUTO-CORRENTE           PIC 9(06) VALUE ZEROS.
       01  WS-DATA-INICIO-PERIODO        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-FIM-PERIODO           PIC 9(08) VALUE ZEROS.
       01  WS-FIM-PRODUTO-SW             PIC X(01) VALUE "N".
           88  FIM-PRODUTO                          VALUE "S".

      *-----------------------------------------------------------------
      *    LAYOUTS FIXOS DOS REGISTROS DA INTERFACE. OS TOTAIS DE
      *    CONFERENCIA DO TRAILER SAO SOMAS TRUNCADAS, COMO OS TOTAIS
           02  WS-HDR-PERIODO            PIC 9(06).
           02  WS-HDR-DATA               PIC 9(08).
           02  WS-HDR-HORA               PIC 9(06).
           02  FILLER                    PIC X(79) VALUE SPACES.

       01  WS-INT-DETALHE.
           02  FILLER                    PIC X(01) VALUE "1".
           02  WS-DET-QTDE               PIC 9(07).
           02  WS-DET-VALOR              PIC 9(12)V99.
           02  WS-DET-DEPOSITO           PIC 9(03).
           02  WS-DET-ORIG-DATA          PIC X(10).
           02  FILLER                    PIC X(08) VALUE SPACES.
           02  WS-DET-RECEITA            PIC 9(12)V99.
           02  FILLER                    PIC X(06) VALUE SPACES.

       01  WS-INT-TRAILER.
           02  FILLER                    PIC X(01) VALUE "9".
           02  WS-TRL-HASH-VALOR         PIC 9(14)V99.
           02  WS-TRL-HASH-PRODUTO       PIC 9(12).
           02  FILLER                    PIC X(31) VALUE SPACES.
           02  WS-TRL-HASH-RECEITA       PIC 9(14)V99.
           02  FILLER                    PIC X(04) VALUE SPACES.

       01  WS-TOTAL-LIDAS                PIC 9(08) VALUE ZEROS.
       01  WS-TOTAL-DETALHES             PIC 9(08) VALUE ZEROS.
       3000-GERAR-INTERFACE.
           OPEN INPUT MOVHIST-FILE
           IF MOVH-ARQ-NAO-EXISTE
               DISPLAY "ARQUIVO MOVHIST.DAT NAO ENCONTRADO. A "
                   "INTERFACE SERA GRAVADA SEM DETALHES."
           END-IF

           WRITE INTERFACE-REG

           MOVE ZEROS TO WS-TRL-HASH-QTDE WS-TRL-HASH-VALOR
                         WS-TRL-HASH-PRODUTO WS-TRL-HASH-RECEITA
           IF NOT MOVH-ARQ-NAO-EXISTE
               MOVE "N" TO WS-MOVH-FIM-SW
               MOVE 000001 TO WS-PRODUTO-PROCURADO
               COMPUTE WS-DATA-INICIO-PERIODO = WS-PERIODO * 100 + 1
               COMPUTE WS-DATA-FIM-PERIODO = WS-PERIODO * 100 + 31
               PERFORM 3100-LOCALIZAR-PRODUTO
                   THRU 3100-LOCALIZAR-PRODUTO-EXIT
                   UNTIL FIM-HISTORICO
               CLOSE MOVHIST-FILE
           END-IF
       3000-GERAR-INTERFACE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3100-LOCALIZAR-PRODUTO
      *    POSICIONA O HISTORICO NO PRIMEIRO PRODUTO, A PARTIR DE
      *    WS-PRODUTO-PROCURADO, COM LINHA NO PERIODO OU DEPOIS DELE,
      *    LE AS LINHAS DESSE PRODUTO ATE O FIM DO PERIODO E PASSA
      *    AO CODIGO SEGUINTE. O REGISTRO DE CONTROLE (PRODUTO ZERO)
      *    FICA ANTES DO PRIMEIRO CODIGO PROCURADO.
      *-----------------------------------------------------------------
       3100-LOCALIZAR-PRODUTO.
           MOVE WS-PRODUTO-PROCURADO   TO MOVH-CH-PRODUTO
           MOVE WS-DATA-INICIO-PERIODO TO MOVH-CH-DATA
           MOVE ZEROS                  TO MOVH-SEQ
           START MOVHIST-FILE KEY IS NOT LESS THAN MOVH-CHAVE
               INVALID KEY
                   SET FIM-HISTORICO TO TRUE
           END-START
           IF FIM-HISTORICO
               GO TO 3100-LOCALIZAR-PRODUTO-EXIT
           END-IF

           MOVE "N" TO WS-FIM-PRODUTO-SW
           MOVE ZEROS TO WS-PRODUTO-CORRENTE
           PERFORM 3110-LER-HISTORICO
               THRU 3110-LER-HISTORICO-EXIT
               UNTIL FIM-PRODUTO OR FIM-HISTORICO

           IF WS-PRODUTO-CORRENTE = ZEROS
              OR WS-PRODUTO-CORRENTE = 999999
               SET FIM-HISTORICO TO TRUE
           ELSE
               COMPUTE WS-PRODUTO-PROCURADO = WS-PRODUTO-CORRENTE + 1
           END-IF.
       3100-LOCALIZAR-PRODUTO-EXIT.
           EXIT.

       3110-LER-HISTORICO.
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF WS-PRODUTO-CORRENTE = ZEROS
                       MOVE MOVH-CH-PRODUTO TO WS-PRODUTO-CORRENTE
                   END-IF
                   IF MOVH-CH-PRODUTO NOT = WS-PRODUTO-CORRENTE
                      OR MOVH-CH-DATA > WS-DATA-FIM-PERIODO
                       SET FIM-PRODUTO TO TRUE
                   ELSE
                       ADD 1 TO WS-TOTAL-LIDAS
                       PERFORM 3200-SELECIONAR-MOVIMENTO
                           THRU 3200-SELECIONAR-MOVIMENTO-EXIT
                   END-IF
           END-READ.
       3110-LER-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3200-SELECIONAR-MOVIMENTO
      *    MONTA O PERIODO DA DATA DO MOVIMENTO (DD/MM/AAAA) E GRAVA
      *    O DETALHE QUANDO O MOVIMENTO E DO PERIODO PEDIDO E NAO E
      *    TRANSFERENCIA INTERNA (NEM ESTORNO DE TRANSFERENCIA, NEM
      *    SALDO TRANSPORTADO DO ARQUIVAMENTO ANUAL). O
      *    ESTORNO LEVA A DATA DA LINHA ORIGINAL. A CATEGORIA VEM DO
      *    CADASTRO DE PRODUTOS (ZERADA QUANDO O PRODUTO JA FOI
      *    EXCLUIDO).
      *-----------------------------------------------------------------
       3200-SELECIONAR-MOVIMENTO.
           IF MOVH-TRANSF-SAIDA OR MOVH-TRANSF-ENTRADA
              OR MOVH-ESTORNO-TRANSF-SAIDA
              OR MOVH-ESTORNO-TRANSF-ENTRADA
              OR MOVH-SALDO-INICIAL
               GO TO 3200-SELECIONAR-MOVIMENTO-EXIT
           END-IF

               MOVE 001 TO MOVH-DEPOSITO
           END-IF

      *    RECEITA SO NA SAIDA E NO ESTORNO DA SAIDA; LINHA GRAVADA
      *    ANTES DO PRECO DE VENDA VAI COM RECEITA ZERO.
           MOVE ZEROS TO WS-DET-RECEITA
           IF (MOVH-SAIDA OR MOVH-ESTORNO-SAIDA)
              AND MOVH-PRECO-VENDA IS NUMERIC
               COMPUTE WS-DET-RECEITA = MOVH-QTDE * MOVH-PRECO-VENDA
           END-IF

           MOVE MOVH-PRODUTO  TO WS-DET-PRODUTO
           MOVE MOVH-TERCEIRO TO WS-DET-TERCEIRO
           MOVE MOVH-DOCTO    TO WS-DET-DOCTO
           MOVE MOVH-QTDE     TO WS-DET-QTDE
           MOVE MOVH-VALOR    TO WS-DET-VALOR
           MOVE MOVH-DEPOSITO TO WS-DET-DEPOSITO
           IF MOVH-ESTORNO
               MOVE MOVH-ORIG-DATA TO WS-DET-ORIG-DATA
           ELSE
               MOVE SPACES TO WS-DET-ORIG-DATA
           END-IF

           MOVE MOVH-PRODUTO TO PROD-CODIGO
           READ PRODUTO-FILE
           ADD 1 TO WS-TOTAL-DETALHES
           ADD MOVH-QTDE    TO WS-TRL-HASH-QTDE
           ADD MOVH-VALOR   TO WS-TRL-HASH-VALOR
           ADD MOVH-PRODUTO TO WS-TRL-HASH-PRODUTO
           ADD WS-DET-RECEITA TO WS-TRL-HASH-RECEITA.
       3200-SELECIONAR-MOVIMENTO-EXIT.
           EXIT.

