      *                     DATA-FINAL=), SEM ACCEPT, E O RESULTADO
      *                     E ANOTADO NO LOG CONSOLIDADO DA CADEIA
      *                     NOTURNA (NOTURNO.LOG).
      *  15/10/2026 EQS     ESTORNO DE SAIDA (TIPO "Y", GRAVADO PELO
      *                     SGBD) DENTRO DO PERIODO ABATE O CONSUMO
      *                     DO PRODUTO, SEM DEIXA-LO NEGATIVO.
      *  15/10/2026 EQS     QUANTIDADE JA EM PEDIDO DE COMPRA ABERTO
      *                     (PEDITEM.DAT, PEDIDO MENOS RECEBIDO) E
      *                     ABATIDA DA SUGESTAO, COM COLUNA "EM PED."
      *                     NO RELATORIO; PRODUTO COBERTO PELOS
      *                     PEDIDOS SAI DA SUGESTAO. A SUGESTAO COM
      *                     FORNECEDOR APURADO E GRAVADA TAMBEM EM
      *                     SUGPED.CSV, DE ONDE O SGBD GERA OS PEDIDOS.
      *  15/10/2026 EQS     HISTORICO INDEXADO (MOVHIST.DAT): LE SO
      *                     AS LINHAS DOS PRODUTOS DA TABELA, PELA
      *                     CHAVE PRODUTO + DATA + SEQUENCIA. O
      *                     FORNECEDOR E O DA ENTRADA DE MAIOR
      *                     SEQUENCIA AINDA NO HISTORICO (ENTRADAS
      *                     DE ANOS ARQUIVADOS NAO SAO CONSULTADAS).
      *  15/10/2026 EQS     SUGESTAO LIMITADA A 9.999.999 (MAIOR
      *                     MULTIPLO DO LOTE ATE ESSE VALOR), O QUE
      *                     CABE NA LINHA DO PEDIDO; OS PRODUTOS
      *                     LIMITADOS SAO CONTADOS NO RELATORIO E NO
      *                     LOG, COM RC=04.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      LER PRODUTO.DAT E SELECIONAR OS PRODUTOS COM CONTROLE DE
      *      REPOSICAO (ESTOQUE MINIMO MAIOR QUE ZERO) CUJO SALDO
      *      ESTA ABAIXO DO MINIMO; APURAR EM MOVHIST.DAT O CONSUMO
      *      (SAIDAS TIPO "S") DO PERIODO PEDIDO E O FORNECEDOR DA
      *      ULTIMA ENTRADA DE CADA PRODUTO SELECIONADO; E GRAVAR EM
      *      SUGCOMPR.TXT A SUGESTAO DE COMPRA AGRUPADA POR
      *      MINIMO, CONSUMO, QUANTIDADE SUGERIDA (ATE O MAXIMO,
      *      ARREDONDADA PARA CIMA AO MULTIPLO DO LOTE DE COMPRA) E
      *      VALOR ESTIMADO PELO CUSTO MEDIO (OU PRECO DE TABELA SEM
      *      CUSTO APURADO), DESCONTADA A QUANTIDADE JA PEDIDA E AINDA
      *      NAO RECEBIDA NOS PEDIDOS DE COMPRA ABERTOS. GRAVA AINDA
      *      SUGPED.CSV (FORNECEDOR,PRODUTO,QUANTIDADE,CUSTO), QUE A
      *      OPCAO <P> DO SGBD TRANSFORMA EM PEDIDOS. NAO ALTERA NENHUM
      *      ARQUIVO DO SISTEMA - SOMENTE LEITURA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-TERCEIRO-STATUS.

           SELECT MOVHIST-FILE
               ASSIGN TO "MOVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOVH-CHAVE
               ALTERNATE RECORD KEY IS MOVH-CHAVE-TERC
               ALTERNATE RECORD KEY IS MOVH-CHAVE-DOCTO
               FILE STATUS IS WS-MOVHIST-STATUS.

           SELECT PEDITEM-FILE
               ASSIGN TO "PEDITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDI-CHAVE
               ALTERNATE RECORD KEY IS PEDI-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PEDITEM-STATUS.

           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "SUGCOWRK.TMP".

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT SUGPED-FILE
               ASSIGN TO "SUGPED.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGPED-STATUS.

           SELECT PARAMETRO-FILE
               ASSIGN TO "SUGCOMPR.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY TERCREC.

       FD  MOVHIST-FILE
           LABEL RECORD IS STANDARD.
           COPY MOVHREC.

       FD  PEDITEM-FILE
           LABEL RECORD IS STANDARD.
           COPY PEDIREC.

       SD  ARQUIVO-ORDENACAO.
       01  ORD-REC.
           02  ORD-FORNECEDOR            PIC 9(06).
           02  ORD-SALDO                 PIC S9(07).
           02  ORD-MINIMO                PIC 9(07).
           02  ORD-CONSUMO               PIC 9(09).
           02  ORD-EM-PEDIDO             PIC 9(09).
           02  ORD-SUGESTAO              PIC 9(09).
           02  ORD-CUSTO                 PIC 9(07)V99.
           02  ORD-VALOR                 PIC 9(12)V99.

       FD  RELATORIO-FILE
           LABEL RECORD IS OMITTED.
       01  REL-LINHA                     PIC X(110).

       FD  SUGPED-FILE
           LABEL RECORD IS OMITTED.
       01  SUGPED-LINHA                  PIC X(40).

       FD  PARAMETRO-FILE
           LABEL RECORD IS OMITTED.
       01  PARM-LINHA                    PIC X(80).
           88  MOVH-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-RELATORIO-STATUS           PIC X(02) VALUE "00".
       01  WS-SUGPED-STATUS              PIC X(02) VALUE "00".

       01  WS-PEDITEM-STATUS             PIC X(02) VALUE "00".
           88  PEDI-OK                              VALUE "00".
           88  PEDI-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-DATA-SISTEMA               PIC X(08).
       01  WS-DATA-EDITADA.
           02  WS-CEN                    PIC 99.

       01  WS-LOGN-REG                   PIC 9(08) VALUE ZEROS.
       01  WS-LOGN-RC                    PIC 9(02) VALUE ZEROS.
       01  WS-LOGN-LIMITADAS             PIC 9(06) VALUE ZEROS.

      *----------------------------------------------------------------
      *    TABELA DOS PRODUTOS ABAIXO DO MINIMO, MONTADA NA VARREDURA
               03  WS-TAB-SUG-CUSTO      PIC 9(07)V99.
               03  WS-TAB-SUG-CONSUMO    PIC 9(09).
               03  WS-TAB-SUG-FORNEC     PIC 9(06).
               03  WS-TAB-SUG-PEDIDO     PIC 9(09).

       01  WS-SUGESTOES-ESTOURO-SW       PIC X(01) VALUE "N".
           88  SUGESTOES-ESTOURO                    VALUE "S".
       01  WS-MOVH-FIM-SW                PIC X(01) VALUE "N".
           88  FIM-HISTORICO                        VALUE "S".

      *    SEQUENCIA DA ENTRADA QUE DEU O FORNECEDOR DO PRODUTO: AS
      *    LINHAS VEM NA ORDEM DE DATA, E A ULTIMA ENTRADA APLICADA
      *    E A DE MAIOR SEQUENCIA.
       01  WS-SEQ-ULTIMA-ENTRADA         PIC 9(08) VALUE ZEROS.

       01  WS-SORT-FIM-SW                PIC X(01) VALUE "N".
           88  SORT-FIM                             VALUE "S".

       01  WS-PEDI-FIM-SW                PIC X(01) VALUE "N".
           88  PEDI-FIM                             VALUE "S".

      *----------------------------------------------------------------
      *    LINHA DE SUGPED.CSV: FORNECEDOR,PRODUTO,QUANTIDADE,CUSTO. O
      *    CUSTO VAI EM 9 DIGITOS COM 2 DECIMAIS IMPLICITOS, SEM
      *    SEPARADOR, PARA SER RELIDO SEM CONVERSAO.
      *----------------------------------------------------------------
       01  WS-SUGPED-REG.
           02  WS-SUGPED-FORNEC          PIC 9(06).
           02  FILLER                    PIC X(01) VALUE ",".
           02  WS-SUGPED-PRODUTO         PIC 9(06).
           02  FILLER                    PIC X(01) VALUE ",".
           02  WS-SUGPED-QTDE            PIC 9(07).
           02  FILLER                    PIC X(01) VALUE ",".
           02  WS-SUGPED-CUSTO           PIC 9(07)V99.
       01  WS-SUGPED-LINHAS              PIC 9(06) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      *    CALCULO DA QUANTIDADE SUGERIDA: REPOR ATE O MAXIMO (OU ATE
      *    O MINIMO QUANDO NAO HA MAXIMO), ARREDONDANDO PARA CIMA AO
       01  WS-SUGESTAO-CALC              PIC S9(09) VALUE ZEROS.
       01  WS-LOTE-QUOC                  PIC 9(09) COMP VALUE ZEROS.
       01  WS-LOTE-RESTO                 PIC 9(07) COMP VALUE ZEROS.
       01  WS-QTD-LIMITADAS              PIC 9(06) COMP VALUE ZEROS.
       01  WS-VALOR-CALC                 PIC 9(12)V99 VALUE ZEROS.

      *----------------------------------------------------------------
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-CONSUMO-EDIT       PIC ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-PEDIDO-EDIT        PIC ZZZZZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-SUGESTAO-EDIT      PIC ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-VALOR-EDIT         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           DISPLAY "SUGESTAO DE COMPRA GRAVADA EM SUGCOMPR.TXT. "
               "ITENS: " WS-GERAL-ITENS
           DISPLAY "LINHAS PARA PEDIDO GRAVADAS EM SUGPED.CSV: "
               WS-SUGPED-LINHAS
           IF WS-QTD-LIMITADAS > ZEROS
               MOVE 4 TO WS-LOGN-RC
               DISPLAY WS-QTD-LIMITADAS " PRODUTOS COM SUGESTAO "
                   "LIMITADA A 9.999.999 UNIDADES."
           END-IF
           MOVE WS-LOGN-RC TO RETURN-CODE
           IF EXECUCAO-LOTE
               PERFORM 9500-GRAVAR-LOG-NOTURNO
                   THRU 9500-GRAVAR-LOG-NOTURNO-EXIT
      *-----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    ABRE OS MESTRES SOMENTE PARA LEITURA, OBTEM A DATA DO
      *    SISTEMA E PERGUNTA O PERIODO DE APURACAO DO CONSUMO. SEM
      *    PEDITEM.DAT (NENHUM PEDIDO DE COMPRA AINDA) NADA ESTA EM
      *    PEDIDO.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               STOP RUN
           END-IF
           OPEN INPUT TERCEIRO-FILE
           OPEN INPUT PEDITEM-FILE

           IF NOT EXECUCAO-LOTE
               DISPLAY "CONSUMO - DATA INICIAL AAAAMMDD (BRANCO = "
               MOVE PROD-PRECO TO WS-TAB-SUG-CUSTO (WS-IDX-SUG)
           END-IF
           MOVE ZEROS TO WS-TAB-SUG-CONSUMO (WS-IDX-SUG)
           MOVE ZEROS TO WS-TAB-SUG-FORNEC (WS-IDX-SUG)
           MOVE ZEROS TO WS-TAB-SUG-PEDIDO (WS-IDX-SUG)
           IF NOT PEDI-ARQ-NAO-EXISTE
               PERFORM 2200-SOMAR-EM-PEDIDO
                   THRU 2200-SOMAR-EM-PEDIDO-EXIT
           END-IF.
       2100-GUARDAR-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2200-SOMAR-EM-PEDIDO
      *    SOMA O SALDO A RECEBER (PEDIDO MENOS RECEBIDO) DAS LINHAS
      *    ABERTAS DOS PEDIDOS DE COMPRA DO PRODUTO, LIDAS PELA CHAVE
      *    ALTERNADA DO PRODUTO.
      *-----------------------------------------------------------------
       2200-SOMAR-EM-PEDIDO.
           MOVE "N" TO WS-PEDI-FIM-SW
           MOVE PROD-CODIGO TO PEDI-PRODUTO
           START PEDITEM-FILE KEY IS NOT LESS THAN PEDI-PRODUTO
               INVALID KEY
                   SET PEDI-FIM TO TRUE
           END-START
           PERFORM 2210-SOMAR-EM-PEDIDO-LER
               THRU 2210-SOMAR-EM-PEDIDO-LER-EXIT
               UNTIL PEDI-FIM.
       2200-SOMAR-EM-PEDIDO-EXIT.
           EXIT.

       2210-SOMAR-EM-PEDIDO-LER.
           READ PEDITEM-FILE NEXT RECORD
               AT END
                   SET PEDI-FIM TO TRUE
               NOT AT END
                   IF PEDI-PRODUTO NOT = PROD-CODIGO
                       SET PEDI-FIM TO TRUE
                   ELSE
                       IF PEDI-ABERTA
                          AND PEDI-QTDE > PEDI-RECEBIDA
                           COMPUTE WS-TAB-SUG-PEDIDO (WS-IDX-SUG) =
                               WS-TAB-SUG-PEDIDO (WS-IDX-SUG) +
                               PEDI-QTDE - PEDI-RECEBIDA
                       END-IF
                   END-IF
           END-READ.
       2210-SOMAR-EM-PEDIDO-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-APURAR-HISTORICO
      *    PARA CADA PRODUTO DA TABELA, LE NO HISTORICO SO AS LINHAS
      *    DELE (CHAVE PRODUTO + DATA + SEQUENCIA): ACUMULA O CONSUMO
      *    (SAIDAS TIPO "S" DENTRO DO PERIODO PEDIDO) E GUARDA O
      *    TERCEIRO DA ULTIMA ENTRADA (A DE MAIOR SEQUENCIA, OU SEJA,
      *    A ULTIMA APLICADA).
      *-----------------------------------------------------------------
       3000-APURAR-HISTORICO.
           OPEN INPUT MOVHIST-FILE
           IF MOVH-ARQ-NAO-EXISTE
               DISPLAY "ARQUIVO MOVHIST.DAT NAO ENCONTRADO. CONSUMO "
                   "E FORNECEDOR SAIRAO ZERADOS."
               GO TO 3000-APURAR-HISTORICO-EXIT
           END-IF
           PERFORM 3010-APURAR-PRODUTO
               THRU 3010-APURAR-PRODUTO-EXIT
               VARYING WS-IDX-SUG FROM 1 BY 1
               UNTIL WS-IDX-SUG > WS-QTD-SUGESTOES
           CLOSE MOVHIST-FILE.
       3000-APURAR-HISTORICO-EXIT.
           EXIT.

       3010-APURAR-PRODUTO.
           MOVE "N" TO WS-MOVH-FIM-SW
           MOVE ZEROS TO WS-SEQ-ULTIMA-ENTRADA
           MOVE WS-TAB-SUG-PRODUTO (WS-IDX-SUG) TO MOVH-CH-PRODUTO
           MOVE ZEROS TO MOVH-CH-DATA MOVH-SEQ
           START MOVHIST-FILE KEY IS NOT LESS THAN MOVH-CHAVE
               INVALID KEY
                   SET FIM-HISTORICO TO TRUE
           END-START
           PERFORM 3020-APURAR-PRODUTO-LER
               THRU 3020-APURAR-PRODUTO-LER-EXIT
               UNTIL FIM-HISTORICO.
       3010-APURAR-PRODUTO-EXIT.
           EXIT.

       3020-APURAR-PRODUTO-LER.
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF MOVH-CH-PRODUTO
                      NOT = WS-TAB-SUG-PRODUTO (WS-IDX-SUG)
                       SET FIM-HISTORICO TO TRUE
                   ELSE
                       PERFORM 3100-APURAR-MOVIMENTO
                           THRU 3100-APURAR-MOVIMENTO-EXIT
                   END-IF
           END-READ.
       3020-APURAR-PRODUTO-LER-EXIT.
           EXIT.

       3100-APURAR-MOVIMENTO.
           IF MOVH-ENTRADA
               IF MOVH-SEQ > WS-SEQ-ULTIMA-ENTRADA
                   MOVE MOVH-SEQ TO WS-SEQ-ULTIMA-ENTRADA
                   MOVE MOVH-TERCEIRO
                       TO WS-TAB-SUG-FORNEC (WS-IDX-SUG)
               END-IF
               GO TO 3100-APURAR-MOVIMENTO-EXIT
           END-IF

           IF NOT MOVH-SAIDA AND NOT MOVH-ESTORNO-SAIDA
               GO TO 3100-APURAR-MOVIMENTO-EXIT
           END-IF

               GO TO 3100-APURAR-MOVIMENTO-EXIT
           END-IF

      *    A SAIDA ESTORNADA NAO FOI CONSUMO: O ESTORNO ABATE O QUE
      *    A SAIDA ORIGINAL SOMOU (SE A SAIDA CAIU ANTES DO PERIODO,
      *    O CONSUMO PARA EM ZERO).
           IF MOVH-ESTORNO-SAIDA
               IF WS-TAB-SUG-CONSUMO (WS-IDX-SUG) NOT < MOVH-QTDE
                   SUBTRACT MOVH-QTDE
                       FROM WS-TAB-SUG-CONSUMO (WS-IDX-SUG)
               ELSE
                   MOVE ZEROS TO WS-TAB-SUG-CONSUMO (WS-IDX-SUG)
               END-IF
           ELSE
               ADD MOVH-QTDE TO WS-TAB-SUG-CONSUMO (WS-IDX-SUG)
           END-IF.
       3100-APURAR-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4000-LIBERAR-SUGESTOES (INPUT PROCEDURE DO SORT)
      *    CALCULA A QUANTIDADE SUGERIDA E O VALOR ESTIMADO DE CADA
      *    PRODUTO DA TABELA E MANDA (RELEASE) PARA A ORDENACAO POR
      *    FORNECEDOR. O QUE JA ESTA EM PEDIDO ABERTO E ABATIDO ANTES
      *    DO ARREDONDAMENTO AO LOTE; PRODUTO JA COBERTO PELOS PEDIDOS
      *    NAO E SUGERIDO.
      *-----------------------------------------------------------------
       4000-LIBERAR-SUGESTOES.
           SET WS-IDX-SUG TO 1
                   WS-TAB-SUG-MINIMO (WS-IDX-SUG) -
                   WS-TAB-SUG-SALDO (WS-IDX-SUG)
           END-IF
           SUBTRACT WS-TAB-SUG-PEDIDO (WS-IDX-SUG) FROM WS-SUGESTAO-CALC
           IF WS-SUGESTAO-CALC NOT > ZEROS
               SET WS-IDX-SUG UP BY 1
               GO TO 4100-LIBERAR-UMA-EXIT
           END-IF

           IF WS-TAB-SUG-LOTE (WS-IDX-SUG) > ZEROS
               DIVIDE WS-SUGESTAO-CALC
                   WS-LOTE-QUOC * WS-TAB-SUG-LOTE (WS-IDX-SUG)
           END-IF

      *    A QUANTIDADE DA LINHA DO PEDIDO TEM 7 DIGITOS: ACIMA DISSO
      *    A SUGESTAO FICA NO MAIOR MULTIPLO DO LOTE QUE CABE.
           IF WS-SUGESTAO-CALC > 9999999
               ADD 1 TO WS-QTD-LIMITADAS
               IF WS-TAB-SUG-LOTE (WS-IDX-SUG) > ZEROS
                   DIVIDE 9999999 BY WS-TAB-SUG-LOTE (WS-IDX-SUG)
                       GIVING WS-LOTE-QUOC
                   COMPUTE WS-SUGESTAO-CALC =
                       WS-LOTE-QUOC * WS-TAB-SUG-LOTE (WS-IDX-SUG)
               ELSE
                   MOVE 9999999 TO WS-SUGESTAO-CALC
               END-IF
           END-IF

           COMPUTE WS-VALOR-CALC =
               WS-SUGESTAO-CALC * WS-TAB-SUG-CUSTO (WS-IDX-SUG)

           MOVE WS-TAB-SUG-SALDO (WS-IDX-SUG)   TO ORD-SALDO
           MOVE WS-TAB-SUG-MINIMO (WS-IDX-SUG)  TO ORD-MINIMO
           MOVE WS-TAB-SUG-CONSUMO (WS-IDX-SUG) TO ORD-CONSUMO
           MOVE WS-TAB-SUG-PEDIDO (WS-IDX-SUG)  TO ORD-EM-PEDIDO
           MOVE WS-SUGESTAO-CALC                TO ORD-SUGESTAO
           MOVE WS-TAB-SUG-CUSTO (WS-IDX-SUG)   TO ORD-CUSTO
           MOVE WS-VALOR-CALC                   TO ORD-VALOR
           RELEASE ORD-REC
           SET WS-IDX-SUG UP BY 1.
      *    DEVOLVE (RETURN) AS SUGESTOES JA ORDENADAS POR FORNECEDOR
      *    E MONTA O RELATORIO: CABECALHO COM O NOME DO FORNECEDOR NA
      *    QUEBRA, UMA LINHA POR PRODUTO E TOTAIS POR FORNECEDOR E
      *    GERAIS. GRAVA JUNTO O SUGPED.CSV PARA GERACAO DOS PEDIDOS.
      *-----------------------------------------------------------------
       5000-GRAVAR-RELATORIO.
           MOVE "N" TO WS-SORT-FIM-SW
           OPEN OUTPUT RELATORIO-FILE
           OPEN OUTPUT SUGPED-FILE

           MOVE WS-DATA-SISTEMA (1:4) TO WS-DATA-ANO
           MOVE WS-DATA-SISTEMA (5:2) TO WS-DATA-MES
               WRITE REL-LINHA
           END-IF

           CLOSE RELATORIO-FILE
           CLOSE SUGPED-FILE.
       5000-GRAVAR-RELATORIO-EXIT.
           EXIT.


           MOVE SPACES TO REL-LINHA
           STRING "  CODIGO DESCRICAO                      "
                  "  SALDO  MINIMO     CONSUMO EM PED.    SUGESTAO"
                  "      VALOR ESTIMADO"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
           MOVE ORD-SALDO    TO WS-LIN-SALDO-EDIT
           MOVE ORD-MINIMO   TO WS-LIN-MINIMO-EDIT
           MOVE ORD-CONSUMO  TO WS-LIN-CONSUMO-EDIT
           MOVE ORD-EM-PEDIDO TO WS-LIN-PEDIDO-EDIT
           MOVE ORD-SUGESTAO TO WS-LIN-SUGESTAO-EDIT
           MOVE ORD-VALOR    TO WS-LIN-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-CODIGO-EDIT " " ORD-DESCRICAO
               " " WS-LIN-SALDO-EDIT " " WS-LIN-MINIMO-EDIT
               " " WS-LIN-CONSUMO-EDIT " " WS-LIN-PEDIDO-EDIT
               " " WS-LIN-SUGESTAO-EDIT " " WS-LIN-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

      *    SEM FORNECEDOR APURADO NAO HA PARA QUEM PEDIR: O PRODUTO
      *    FICA SO NO RELATORIO.
           IF ORD-FORNECEDOR NOT = ZEROS
               MOVE ORD-FORNECEDOR TO WS-SUGPED-FORNEC
               MOVE ORD-PRODUTO    TO WS-SUGPED-PRODUTO
               MOVE ORD-SUGESTAO   TO WS-SUGPED-QTDE
               MOVE ORD-CUSTO      TO WS-SUGPED-CUSTO
               MOVE WS-SUGPED-REG  TO SUGPED-LINHA
               WRITE SUGPED-LINHA
               ADD 1 TO WS-SUGPED-LINHAS
           END-IF

           ADD 1 TO WS-FORNEC-ITENS
           ADD 1 TO WS-GERAL-ITENS
           ADD ORD-VALOR TO WS-FORNEC-VALOR
           STRING "TOTAL GERAL: ITENS " WS-LIN-ITENS-EDIT
               " - VALOR ESTIMADO " WS-LIN-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           IF WS-QTD-LIMITADAS > ZEROS
               MOVE WS-QTD-LIMITADAS TO WS-LIN-ITENS-EDIT
               MOVE SPACES TO REL-LINHA
               STRING "*** " WS-LIN-ITENS-EDIT " PRODUTOS COM "
                   "SUGESTAO LIMITADA A 9.999.999 UNIDADES ***"
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       5400-GRAVAR-TOTAIS-GERAIS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
           CLOSE PRODUTO-FILE
           CLOSE TERCEIRO-FILE
           IF NOT PEDI-ARQ-NAO-EXISTE
               CLOSE PEDITEM-FILE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-GERAL-ITENS TO WS-LOGN-REG
           MOVE WS-QTD-LIMITADAS TO WS-LOGN-LIMITADAS
           MOVE SPACES TO LOGN-LINHA
           STRING WS-DATA-SISTEMA " "
                  WS-HR WS-MN WS-SG
                  " SUGCOMPR RC=" WS-LOGN-RC
                  " REG=" WS-LOGN-REG
                  " SUGESTAO GRAVADA EM SUGCOMPR.TXT LIMITADAS="
                  WS-LOGN-LIMITADAS
               DELIMITED BY SIZE INTO LOGN-LINHA
           WRITE LOGN-LINHA
           CLOSE LOG-NOTURNO-FILE.
