      *                     ANOTADO NO LOG CONSOLIDADO DA CADEIA
      *                     NOTURNA (NOTURNO.LOG), COMO O MODO LOTE
      *                     DO SGBD FAZ EM SGBDLOTE.LOG.
      *  15/10/2026 EQS     ESTORNOS DE DOCUMENTO (TIPOS "X"/"Y"/
      *                     "U"/"V", GRAVADOS PELO SGBD) ENTRAM NO
      *                     EXTRATO COM O PROPRIO TIPO, SOMANDO OU
      *                     SUBTRAINDO O SALDO COMO O INVERSO DA
      *                     LINHA ORIGINAL; LEGENDA DOS TIPOS NO
      *                     CABECALHO.
      *  15/10/2026 EQS     HISTORICO INDEXADO (MOVHIST.DAT): CADA
      *                     PRODUTO E LIDO PELA CHAVE PRODUTO + DATA
      *                     + SEQUENCIA, EM DUAS PASSADAS (APURACAO
      *                     E IMPRESSAO), SEM A ORDENACAO E SEM O
      *                     LIMITE DE 500 PRODUTOS POR FAIXA. O
      *                     SALDO TRANSPORTADO DO ARQUIVAMENTO ANUAL
      *                     (TIPO "I") SAI NO EXTRATO E SO DA O
      *                     SALDO QUANDO O PRODUTO NAO TEM OUTRA
      *                     LINHA.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      LER O HISTORICO PERMANENTE DE MOVIMENTOS DE ESTOQUE
      *      (MOVHIST.DAT), GRAVADO PELO SGBD A CADA MOVIMENTO
      *      APLICADO, E IMPRIMIR O EXTRATO KARDEX DE UM PRODUTO OU
      *      DE UMA FAIXA DE PRODUTOS: SALDO DE ABERTURA, CADA
      *      MOVIMENTO EM ORDEM DE DATA COM O SALDO APOS O MOVIMENTO
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

           SELECT RELATORIO-FILE
               ASSIGN TO "KARDEX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  MOVHIST-FILE
           LABEL RECORD IS STANDARD.
           COPY MOVHREC.

       FD  RELATORIO-FILE
           LABEL RECORD IS OMITTED.
       01  REL-LINHA                     PIC X(110).
           88  CAMPO-NUM-VALIDO                     VALUE "S".
       01  WS-CAMPO-NUM-SAIDA            PIC 9(11).


       01  WS-LEITURA-FIM-SW             PIC X(01) VALUE "N".
           88  LEITURA-FIM                          VALUE "S".

       01  WS-PRODUTOS-FIM-SW            PIC X(01) VALUE "N".
           88  PRODUTOS-FIM                         VALUE "S".

       01  WS-LINHA-ACEITA-SW            PIC X(01) VALUE "N".
           88  LINHA-ACEITA                         VALUE "S".

      *-----------------------------------------------------------------
      *    WS-PRODUTO-PROCURADO E O CODIGO A PARTIR DO QUAL SE
      *    POSICIONA (START) O HISTORICO PARA ACHAR O PROXIMO PRODUTO
      *    DA FAIXA COM MOVIMENTO: O HISTORICO ESTA INDEXADO POR
      *    PRODUTO + DATA + SEQUENCIA, ENTAO AS LINHAS DE UM PRODUTO
      *    JA VEM JUNTAS E NA ORDEM DE DATA.
      *-----------------------------------------------------------------
       01  WS-PRODUTO-PROCURADO          PIC 9(06) VALUE ZEROS.
       01  WS-PRODUTO-CORRENTE           PIC 9(06) VALUE ZEROS.
       01  WS-TEM-PRODUTO-SW             PIC X(01) VALUE "N".
           88  TEM-PRODUTO                          VALUE "S".
       01  WS-TOTAL-MOVIMENTOS           PIC 9(08)  VALUE ZEROS.

      *-----------------------------------------------------------------
      *    APURACAO DO PRODUTO (PRIMEIRA LEITURA DAS SUAS LINHAS): O
      *    SALDO FINAL E O SALDO GRAVADO NA LINHA DE MAIOR SEQUENCIA
      *    (O ULTIMO MOVIMENTO APLICADO, O SALDO REAL ATUAL) E O
      *    LIQUIDO E A SOMA ASSINADA DAS QUANTIDADES. O SALDO DE
      *    ABERTURA DO EXTRATO E O FINAL MENOS O LIQUIDO, E A COLUNA
      *    DE SALDO E REACUMULADA NA ORDEM DE DATA - UM MOVIMENTO
      *    RETROATIVO NAO DISTORCE O EXTRATO NEM O FECHAMENTO, QUE
      *    BATE COM O SALDO REAL. A LINHA DE SALDO TRANSPORTADO
      *    ("I") SO FORNECE O SALDO FINAL QUANDO O PRODUTO NAO TEM
      *    OUTRA LINHA.
      *-----------------------------------------------------------------
       01  WS-LINHAS-PRODUTO             PIC 9(08) VALUE ZEROS.
       01  WS-MAIOR-SEQ                  PIC 9(08) VALUE ZEROS.
       01  WS-SAL-FINAL                  PIC S9(09) VALUE ZEROS.
       01  WS-SAL-LIQUIDO                PIC S9(09) VALUE ZEROS.
       01  WS-SAL-VAL-FINAL              PIC S9(14)V99 VALUE ZEROS.
       01  WS-SAL-VAL-LIQ                PIC S9(14)V99 VALUE ZEROS.
       01  WS-SAL-INI-QTDE               PIC S9(09) VALUE ZEROS.
       01  WS-SAL-INI-VALOR              PIC S9(14)V99 VALUE ZEROS.

       01  WS-TEM-MOVIMENTO-SW           PIC X(01) VALUE "N".
           88  TEM-MOVIMENTO                        VALUE "S".

       01  WS-TEM-SALDO-INICIAL-SW       PIC X(01) VALUE "N".
           88  TEM-SALDO-INICIAL                    VALUE "S".

       01  WS-LINHA-EDITADA.
           02  WS-LIN-CODIGO-EDIT        PIC ZZZZZ9.
       0000-MAINLINE.
           PERFORM 0100-DETECTAR-LOTE THRU 0100-DETECTAR-LOTE-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-ABRIR-EXTRATO THRU 2000-ABRIR-EXTRATO-EXIT
           PERFORM 3000-PROCESSAR-PRODUTO
               THRU 3000-PROCESSAR-PRODUTO-EXIT
               UNTIL PRODUTOS-FIM
           PERFORM 4000-ENCERRAR-EXTRATO
               THRU 4000-ENCERRAR-EXTRATO-EXIT
           DISPLAY "EXTRATO KARDEX GRAVADO EM KARDEX.TXT. MOVIMENTOS: "
               WS-TOTAL-MOVIMENTOS
           IF EXECUCAO-LOTE
           EXIT.

      *-----------------------------------------------------------------
      *    2000-ABRIR-EXTRATO
      *    ABRE O HISTORICO PARA LEITURA E O EXTRATO, GRAVA O
      *    CABECALHO GERAL E POSICIONA A PROCURA NO PRODUTO INICIAL
      *    DA FAIXA.
      *-----------------------------------------------------------------
       2000-ABRIR-EXTRATO.
           OPEN OUTPUT RELATORIO-FILE

           MOVE WS-DATA-SISTEMA (1:4) TO WS-DATA-ANO
           END-IF
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           STRING "TIPOS: E ENTRADA  S SAIDA  A/B AJUSTE  "
                  "T/R TRANSFERENCIA  X/Y ESTORNO ENTRADA/SAIDA  "
                  "U/V ESTORNO TRANSF."
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "       I SALDO TRANSPORTADO (SALDO DE 31/12 DO "
                  "ANO ARQUIVADO)"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE "=======================================" TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-PROD-INICIAL TO WS-PRODUTO-PROCURADO
           MOVE "N" TO WS-PRODUTOS-FIM-SW
           OPEN INPUT MOVHIST-FILE
           IF MOVH-ARQ-NAO-EXISTE
               DISPLAY "ARQUIVO MOVHIST.DAT NAO ENCONTRADO. O EXTRATO "
                   "SERA GRAVADO VAZIO."
               SET PRODUTOS-FIM TO TRUE
           END-IF.
       2000-ABRIR-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-PROCESSAR-PRODUTO
      *    POSICIONA O HISTORICO NO PRIMEIRO PRODUTO COM MOVIMENTO A
      *    PARTIR DE WS-PRODUTO-PROCURADO E EMITE O SEU EXTRATO EM
      *    DUAS LEITURAS DAS SUAS LINHAS: A PRIMEIRA APURA O SALDO
      *    FINAL E O LIQUIDO (3100), A SEGUNDA IMPRIME (3300). O
      *    REGISTRO DE CONTROLE (CHAVE ZERADA) E PULADO.
      *-----------------------------------------------------------------
       3000-PROCESSAR-PRODUTO.
           MOVE WS-PRODUTO-PROCURADO TO MOVH-CH-PRODUTO
           MOVE ZEROS TO MOVH-CH-DATA MOVH-SEQ
           START MOVHIST-FILE KEY IS NOT LESS THAN MOVH-CHAVE
               INVALID KEY
                   SET PRODUTOS-FIM TO TRUE
           END-START
           IF PRODUTOS-FIM
               GO TO 3000-PROCESSAR-PRODUTO-EXIT
           END-IF

           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET PRODUTOS-FIM TO TRUE
           END-READ
           IF PRODUTOS-FIM
               GO TO 3000-PROCESSAR-PRODUTO-EXIT
           END-IF

           IF MOVH-REG-CONTROLE
               MOVE 000001 TO WS-PRODUTO-PROCURADO
               GO TO 3000-PROCESSAR-PRODUTO-EXIT
           END-IF

           IF MOVH-CH-PRODUTO > WS-PROD-FINAL
               SET PRODUTOS-FIM TO TRUE
               GO TO 3000-PROCESSAR-PRODUTO-EXIT
           END-IF

           MOVE MOVH-CH-PRODUTO TO WS-PRODUTO-CORRENTE
           PERFORM 3100-APURAR-PRODUTO THRU 3100-APURAR-PRODUTO-EXIT
           IF WS-LINHAS-PRODUTO > ZEROS
               PERFORM 3200-ABRIR-PRODUTO
                   THRU 3200-ABRIR-PRODUTO-EXIT
               PERFORM 3300-IMPRIMIR-PRODUTO
                   THRU 3300-IMPRIMIR-PRODUTO-EXIT
               PERFORM 3500-FECHAR-PRODUTO
                   THRU 3500-FECHAR-PRODUTO-EXIT
           END-IF

           IF WS-PRODUTO-CORRENTE = 999999
               SET PRODUTOS-FIM TO TRUE
           ELSE
               COMPUTE WS-PRODUTO-PROCURADO = WS-PRODUTO-CORRENTE + 1
           END-IF.
       3000-PROCESSAR-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3100-APURAR-PRODUTO
      *    PRIMEIRA LEITURA DAS LINHAS DO PRODUTO CORRENTE: APURA O
      *    SALDO FINAL (LINHA DE MAIOR SEQUENCIA, OU O SALDO
      *    TRANSPORTADO QUANDO ELE E A UNICA LINHA) E O LIQUIDO, E
      *    DAI O SALDO DE ABERTURA DO EXTRATO.
      *-----------------------------------------------------------------
       3100-APURAR-PRODUTO.
           MOVE ZEROS TO WS-LINHAS-PRODUTO WS-MAIOR-SEQ
                         WS-SAL-FINAL WS-SAL-LIQUIDO
                         WS-SAL-VAL-FINAL WS-SAL-VAL-LIQ
                         WS-SAL-INI-QTDE WS-SAL-INI-VALOR
           MOVE "N" TO WS-TEM-MOVIMENTO-SW
           MOVE "N" TO WS-TEM-SALDO-INICIAL-SW
           PERFORM 3150-POSICIONAR-PRODUTO
               THRU 3150-POSICIONAR-PRODUTO-EXIT
           PERFORM 3110-APURAR-PRODUTO-LER
               THRU 3110-APURAR-PRODUTO-LER-EXIT
               UNTIL LEITURA-FIM

           IF NOT TEM-MOVIMENTO AND TEM-SALDO-INICIAL
               MOVE WS-SAL-INI-QTDE  TO WS-SAL-FINAL
               MOVE WS-SAL-INI-VALOR TO WS-SAL-VAL-FINAL
           END-IF

           COMPUTE WS-SALDO-ABERTURA = WS-SAL-FINAL - WS-SAL-LIQUIDO
           IF WS-FILTRO-DEPOSITO = ZEROS
               COMPUTE WS-VAL-ABERTURA =
                   WS-SAL-VAL-FINAL - WS-SAL-VAL-LIQ
           ELSE
      *    NO EXTRATO FILTRADO POR DEPOSITO A COLUNA DE VALOR DO
      *    SALDO PARTE DE ZERO: O VALOR DE SALDO GRAVADO NO
      *    HISTORICO E O DA EMPRESA TODA, NAO DO DEPOSITO.
               MOVE ZEROS TO WS-VAL-ABERTURA
           END-IF.
       3100-APURAR-PRODUTO-EXIT.
           EXIT.

       3110-APURAR-PRODUTO-LER.
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET LEITURA-FIM TO TRUE
               NOT AT END
                   IF MOVH-CH-PRODUTO NOT = WS-PRODUTO-CORRENTE
                       SET LEITURA-FIM TO TRUE
                   ELSE
                       PERFORM 3160-PREPARAR-LINHA
                           THRU 3160-PREPARAR-LINHA-EXIT
                       IF LINHA-ACEITA
                           PERFORM 3120-REGISTRAR-SALDO
                               THRU 3120-REGISTRAR-SALDO-EXIT
                       END-IF
                   END-IF
           END-READ.
       3110-APURAR-PRODUTO-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3120-REGISTRAR-SALDO
      *    ACUMULA A LINHA CORRENTE NA APURACAO DO PRODUTO: O SALDO
      *    FINAL RECEBE O SALDO GRAVADO NA LINHA DE MAIOR SEQUENCIA
      *    (ORDEM DE APLICACAO) E O LIQUIDO ACUMULA A QUANTIDADE COM
      *    O SINAL DO TIPO DO MOVIMENTO. O SALDO TRANSPORTADO FICA
      *    GUARDADO A PARTE.
      *-----------------------------------------------------------------
       3120-REGISTRAR-SALDO.
           ADD 1 TO WS-LINHAS-PRODUTO
           IF MOVH-SALDO-INICIAL
               SET TEM-SALDO-INICIAL TO TRUE
               IF WS-FILTRO-DEPOSITO = ZEROS
                   MOVE MOVH-SALDO TO WS-SAL-INI-QTDE
               ELSE
                   MOVE MOVH-SALDO-LOC TO WS-SAL-INI-QTDE
               END-IF
               MOVE MOVH-SALDO-VALOR TO WS-SAL-INI-VALOR
               GO TO 3120-REGISTRAR-SALDO-EXIT
           END-IF

           IF NOT TEM-MOVIMENTO OR MOVH-SEQ > WS-MAIOR-SEQ
               SET TEM-MOVIMENTO TO TRUE
               MOVE MOVH-SEQ TO WS-MAIOR-SEQ
               IF WS-FILTRO-DEPOSITO = ZEROS
                   MOVE MOVH-SALDO TO WS-SAL-FINAL
               ELSE
                   MOVE MOVH-SALDO-LOC TO WS-SAL-FINAL
               END-IF
               MOVE MOVH-SALDO-VALOR TO WS-SAL-VAL-FINAL
           END-IF

           IF MOVH-SOMA-SALDO
               ADD MOVH-QTDE TO WS-SAL-LIQUIDO
               ADD MOVH-VALOR TO WS-SAL-VAL-LIQ
           ELSE
               SUBTRACT MOVH-QTDE FROM WS-SAL-LIQUIDO
               SUBTRACT MOVH-VALOR FROM WS-SAL-VAL-LIQ
           END-IF.
       3120-REGISTRAR-SALDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3150-POSICIONAR-PRODUTO
      *    POSICIONA O HISTORICO NA PRIMEIRA LINHA DO PRODUTO
      *    CORRENTE (DATA E SEQUENCIA ZERADAS NA CHAVE).
      *-----------------------------------------------------------------
       3150-POSICIONAR-PRODUTO.
           MOVE "N" TO WS-LEITURA-FIM-SW
           MOVE WS-PRODUTO-CORRENTE TO MOVH-CH-PRODUTO
           MOVE ZEROS TO MOVH-CH-DATA MOVH-SEQ
           START MOVHIST-FILE KEY IS NOT LESS THAN MOVH-CHAVE
               INVALID KEY
                   SET LEITURA-FIM TO TRUE
           END-START.
       3150-POSICIONAR-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3160-PREPARAR-LINHA
      *    ACERTA OS CAMPOS DE LINHAS ANTIGAS DA LINHA LIDA E APLICA
      *    O FILTRO DE DEPOSITO: LINHA-ACEITA INDICA QUE A LINHA
      *    ENTRA NO EXTRATO.
      *-----------------------------------------------------------------
       3160-PREPARAR-LINHA.
           MOVE "N" TO WS-LINHA-ACEITA-SW
      *    LINHAS GRAVADAS ANTES DOS CAMPOS DE CUSTO/VALOR DO
      *    HISTORICO FICAM COM ESSAS POSICOES EM BRANCO E ENTRAM NO
      *    EXTRATO COM VALOR ZERADO.
           IF MOVH-CUSTO IS NOT NUMERIC
               MOVE ZEROS TO MOVH-CUSTO
           END-IF
           IF MOVH-VALOR IS NOT NUMERIC
               MOVE ZEROS TO MOVH-VALOR
           END-IF
           IF MOVH-SALDO-VALOR IS NOT NUMERIC
               MOVE ZEROS TO MOVH-SALDO-VALOR
           END-IF
      *    LINHAS GRAVADAS ANTES DO CONTROLE POR DEPOSITO PERTENCEM
      *    AO DEPOSITO 001 (PRINCIPAL).
           IF MOVH-DEPOSITO IS NOT NUMERIC
               MOVE 001 TO MOVH-DEPOSITO
           END-IF
           IF MOVH-SALDO-LOC IS NOT NUMERIC
               MOVE ZEROS TO MOVH-SALDO-LOC
           END-IF
           IF WS-FILTRO-DEPOSITO NOT = ZEROS
              AND MOVH-DEPOSITO NOT = WS-FILTRO-DEPOSITO
               GO TO 3160-PREPARAR-LINHA-EXIT
           END-IF
           SET LINHA-ACEITA TO TRUE.
       3160-PREPARAR-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3200-ABRIR-PRODUTO
      *    IMPRIME O CABECALHO DO PRODUTO E O SALDO DE ABERTURA, QUE
      *    E O SALDO REAL ATUAL DO PRODUTO MENOS O LIQUIDO DE TODOS
      *    OS MOVIMENTOS DO EXTRATO. A COLUNA DE SALDO E ENTAO
      *    REACUMULADA LINHA A LINHA NA ORDEM DE DATA, E O
      *    FECHAMENTO VOLTA A BATER COM O SALDO REAL.
      *-----------------------------------------------------------------
       3200-ABRIR-PRODUTO.
           SET TEM-PRODUTO TO TRUE
           MOVE WS-SALDO-ABERTURA TO WS-SALDO-CORRENTE
                                     WS-SALDO-FECHAMENTO
           MOVE WS-VAL-ABERTURA   TO WS-VAL-CORRENTE
                                     WS-VAL-FECHAMENTO

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-PRODUTO-CORRENTE TO WS-LIN-CODIGO-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "PRODUTO " WS-LIN-CODIGO-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
                  "TERCEIRO DOCUMENTO  USUARIO"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       3200-ABRIR-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3300-IMPRIMIR-PRODUTO
      *    SEGUNDA LEITURA DAS LINHAS DO PRODUTO CORRENTE, JA NA
      *    ORDEM DE DATA DA CHAVE: UMA LINHA DE EXTRATO POR
      *    MOVIMENTO.
      *-----------------------------------------------------------------
       3300-IMPRIMIR-PRODUTO.
           PERFORM 3150-POSICIONAR-PRODUTO
               THRU 3150-POSICIONAR-PRODUTO-EXIT
           PERFORM 3310-IMPRIMIR-PRODUTO-LER
               THRU 3310-IMPRIMIR-PRODUTO-LER-EXIT
               UNTIL LEITURA-FIM.
       3300-IMPRIMIR-PRODUTO-EXIT.
           EXIT.

       3310-IMPRIMIR-PRODUTO-LER.
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET LEITURA-FIM TO TRUE
               NOT AT END
                   IF MOVH-CH-PRODUTO NOT = WS-PRODUTO-CORRENTE
                       SET LEITURA-FIM TO TRUE
                   ELSE
                       PERFORM 3160-PREPARAR-LINHA
                           THRU 3160-PREPARAR-LINHA-EXIT
                       IF LINHA-ACEITA
                           PERFORM 3400-GRAVAR-MOVIMENTO
                               THRU 3400-GRAVAR-MOVIMENTO-EXIT
                       END-IF
                   END-IF
           END-READ.
       3310-IMPRIMIR-PRODUTO-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3400-GRAVAR-MOVIMENTO
      *    UMA LINHA DO EXTRATO COM O SALDO APOS O MOVIMENTO. O SALDO
      *    TRANSPORTADO ("I") SAI COM QUANTIDADE ZERO E NAO MEXE NO
      *    SALDO.
      *-----------------------------------------------------------------
       3400-GRAVAR-MOVIMENTO.
           IF MOVH-SOMA-SALDO
               ADD MOVH-QTDE TO WS-SALDO-CORRENTE
               ADD MOVH-VALOR TO WS-VAL-CORRENTE
           ELSE
               IF NOT MOVH-SALDO-INICIAL
                   SUBTRACT MOVH-QTDE FROM WS-SALDO-CORRENTE
                   SUBTRACT MOVH-VALOR FROM WS-VAL-CORRENTE
               END-IF
           END-IF
           MOVE MOVH-QTDE         TO WS-LIN-QTDE-EDIT
           MOVE MOVH-VALOR        TO WS-LIN-VALOR-EDIT
           MOVE WS-SALDO-CORRENTE TO WS-LIN-SALDO-EDIT
           MOVE WS-VAL-CORRENTE   TO WS-LIN-SALDO-VAL-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " MOVH-DATA " " MOVH-TIPO "  "
               WS-LIN-QTDE-EDIT " " WS-LIN-VALOR-EDIT
               " " WS-LIN-SALDO-EDIT " " WS-LIN-SALDO-VAL-EDIT
               "  " MOVH-TERCEIRO " " MOVH-DOCTO " " MOVH-USUARIO
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-SALDO-CORRENTE TO WS-SALDO-FECHAMENTO
           MOVE WS-VAL-CORRENTE   TO WS-VAL-FECHAMENTO
           ADD 1 TO WS-TOTAL-MOVIMENTOS.
       3400-GRAVAR-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3500-FECHAR-PRODUTO
      *    FIM DO GRUPO DO PRODUTO CORRENTE: IMPRIME O SALDO DE
      *    FECHAMENTO, QUE E O SALDO RESULTANTE DO ULTIMO MOVIMENTO.
      *-----------------------------------------------------------------
       3500-FECHAR-PRODUTO.
           MOVE WS-SALDO-FECHAMENTO TO WS-LIN-SALDO-EDIT
           MOVE WS-VAL-FECHAMENTO   TO WS-LIN-SALDO-VAL-EDIT
           MOVE SPACES TO REL-LINHA
               WS-LIN-SALDO-EDIT " " WS-LIN-SALDO-VAL-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       3500-FECHAR-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4000-ENCERRAR-EXTRATO
      *    AVISA NO EXTRATO QUANDO A FAIXA NAO TEVE MOVIMENTO E FECHA
      *    OS ARQUIVOS.
      *-----------------------------------------------------------------
       4000-ENCERRAR-EXTRATO.
           IF NOT TEM-PRODUTO
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "NENHUM MOVIMENTO NA FAIXA DE PRODUTOS PEDIDA."
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           IF NOT MOVH-ARQ-NAO-EXISTE
               CLOSE MOVHIST-FILE
           END-IF
           CLOSE RELATORIO-FILE.
       4000-ENCERRAR-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
