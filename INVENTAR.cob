      *                     APLICADO: A LINHA DE CONTAGEM E
      *                     APONTADA NO RELATORIO, COMO O SGBD FAZ
      *                     COM MOVIMENTO EM PERIODO FECHADO.
      *  15/10/2026 EQS     LINHA DE AJUSTE GRAVADA COM OS CAMPOS DE
      *                     REFERENCIA DE ESTORNO DO HISTORICO
      *                     (MOVH-ORIG-DATA/MOVH-ORIG-SEQ) VAZIOS.
      *  15/10/2026 EQS     LINHA DE AJUSTE GRAVADA COM O PEDIDO DE
      *                     COMPRA DO HISTORICO (MOVH-PEDIDO) ZERADO.
      *  15/10/2026 EQS     CONTAGEM POR LOTE: CONTAGEM.CSV GANHA O
      *                     LOTE (5O CAMPO) E A VALIDADE DO LOTE NOVO
      *                     (6O CAMPO, DD/MM/AAAA). COM LOTE, A
      *                     DIVERGENCIA E APURADA CONTRA O SALDO DO
      *                     LOTE (SALDLOTE.DAT) E O AJUSTE ACERTA O
      *                     LOTE, O DEPOSITO E O PRODUTO; SEM LOTE, A
      *                     REDUCAO QUE O ESTOQUE SEM LOTE NAO COBRE
      *                     SAI DOS LOTES PELA ORDEM DE VENCIMENTO.
      *                     O HISTORICO GRAVA O LOTE DO AJUSTE.
      *  15/10/2026 EQS     HISTORICO DE MOVIMENTOS INDEXADO
      *                     (MOVHIST.DAT): A LINHA DE AJUSTE RECEBE A
      *                     SEQUENCIA SEGUINTE DO REGISTRO DE
      *                     CONTROLE E AS CHAVES DE PRODUTO, TERCEIRO
      *                     E DOCUMENTO.
      *  15/10/2026 EQS     LINHA DE AJUSTE GRAVADA COM O PRECO DE
      *                     VENDA DO HISTORICO (MOVH-PRECO-VENDA)
      *                     ZERADO.
      *  15/10/2026 EQS     SEM MOVHIST.DAT CONVERTIDO E COM O ANTIGO
      *                     MOVHIST.TXT NO DIRETORIO, O MODO DE
      *                     APLICACAO RECUSA PARTIDA E PEDE O CONVHIST.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      LER O ARQUIVO DE CONTAGEM FISICA (CONTAGEM.CSV, UMA LINHA
      *      POR PRODUTO CONTADO: CODIGO,QUANTIDADE CONTADA,DATA,
      *      DEPOSITO - EM BRANCO, O 001 -,LOTE,VALIDADE) E GRAVAR EM
      *      INVENTAR.TXT O RELATORIO DE DIVERGENCIAS ENTRE A
      *      CONTAGEM E O SALDO DO PRODUTO NO DEPOSITO (SALDOLOC.DAT)
      *      OU, NA CONTAGEM POR LOTE, DO LOTE. NO MODO DE
      *      APLICACAO, CADA DIVERGENCIA CONFIRMADA VIRA UM AJUSTE DE
      *      INVENTARIO: O SALDO DO DEPOSITO E O TOTAL DO PRODUTO
      *      (PROD-QTDE) SAO ACERTADOS PARA A CONTAGEM E O MOVIMENTO
      *      DE AJUSTE E GRAVADO NO
      *      HISTORICO PERMANENTE (MOVHIST.DAT) COM TIPO "A" (AJUSTE
      *      A MAIOR) OU "B" (AJUSTE A MENOR), SEM TERCEIRO, PARA QUE
      *      KARDEX E RELTERC DISTINGAM UM ACERTO DE CONTAGEM DE UMA
      *      ENTRADA OU SAIDA REAL. A TRILHA DE AUDITORIA RECEBE UMA
               RECORD KEY IS SLD-CHAVE
               FILE STATUS IS WS-SALDOLOC-STATUS.

           SELECT SALDLOTE-FILE
               ASSIGN TO "SALDLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLT-CHAVE
               ALTERNATE RECORD KEY IS SLT-CHAVE-VENC
                   WITH DUPLICATES
               FILE STATUS IS WS-SALDLOTE-STATUS.

           SELECT FECHMES-FILE
               ASSIGN TO "FECHMES.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS WS-FECHMES-STATUS.

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

           SELECT AUDITORIA-FILE
               ASSIGN TO "AUDITORI.TXT"
           LABEL RECORD IS STANDARD.
           COPY SALDREC.

       FD  SALDLOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY SLOTREC.

       FD  FECHMES-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHREC.

       FD  MOVHIST-FILE
           LABEL RECORD IS STANDARD.
           COPY MOVHREC.

      *    ANTIGO HISTORICO DE TEXTO: SO A EXISTENCIA E CONSULTADA.
       FD  MOVHIST-TXT-FILE
           LABEL RECORD IS OMITTED.
       01  MOVHT-LINHA                   PIC X(164).

       FD  AUDITORIA-FILE
           LABEL RECORD IS OMITTED.
           COPY AUDREC.
       01  WS-SALDO-LOC-NOVO-SW          PIC X(01) VALUE "N".
           88  SALDO-LOC-NOVO                       VALUE "S".

      *-----------------------------------------------------------------
      *    AREA DOS SALDOS POR LOTE (SALDLOTE.DAT). NA CONTAGEM POR
      *    LOTE O SALDO DO SISTEMA E O DO LOTE; LOTE CONTADO QUE NAO
      *    EXISTE NO DEPOSITO E CRIADO PELO AJUSTE COM A VALIDADE DO
      *    6O CAMPO (EM BRANCO, 99999999 - SEM VENCIMENTO).
      *-----------------------------------------------------------------
       01  WS-SALDLOTE-STATUS            PIC X(02) VALUE "00".
           88  SLT-OK                               VALUE "00".
           88  SLT-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-SALDO-LOTE-NOVO-SW         PIC X(01) VALUE "N".
           88  SALDO-LOTE-NOVO                      VALUE "S".

       01  WS-SLT-FIM-SW                 PIC X(01) VALUE "N".
           88  SLT-FIM                              VALUE "S".

       01  WS-SLT-SOMA-LOTES             PIC S9(09) VALUE ZEROS.
       01  WS-SLT-EXCESSO                PIC S9(09) VALUE ZEROS.
       01  WS-SLT-PARTE                  PIC S9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    AREA DO REGISTRO DE PERIODOS FECHADOS (FECHMES.DAT),
      *    CONSULTADO SOMENTE PARA LEITURA NO MODO DE APLICACAO:
       01  WS-MOVHIST-STATUS             PIC X(02) VALUE "00".
           88  MOVH-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-MOVHIST-TXT-STATUS         PIC X(02) VALUE "00".
           88  MOVHT-NAO-EXISTE                     VALUE "35".

      *-----------------------------------------------------------------
      *    NUMERACAO DA LINHA DO HISTORICO: A SEQUENCIA SEGUINTE SAI
      *    DO REGISTRO DE CONTROLE (CHAVE ZERADA), COMO NO SGBD.
      *-----------------------------------------------------------------
       01  WS-MOVH-ULTIMA-SEQ            PIC 9(08) VALUE ZEROS.
       01  WS-MOVH-CORPO-GRAVAR          PIC X(174) VALUE SPACES.
       01  WS-MOVH-DATA-CHAVE            PIC X(08) VALUE SPACES.
       01  WS-MOVH-TEM-CONTROLE-SW       PIC X(01) VALUE "N".
           88  MOVH-TEM-CONTROLE                    VALUE "S".

       01  WS-AUDITORIA-STATUS           PIC X(02) VALUE "00".
           88  AUD-ARQ-NAO-EXISTE                   VALUE "35".

           02  WS-CNT-QTDE-A             PIC X(08).
           02  WS-CNT-DATA               PIC X(10).
           02  WS-CNT-DEPOSITO-A         PIC X(03).
           02  WS-CNT-LOTE               PIC X(10).
           02  WS-CNT-VALIDADE-A.
               03  WS-CNT-VAL-DIA        PIC X(02).
               03  FILLER                PIC X(01).
               03  WS-CNT-VAL-MES        PIC X(02).
               03  FILLER                PIC X(01).
               03  WS-CNT-VAL-ANO        PIC X(04).

       01  WS-CNT-VALIDADE               PIC 9(08) VALUE ZEROS.
       01  WS-CNT-SISTEMA                PIC S9(07) VALUE ZEROS.

       01  WS-CNT-CODIGO                 PIC 9(06) VALUE ZEROS.
       01  WS-CNT-QTDE                   PIC 9(07) VALUE ZEROS.
               OPEN I-O SALDOLOC-FILE
           END-IF

           OPEN I-O SALDLOTE-FILE
           IF SLT-ARQ-NAO-EXISTE
               OPEN OUTPUT SALDLOTE-FILE
               CLOSE SALDLOTE-FILE
               OPEN I-O SALDLOTE-FILE
           END-IF

           OPEN INPUT FECHMES-FILE
           IF FECH-OK
               SET FECHMES-DISPONIVEL TO TRUE
           END-IF

           IF MODO-APLICAR
               OPEN I-O MOVHIST-FILE
               IF MOVH-ARQ-NAO-EXISTE
                   PERFORM 1100-VERIFICAR-CONVERSAO
                       THRU 1100-VERIFICAR-CONVERSAO-EXIT
                   OPEN OUTPUT MOVHIST-FILE
                   CLOSE MOVHIST-FILE
                   OPEN I-O MOVHIST-FILE
               ELSE
                   MOVE ZEROS TO MOVH-CHAVE
                   READ MOVHIST-FILE
                       INVALID KEY
                           PERFORM 1100-VERIFICAR-CONVERSAO
                               THRU 1100-VERIFICAR-CONVERSAO-EXIT
                   END-READ
               END-IF
               OPEN EXTEND AUDITORIA-FILE
               IF AUD-ARQ-NAO-EXISTE

           MOVE SPACES TO REL-LINHA
           STRING "CODIGO DESCRICAO                      DEP"
                  " LOTE      "
                  "  SISTEMA CONTADO DIFERENCA"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1100-VERIFICAR-CONVERSAO
      *    MOVHIST.DAT AUSENTE OU SEM O REGISTRO DE CONTROLE (QUE A
      *    CONVERSAO SEMPRE GRAVA) COM O ANTIGO MOVHIST.TXT NO
      *    DIRETORIO: A CONVERSAO AINDA NAO FOI FEITA, E GRAVAR
      *    AJUSTES AGORA FARIA O CONVHIST RECUSA-LA, DEIXANDO O
      *    HISTORICO ANTIGO FORA DOS RELATORIOS. ENCERRA COM RETORNO
      *    8, COMO O SGBD. SEM MOVHIST.TXT O HISTORICO COMECA VAZIO.
      *-----------------------------------------------------------------
       1100-VERIFICAR-CONVERSAO.
           OPEN INPUT MOVHIST-TXT-FILE
           IF MOVHT-NAO-EXISTE
               GO TO 1100-VERIFICAR-CONVERSAO-EXIT
           END-IF
           CLOSE MOVHIST-TXT-FILE
           DISPLAY "*** MOVHIST.TXT ENCONTRADO E MOVHIST.DAT AINDA NAO "
               "CONVERTIDO ***"
           DISPLAY "RODE O CONVHIST ANTES DE APLICAR O INVENTARIO. "
               "NENHUM SALDO FOI ALTERADO."
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       1100-VERIFICAR-CONVERSAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1500-VALIDAR-USUARIO
      *    VALIDA O USUARIO CONTRA O CADASTRO DE USUARIOS (SENHA,
           MOVE SPACES TO WS-CNT-CAMPOS
           UNSTRING CONTAGEM-LINHA DELIMITED BY ","
               INTO WS-CNT-CODIGO-A WS-CNT-QTDE-A WS-CNT-DATA
                    WS-CNT-DEPOSITO-A WS-CNT-LOTE WS-CNT-VALIDADE-A
           END-UNSTRING

           MOVE "S" TO WS-CNT-LINHA-OK-SW
               END-IF
           END-IF

      *    VALIDADE (6O CAMPO, DD/MM/AAAA) SO VALE COM LOTE E SO E
      *    USADA QUANDO O LOTE AINDA NAO EXISTE NO DEPOSITO.
           MOVE ZEROS TO WS-CNT-VALIDADE
           IF CNT-LINHA-OK AND WS-CNT-VALIDADE-A NOT = SPACES
               IF WS-CNT-LOTE = SPACES
                  OR WS-CNT-VAL-DIA IS NOT NUMERIC
                  OR WS-CNT-VAL-MES IS NOT NUMERIC
                  OR WS-CNT-VAL-ANO IS NOT NUMERIC
                   MOVE "N" TO WS-CNT-LINHA-OK-SW
               ELSE
                   MOVE WS-CNT-VAL-ANO TO WS-CNT-VALIDADE (1:4)
                   MOVE WS-CNT-VAL-MES TO WS-CNT-VALIDADE (5:2)
                   MOVE WS-CNT-VAL-DIA TO WS-CNT-VALIDADE (7:2)
                   IF WS-CNT-VAL-MES < "01" OR WS-CNT-VAL-MES > "12"
                      OR WS-CNT-VAL-DIA < "01"
                      OR WS-CNT-VAL-DIA > "31"
                       MOVE "N" TO WS-CNT-LINHA-OK-SW
                   END-IF
               END-IF
           END-IF

           IF NOT CNT-LINHA-OK
               ADD 1 TO WS-TOTAL-REJEITADAS
               MOVE SPACES TO REL-LINHA

           PERFORM 2500-LER-SALDO-LOC
               THRU 2500-LER-SALDO-LOC-EXIT
           MOVE SLD-QTDE TO WS-CNT-SISTEMA
           IF WS-CNT-LOTE NOT = SPACES
               PERFORM 2550-LER-SALDO-LOTE
                   THRU 2550-LER-SALDO-LOTE-EXIT
               MOVE SLT-QTDE TO WS-CNT-SISTEMA
           END-IF
           COMPUTE WS-DIFERENCA = WS-CNT-QTDE - WS-CNT-SISTEMA

           MOVE PROD-CODIGO    TO WS-LIN-CODIGO-EDIT
           MOVE WS-CNT-SISTEMA TO WS-LIN-SISTEMA-EDIT
           MOVE WS-CNT-QTDE  TO WS-LIN-CONTADO-EDIT
           MOVE WS-DIFERENCA TO WS-LIN-DIFER-EDIT
           MOVE SPACES TO REL-LINHA
           STRING WS-LIN-CODIGO-EDIT " "
                  PROD-DESCRICAO " "
                  WS-CNT-DEPOSITO " "
                  WS-CNT-LOTE " "
                  WS-LIN-SISTEMA-EDIT " "
                  WS-LIN-CONTADO-EDIT " "
                  WS-LIN-DIFER-EDIT
               COMPUTE WS-QTDE-AJUSTE = WS-DIFERENCA * -1
           END-IF

           ADD WS-DIFERENCA TO SLD-QTDE
           PERFORM 2600-GRAVAR-SALDO-LOC
               THRU 2600-GRAVAR-SALDO-LOC-EXIT
           ADD WS-DIFERENCA TO PROD-QTDE
           REWRITE PRODUTO-REC

      *    CONTAGEM POR LOTE ACERTA O LOTE PARA A CONTAGEM; SEM LOTE,
      *    A CONTAGEM E DO DEPOSITO INTEIRO E A REDUCAO QUE O ESTOQUE
      *    SEM LOTE NAO COBRE SAI DOS LOTES (3100).
           MOVE SPACES TO MOVH-LOTE
           MOVE ZEROS  TO MOVH-VALIDADE
           IF WS-CNT-LOTE NOT = SPACES
               MOVE WS-CNT-QTDE TO SLT-QTDE
               PERFORM 2650-GRAVAR-SALDO-LOTE
                   THRU 2650-GRAVAR-SALDO-LOTE-EXIT
               MOVE SLT-LOTE     TO MOVH-LOTE
               MOVE SLT-VALIDADE TO MOVH-VALIDADE
           ELSE
               IF WS-DIFERENCA < ZEROS
                   PERFORM 3100-ACERTAR-LOTES
                       THRU 3100-ACERTAR-LOTES-EXIT
               END-IF
           END-IF

      *    O AJUSTE E VALORIZADO PELO CUSTO MEDIO PONDERADO DO
      *    PRODUTO; UM CUSTO GRAVADO ANTES DO CAMPO EXISTIR (POSICAO
      *    EM BRANCO NO MESTRE) E TRATADO COMO ZERO.
               PROD-QTDE * PROD-CUSTO-MEDIO
           MOVE WS-CNT-DEPOSITO  TO MOVH-DEPOSITO
           MOVE SLD-QTDE         TO MOVH-SALDO-LOC
           MOVE SPACES           TO MOVH-ORIG-DATA
           MOVE ZEROS            TO MOVH-ORIG-SEQ
           MOVE ZEROS            TO MOVH-PEDIDO
           MOVE ZEROS            TO MOVH-PRECO-VENDA
           PERFORM 3200-NUMERAR-HISTORICO
               THRU 3200-NUMERAR-HISTORICO-EXIT
           WRITE MOVHIST-REC
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO HISTORICO - PRODUTO "
                       MOVH-PRODUTO " STATUS " WS-MOVHIST-STATUS
           END-WRITE

           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT
       3000-APLICAR-AJUSTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3100-ACERTAR-LOTES
      *    DEPOIS DE UM AJUSTE A MENOR SEM LOTE, GARANTE QUE A SOMA
      *    DOS LOTES DO PRODUTO NO DEPOSITO NAO PASSE DO NOVO SALDO
      *    DO DEPOSITO: O EXCESSO SAI DOS LOTES PELA ORDEM DE
      *    VENCIMENTO, VENCIDOS INCLUSIVE, COMO O SGBD FAZ NO ESTORNO
      *    DE ENTRADA.
      *-----------------------------------------------------------------
       3100-ACERTAR-LOTES.
           MOVE ZEROS TO WS-SLT-SOMA-LOTES
           MOVE WS-CNT-CODIGO   TO SLT-VENC-PRODUTO
           MOVE WS-CNT-DEPOSITO TO SLT-VENC-DEPOSITO
           MOVE ZEROS           TO SLT-VALIDADE
           MOVE "N" TO WS-SLT-FIM-SW
           START SALDLOTE-FILE KEY IS NOT LESS THAN SLT-CHAVE-VENC
               INVALID KEY
                   GO TO 3100-ACERTAR-LOTES-EXIT
           END-START
           PERFORM 3110-SOMAR-LOTES-LER
               THRU 3110-SOMAR-LOTES-LER-EXIT
               UNTIL SLT-FIM

           IF SLD-QTDE > ZEROS
               COMPUTE WS-SLT-EXCESSO = WS-SLT-SOMA-LOTES - SLD-QTDE
           ELSE
               MOVE WS-SLT-SOMA-LOTES TO WS-SLT-EXCESSO
           END-IF
           IF WS-SLT-EXCESSO NOT > ZEROS
               GO TO 3100-ACERTAR-LOTES-EXIT
           END-IF

           MOVE WS-CNT-CODIGO   TO SLT-VENC-PRODUTO
           MOVE WS-CNT-DEPOSITO TO SLT-VENC-DEPOSITO
           MOVE ZEROS           TO SLT-VALIDADE
           MOVE "N" TO WS-SLT-FIM-SW
           START SALDLOTE-FILE KEY IS NOT LESS THAN SLT-CHAVE-VENC
               INVALID KEY
                   GO TO 3100-ACERTAR-LOTES-EXIT
           END-START
           PERFORM 3120-BAIXAR-EXCESSO-LER
               THRU 3120-BAIXAR-EXCESSO-LER-EXIT
               UNTIL SLT-FIM OR WS-SLT-EXCESSO NOT > ZEROS.
       3100-ACERTAR-LOTES-EXIT.
           EXIT.

       3110-SOMAR-LOTES-LER.
           READ SALDLOTE-FILE NEXT RECORD
               AT END
                   SET SLT-FIM TO TRUE
                   GO TO 3110-SOMAR-LOTES-LER-EXIT
           END-READ
           IF SLT-VENC-PRODUTO NOT = WS-CNT-CODIGO
              OR SLT-VENC-DEPOSITO NOT = WS-CNT-DEPOSITO
               SET SLT-FIM TO TRUE
               GO TO 3110-SOMAR-LOTES-LER-EXIT
           END-IF
           IF SLT-QTDE > ZEROS
               ADD SLT-QTDE TO WS-SLT-SOMA-LOTES
           END-IF.
       3110-SOMAR-LOTES-LER-EXIT.
           EXIT.

       3120-BAIXAR-EXCESSO-LER.
           READ SALDLOTE-FILE NEXT RECORD
               AT END
                   SET SLT-FIM TO TRUE
                   GO TO 3120-BAIXAR-EXCESSO-LER-EXIT
           END-READ
           IF SLT-VENC-PRODUTO NOT = WS-CNT-CODIGO
              OR SLT-VENC-DEPOSITO NOT = WS-CNT-DEPOSITO
               SET SLT-FIM TO TRUE
               GO TO 3120-BAIXAR-EXCESSO-LER-EXIT
           END-IF
           IF SLT-QTDE NOT > ZEROS
               GO TO 3120-BAIXAR-EXCESSO-LER-EXIT
           END-IF
           IF SLT-QTDE < WS-SLT-EXCESSO
               MOVE SLT-QTDE TO WS-SLT-PARTE
           ELSE
               MOVE WS-SLT-EXCESSO TO WS-SLT-PARTE
           END-IF
           SUBTRACT WS-SLT-PARTE FROM SLT-QTDE
           SUBTRACT WS-SLT-PARTE FROM WS-SLT-EXCESSO
           REWRITE SALDOLOTE-REC.
       3120-BAIXAR-EXCESSO-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3200-NUMERAR-HISTORICO
      *    TOMA A SEQUENCIA SEGUINTE NO REGISTRO DE CONTROLE DO
      *    HISTORICO (CRIADO NA PRIMEIRA GRAVACAO) E MONTA AS CHAVES
      *    DA LINHA DE AJUSTE QUE ESTA NO CORPO DO REGISTRO, COMO A
      *    ROTINA 6255-NUMERAR-HISTORICO DO SGBD.
      *-----------------------------------------------------------------
       3200-NUMERAR-HISTORICO.
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
       3200-NUMERAR-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2700-VERIFICAR-PERIODO-FECHADO
      *    MONTA O PERIODO AAAAMM DA DATA DA CONTAGEM (DD/MM/AAAA) E
       2600-GRAVAR-SALDO-LOC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2550-LER-SALDO-LOTE
      *    DEVOLVE EM SLT-QTDE O SALDO DO LOTE CONTADO NO DEPOSITO;
      *    LOTE AINDA SEM REGISTRO TEM SALDO ZERO E O AJUSTE CRIA O
      *    REGISTRO COM A VALIDADE DA LINHA DE CONTAGEM.
      *-----------------------------------------------------------------
       2550-LER-SALDO-LOTE.
           MOVE "N" TO WS-SALDO-LOTE-NOVO-SW
           MOVE WS-CNT-CODIGO   TO SLT-PRODUTO
           MOVE WS-CNT-DEPOSITO TO SLT-DEPOSITO
           MOVE WS-CNT-LOTE     TO SLT-LOTE
           READ SALDLOTE-FILE
               INVALID KEY
                   SET SALDO-LOTE-NOVO TO TRUE
                   MOVE SPACES          TO SALDOLOTE-REC
                   MOVE WS-CNT-CODIGO   TO SLT-PRODUTO
                                           SLT-VENC-PRODUTO
                   MOVE WS-CNT-DEPOSITO TO SLT-DEPOSITO
                                           SLT-VENC-DEPOSITO
                   MOVE WS-CNT-LOTE     TO SLT-LOTE
                   IF WS-CNT-VALIDADE = ZEROS
                       MOVE 99999999 TO SLT-VALIDADE
                   ELSE
                       MOVE WS-CNT-VALIDADE TO SLT-VALIDADE
                   END-IF
                   MOVE ZEROS TO SLT-QTDE
                   MOVE WS-CNT-DATA (7:4) TO SLT-ENTRADA (1:4)
                   MOVE WS-CNT-DATA (4:2) TO SLT-ENTRADA (5:2)
                   MOVE WS-CNT-DATA (1:2) TO SLT-ENTRADA (7:2)
                   IF SLT-ENTRADA IS NOT NUMERIC
                       MOVE WS-DATA-SISTEMA TO SLT-ENTRADA
                   END-IF
           END-READ.
       2550-LER-SALDO-LOTE-EXIT.
           EXIT.

       2650-GRAVAR-SALDO-LOTE.
           IF SALDO-LOTE-NOVO
               WRITE SALDOLOTE-REC
           ELSE
               REWRITE SALDOLOTE-REC
           END-IF.
       2650-GRAVAR-SALDO-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5000-GRAVAR-RESUMO
      *    RESUMO DE CONTROLE DO FIM DO PROCESSAMENTO, NO RELATORIO
       9000-FINALIZAR.
           CLOSE PRODUTO-FILE
           CLOSE SALDOLOC-FILE
           CLOSE SALDLOTE-FILE
           IF FECHMES-DISPONIVEL
               CLOSE FECHMES-FILE
           END-IF
