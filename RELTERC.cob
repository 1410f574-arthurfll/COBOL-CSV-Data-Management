      *                     DATA-FINAL=), SEM ACCEPT, E O RESULTADO
      *                     E ANOTADO NO LOG CONSOLIDADO DA CADEIA
      *                     NOTURNA (NOTURNO.LOG).
      *  15/10/2026 EQS     ESTORNOS DE DOCUMENTO (TIPOS "X"/"Y",
      *                     GRAVADOS PELO SGBD) SAEM MARCADOS NA
      *                     LINHA E TOTALIZADOS EM LINHAS PROPRIAS,
      *                     SEM SOMAR NAS ENTRADAS E SAIDAS, PARA O
      *                     LIQUIDO SER APURADO. ESTORNO DE
      *                     TRANSFERENCIA ("U"/"V") SEGUE A
      *                     TRANSFERENCIA: SAI SO NA LINHA.
      *  15/10/2026 EQS     HISTORICO INDEXADO (MOVHIST.DAT): LEITURA
      *                     PELA CHAVE ALTERNADA TERCEIRO + DATA +
      *                     SEQUENCIA, SEM A ORDENACAO; COM TERCEIRO
      *                     INFORMADO SO AS LINHAS DELE SAO LIDAS.
      *                     O SALDO TRANSPORTADO DO ARQUIVAMENTO
      *                     ANUAL (TIPO "I") NAO ENTRA NO RELATORIO.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      LER O HISTORICO PERMANENTE DE MOVIMENTOS (MOVHIST.DAT) E
      *      IMPRIMIR OS MOVIMENTOS DE UM TERCEIRO (OU DE TODOS) EM
      *      UM PERIODO, AGRUPADOS POR TERCEIRO COM O NOME VINDO DO
      *      CADASTRO TERCEIRO.DAT, COM TOTAIS DE ENTRADAS E SAIDAS
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

           SELECT TERCEIRO-FILE
               RECORD KEY IS TER-CODIGO
               FILE STATUS IS WS-TERCEIRO-STATUS.

           SELECT RELATORIO-FILE
               ASSIGN TO "RELTERC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  MOVHIST-FILE
           LABEL RECORD IS STANDARD.
           COPY MOVHREC.

       FD  TERCEIRO-FILE
           LABEL RECORD IS STANDARD.
           COPY TERCREC.

       FD  RELATORIO-FILE
           LABEL RECORD IS OMITTED.
       01  REL-LINHA                     PIC X(80).
           88  CAMPO-NUM-VALIDO                     VALUE "S".
       01  WS-CAMPO-NUM-SAIDA            PIC 9(11).

       01  WS-LEITURA-FIM-SW             PIC X(01) VALUE "N".
           88  LEITURA-FIM                          VALUE "S".

       01  WS-DATA-MOV-AAAAMMDD          PIC X(08) VALUE SPACES.

       01  WS-TERCEIRO-CORRENTE          PIC 9(06) VALUE ZEROS.
       01  WS-TER-ENTRADAS               PIC 9(09) VALUE ZEROS.
       01  WS-TER-SAIDAS                 PIC 9(09) VALUE ZEROS.
       01  WS-TER-AJUSTES                PIC S9(09) VALUE ZEROS.
       01  WS-TER-EST-ENTRADAS           PIC 9(09) VALUE ZEROS.
       01  WS-TER-EST-SAIDAS             PIC 9(09) VALUE ZEROS.
       01  WS-GERAL-ENTRADAS             PIC 9(09) VALUE ZEROS.
       01  WS-GERAL-SAIDAS               PIC 9(09) VALUE ZEROS.
       01  WS-GERAL-AJUSTES              PIC S9(09) VALUE ZEROS.
       01  WS-GERAL-EST-ENTRADAS         PIC 9(09) VALUE ZEROS.
       01  WS-GERAL-EST-SAIDAS           PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-MOVIMENTOS           PIC 9(08) VALUE ZEROS.

       01  WS-LINHA-EDITADA.
       0000-MAINLINE.
           PERFORM 0100-DETECTAR-LOTE THRU 0100-DETECTAR-LOTE-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 3000-GRAVAR-RELATORIO
               THRU 3000-GRAVAR-RELATORIO-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           DISPLAY "RELATORIO POR TERCEIRO GRAVADO EM RELTERC.TXT. "
               "MOVIMENTOS: " WS-TOTAL-MOVIMENTOS
           EXIT.

      *-----------------------------------------------------------------
      *    2000-ABRIR-HISTORICO
      *    ABRE O HISTORICO PARA LEITURA E O POSICIONA PELA CHAVE
      *    ALTERNADA TERCEIRO + DATA + SEQUENCIA, QUE JA E A ORDEM DO
      *    RELATORIO: NO TERCEIRO PEDIDO (OU NO INICIO, PARA TODOS) E
      *    NA DATA INICIAL DO PERIODO, QUANDO INFORMADA.
      *-----------------------------------------------------------------
       2000-ABRIR-HISTORICO.
           MOVE "N" TO WS-LEITURA-FIM-SW
           OPEN INPUT MOVHIST-FILE
           IF MOVH-ARQ-NAO-EXISTE
               DISPLAY "ARQUIVO MOVHIST.DAT NAO ENCONTRADO. O "
                   "RELATORIO SERA GRAVADO VAZIO."
               SET LEITURA-FIM TO TRUE
               GO TO 2000-ABRIR-HISTORICO-EXIT
           END-IF

           MOVE WS-FILTRO-TERCEIRO TO MOVH-CT-TERCEIRO
           MOVE ZEROS TO MOVH-CT-DATA MOVH-CT-SEQ
           IF WS-FILTRO-TERCEIRO NOT = ZEROS
              AND WS-FILTRO-DATA-INI IS NUMERIC
               MOVE WS-FILTRO-DATA-INI TO MOVH-CT-DATA
           END-IF
           START MOVHIST-FILE KEY IS NOT LESS THAN MOVH-CHAVE-TERC
               INVALID KEY
                   SET LEITURA-FIM TO TRUE
           END-START.
       2000-ABRIR-HISTORICO-EXIT.
           EXIT.

       2010-LER-HISTORICO-UM.
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET LEITURA-FIM TO TRUE
               NOT AT END
                   IF WS-FILTRO-TERCEIRO NOT = ZEROS
                      AND MOVH-CT-TERCEIRO NOT = WS-FILTRO-TERCEIRO
                       SET LEITURA-FIM TO TRUE
                   ELSE
                       MOVE MOVH-DATA (7:4)
                           TO WS-DATA-MOV-AAAAMMDD (1:4)
                       MOVE MOVH-DATA (4:2)
                           TO WS-DATA-MOV-AAAAMMDD (5:2)
                       MOVE MOVH-DATA (1:2)
                           TO WS-DATA-MOV-AAAAMMDD (7:2)
                       PERFORM 2100-FILTRAR-MOVIMENTO
                           THRU 2100-FILTRAR-MOVIMENTO-EXIT
                   END-IF
           END-READ.
       2010-LER-HISTORICO-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2100-FILTRAR-MOVIMENTO
      *    PULA O REGISTRO DE CONTROLE E O SALDO TRANSPORTADO DO
      *    ARQUIVAMENTO ANUAL (TIPO "I", QUE NAO E MOVIMENTO DE
      *    TERCEIRO), APLICA O FILTRO DE PERIODO E IMPRIME A LINHA,
      *    ABRINDO O GRUPO NA QUEBRA DE TERCEIRO.
      *-----------------------------------------------------------------
       2100-FILTRAR-MOVIMENTO.
           IF MOVH-REG-CONTROLE OR MOVH-SALDO-INICIAL
               GO TO 2100-FILTRAR-MOVIMENTO-EXIT
           END-IF
           IF WS-FILTRO-DATA-INI NOT = SPACES
               GO TO 2100-FILTRAR-MOVIMENTO-EXIT
           END-IF

           IF NOT TEM-TERCEIRO
              OR MOVH-TERCEIRO NOT = WS-TERCEIRO-CORRENTE
               IF TEM-TERCEIRO
                   PERFORM 3200-FECHAR-TERCEIRO
                       THRU 3200-FECHAR-TERCEIRO-EXIT
               END-IF
               PERFORM 3100-ABRIR-TERCEIRO
                   THRU 3100-ABRIR-TERCEIRO-EXIT
           END-IF
           PERFORM 3300-GRAVAR-MOVIMENTO
               THRU 3300-GRAVAR-MOVIMENTO-EXIT.
       2100-FILTRAR-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-GRAVAR-RELATORIO
      *    LE OS MOVIMENTOS NA ORDEM DE TERCEIRO E DATA E MONTA O
      *    RELATORIO: CABECALHO COM O NOME DO TERCEIRO NA QUEBRA,
      *    UMA LINHA POR MOVIMENTO E TOTAIS DE ENTRADAS E SAIDAS POR
      *    TERCEIRO E GERAIS.
      *-----------------------------------------------------------------
       3000-GRAVAR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE

           MOVE WS-DATA-SISTEMA (1:4) TO WS-DATA-ANO
           MOVE "=======================================" TO REL-LINHA
           WRITE REL-LINHA

           PERFORM 2000-ABRIR-HISTORICO THRU 2000-ABRIR-HISTORICO-EXIT
           PERFORM 2010-LER-HISTORICO-UM
               THRU 2010-LER-HISTORICO-UM-EXIT
               UNTIL LEITURA-FIM
           IF NOT MOVH-ARQ-NAO-EXISTE
               CLOSE MOVHIST-FILE
           END-IF

           IF TEM-TERCEIRO
               PERFORM 3200-FECHAR-TERCEIRO
       3000-GRAVAR-RELATORIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3100-ABRIR-TERCEIRO
      *    QUEBRA DE TERCEIRO: BUSCA O NOME NO CADASTRO PELA CHAVE
      *    TER-CODIGO E IMPRIME O CABECALHO DO GRUPO.
      *-----------------------------------------------------------------
       3100-ABRIR-TERCEIRO.
           MOVE MOVH-TERCEIRO TO WS-TERCEIRO-CORRENTE
           MOVE "S" TO WS-TEM-TERCEIRO-SW
           MOVE ZEROS TO WS-TER-ENTRADAS WS-TER-SAIDAS
                         WS-TER-AJUSTES WS-TER-EST-ENTRADAS
                         WS-TER-EST-SAIDAS

           IF TER-ARQ-NAO-EXISTE
               MOVE "*** NAO CADASTRADO ***" TO TER-NOME
               MOVE SPACE TO TER-TIPO
           ELSE
               MOVE MOVH-TERCEIRO TO TER-CODIGO
               READ TERCEIRO-FILE
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO TER-NOME
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE MOVH-TERCEIRO TO WS-LIN-CODIGO-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "TERCEIRO " WS-LIN-CODIGO-EDIT
               " - " TER-NOME " (" TER-TIPO ")"
                   WS-LIN-AJUSTE-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF

           IF WS-TER-EST-ENTRADAS NOT = ZEROS
               MOVE WS-TER-EST-ENTRADAS TO WS-LIN-TOTAL-EDIT
               MOVE SPACES TO REL-LINHA
               STRING "  ESTORNOS DE ENTRADA ........... "
                   WS-LIN-TOTAL-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF

           IF WS-TER-EST-SAIDAS NOT = ZEROS
               MOVE WS-TER-EST-SAIDAS TO WS-LIN-TOTAL-EDIT
               MOVE SPACES TO REL-LINHA
               STRING "  ESTORNOS DE SAIDA ............. "
                   WS-LIN-TOTAL-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       3200-FECHAR-TERCEIRO-EXIT.
           EXIT.

       3300-GRAVAR-MOVIMENTO.
           MOVE MOVH-PRODUTO TO WS-LIN-CODIGO-EDIT
           MOVE MOVH-QTDE    TO WS-LIN-QTDE-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " MOVH-DATA "  " WS-LIN-CODIGO-EDIT
               " " MOVH-TIPO " " WS-LIN-QTDE-EDIT
               " " MOVH-DOCTO " " MOVH-USUARIO
               DELIMITED BY SIZE INTO REL-LINHA
           IF MOVH-TIPO = "X" OR MOVH-TIPO = "Y" OR MOVH-TIPO = "U"
              OR MOVH-TIPO = "V"
               MOVE "ESTORNO" TO REL-LINHA (55:7)
           END-IF
           WRITE REL-LINHA

           EVALUATE MOVH-TIPO
               WHEN "E" WHEN "e"
                   ADD MOVH-QTDE TO WS-TER-ENTRADAS
                   ADD MOVH-QTDE TO WS-GERAL-ENTRADAS
               WHEN "A"
                   ADD MOVH-QTDE TO WS-TER-AJUSTES
                   ADD MOVH-QTDE TO WS-GERAL-AJUSTES
               WHEN "B"
                   SUBTRACT MOVH-QTDE FROM WS-TER-AJUSTES
                   SUBTRACT MOVH-QTDE FROM WS-GERAL-AJUSTES
      *    TRANSFERENCIAS ENTRE DEPOSITOS (TIPOS "T" E "R") SAO
      *    MOVIMENTOS INTERNOS SEM TERCEIRO: A LINHA SAI NO GRUPO
      *    MAS NAO ENTRA NOS TOTAIS DE ENTRADAS E SAIDAS.
               WHEN "T" WHEN "R" WHEN "U" WHEN "V"
                   CONTINUE
      *    ESTORNOS TOTALIZADOS A PARTE, PARA O LIQUIDO DO PERIODO
      *    SER A ENTRADA (OU SAIDA) MENOS O SEU ESTORNO.
               WHEN "X"
                   ADD MOVH-QTDE TO WS-TER-EST-ENTRADAS
                   ADD MOVH-QTDE TO WS-GERAL-EST-ENTRADAS
               WHEN "Y"
                   ADD MOVH-QTDE TO WS-TER-EST-SAIDAS
                   ADD MOVH-QTDE TO WS-GERAL-EST-SAIDAS
               WHEN OTHER
                   ADD MOVH-QTDE TO WS-TER-SAIDAS
                   ADD MOVH-QTDE TO WS-GERAL-SAIDAS
           END-EVALUATE
           ADD 1 TO WS-TOTAL-MOVIMENTOS.
       3300-GRAVAR-MOVIMENTO-EXIT.
                   WS-LIN-AJUSTE-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF

           IF WS-GERAL-EST-ENTRADAS NOT = ZEROS
               MOVE WS-GERAL-EST-ENTRADAS TO WS-LIN-TOTAL-EDIT
               MOVE SPACES TO REL-LINHA
               STRING "TOTAL GERAL DE ESTORNOS DE ENTR . "
                   WS-LIN-TOTAL-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF

           IF WS-GERAL-EST-SAIDAS NOT = ZEROS
               MOVE WS-GERAL-EST-SAIDAS TO WS-LIN-TOTAL-EDIT
               MOVE SPACES TO REL-LINHA
               STRING "TOTAL GERAL DE ESTORNOS DE SAIDA  "
                   WS-LIN-TOTAL-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       3400-GRAVAR-TOTAIS-GERAIS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-FINALIZAR
      *    FECHA O CADASTRO DE TERCEIROS.
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           CLOSE TERCEIRO-FILE.
