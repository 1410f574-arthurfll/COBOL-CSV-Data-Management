      *-----------------------------------------------------------------
      *  IDENTIFICATION DIVISION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APLREAJ.
       AUTHOR.        EQUIPE DE SISTEMAS.
       INSTALLATION.  SETOR DE TECNOLOGIA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      *  HISTORICO DE ALTERACOES
      *-----------------------------------------------------------------
      *  DATA       AUTOR   DESCRICAO
      *  15/10/2026 EQS     PROGRAMA CRIADO. APLICACAO DOS REAJUSTES
      *                     DE PRECO PROGRAMADOS PELO REAJPREC CUJA
      *                     VIGENCIA CHEGOU: ATUALIZA O PRECO DE
      *                     TABELA, GRAVA O HISTORICO DE PRECOS E
      *                     MARCA A LINHA COMO APLICADA. RODA NA
      *                     CADEIA NOTURNA QUANDO APLREAJ.PRM EXISTE.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      LER AS LINHAS PENDENTES DE REAJUSTE.DAT NA ORDEM DA
      *      VIGENCIA, ATE A DATA DO SISTEMA, E PARA CADA UMA:
      *      TROCAR PROD-PRECO PELO PRECO NOVO PROGRAMADO, GRAVAR A
      *      MUDANCA EM PRECOHIS.DAT (ORIGEM "R", COM O LOTE, O
      *      USUARIO QUE PROGRAMOU E O MOTIVO) E NA TRILHA DE
      *      AUDITORIA, E MARCAR A LINHA COMO APLICADA. LINHA DE
      *      PRODUTO EXCLUIDO E MARCADA COMO CANCELADA. O RELATORIO
      *      APLREAJ.TXT LISTA O QUE FOI APLICADO, APONTA O PRODUTO
      *      CUJO PRECO FOI ALTERADO NO CADASTRO DEPOIS DA
      *      PROGRAMACAO E A LINHA APLICADA DEPOIS DA VIGENCIA (A
      *      CADEIA NAO RODOU NO DIA; O HISTORICO RECEBE A DATA EM
      *      QUE O PRECO REALMENTE MUDOU), E TOTALIZA O EFEITO NA
      *      VALORIZACAO DO ESTOQUE PELO PRECO DE TABELA, COMO O
      *      RELATORIO DE PREVIA DO REAJPREC.
      *      APLREAJ.PRM SO INDICA A EXECUCAO SEM OPERADOR; SEM ELE O
      *      PROGRAMA PEDE CONFIRMACAO ANTES DE APLICAR.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTO-FILE
               ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               ALTERNATE RECORD KEY IS PROD-DESCRICAO
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUTO-STATUS.

           SELECT REAJUSTE-FILE
               ASSIGN TO "REAJUSTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REAJ-CHAVE
               ALTERNATE RECORD KEY IS REAJ-VIGENCIA
                   WITH DUPLICATES
               FILE STATUS IS WS-REAJUSTE-STATUS.

           SELECT PRECOHIS-FILE
               ASSIGN TO "PRECOHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRH-CHAVE
               FILE STATUS IS WS-PRECOHIS-STATUS.

           SELECT AUDITORIA-FILE
               ASSIGN TO "AUDITORI.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT RELATORIO-FILE
               ASSIGN TO "APLREAJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT PARAMETRO-FILE
               ASSIGN TO "APLREAJ.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT LOG-NOTURNO-FILE
               ASSIGN TO "NOTURNO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-NOTURNO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODREC.

       FD  REAJUSTE-FILE
           LABEL RECORD IS STANDARD.
           COPY REAJREC.

       FD  PRECOHIS-FILE
           LABEL RECORD IS STANDARD.
           COPY PRECHREC.

       FD  AUDITORIA-FILE
           LABEL RECORD IS OMITTED.
           COPY AUDREC.

       FD  RELATORIO-FILE
           LABEL RECORD IS OMITTED.
       01  REL-LINHA                     PIC X(110).

       FD  PARAMETRO-FILE
           LABEL RECORD IS OMITTED.
       01  PARM-LINHA                    PIC X(80).

       FD  LOG-NOTURNO-FILE
           LABEL RECORD IS OMITTED.
       01  LOGN-LINHA                    PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-PRODUTO-STATUS             PIC X(02) VALUE "00".
           88  PROD-OK                              VALUE "00".

       01  WS-REAJUSTE-STATUS            PIC X(02) VALUE "00".
           88  REAJ-OK                              VALUE "00".
           88  REAJ-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-PRECOHIS-STATUS            PIC X(02) VALUE "00".
           88  PRH-OK                               VALUE "00".
           88  PRH-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-AUDITORIA-STATUS           PIC X(02) VALUE "00".
           88  AUD-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-RELATORIO-STATUS           PIC X(02) VALUE "00".

      *----------------------------------------------------------------
      *    AREA DO MODO SEM OPERADOR: QUANDO APLREAJ.PRM EXISTE O
      *    PROGRAMA APLICA SEM PERGUNTAR E ANOTA O RESULTADO NO LOG
      *    CONSOLIDADO NOTURNO.LOG. O ARQUIVO NAO TEM PARAMETROS;
      *    LINHAS EM BRANCO E INICIADAS POR "*" SAO IGNORADAS.
      *----------------------------------------------------------------
       01  WS-PARAMETRO-STATUS           PIC X(02) VALUE "00".
           88  PARM-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-LOG-NOTURNO-STATUS         PIC X(02) VALUE "00".
           88  LOGN-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-EXECUCAO-LOTE-SW           PIC X(01) VALUE "N".
           88  EXECUCAO-LOTE                        VALUE "S".

       01  WS-PARM-FIM-SW                PIC X(01) VALUE "N".
           88  PARM-FIM                             VALUE "S".

       01  WS-LOGN-RC                    PIC 9(02) VALUE ZEROS.
       01  WS-LOGN-REG                   PIC 9(08) VALUE ZEROS.
       01  WS-RETORNO                    PIC 9(02) VALUE ZEROS.

       01  WS-CONFIRMA-RESPOSTA          PIC X(01) VALUE SPACE.

       01  WS-DATA-SISTEMA               PIC 9(08).
       01  WS-HORA-SISTEMA               PIC 9(08).
       01  WS-HORA-GRUPO REDEFINES WS-HORA-SISTEMA.
           02  WS-HR                     PIC 99.
           02  WS-MN                     PIC 99.
           02  WS-SG                     PIC 99.
           02  WS-CEN                    PIC 99.
       01  WS-DATA-HORA                  PIC X(15) VALUE SPACES.

       01  WS-DATA-EDITADA.
           02  WS-DATA-ANO               PIC X(04).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DATA-MES               PIC X(02).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DATA-DIA               PIC X(02).

       01  WS-VIGENCIA-NUM               PIC 9(08).
       01  WS-VIGENCIA-GRUPO REDEFINES WS-VIGENCIA-NUM.
           02  WS-VIG-ANO                PIC 9(04).
           02  WS-VIG-MES                PIC 9(02).
           02  WS-VIG-DIA                PIC 9(02).
       01  WS-VIGENCIA-EDITADA           PIC X(10).

       01  WS-REAJ-FIM-SW                PIC X(01) VALUE "N".
           88  REAJ-FIM                             VALUE "S".

       01  WS-PRH-GRAVADO-SW             PIC X(01) VALUE "N".
           88  PRH-GRAVADO                          VALUE "S".

       01  WS-PRECO-ANTERIOR             PIC 9(07)V99 VALUE ZEROS.

      *----------------------------------------------------------------
      *    EFEITO NA VALORIZACAO PELO PRECO DE TABELA, A MESMA REGRA
      *    DO RELVALOR E DO REAJPREC: BASE "C" (CUSTO MEDIO) NAO MUDA
      *    DE VALOR, BASE "T" (SEM CUSTO) MUDA PELA DIFERENCA DE
      *    PRECO VEZES A QUANTIDADE.
      *----------------------------------------------------------------
       01  WS-EFEITO                     PIC S9(13)V99 VALUE ZEROS.
       01  WS-BASE-VALOR                 PIC X(01) VALUE SPACE.

       01  WS-TOTAL-APLICADOS            PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-CANCELADOS           PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-ATRASADOS            PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-DIVERGENTES          PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-EFEITO               PIC S9(13)V99 VALUE ZEROS.

       01  WS-LINHA-EDITADA.
           02  WS-LIN-CODIGO-EDIT        PIC ZZZZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-PRECO-EDIT         PIC Z.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-NOVO-EDIT          PIC Z.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-QTDE-EDIT          PIC -Z.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-EFEITO-EDIT        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-ITENS-EDIT         PIC ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-VALOR-EDIT         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
      *  PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-DETECTAR-LOTE THRU 0100-DETECTAR-LOTE-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-LER-REAJUSTE THRU 2000-LER-REAJUSTE-EXIT
               UNTIL REAJ-FIM
           PERFORM 5000-GRAVAR-RESUMO THRU 5000-GRAVAR-RESUMO-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           IF EXECUCAO-LOTE
               MOVE WS-RETORNO TO WS-LOGN-RC
               PERFORM 9500-GRAVAR-LOG-NOTURNO
                   THRU 9500-GRAVAR-LOG-NOTURNO-EXIT
           END-IF
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
      *    0100-DETECTAR-LOTE
      *    LIGA O MODO SEM OPERADOR QUANDO APLREAJ.PRM EXISTE NO
      *    DIRETORIO.
      *-----------------------------------------------------------------
       0100-DETECTAR-LOTE.
           OPEN INPUT PARAMETRO-FILE
           IF PARM-ARQ-NAO-EXISTE
               GO TO 0100-DETECTAR-LOTE-EXIT
           END-IF
           SET EXECUCAO-LOTE TO TRUE
           MOVE "N" TO WS-PARM-FIM-SW
           PERFORM 0110-LER-PARAMETRO THRU 0110-LER-PARAMETRO-EXIT
               UNTIL PARM-FIM
           CLOSE PARAMETRO-FILE.
       0100-DETECTAR-LOTE-EXIT.
           EXIT.

       0110-LER-PARAMETRO.
           READ PARAMETRO-FILE
               AT END
                   SET PARM-FIM TO TRUE
               NOT AT END
                   IF PARM-LINHA = SPACES
                      OR PARM-LINHA (1:1) = "*"
                       CONTINUE
                   ELSE
                       DISPLAY "PARAMETRO DESCONHECIDO EM APLREAJ.PRM: "
                           PARM-LINHA
                   END-IF
           END-READ.
       0110-LER-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    PEDE CONFIRMACAO NO MODO INTERATIVO, ABRE OS ARQUIVOS E
      *    POSICIONA REAJUSTE.DAT NA MENOR VIGENCIA. SEM REAJUSTE
      *    PROGRAMADO NENHUM O PROGRAMA TERMINA NORMALMENTE.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE SPACES TO WS-DATA-HORA
           STRING WS-DATA-SISTEMA " " WS-HR WS-MN WS-SG
               DELIMITED BY SIZE INTO WS-DATA-HORA

           IF NOT EXECUCAO-LOTE
               DISPLAY "OS REAJUSTES PROGRAMADOS COM VIGENCIA ATE "
                   "HOJE SERAO APLICADOS AOS PRODUTOS."
               DISPLAY "CONFIRMA A APLICACAO? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA-RESPOSTA
               IF WS-CONFIRMA-RESPOSTA NOT = "S"
                  AND WS-CONFIRMA-RESPOSTA NOT = "s"
                   DISPLAY "APLICACAO NAO CONFIRMADA. EXECUCAO "
                       "ENCERRADA."
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O REAJUSTE-FILE
           IF REAJ-ARQ-NAO-EXISTE
               DISPLAY "NENHUM REAJUSTE PROGRAMADO (REAJUSTE.DAT "
                   "AUSENTE)."
               IF EXECUCAO-LOTE
                   PERFORM 9500-GRAVAR-LOG-NOTURNO
                       THRU 9500-GRAVAR-LOG-NOTURNO-EXIT
               END-IF
               STOP RUN
           END-IF
           IF NOT REAJ-OK
               DISPLAY "*** ERRO NA ABERTURA DE REAJUSTE.DAT"
                   " - FILE STATUS " WS-REAJUSTE-STATUS " ***"
               PERFORM 1900-ENCERRAR-COM-ERRO
                   THRU 1900-ENCERRAR-COM-ERRO-EXIT
           END-IF

           OPEN I-O PRODUTO-FILE
           IF NOT PROD-OK
               DISPLAY "*** ERRO NA ABERTURA DE PRODUTO.DAT"
                   " - FILE STATUS " WS-PRODUTO-STATUS " ***"
               DISPLAY "SE O ARQUIVO E ANTERIOR AOS INDICES "
                   "ALTERNADOS, RODE O PROGRAMA CONVMEST."
               CLOSE REAJUSTE-FILE
               PERFORM 1900-ENCERRAR-COM-ERRO
                   THRU 1900-ENCERRAR-COM-ERRO-EXIT
           END-IF

           OPEN I-O PRECOHIS-FILE
           IF PRH-ARQ-NAO-EXISTE
               OPEN OUTPUT PRECOHIS-FILE
               CLOSE PRECOHIS-FILE
               OPEN I-O PRECOHIS-FILE
           END-IF
           IF NOT PRH-OK
               DISPLAY "*** ERRO NA ABERTURA DE PRECOHIS.DAT"
                   " - FILE STATUS " WS-PRECOHIS-STATUS " ***"
               CLOSE REAJUSTE-FILE
               CLOSE PRODUTO-FILE
               PERFORM 1900-ENCERRAR-COM-ERRO
                   THRU 1900-ENCERRAR-COM-ERRO-EXIT
           END-IF

           OPEN EXTEND AUDITORIA-FILE
           IF AUD-ARQ-NAO-EXISTE
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           PERFORM 1400-GRAVAR-CABECALHO
               THRU 1400-GRAVAR-CABECALHO-EXIT

           MOVE "N" TO WS-REAJ-FIM-SW
           MOVE ZEROS TO REAJ-VIGENCIA
           START REAJUSTE-FILE KEY IS NOT LESS THAN REAJ-VIGENCIA
               INVALID KEY
                   SET REAJ-FIM TO TRUE
           END-START.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1400-GRAVAR-CABECALHO.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-DATA-ANO
           MOVE WS-DATA-SISTEMA (5:2) TO WS-DATA-MES
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DATA-DIA

           MOVE SPACES TO REL-LINHA
           STRING "APLICACAO DOS REAJUSTES DE PRECO - " WS-DATA-EDITADA
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE "=======================================" TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           STRING "  LOTE CODIGO DESCRICAO                      "
                  "VIGENCIA    PRECO ANTER.   PRECO NOVO"
                  "       QTDE    EFEITO NA VALORIZ."
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       1400-GRAVAR-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1900-ENCERRAR-COM-ERRO
      *    ENCERRA COM RETORNO 8, ANOTANDO NO LOG NOTURNO QUANDO SEM
      *    OPERADOR. NENHUM PRECO FOI ALTERADO.
      *-----------------------------------------------------------------
       1900-ENCERRAR-COM-ERRO.
           DISPLAY "REAJUSTES NAO APLICADOS."
           MOVE 8 TO WS-RETORNO
           IF EXECUCAO-LOTE
               MOVE 8 TO WS-LOGN-RC
               PERFORM 9500-GRAVAR-LOG-NOTURNO
                   THRU 9500-GRAVAR-LOG-NOTURNO-EXIT
           END-IF
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.
       1900-ENCERRAR-COM-ERRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-LER-REAJUSTE
      *    LE REAJUSTE.DAT PELA VIGENCIA ATE PASSAR DA DATA DO
      *    SISTEMA; SO AS LINHAS PENDENTES SAO TRATADAS.
      *-----------------------------------------------------------------
       2000-LER-REAJUSTE.
           READ REAJUSTE-FILE NEXT RECORD
               AT END
                   SET REAJ-FIM TO TRUE
                   GO TO 2000-LER-REAJUSTE-EXIT
           END-READ
           IF REAJ-VIGENCIA > WS-DATA-SISTEMA
               SET REAJ-FIM TO TRUE
               GO TO 2000-LER-REAJUSTE-EXIT
           END-IF
           IF REAJ-PENDENTE
               PERFORM 3000-APLICAR-REAJUSTE
                   THRU 3000-APLICAR-REAJUSTE-EXIT
           END-IF.
       2000-LER-REAJUSTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-APLICAR-REAJUSTE
      *    APLICA A LINHA PENDENTE CORRENTE. A REGRAVACAO DA LINHA
      *    NAO MUDA A CHAVE ALTERNADA, ENTAO A LEITURA SEQUENCIAL
      *    PELA VIGENCIA CONTINUA DO PONTO ONDE ESTAVA.
      *-----------------------------------------------------------------
       3000-APLICAR-REAJUSTE.
           MOVE REAJ-VIGENCIA TO WS-VIGENCIA-NUM
           MOVE SPACES TO WS-VIGENCIA-EDITADA
           STRING WS-VIG-DIA "/" WS-VIG-MES "/" WS-VIG-ANO
               DELIMITED BY SIZE INTO WS-VIGENCIA-EDITADA

           MOVE REAJ-PRODUTO TO PROD-CODIGO
           READ PRODUTO-FILE
               INVALID KEY
                   SET REAJ-CANCELADA TO TRUE
                   MOVE WS-DATA-HORA TO REAJ-APLICACAO
                   REWRITE REAJUSTE-REC
                   ADD 1 TO WS-TOTAL-CANCELADOS
                   MOVE REAJ-PRODUTO TO WS-LIN-CODIGO-EDIT
                   MOVE SPACES TO REL-LINHA
                   STRING REAJ-LOTE " " WS-LIN-CODIGO-EDIT
                       " PRODUTO NAO CADASTRADO - REAJUSTE CANCELADO"
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
                   GO TO 3000-APLICAR-REAJUSTE-EXIT
           END-READ

           MOVE PROD-PRECO TO WS-PRECO-ANTERIOR
           MOVE REAJ-PRECO-NOVO TO PROD-PRECO
           REWRITE PRODUTO-REC

           MOVE ZEROS TO WS-EFEITO
           IF PROD-CUSTO-MEDIO IS NUMERIC
              AND PROD-CUSTO-MEDIO > ZEROS
               MOVE "C" TO WS-BASE-VALOR
           ELSE
               MOVE "T" TO WS-BASE-VALOR
               COMPUTE WS-EFEITO =
                   PROD-QTDE * (PROD-PRECO - WS-PRECO-ANTERIOR)
               ADD WS-EFEITO TO WS-TOTAL-EFEITO
           END-IF

           PERFORM 3100-GRAVAR-HIST-PRECO
               THRU 3100-GRAVAR-HIST-PRECO-EXIT
           PERFORM 8000-GRAVAR-AUDITORIA
               THRU 8000-GRAVAR-AUDITORIA-EXIT

           SET REAJ-APLICADA TO TRUE
           MOVE WS-DATA-HORA TO REAJ-APLICACAO
           REWRITE REAJUSTE-REC
           ADD 1 TO WS-TOTAL-APLICADOS

           MOVE PROD-CODIGO       TO WS-LIN-CODIGO-EDIT
           MOVE WS-PRECO-ANTERIOR TO WS-LIN-PRECO-EDIT
           MOVE PROD-PRECO        TO WS-LIN-NOVO-EDIT
           MOVE PROD-QTDE         TO WS-LIN-QTDE-EDIT
           MOVE WS-EFEITO         TO WS-LIN-EFEITO-EDIT
           MOVE SPACES TO REL-LINHA
           STRING REAJ-LOTE " " WS-LIN-CODIGO-EDIT " " PROD-DESCRICAO
               " " WS-VIGENCIA-EDITADA " " WS-LIN-PRECO-EDIT
               " " WS-LIN-NOVO-EDIT " " WS-LIN-QTDE-EDIT
               " " WS-LIN-EFEITO-EDIT " " WS-BASE-VALOR
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           IF WS-PRECO-ANTERIOR NOT = REAJ-PRECO-BASE
               ADD 1 TO WS-TOTAL-DIVERGENTES
               MOVE REAJ-PRECO-BASE TO WS-LIN-PRECO-EDIT
               MOVE SPACES TO REL-LINHA
               STRING "       *** PRECO ALTERADO DEPOIS DA "
                   "PROGRAMACAO (BASE " WS-LIN-PRECO-EDIT ")"
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF
           IF REAJ-VIGENCIA < WS-DATA-SISTEMA
               ADD 1 TO WS-TOTAL-ATRASADOS
               MOVE "       *** APLICADO COM ATRASO" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       3000-APLICAR-REAJUSTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3100-GRAVAR-HIST-PRECO
      *    GRAVA A MUDANCA NO HISTORICO DE PRECOS, COMO O SGBD FAZ NA
      *    ALTERACAO DO PRODUTO, COM ORIGEM "R", O LOTE, O USUARIO
      *    QUE PROGRAMOU E O MOTIVO DA PROGRAMACAO. A VIGENCIA E A
      *    PROGRAMADA; APLICADA COM ATRASO, E A DATA DO SISTEMA,
      *    QUANDO O PRECO REALMENTE MUDOU.
      *-----------------------------------------------------------------
       3100-GRAVAR-HIST-PRECO.
           MOVE SPACES            TO PRECOHIS-REC
           MOVE PROD-CODIGO       TO PRH-PRODUTO
           IF REAJ-VIGENCIA < WS-DATA-SISTEMA
               MOVE WS-DATA-SISTEMA TO PRH-VIGENCIA
           ELSE
               MOVE REAJ-VIGENCIA   TO PRH-VIGENCIA
           END-IF
           MOVE ZEROS             TO PRH-SEQ
           MOVE WS-PRECO-ANTERIOR TO PRH-PRECO-ANTERIOR
           MOVE PROD-PRECO        TO PRH-PRECO-NOVO
           SET PRH-REAJUSTE       TO TRUE
           MOVE REAJ-LOTE         TO PRH-LOTE
           MOVE REAJ-USUARIO      TO PRH-USUARIO
           MOVE REAJ-MOTIVO       TO PRH-MOTIVO
           MOVE WS-DATA-HORA      TO PRH-DATA-HORA
           MOVE "N" TO WS-PRH-GRAVADO-SW
           PERFORM 3110-GRAVAR-HIST-PRECO-SEQ
               THRU 3110-GRAVAR-HIST-PRECO-SEQ-EXIT
               UNTIL PRH-GRAVADO.
       3100-GRAVAR-HIST-PRECO-EXIT.
           EXIT.

       3110-GRAVAR-HIST-PRECO-SEQ.
           ADD 1 TO PRH-SEQ
           WRITE PRECOHIS-REC
               INVALID KEY
                   IF PRH-SEQ = 9999
                       DISPLAY "ERRO NA GRAVACAO DO HISTORICO DE PRECO "
                           "DO PRODUTO " PRH-PRODUTO
                       MOVE 4 TO WS-RETORNO
                       SET PRH-GRAVADO TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET PRH-GRAVADO TO TRUE
           END-WRITE.
       3110-GRAVAR-HIST-PRECO-SEQ-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5000-GRAVAR-RESUMO
      *    RESUMO DE CONTROLE E EFEITO TOTAL NA VALORIZACAO PELO
      *    PRECO DE TABELA. PRODUTO CUJO PRECO MUDOU DEPOIS DA
      *    PROGRAMACAO DEVOLVE 4, PARA A CONFERENCIA DO COMERCIAL.
      *-----------------------------------------------------------------
       5000-GRAVAR-RESUMO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE "RESUMO DA APLICACAO" TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-APLICADOS TO WS-LIN-ITENS-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "REAJUSTES APLICADOS ............. " WS-LIN-ITENS-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-ATRASADOS TO WS-LIN-ITENS-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "APLICADOS COM ATRASO ............ " WS-LIN-ITENS-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-DIVERGENTES TO WS-LIN-ITENS-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "PRECO ALTERADO APOS PROGRAMACAO . " WS-LIN-ITENS-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-CANCELADOS TO WS-LIN-ITENS-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "CANCELADOS (PRODUTO EXCLUIDO) ... " WS-LIN-ITENS-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-EFEITO TO WS-LIN-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "EFEITO NA VALORIZACAO DO ESTOQUE  " WS-LIN-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           IF (WS-TOTAL-DIVERGENTES > ZEROS
               OR WS-TOTAL-CANCELADOS > ZEROS)
              AND WS-RETORNO < 4
               MOVE 4 TO WS-RETORNO
           END-IF

           DISPLAY "REAJUSTES APLICADOS: " WS-TOTAL-APLICADOS
               " (RELATORIO EM APLREAJ.TXT)".
       5000-GRAVAR-RESUMO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8000-GRAVAR-AUDITORIA
      *    GRAVA NA TRILHA DE AUDITORIA A MUDANCA DE PRECO DO
      *    PRODUTO CORRENTE COM O USUARIO QUE PROGRAMOU O REAJUSTE,
      *    NO MESMO LAYOUT DAS LINHAS GRAVADAS PELO SGBD.
      *-----------------------------------------------------------------
       8000-GRAVAR-AUDITORIA.
           MOVE SPACES        TO AUDITORIA-REC
           MOVE WS-DATA-HORA  TO AUD-DATA-HORA
           MOVE REAJ-USUARIO  TO AUD-USUARIO
           MOVE "PRODUTO"     TO AUD-TABELA
           MOVE PROD-CODIGO   TO AUD-CHAVE
           MOVE "REAJUSTE"    TO AUD-ACAO
           WRITE AUDITORIA-REC.
       8000-GRAVAR-AUDITORIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-FINALIZAR
      *    FECHA TODOS OS ARQUIVOS ABERTOS.
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           CLOSE REAJUSTE-FILE
           CLOSE PRODUTO-FILE
           CLOSE PRECOHIS-FILE
           CLOSE AUDITORIA-FILE
           CLOSE RELATORIO-FILE.
       9000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9500-GRAVAR-LOG-NOTURNO
      *    NO MODO SEM OPERADOR, ANOTA NO LOG CONSOLIDADO DA CADEIA
      *    NOTURNA (NOTURNO.LOG) UMA LINHA COM O PROGRAMA, O CODIGO
      *    DE RETORNO E A CONTAGEM DE REAJUSTES APLICADOS.
      *-----------------------------------------------------------------
       9500-GRAVAR-LOG-NOTURNO.
           OPEN EXTEND LOG-NOTURNO-FILE
           IF LOGN-ARQ-NAO-EXISTE
               OPEN OUTPUT LOG-NOTURNO-FILE
               CLOSE LOG-NOTURNO-FILE
               OPEN EXTEND LOG-NOTURNO-FILE
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-TOTAL-APLICADOS TO WS-LOGN-REG
           MOVE SPACES TO LOGN-LINHA
           STRING WS-DATA-SISTEMA " "
                  WS-HR WS-MN WS-SG
                  " APLREAJ  RC=" WS-LOGN-RC
                  " REG=" WS-LOGN-REG
                  " REAJUSTES DE PRECO APLICADOS"
               DELIMITED BY SIZE INTO LOGN-LINHA
           WRITE LOGN-LINHA
           CLOSE LOG-NOTURNO-FILE.
       9500-GRAVAR-LOG-NOTURNO-EXIT.
           EXIT.
