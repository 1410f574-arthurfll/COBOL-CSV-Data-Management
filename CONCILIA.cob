      *-----------------------------------------------------------------
      *  IDENTIFICATION DIVISION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONCILIA.
       AUTHOR.        EQUIPE DE SISTEMAS.
       INSTALLATION.  SETOR DE TECNOLOGIA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      *  HISTORICO DE ALTERACOES
      *-----------------------------------------------------------------
      *  DATA       AUTOR   DESCRICAO
      *  15/10/2026 EQS     PROGRAMA CRIADO. CONCILIACAO DO ESTOQUE
      *                     COM O HISTORICO DE MOVIMENTOS: REFAZ O
      *                     SALDO DE CADA PRODUTO E DE CADA PRODUTO
      *                     POR DEPOSITO A PARTIR DO ULTIMO PERIODO
      *                     FECHADO E CONFRONTA COM PRODUTO.DAT E
      *                     SALDOLOC.DAT, CONFERE A SOMA DOS
      *                     DEPOSITOS E O CUSTO MEDIO. DIFERENCAS
      *                     ELEVAM O RETORNO A 4 NO MODO SEM
      *                     OPERADOR (CONCILIA.PRM), COMO NO VERIFICA.
      *  15/10/2026 EQS     HISTORICO INDEXADO (MOVHIST.DAT), LIDO NA
      *                     ORDEM DA CHAVE SEM O REGISTRO DE
      *                     CONTROLE: A ULTIMA LINHA DO PRODUTO E A
      *                     DE MAIOR SEQUENCIA (MOVH-SEQ). O SALDO
      *                     TRANSPORTADO DO ARQUIVAMENTO ANUAL (TIPO
      *                     "I") E A PARTIDA DO DEPOSITO QUANDO O ANO
      *                     FOI ARQUIVADO.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      PROVAR QUE OS SALDOS DO ESTOQUE SAO EXPLICADOS PELOS
      *      MOVIMENTOS QUE OS FORMARAM. GRAVA EM CONCILIA.TXT AS
      *      DIFERENCAS DE QUATRO CONFERENCIAS:
      *      1) SALDO POR DEPOSITO: O SALDO REGISTRADO NO HISTORICO
      *         (MOVH-SALDO-LOC) NA ULTIMA LINHA DO PRODUTO/DEPOSITO
      *         DATADA ATE O FIM DO ULTIMO PERIODO FECHADO, MAIS AS
      *         LINHAS DATADAS DEPOIS DELE, CONTRA SLD-QTDE.
      *      2) SALDO DO PRODUTO: A FOTOGRAFIA DO ULTIMO PERIODO
      *         FECHADO EM SALDOMES.TXT (O JOGO DE LINHAS MAIS RECENTE
      *         DO PERIODO) MAIS AS LINHAS DO HISTORICO DATADAS DEPOIS
      *         DELE, CONTRA PROD-QTDE.
      *      3) SOMA DOS DEPOSITOS: A SOMA DE SLD-QTDE DO PRODUTO EM
      *         SALDOLOC.DAT CONTRA PROD-QTDE.
      *      4) CUSTO MEDIO: O CUSTO IMPLICITO NA ULTIMA LINHA DO
      *         HISTORICO DO PRODUTO (MOVH-SALDO-VALOR / MOVH-SALDO;
      *         COM SALDO ZERO, O CUSTO DA SAIDA, QUE SAI PELO CUSTO
      *         MEDIO) CONTRA PROD-CUSTO-MEDIO.
      *      O ULTIMO PERIODO FECHADO E O MAIOR PERIODO DE FECHMES.DAT
      *      NA SITUACAO "F"; SEM PERIODO FECHADO, O HISTORICO INTEIRO
      *      E REPASSADO A PARTIR DE SALDO ZERO. LINHAS ANTIGAS SEM
      *      DEPOSITO PERTENCEM AO 001. PRODUTOS EXCLUIDOS DO
      *      CADASTRO NAO ENTRAM NA CONFERENCIA.
      *      FEITO PARA RODAR ANTES DO FECHAMES: UM MES SO DEVE SER
      *      FECHADO COM ESTE RELATORIO SEM DIFERENCAS.
      *      NAO ALTERA NENHUM ARQUIVO DO SISTEMA - SOMENTE LEITURA.
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

           SELECT SALDOLOC-FILE
               ASSIGN TO "SALDOLOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-CHAVE
               FILE STATUS IS WS-SALDOLOC-STATUS.

           SELECT FECHMES-FILE
               ASSIGN TO "FECHMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FECH-PERIODO
               FILE STATUS IS WS-FECHMES-STATUS.

           SELECT MOVHIST-FILE
               ASSIGN TO "MOVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOVH-CHAVE
               ALTERNATE RECORD KEY IS MOVH-CHAVE-TERC
               ALTERNATE RECORD KEY IS MOVH-CHAVE-DOCTO
               FILE STATUS IS WS-MOVHIST-STATUS.

           SELECT SALDOMES-FILE
               ASSIGN TO "SALDOMES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOMES-STATUS.

           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "CONCLWRK.TMP".

           SELECT RELATORIO-FILE
               ASSIGN TO "CONCILIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT PARAMETRO-FILE
               ASSIGN TO "CONCILIA.PRM"
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

       FD  SALDOLOC-FILE
           LABEL RECORD IS STANDARD.
           COPY SALDREC.

       FD  FECHMES-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHREC.

       FD  MOVHIST-FILE
           LABEL RECORD IS STANDARD.
           COPY MOVHREC.

       FD  SALDOMES-FILE
           LABEL RECORD IS OMITTED.
           COPY SALDMREC.

      *----------------------------------------------------------------
      *    LINHAS DO HISTORICO (ORIGEM 1, NA ORDEM DE GRAVACAO) E
      *    REGISTROS DE SALDOLOC.DAT (ORIGEM 2) DE CADA PRODUTO/
      *    DEPOSITO, JUNTOS PARA A CONFERENCIA POR DEPOSITO. FASE "A"
      *    E LINHA DATADA ATE O FIM DO PERIODO FECHADO, "D" DEPOIS.
      *----------------------------------------------------------------
       SD  ARQUIVO-ORDENACAO.
       01  ORD-REC.
           02  ORD-PRODUTO               PIC 9(06).
           02  ORD-DEPOSITO              PIC 9(03).
           02  ORD-ORIGEM                PIC 9(01).
           02  ORD-SEQ                   PIC 9(08).
           02  ORD-FASE                  PIC X(01).
           02  ORD-EFEITO                PIC S9(07).
           02  ORD-SALDO-REG             PIC S9(07).
           02  ORD-SALDO-OK              PIC X(01).

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
           88  PROD-FIM                             VALUE "10".

       01  WS-SALDOLOC-STATUS            PIC X(02) VALUE "00".
           88  SLD-OK                               VALUE "00".
           88  SLD-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-FECHMES-STATUS             PIC X(02) VALUE "00".
           88  FECH-OK                              VALUE "00".
           88  FECH-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-MOVHIST-STATUS             PIC X(02) VALUE "00".
           88  MOVH-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-SALDOMES-STATUS            PIC X(02) VALUE "00".
           88  SALM-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-RELATORIO-STATUS           PIC X(02) VALUE "00".

      *----------------------------------------------------------------
      *    AREA DO MODO SEM OPERADOR: A CONCILIACAO NAO TEM
      *    PERGUNTAS, ENTAO CONCILIA.PRM SO LIGA A ANOTACAO NO LOG
      *    CONSOLIDADO NOTURNO.LOG E O CODIGO DE RETORNO 4 QUANDO HA
      *    DIFERENCAS.
      *----------------------------------------------------------------
       01  WS-PARAMETRO-STATUS           PIC X(02) VALUE "00".
           88  PARM-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-LOG-NOTURNO-STATUS         PIC X(02) VALUE "00".
           88  LOGN-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-EXECUCAO-LOTE-SW           PIC X(01) VALUE "N".
           88  EXECUCAO-LOTE                        VALUE "S".

       01  WS-HORA-SISTEMA               PIC 9(08).
       01  WS-HORA-GRUPO REDEFINES WS-HORA-SISTEMA.
           02  WS-HR                     PIC 99.
           02  WS-MN                     PIC 99.
           02  WS-SG                     PIC 99.
           02  WS-CEN                    PIC 99.

       01  WS-LOGN-REG                   PIC 9(08) VALUE ZEROS.
       01  WS-LOGN-RC                    PIC 9(02) VALUE ZEROS.

       01  WS-DATA-SISTEMA               PIC X(08).
       01  WS-DATA-EDITADA.
           02  WS-DATA-ANO               PIC X(04).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DATA-MES               PIC X(02).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DATA-DIA               PIC X(02).

      *----------------------------------------------------------------
      *    PERIODO BASE: O ULTIMO PERIODO FECHADO (ZERO QUANDO NAO HA
      *    NENHUM), E PERIODO AAAAMM DA LINHA DO HISTORICO CORRENTE
      *----------------------------------------------------------------
       01  WS-PERIODO-BASE               PIC 9(06) VALUE ZEROS.
       01  WS-PERIODO-LINHA-X            PIC X(06) VALUE SPACES.
       01  WS-PERIODO-LINHA REDEFINES WS-PERIODO-LINHA-X
                                         PIC 9(06).

       01  WS-FECH-FIM-SW                PIC X(01) VALUE "N".
           88  FECH-FIM                             VALUE "S".

       01  WS-MOVH-FIM-SW                PIC X(01) VALUE "N".
           88  FIM-HISTORICO                        VALUE "S".

       01  WS-SALM-FIM-SW                PIC X(01) VALUE "N".
           88  SALM-FIM                             VALUE "S".

       01  WS-SLD-FIM-SW                 PIC X(01) VALUE "N".
           88  SLD-FIM                              VALUE "S".

       01  WS-SORT-FIM-SW                PIC X(01) VALUE "N".
           88  SORT-FIM                             VALUE "S".

      *----------------------------------------------------------------
      *    TABELA DOS PRODUTOS, CARREGADA EM ORDEM DE CODIGO (BUSCA
      *    BINARIA): SALDO E CUSTO DO CADASTRO, FOTOGRAFIA DO PERIODO
      *    BASE, MOVIMENTOS POSTERIORES, SOMA DOS DEPOSITOS E OS
      *    DADOS DA ULTIMA LINHA DO HISTORICO (ORDEM DE GRAVACAO).
      *    PRODUTOS ALEM DO LIMITE FICAM FORA DA CONFERENCIA, COM
      *    AVISO E RETORNO 4.
      *----------------------------------------------------------------
       01  WS-MAX-PRODUTOS               PIC 9(04) COMP VALUE 2000.
       01  WS-QTD-PRODUTOS               PIC 9(04) COMP VALUE ZEROS.

       01  WS-TABELA-PRODUTOS.
           02  WS-CONC-TAB OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-CONC.
               03  WS-TAB-PRODUTO        PIC 9(06).
               03  WS-TAB-DESCR          PIC X(30).
               03  WS-TAB-QTDE           PIC S9(07).
               03  WS-TAB-CUSTO          PIC 9(07)V99.
               03  WS-TAB-TEM-FOTO       PIC X(01).
               03  WS-TAB-FOTO           PIC S9(07).
               03  WS-TAB-MOVTOS         PIC S9(09).
               03  WS-TAB-TEM-LOC        PIC X(01).
               03  WS-TAB-SOMA-LOC       PIC S9(09).
               03  WS-TAB-ULT-SEQ        PIC 9(08).
               03  WS-TAB-ULT-DATA       PIC X(10).
               03  WS-TAB-ULT-TIPO       PIC X(01).
               03  WS-TAB-ULT-SALDO-OK   PIC X(01).
               03  WS-TAB-ULT-SALDO      PIC S9(07).
               03  WS-TAB-ULT-VALOR-OK   PIC X(01).
               03  WS-TAB-ULT-VALOR      PIC S9(12)V99.
               03  WS-TAB-ULT-CUSTO-OK   PIC X(01).
               03  WS-TAB-ULT-CUSTO      PIC 9(07)V99.

       01  WS-PRODUTOS-ESTOURO-SW        PIC X(01) VALUE "N".
           88  PRODUTOS-ESTOURO                     VALUE "S".

       01  WS-PROCURA-PRODUTO            PIC 9(06).
       01  WS-BUSCA-INI                  PIC 9(04) COMP.
       01  WS-BUSCA-FIM                  PIC 9(04) COMP.
       01  WS-BUSCA-MEIO                 PIC 9(04) COMP.
       01  WS-ACHOU-PRODUTO-SW           PIC X(01) VALUE "N".
           88  ACHOU-PRODUTO                        VALUE "S".

      *----------------------------------------------------------------
      *    LINHA CORRENTE DO HISTORICO E GRUPO PRODUTO/DEPOSITO
      *    CORRENTE DA CONFERENCIA POR DEPOSITO
      *----------------------------------------------------------------
       01  WS-MOVH-SEQ                   PIC 9(08) VALUE ZEROS.
       01  WS-EFEITO                     PIC S9(07) VALUE ZEROS.

       01  WS-TEM-GRUPO-SW               PIC X(01) VALUE "N".
           88  TEM-GRUPO                            VALUE "S".
       01  WS-GRP-PRODUTO                PIC 9(06).
       01  WS-GRP-DEPOSITO               PIC 9(03).
       01  WS-GRP-BASE                   PIC S9(09).
       01  WS-GRP-MOVTOS                 PIC S9(09).
       01  WS-GRP-TEM-REG-SW             PIC X(01).
           88  GRP-TEM-REG                          VALUE "S".
       01  WS-GRP-SLD                    PIC S9(07).

      *----------------------------------------------------------------
      *    CALCULOS DAS CONFERENCIAS
      *----------------------------------------------------------------
       01  WS-RECONSTRUIDO               PIC S9(09) VALUE ZEROS.
       01  WS-DIFERENCA                  PIC S9(09) VALUE ZEROS.
       01  WS-VALOR-ESPERADO             PIC S9(12)V99 VALUE ZEROS.
       01  WS-CUSTO-IMPLICITO            PIC 9(07)V99 VALUE ZEROS.
       01  WS-CUSTO-CONFERIDO-SW         PIC X(01) VALUE "N".
           88  CUSTO-CONFERIDO                      VALUE "S".
       01  WS-CUSTO-DIVERGE-SW           PIC X(01) VALUE "N".
           88  CUSTO-DIVERGE                        VALUE "S".
       01  WS-OBSERVACAO                 PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      *    CONTADORES DO RESUMO
      *----------------------------------------------------------------
       01  WS-TOTAL-LINHAS               PIC 9(08) COMP VALUE ZEROS.
       01  WS-TOTAL-LINHAS-POSTERIORES   PIC 9(08) COMP VALUE ZEROS.
       01  WS-TOTAL-LINHAS-IGNORADAS     PIC 9(08) COMP VALUE ZEROS.
       01  WS-TOTAL-LINHAS-SEM-PRODUTO   PIC 9(08) COMP VALUE ZEROS.
       01  WS-TOTAL-FOTOGRAFIAS          PIC 9(08) COMP VALUE ZEROS.
       01  WS-TOTAL-DIF-DEPOSITO         PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-DIF-PRODUTO          PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-DIF-SOMA             PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-DIF-CUSTO            PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-CUSTO-NAO-CONF       PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-DIFERENCAS           PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-SECAO                PIC 9(06) COMP VALUE ZEROS.

       01  WS-LINHA-EDITADA.
           02  WS-LIN-CODIGO-EDIT        PIC ZZZZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-DEP-EDIT           PIC ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-QTDE1-EDIT         PIC -ZZ.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-QTDE2-EDIT         PIC -ZZ.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-QTDE3-EDIT         PIC -ZZ.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-QTDE4-EDIT         PIC -ZZ.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-QTDE5-EDIT         PIC -ZZ.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-CUSTO1-EDIT        PIC Z.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-CUSTO2-EDIT        PIC Z.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-CONTA-EDIT         PIC ZZ.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-PERIODO-EDIT       PIC 9(06).

      *-----------------------------------------------------------------
      *  PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-DETECTAR-LOTE THRU 0100-DETECTAR-LOTE-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-CARREGAR-PRODUTOS
               THRU 2000-CARREGAR-PRODUTOS-EXIT
           PERFORM 2500-ACHAR-PERIODO-BASE
               THRU 2500-ACHAR-PERIODO-BASE-EXIT
           PERFORM 3000-LER-SALDOMES THRU 3000-LER-SALDOMES-EXIT
           PERFORM 3500-SOMAR-SALDOLOC THRU 3500-SOMAR-SALDOLOC-EXIT
           PERFORM 4000-GRAVAR-CABECALHO
               THRU 4000-GRAVAR-CABECALHO-EXIT
           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-PRODUTO
                                ORD-DEPOSITO
                                ORD-ORIGEM
                                ORD-SEQ
               INPUT PROCEDURE IS 5000-LIBERAR-MOVIMENTOS
               OUTPUT PROCEDURE IS 5500-CONFERIR-DEPOSITOS
           PERFORM 6000-CONFERIR-PRODUTOS
               THRU 6000-CONFERIR-PRODUTOS-EXIT
           PERFORM 6500-CONFERIR-SOMA-DEPOSITOS
               THRU 6500-CONFERIR-SOMA-DEPOSITOS-EXIT
           PERFORM 7000-CONFERIR-CUSTOS
               THRU 7000-CONFERIR-CUSTOS-EXIT
           PERFORM 7500-IMPRIMIR-RESUMO
               THRU 7500-IMPRIMIR-RESUMO-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           IF EXECUCAO-LOTE
               IF WS-TOTAL-DIFERENCAS > ZEROS
                  OR PRODUTOS-ESTOURO
                   MOVE 4 TO WS-LOGN-RC
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 9500-GRAVAR-LOG-NOTURNO
                   THRU 9500-GRAVAR-LOG-NOTURNO-EXIT
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      *    0100-DETECTAR-LOTE
      *    LIGA O MODO SEM OPERADOR QUANDO CONCILIA.PRM EXISTE NO
      *    DIRETORIO. A CONCILIACAO NAO TEM PERGUNTAS: O ARQUIVO SO
      *    LIGA A ANOTACAO NO LOG CONSOLIDADO DA CADEIA NOTURNA E O
      *    RETORNO 4 QUANDO HA DIFERENCAS.
      *-----------------------------------------------------------------
       0100-DETECTAR-LOTE.
           OPEN INPUT PARAMETRO-FILE
           IF PARM-ARQ-NAO-EXISTE
               GO TO 0100-DETECTAR-LOTE-EXIT
           END-IF
           SET EXECUCAO-LOTE TO TRUE
           CLOSE PARAMETRO-FILE.
       0100-DETECTAR-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    ABRE OS MESTRES SOMENTE PARA LEITURA E O RELATORIO E OBTEM
      *    A DATA DO SISTEMA. SEM SALDOLOC.DAT OU FECHMES.DAT AS
      *    CONFERENCIAS QUE DEPENDEM DELES SAO PULADAS COM AVISO.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN INPUT PRODUTO-FILE
           IF NOT PROD-OK
               DISPLAY "*** ERRO NA ABERTURA DE PRODUTO.DAT"
                   " - FILE STATUS " WS-PRODUTO-STATUS " ***"
               DISPLAY "SE O ARQUIVO E ANTERIOR AOS INDICES "
                   "ALTERNADOS, RODE O PROGRAMA CONVMEST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SALDOLOC-FILE
           OPEN INPUT FECHMES-FILE

           OPEN OUTPUT RELATORIO-FILE
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "*** ERRO NA ABERTURA DE CONCILIA.TXT"
                   " - FILE STATUS " WS-RELATORIO-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-CARREGAR-PRODUTOS
      *    LE PRODUTO-FILE NA ORDEM DO CODIGO E GUARDA NA TABELA O
      *    SALDO E O CUSTO MEDIO DE CADA PRODUTO.
      *-----------------------------------------------------------------
       2000-CARREGAR-PRODUTOS.
           MOVE ZEROS TO PROD-CODIGO
           START PRODUTO-FILE KEY IS NOT LESS THAN PROD-CODIGO
               INVALID KEY
                   CONTINUE
           END-START
           IF PROD-OK
               PERFORM 2010-CARREGAR-PRODUTOS-LER
                   THRU 2010-CARREGAR-PRODUTOS-LER-EXIT
                   UNTIL NOT PROD-OK
           END-IF

           IF PRODUTOS-ESTOURO
               DISPLAY "MAIS DE " WS-MAX-PRODUTOS " PRODUTOS NO "
                   "CADASTRO. OS EXCEDENTES FICARAM FORA DA "
                   "CONCILIACAO."
           END-IF.
       2000-CARREGAR-PRODUTOS-EXIT.
           EXIT.

       2010-CARREGAR-PRODUTOS-LER.
           READ PRODUTO-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 2100-GUARDAR-PRODUTO
                       THRU 2100-GUARDAR-PRODUTO-EXIT
           END-READ.
       2010-CARREGAR-PRODUTOS-LER-EXIT.
           EXIT.

       2100-GUARDAR-PRODUTO.
           IF WS-QTD-PRODUTOS >= WS-MAX-PRODUTOS
               SET PRODUTOS-ESTOURO TO TRUE
               GO TO 2100-GUARDAR-PRODUTO-EXIT
           END-IF
           ADD 1 TO WS-QTD-PRODUTOS
           SET WS-IDX-CONC TO WS-QTD-PRODUTOS
           MOVE PROD-CODIGO    TO WS-TAB-PRODUTO (WS-IDX-CONC)
           MOVE PROD-DESCRICAO TO WS-TAB-DESCR (WS-IDX-CONC)
           MOVE PROD-QTDE      TO WS-TAB-QTDE (WS-IDX-CONC)
           IF PROD-CUSTO-MEDIO IS NUMERIC
               MOVE PROD-CUSTO-MEDIO TO WS-TAB-CUSTO (WS-IDX-CONC)
           ELSE
               MOVE ZEROS TO WS-TAB-CUSTO (WS-IDX-CONC)
           END-IF
           MOVE "N" TO WS-TAB-TEM-FOTO (WS-IDX-CONC)
                       WS-TAB-TEM-LOC (WS-IDX-CONC)
                       WS-TAB-ULT-SALDO-OK (WS-IDX-CONC)
                       WS-TAB-ULT-VALOR-OK (WS-IDX-CONC)
                       WS-TAB-ULT-CUSTO-OK (WS-IDX-CONC)
           MOVE ZEROS TO WS-TAB-FOTO (WS-IDX-CONC)
                         WS-TAB-MOVTOS (WS-IDX-CONC)
                         WS-TAB-SOMA-LOC (WS-IDX-CONC)
                         WS-TAB-ULT-SEQ (WS-IDX-CONC)
                         WS-TAB-ULT-SALDO (WS-IDX-CONC)
                         WS-TAB-ULT-VALOR (WS-IDX-CONC)
                         WS-TAB-ULT-CUSTO (WS-IDX-CONC)
           MOVE SPACES TO WS-TAB-ULT-DATA (WS-IDX-CONC)
                          WS-TAB-ULT-TIPO (WS-IDX-CONC).
       2100-GUARDAR-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2500-ACHAR-PERIODO-BASE
      *    PERCORRE FECHMES.DAT E GUARDA O MAIOR PERIODO NA SITUACAO
      *    FECHADO. UM PERIODO REABERTO NAO SERVE DE BASE: A SUA
      *    FOTOGRAFIA PODE NAO VALER MAIS.
      *-----------------------------------------------------------------
       2500-ACHAR-PERIODO-BASE.
           MOVE ZEROS TO WS-PERIODO-BASE
           IF FECH-ARQ-NAO-EXISTE
               GO TO 2500-ACHAR-PERIODO-BASE-EXIT
           END-IF
           MOVE ZEROS TO FECH-PERIODO
           MOVE "N" TO WS-FECH-FIM-SW
           START FECHMES-FILE KEY IS NOT LESS THAN FECH-PERIODO
               INVALID KEY
                   SET FECH-FIM TO TRUE
           END-START
           PERFORM 2510-ACHAR-PERIODO-BASE-LER
               THRU 2510-ACHAR-PERIODO-BASE-LER-EXIT
               UNTIL FECH-FIM.
       2500-ACHAR-PERIODO-BASE-EXIT.
           EXIT.

       2510-ACHAR-PERIODO-BASE-LER.
           READ FECHMES-FILE NEXT RECORD
               AT END
                   SET FECH-FIM TO TRUE
               NOT AT END
                   IF FECH-FECHADO
                      AND FECH-PERIODO > WS-PERIODO-BASE
                       MOVE FECH-PERIODO TO WS-PERIODO-BASE
                   END-IF
           END-READ.
       2510-ACHAR-PERIODO-BASE-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-LER-SALDOMES
      *    GUARDA NA TABELA O SALDO FOTOGRAFADO DE CADA PRODUTO NO
      *    PERIODO BASE. O ARQUIVO E LIDO NA ORDEM DE GRAVACAO, ENTAO
      *    A LINHA DE UM FECHAMENTO REFEITO SOBREPOE A ANTERIOR.
      *-----------------------------------------------------------------
       3000-LER-SALDOMES.
           IF WS-PERIODO-BASE = ZEROS
               GO TO 3000-LER-SALDOMES-EXIT
           END-IF
           OPEN INPUT SALDOMES-FILE
           IF SALM-ARQ-NAO-EXISTE
               DISPLAY "ARQUIVO SALDOMES.TXT NAO ENCONTRADO. O SALDO "
                   "DE PARTIDA DOS PRODUTOS SERA ZERO."
               GO TO 3000-LER-SALDOMES-EXIT
           END-IF
           MOVE "N" TO WS-SALM-FIM-SW
           PERFORM 3010-LER-SALDOMES-UM THRU 3010-LER-SALDOMES-UM-EXIT
               UNTIL SALM-FIM
           CLOSE SALDOMES-FILE.
       3000-LER-SALDOMES-EXIT.
           EXIT.

       3010-LER-SALDOMES-UM.
           READ SALDOMES-FILE
               AT END
                   SET SALM-FIM TO TRUE
                   GO TO 3010-LER-SALDOMES-UM-EXIT
           END-READ
           IF SALM-PERIODO IS NOT NUMERIC
              OR SALM-PRODUTO IS NOT NUMERIC
              OR SALM-SALDO IS NOT NUMERIC
               GO TO 3010-LER-SALDOMES-UM-EXIT
           END-IF
           IF SALM-PERIODO NOT = WS-PERIODO-BASE
               GO TO 3010-LER-SALDOMES-UM-EXIT
           END-IF
           MOVE SALM-PRODUTO TO WS-PROCURA-PRODUTO
           PERFORM 8200-PROCURAR-PRODUTO-TAB
               THRU 8200-PROCURAR-PRODUTO-TAB-EXIT
           IF ACHOU-PRODUTO
               IF WS-TAB-TEM-FOTO (WS-IDX-CONC) = "N"
                   ADD 1 TO WS-TOTAL-FOTOGRAFIAS
               END-IF
               MOVE "S" TO WS-TAB-TEM-FOTO (WS-IDX-CONC)
               MOVE SALM-SALDO TO WS-TAB-FOTO (WS-IDX-CONC)
           END-IF.
       3010-LER-SALDOMES-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3500-SOMAR-SALDOLOC
      *    SOMA NA TABELA OS SALDOS POR DEPOSITO DE CADA PRODUTO.
      *-----------------------------------------------------------------
       3500-SOMAR-SALDOLOC.
           IF SLD-ARQ-NAO-EXISTE
               GO TO 3500-SOMAR-SALDOLOC-EXIT
           END-IF
           MOVE ZEROS TO SLD-CHAVE
           MOVE "N" TO WS-SLD-FIM-SW
           START SALDOLOC-FILE KEY IS NOT LESS THAN SLD-CHAVE
               INVALID KEY
                   SET SLD-FIM TO TRUE
           END-START
           PERFORM 3510-SOMAR-SALDOLOC-LER
               THRU 3510-SOMAR-SALDOLOC-LER-EXIT
               UNTIL SLD-FIM.
       3500-SOMAR-SALDOLOC-EXIT.
           EXIT.

       3510-SOMAR-SALDOLOC-LER.
           READ SALDOLOC-FILE NEXT RECORD
               AT END
                   SET SLD-FIM TO TRUE
               NOT AT END
                   MOVE SLD-PRODUTO TO WS-PROCURA-PRODUTO
                   PERFORM 8200-PROCURAR-PRODUTO-TAB
                       THRU 8200-PROCURAR-PRODUTO-TAB-EXIT
                   IF ACHOU-PRODUTO
                       MOVE "S" TO WS-TAB-TEM-LOC (WS-IDX-CONC)
                       ADD SLD-QTDE TO WS-TAB-SOMA-LOC (WS-IDX-CONC)
                   END-IF
           END-READ.
       3510-SOMAR-SALDOLOC-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4000-GRAVAR-CABECALHO
      *    TITULO DO RELATORIO COM A DATA DE EMISSAO E O PERIODO BASE.
      *-----------------------------------------------------------------
       4000-GRAVAR-CABECALHO.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-DATA-ANO
           MOVE WS-DATA-SISTEMA (5:2) TO WS-DATA-MES
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DATA-DIA
           MOVE SPACES TO REL-LINHA
           STRING "CONCILIACAO DO ESTOQUE COM O HISTORICO DE "
               "MOVIMENTOS - " WS-DATA-EDITADA
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           IF WS-PERIODO-BASE = ZEROS
               MOVE "NENHUM PERIODO FECHADO: HISTORICO INTEIRO "
                   TO REL-LINHA
               MOVE "REPASSADO A PARTIR DE SALDO ZERO"
                   TO REL-LINHA (43:32)
           ELSE
               MOVE WS-PERIODO-BASE TO WS-LIN-PERIODO-EDIT
               STRING "PARTIDA: FECHAMENTO DO PERIODO "
                   WS-LIN-PERIODO-EDIT
                   " + MOVIMENTOS DATADOS DEPOIS DELE"
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
           WRITE REL-LINHA

           MOVE "=======================================" TO REL-LINHA
           WRITE REL-LINHA.
       4000-GRAVAR-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5000-LIBERAR-MOVIMENTOS (INPUT PROCEDURE)
      *    LE O HISTORICO UMA UNICA VEZ: ACUMULA NA TABELA OS
      *    MOVIMENTOS DO PRODUTO DATADOS DEPOIS DO PERIODO BASE E OS
      *    DADOS DA ULTIMA LINHA, E MANDA CADA LINHA PARA A
      *    ORDENACAO POR PRODUTO/DEPOSITO. EM SEGUIDA MANDA OS
      *    REGISTROS DE SALDOLOC.DAT.
      *-----------------------------------------------------------------
       5000-LIBERAR-MOVIMENTOS.
           OPEN INPUT MOVHIST-FILE
           IF MOVH-ARQ-NAO-EXISTE
               DISPLAY "ARQUIVO MOVHIST.DAT NAO ENCONTRADO. OS SALDOS "
                   "SERAO CONFERIDOS SO CONTRA A PARTIDA."
           ELSE
               MOVE "N" TO WS-MOVH-FIM-SW
               PERFORM 5010-LIBERAR-MOVIMENTOS-LER
                   THRU 5010-LIBERAR-MOVIMENTOS-LER-EXIT
                   UNTIL FIM-HISTORICO
               CLOSE MOVHIST-FILE
           END-IF

           IF SLD-ARQ-NAO-EXISTE
               GO TO 5000-LIBERAR-MOVIMENTOS-EXIT
           END-IF
           MOVE ZEROS TO SLD-CHAVE
           MOVE "N" TO WS-SLD-FIM-SW
           START SALDOLOC-FILE KEY IS NOT LESS THAN SLD-CHAVE
               INVALID KEY
                   SET SLD-FIM TO TRUE
           END-START
           PERFORM 5200-LIBERAR-SALDOLOC
               THRU 5200-LIBERAR-SALDOLOC-EXIT
               UNTIL SLD-FIM.
       5000-LIBERAR-MOVIMENTOS-EXIT.
           EXIT.

       5010-LIBERAR-MOVIMENTOS-LER.
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF NOT MOVH-REG-CONTROLE
                       MOVE MOVH-SEQ TO WS-MOVH-SEQ
                       ADD 1 TO WS-TOTAL-LINHAS
                       PERFORM 5100-APURAR-LINHA
                           THRU 5100-APURAR-LINHA-EXIT
                   END-IF
           END-READ.
       5010-LIBERAR-MOVIMENTOS-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5100-APURAR-LINHA
      *    LINHA SEM PRODUTO, QUANTIDADE, DATA OU TIPO VALIDOS NAO
      *    PODE SER REPASSADA E SO E CONTADA NO RESUMO. O SALDO
      *    TRANSPORTADO DO ARQUIVAMENTO ANUAL (TIPO "I") NAO TEM
      *    EFEITO: E O SALDO DE 31/12 DO ANO ARQUIVADO, SEMPRE
      *    ANTERIOR AO PERIODO BASE (O ARQUIVAMENTO EXIGE O ANO
      *    FECHADO), E ENTRA COMO PARTIDA DO DEPOSITO, ANTES DE
      *    QUALQUER OUTRA LINHA DO GRUPO (SEQUENCIA ZERO NA
      *    ORDENACAO).
      *-----------------------------------------------------------------
       5100-APURAR-LINHA.
           IF MOVH-PRODUTO IS NOT NUMERIC
              OR MOVH-QTDE IS NOT NUMERIC
               ADD 1 TO WS-TOTAL-LINHAS-IGNORADAS
               GO TO 5100-APURAR-LINHA-EXIT
           END-IF
           MOVE MOVH-DATA (7:4) TO WS-PERIODO-LINHA-X (1:4)
           MOVE MOVH-DATA (4:2) TO WS-PERIODO-LINHA-X (5:2)
           IF WS-PERIODO-LINHA-X IS NOT NUMERIC
               ADD 1 TO WS-TOTAL-LINHAS-IGNORADAS
               GO TO 5100-APURAR-LINHA-EXIT
           END-IF
           EVALUATE TRUE
               WHEN MOVH-SOMA-SALDO
                   MOVE MOVH-QTDE TO WS-EFEITO
               WHEN MOVH-SUBTRAI-SALDO
                   COMPUTE WS-EFEITO = ZEROS - MOVH-QTDE
               WHEN MOVH-SALDO-INICIAL
                   MOVE ZEROS TO WS-EFEITO
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-LINHAS-IGNORADAS
                   GO TO 5100-APURAR-LINHA-EXIT
           END-EVALUATE

           MOVE MOVH-PRODUTO TO WS-PROCURA-PRODUTO
           PERFORM 8200-PROCURAR-PRODUTO-TAB
               THRU 8200-PROCURAR-PRODUTO-TAB-EXIT
           IF NOT ACHOU-PRODUTO
               ADD 1 TO WS-TOTAL-LINHAS-SEM-PRODUTO
               GO TO 5100-APURAR-LINHA-EXIT
           END-IF

           PERFORM 5110-GUARDAR-ULTIMA-LINHA
               THRU 5110-GUARDAR-ULTIMA-LINHA-EXIT

           MOVE MOVH-PRODUTO TO ORD-PRODUTO
           MOVE 1            TO ORD-ORIGEM
           MOVE WS-MOVH-SEQ  TO ORD-SEQ
           MOVE WS-EFEITO    TO ORD-EFEITO
           EVALUATE TRUE
               WHEN MOVH-SALDO-INICIAL
                   MOVE ZEROS TO ORD-SEQ
                   MOVE "A" TO ORD-FASE
               WHEN WS-PERIODO-BASE = ZEROS
                 OR WS-PERIODO-LINHA > WS-PERIODO-BASE
                   MOVE "D" TO ORD-FASE
                   ADD WS-EFEITO TO WS-TAB-MOVTOS (WS-IDX-CONC)
                   ADD 1 TO WS-TOTAL-LINHAS-POSTERIORES
               WHEN OTHER
                   MOVE "A" TO ORD-FASE
           END-EVALUATE

      *    LINHA ANTERIOR AOS DEPOSITOS: E DO 001, E O SALDO DO
      *    PRODUTO APOS O MOVIMENTO ERA O SALDO DO PROPRIO 001.
           MOVE "N" TO ORD-SALDO-OK
           MOVE ZEROS TO ORD-SALDO-REG
           IF MOVH-DEPOSITO IS NUMERIC
              AND MOVH-DEPOSITO > ZEROS
               MOVE MOVH-DEPOSITO TO ORD-DEPOSITO
               IF MOVH-SALDO-LOC IS NUMERIC
                   MOVE "S" TO ORD-SALDO-OK
                   MOVE MOVH-SALDO-LOC TO ORD-SALDO-REG
               END-IF
           ELSE
               MOVE 001 TO ORD-DEPOSITO
               IF MOVH-SALDO IS NUMERIC
                   MOVE "S" TO ORD-SALDO-OK
                   MOVE MOVH-SALDO TO ORD-SALDO-REG
               END-IF
           END-IF
           IF NOT SLD-ARQ-NAO-EXISTE
               RELEASE ORD-REC
           END-IF.
       5100-APURAR-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5110-GUARDAR-ULTIMA-LINHA
      *    GUARDA NA TABELA OS DADOS DA ULTIMA LINHA APLICADA DO
      *    PRODUTO, QUE E A DE MAIOR SEQUENCIA (O HISTORICO VEM NA
      *    ORDEM DE DATA). O SALDO TRANSPORTADO SO E GUARDADO
      *    ENQUANTO O PRODUTO NAO TEM OUTRA LINHA, E QUALQUER OUTRA
      *    LINHA O SUBSTITUI.
      *-----------------------------------------------------------------
       5110-GUARDAR-ULTIMA-LINHA.
           IF WS-TAB-ULT-SEQ (WS-IDX-CONC) > ZEROS
               IF MOVH-SALDO-INICIAL
                   GO TO 5110-GUARDAR-ULTIMA-LINHA-EXIT
               END-IF
               IF WS-TAB-ULT-TIPO (WS-IDX-CONC) NOT = "I"
                  AND MOVH-SEQ < WS-TAB-ULT-SEQ (WS-IDX-CONC)
                   GO TO 5110-GUARDAR-ULTIMA-LINHA-EXIT
               END-IF
           END-IF

           MOVE WS-MOVH-SEQ TO WS-TAB-ULT-SEQ (WS-IDX-CONC)
           MOVE MOVH-DATA   TO WS-TAB-ULT-DATA (WS-IDX-CONC)
           MOVE MOVH-TIPO   TO WS-TAB-ULT-TIPO (WS-IDX-CONC)
           MOVE "N" TO WS-TAB-ULT-SALDO-OK (WS-IDX-CONC)
                       WS-TAB-ULT-VALOR-OK (WS-IDX-CONC)
                       WS-TAB-ULT-CUSTO-OK (WS-IDX-CONC)
           IF MOVH-SALDO IS NUMERIC
               MOVE "S" TO WS-TAB-ULT-SALDO-OK (WS-IDX-CONC)
               MOVE MOVH-SALDO TO WS-TAB-ULT-SALDO (WS-IDX-CONC)
           END-IF
           IF MOVH-SALDO-VALOR IS NUMERIC
               MOVE "S" TO WS-TAB-ULT-VALOR-OK (WS-IDX-CONC)
               MOVE MOVH-SALDO-VALOR TO WS-TAB-ULT-VALOR (WS-IDX-CONC)
           END-IF
           IF MOVH-CUSTO IS NUMERIC
               MOVE "S" TO WS-TAB-ULT-CUSTO-OK (WS-IDX-CONC)
               MOVE MOVH-CUSTO TO WS-TAB-ULT-CUSTO (WS-IDX-CONC)
           END-IF.
       5110-GUARDAR-ULTIMA-LINHA-EXIT.
           EXIT.

       5200-LIBERAR-SALDOLOC.
           READ SALDOLOC-FILE NEXT RECORD
               AT END
                   SET SLD-FIM TO TRUE
               NOT AT END
                   MOVE SLD-PRODUTO  TO ORD-PRODUTO
                   MOVE SLD-DEPOSITO TO ORD-DEPOSITO
                   MOVE 2            TO ORD-ORIGEM
                   MOVE ZEROS        TO ORD-SEQ ORD-EFEITO
                   MOVE SPACE        TO ORD-FASE
                   MOVE SLD-QTDE     TO ORD-SALDO-REG
                   MOVE "S"          TO ORD-SALDO-OK
                   RELEASE ORD-REC
           END-READ.
       5200-LIBERAR-SALDOLOC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5500-CONFERIR-DEPOSITOS (OUTPUT PROCEDURE)
      *    DEVOLVE AS LINHAS POR PRODUTO/DEPOSITO. NA FASE "A" O
      *    SALDO DE PARTIDA E O SALDO REGISTRADO NA LINHA (SEM ELE,
      *    A PARTIDA ANDA PELO EFEITO DA LINHA); NA FASE "D" O EFEITO
      *    E SOMADO AOS MOVIMENTOS; O REGISTRO DE SALDOLOC.DAT VEM
      *    POR ULTIMO NO GRUPO. NA QUEBRA, PARTIDA + MOVIMENTOS E
      *    CONFRONTADO COM SLD-QTDE.
      *-----------------------------------------------------------------
       5500-CONFERIR-DEPOSITOS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "1) SALDO POR DEPOSITO: PARTIDA DO HISTORICO + "
               TO REL-LINHA
           MOVE "MOVIMENTOS X SALDOLOC.DAT" TO REL-LINHA (47:25)
           WRITE REL-LINHA
           IF SLD-ARQ-NAO-EXISTE
               MOVE "   SALDOLOC.DAT AUSENTE - CONFERENCIA NAO FEITA."
                   TO REL-LINHA
               WRITE REL-LINHA
               GO TO 5500-CONFERIR-DEPOSITOS-EXIT
           END-IF
           MOVE SPACES TO REL-LINHA
           STRING "  PRODUT DEP     PARTIDA  MOVIMENTOS RECONSTRUIDO"
                  "    SALDOLOC   DIFERENCA OBSERVACAO"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE ZEROS TO WS-TOTAL-SECAO
           MOVE "N" TO WS-SORT-FIM-SW
           MOVE "N" TO WS-TEM-GRUPO-SW
           PERFORM 5510-CONFERIR-DEPOSITOS-UM
               THRU 5510-CONFERIR-DEPOSITOS-UM-EXIT
               UNTIL SORT-FIM
           IF TEM-GRUPO
               PERFORM 5700-FECHAR-GRUPO THRU 5700-FECHAR-GRUPO-EXIT
           END-IF
           MOVE WS-TOTAL-SECAO TO WS-TOTAL-DIF-DEPOSITO
           PERFORM 8400-GRAVAR-FIM-SECAO
               THRU 8400-GRAVAR-FIM-SECAO-EXIT.
       5500-CONFERIR-DEPOSITOS-EXIT.
           EXIT.

       5510-CONFERIR-DEPOSITOS-UM.
           RETURN ARQUIVO-ORDENACAO
               AT END
                   SET SORT-FIM TO TRUE
               NOT AT END
                   IF NOT TEM-GRUPO
                      OR ORD-PRODUTO NOT = WS-GRP-PRODUTO
                      OR ORD-DEPOSITO NOT = WS-GRP-DEPOSITO
                       IF TEM-GRUPO
                           PERFORM 5700-FECHAR-GRUPO
                               THRU 5700-FECHAR-GRUPO-EXIT
                       END-IF
                       PERFORM 5600-ABRIR-GRUPO
                           THRU 5600-ABRIR-GRUPO-EXIT
                   END-IF
                   PERFORM 5650-SOMAR-NO-GRUPO
                       THRU 5650-SOMAR-NO-GRUPO-EXIT
           END-RETURN.
       5510-CONFERIR-DEPOSITOS-UM-EXIT.
           EXIT.

       5600-ABRIR-GRUPO.
           SET TEM-GRUPO TO TRUE
           MOVE ORD-PRODUTO  TO WS-GRP-PRODUTO
           MOVE ORD-DEPOSITO TO WS-GRP-DEPOSITO
           MOVE ZEROS TO WS-GRP-BASE WS-GRP-MOVTOS WS-GRP-SLD
           MOVE "N" TO WS-GRP-TEM-REG-SW.
       5600-ABRIR-GRUPO-EXIT.
           EXIT.

       5650-SOMAR-NO-GRUPO.
           IF ORD-ORIGEM = 2
               SET GRP-TEM-REG TO TRUE
               MOVE ORD-SALDO-REG TO WS-GRP-SLD
               GO TO 5650-SOMAR-NO-GRUPO-EXIT
           END-IF
           IF ORD-FASE = "D"
               ADD ORD-EFEITO TO WS-GRP-MOVTOS
               GO TO 5650-SOMAR-NO-GRUPO-EXIT
           END-IF
           IF ORD-SALDO-OK = "S"
               MOVE ORD-SALDO-REG TO WS-GRP-BASE
           ELSE
               ADD ORD-EFEITO TO WS-GRP-BASE
           END-IF.
       5650-SOMAR-NO-GRUPO-EXIT.
           EXIT.

       5700-FECHAR-GRUPO.
           MOVE WS-GRP-PRODUTO TO WS-PROCURA-PRODUTO
           PERFORM 8200-PROCURAR-PRODUTO-TAB
               THRU 8200-PROCURAR-PRODUTO-TAB-EXIT
           IF NOT ACHOU-PRODUTO
               GO TO 5700-FECHAR-GRUPO-EXIT
           END-IF
           COMPUTE WS-RECONSTRUIDO = WS-GRP-BASE + WS-GRP-MOVTOS
           COMPUTE WS-DIFERENCA = WS-GRP-SLD - WS-RECONSTRUIDO
           IF WS-DIFERENCA = ZEROS
               GO TO 5700-FECHAR-GRUPO-EXIT
           END-IF
           IF GRP-TEM-REG
               MOVE SPACES TO WS-OBSERVACAO
           ELSE
               MOVE "SEM REGISTRO" TO WS-OBSERVACAO
           END-IF
           ADD 1 TO WS-TOTAL-SECAO
           MOVE WS-GRP-PRODUTO  TO WS-LIN-CODIGO-EDIT
           MOVE WS-GRP-DEPOSITO TO WS-LIN-DEP-EDIT
           MOVE WS-GRP-BASE     TO WS-LIN-QTDE1-EDIT
           MOVE WS-GRP-MOVTOS   TO WS-LIN-QTDE2-EDIT
           MOVE WS-RECONSTRUIDO TO WS-LIN-QTDE3-EDIT
           MOVE WS-GRP-SLD      TO WS-LIN-QTDE4-EDIT
           MOVE WS-DIFERENCA    TO WS-LIN-QTDE5-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-CODIGO-EDIT
               " " WS-LIN-DEP-EDIT
               " " WS-LIN-QTDE1-EDIT
               " " WS-LIN-QTDE2-EDIT
               "  " WS-LIN-QTDE3-EDIT
               " " WS-LIN-QTDE4-EDIT
               " " WS-LIN-QTDE5-EDIT
               " " WS-OBSERVACAO
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       5700-FECHAR-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6000-CONFERIR-PRODUTOS
      *    FOTOGRAFIA DO PERIODO BASE + MOVIMENTOS POSTERIORES CONTRA
      *    PROD-QTDE. PRODUTO SEM FOTOGRAFIA (INCLUIDO DEPOIS DO
      *    FECHAMENTO) PARTE DE ZERO.
      *-----------------------------------------------------------------
       6000-CONFERIR-PRODUTOS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "2) SALDO DO PRODUTO: FOTOGRAFIA DO FECHAMENTO + "
               TO REL-LINHA
           MOVE "MOVIMENTOS X PROD-QTDE" TO REL-LINHA (50:22)
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "  PRODUT DESCRICAO                     "
                  "   FOTOGRAFIA  MOVIMENTOS RECONSTRUIDO"
                  "    CADASTRO   DIFERENCA OBSERVACAO"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE ZEROS TO WS-TOTAL-SECAO
           SET WS-IDX-CONC TO 1
           PERFORM 6100-CONFERIR-PRODUTO-UM
               THRU 6100-CONFERIR-PRODUTO-UM-EXIT
               UNTIL WS-IDX-CONC > WS-QTD-PRODUTOS
           MOVE WS-TOTAL-SECAO TO WS-TOTAL-DIF-PRODUTO
           PERFORM 8400-GRAVAR-FIM-SECAO
               THRU 8400-GRAVAR-FIM-SECAO-EXIT.
       6000-CONFERIR-PRODUTOS-EXIT.
           EXIT.

       6100-CONFERIR-PRODUTO-UM.
           COMPUTE WS-RECONSTRUIDO = WS-TAB-FOTO (WS-IDX-CONC) +
               WS-TAB-MOVTOS (WS-IDX-CONC)
           COMPUTE WS-DIFERENCA = WS-TAB-QTDE (WS-IDX-CONC) -
               WS-RECONSTRUIDO
           IF WS-DIFERENCA NOT = ZEROS
               PERFORM 6200-GRAVAR-DIF-PRODUTO
                   THRU 6200-GRAVAR-DIF-PRODUTO-EXIT
           END-IF
           SET WS-IDX-CONC UP BY 1.
       6100-CONFERIR-PRODUTO-UM-EXIT.
           EXIT.

       6200-GRAVAR-DIF-PRODUTO.
           MOVE SPACES TO WS-OBSERVACAO
           IF WS-PERIODO-BASE NOT = ZEROS
              AND WS-TAB-TEM-FOTO (WS-IDX-CONC) = "N"
               MOVE "SEM FOTOGRAFIA" TO WS-OBSERVACAO
           END-IF
           ADD 1 TO WS-TOTAL-SECAO
           MOVE WS-TAB-PRODUTO (WS-IDX-CONC) TO WS-LIN-CODIGO-EDIT
           MOVE WS-TAB-FOTO (WS-IDX-CONC)    TO WS-LIN-QTDE1-EDIT
           MOVE WS-TAB-MOVTOS (WS-IDX-CONC)  TO WS-LIN-QTDE2-EDIT
           MOVE WS-RECONSTRUIDO              TO WS-LIN-QTDE3-EDIT
           MOVE WS-TAB-QTDE (WS-IDX-CONC)    TO WS-LIN-QTDE4-EDIT
           MOVE WS-DIFERENCA                 TO WS-LIN-QTDE5-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-CODIGO-EDIT
               " " WS-TAB-DESCR (WS-IDX-CONC)
               " " WS-LIN-QTDE1-EDIT
               " " WS-LIN-QTDE2-EDIT
               "  " WS-LIN-QTDE3-EDIT
               " " WS-LIN-QTDE4-EDIT
               " " WS-LIN-QTDE5-EDIT
               " " WS-OBSERVACAO
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       6200-GRAVAR-DIF-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6500-CONFERIR-SOMA-DEPOSITOS
      *    A SOMA DOS SALDOS POR DEPOSITO DE CADA PRODUTO TEM DE SER
      *    O PROD-QTDE DO CADASTRO.
      *-----------------------------------------------------------------
       6500-CONFERIR-SOMA-DEPOSITOS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "3) SOMA DOS SALDOS POR DEPOSITO X PROD-QTDE"
               TO REL-LINHA
           WRITE REL-LINHA
           IF SLD-ARQ-NAO-EXISTE
               MOVE "   SALDOLOC.DAT AUSENTE - CONFERENCIA NAO FEITA."
                   TO REL-LINHA
               WRITE REL-LINHA
               GO TO 6500-CONFERIR-SOMA-DEPOSITOS-EXIT
           END-IF
           MOVE SPACES TO REL-LINHA
           STRING "  PRODUT DESCRICAO                     "
                  "   SOMA DEPOS    CADASTRO   DIFERENCA OBSERVACAO"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE ZEROS TO WS-TOTAL-SECAO
           SET WS-IDX-CONC TO 1
           PERFORM 6600-CONFERIR-SOMA-UM
               THRU 6600-CONFERIR-SOMA-UM-EXIT
               UNTIL WS-IDX-CONC > WS-QTD-PRODUTOS
           MOVE WS-TOTAL-SECAO TO WS-TOTAL-DIF-SOMA
           PERFORM 8400-GRAVAR-FIM-SECAO
               THRU 8400-GRAVAR-FIM-SECAO-EXIT.
       6500-CONFERIR-SOMA-DEPOSITOS-EXIT.
           EXIT.

       6600-CONFERIR-SOMA-UM.
           COMPUTE WS-DIFERENCA = WS-TAB-QTDE (WS-IDX-CONC) -
               WS-TAB-SOMA-LOC (WS-IDX-CONC)
           IF WS-DIFERENCA NOT = ZEROS
               PERFORM 6700-GRAVAR-DIF-SOMA
                   THRU 6700-GRAVAR-DIF-SOMA-EXIT
           END-IF
           SET WS-IDX-CONC UP BY 1.
       6600-CONFERIR-SOMA-UM-EXIT.
           EXIT.

       6700-GRAVAR-DIF-SOMA.
           IF WS-TAB-TEM-LOC (WS-IDX-CONC) = "N"
               MOVE "SEM REGISTRO" TO WS-OBSERVACAO
           ELSE
               MOVE SPACES TO WS-OBSERVACAO
           END-IF
           ADD 1 TO WS-TOTAL-SECAO
           MOVE WS-TAB-PRODUTO (WS-IDX-CONC)  TO WS-LIN-CODIGO-EDIT
           MOVE WS-TAB-SOMA-LOC (WS-IDX-CONC) TO WS-LIN-QTDE1-EDIT
           MOVE WS-TAB-QTDE (WS-IDX-CONC)     TO WS-LIN-QTDE2-EDIT
           MOVE WS-DIFERENCA                  TO WS-LIN-QTDE3-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-CODIGO-EDIT
               " " WS-TAB-DESCR (WS-IDX-CONC)
               " " WS-LIN-QTDE1-EDIT
               " " WS-LIN-QTDE2-EDIT
               " " WS-LIN-QTDE3-EDIT
               " " WS-OBSERVACAO
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       6700-GRAVAR-DIF-SOMA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    7000-CONFERIR-CUSTOS
      *    O CUSTO MEDIO DO CADASTRO TEM DE SER O IMPLICITO NA ULTIMA
      *    LINHA DO HISTORICO DO PRODUTO: COM SALDO DIFERENTE DE
      *    ZERO, MOVH-SALDO-VALOR = MOVH-SALDO X CUSTO MEDIO (A MESMA
      *    CONTA DA GRAVACAO DA LINHA); COM SALDO ZERO, SO UMA SAIDA
      *    (QUE SAI PELO CUSTO MEDIO) DIZ QUAL ERA O CUSTO. NOS
      *    DEMAIS CASOS O CUSTO NAO PODE SER CONFERIDO E SO E
      *    CONTADO NO RESUMO.
      *-----------------------------------------------------------------
       7000-CONFERIR-CUSTOS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "4) CUSTO MEDIO X CUSTO IMPLICITO NA ULTIMA LINHA DO "
               TO REL-LINHA
           MOVE "HISTORICO" TO REL-LINHA (54:9)
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "  PRODUT DESCRICAO                     "
                  " DATA ULT.MV T CUSTO IMPLIC CUSTO MEDIO"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE ZEROS TO WS-TOTAL-SECAO
           SET WS-IDX-CONC TO 1
           PERFORM 7100-CONFERIR-CUSTO-UM
               THRU 7100-CONFERIR-CUSTO-UM-EXIT
               UNTIL WS-IDX-CONC > WS-QTD-PRODUTOS
           MOVE WS-TOTAL-SECAO TO WS-TOTAL-DIF-CUSTO
           PERFORM 8400-GRAVAR-FIM-SECAO
               THRU 8400-GRAVAR-FIM-SECAO-EXIT.
       7000-CONFERIR-CUSTOS-EXIT.
           EXIT.

       7100-CONFERIR-CUSTO-UM.
           IF WS-TAB-ULT-SEQ (WS-IDX-CONC) > ZEROS
               PERFORM 7200-AVALIAR-CUSTO THRU 7200-AVALIAR-CUSTO-EXIT
           END-IF
           SET WS-IDX-CONC UP BY 1.
       7100-CONFERIR-CUSTO-UM-EXIT.
           EXIT.

       7200-AVALIAR-CUSTO.
           MOVE "N" TO WS-CUSTO-CONFERIDO-SW
           MOVE "N" TO WS-CUSTO-DIVERGE-SW
           MOVE ZEROS TO WS-CUSTO-IMPLICITO

           IF WS-TAB-ULT-SALDO-OK (WS-IDX-CONC) = "S"
              AND WS-TAB-ULT-VALOR-OK (WS-IDX-CONC) = "S"
              AND WS-TAB-ULT-SALDO (WS-IDX-CONC) NOT = ZEROS
               SET CUSTO-CONFERIDO TO TRUE
               COMPUTE WS-VALOR-ESPERADO =
                   WS-TAB-ULT-SALDO (WS-IDX-CONC) *
                   WS-TAB-CUSTO (WS-IDX-CONC)
               IF WS-VALOR-ESPERADO NOT =
                  WS-TAB-ULT-VALOR (WS-IDX-CONC)
                   SET CUSTO-DIVERGE TO TRUE
                   COMPUTE WS-CUSTO-IMPLICITO ROUNDED =
                       WS-TAB-ULT-VALOR (WS-IDX-CONC) /
                       WS-TAB-ULT-SALDO (WS-IDX-CONC)
                       ON SIZE ERROR
                           MOVE ZEROS TO WS-CUSTO-IMPLICITO
                   END-COMPUTE
               END-IF
           ELSE
               IF WS-TAB-ULT-CUSTO-OK (WS-IDX-CONC) = "S"
                  AND (WS-TAB-ULT-TIPO (WS-IDX-CONC) = "S"
                    OR WS-TAB-ULT-TIPO (WS-IDX-CONC) = "s"
                    OR WS-TAB-ULT-TIPO (WS-IDX-CONC) = "B"
                    OR WS-TAB-ULT-TIPO (WS-IDX-CONC) = "T")
                   SET CUSTO-CONFERIDO TO TRUE
                   IF WS-TAB-ULT-CUSTO (WS-IDX-CONC) NOT =
                      WS-TAB-CUSTO (WS-IDX-CONC)
                       SET CUSTO-DIVERGE TO TRUE
                       MOVE WS-TAB-ULT-CUSTO (WS-IDX-CONC)
                           TO WS-CUSTO-IMPLICITO
                   END-IF
               END-IF
           END-IF

           IF NOT CUSTO-CONFERIDO
               ADD 1 TO WS-TOTAL-CUSTO-NAO-CONF
               GO TO 7200-AVALIAR-CUSTO-EXIT
           END-IF
           IF NOT CUSTO-DIVERGE
               GO TO 7200-AVALIAR-CUSTO-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-SECAO
           MOVE WS-TAB-PRODUTO (WS-IDX-CONC) TO WS-LIN-CODIGO-EDIT
           MOVE WS-CUSTO-IMPLICITO           TO WS-LIN-CUSTO1-EDIT
           MOVE WS-TAB-CUSTO (WS-IDX-CONC)   TO WS-LIN-CUSTO2-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-CODIGO-EDIT
               " " WS-TAB-DESCR (WS-IDX-CONC)
               " " WS-TAB-ULT-DATA (WS-IDX-CONC)
               " " WS-TAB-ULT-TIPO (WS-IDX-CONC)
               " " WS-LIN-CUSTO1-EDIT
               " " WS-LIN-CUSTO2-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       7200-AVALIAR-CUSTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    7500-IMPRIMIR-RESUMO
      *    CONTAGENS DA LEITURA E DAS DIFERENCAS DE CADA CONFERENCIA.
      *-----------------------------------------------------------------
       7500-IMPRIMIR-RESUMO.
           COMPUTE WS-TOTAL-DIFERENCAS = WS-TOTAL-DIF-DEPOSITO +
               WS-TOTAL-DIF-PRODUTO + WS-TOTAL-DIF-SOMA +
               WS-TOTAL-DIF-CUSTO

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "=======================================" TO REL-LINHA
           WRITE REL-LINHA
           MOVE "RESUMO" TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-PRODUTOS TO WS-LIN-CONTA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "PRODUTOS CONFERIDOS ................ "
               WS-LIN-CONTA-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-FOTOGRAFIAS TO WS-LIN-CONTA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "PRODUTOS COM FOTOGRAFIA DE PARTIDA . "
               WS-LIN-CONTA-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-LINHAS TO WS-LIN-CONTA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "LINHAS DO HISTORICO LIDAS .......... "
               WS-LIN-CONTA-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-LINHAS-POSTERIORES TO WS-LIN-CONTA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "LINHAS DEPOIS DO PERIODO FECHADO ... "
               WS-LIN-CONTA-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-LINHAS-SEM-PRODUTO TO WS-LIN-CONTA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "LINHAS DE PRODUTO FORA DO CADASTRO . "
               WS-LIN-CONTA-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-LINHAS-IGNORADAS TO WS-LIN-CONTA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "LINHAS ILEGIVEIS (NAO REPASSADAS) .. "
               WS-LIN-CONTA-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-CUSTO-NAO-CONF TO WS-LIN-CONTA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "CUSTOS SEM COMO CONFERIR ........... "
               WS-LIN-CONTA-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-DIF-DEPOSITO TO WS-LIN-CONTA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "DIFERENCAS DE SALDO POR DEPOSITO ... "
               WS-LIN-CONTA-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-DIF-PRODUTO TO WS-LIN-CONTA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "DIFERENCAS DE SALDO DO PRODUTO ..... "
               WS-LIN-CONTA-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-DIF-SOMA TO WS-LIN-CONTA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "DIFERENCAS NA SOMA DOS DEPOSITOS ... "
               WS-LIN-CONTA-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-DIF-CUSTO TO WS-LIN-CONTA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "DIFERENCAS DE CUSTO MEDIO .......... "
               WS-LIN-CONTA-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-DIFERENCAS TO WS-LIN-CONTA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "TOTAL DE DIFERENCAS ................ "
               WS-LIN-CONTA-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           IF WS-TOTAL-DIFERENCAS > ZEROS
               MOVE "ATENCAO: NAO FECHAR O MES ANTES DE EXPLICAR AS "
                   TO REL-LINHA
               MOVE "DIFERENCAS ACIMA." TO REL-LINHA (49:17)
               WRITE REL-LINHA
           END-IF

           DISPLAY "CONCILIACAO CONCLUIDA. DIFERENCAS: "
               WS-TOTAL-DIFERENCAS " (RELATORIO EM CONCILIA.TXT)".
       7500-IMPRIMIR-RESUMO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8200-PROCURAR-PRODUTO-TAB
      *    BUSCA BINARIA DE WS-PROCURA-PRODUTO NA TABELA (EM ORDEM DE
      *    CODIGO). ACHANDO, WS-IDX-CONC APONTA A ENTRADA.
      *-----------------------------------------------------------------
       8200-PROCURAR-PRODUTO-TAB.
           MOVE "N" TO WS-ACHOU-PRODUTO-SW
           MOVE 1 TO WS-BUSCA-INI
           MOVE WS-QTD-PRODUTOS TO WS-BUSCA-FIM
           PERFORM 8210-DIVIDIR-BUSCA THRU 8210-DIVIDIR-BUSCA-EXIT
               UNTIL ACHOU-PRODUTO
                  OR WS-BUSCA-INI > WS-BUSCA-FIM.
       8200-PROCURAR-PRODUTO-TAB-EXIT.
           EXIT.

       8210-DIVIDIR-BUSCA.
           COMPUTE WS-BUSCA-MEIO = (WS-BUSCA-INI + WS-BUSCA-FIM) / 2
           SET WS-IDX-CONC TO WS-BUSCA-MEIO
           IF WS-TAB-PRODUTO (WS-IDX-CONC) = WS-PROCURA-PRODUTO
               SET ACHOU-PRODUTO TO TRUE
               GO TO 8210-DIVIDIR-BUSCA-EXIT
           END-IF
           IF WS-TAB-PRODUTO (WS-IDX-CONC) < WS-PROCURA-PRODUTO
               COMPUTE WS-BUSCA-INI = WS-BUSCA-MEIO + 1
           ELSE
               IF WS-BUSCA-MEIO = 1
                   MOVE ZEROS TO WS-BUSCA-FIM
               ELSE
                   COMPUTE WS-BUSCA-FIM = WS-BUSCA-MEIO - 1
               END-IF
           END-IF.
       8210-DIVIDIR-BUSCA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8400-GRAVAR-FIM-SECAO
      *    FECHA A SECAO CORRENTE COM A CONTAGEM DE DIFERENCAS, OU
      *    COM A INDICACAO DE QUE NAO HOUVE NENHUMA.
      *-----------------------------------------------------------------
       8400-GRAVAR-FIM-SECAO.
           MOVE SPACES TO REL-LINHA
           IF WS-TOTAL-SECAO = ZEROS
               MOVE "   NENHUMA DIFERENCA." TO REL-LINHA
           ELSE
               MOVE WS-TOTAL-SECAO TO WS-LIN-CONTA-EDIT
               STRING "   DIFERENCAS NA SECAO:" WS-LIN-CONTA-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
           WRITE REL-LINHA.
       8400-GRAVAR-FIM-SECAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-FINALIZAR
      *    FECHA TODOS OS ARQUIVOS ABERTOS.
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           CLOSE PRODUTO-FILE
           CLOSE SALDOLOC-FILE
           CLOSE FECHMES-FILE
           CLOSE RELATORIO-FILE.
       9000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9500-GRAVAR-LOG-NOTURNO
      *    NO MODO SEM OPERADOR, ANOTA NO LOG CONSOLIDADO DA CADEIA
      *    NOTURNA (NOTURNO.LOG) UMA LINHA COM O PROGRAMA, O CODIGO
      *    DE RETORNO E O TOTAL DE DIFERENCAS ENCONTRADAS.
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
           MOVE WS-TOTAL-DIFERENCAS TO WS-LOGN-REG
           MOVE SPACES TO LOGN-LINHA
           STRING WS-DATA-SISTEMA " "
                  WS-HR WS-MN WS-SG
                  " CONCILIA RC=" WS-LOGN-RC
                  " REG=" WS-LOGN-REG
                  " DIFERENCAS (RELATORIO EM CONCILIA.TXT)"
               DELIMITED BY SIZE INTO LOGN-LINHA
           WRITE LOGN-LINHA
           CLOSE LOG-NOTURNO-FILE.
       9500-GRAVAR-LOG-NOTURNO-EXIT.
           EXIT.
