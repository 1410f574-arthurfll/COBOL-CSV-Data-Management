      *-----------------------------------------------------------------
      *  IDENTIFICATION DIVISION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELMARG.
       AUTHOR.        EQUIPE DE SISTEMAS.
       INSTALLATION.  SETOR DE TECNOLOGIA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      *  HISTORICO DE ALTERACOES
      *-----------------------------------------------------------------
      *  DATA       AUTOR   DESCRICAO
      *  15/10/2026 EQS     PROGRAMA CRIADO. MARGEM BRUTA DAS SAIDAS
      *                     DO PERIODO (RECEITA PELO PRECO DE VENDA
      *                     DO HISTORICO MENOS O CUSTO MEDIO) POR
      *                     CLIENTE, POR CATEGORIA E POR PRODUTO, E
      *                     RELACAO DAS SAIDAS VENDIDAS ABAIXO DO
      *                     CUSTO OU DO PRECO DE TABELA ALEM DA
      *                     TOLERANCIA. RODA SEM OPERADOR QUANDO
      *                     RELMARG.PRM EXISTE.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      LER PRODUTO.DAT, TERCEIRO.DAT, CATEGORI.DAT E O HISTORICO
      *      DE MOVIMENTOS (MOVHIST.DAT) E GRAVAR EM RELMARG.TXT:
      *      1) MARGEM POR CLIENTE: PARA CADA TERCEIRO DE TIPO "C"
      *         COM SAIDA NO PERIODO, QUANTIDADE, RECEITA (QUANTIDADE
      *         X MOVH-PRECO-VENDA), CUSTO (MOVH-VALOR, OU QUANTIDADE
      *         X MOVH-CUSTO EM LINHA ANTIGA), MARGEM BRUTA (RECEITA
      *         MENOS CUSTO) E MARGEM % (SOBRE A RECEITA). SAIDAS SEM
      *         TERCEIRO OU PARA FORNECEDOR (DEVOLUCAO) SAEM SOMADAS
      *         NUMA LINHA A PARTE.
      *      2) MARGEM POR PRODUTO, AGRUPADA POR CATEGORIA, COM O
      *         SUBTOTAL DE CADA CATEGORIA E O TOTAL GERAL.
      *      3) EXCECOES DE PRECO: SAIDAS DO PERIODO COM PRECO DE
      *         VENDA MENOR QUE O CUSTO MEDIO DA LINHA (MOVH-CUSTO) OU
      *         QUE O PRECO DE TABELA ATUAL (PROD-PRECO) EM MAIS DE
      *         TOLERANCIA POR CENTO (PADRAO 5).
      *      SO CONTAM AS SAIDAS (TIPO "S"); O ESTORNO DE SAIDA (TIPO
      *      "Y") DO PERIODO ABATE QUANTIDADE, RECEITA E CUSTO DO
      *      CLIENTE E DO PRODUTO DA SAIDA ORIGINAL. LINHAS GRAVADAS
      *      ANTES DO PRECO DE VENDA ENTRAM COM RECEITA ZERO E FICAM
      *      FORA DAS EXCECOES.
      *      PERIODO PADRAO: O MES ANTERIOR AO MES CORRENTE.
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

           SELECT CATEGORIA-FILE
               ASSIGN TO "CATEGORI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS WS-CATEGORIA-STATUS.

           SELECT TERCEIRO-FILE
               ASSIGN TO "TERCEIRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TER-CODIGO
               FILE STATUS IS WS-TERCEIRO-STATUS.

           SELECT MOVHIST-FILE
               ASSIGN TO "MOVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOVH-CHAVE
               ALTERNATE RECORD KEY IS MOVH-CHAVE-TERC
               ALTERNATE RECORD KEY IS MOVH-CHAVE-DOCTO
               FILE STATUS IS WS-MOVHIST-STATUS.

           SELECT ARQUIVO-CLIENTES
               ASSIGN TO "RMRGCWRK.TMP".

           SELECT ARQUIVO-PRODUTOS
               ASSIGN TO "RMRGPWRK.TMP".

           SELECT RELATORIO-FILE
               ASSIGN TO "RELMARG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT PARAMETRO-FILE
               ASSIGN TO "RELMARG.PRM"
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

       FD  CATEGORIA-FILE
           LABEL RECORD IS STANDARD.
           COPY CATGREC.

       FD  TERCEIRO-FILE
           LABEL RECORD IS STANDARD.
           COPY TERCREC.

       FD  MOVHIST-FILE
           LABEL RECORD IS STANDARD.
           COPY MOVHREC.

      *----------------------------------------------------------------
      *    UMA ENTRADA POR LINHA DE SAIDA OU ESTORNO DE SAIDA DO
      *    PERIODO, JA COM O SINAL (ESTORNO NEGATIVO), EM ORDEM DE
      *    TERCEIRO PARA A QUEBRA POR CLIENTE.
      *----------------------------------------------------------------
       SD  ARQUIVO-CLIENTES.
       01  ORDC-REC.
           02  ORDC-TERCEIRO             PIC 9(06).
           02  ORDC-QTDE                 PIC S9(07).
           02  ORDC-RECEITA              PIC S9(13)V99.
           02  ORDC-CUSTO                PIC S9(13)V99.

       SD  ARQUIVO-PRODUTOS.
       01  ORDP-REC.
           02  ORDP-CATEGORIA            PIC 9(04).
           02  ORDP-PRODUTO              PIC 9(06).
           02  ORDP-IDX                  PIC 9(04).

       FD  RELATORIO-FILE
           LABEL RECORD IS OMITTED.
       01  REL-LINHA                     PIC X(132).

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

       01  WS-CATEGORIA-STATUS           PIC X(02) VALUE "00".
           88  CAT-OK                               VALUE "00".
           88  CAT-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-TERCEIRO-STATUS            PIC X(02) VALUE "00".
           88  TER-OK                               VALUE "00".
           88  TER-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-MOVHIST-STATUS             PIC X(02) VALUE "00".
           88  MOVH-OK                              VALUE "00".
           88  MOVH-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-RELATORIO-STATUS           PIC X(02) VALUE "00".

       01  WS-DATA-SISTEMA               PIC X(08).
       01  WS-DATA-EDITADA.
           02  WS-DATA-ANO               PIC X(04).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DATA-MES               PIC X(02).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DATA-DIA               PIC X(02).

      *----------------------------------------------------------------
      *    PARAMETROS DO RELATORIO: PERIODO AAAAMMDD (EM BRANCO = O
      *    MES ANTERIOR AO MES CORRENTE) E TOLERANCIA EM PERCENTUAL
      *    INTEIRO (0 A 99) ABAIXO DO CUSTO OU DO PRECO DE TABELA
      *    ANTES DE A SAIDA ENTRAR NAS EXCECOES.
      *----------------------------------------------------------------
       01  WS-DATA-INICIAL               PIC X(08) VALUE SPACES.
       01  WS-DATA-FINAL                 PIC X(08) VALUE SPACES.
       01  WS-TOLERANCIA-A               PIC X(02) VALUE SPACES.
       01  WS-TOLERANCIA                 PIC 9(02) VALUE 5.

      *----------------------------------------------------------------
      *    AREA DO MODO SEM OPERADOR: QUANDO RELMARG.PRM EXISTE, OS
      *    PARAMETROS VEM DO ARQUIVO (DATA-INICIAL=, DATA-FINAL=,
      *    TOLERANCIA=; LINHAS EM BRANCO E INICIADAS POR "*"
      *    IGNORADAS) E O RESULTADO E ANOTADO NO LOG CONSOLIDADO
      *    NOTURNO.LOG.
      *----------------------------------------------------------------
       01  WS-PARAMETRO-STATUS           PIC X(02) VALUE "00".
           88  PARM-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-LOG-NOTURNO-STATUS         PIC X(02) VALUE "00".
           88  LOGN-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-EXECUCAO-LOTE-SW           PIC X(01) VALUE "N".
           88  EXECUCAO-LOTE                        VALUE "S".

       01  WS-PARM-FIM-SW                PIC X(01) VALUE "N".
           88  PARM-FIM                             VALUE "S".

       01  WS-PARM-CAMPO                 PIC X(16).
       01  WS-PARM-VALOR                 PIC X(64).

       01  WS-HORA-SISTEMA               PIC 9(08).
       01  WS-HORA-GRUPO REDEFINES WS-HORA-SISTEMA.
           02  WS-HR                     PIC 99.
           02  WS-MN                     PIC 99.
           02  WS-SG                     PIC 99.
           02  WS-CEN                    PIC 99.

       01  WS-LOGN-REG                   PIC 9(08) VALUE ZEROS.
       01  WS-LOGN-RC                    PIC 9(02) VALUE ZEROS.

       01  WS-CAMPO-NUM-ENTRADA          PIC X(11).
       01  WS-CAMPO-NUM-POS              PIC 9(02) COMP.
       01  WS-CAMPO-NUM-ACHOU-SW         PIC X(01) VALUE "N".
           88  CAMPO-NUM-ACHOU                      VALUE "S".
       01  WS-CAMPO-NUM-VALIDO-SW        PIC X(01) VALUE "N".
           88  CAMPO-NUM-VALIDO                     VALUE "S".
       01  WS-CAMPO-NUM-SAIDA            PIC 9(11).

       01  WS-MOVH-FIM-SW                PIC X(01) VALUE "N".
           88  FIM-HISTORICO                        VALUE "S".

       01  WS-SORT-FIM-SW                PIC X(01) VALUE "N".
           88  SORT-FIM                             VALUE "S".

      *----------------------------------------------------------------
      *    TABELA DOS PRODUTOS, CARREGADA EM ORDEM DE CODIGO NA
      *    VARREDURA DO CADASTRO (O QUE PERMITE A BUSCA BINARIA) E
      *    COMPLETADA NA VARREDURA DO HISTORICO. PRODUTOS ALEM DO
      *    LIMITE, E AS SAIDAS DE PRODUTO EXCLUIDO DO CADASTRO, FICAM
      *    FORA DO RELATORIO, COM AVISO E RC=04 NO LOG.
      *----------------------------------------------------------------
       01  WS-MAX-PRODUTOS               PIC 9(04) COMP VALUE 2000.
       01  WS-QTD-PRODUTOS               PIC 9(04) COMP VALUE ZEROS.

       01  WS-TABELA-PRODUTOS.
           02  WS-MARG-TAB OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-MARG.
               03  WS-TAB-PRODUTO        PIC 9(06).
               03  WS-TAB-DESCR          PIC X(30).
               03  WS-TAB-CATEGORIA      PIC 9(04).
               03  WS-TAB-PRECO          PIC 9(07)V99.
               03  WS-TAB-LINHAS         PIC 9(06) COMP.
               03  WS-TAB-QTDE           PIC S9(09).
               03  WS-TAB-RECEITA        PIC S9(13)V99.
               03  WS-TAB-CUSTO          PIC S9(13)V99.

       01  WS-PRODUTOS-ESTOURO-SW        PIC X(01) VALUE "N".
           88  PRODUTOS-ESTOURO                     VALUE "S".

       01  WS-LINHAS-FORA                PIC 9(06) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      *    BUSCA BINARIA NA TABELA DE PRODUTOS
      *----------------------------------------------------------------
       01  WS-PROCURA-PRODUTO            PIC 9(06).
       01  WS-BUSCA-INI                  PIC 9(04) COMP.
       01  WS-BUSCA-FIM                  PIC 9(04) COMP.
       01  WS-BUSCA-MEIO                 PIC 9(04) COMP.
       01  WS-ACHOU-PRODUTO-SW           PIC X(01) VALUE "N".
           88  ACHOU-PRODUTO                        VALUE "S".

      *----------------------------------------------------------------
      *    DATA DO MOVIMENTO (DD/MM/AAAA NO HISTORICO) REARRUMADA
      *    PARA AAAAMMDD E VALORES DA LINHA, COM O SINAL DO TIPO
      *----------------------------------------------------------------
       01  WS-DATA-MOV-AAAAMMDD          PIC X(08) VALUE SPACES.
       01  WS-MOV-QTDE                   PIC S9(07) VALUE ZEROS.
       01  WS-MOV-RECEITA                PIC S9(13)V99 VALUE ZEROS.
       01  WS-MOV-CUSTO                  PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-LINHAS               PIC 9(08) VALUE ZEROS.
       01  WS-SAIDA-PERIODO-SW           PIC X(01) VALUE "N".
           88  SAIDA-PERIODO                        VALUE "S".

      *----------------------------------------------------------------
      *    DATA PARA O PADRAO DO PERIODO E PARA A IMPRESSAO
      *----------------------------------------------------------------
       01  WS-DIA-DATA                   PIC 9(08).
       01  WS-DIA-GRUPO REDEFINES WS-DIA-DATA.
           02  WS-DIA-ANO                PIC 9(04).
           02  WS-DIA-MES                PIC 9(02).
           02  WS-DIA-DIA                PIC 9(02).
       01  WS-DIA-QUOC                   PIC 9(07) COMP.
       01  WS-DIA-RESTO                  PIC 9(04) COMP.

       01  WS-DIAS-DO-MES-TAB            PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-DIAS-DO-MES-R REDEFINES WS-DIAS-DO-MES-TAB.
           02  WS-DIAS-DO-MES            PIC 9(02) OCCURS 12 TIMES.

      *----------------------------------------------------------------
      *    QUEBRA POR CLIENTE: O TERCEIRO CORRENTE, OS SEUS TOTAIS,
      *    OS TOTAIS DAS SAIDAS SEM CLIENTE E O TOTAL GERAL
      *----------------------------------------------------------------
       01  WS-CLI-CORRENTE               PIC 9(06) VALUE ZEROS.
       01  WS-TEM-CLI-SW                 PIC X(01) VALUE "N".
           88  TEM-CLI                              VALUE "S".
       01  WS-CLI-QTDE                   PIC S9(09) VALUE ZEROS.
       01  WS-CLI-RECEITA                PIC S9(13)V99 VALUE ZEROS.
       01  WS-CLI-CUSTO                  PIC S9(13)V99 VALUE ZEROS.
       01  WS-QTD-CLIENTES               PIC 9(06) COMP VALUE ZEROS.

       01  WS-OUT-QTDE                   PIC S9(09) VALUE ZEROS.
       01  WS-OUT-RECEITA                PIC S9(13)V99 VALUE ZEROS.
       01  WS-OUT-CUSTO                  PIC S9(13)V99 VALUE ZEROS.
       01  WS-OUT-TEM-SW                 PIC X(01) VALUE "N".
           88  OUT-TEM                              VALUE "S".

       01  WS-GER-QTDE                   PIC S9(09) VALUE ZEROS.
       01  WS-GER-RECEITA                PIC S9(13)V99 VALUE ZEROS.
       01  WS-GER-CUSTO                  PIC S9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------
      *    QUEBRA POR CATEGORIA
      *----------------------------------------------------------------
       01  WS-CAT-CORRENTE               PIC 9(04) VALUE ZEROS.
       01  WS-TEM-CAT-SW                 PIC X(01) VALUE "N".
           88  TEM-CAT                              VALUE "S".
       01  WS-CAT-QTDE                   PIC S9(09) VALUE ZEROS.
       01  WS-CAT-RECEITA                PIC S9(13)V99 VALUE ZEROS.
       01  WS-CAT-CUSTO                  PIC S9(13)V99 VALUE ZEROS.
       01  WS-QTD-PROD-VENDIDOS          PIC 9(06) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      *    EXCECOES DE PRECO: LIMITES DA LINHA JA DESCONTADA A
      *    TOLERANCIA E CONTADORES
      *----------------------------------------------------------------
       01  WS-LIMITE-CUSTO               PIC 9(07)V9(04) VALUE ZEROS.
       01  WS-LIMITE-TABELA              PIC 9(07)V9(04) VALUE ZEROS.
       01  WS-ABAIXO-CUSTO-SW            PIC X(01) VALUE "N".
           88  ABAIXO-CUSTO                         VALUE "S".
       01  WS-ABAIXO-TABELA-SW           PIC X(01) VALUE "N".
           88  ABAIXO-TABELA                        VALUE "S".
       01  WS-OCORRENCIA                 PIC X(27) VALUE SPACES.
       01  WS-QTD-EXCECOES               PIC 9(06) COMP VALUE ZEROS.
       01  WS-QTD-ABAIXO-CUSTO           PIC 9(06) COMP VALUE ZEROS.
       01  WS-QTD-ABAIXO-TABELA          PIC 9(06) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      *    CALCULO DA MARGEM E COLUNAS DE VALORES DAS LINHAS
      *----------------------------------------------------------------
       01  WS-CALC-QTDE                  PIC S9(09) VALUE ZEROS.
       01  WS-CALC-RECEITA               PIC S9(13)V99 VALUE ZEROS.
       01  WS-CALC-CUSTO                 PIC S9(13)V99 VALUE ZEROS.
       01  WS-CALC-MARGEM                PIC S9(13)V99 VALUE ZEROS.
       01  WS-CALC-PERC                  PIC S9(05)V9 VALUE ZEROS.

       01  WS-LINHA-EDITADA.
           02  WS-LIN-CODIGO-EDIT        PIC ZZZZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-QTDE-EDIT          PIC -ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-RECEITA-EDIT       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-CUSTO-EDIT         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-MARGEM-EDIT        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-PERC-EDIT          PIC -ZZZZ9,9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-PERC-X             PIC X(08).
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-PRECO-EDIT         PIC Z.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-UNIT-EDIT          PIC Z.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-TABELA-EDIT        PIC Z.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-ITENS-EDIT         PIC ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-ITENS2-EDIT        PIC ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-TOL-EDIT           PIC Z9.

       01  WS-LIN-NOME                   PIC X(30).

       01  WS-DATA-IMPRESSA.
           02  WS-DIMP-DIA               PIC X(02).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DIMP-MES               PIC X(02).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DIMP-ANO               PIC X(04).
       01  WS-DATA-IMPRESSA-X REDEFINES WS-DATA-IMPRESSA
                                         PIC X(10).

      *-----------------------------------------------------------------
      *  PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-DETECTAR-LOTE THRU 0100-DETECTAR-LOTE-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-CARREGAR-PRODUTOS
               THRU 2000-CARREGAR-PRODUTOS-EXIT

           OPEN OUTPUT RELATORIO-FILE
           PERFORM 4900-GRAVAR-CABECALHO
               THRU 4900-GRAVAR-CABECALHO-EXIT
           SORT ARQUIVO-CLIENTES
               ON ASCENDING KEY ORDC-TERCEIRO
               INPUT PROCEDURE IS 3000-APURAR-HISTORICO
               OUTPUT PROCEDURE IS 5000-GRAVAR-CLIENTES
           SORT ARQUIVO-PRODUTOS
               ON ASCENDING KEY ORDP-CATEGORIA
                                ORDP-PRODUTO
               INPUT PROCEDURE IS 6000-LIBERAR-PRODUTOS
               OUTPUT PROCEDURE IS 6500-GRAVAR-PRODUTOS
           PERFORM 7000-GRAVAR-EXCECOES
               THRU 7000-GRAVAR-EXCECOES-EXIT
           CLOSE RELATORIO-FILE

           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           IF WS-LINHAS-FORA > ZEROS
               MOVE 4 TO WS-LOGN-RC
               DISPLAY WS-LINHAS-FORA " SAIDAS DE PRODUTO FORA DO "
                   "CADASTRO (OU DA TABELA) FICARAM FORA DO "
                   "RELATORIO."
           END-IF
           IF WS-QTD-EXCECOES > ZEROS
               MOVE 4 TO WS-LOGN-RC
           END-IF
           DISPLAY "MARGEM BRUTA GRAVADA EM RELMARG.TXT. SAIDAS: "
               WS-TOTAL-LINHAS " CLIENTES: " WS-QTD-CLIENTES
               " EXCECOES DE PRECO: " WS-QTD-EXCECOES
           IF EXECUCAO-LOTE
               MOVE WS-LOGN-RC TO RETURN-CODE
               PERFORM 9500-GRAVAR-LOG-NOTURNO
                   THRU 9500-GRAVAR-LOG-NOTURNO-EXIT
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      *    0100-DETECTAR-LOTE
      *    LIGA O MODO SEM OPERADOR QUANDO RELMARG.PRM EXISTE NO
      *    DIRETORIO E CARREGA OS PARAMETROS DO RELATORIO.
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
                       PERFORM 0120-PROCESSAR-PARAMETRO
                           THRU 0120-PROCESSAR-PARAMETRO-EXIT
                   END-IF
           END-READ.
       0110-LER-PARAMETRO-EXIT.
           EXIT.

       0120-PROCESSAR-PARAMETRO.
           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING PARM-LINHA DELIMITED BY "="
               INTO WS-PARM-CAMPO WS-PARM-VALOR
           END-UNSTRING

           EVALUATE WS-PARM-CAMPO
               WHEN "DATA-INICIAL"
                   MOVE WS-PARM-VALOR (1:8) TO WS-DATA-INICIAL
               WHEN "DATA-FINAL"
                   MOVE WS-PARM-VALOR (1:8) TO WS-DATA-FINAL
               WHEN "TOLERANCIA"
                   MOVE WS-PARM-VALOR (1:2) TO WS-TOLERANCIA-A
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONHECIDO EM RELMARG.PRM: "
                       PARM-LINHA
           END-EVALUATE.
       0120-PROCESSAR-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    ABRE OS MESTRES SOMENTE PARA LEITURA, OBTEM A DATA DO
      *    SISTEMA, PERGUNTA OS PARAMETROS (FORA DO MODO SEM
      *    OPERADOR) E FECHA OS PADROES: O MES ANTERIOR E 5 POR
      *    CENTO. VALOR INVALIDO FICA NO PADRAO.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN INPUT PRODUTO-FILE
           IF WS-PRODUTO-STATUS NOT = "00"
              AND WS-PRODUTO-STATUS NOT = "35"
               DISPLAY "*** ERRO NA ABERTURA DE PRODUTO.DAT"
                   " - FILE STATUS " WS-PRODUTO-STATUS " ***"
               DISPLAY "SE O ARQUIVO E ANTERIOR AOS INDICES "
                   "ALTERNADOS, RODE O PROGRAMA CONVMEST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CATEGORIA-FILE
           OPEN INPUT TERCEIRO-FILE

           IF NOT EXECUCAO-LOTE
               DISPLAY "DATA INICIAL AAAAMMDD (BRANCO = INICIO DO "
                   "MES DA DATA FINAL): " WITH NO ADVANCING
               ACCEPT WS-DATA-INICIAL
               DISPLAY "DATA FINAL AAAAMMDD (BRANCO = FIM DO MES "
                   "ANTERIOR): " WITH NO ADVANCING
               ACCEPT WS-DATA-FINAL
               DISPLAY "TOLERANCIA EM % (BRANCO = 5)............: "
                   WITH NO ADVANCING
               ACCEPT WS-TOLERANCIA-A
           END-IF

           PERFORM 1100-FECHAR-PERIODO THRU 1100-FECHAR-PERIODO-EXIT
           PERFORM 1200-FECHAR-TOLERANCIA
               THRU 1200-FECHAR-TOLERANCIA-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1100-FECHAR-PERIODO
      *    DATA FINAL EM BRANCO OU INVALIDA: ULTIMO DIA DO MES
      *    ANTERIOR AO DA DATA DO SISTEMA. DATA INICIAL EM BRANCO OU
      *    INVALIDA: PRIMEIRO DIA DO MES DA DATA FINAL. PERIODO
      *    INVERTIDO VOLTA AO PADRAO.
      *-----------------------------------------------------------------
       1100-FECHAR-PERIODO.
           IF WS-DATA-FINAL IS NOT NUMERIC
              OR WS-DATA-FINAL = ZEROS
               MOVE WS-DATA-SISTEMA TO WS-DIA-DATA
               IF WS-DIA-MES = 1
                   MOVE 12 TO WS-DIA-MES
                   SUBTRACT 1 FROM WS-DIA-ANO
               ELSE
                   SUBTRACT 1 FROM WS-DIA-MES
               END-IF
               PERFORM 8050-ULTIMO-DIA-MES
                   THRU 8050-ULTIMO-DIA-MES-EXIT
               MOVE WS-DIA-DATA TO WS-DATA-FINAL
           END-IF

           IF WS-DATA-INICIAL IS NOT NUMERIC
              OR WS-DATA-INICIAL = ZEROS
              OR WS-DATA-INICIAL > WS-DATA-FINAL
               IF WS-DATA-INICIAL NOT = SPACES
                   DISPLAY "DATA INICIAL INVALIDA - USANDO O INICIO "
                       "DO MES DA DATA FINAL."
               END-IF
               MOVE WS-DATA-FINAL TO WS-DIA-DATA
               MOVE 1 TO WS-DIA-DIA
               MOVE WS-DIA-DATA TO WS-DATA-INICIAL
           END-IF.
       1100-FECHAR-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1200-FECHAR-TOLERANCIA
      *    CONVERTE A TOLERANCIA INFORMADA (PERCENTUAL INTEIRO, DE 0
      *    A 99). ZERO FAZ QUALQUER PRECO ABAIXO DO CUSTO OU DA
      *    TABELA ENTRAR NAS EXCECOES.
      *-----------------------------------------------------------------
       1200-FECHAR-TOLERANCIA.
           IF WS-TOLERANCIA-A = SPACES
               GO TO 1200-FECHAR-TOLERANCIA-EXIT
           END-IF
           MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
           MOVE WS-TOLERANCIA-A TO WS-CAMPO-NUM-ENTRADA (1:2)
           PERFORM 8100-VALIDAR-CAMPO-NUMERICO
               THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
           IF CAMPO-NUM-VALIDO
               MOVE WS-CAMPO-NUM-SAIDA TO WS-TOLERANCIA
           ELSE
               DISPLAY "TOLERANCIA INVALIDA - USANDO "
                   WS-TOLERANCIA "%."
           END-IF.
       1200-FECHAR-TOLERANCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-CARREGAR-PRODUTOS
      *    LE PRODUTO-FILE NA ORDEM DO CODIGO E GUARDA NA TABELA
      *    TODOS OS PRODUTOS, COM A CATEGORIA E O PRECO DE TABELA.
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
               MOVE 4 TO WS-LOGN-RC
               DISPLAY "MAIS DE " WS-MAX-PRODUTOS " PRODUTOS NO "
                   "CADASTRO. OS EXCEDENTES FICARAM FORA DO "
                   "RELATORIO."
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
           SET WS-IDX-MARG TO WS-QTD-PRODUTOS
           MOVE PROD-CODIGO    TO WS-TAB-PRODUTO (WS-IDX-MARG)
           MOVE PROD-DESCRICAO TO WS-TAB-DESCR (WS-IDX-MARG)
           MOVE PROD-CATEGORIA TO WS-TAB-CATEGORIA (WS-IDX-MARG)
           IF PROD-PRECO IS NUMERIC
               MOVE PROD-PRECO TO WS-TAB-PRECO (WS-IDX-MARG)
           ELSE
               MOVE ZEROS TO WS-TAB-PRECO (WS-IDX-MARG)
           END-IF
           MOVE ZEROS TO WS-TAB-LINHAS (WS-IDX-MARG)
                         WS-TAB-QTDE (WS-IDX-MARG)
                         WS-TAB-RECEITA (WS-IDX-MARG)
                         WS-TAB-CUSTO (WS-IDX-MARG).
       2100-GUARDAR-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-APURAR-HISTORICO (INPUT PROCEDURE DO SORT DE CLIENTES)
      *    LE O HISTORICO DO INICIO AO FIM UMA UNICA VEZ, NA ORDEM
      *    DA CHAVE, PULANDO O REGISTRO DE CONTROLE. CADA SAIDA E
      *    CADA ESTORNO DE SAIDA DO PERIODO SOMA NO PRODUTO E VAI
      *    PARA A ORDENACAO POR TERCEIRO.
      *-----------------------------------------------------------------
       3000-APURAR-HISTORICO.
           OPEN INPUT MOVHIST-FILE
           IF MOVH-ARQ-NAO-EXISTE
               DISPLAY "ARQUIVO MOVHIST.DAT NAO ENCONTRADO. O "
                   "RELATORIO SAIRA ZERADO."
               GO TO 3000-APURAR-HISTORICO-EXIT
           END-IF
           MOVE "N" TO WS-MOVH-FIM-SW
           PERFORM 3010-APURAR-HISTORICO-LER
               THRU 3010-APURAR-HISTORICO-LER-EXIT
               UNTIL FIM-HISTORICO
           CLOSE MOVHIST-FILE.
       3000-APURAR-HISTORICO-EXIT.
           EXIT.

       3010-APURAR-HISTORICO-LER.
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   PERFORM 3100-APURAR-MOVIMENTO
                       THRU 3100-APURAR-MOVIMENTO-EXIT
           END-READ.
       3010-APURAR-HISTORICO-LER-EXIT.
           EXIT.

       3100-APURAR-MOVIMENTO.
           PERFORM 3200-FILTRAR-SAIDA THRU 3200-FILTRAR-SAIDA-EXIT
           IF NOT ACHOU-PRODUTO
               IF SAIDA-PERIODO
                   ADD 1 TO WS-LINHAS-FORA
               END-IF
               GO TO 3100-APURAR-MOVIMENTO-EXIT
           END-IF

           MOVE MOVH-QTDE TO WS-MOV-QTDE
           IF MOVH-PRECO-VENDA IS NUMERIC
               COMPUTE WS-MOV-RECEITA = MOVH-QTDE * MOVH-PRECO-VENDA
           ELSE
               MOVE ZEROS TO WS-MOV-RECEITA
           END-IF
           IF MOVH-VALOR IS NUMERIC
               MOVE MOVH-VALOR TO WS-MOV-CUSTO
           ELSE
               IF MOVH-CUSTO IS NUMERIC
                   COMPUTE WS-MOV-CUSTO = MOVH-QTDE * MOVH-CUSTO
               ELSE
                   MOVE ZEROS TO WS-MOV-CUSTO
               END-IF
           END-IF

      *    A SAIDA ESTORNADA NAO FOI VENDA: O ESTORNO ABATE O QUE A
      *    SAIDA ORIGINAL SOMOU (SE A SAIDA CAIU ANTES DO PERIODO, O
      *    CLIENTE E O PRODUTO PODEM FICAR NEGATIVOS NO PERIODO).
           IF MOVH-ESTORNO-SAIDA
               COMPUTE WS-MOV-QTDE    = WS-MOV-QTDE * -1
               COMPUTE WS-MOV-RECEITA = WS-MOV-RECEITA * -1
               COMPUTE WS-MOV-CUSTO   = WS-MOV-CUSTO * -1
           END-IF

           ADD 1              TO WS-TAB-LINHAS (WS-IDX-MARG)
           ADD WS-MOV-QTDE    TO WS-TAB-QTDE (WS-IDX-MARG)
           ADD WS-MOV-RECEITA TO WS-TAB-RECEITA (WS-IDX-MARG)
           ADD WS-MOV-CUSTO   TO WS-TAB-CUSTO (WS-IDX-MARG)
           ADD 1              TO WS-TOTAL-LINHAS

           IF MOVH-TERCEIRO IS NUMERIC
               MOVE MOVH-TERCEIRO TO ORDC-TERCEIRO
           ELSE
               MOVE ZEROS TO ORDC-TERCEIRO
           END-IF
           MOVE WS-MOV-QTDE    TO ORDC-QTDE
           MOVE WS-MOV-RECEITA TO ORDC-RECEITA
           MOVE WS-MOV-CUSTO   TO ORDC-CUSTO
           RELEASE ORDC-REC.
       3100-APURAR-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3200-FILTRAR-SAIDA
      *    DECIDE SE A LINHA LIDA DO HISTORICO E UMA SAIDA OU UM
      *    ESTORNO DE SAIDA DENTRO DO PERIODO, DE PRODUTO PRESENTE NA
      *    TABELA. SO ENTAO SAI COM ACHOU-PRODUTO E WS-IDX-MARG
      *    APONTANDO O PRODUTO; SAIDA-PERIODO SEM ACHOU-PRODUTO E
      *    SAIDA DE PRODUTO FORA DA TABELA. SERVE A APURACAO E AS
      *    EXCECOES.
      *-----------------------------------------------------------------
       3200-FILTRAR-SAIDA.
           MOVE "N" TO WS-ACHOU-PRODUTO-SW
           MOVE "N" TO WS-SAIDA-PERIODO-SW
           IF MOVH-REG-CONTROLE
              OR MOVH-PRODUTO IS NOT NUMERIC
              OR MOVH-QTDE IS NOT NUMERIC
               GO TO 3200-FILTRAR-SAIDA-EXIT
           END-IF
           IF NOT MOVH-SAIDA AND NOT MOVH-ESTORNO-SAIDA
               GO TO 3200-FILTRAR-SAIDA-EXIT
           END-IF
           MOVE MOVH-DATA (7:4) TO WS-DATA-MOV-AAAAMMDD (1:4)
           MOVE MOVH-DATA (4:2) TO WS-DATA-MOV-AAAAMMDD (5:2)
           MOVE MOVH-DATA (1:2) TO WS-DATA-MOV-AAAAMMDD (7:2)
           IF WS-DATA-MOV-AAAAMMDD IS NOT NUMERIC
              OR WS-DATA-MOV-AAAAMMDD < WS-DATA-INICIAL
              OR WS-DATA-MOV-AAAAMMDD > WS-DATA-FINAL
               GO TO 3200-FILTRAR-SAIDA-EXIT
           END-IF

           SET SAIDA-PERIODO TO TRUE
           MOVE MOVH-PRODUTO TO WS-PROCURA-PRODUTO
           PERFORM 8200-PROCURAR-PRODUTO-TAB
               THRU 8200-PROCURAR-PRODUTO-TAB-EXIT.
       3200-FILTRAR-SAIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4900-GRAVAR-CABECALHO
      *    TITULO DO RELATORIO COM A DATA DE EMISSAO, O PERIODO E A
      *    TOLERANCIA USADA.
      *-----------------------------------------------------------------
       4900-GRAVAR-CABECALHO.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-DATA-ANO
           MOVE WS-DATA-SISTEMA (5:2) TO WS-DATA-MES
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DATA-DIA
           MOVE SPACES TO REL-LINHA
           STRING "MARGEM BRUTA POR CLIENTE, CATEGORIA E PRODUTO - "
               WS-DATA-EDITADA
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           MOVE WS-DATA-INICIAL TO WS-DIA-DATA
           PERFORM 8300-EDITAR-DATA THRU 8300-EDITAR-DATA-EXIT
           STRING "PERIODO DE " WS-DATA-IMPRESSA-X
               DELIMITED BY SIZE INTO REL-LINHA
           MOVE WS-DATA-FINAL TO WS-DIA-DATA
           PERFORM 8300-EDITAR-DATA THRU 8300-EDITAR-DATA-EXIT
           MOVE WS-TOLERANCIA TO WS-LIN-TOL-EDIT
           STRING " A " WS-DATA-IMPRESSA-X
               " - TOLERANCIA DE PRECO " WS-LIN-TOL-EDIT "%"
               DELIMITED BY SIZE INTO REL-LINHA (22:60)
           WRITE REL-LINHA

           MOVE "=======================================" TO REL-LINHA
           WRITE REL-LINHA.
       4900-GRAVAR-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5000-GRAVAR-CLIENTES (OUTPUT PROCEDURE DO SORT DE CLIENTES)
      *    SOMA AS LINHAS DE CADA TERCEIRO E GRAVA UMA LINHA POR
      *    CLIENTE NA QUEBRA, DEPOIS A LINHA DAS SAIDAS SEM CLIENTE
      *    E O TOTAL GERAL.
      *-----------------------------------------------------------------
       5000-GRAVAR-CLIENTES.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "1) MARGEM POR CLIENTE" TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "  CODIGO NOME                          "
                  "         QTDE"
                  "              RECEITA"
                  "                CUSTO"
                  "               MARGEM"
                  "  MARGEM%"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE "N" TO WS-SORT-FIM-SW
           MOVE "N" TO WS-TEM-CLI-SW
           PERFORM 5010-GRAVAR-CLIENTES-UM
               THRU 5010-GRAVAR-CLIENTES-UM-EXIT
               UNTIL SORT-FIM
           IF TEM-CLI
               PERFORM 5100-FECHAR-CLIENTE
                   THRU 5100-FECHAR-CLIENTE-EXIT
           END-IF

           IF OUT-TEM
               MOVE WS-OUT-QTDE    TO WS-CALC-QTDE
               MOVE WS-OUT-RECEITA TO WS-CALC-RECEITA
               MOVE WS-OUT-CUSTO   TO WS-CALC-CUSTO
               MOVE SPACES TO REL-LINHA
               STRING "  SEM CLIENTE (SEM TERCEIRO/FORNECEDOR)"
                   DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 8400-MONTAR-VALORES
                   THRU 8400-MONTAR-VALORES-EXIT
               WRITE REL-LINHA
           END-IF

           MOVE WS-GER-QTDE    TO WS-CALC-QTDE
           MOVE WS-GER-RECEITA TO WS-CALC-RECEITA
           MOVE WS-GER-CUSTO   TO WS-CALC-CUSTO
           MOVE SPACES TO REL-LINHA
           STRING "  TOTAL GERAL DAS SAIDAS"
               DELIMITED BY SIZE INTO REL-LINHA
           PERFORM 8400-MONTAR-VALORES THRU 8400-MONTAR-VALORES-EXIT
           WRITE REL-LINHA.
       5000-GRAVAR-CLIENTES-EXIT.
           EXIT.

       5010-GRAVAR-CLIENTES-UM.
           RETURN ARQUIVO-CLIENTES
               AT END
                   SET SORT-FIM TO TRUE
               NOT AT END
                   IF TEM-CLI
                      AND ORDC-TERCEIRO NOT = WS-CLI-CORRENTE
                       PERFORM 5100-FECHAR-CLIENTE
                           THRU 5100-FECHAR-CLIENTE-EXIT
                   END-IF
                   IF NOT TEM-CLI
                       SET TEM-CLI TO TRUE
                       MOVE ORDC-TERCEIRO TO WS-CLI-CORRENTE
                       MOVE ZEROS TO WS-CLI-QTDE WS-CLI-RECEITA
                                     WS-CLI-CUSTO
                   END-IF
                   ADD ORDC-QTDE    TO WS-CLI-QTDE WS-GER-QTDE
                   ADD ORDC-RECEITA TO WS-CLI-RECEITA WS-GER-RECEITA
                   ADD ORDC-CUSTO   TO WS-CLI-CUSTO WS-GER-CUSTO
           END-RETURN.
       5010-GRAVAR-CLIENTES-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5100-FECHAR-CLIENTE
      *    TERCEIRO ZERO OU CADASTRADO COMO FORNECEDOR VAI PARA A
      *    LINHA DAS SAIDAS SEM CLIENTE. CLIENTE, OU CODIGO AUSENTE
      *    DO CADASTRO (MARCADO NAO CADASTRADO), GANHA LINHA PROPRIA.
      *-----------------------------------------------------------------
       5100-FECHAR-CLIENTE.
           MOVE "N" TO WS-TEM-CLI-SW
           IF WS-CLI-CORRENTE = ZEROS
               PERFORM 5200-SOMAR-OUTROS THRU 5200-SOMAR-OUTROS-EXIT
               GO TO 5100-FECHAR-CLIENTE-EXIT
           END-IF
           IF TER-ARQ-NAO-EXISTE
               MOVE "*** NAO CADASTRADO ***" TO WS-LIN-NOME
           ELSE
               MOVE WS-CLI-CORRENTE TO TER-CODIGO
               READ TERCEIRO-FILE
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO TER-NOME
                       MOVE "C" TO TER-TIPO
               END-READ
               IF NOT TER-CLIENTE
                   PERFORM 5200-SOMAR-OUTROS
                       THRU 5200-SOMAR-OUTROS-EXIT
                   GO TO 5100-FECHAR-CLIENTE-EXIT
               END-IF
               MOVE TER-NOME TO WS-LIN-NOME
           END-IF

           ADD 1 TO WS-QTD-CLIENTES
           MOVE WS-CLI-QTDE    TO WS-CALC-QTDE
           MOVE WS-CLI-RECEITA TO WS-CALC-RECEITA
           MOVE WS-CLI-CUSTO   TO WS-CALC-CUSTO
           MOVE WS-CLI-CORRENTE TO WS-LIN-CODIGO-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-CODIGO-EDIT " " WS-LIN-NOME
               DELIMITED BY SIZE INTO REL-LINHA
           PERFORM 8400-MONTAR-VALORES THRU 8400-MONTAR-VALORES-EXIT
           WRITE REL-LINHA.
       5100-FECHAR-CLIENTE-EXIT.
           EXIT.

       5200-SOMAR-OUTROS.
           SET OUT-TEM TO TRUE
           ADD WS-CLI-QTDE    TO WS-OUT-QTDE
           ADD WS-CLI-RECEITA TO WS-OUT-RECEITA
           ADD WS-CLI-CUSTO   TO WS-OUT-CUSTO.
       5200-SOMAR-OUTROS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6000-LIBERAR-PRODUTOS (INPUT PROCEDURE DO SORT DE
      *    PRODUTOS)
      *    MANDA PARA A ORDENACAO POR CATEGORIA OS PRODUTOS QUE
      *    TIVERAM SAIDA OU ESTORNO DE SAIDA NO PERIODO.
      *-----------------------------------------------------------------
       6000-LIBERAR-PRODUTOS.
           PERFORM 6100-LIBERAR-UM THRU 6100-LIBERAR-UM-EXIT
               VARYING WS-IDX-MARG FROM 1 BY 1
               UNTIL WS-IDX-MARG > WS-QTD-PRODUTOS.
       6000-LIBERAR-PRODUTOS-EXIT.
           EXIT.

       6100-LIBERAR-UM.
           IF WS-TAB-LINHAS (WS-IDX-MARG) = ZEROS
               GO TO 6100-LIBERAR-UM-EXIT
           END-IF
           MOVE WS-TAB-CATEGORIA (WS-IDX-MARG) TO ORDP-CATEGORIA
           MOVE WS-TAB-PRODUTO (WS-IDX-MARG)   TO ORDP-PRODUTO
           SET ORDP-IDX TO WS-IDX-MARG
           RELEASE ORDP-REC.
       6100-LIBERAR-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6500-GRAVAR-PRODUTOS (OUTPUT PROCEDURE DO SORT DE
      *    PRODUTOS)
      *    UMA LINHA POR PRODUTO, COM QUEBRA E SUBTOTAL POR
      *    CATEGORIA, E O TOTAL GERAL NO FIM.
      *-----------------------------------------------------------------
       6500-GRAVAR-PRODUTOS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "2) MARGEM POR CATEGORIA E PRODUTO" TO REL-LINHA
           WRITE REL-LINHA

           MOVE "N" TO WS-SORT-FIM-SW
           MOVE "N" TO WS-TEM-CAT-SW
           PERFORM 6510-GRAVAR-PRODUTOS-UM
               THRU 6510-GRAVAR-PRODUTOS-UM-EXIT
               UNTIL SORT-FIM
           IF TEM-CAT
               PERFORM 6700-FECHAR-CATEGORIA
                   THRU 6700-FECHAR-CATEGORIA-EXIT
           END-IF

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-GER-QTDE    TO WS-CALC-QTDE
           MOVE WS-GER-RECEITA TO WS-CALC-RECEITA
           MOVE WS-GER-CUSTO   TO WS-CALC-CUSTO
           MOVE WS-QTD-PROD-VENDIDOS TO WS-LIN-ITENS-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  TOTAL GERAL -" WS-LIN-ITENS-EDIT " PRODUTOS"
               DELIMITED BY SIZE INTO REL-LINHA
           PERFORM 8400-MONTAR-VALORES THRU 8400-MONTAR-VALORES-EXIT
           WRITE REL-LINHA.
       6500-GRAVAR-PRODUTOS-EXIT.
           EXIT.

       6510-GRAVAR-PRODUTOS-UM.
           RETURN ARQUIVO-PRODUTOS
               AT END
                   SET SORT-FIM TO TRUE
               NOT AT END
                   IF TEM-CAT
                      AND ORDP-CATEGORIA NOT = WS-CAT-CORRENTE
                       PERFORM 6700-FECHAR-CATEGORIA
                           THRU 6700-FECHAR-CATEGORIA-EXIT
                   END-IF
                   IF NOT TEM-CAT
                       PERFORM 6600-ABRIR-CATEGORIA
                           THRU 6600-ABRIR-CATEGORIA-EXIT
                   END-IF
                   PERFORM 6800-GRAVAR-LINHA-PRODUTO
                       THRU 6800-GRAVAR-LINHA-PRODUTO-EXIT
           END-RETURN.
       6510-GRAVAR-PRODUTOS-UM-EXIT.
           EXIT.

       6600-ABRIR-CATEGORIA.
           MOVE ORDP-CATEGORIA TO WS-CAT-CORRENTE
           SET TEM-CAT TO TRUE
           MOVE ZEROS TO WS-CAT-QTDE WS-CAT-RECEITA WS-CAT-CUSTO

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF CAT-ARQ-NAO-EXISTE
               MOVE "*** NAO CADASTRADA ***" TO CAT-NOME
           ELSE
               MOVE ORDP-CATEGORIA TO CAT-CODIGO
               READ CATEGORIA-FILE
                   INVALID KEY
                       MOVE "*** NAO CADASTRADA ***" TO CAT-NOME
               END-READ
           END-IF
           MOVE SPACES TO REL-LINHA
           STRING "CATEGORIA " ORDP-CATEGORIA " - " CAT-NOME
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           STRING "  PRODUT DESCRICAO                     "
                  "         QTDE"
                  "              RECEITA"
                  "                CUSTO"
                  "               MARGEM"
                  "  MARGEM%"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       6600-ABRIR-CATEGORIA-EXIT.
           EXIT.

       6700-FECHAR-CATEGORIA.
           MOVE "N" TO WS-TEM-CAT-SW
           MOVE WS-CAT-QTDE    TO WS-CALC-QTDE
           MOVE WS-CAT-RECEITA TO WS-CALC-RECEITA
           MOVE WS-CAT-CUSTO   TO WS-CALC-CUSTO
           MOVE SPACES TO REL-LINHA
           STRING "  TOTAL DA CATEGORIA " WS-CAT-CORRENTE
               DELIMITED BY SIZE INTO REL-LINHA
           PERFORM 8400-MONTAR-VALORES THRU 8400-MONTAR-VALORES-EXIT
           WRITE REL-LINHA.
       6700-FECHAR-CATEGORIA-EXIT.
           EXIT.

       6800-GRAVAR-LINHA-PRODUTO.
           SET WS-IDX-MARG TO ORDP-IDX
           ADD 1 TO WS-QTD-PROD-VENDIDOS
           MOVE WS-TAB-QTDE (WS-IDX-MARG)    TO WS-CALC-QTDE
           MOVE WS-TAB-RECEITA (WS-IDX-MARG) TO WS-CALC-RECEITA
           MOVE WS-TAB-CUSTO (WS-IDX-MARG)   TO WS-CALC-CUSTO
           ADD WS-CALC-QTDE    TO WS-CAT-QTDE
           ADD WS-CALC-RECEITA TO WS-CAT-RECEITA
           ADD WS-CALC-CUSTO   TO WS-CAT-CUSTO

           MOVE WS-TAB-PRODUTO (WS-IDX-MARG) TO WS-LIN-CODIGO-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-CODIGO-EDIT
               " " WS-TAB-DESCR (WS-IDX-MARG)
               DELIMITED BY SIZE INTO REL-LINHA
           PERFORM 8400-MONTAR-VALORES THRU 8400-MONTAR-VALORES-EXIT
           WRITE REL-LINHA.
       6800-GRAVAR-LINHA-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    7000-GRAVAR-EXCECOES
      *    RELE O HISTORICO NA ORDEM DA CHAVE (PRODUTO E DATA) E
      *    RELACIONA AS SAIDAS DO PERIODO COM PRECO DE VENDA ABAIXO
      *    DO CUSTO MEDIO DA LINHA OU DO PRECO DE TABELA ATUAL ALEM
      *    DA TOLERANCIA. ESTORNOS E LINHAS SEM PRECO DE VENDA NAO
      *    ENTRAM.
      *-----------------------------------------------------------------
       7000-GRAVAR-EXCECOES.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-TOLERANCIA TO WS-LIN-TOL-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "3) SAIDAS ABAIXO DO CUSTO OU DO PRECO DE TABELA "
               "EM MAIS DE " WS-LIN-TOL-EDIT "%"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "  PRODUT DATA       CLIENT DOCUMENTO "
                  "        QTDE  PRECO VENDA  CUSTO MEDIO"
                  " PRECO TABELA OCORRENCIA"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           OPEN INPUT MOVHIST-FILE
           IF NOT MOVH-ARQ-NAO-EXISTE
               MOVE "N" TO WS-MOVH-FIM-SW
               PERFORM 7010-GRAVAR-EXCECOES-LER
                   THRU 7010-GRAVAR-EXCECOES-LER-EXIT
                   UNTIL FIM-HISTORICO
               CLOSE MOVHIST-FILE
           END-IF

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-QTD-ABAIXO-CUSTO  TO WS-LIN-ITENS-EDIT
           MOVE WS-QTD-ABAIXO-TABELA TO WS-LIN-ITENS2-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  SAIDAS ABAIXO DO CUSTO:" WS-LIN-ITENS-EDIT
               "   ABAIXO DA TABELA:" WS-LIN-ITENS2-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       7000-GRAVAR-EXCECOES-EXIT.
           EXIT.

       7010-GRAVAR-EXCECOES-LER.
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   PERFORM 7100-AVALIAR-PRECO
                       THRU 7100-AVALIAR-PRECO-EXIT
           END-READ.
       7010-GRAVAR-EXCECOES-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    7100-AVALIAR-PRECO
      *    O LIMITE E O CUSTO (OU O PRECO DE TABELA) MENOS A
      *    TOLERANCIA; PRECO DE VENDA ABAIXO DO LIMITE E EXCECAO.
      *    CUSTO OU TABELA ZERADOS NAO SERVEM DE REFERENCIA.
      *-----------------------------------------------------------------
       7100-AVALIAR-PRECO.
           PERFORM 3200-FILTRAR-SAIDA THRU 3200-FILTRAR-SAIDA-EXIT
           IF NOT ACHOU-PRODUTO
              OR NOT MOVH-SAIDA
              OR MOVH-PRECO-VENDA IS NOT NUMERIC
               GO TO 7100-AVALIAR-PRECO-EXIT
           END-IF

           MOVE "N" TO WS-ABAIXO-CUSTO-SW
           MOVE "N" TO WS-ABAIXO-TABELA-SW
           IF MOVH-CUSTO IS NUMERIC
              AND MOVH-CUSTO > ZEROS
               COMPUTE WS-LIMITE-CUSTO =
                   MOVH-CUSTO * (100 - WS-TOLERANCIA) / 100
               IF MOVH-PRECO-VENDA < WS-LIMITE-CUSTO
                   SET ABAIXO-CUSTO TO TRUE
               END-IF
           END-IF
           IF WS-TAB-PRECO (WS-IDX-MARG) > ZEROS
               COMPUTE WS-LIMITE-TABELA =
                   WS-TAB-PRECO (WS-IDX-MARG)
                       * (100 - WS-TOLERANCIA) / 100
               IF MOVH-PRECO-VENDA < WS-LIMITE-TABELA
                   SET ABAIXO-TABELA TO TRUE
               END-IF
           END-IF
           IF NOT ABAIXO-CUSTO AND NOT ABAIXO-TABELA
               GO TO 7100-AVALIAR-PRECO-EXIT
           END-IF

           ADD 1 TO WS-QTD-EXCECOES
           IF ABAIXO-CUSTO AND ABAIXO-TABELA
               MOVE "ABAIXO DO CUSTO E DA TABELA" TO WS-OCORRENCIA
               ADD 1 TO WS-QTD-ABAIXO-CUSTO
               ADD 1 TO WS-QTD-ABAIXO-TABELA
           ELSE
               IF ABAIXO-CUSTO
                   MOVE "ABAIXO DO CUSTO" TO WS-OCORRENCIA
                   ADD 1 TO WS-QTD-ABAIXO-CUSTO
               ELSE
                   MOVE "ABAIXO DA TABELA" TO WS-OCORRENCIA
                   ADD 1 TO WS-QTD-ABAIXO-TABELA
               END-IF
           END-IF

           MOVE MOVH-PRODUTO     TO WS-LIN-CODIGO-EDIT
           MOVE MOVH-QTDE        TO WS-LIN-QTDE-EDIT
           MOVE MOVH-PRECO-VENDA TO WS-LIN-PRECO-EDIT
           IF MOVH-CUSTO IS NUMERIC
               MOVE MOVH-CUSTO TO WS-LIN-UNIT-EDIT
           ELSE
               MOVE ZEROS TO WS-LIN-UNIT-EDIT
           END-IF
           MOVE WS-TAB-PRECO (WS-IDX-MARG) TO WS-LIN-TABELA-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-CODIGO-EDIT
               " " MOVH-DATA
               " " MOVH-TERCEIRO
               " " MOVH-DOCTO
               " " WS-LIN-QTDE-EDIT
               " " WS-LIN-PRECO-EDIT
               " " WS-LIN-UNIT-EDIT
               " " WS-LIN-TABELA-EDIT
               " " WS-OCORRENCIA
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       7100-AVALIAR-PRECO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8050-ULTIMO-DIA-MES
      *    POE EM WS-DIA-DIA O ULTIMO DIA DO MES WS-DIA-MES DO ANO
      *    WS-DIA-ANO, COM FEVEREIRO DE 29 DIAS NO ANO BISSEXTO.
      *-----------------------------------------------------------------
       8050-ULTIMO-DIA-MES.
           MOVE WS-DIAS-DO-MES (WS-DIA-MES) TO WS-DIA-DIA
           IF WS-DIA-MES NOT = 2
               GO TO 8050-ULTIMO-DIA-MES-EXIT
           END-IF
           DIVIDE WS-DIA-ANO BY 4 GIVING WS-DIA-QUOC
               REMAINDER WS-DIA-RESTO
           IF WS-DIA-RESTO NOT = ZEROS
               GO TO 8050-ULTIMO-DIA-MES-EXIT
           END-IF
           DIVIDE WS-DIA-ANO BY 100 GIVING WS-DIA-QUOC
               REMAINDER WS-DIA-RESTO
           IF WS-DIA-RESTO NOT = ZEROS
               MOVE 29 TO WS-DIA-DIA
               GO TO 8050-ULTIMO-DIA-MES-EXIT
           END-IF
           DIVIDE WS-DIA-ANO BY 400 GIVING WS-DIA-QUOC
               REMAINDER WS-DIA-RESTO
           IF WS-DIA-RESTO = ZEROS
               MOVE 29 TO WS-DIA-DIA
           END-IF.
       8050-ULTIMO-DIA-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8100-VALIDAR-CAMPO-NUMERICO
      *    RECEBE EM WS-CAMPO-NUM-ENTRADA UM VALOR DIGITADO OU DO
      *    ARQUIVO DE PARAMETROS E DEVOLVE O VALOR JUSTIFICADO A
      *    DIREITA COM ZEROS A ESQUERDA, COMO A ROTINA DE MESMO NOME
      *    DO SGBD.
      *-----------------------------------------------------------------
       8100-VALIDAR-CAMPO-NUMERICO.
           MOVE "N" TO WS-CAMPO-NUM-VALIDO-SW
           MOVE "N" TO WS-CAMPO-NUM-ACHOU-SW
           MOVE ZEROS TO WS-CAMPO-NUM-SAIDA
           MOVE 11 TO WS-CAMPO-NUM-POS
           PERFORM 8110-ACHAR-FIM-CAMPO-NUMERICO
               THRU 8110-ACHAR-FIM-CAMPO-NUMERICO-EXIT
               UNTIL WS-CAMPO-NUM-POS = ZEROS OR CAMPO-NUM-ACHOU

           IF CAMPO-NUM-ACHOU
               IF WS-CAMPO-NUM-ENTRADA (1:WS-CAMPO-NUM-POS) IS NUMERIC
                   MOVE "S" TO WS-CAMPO-NUM-VALIDO-SW
                   MOVE WS-CAMPO-NUM-ENTRADA (1:WS-CAMPO-NUM-POS)
                       TO WS-CAMPO-NUM-SAIDA
               END-IF
           END-IF.
       8100-VALIDAR-CAMPO-NUMERICO-EXIT.
           EXIT.

       8110-ACHAR-FIM-CAMPO-NUMERICO.
           IF WS-CAMPO-NUM-ENTRADA (WS-CAMPO-NUM-POS:1) NOT = SPACE
               SET CAMPO-NUM-ACHOU TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-CAMPO-NUM-POS
           END-IF.
       8110-ACHAR-FIM-CAMPO-NUMERICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8200-PROCURAR-PRODUTO-TAB
      *    BUSCA BINARIA DE WS-PROCURA-PRODUTO NA TABELA (EM ORDEM DE
      *    CODIGO). ACHANDO, WS-IDX-MARG APONTA A ENTRADA.
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
           SET WS-IDX-MARG TO WS-BUSCA-MEIO
           IF WS-TAB-PRODUTO (WS-IDX-MARG) = WS-PROCURA-PRODUTO
               SET ACHOU-PRODUTO TO TRUE
               GO TO 8210-DIVIDIR-BUSCA-EXIT
           END-IF
           IF WS-TAB-PRODUTO (WS-IDX-MARG) < WS-PROCURA-PRODUTO
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
      *    8300-EDITAR-DATA
      *    MONTA EM WS-DATA-IMPRESSA (DD/MM/AAAA) A DATA AAAAMMDD DE
      *    WS-DIA-DATA.
      *-----------------------------------------------------------------
       8300-EDITAR-DATA.
           MOVE WS-DIA-DIA TO WS-DIMP-DIA
           MOVE WS-DIA-MES TO WS-DIMP-MES
           MOVE WS-DIA-ANO TO WS-DIMP-ANO.
       8300-EDITAR-DATA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8400-MONTAR-VALORES
      *    COMPLETA A LINHA DO RELATORIO, A PARTIR DA COLUNA 40, COM
      *    QUANTIDADE, RECEITA, CUSTO, MARGEM E MARGEM % DOS VALORES
      *    EM WS-CALC-*. SEM RECEITA POSITIVA A MARGEM % NAO SE
      *    APLICA E SAI "---".
      *-----------------------------------------------------------------
       8400-MONTAR-VALORES.
           COMPUTE WS-CALC-MARGEM = WS-CALC-RECEITA - WS-CALC-CUSTO
           MOVE WS-CALC-QTDE    TO WS-LIN-QTDE-EDIT
           MOVE WS-CALC-RECEITA TO WS-LIN-RECEITA-EDIT
           MOVE WS-CALC-CUSTO   TO WS-LIN-CUSTO-EDIT
           MOVE WS-CALC-MARGEM  TO WS-LIN-MARGEM-EDIT
           IF WS-CALC-RECEITA > ZEROS
               COMPUTE WS-CALC-PERC ROUNDED =
                   WS-CALC-MARGEM * 100 / WS-CALC-RECEITA
                   ON SIZE ERROR
                       MOVE "  ******" TO WS-LIN-PERC-X
                   NOT ON SIZE ERROR
                       MOVE WS-CALC-PERC TO WS-LIN-PERC-EDIT
                       MOVE WS-LIN-PERC-EDIT TO WS-LIN-PERC-X
               END-COMPUTE
           ELSE
               MOVE "     ---" TO WS-LIN-PERC-X
           END-IF
           STRING " " WS-LIN-QTDE-EDIT
               " " WS-LIN-RECEITA-EDIT
               " " WS-LIN-CUSTO-EDIT
               " " WS-LIN-MARGEM-EDIT
               " " WS-LIN-PERC-X
               DELIMITED BY SIZE INTO REL-LINHA (40:85).
       8400-MONTAR-VALORES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-FINALIZAR
      *    FECHA OS ARQUIVOS ABERTOS NA INICIALIZACAO.
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           CLOSE PRODUTO-FILE
           CLOSE CATEGORIA-FILE
           CLOSE TERCEIRO-FILE.
       9000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9500-GRAVAR-LOG-NOTURNO
      *    NO MODO SEM OPERADOR, ANOTA NO LOG CONSOLIDADO DA CADEIA
      *    NOTURNA (NOTURNO.LOG) UMA LINHA COM O PROGRAMA, O CODIGO
      *    DE RETORNO (04 QUANDO HOUVE EXCECAO DE PRECO OU SAIDA
      *    FORA DA TABELA DE PRODUTOS) E A CONTAGEM DE EXCECOES.
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
           MOVE WS-QTD-EXCECOES TO WS-LOGN-REG
           MOVE SPACES TO LOGN-LINHA
           STRING WS-DATA-SISTEMA " "
                  WS-HR WS-MN WS-SG
                  " RELMARG  RC=" WS-LOGN-RC
                  " REG=" WS-LOGN-REG
                  " MARGEM BRUTA E EXCECOES DE PRECO EM RELMARG.TXT"
               DELIMITED BY SIZE INTO LOGN-LINHA
           WRITE LOGN-LINHA
           CLOSE LOG-NOTURNO-FILE.
       9500-GRAVAR-LOG-NOTURNO-EXIT.
           EXIT.
