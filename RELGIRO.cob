      *-----------------------------------------------------------------
      *  IDENTIFICATION DIVISION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELGIRO.
       AUTHOR.        EQUIPE DE SISTEMAS.
       INSTALLATION.  SETOR DE TECNOLOGIA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      *  HISTORICO DE ALTERACOES
      *-----------------------------------------------------------------
      *  DATA       AUTOR   DESCRICAO
      *  15/10/2026 EQS     PROGRAMA CRIADO. CURVA ABC PELO VALOR DAS
      *                     SAIDAS DO PERIODO, GIRO DO ESTOQUE, DIAS
      *                     DE COBERTURA E DATA DO ULTIMO MOVIMENTO,
      *                     E RELACAO DO ESTOQUE PARADO (LENTO E
      *                     MORTO) COM TOTAIS POR CATEGORIA E POR
      *                     DEPOSITO. RODA SEM OPERADOR QUANDO
      *                     RELGIRO.PRM EXISTE.
      *  15/10/2026 EQS     HISTORICO INDEXADO (MOVHIST.DAT), LIDO NA
      *                     ORDEM DA CHAVE SEM O REGISTRO DE
      *                     CONTROLE. O SALDO TRANSPORTADO DO
      *                     ARQUIVAMENTO ANUAL (TIPO "I") VALE SO
      *                     COMO PRIMEIRO MOVIMENTO DO PRODUTO.
      *  15/10/2026 EQS     O RC=04 DO ESTOURO DA TABELA DE PRODUTOS
      *                     VAI TAMBEM PARA O RETURN-CODE.
      *  15/10/2026 EQS     TOTAIS DE PARADOS POR DEPOSITO PASSAM A
      *                     USAR A SITUACAO DA AREA DE TRABALHO, E NAO
      *                     A DO REGISTRO JA LIBERADO PARA A ORDENACAO.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      LER PRODUTO.DAT, O HISTORICO DE MOVIMENTOS (MOVHIST.DAT)
      *      E AS FOTOGRAFIAS DE FIM DE MES (SALDOMES.TXT) E GRAVAR
      *      EM RELGIRO.TXT:
      *      1) A CURVA ABC: PRODUTOS EM ORDEM DECRESCENTE DO VALOR
      *         DAS SAIDAS (TIPO "S", QUANTIDADE X MOVH-CUSTO, MENOS
      *         OS ESTORNOS DE SAIDA) DO PERIODO, CLASSE A ATE O
      *         PERCENTUAL ACUMULADO PERC-A (PADRAO 80), B ATE PERC-B
      *         (PADRAO 95) E C O RESTANTE. PARA CADA PRODUTO: ESTOQUE
      *         MEDIO (MEDIA DOS SALDOS DE FIM DE MES DO PERIODO; SEM
      *         FOTOGRAFIA, O SALDO ATUAL), GIRO (SAIDAS / ESTOQUE
      *         MEDIO), DIAS DE COBERTURA (SALDO ATUAL AO RITMO DAS
      *         SAIDAS DO PERIODO) E DATA DO ULTIMO MOVIMENTO.
      *      2) O ESTOQUE PARADO: PRODUTOS COM SALDO SEM SAIDA HA
      *         DIAS-LENTO DIAS (PADRAO 90) OU MAIS, MARCADOS "MORTO" A
      *         PARTIR DE DIAS-MORTO (PADRAO 180), VALORIZADOS PELA
      *         REGRA DO RELVALOR (CUSTO MEDIO, SEM CUSTO O PRECO DE
      *         TABELA), AGRUPADOS POR CATEGORIA E TOTALIZADOS TAMBEM
      *         POR DEPOSITO (SALDOLOC.DAT). PRODUTO QUE NUNCA TEVE
      *         SAIDA CONTA DESDE O PRIMEIRO MOVIMENTO.
      *      PERIODO PADRAO: OS DOZE MESES FECHADOS ANTERIORES AO MES
      *      CORRENTE. OS DIAS SAO CONTADOS ATE A DATA FINAL.
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

           SELECT SALDOLOC-FILE
               ASSIGN TO "SALDOLOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-CHAVE
               FILE STATUS IS WS-SALDOLOC-STATUS.

           SELECT DEPOSITO-FILE
               ASSIGN TO "DEPOSITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPOSITO-STATUS.

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

           SELECT ARQUIVO-SALDOS
               ASSIGN TO "RGIRSWRK.TMP".

           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "RGIROWRK.TMP".

           SELECT ARQUIVO-PARADOS
               ASSIGN TO "RGIRPWRK.TMP".

           SELECT RELATORIO-FILE
               ASSIGN TO "RELGIRO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT PARAMETRO-FILE
               ASSIGN TO "RELGIRO.PRM"
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

       FD  SALDOLOC-FILE
           LABEL RECORD IS STANDARD.
           COPY SALDREC.

       FD  DEPOSITO-FILE
           LABEL RECORD IS STANDARD.
           COPY DEPREC.

       FD  MOVHIST-FILE
           LABEL RECORD IS STANDARD.
           COPY MOVHREC.

       FD  SALDOMES-FILE
           LABEL RECORD IS OMITTED.
           COPY SALDMREC.

      *----------------------------------------------------------------
      *    FOTOGRAFIAS DE FIM DE MES DO PERIODO, EM ORDEM DE PRODUTO,
      *    PERIODO E ORDEM DE GRAVACAO: DA MESMA DUPLA PRODUTO/PERIODO
      *    VALE A ULTIMA (PERIODO REABERTO E FECHADO DE NOVO).
      *----------------------------------------------------------------
       SD  ARQUIVO-SALDOS.
       01  ORDS-REC.
           02  ORDS-PRODUTO              PIC 9(06).
           02  ORDS-PERIODO              PIC 9(06).
           02  ORDS-SEQ                  PIC 9(08).
           02  ORDS-SALDO                PIC S9(07).

       SD  ARQUIVO-ORDENACAO.
       01  ORD-REC.
           02  ORD-VALOR                 PIC 9(13)V99.
           02  ORD-PRODUTO               PIC 9(06).
           02  ORD-IDX                   PIC 9(04).

       SD  ARQUIVO-PARADOS.
       01  ORDP-REC.
           02  ORDP-CATEGORIA            PIC 9(04).
           02  ORDP-PRODUTO              PIC 9(06).
           02  ORDP-IDX                  PIC 9(04).
           02  ORDP-DIAS                 PIC 9(05).
           02  ORDP-SITUACAO             PIC X(05).
           02  ORDP-VALOR                PIC 9(13)V99.

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

       01  WS-CATEGORIA-STATUS           PIC X(02) VALUE "00".
           88  CAT-OK                               VALUE "00".
           88  CAT-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-SALDOLOC-STATUS            PIC X(02) VALUE "00".
           88  SLD-OK                               VALUE "00".
           88  SLD-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-DEPOSITO-STATUS            PIC X(02) VALUE "00".
           88  DEP-OK                               VALUE "00".
           88  DEP-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-MOVHIST-STATUS             PIC X(02) VALUE "00".
           88  MOVH-OK                              VALUE "00".
           88  MOVH-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-SALDOMES-STATUS            PIC X(02) VALUE "00".
           88  SALM-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-RELATORIO-STATUS           PIC X(02) VALUE "00".

       01  WS-DATA-SISTEMA               PIC X(08).
       01  WS-DATA-EDITADA.
           02  WS-DATA-ANO               PIC X(04).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DATA-MES               PIC X(02).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DATA-DIA               PIC X(02).

      *----------------------------------------------------------------
      *    PARAMETROS DO RELATORIO: PERIODO AAAAMMDD (EM BRANCO = OS
      *    DOZE MESES FECHADOS ANTERIORES AO MES CORRENTE), LIMITES
      *    PERCENTUAIS DAS CLASSES A E B E DIAS SEM SAIDA PARA O
      *    ESTOQUE LENTO E PARA O ESTOQUE MORTO.
      *----------------------------------------------------------------
       01  WS-DATA-INICIAL               PIC X(08) VALUE SPACES.
       01  WS-DATA-FINAL                 PIC X(08) VALUE SPACES.
       01  WS-PERIODO-INI                PIC 9(06) VALUE ZEROS.
       01  WS-PERIODO-FIM                PIC 9(06) VALUE ZEROS.
       01  WS-PERC-A-A                   PIC X(03) VALUE SPACES.
       01  WS-PERC-B-A                   PIC X(03) VALUE SPACES.
       01  WS-DIAS-LENTO-A               PIC X(04) VALUE SPACES.
       01  WS-DIAS-MORTO-A               PIC X(04) VALUE SPACES.
       01  WS-PERC-A                     PIC 9(03) VALUE 80.
       01  WS-PERC-B                     PIC 9(03) VALUE 95.
       01  WS-DIAS-LENTO                 PIC 9(04) VALUE 90.
       01  WS-DIAS-MORTO                 PIC 9(04) VALUE 180.

      *----------------------------------------------------------------
      *    AREA DO MODO SEM OPERADOR: QUANDO RELGIRO.PRM EXISTE, OS
      *    PARAMETROS VEM DO ARQUIVO (DATA-INICIAL=, DATA-FINAL=,
      *    PERC-A=, PERC-B=, DIAS-LENTO=, DIAS-MORTO=; LINHAS EM
      *    BRANCO E INICIADAS POR "*" IGNORADAS) E O RESULTADO E
      *    ANOTADO NO LOG CONSOLIDADO NOTURNO.LOG.
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

       01  WS-SALM-FIM-SW                PIC X(01) VALUE "N".
           88  SALM-FIM                             VALUE "S".

       01  WS-SLD-FIM-SW                 PIC X(01) VALUE "N".
           88  SLD-FIM                              VALUE "S".

       01  WS-SORT-FIM-SW                PIC X(01) VALUE "N".
           88  SORT-FIM                             VALUE "S".

      *----------------------------------------------------------------
      *    TABELA DOS PRODUTOS, CARREGADA EM ORDEM DE CODIGO NA
      *    VARREDURA DO CADASTRO (O QUE PERMITE A BUSCA BINARIA) E
      *    COMPLETADA PELAS VARREDURAS DO HISTORICO E DAS FOTOGRAFIAS
      *    DE FIM DE MES. PRODUTOS ALEM DO LIMITE FICAM FORA DO
      *    RELATORIO, COM AVISO E RC=04 NO LOG.
      *----------------------------------------------------------------
       01  WS-MAX-PRODUTOS               PIC 9(04) COMP VALUE 2000.
       01  WS-QTD-PRODUTOS               PIC 9(04) COMP VALUE ZEROS.

       01  WS-TABELA-PRODUTOS.
           02  WS-GIRO-TAB OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-GIRO.
               03  WS-TAB-PRODUTO        PIC 9(06).
               03  WS-TAB-DESCR          PIC X(30).
               03  WS-TAB-CATEGORIA      PIC 9(04).
               03  WS-TAB-QTDE           PIC S9(07).
               03  WS-TAB-CUSTO          PIC 9(07)V99.
               03  WS-TAB-SAI-QTDE       PIC 9(09).
               03  WS-TAB-SAI-VALOR      PIC 9(13)V99.
               03  WS-TAB-PRIM-MOV       PIC 9(08).
               03  WS-TAB-ULT-MOV        PIC 9(08).
               03  WS-TAB-ULT-SAIDA      PIC 9(08).
               03  WS-TAB-SOMA-SALDO     PIC S9(11).
               03  WS-TAB-MESES          PIC 9(04).

       01  WS-PRODUTOS-ESTOURO-SW        PIC X(01) VALUE "N".
           88  PRODUTOS-ESTOURO                     VALUE "S".

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
      *    TOTAIS POR DEPOSITO DO ESTOQUE PARADO, INDEXADOS PELO
      *    PROPRIO CODIGO DO DEPOSITO.
      *----------------------------------------------------------------
       01  WS-TABELA-DEPOSITOS.
           02  WS-DEPT-TAB OCCURS 999 TIMES
                   INDEXED BY WS-IDX-DEP.
               03  WS-DEPT-LENTO-QTD     PIC 9(06) COMP.
               03  WS-DEPT-LENTO-VALOR   PIC 9(13)V99.
               03  WS-DEPT-MORTO-QTD     PIC 9(06) COMP.
               03  WS-DEPT-MORTO-VALOR   PIC 9(13)V99.

      *----------------------------------------------------------------
      *    DATA DO MOVIMENTO (DD/MM/AAAA NO HISTORICO) REARRUMADA
      *    PARA AAAAMMDD, E FOTOGRAFIA RETIDA NA SOMA DO ESTOQUE MEDIO
      *----------------------------------------------------------------
       01  WS-DATA-MOV-AAAAMMDD          PIC X(08) VALUE SPACES.
       01  WS-DATA-MOV-NUM REDEFINES WS-DATA-MOV-AAAAMMDD
                                         PIC 9(08).
       01  WS-VALOR-MOV                  PIC 9(13)V99 VALUE ZEROS.

       01  WS-SALM-SEQ                   PIC 9(08) VALUE ZEROS.
       01  WS-RETIDO-SW                  PIC X(01) VALUE "N".
           88  TEM-RETIDO                           VALUE "S".
       01  WS-RETIDO-PRODUTO             PIC 9(06).
       01  WS-RETIDO-PERIODO             PIC 9(06).
       01  WS-RETIDO-SALDO               PIC S9(07).

      *----------------------------------------------------------------
      *    CONTAGEM DE DIAS: A DATA AAAAMMDD VIRA UM NUMERO DE DIAS
      *    CORRIDOS (CALENDARIO GREGORIANO, ANO COMECANDO EM MARCO
      *    PARA O DIA 29/02 CAIR NO FIM), E A DIFERENCA ENTRE DOIS
      *    NUMEROS E A DISTANCIA EXATA EM DIAS ENTRE AS DATAS.
      *----------------------------------------------------------------
       01  WS-DIA-DATA                   PIC 9(08).
       01  WS-DIA-GRUPO REDEFINES WS-DIA-DATA.
           02  WS-DIA-ANO                PIC 9(04).
           02  WS-DIA-MES                PIC 9(02).
           02  WS-DIA-DIA                PIC 9(02).
       01  WS-DIA-ANO-AJ                 PIC 9(05) COMP.
       01  WS-DIA-MES-AJ                 PIC 9(02) COMP.
       01  WS-DIA-QUOC                   PIC 9(07) COMP.
       01  WS-DIA-RESTO                  PIC 9(04) COMP.
       01  WS-DIA-NUMERO                 PIC 9(08) COMP.
       01  WS-DIA-INICIAL                PIC 9(08) COMP.
       01  WS-DIA-FINAL                  PIC 9(08) COMP.
       01  WS-DIAS-PERIODO               PIC 9(07) COMP.
       01  WS-DIAS-PARADO                PIC 9(07) COMP.
       01  WS-SITUACAO-CALC              PIC X(05) VALUE SPACES.
           88  SITUACAO-LENTO                       VALUE "LENTO".
           88  SITUACAO-MORTO                       VALUE "MORTO".

       01  WS-DIAS-DO-MES-TAB            PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-DIAS-DO-MES-R REDEFINES WS-DIAS-DO-MES-TAB.
           02  WS-DIAS-DO-MES            PIC 9(02) OCCURS 12 TIMES.

      *----------------------------------------------------------------
      *    CALCULOS DA CURVA ABC E DO GIRO
      *----------------------------------------------------------------
       01  WS-TOTAL-SAIDAS               PIC 9(15)V99 VALUE ZEROS.
       01  WS-ACUM-SAIDAS                PIC 9(15)V99 VALUE ZEROS.
       01  WS-PERC-ANTES                 PIC 9(03)V9(04) VALUE ZEROS.
       01  WS-PERC-ACUM                  PIC 9(03)V9 VALUE ZEROS.
       01  WS-CLASSE                     PIC X(01).
       01  WS-ESTQ-MEDIO                 PIC S9(09)V99 VALUE ZEROS.
       01  WS-GIRO                       PIC 9(05)V99 VALUE ZEROS.
       01  WS-COBERTURA                  PIC 9(09) VALUE ZEROS.
       01  WS-POSICAO                    PIC 9(04) COMP VALUE ZEROS.

       01  WS-CLASSE-ITENS               PIC 9(06) COMP
                                         OCCURS 3 TIMES.
       01  WS-CLASSE-VALOR               PIC 9(15)V99
                                         OCCURS 3 TIMES.
       01  WS-IDX-CLASSE                 PIC 9(01) COMP.

      *----------------------------------------------------------------
      *    ESTOQUE PARADO: QUEBRA POR CATEGORIA E TOTAIS
      *----------------------------------------------------------------
       01  WS-VALOR-CALC                 PIC 9(13)V99 VALUE ZEROS.
       01  WS-DATA-REF-PARADO            PIC 9(08) VALUE ZEROS.

       01  WS-CAT-CORRENTE               PIC 9(04) VALUE ZEROS.
       01  WS-TEM-CAT-SW                 PIC X(01) VALUE "N".
           88  TEM-CAT                              VALUE "S".

       01  WS-CAT-LENTO-QTD              PIC 9(06) COMP VALUE ZEROS.
       01  WS-CAT-LENTO-VALOR            PIC 9(13)V99 VALUE ZEROS.
       01  WS-CAT-MORTO-QTD              PIC 9(06) COMP VALUE ZEROS.
       01  WS-CAT-MORTO-VALOR            PIC 9(13)V99 VALUE ZEROS.
       01  WS-GERAL-LENTO-QTD            PIC 9(06) COMP VALUE ZEROS.
       01  WS-GERAL-LENTO-VALOR          PIC 9(13)V99 VALUE ZEROS.
       01  WS-GERAL-MORTO-QTD            PIC 9(06) COMP VALUE ZEROS.
       01  WS-GERAL-MORTO-VALOR          PIC 9(13)V99 VALUE ZEROS.

       01  WS-LINHA-EDITADA.
           02  WS-LIN-CODIGO-EDIT        PIC ZZZZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-DEP-EDIT           PIC ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-QTDE-EDIT          PIC ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-SALDO-EDIT         PIC -Z.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-VSAIDA-EDIT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-PERC-EDIT          PIC ZZ9,9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-GIRO-EDIT          PIC ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-COBERT-EDIT        PIC ZZZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-CUSTO-EDIT         PIC Z.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-VALOR-EDIT         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-VALOR2-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-ITENS-EDIT         PIC ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-ITENS2-EDIT        PIC ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-DIAS-EDIT          PIC ZZZZ9.

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
           PERFORM 3000-APURAR-HISTORICO
               THRU 3000-APURAR-HISTORICO-EXIT
           SORT ARQUIVO-SALDOS
               ON ASCENDING KEY ORDS-PRODUTO
                                ORDS-PERIODO
                                ORDS-SEQ
               INPUT PROCEDURE IS 4000-LER-SALDOMES
               OUTPUT PROCEDURE IS 4500-SOMAR-SALDOS

           OPEN OUTPUT RELATORIO-FILE
           PERFORM 4900-GRAVAR-CABECALHO
               THRU 4900-GRAVAR-CABECALHO-EXIT
           SORT ARQUIVO-ORDENACAO
               ON DESCENDING KEY ORD-VALOR
               ON ASCENDING KEY ORD-PRODUTO
               INPUT PROCEDURE IS 5000-LIBERAR-ABC
               OUTPUT PROCEDURE IS 5500-GRAVAR-ABC
           SORT ARQUIVO-PARADOS
               ON ASCENDING KEY ORDP-CATEGORIA
                                ORDP-PRODUTO
               INPUT PROCEDURE IS 6000-LIBERAR-PARADOS
               OUTPUT PROCEDURE IS 6500-GRAVAR-PARADOS
           PERFORM 7000-GRAVAR-DEPOSITOS
               THRU 7000-GRAVAR-DEPOSITOS-EXIT
           CLOSE RELATORIO-FILE

           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           DISPLAY "CURVA ABC E ESTOQUE PARADO GRAVADOS EM "
               "RELGIRO.TXT. PRODUTOS: " WS-QTD-PRODUTOS
               " PARADOS: " WS-GERAL-LENTO-QTD " LENTOS / "
               WS-GERAL-MORTO-QTD " MORTOS"
           MOVE WS-LOGN-RC TO RETURN-CODE
           IF EXECUCAO-LOTE
               PERFORM 9500-GRAVAR-LOG-NOTURNO
                   THRU 9500-GRAVAR-LOG-NOTURNO-EXIT
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      *    0100-DETECTAR-LOTE
      *    LIGA O MODO SEM OPERADOR QUANDO RELGIRO.PRM EXISTE NO
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
               WHEN "PERC-A"
                   MOVE WS-PARM-VALOR (1:3) TO WS-PERC-A-A
               WHEN "PERC-B"
                   MOVE WS-PARM-VALOR (1:3) TO WS-PERC-B-A
               WHEN "DIAS-LENTO"
                   MOVE WS-PARM-VALOR (1:4) TO WS-DIAS-LENTO-A
               WHEN "DIAS-MORTO"
                   MOVE WS-PARM-VALOR (1:4) TO WS-DIAS-MORTO-A
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONHECIDO EM RELGIRO.PRM: "
                       PARM-LINHA
           END-EVALUATE.
       0120-PROCESSAR-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    ABRE OS MESTRES SOMENTE PARA LEITURA, OBTEM A DATA DO
      *    SISTEMA, PERGUNTA OS PARAMETROS (FORA DO MODO SEM
      *    OPERADOR) E FECHA OS PADROES: PERIODO DOS DOZE MESES
      *    FECHADOS, 80/95 POR CENTO, 90/180 DIAS. VALOR INVALIDO
      *    FICA NO PADRAO.
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
           OPEN INPUT SALDOLOC-FILE
           OPEN INPUT DEPOSITO-FILE

           IF NOT EXECUCAO-LOTE
               DISPLAY "DATA INICIAL AAAAMMDD (BRANCO = 12 MESES).: "
                   WITH NO ADVANCING
               ACCEPT WS-DATA-INICIAL
               DISPLAY "DATA FINAL AAAAMMDD (BRANCO = FIM DO MES "
                   "ANTERIOR): " WITH NO ADVANCING
               ACCEPT WS-DATA-FINAL
               DISPLAY "PERC. ACUMULADO CLASSE A (BRANCO = 80)...: "
                   WITH NO ADVANCING
               ACCEPT WS-PERC-A-A
               DISPLAY "PERC. ACUMULADO CLASSE B (BRANCO = 95)...: "
                   WITH NO ADVANCING
               ACCEPT WS-PERC-B-A
               DISPLAY "DIAS SEM SAIDA - LENTO (BRANCO = 90).....: "
                   WITH NO ADVANCING
               ACCEPT WS-DIAS-LENTO-A
               DISPLAY "DIAS SEM SAIDA - MORTO (BRANCO = 180)....: "
                   WITH NO ADVANCING
               ACCEPT WS-DIAS-MORTO-A
           END-IF

           PERFORM 1100-FECHAR-PERIODO THRU 1100-FECHAR-PERIODO-EXIT
           PERFORM 1200-FECHAR-LIMITES THRU 1200-FECHAR-LIMITES-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1100-FECHAR-PERIODO
      *    DATA FINAL EM BRANCO OU INVALIDA: ULTIMO DIA DO MES
      *    ANTERIOR AO DA DATA DO SISTEMA. DATA INICIAL EM BRANCO OU
      *    INVALIDA: PRIMEIRO DIA DO MES ONZE MESES ANTES DO MES DA
      *    DATA FINAL (DOZE MESES AO TODO). PERIODO INVERTIDO VOLTA
      *    AO PADRAO. CALCULA TAMBEM OS NUMEROS DE DIAS DAS PONTAS E
      *    OS PERIODOS AAAAMM DAS FOTOGRAFIAS DE FIM DE MES.
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
                   DISPLAY "DATA INICIAL INVALIDA - USANDO 12 MESES."
               END-IF
               MOVE WS-DATA-FINAL TO WS-DIA-DATA
               IF WS-DIA-MES > 11
                   SUBTRACT 11 FROM WS-DIA-MES
               ELSE
                   ADD 1 TO WS-DIA-MES
                   SUBTRACT 1 FROM WS-DIA-ANO
               END-IF
               MOVE 1 TO WS-DIA-DIA
               MOVE WS-DIA-DATA TO WS-DATA-INICIAL
           END-IF

           MOVE WS-DATA-INICIAL (1:6) TO WS-PERIODO-INI
           MOVE WS-DATA-FINAL (1:6)   TO WS-PERIODO-FIM

           MOVE WS-DATA-INICIAL TO WS-DIA-DATA
           PERFORM 8000-CALCULAR-DIA-NUMERO
               THRU 8000-CALCULAR-DIA-NUMERO-EXIT
           MOVE WS-DIA-NUMERO TO WS-DIA-INICIAL
           MOVE WS-DATA-FINAL TO WS-DIA-DATA
           PERFORM 8000-CALCULAR-DIA-NUMERO
               THRU 8000-CALCULAR-DIA-NUMERO-EXIT
           MOVE WS-DIA-NUMERO TO WS-DIA-FINAL
           COMPUTE WS-DIAS-PERIODO = WS-DIA-FINAL - WS-DIA-INICIAL + 1.
       1100-FECHAR-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1200-FECHAR-LIMITES
      *    CONVERTE OS PERCENTUAIS DAS CLASSES E OS DIAS DO ESTOQUE
      *    PARADO. B MENOR QUE A OU MORTO MENOR QUE LENTO NAO FAZEM
      *    SENTIDO E SAO IGUALADOS AO LIMITE ANTERIOR.
      *-----------------------------------------------------------------
       1200-FECHAR-LIMITES.
           IF WS-PERC-A-A NOT = SPACES
               MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
               MOVE WS-PERC-A-A TO WS-CAMPO-NUM-ENTRADA (1:3)
               PERFORM 8100-VALIDAR-CAMPO-NUMERICO
                   THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
               IF CAMPO-NUM-VALIDO
                  AND WS-CAMPO-NUM-SAIDA > ZEROS
                  AND WS-CAMPO-NUM-SAIDA < 101
                   MOVE WS-CAMPO-NUM-SAIDA TO WS-PERC-A
               END-IF
           END-IF
           IF WS-PERC-B-A NOT = SPACES
               MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
               MOVE WS-PERC-B-A TO WS-CAMPO-NUM-ENTRADA (1:3)
               PERFORM 8100-VALIDAR-CAMPO-NUMERICO
                   THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
               IF CAMPO-NUM-VALIDO
                  AND WS-CAMPO-NUM-SAIDA > ZEROS
                  AND WS-CAMPO-NUM-SAIDA < 101
                   MOVE WS-CAMPO-NUM-SAIDA TO WS-PERC-B
               END-IF
           END-IF
           IF WS-PERC-B < WS-PERC-A
               MOVE WS-PERC-A TO WS-PERC-B
           END-IF

           IF WS-DIAS-LENTO-A NOT = SPACES
               MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
               MOVE WS-DIAS-LENTO-A TO WS-CAMPO-NUM-ENTRADA (1:4)
               PERFORM 8100-VALIDAR-CAMPO-NUMERICO
                   THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
               IF CAMPO-NUM-VALIDO
                  AND WS-CAMPO-NUM-SAIDA > ZEROS
                   MOVE WS-CAMPO-NUM-SAIDA TO WS-DIAS-LENTO
               END-IF
           END-IF
           IF WS-DIAS-MORTO-A NOT = SPACES
               MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
               MOVE WS-DIAS-MORTO-A TO WS-CAMPO-NUM-ENTRADA (1:4)
               PERFORM 8100-VALIDAR-CAMPO-NUMERICO
                   THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
               IF CAMPO-NUM-VALIDO
                  AND WS-CAMPO-NUM-SAIDA > ZEROS
                   MOVE WS-CAMPO-NUM-SAIDA TO WS-DIAS-MORTO
               END-IF
           END-IF
           IF WS-DIAS-MORTO < WS-DIAS-LENTO
               MOVE WS-DIAS-LENTO TO WS-DIAS-MORTO
           END-IF.
       1200-FECHAR-LIMITES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-CARREGAR-PRODUTOS
      *    LE PRODUTO-FILE NA ORDEM DO CODIGO E GUARDA NA TABELA
      *    TODOS OS PRODUTOS, COM O CUSTO DE VALORIZACAO PELA REGRA
      *    DO RELVALOR (CUSTO MEDIO; SEM CUSTO, PRECO DE TABELA).
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
           SET WS-IDX-GIRO TO WS-QTD-PRODUTOS
           MOVE PROD-CODIGO    TO WS-TAB-PRODUTO (WS-IDX-GIRO)
           MOVE PROD-DESCRICAO TO WS-TAB-DESCR (WS-IDX-GIRO)
           MOVE PROD-CATEGORIA TO WS-TAB-CATEGORIA (WS-IDX-GIRO)
           MOVE PROD-QTDE      TO WS-TAB-QTDE (WS-IDX-GIRO)
           IF PROD-CUSTO-MEDIO IS NUMERIC
              AND PROD-CUSTO-MEDIO > ZEROS
               MOVE PROD-CUSTO-MEDIO TO WS-TAB-CUSTO (WS-IDX-GIRO)
           ELSE
               MOVE PROD-PRECO TO WS-TAB-CUSTO (WS-IDX-GIRO)
           END-IF
           MOVE ZEROS TO WS-TAB-SAI-QTDE (WS-IDX-GIRO)
                         WS-TAB-SAI-VALOR (WS-IDX-GIRO)
                         WS-TAB-PRIM-MOV (WS-IDX-GIRO)
                         WS-TAB-ULT-MOV (WS-IDX-GIRO)
                         WS-TAB-ULT-SAIDA (WS-IDX-GIRO)
                         WS-TAB-SOMA-SALDO (WS-IDX-GIRO)
                         WS-TAB-MESES (WS-IDX-GIRO).
       2100-GUARDAR-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-APURAR-HISTORICO
      *    LE O HISTORICO DO INICIO AO FIM UMA UNICA VEZ, NA ORDEM
      *    DA CHAVE, PULANDO O REGISTRO DE CONTROLE. ATE A DATA
      *    FINAL, GUARDA O PRIMEIRO E O ULTIMO MOVIMENTO DE CADA
      *    PRODUTO E A ULTIMA SAIDA; DENTRO DO PERIODO, ACUMULA AS
      *    SAIDAS TIPO "S" EM QUANTIDADE E VALOR (MOVH-VALOR, OU
      *    QUANTIDADE X MOVH-CUSTO EM LINHA ANTIGA), DESCONTADOS OS
      *    ESTORNOS DE SAIDA (TIPO "Y") SEM FICAR NEGATIVO.
      *-----------------------------------------------------------------
       3000-APURAR-HISTORICO.
           OPEN INPUT MOVHIST-FILE
           IF MOVH-ARQ-NAO-EXISTE
               DISPLAY "ARQUIVO MOVHIST.DAT NAO ENCONTRADO. SAIDAS E "
                   "DATAS DE MOVIMENTO SAIRAO ZERADAS."
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
           IF MOVH-REG-CONTROLE
              OR MOVH-PRODUTO IS NOT NUMERIC
               GO TO 3100-APURAR-MOVIMENTO-EXIT
           END-IF
           MOVE MOVH-DATA (7:4) TO WS-DATA-MOV-AAAAMMDD (1:4)
           MOVE MOVH-DATA (4:2) TO WS-DATA-MOV-AAAAMMDD (5:2)
           MOVE MOVH-DATA (1:2) TO WS-DATA-MOV-AAAAMMDD (7:2)
           IF WS-DATA-MOV-AAAAMMDD IS NOT NUMERIC
              OR WS-DATA-MOV-AAAAMMDD > WS-DATA-FINAL
               GO TO 3100-APURAR-MOVIMENTO-EXIT
           END-IF

           MOVE MOVH-PRODUTO TO WS-PROCURA-PRODUTO
           PERFORM 8200-PROCURAR-PRODUTO-TAB
               THRU 8200-PROCURAR-PRODUTO-TAB-EXIT
           IF NOT ACHOU-PRODUTO
               GO TO 3100-APURAR-MOVIMENTO-EXIT
           END-IF

           IF WS-TAB-PRIM-MOV (WS-IDX-GIRO) = ZEROS
              OR WS-DATA-MOV-NUM < WS-TAB-PRIM-MOV (WS-IDX-GIRO)
               MOVE WS-DATA-MOV-NUM TO WS-TAB-PRIM-MOV (WS-IDX-GIRO)
           END-IF
      *    O SALDO TRANSPORTADO DO ARQUIVAMENTO ANUAL (TIPO "I") SO
      *    MARCA O PRIMEIRO MOVIMENTO AINDA NO HISTORICO: NAO E
      *    MOVIMENTO NEM SAIDA.
           IF MOVH-SALDO-INICIAL
               GO TO 3100-APURAR-MOVIMENTO-EXIT
           END-IF
           IF WS-DATA-MOV-NUM > WS-TAB-ULT-MOV (WS-IDX-GIRO)
               MOVE WS-DATA-MOV-NUM TO WS-TAB-ULT-MOV (WS-IDX-GIRO)
           END-IF

           IF NOT MOVH-SAIDA AND NOT MOVH-ESTORNO-SAIDA
               GO TO 3100-APURAR-MOVIMENTO-EXIT
           END-IF
           IF MOVH-SAIDA
              AND WS-DATA-MOV-NUM > WS-TAB-ULT-SAIDA (WS-IDX-GIRO)
               MOVE WS-DATA-MOV-NUM TO WS-TAB-ULT-SAIDA (WS-IDX-GIRO)
           END-IF
           IF WS-DATA-MOV-AAAAMMDD < WS-DATA-INICIAL
               GO TO 3100-APURAR-MOVIMENTO-EXIT
           END-IF

           IF MOVH-VALOR IS NUMERIC
               MOVE MOVH-VALOR TO WS-VALOR-MOV
           ELSE
               IF MOVH-CUSTO IS NUMERIC
                   COMPUTE WS-VALOR-MOV = MOVH-QTDE * MOVH-CUSTO
               ELSE
                   MOVE ZEROS TO WS-VALOR-MOV
               END-IF
           END-IF

      *    A SAIDA ESTORNADA NAO FOI CONSUMO: O ESTORNO ABATE O QUE
      *    A SAIDA ORIGINAL SOMOU (SE A SAIDA CAIU ANTES DO PERIODO,
      *    A SAIDA DO PRODUTO PARA EM ZERO).
           IF MOVH-ESTORNO-SAIDA
               IF WS-TAB-SAI-QTDE (WS-IDX-GIRO) NOT < MOVH-QTDE
                   SUBTRACT MOVH-QTDE
                       FROM WS-TAB-SAI-QTDE (WS-IDX-GIRO)
               ELSE
                   MOVE ZEROS TO WS-TAB-SAI-QTDE (WS-IDX-GIRO)
               END-IF
               IF WS-TAB-SAI-VALOR (WS-IDX-GIRO) NOT < WS-VALOR-MOV
                   SUBTRACT WS-VALOR-MOV
                       FROM WS-TAB-SAI-VALOR (WS-IDX-GIRO)
               ELSE
                   MOVE ZEROS TO WS-TAB-SAI-VALOR (WS-IDX-GIRO)
               END-IF
           ELSE
               ADD MOVH-QTDE    TO WS-TAB-SAI-QTDE (WS-IDX-GIRO)
               ADD WS-VALOR-MOV TO WS-TAB-SAI-VALOR (WS-IDX-GIRO)
           END-IF.
       3100-APURAR-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4000-LER-SALDOMES (INPUT PROCEDURE DO SORT DE SALDOS)
      *    MANDA PARA A ORDENACAO AS FOTOGRAFIAS DE FIM DE MES DOS
      *    PERIODOS AAAAMM DENTRO DO PERIODO DO RELATORIO, NUMERADAS
      *    NA ORDEM DE GRAVACAO.
      *-----------------------------------------------------------------
       4000-LER-SALDOMES.
           OPEN INPUT SALDOMES-FILE
           IF SALM-ARQ-NAO-EXISTE
               DISPLAY "ARQUIVO SALDOMES.TXT NAO ENCONTRADO. O "
                   "ESTOQUE MEDIO SERA O SALDO ATUAL."
               GO TO 4000-LER-SALDOMES-EXIT
           END-IF
           MOVE "N" TO WS-SALM-FIM-SW
           PERFORM 4010-LER-SALDOMES-UM
               THRU 4010-LER-SALDOMES-UM-EXIT
               UNTIL SALM-FIM
           CLOSE SALDOMES-FILE.
       4000-LER-SALDOMES-EXIT.
           EXIT.

       4010-LER-SALDOMES-UM.
           READ SALDOMES-FILE
               AT END
                   SET SALM-FIM TO TRUE
               NOT AT END
                   ADD 1 TO WS-SALM-SEQ
                   IF SALM-PERIODO IS NUMERIC
                      AND SALM-PRODUTO IS NUMERIC
                      AND SALM-SALDO IS NUMERIC
                      AND SALM-PERIODO NOT < WS-PERIODO-INI
                      AND SALM-PERIODO NOT > WS-PERIODO-FIM
                       MOVE SALM-PRODUTO TO ORDS-PRODUTO
                       MOVE SALM-PERIODO TO ORDS-PERIODO
                       MOVE WS-SALM-SEQ  TO ORDS-SEQ
                       MOVE SALM-SALDO   TO ORDS-SALDO
                       RELEASE ORDS-REC
                   END-IF
           END-READ.
       4010-LER-SALDOMES-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4500-SOMAR-SALDOS (OUTPUT PROCEDURE DO SORT DE SALDOS)
      *    RETEM A FOTOGRAFIA CORRENTE E SO A SOMA NA TABELA QUANDO
      *    MUDA O PRODUTO OU O PERIODO, DE MODO QUE DE CADA DUPLA
      *    PRODUTO/PERIODO ENTRA APENAS A ULTIMA GRAVADA.
      *-----------------------------------------------------------------
       4500-SOMAR-SALDOS.
           MOVE "N" TO WS-SORT-FIM-SW
           MOVE "N" TO WS-RETIDO-SW
           PERFORM 4510-SOMAR-SALDOS-UM
               THRU 4510-SOMAR-SALDOS-UM-EXIT
               UNTIL SORT-FIM
           IF TEM-RETIDO
               PERFORM 4600-SOMAR-RETIDO THRU 4600-SOMAR-RETIDO-EXIT
           END-IF.
       4500-SOMAR-SALDOS-EXIT.
           EXIT.

       4510-SOMAR-SALDOS-UM.
           RETURN ARQUIVO-SALDOS
               AT END
                   SET SORT-FIM TO TRUE
               NOT AT END
                   IF TEM-RETIDO
                      AND (ORDS-PRODUTO NOT = WS-RETIDO-PRODUTO
                        OR ORDS-PERIODO NOT = WS-RETIDO-PERIODO)
                       PERFORM 4600-SOMAR-RETIDO
                           THRU 4600-SOMAR-RETIDO-EXIT
                   END-IF
                   SET TEM-RETIDO TO TRUE
                   MOVE ORDS-PRODUTO TO WS-RETIDO-PRODUTO
                   MOVE ORDS-PERIODO TO WS-RETIDO-PERIODO
                   MOVE ORDS-SALDO   TO WS-RETIDO-SALDO
           END-RETURN.
       4510-SOMAR-SALDOS-UM-EXIT.
           EXIT.

       4600-SOMAR-RETIDO.
           MOVE WS-RETIDO-PRODUTO TO WS-PROCURA-PRODUTO
           PERFORM 8200-PROCURAR-PRODUTO-TAB
               THRU 8200-PROCURAR-PRODUTO-TAB-EXIT
           IF ACHOU-PRODUTO
               ADD WS-RETIDO-SALDO TO WS-TAB-SOMA-SALDO (WS-IDX-GIRO)
               ADD 1 TO WS-TAB-MESES (WS-IDX-GIRO)
           END-IF.
       4600-SOMAR-RETIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4900-GRAVAR-CABECALHO
      *    TITULO DO RELATORIO COM A DATA DE EMISSAO, O PERIODO E OS
      *    LIMITES USADOS.
      *-----------------------------------------------------------------
       4900-GRAVAR-CABECALHO.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-DATA-ANO
           MOVE WS-DATA-SISTEMA (5:2) TO WS-DATA-MES
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DATA-DIA
           MOVE SPACES TO REL-LINHA
           STRING "CURVA ABC, GIRO E ESTOQUE PARADO - "
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
           MOVE WS-DIAS-PERIODO TO WS-LIN-DIAS-EDIT
           MOVE WS-PERC-A TO WS-LIN-ITENS-EDIT
           MOVE WS-PERC-B TO WS-LIN-ITENS2-EDIT
           STRING " A " WS-DATA-IMPRESSA-X " (" WS-LIN-DIAS-EDIT
               " DIAS) - CLASSE A ATE" WS-LIN-ITENS-EDIT
               "%, B ATE" WS-LIN-ITENS2-EDIT "%"
               DELIMITED BY SIZE INTO REL-LINHA (22:80)
           WRITE REL-LINHA

           MOVE WS-DIAS-LENTO TO WS-LIN-ITENS-EDIT
           MOVE WS-DIAS-MORTO TO WS-LIN-ITENS2-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "ESTOQUE PARADO: LENTO SEM SAIDA HA" WS-LIN-ITENS-EDIT
               " DIAS, MORTO HA" WS-LIN-ITENS2-EDIT " DIAS"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE "=======================================" TO REL-LINHA
           WRITE REL-LINHA.
       4900-GRAVAR-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5000-LIBERAR-ABC (INPUT PROCEDURE DO SORT DA CURVA ABC)
      *    MANDA TODOS OS PRODUTOS DA TABELA PARA A ORDENACAO PELO
      *    VALOR DAS SAIDAS E SOMA O TOTAL QUE SERVE DE BASE AOS
      *    PERCENTUAIS ACUMULADOS.
      *-----------------------------------------------------------------
       5000-LIBERAR-ABC.
           MOVE ZEROS TO WS-TOTAL-SAIDAS
           SET WS-IDX-GIRO TO 1
           PERFORM 5100-LIBERAR-UM
               THRU 5100-LIBERAR-UM-EXIT
               UNTIL WS-IDX-GIRO > WS-QTD-PRODUTOS.
       5000-LIBERAR-ABC-EXIT.
           EXIT.

       5100-LIBERAR-UM.
           ADD WS-TAB-SAI-VALOR (WS-IDX-GIRO) TO WS-TOTAL-SAIDAS
           MOVE WS-TAB-SAI-VALOR (WS-IDX-GIRO) TO ORD-VALOR
           MOVE WS-TAB-PRODUTO (WS-IDX-GIRO)   TO ORD-PRODUTO
           SET ORD-IDX TO WS-IDX-GIRO
           RELEASE ORD-REC
           SET WS-IDX-GIRO UP BY 1.
       5100-LIBERAR-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5500-GRAVAR-ABC (OUTPUT PROCEDURE DO SORT DA CURVA ABC)
      *    DEVOLVE OS PRODUTOS DO MAIOR PARA O MENOR VALOR DE SAIDA,
      *    CLASSIFICA CADA UM PELO PERCENTUAL ACUMULADO ANTES DELE
      *    (O PRODUTO QUE CRUZA O LIMITE AINDA FICA NA CLASSE) E
      *    IMPRIME UMA LINHA POR PRODUTO E O RESUMO POR CLASSE.
      *    PRODUTO SEM SAIDA NO PERIODO E SEMPRE CLASSE C.
      *-----------------------------------------------------------------
       5500-GRAVAR-ABC.
           MOVE "N" TO WS-SORT-FIM-SW
           MOVE ZEROS TO WS-ACUM-SAIDAS WS-POSICAO
           MOVE 1 TO WS-IDX-CLASSE
           PERFORM 5510-ZERAR-CLASSE THRU 5510-ZERAR-CLASSE-EXIT
               UNTIL WS-IDX-CLASSE > 3

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "CURVA ABC PELO VALOR DAS SAIDAS DO PERIODO"
               TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "  PRODUT DESCRICAO          CAT  C  QTDE SAIDA"
                  "       VALOR SAIDA %ACUM ESTQ MEDIO   GIRO COBER"
                  " ULT.MOVIM."
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           PERFORM 5600-GRAVAR-ABC-UM
               THRU 5600-GRAVAR-ABC-UM-EXIT
               UNTIL SORT-FIM

           IF WS-POSICAO = ZEROS
               MOVE "NENHUM PRODUTO NO CADASTRO." TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM 5800-GRAVAR-RESUMO-ABC
                   THRU 5800-GRAVAR-RESUMO-ABC-EXIT
           END-IF.
       5500-GRAVAR-ABC-EXIT.
           EXIT.

       5510-ZERAR-CLASSE.
           MOVE ZEROS TO WS-CLASSE-ITENS (WS-IDX-CLASSE)
                         WS-CLASSE-VALOR (WS-IDX-CLASSE)
           ADD 1 TO WS-IDX-CLASSE.
       5510-ZERAR-CLASSE-EXIT.
           EXIT.

       5600-GRAVAR-ABC-UM.
           RETURN ARQUIVO-ORDENACAO
               AT END
                   SET SORT-FIM TO TRUE
               NOT AT END
                   PERFORM 5700-GRAVAR-LINHA-ABC
                       THRU 5700-GRAVAR-LINHA-ABC-EXIT
           END-RETURN.
       5600-GRAVAR-ABC-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5700-GRAVAR-LINHA-ABC
      *    ESTOQUE MEDIO = SOMA DAS FOTOGRAFIAS / MESES FOTOGRAFADOS
      *    (SEM FOTOGRAFIA, O SALDO ATUAL); GIRO = QUANTIDADE SAIDA /
      *    ESTOQUE MEDIO; COBERTURA = SALDO ATUAL X DIAS DO PERIODO /
      *    QUANTIDADE SAIDA. SEM SAIDA E COM SALDO, A COBERTURA SAI
      *    COMO "*****" (INFINITA). VALORES ALEM DA COLUNA SAO
      *    LIMITADOS AO MAXIMO IMPRIMIVEL.
      *-----------------------------------------------------------------
       5700-GRAVAR-LINHA-ABC.
           SET WS-IDX-GIRO TO ORD-IDX
           ADD 1 TO WS-POSICAO

           IF WS-TOTAL-SAIDAS = ZEROS
              OR ORD-VALOR = ZEROS
               MOVE 3 TO WS-IDX-CLASSE
           ELSE
               COMPUTE WS-PERC-ANTES =
                   WS-ACUM-SAIDAS * 100 / WS-TOTAL-SAIDAS
               IF WS-PERC-ANTES < WS-PERC-A
                   MOVE 1 TO WS-IDX-CLASSE
               ELSE
                   IF WS-PERC-ANTES < WS-PERC-B
                       MOVE 2 TO WS-IDX-CLASSE
                   ELSE
                       MOVE 3 TO WS-IDX-CLASSE
                   END-IF
               END-IF
           END-IF
           EVALUATE WS-IDX-CLASSE
               WHEN 1 MOVE "A" TO WS-CLASSE
               WHEN 2 MOVE "B" TO WS-CLASSE
               WHEN OTHER MOVE "C" TO WS-CLASSE
           END-EVALUATE
           ADD 1 TO WS-CLASSE-ITENS (WS-IDX-CLASSE)
           ADD ORD-VALOR TO WS-CLASSE-VALOR (WS-IDX-CLASSE)

           ADD ORD-VALOR TO WS-ACUM-SAIDAS
           IF WS-TOTAL-SAIDAS = ZEROS
               MOVE ZEROS TO WS-PERC-ACUM
           ELSE
               COMPUTE WS-PERC-ACUM ROUNDED =
                   WS-ACUM-SAIDAS * 100 / WS-TOTAL-SAIDAS
           END-IF

           IF WS-TAB-MESES (WS-IDX-GIRO) > ZEROS
               COMPUTE WS-ESTQ-MEDIO ROUNDED =
                   WS-TAB-SOMA-SALDO (WS-IDX-GIRO) /
                   WS-TAB-MESES (WS-IDX-GIRO)
           ELSE
               MOVE WS-TAB-QTDE (WS-IDX-GIRO) TO WS-ESTQ-MEDIO
           END-IF

           MOVE ZEROS TO WS-GIRO
           IF WS-ESTQ-MEDIO > ZEROS
               COMPUTE WS-GIRO ROUNDED =
                   WS-TAB-SAI-QTDE (WS-IDX-GIRO) / WS-ESTQ-MEDIO
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-GIRO
               END-COMPUTE
               IF WS-GIRO > 999,99
                   MOVE 999,99 TO WS-GIRO
               END-IF
           END-IF

           MOVE ZEROS TO WS-COBERTURA
           IF WS-TAB-QTDE (WS-IDX-GIRO) > ZEROS
              AND WS-TAB-SAI-QTDE (WS-IDX-GIRO) > ZEROS
               COMPUTE WS-COBERTURA =
                   WS-TAB-QTDE (WS-IDX-GIRO) * WS-DIAS-PERIODO /
                   WS-TAB-SAI-QTDE (WS-IDX-GIRO)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-COBERTURA
               END-COMPUTE
               IF WS-COBERTURA > 99999
                   MOVE 99999 TO WS-COBERTURA
               END-IF
           END-IF

           MOVE WS-TAB-PRODUTO (WS-IDX-GIRO)  TO WS-LIN-CODIGO-EDIT
           MOVE WS-TAB-SAI-QTDE (WS-IDX-GIRO) TO WS-LIN-QTDE-EDIT
           MOVE ORD-VALOR                     TO WS-LIN-VSAIDA-EDIT
           MOVE WS-PERC-ACUM                  TO WS-LIN-PERC-EDIT
           MOVE WS-ESTQ-MEDIO                 TO WS-LIN-SALDO-EDIT
           MOVE WS-GIRO                       TO WS-LIN-GIRO-EDIT
           MOVE WS-COBERTURA                  TO WS-LIN-COBERT-EDIT
           IF WS-TAB-ULT-MOV (WS-IDX-GIRO) = ZEROS
               MOVE "   -      " TO WS-DATA-IMPRESSA-X
           ELSE
               MOVE WS-TAB-ULT-MOV (WS-IDX-GIRO) TO WS-DIA-DATA
               PERFORM 8300-EDITAR-DATA THRU 8300-EDITAR-DATA-EXIT
           END-IF

           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-CODIGO-EDIT
               " " WS-TAB-DESCR (WS-IDX-GIRO) (1:18)
               " " WS-TAB-CATEGORIA (WS-IDX-GIRO)
               " " WS-CLASSE
               " " WS-LIN-QTDE-EDIT
               " " WS-LIN-VSAIDA-EDIT
               " " WS-LIN-PERC-EDIT
               " " WS-LIN-SALDO-EDIT
               " " WS-LIN-GIRO-EDIT
               " " WS-LIN-COBERT-EDIT
               " " WS-DATA-IMPRESSA-X
               DELIMITED BY SIZE INTO REL-LINHA
           IF WS-TAB-QTDE (WS-IDX-GIRO) > ZEROS
              AND WS-TAB-SAI-QTDE (WS-IDX-GIRO) = ZEROS
               MOVE "*****" TO REL-LINHA (90:5)
           END-IF
           WRITE REL-LINHA.
       5700-GRAVAR-LINHA-ABC-EXIT.
           EXIT.

       5800-GRAVAR-RESUMO-ABC.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 1 TO WS-IDX-CLASSE
           PERFORM 5810-GRAVAR-RESUMO-CLASSE
               THRU 5810-GRAVAR-RESUMO-CLASSE-EXIT
               UNTIL WS-IDX-CLASSE > 3
           MOVE WS-POSICAO      TO WS-LIN-ITENS-EDIT
           MOVE WS-TOTAL-SAIDAS TO WS-LIN-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  TOTAL     -" WS-LIN-ITENS-EDIT " PRODUTOS - "
               "VALOR DAS SAIDAS " WS-LIN-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       5800-GRAVAR-RESUMO-ABC-EXIT.
           EXIT.

       5810-GRAVAR-RESUMO-CLASSE.
           EVALUATE WS-IDX-CLASSE
               WHEN 1 MOVE "A" TO WS-CLASSE
               WHEN 2 MOVE "B" TO WS-CLASSE
               WHEN OTHER MOVE "C" TO WS-CLASSE
           END-EVALUATE
           IF WS-TOTAL-SAIDAS = ZEROS
               MOVE ZEROS TO WS-PERC-ACUM
           ELSE
               COMPUTE WS-PERC-ACUM ROUNDED =
                   WS-CLASSE-VALOR (WS-IDX-CLASSE) * 100 /
                   WS-TOTAL-SAIDAS
           END-IF
           MOVE WS-CLASSE-ITENS (WS-IDX-CLASSE) TO WS-LIN-ITENS-EDIT
           MOVE WS-CLASSE-VALOR (WS-IDX-CLASSE) TO WS-LIN-VALOR-EDIT
           MOVE WS-PERC-ACUM TO WS-LIN-PERC-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  CLASSE " WS-CLASSE " -" WS-LIN-ITENS-EDIT
               " PRODUTOS - VALOR DAS SAIDAS " WS-LIN-VALOR-EDIT
               " (" WS-LIN-PERC-EDIT "%)"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           ADD 1 TO WS-IDX-CLASSE.
       5810-GRAVAR-RESUMO-CLASSE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6000-LIBERAR-PARADOS (INPUT PROCEDURE DO SORT DO ESTOQUE
      *    PARADO)
      *    PARA CADA PRODUTO COM SALDO, CONTA OS DIAS ATE A DATA
      *    FINAL DESDE A ULTIMA SAIDA (SEM SAIDA NENHUMA, DESDE O
      *    PRIMEIRO MOVIMENTO; SEM MOVIMENTO NENHUM, E MORTO). LENTO
      *    A PARTIR DE DIAS-LENTO, MORTO A PARTIR DE DIAS-MORTO. O
      *    PRODUTO PARADO E MANDADO PARA A ORDENACAO POR CATEGORIA E
      *    O SEU SALDO EM CADA DEPOSITO ENTRA NOS TOTAIS POR DEPOSITO.
      *-----------------------------------------------------------------
       6000-LIBERAR-PARADOS.
           SET WS-IDX-DEP TO 1
           PERFORM 6010-ZERAR-DEPOSITO THRU 6010-ZERAR-DEPOSITO-EXIT
               UNTIL WS-IDX-DEP > 999
           SET WS-IDX-GIRO TO 1
           PERFORM 6100-LIBERAR-UM
               THRU 6100-LIBERAR-UM-EXIT
               UNTIL WS-IDX-GIRO > WS-QTD-PRODUTOS.
       6000-LIBERAR-PARADOS-EXIT.
           EXIT.

       6010-ZERAR-DEPOSITO.
           MOVE ZEROS TO WS-DEPT-LENTO-QTD (WS-IDX-DEP)
                         WS-DEPT-LENTO-VALOR (WS-IDX-DEP)
                         WS-DEPT-MORTO-QTD (WS-IDX-DEP)
                         WS-DEPT-MORTO-VALOR (WS-IDX-DEP)
           SET WS-IDX-DEP UP BY 1.
       6010-ZERAR-DEPOSITO-EXIT.
           EXIT.

       6100-LIBERAR-UM.
           PERFORM 6110-AVALIAR-PRODUTO
               THRU 6110-AVALIAR-PRODUTO-EXIT
           SET WS-IDX-GIRO UP BY 1.
       6100-LIBERAR-UM-EXIT.
           EXIT.

       6110-AVALIAR-PRODUTO.
           IF WS-TAB-QTDE (WS-IDX-GIRO) NOT > ZEROS
               GO TO 6110-AVALIAR-PRODUTO-EXIT
           END-IF

           IF WS-TAB-ULT-SAIDA (WS-IDX-GIRO) > ZEROS
               MOVE WS-TAB-ULT-SAIDA (WS-IDX-GIRO)
                   TO WS-DATA-REF-PARADO
           ELSE
               MOVE WS-TAB-PRIM-MOV (WS-IDX-GIRO)
                   TO WS-DATA-REF-PARADO
           END-IF

           IF WS-DATA-REF-PARADO = ZEROS
               MOVE 99999 TO WS-DIAS-PARADO
           ELSE
               MOVE WS-DATA-REF-PARADO TO WS-DIA-DATA
               PERFORM 8000-CALCULAR-DIA-NUMERO
                   THRU 8000-CALCULAR-DIA-NUMERO-EXIT
               COMPUTE WS-DIAS-PARADO = WS-DIA-FINAL - WS-DIA-NUMERO
               IF WS-DIAS-PARADO > 99999
                   MOVE 99999 TO WS-DIAS-PARADO
               END-IF
           END-IF

           IF WS-DIAS-PARADO < WS-DIAS-LENTO
               GO TO 6110-AVALIAR-PRODUTO-EXIT
           END-IF
      *    A SITUACAO FICA TAMBEM NA AREA DE TRABALHO: DEPOIS DO
      *    RELEASE O REGISTRO DA ORDENACAO NAO PODE SER CONSULTADO.
           IF WS-DIAS-PARADO < WS-DIAS-MORTO
               SET SITUACAO-LENTO TO TRUE
           ELSE
               SET SITUACAO-MORTO TO TRUE
           END-IF
           MOVE WS-SITUACAO-CALC TO ORDP-SITUACAO

           COMPUTE WS-VALOR-CALC =
               WS-TAB-QTDE (WS-IDX-GIRO) * WS-TAB-CUSTO (WS-IDX-GIRO)
           MOVE WS-TAB-CATEGORIA (WS-IDX-GIRO) TO ORDP-CATEGORIA
           MOVE WS-TAB-PRODUTO (WS-IDX-GIRO)   TO ORDP-PRODUTO
           SET ORDP-IDX TO WS-IDX-GIRO
           MOVE WS-DIAS-PARADO TO ORDP-DIAS
           MOVE WS-VALOR-CALC  TO ORDP-VALOR
           RELEASE ORDP-REC

           PERFORM 6200-SOMAR-DEPOSITOS THRU 6200-SOMAR-DEPOSITOS-EXIT.
       6110-AVALIAR-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6200-SOMAR-DEPOSITOS
      *    DISTRIBUI O PRODUTO PARADO PELOS DEPOSITOS ONDE TEM SALDO
      *    POSITIVO (SALDOLOC.DAT). SEM O ARQUIVO DE SALDOS POR
      *    DEPOSITO, TUDO ESTA NO DEPOSITO 001.
      *-----------------------------------------------------------------
       6200-SOMAR-DEPOSITOS.
           IF SLD-ARQ-NAO-EXISTE
               SET WS-IDX-DEP TO 1
               MOVE WS-VALOR-CALC TO WS-VALOR-MOV
               PERFORM 6220-SOMAR-NO-DEPOSITO
                   THRU 6220-SOMAR-NO-DEPOSITO-EXIT
               GO TO 6200-SOMAR-DEPOSITOS-EXIT
           END-IF

           MOVE "N" TO WS-SLD-FIM-SW
           MOVE WS-TAB-PRODUTO (WS-IDX-GIRO) TO SLD-PRODUTO
           MOVE ZEROS TO SLD-DEPOSITO
           START SALDOLOC-FILE KEY IS NOT LESS THAN SLD-CHAVE
               INVALID KEY
                   SET SLD-FIM TO TRUE
           END-START
           PERFORM 6210-SOMAR-DEPOSITOS-LER
               THRU 6210-SOMAR-DEPOSITOS-LER-EXIT
               UNTIL SLD-FIM.
       6200-SOMAR-DEPOSITOS-EXIT.
           EXIT.

       6210-SOMAR-DEPOSITOS-LER.
           READ SALDOLOC-FILE NEXT RECORD
               AT END
                   SET SLD-FIM TO TRUE
               NOT AT END
                   IF SLD-PRODUTO NOT = WS-TAB-PRODUTO (WS-IDX-GIRO)
                       SET SLD-FIM TO TRUE
                   ELSE
                       IF SLD-QTDE > ZEROS
                          AND SLD-DEPOSITO > ZEROS
                           SET WS-IDX-DEP TO SLD-DEPOSITO
                           COMPUTE WS-VALOR-MOV = SLD-QTDE *
                               WS-TAB-CUSTO (WS-IDX-GIRO)
                           PERFORM 6220-SOMAR-NO-DEPOSITO
                               THRU 6220-SOMAR-NO-DEPOSITO-EXIT
                       END-IF
                   END-IF
           END-READ.
       6210-SOMAR-DEPOSITOS-LER-EXIT.
           EXIT.

       6220-SOMAR-NO-DEPOSITO.
           IF SITUACAO-LENTO
               ADD 1 TO WS-DEPT-LENTO-QTD (WS-IDX-DEP)
               ADD WS-VALOR-MOV TO WS-DEPT-LENTO-VALOR (WS-IDX-DEP)
           ELSE
               ADD 1 TO WS-DEPT-MORTO-QTD (WS-IDX-DEP)
               ADD WS-VALOR-MOV TO WS-DEPT-MORTO-VALOR (WS-IDX-DEP)
           END-IF.
       6220-SOMAR-NO-DEPOSITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    6500-GRAVAR-PARADOS (OUTPUT PROCEDURE DO SORT DO ESTOQUE
      *    PARADO)
      *    DEVOLVE OS PRODUTOS PARADOS POR CATEGORIA: CABECALHO COM O
      *    NOME DA CATEGORIA NA QUEBRA, UMA LINHA POR PRODUTO E
      *    TOTAIS DE LENTOS E MORTOS POR CATEGORIA E GERAIS.
      *-----------------------------------------------------------------
       6500-GRAVAR-PARADOS.
           MOVE "N" TO WS-SORT-FIM-SW
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "=======================================" TO REL-LINHA
           WRITE REL-LINHA
           MOVE "ESTOQUE PARADO (LENTO E MORTO) POR CATEGORIA"
               TO REL-LINHA
           WRITE REL-LINHA

           PERFORM 6510-GRAVAR-PARADOS-UM
               THRU 6510-GRAVAR-PARADOS-UM-EXIT
               UNTIL SORT-FIM

           IF TEM-CAT
               PERFORM 6700-FECHAR-CATEGORIA
                   THRU 6700-FECHAR-CATEGORIA-EXIT
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE WS-GERAL-LENTO-QTD   TO WS-LIN-ITENS-EDIT
               MOVE WS-GERAL-LENTO-VALOR TO WS-LIN-VALOR-EDIT
               MOVE WS-GERAL-MORTO-QTD   TO WS-LIN-ITENS2-EDIT
               MOVE WS-GERAL-MORTO-VALOR TO WS-LIN-VALOR2-EDIT
               MOVE SPACES TO REL-LINHA
               STRING "TOTAL GERAL: LENTOS " WS-LIN-ITENS-EDIT
                   " - VALOR " WS-LIN-VALOR-EDIT
                   " / MORTOS " WS-LIN-ITENS2-EDIT
                   " - VALOR " WS-LIN-VALOR2-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "NENHUM PRODUTO COM SALDO PARADO NOS PRAZOS."
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       6500-GRAVAR-PARADOS-EXIT.
           EXIT.

       6510-GRAVAR-PARADOS-UM.
           RETURN ARQUIVO-PARADOS
               AT END
                   SET SORT-FIM TO TRUE
               NOT AT END
                   IF NOT TEM-CAT
                      OR ORDP-CATEGORIA NOT = WS-CAT-CORRENTE
                       IF TEM-CAT
                           PERFORM 6700-FECHAR-CATEGORIA
                               THRU 6700-FECHAR-CATEGORIA-EXIT
                       END-IF
                       PERFORM 6600-ABRIR-CATEGORIA
                           THRU 6600-ABRIR-CATEGORIA-EXIT
                   END-IF
                   PERFORM 6800-GRAVAR-LINHA-PARADO
                       THRU 6800-GRAVAR-LINHA-PARADO-EXIT
           END-RETURN.
       6510-GRAVAR-PARADOS-UM-EXIT.
           EXIT.

       6600-ABRIR-CATEGORIA.
           MOVE ORDP-CATEGORIA TO WS-CAT-CORRENTE
           MOVE "S" TO WS-TEM-CAT-SW
           MOVE ZEROS TO WS-CAT-LENTO-QTD WS-CAT-LENTO-VALOR
                         WS-CAT-MORTO-QTD WS-CAT-MORTO-VALOR

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
                  "       QTDE   CUSTO UNIT              VALOR"
                  " ULT.SAIDA   DIAS SITUACAO"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       6600-ABRIR-CATEGORIA-EXIT.
           EXIT.

       6700-FECHAR-CATEGORIA.
           MOVE WS-CAT-LENTO-QTD   TO WS-LIN-ITENS-EDIT
           MOVE WS-CAT-LENTO-VALOR TO WS-LIN-VALOR-EDIT
           MOVE WS-CAT-MORTO-QTD   TO WS-LIN-ITENS2-EDIT
           MOVE WS-CAT-MORTO-VALOR TO WS-LIN-VALOR2-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  CATEGORIA: LENTOS " WS-LIN-ITENS-EDIT
               " - VALOR " WS-LIN-VALOR-EDIT
               " / MORTOS " WS-LIN-ITENS2-EDIT
               " - VALOR " WS-LIN-VALOR2-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       6700-FECHAR-CATEGORIA-EXIT.
           EXIT.

       6800-GRAVAR-LINHA-PARADO.
           SET WS-IDX-GIRO TO ORDP-IDX

           IF WS-TAB-ULT-SAIDA (WS-IDX-GIRO) = ZEROS
               MOVE "NUNCA     " TO WS-DATA-IMPRESSA-X
           ELSE
               MOVE WS-TAB-ULT-SAIDA (WS-IDX-GIRO) TO WS-DIA-DATA
               PERFORM 8300-EDITAR-DATA THRU 8300-EDITAR-DATA-EXIT
           END-IF

           MOVE WS-TAB-PRODUTO (WS-IDX-GIRO) TO WS-LIN-CODIGO-EDIT
           MOVE WS-TAB-QTDE (WS-IDX-GIRO)    TO WS-LIN-SALDO-EDIT
           MOVE WS-TAB-CUSTO (WS-IDX-GIRO)   TO WS-LIN-CUSTO-EDIT
           MOVE ORDP-VALOR                   TO WS-LIN-VALOR-EDIT
           MOVE ORDP-DIAS                    TO WS-LIN-DIAS-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-CODIGO-EDIT
               " " WS-TAB-DESCR (WS-IDX-GIRO)
               " " WS-LIN-SALDO-EDIT
               " " WS-LIN-CUSTO-EDIT
               " " WS-LIN-VALOR-EDIT
               " " WS-DATA-IMPRESSA-X
               " " WS-LIN-DIAS-EDIT
               " " ORDP-SITUACAO
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           IF ORDP-SITUACAO = "LENTO"
               ADD 1 TO WS-CAT-LENTO-QTD
               ADD 1 TO WS-GERAL-LENTO-QTD
               ADD ORDP-VALOR TO WS-CAT-LENTO-VALOR
               ADD ORDP-VALOR TO WS-GERAL-LENTO-VALOR
           ELSE
               ADD 1 TO WS-CAT-MORTO-QTD
               ADD 1 TO WS-GERAL-MORTO-QTD
               ADD ORDP-VALOR TO WS-CAT-MORTO-VALOR
               ADD ORDP-VALOR TO WS-GERAL-MORTO-VALOR
           END-IF.
       6800-GRAVAR-LINHA-PARADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    7000-GRAVAR-DEPOSITOS
      *    TOTAIS DO ESTOQUE PARADO POR DEPOSITO: QUANTOS PRODUTOS
      *    LENTOS E MORTOS TEM SALDO NO DEPOSITO E O VALOR DESSE
      *    SALDO, COM O NOME DO DEPOSITO.
      *-----------------------------------------------------------------
       7000-GRAVAR-DEPOSITOS.
           IF NOT TEM-CAT
               GO TO 7000-GRAVAR-DEPOSITOS-EXIT
           END-IF
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "=======================================" TO REL-LINHA
           WRITE REL-LINHA
           MOVE "ESTOQUE PARADO POR DEPOSITO" TO REL-LINHA
           WRITE REL-LINHA
           SET WS-IDX-DEP TO 1
           PERFORM 7100-GRAVAR-DEPOSITO-UM
               THRU 7100-GRAVAR-DEPOSITO-UM-EXIT
               UNTIL WS-IDX-DEP > 999.
       7000-GRAVAR-DEPOSITOS-EXIT.
           EXIT.

       7100-GRAVAR-DEPOSITO-UM.
           IF WS-DEPT-LENTO-QTD (WS-IDX-DEP) > ZEROS
              OR WS-DEPT-MORTO-QTD (WS-IDX-DEP) > ZEROS
               PERFORM 7110-GRAVAR-LINHA-DEPOSITO
                   THRU 7110-GRAVAR-LINHA-DEPOSITO-EXIT
           END-IF
           SET WS-IDX-DEP UP BY 1.
       7100-GRAVAR-DEPOSITO-UM-EXIT.
           EXIT.

       7110-GRAVAR-LINHA-DEPOSITO.
           SET DEP-CODIGO TO WS-IDX-DEP
           IF DEP-ARQ-NAO-EXISTE
               MOVE "*** NAO CADASTRADO ***" TO DEP-NOME
           ELSE
               READ DEPOSITO-FILE
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO DEP-NOME
               END-READ
           END-IF
           MOVE DEP-CODIGO TO WS-LIN-DEP-EDIT
           MOVE WS-DEPT-LENTO-QTD (WS-IDX-DEP)   TO WS-LIN-ITENS-EDIT
           MOVE WS-DEPT-LENTO-VALOR (WS-IDX-DEP) TO WS-LIN-VALOR-EDIT
           MOVE WS-DEPT-MORTO-QTD (WS-IDX-DEP)   TO WS-LIN-ITENS2-EDIT
           MOVE WS-DEPT-MORTO-VALOR (WS-IDX-DEP) TO WS-LIN-VALOR2-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-DEP-EDIT " " DEP-NOME
               " LENTOS " WS-LIN-ITENS-EDIT
               " VALOR " WS-LIN-VALOR-EDIT
               " / MORTOS " WS-LIN-ITENS2-EDIT
               " VALOR " WS-LIN-VALOR2-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       7110-GRAVAR-LINHA-DEPOSITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8000-CALCULAR-DIA-NUMERO
      *    CONVERTE A DATA AAAAMMDD DE WS-DIA-DATA NO NUMERO DE DIAS
      *    CORRIDOS WS-DIA-NUMERO. JANEIRO E FEVEREIRO CONTAM COMO
      *    MESES 13 E 14 DO ANO ANTERIOR; AS DIVISOES SAO INTEIRAS.
      *-----------------------------------------------------------------
       8000-CALCULAR-DIA-NUMERO.
           IF WS-DIA-MES < 3
               COMPUTE WS-DIA-ANO-AJ = WS-DIA-ANO - 1
               COMPUTE WS-DIA-MES-AJ = WS-DIA-MES + 9
           ELSE
               MOVE WS-DIA-ANO TO WS-DIA-ANO-AJ
               COMPUTE WS-DIA-MES-AJ = WS-DIA-MES - 3
           END-IF

           COMPUTE WS-DIA-NUMERO = WS-DIA-ANO-AJ * 365 + WS-DIA-DIA
           DIVIDE WS-DIA-ANO-AJ BY 4 GIVING WS-DIA-QUOC
           ADD WS-DIA-QUOC TO WS-DIA-NUMERO
           DIVIDE WS-DIA-ANO-AJ BY 100 GIVING WS-DIA-QUOC
           SUBTRACT WS-DIA-QUOC FROM WS-DIA-NUMERO
           DIVIDE WS-DIA-ANO-AJ BY 400 GIVING WS-DIA-QUOC
           ADD WS-DIA-QUOC TO WS-DIA-NUMERO
           COMPUTE WS-DIA-QUOC = WS-DIA-MES-AJ * 153 + 2
           DIVIDE WS-DIA-QUOC BY 5 GIVING WS-DIA-QUOC
           ADD WS-DIA-QUOC TO WS-DIA-NUMERO.
       8000-CALCULAR-DIA-NUMERO-EXIT.
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
      *    CODIGO). ACHANDO, WS-IDX-GIRO APONTA A ENTRADA.
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
           SET WS-IDX-GIRO TO WS-BUSCA-MEIO
           IF WS-TAB-PRODUTO (WS-IDX-GIRO) = WS-PROCURA-PRODUTO
               SET ACHOU-PRODUTO TO TRUE
               GO TO 8210-DIVIDIR-BUSCA-EXIT
           END-IF
           IF WS-TAB-PRODUTO (WS-IDX-GIRO) < WS-PROCURA-PRODUTO
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
      *    9000-FINALIZAR
      *    FECHA OS ARQUIVOS ABERTOS NA INICIALIZACAO.
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           CLOSE PRODUTO-FILE
           CLOSE CATEGORIA-FILE
           CLOSE SALDOLOC-FILE
           CLOSE DEPOSITO-FILE.
       9000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9500-GRAVAR-LOG-NOTURNO
      *    NO MODO SEM OPERADOR, ANOTA NO LOG CONSOLIDADO DA CADEIA
      *    NOTURNA (NOTURNO.LOG) UMA LINHA COM O PROGRAMA, O CODIGO
      *    DE RETORNO (04 QUANDO HOUVE PRODUTO FORA DA TABELA) E A
      *    CONTAGEM DE PRODUTOS CLASSIFICADOS.
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
           MOVE WS-QTD-PRODUTOS TO WS-LOGN-REG
           MOVE SPACES TO LOGN-LINHA
           STRING WS-DATA-SISTEMA " "
                  WS-HR WS-MN WS-SG
                  " RELGIRO  RC=" WS-LOGN-RC
                  " REG=" WS-LOGN-REG
                  " CURVA ABC E ESTOQUE PARADO EM RELGIRO.TXT"
               DELIMITED BY SIZE INTO LOGN-LINHA
           WRITE LOGN-LINHA
           CLOSE LOG-NOTURNO-FILE.
       9500-GRAVAR-LOG-NOTURNO-EXIT.
           EXIT.
