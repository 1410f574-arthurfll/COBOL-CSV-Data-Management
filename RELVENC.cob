      *-----------------------------------------------------------------
      *  IDENTIFICATION DIVISION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELVENC.
       AUTHOR.        EQUIPE DE SISTEMAS.
       INSTALLATION.  SETOR DE TECNOLOGIA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      *  HISTORICO DE ALTERACOES
      *-----------------------------------------------------------------
      *  DATA       AUTOR   DESCRICAO
      *  15/10/2026 EQS     PROGRAMA CRIADO. RELATORIO DOS LOTES
      *                     VENCIDOS E A VENCER DENTRO DE UM PRAZO EM
      *                     DIAS, POR DEPOSITO, VALORIZADOS PELO CUSTO
      *                     MEDIO, PARA A REUNIAO SEMANAL DE BAIXA.
      *                     RODA SEM OPERADOR QUANDO RELVENC.PRM
      *                     EXISTE.
      *  15/10/2026 EQS     ERRO NA ABERTURA DE PRODUTO.DAT OU DE
      *                     DEPOSITO.DAT ENCERRA COM RETORNO 8.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      LER OS SALDOS POR LOTE (SALDLOTE.DAT) E IMPRIMIR EM
      *      RELVENC.TXT OS LOTES COM SALDO CUJA VALIDADE JA PASSOU
      *      OU CAI DENTRO DO PRAZO PEDIDO (PADRAO: 30 DIAS) A PARTIR
      *      DA DATA DE REFERENCIA (PADRAO: DATA DO SISTEMA),
      *      AGRUPADOS POR DEPOSITO NA ORDEM DA VALIDADE. CADA LINHA
      *      TRAZ OS DIAS QUE FALTAM (NEGATIVO = JA VENCIDO), A
      *      QUANTIDADE E O VALOR PELO CUSTO MEDIO DO PRODUTO (SEM
      *      CUSTO MEDIO, VALOR ZERO). LOTES SEM VALIDADE NAO ENTRAM.
      *      NAO ALTERA NENHUM ARQUIVO DO SISTEMA - SOMENTE LEITURA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDLOTE-FILE
               ASSIGN TO "SALDLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLT-CHAVE
               ALTERNATE RECORD KEY IS SLT-CHAVE-VENC
                   WITH DUPLICATES
               FILE STATUS IS WS-SALDLOTE-STATUS.

           SELECT PRODUTO-FILE
               ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               ALTERNATE RECORD KEY IS PROD-DESCRICAO
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUTO-STATUS.

           SELECT DEPOSITO-FILE
               ASSIGN TO "DEPOSITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPOSITO-STATUS.

           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "RVENCWRK.TMP".

           SELECT RELATORIO-FILE
               ASSIGN TO "RELVENC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT PARAMETRO-FILE
               ASSIGN TO "RELVENC.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT LOG-NOTURNO-FILE
               ASSIGN TO "NOTURNO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-NOTURNO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDLOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY SLOTREC.

       FD  PRODUTO-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODREC.

       FD  DEPOSITO-FILE
           LABEL RECORD IS STANDARD.
           COPY DEPREC.

       SD  ARQUIVO-ORDENACAO.
       01  ORD-REC.
           02  ORD-DEPOSITO              PIC 9(03).
           02  ORD-VALIDADE              PIC 9(08).
           02  ORD-PRODUTO               PIC 9(06).
           02  ORD-LOTE                  PIC X(10).
           02  ORD-QTDE                  PIC 9(07).
           02  ORD-DIAS                  PIC S9(05).

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
       01  WS-SALDLOTE-STATUS            PIC X(02) VALUE "00".
           88  SLT-OK                               VALUE "00".
           88  SLT-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-PRODUTO-STATUS             PIC X(02) VALUE "00".
           88  PROD-OK                              VALUE "00".
           88  PROD-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-DEPOSITO-STATUS            PIC X(02) VALUE "00".
           88  DEP-OK                               VALUE "00".
           88  DEP-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-RELATORIO-STATUS           PIC X(02) VALUE "00".

       01  WS-DATA-SISTEMA               PIC X(08).
       01  WS-DATA-EDITADA.
           02  WS-DATA-ANO               PIC X(04).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DATA-MES               PIC X(02).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DATA-DIA               PIC X(02).

      *----------------------------------------------------------------
      *    FILTROS DO RELATORIO: DATA DE REFERENCIA AAAAMMDD (EM
      *    BRANCO = DATA DO SISTEMA), PRAZO EM DIAS A FRENTE DELA
      *    (EM BRANCO = 30) E DEPOSITO (EM BRANCO OU ZERO = TODOS).
      *----------------------------------------------------------------
       01  WS-DATA-REFERENCIA            PIC X(08) VALUE SPACES.
       01  WS-DIAS-A                     PIC X(04) VALUE SPACES.
       01  WS-DIAS-PRAZO                 PIC 9(04) VALUE 30.
       01  WS-DEPOSITO-A                 PIC X(03) VALUE SPACES.
       01  WS-DEPOSITO-FILTRO            PIC 9(03) VALUE ZEROS.

      *----------------------------------------------------------------
      *    AREA DO MODO SEM OPERADOR: QUANDO RELVENC.PRM EXISTE, OS
      *    FILTROS VEM DO ARQUIVO DE PARAMETROS (DATA-REFERENCIA=,
      *    DIAS=, DEPOSITO=; LINHAS EM BRANCO E INICIADAS POR "*"
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

       01  WS-CAMPO-NUM-ENTRADA          PIC X(11).
       01  WS-CAMPO-NUM-POS              PIC 9(02) COMP.
       01  WS-CAMPO-NUM-ACHOU-SW         PIC X(01) VALUE "N".
           88  CAMPO-NUM-ACHOU                      VALUE "S".
       01  WS-CAMPO-NUM-VALIDO-SW        PIC X(01) VALUE "N".
           88  CAMPO-NUM-VALIDO                     VALUE "S".
       01  WS-CAMPO-NUM-SAIDA            PIC 9(11).

       01  WS-SLT-FIM-SW                 PIC X(01) VALUE "N".
           88  SLT-FIM                              VALUE "S".

       01  WS-SORT-FIM-SW                PIC X(01) VALUE "N".
           88  SORT-FIM                             VALUE "S".

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
       01  WS-DIA-NUMERO                 PIC 9(08) COMP.
       01  WS-DIA-REFERENCIA             PIC 9(08) COMP.
       01  WS-DIAS-FALTAM                PIC S9(07) COMP.

      *----------------------------------------------------------------
      *    VALIDADE AAAAMMDD DESMEMBRADA PARA IMPRESSAO.
      *----------------------------------------------------------------
       01  WS-VALIDADE-NUM               PIC 9(08).
       01  WS-VALIDADE-GRUPO REDEFINES WS-VALIDADE-NUM.
           02  WS-VAL-ANO                PIC 9(04).
           02  WS-VAL-MES                PIC 9(02).
           02  WS-VAL-DIA                PIC 9(02).
       01  WS-VALIDADE-EDITADA           PIC X(10).

      *----------------------------------------------------------------
      *    QUEBRA POR DEPOSITO E TOTAIS (VENCIDOS E A VENCER)
      *----------------------------------------------------------------
       01  WS-CUSTO-CALC                 PIC 9(07)V99 VALUE ZEROS.
       01  WS-VALOR-CALC                 PIC 9(12)V99 VALUE ZEROS.

       01  WS-DEP-CORRENTE               PIC 9(03) VALUE ZEROS.
       01  WS-TEM-DEP-SW                 PIC X(01) VALUE "N".
           88  TEM-DEP                              VALUE "S".

       01  WS-DEP-VENC-LOTES             PIC 9(06) COMP VALUE ZEROS.
       01  WS-DEP-VENC-VALOR             PIC 9(13)V99 VALUE ZEROS.
       01  WS-DEP-AVENC-LOTES            PIC 9(06) COMP VALUE ZEROS.
       01  WS-DEP-AVENC-VALOR            PIC 9(13)V99 VALUE ZEROS.
       01  WS-GERAL-VENC-LOTES           PIC 9(06) COMP VALUE ZEROS.
       01  WS-GERAL-VENC-VALOR           PIC 9(13)V99 VALUE ZEROS.
       01  WS-GERAL-AVENC-LOTES          PIC 9(06) COMP VALUE ZEROS.
       01  WS-GERAL-AVENC-VALOR          PIC 9(13)V99 VALUE ZEROS.
       01  WS-GERAL-LOTES                PIC 9(06) COMP VALUE ZEROS.

       01  WS-LINHA-EDITADA.
           02  WS-LIN-CODIGO-EDIT        PIC ZZZZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-DEP-EDIT           PIC ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-DIAS-EDIT          PIC -ZZZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-QTDE-EDIT          PIC Z.ZZZ.ZZ9.
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

      *-----------------------------------------------------------------
      *  PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-DETECTAR-LOTE THRU 0100-DETECTAR-LOTE-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-DEPOSITO
                                ORD-VALIDADE
                                ORD-PRODUTO
                                ORD-LOTE
               INPUT PROCEDURE IS 2000-LER-LOTES
               OUTPUT PROCEDURE IS 3000-GRAVAR-RELATORIO
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           DISPLAY "LOTES A VENCER GRAVADOS EM RELVENC.TXT. "
               "VENCIDOS: " WS-GERAL-VENC-LOTES
               " A VENCER: " WS-GERAL-AVENC-LOTES
           IF EXECUCAO-LOTE
               PERFORM 9500-GRAVAR-LOG-NOTURNO
                   THRU 9500-GRAVAR-LOG-NOTURNO-EXIT
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      *    0100-DETECTAR-LOTE
      *    LIGA O MODO SEM OPERADOR QUANDO RELVENC.PRM EXISTE NO
      *    DIRETORIO E CARREGA OS FILTROS DO RELATORIO.
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
               WHEN "DATA-REFERENCIA"
                   MOVE WS-PARM-VALOR (1:8) TO WS-DATA-REFERENCIA
               WHEN "DIAS"
                   MOVE WS-PARM-VALOR (1:4) TO WS-DIAS-A
               WHEN "DEPOSITO"
                   MOVE WS-PARM-VALOR (1:3) TO WS-DEPOSITO-A
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONHECIDO EM RELVENC.PRM: "
                       PARM-LINHA
           END-EVALUATE.
       0120-PROCESSAR-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    ABRE OS CADASTROS SOMENTE PARA LEITURA (CUSTO E DESCRICAO
      *    DO PRODUTO, NOME DO DEPOSITO), OBTEM A DATA DO SISTEMA,
      *    PERGUNTA OS FILTROS E CALCULA O NUMERO DE DIAS DA DATA DE
      *    REFERENCIA. PRAZO OU DEPOSITO NAO NUMERICOS FICAM NO
      *    PADRAO (30 DIAS, TODOS OS DEPOSITOS).
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
           OPEN INPUT DEPOSITO-FILE
           IF WS-DEPOSITO-STATUS NOT = "00"
              AND NOT DEP-ARQ-NAO-EXISTE
               DISPLAY "*** ERRO NA ABERTURA DE DEPOSITO.DAT"
                   " - FILE STATUS " WS-DEPOSITO-STATUS " ***"
               DISPLAY "SE O ARQUIVO E ANTERIOR AOS INDICES "
                   "ALTERNADOS, RODE O PROGRAMA CONVMEST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF NOT EXECUCAO-LOTE
               DISPLAY "DATA DE REFERENCIA AAAAMMDD (BRANCO = HOJE)..: "
                   WITH NO ADVANCING
               ACCEPT WS-DATA-REFERENCIA
               DISPLAY "PRAZO EM DIAS (BRANCO = 30)..................: "
                   WITH NO ADVANCING
               ACCEPT WS-DIAS-A
               DISPLAY "DEPOSITO (BRANCO = TODOS)....................: "
                   WITH NO ADVANCING
               ACCEPT WS-DEPOSITO-A
           END-IF

           IF WS-DATA-REFERENCIA = SPACES
              OR WS-DATA-REFERENCIA = ZEROS
              OR WS-DATA-REFERENCIA IS NOT NUMERIC
               MOVE WS-DATA-SISTEMA TO WS-DATA-REFERENCIA
           END-IF

           IF WS-DIAS-A NOT = SPACES
               MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
               MOVE WS-DIAS-A TO WS-CAMPO-NUM-ENTRADA (1:4)
               PERFORM 8100-VALIDAR-CAMPO-NUMERICO
                   THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
               IF CAMPO-NUM-VALIDO
                   MOVE WS-CAMPO-NUM-SAIDA TO WS-DIAS-PRAZO
               ELSE
                   DISPLAY "PRAZO INVALIDO - USANDO 30 DIAS."
               END-IF
           END-IF

           IF WS-DEPOSITO-A NOT = SPACES
               MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
               MOVE WS-DEPOSITO-A TO WS-CAMPO-NUM-ENTRADA (1:3)
               PERFORM 8100-VALIDAR-CAMPO-NUMERICO
                   THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
               IF CAMPO-NUM-VALIDO
                   MOVE WS-CAMPO-NUM-SAIDA TO WS-DEPOSITO-FILTRO
               ELSE
                   DISPLAY "DEPOSITO INVALIDO - LISTANDO TODOS."
               END-IF
           END-IF

           MOVE WS-DATA-REFERENCIA TO WS-DIA-DATA
           PERFORM 8000-CALCULAR-DIA-NUMERO
               THRU 8000-CALCULAR-DIA-NUMERO-EXIT
           MOVE WS-DIA-NUMERO TO WS-DIA-REFERENCIA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-LER-LOTES (INPUT PROCEDURE DO SORT)
      *    LE OS SALDOS POR LOTE NA ORDEM DA CHAVE E MANDA (RELEASE)
      *    PARA A ORDENACAO OS LOTES COM SALDO, COM VALIDADE, DO
      *    DEPOSITO PEDIDO, JA VENCIDOS OU QUE VENCEM DENTRO DO PRAZO.
      *-----------------------------------------------------------------
       2000-LER-LOTES.
           MOVE "N" TO WS-SLT-FIM-SW
           OPEN INPUT SALDLOTE-FILE
           IF SLT-ARQ-NAO-EXISTE
               DISPLAY "ARQUIVO SALDLOTE.DAT NAO ENCONTRADO. O "
                   "RELATORIO SERA GRAVADO VAZIO."
               GO TO 2000-LER-LOTES-EXIT
           END-IF
           MOVE ZEROS  TO SLT-PRODUTO SLT-DEPOSITO
           MOVE SPACES TO SLT-LOTE
           START SALDLOTE-FILE KEY IS NOT LESS THAN SLT-CHAVE
               INVALID KEY
                   SET SLT-FIM TO TRUE
           END-START
           PERFORM 2010-LER-LOTES-UM
               THRU 2010-LER-LOTES-UM-EXIT
               UNTIL SLT-FIM
           CLOSE SALDLOTE-FILE.
       2000-LER-LOTES-EXIT.
           EXIT.

       2010-LER-LOTES-UM.
           READ SALDLOTE-FILE NEXT RECORD
               AT END
                   SET SLT-FIM TO TRUE
               NOT AT END
                   PERFORM 2100-FILTRAR-LOTE
                       THRU 2100-FILTRAR-LOTE-EXIT
           END-READ.
       2010-LER-LOTES-UM-EXIT.
           EXIT.

       2100-FILTRAR-LOTE.
           IF SLT-QTDE NOT > ZEROS
              OR SLT-VALIDADE = 99999999
              OR SLT-VALIDADE IS NOT NUMERIC
               GO TO 2100-FILTRAR-LOTE-EXIT
           END-IF
           IF WS-DEPOSITO-FILTRO NOT = ZEROS
              AND SLT-DEPOSITO NOT = WS-DEPOSITO-FILTRO
               GO TO 2100-FILTRAR-LOTE-EXIT
           END-IF

           MOVE SLT-VALIDADE TO WS-DIA-DATA
           PERFORM 8000-CALCULAR-DIA-NUMERO
               THRU 8000-CALCULAR-DIA-NUMERO-EXIT
           COMPUTE WS-DIAS-FALTAM = WS-DIA-NUMERO - WS-DIA-REFERENCIA
           IF WS-DIAS-FALTAM > WS-DIAS-PRAZO
               GO TO 2100-FILTRAR-LOTE-EXIT
           END-IF
           IF WS-DIAS-FALTAM < -99999
               MOVE -99999 TO WS-DIAS-FALTAM
           END-IF

           MOVE SLT-DEPOSITO   TO ORD-DEPOSITO
           MOVE SLT-VALIDADE   TO ORD-VALIDADE
           MOVE SLT-PRODUTO    TO ORD-PRODUTO
           MOVE SLT-LOTE       TO ORD-LOTE
           MOVE SLT-QTDE       TO ORD-QTDE
           MOVE WS-DIAS-FALTAM TO ORD-DIAS
           RELEASE ORD-REC.
       2100-FILTRAR-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-GRAVAR-RELATORIO (OUTPUT PROCEDURE DO SORT)
      *    DEVOLVE (RETURN) OS LOTES JA ORDENADOS POR DEPOSITO E
      *    VALIDADE E MONTA O RELATORIO: CABECALHO COM O NOME DO
      *    DEPOSITO NA QUEBRA, UMA LINHA POR LOTE E TOTAIS DE
      *    VENCIDOS E A VENCER POR DEPOSITO E GERAIS.
      *-----------------------------------------------------------------
       3000-GRAVAR-RELATORIO.
           MOVE "N" TO WS-SORT-FIM-SW
           OPEN OUTPUT RELATORIO-FILE

           MOVE WS-DATA-SISTEMA (1:4) TO WS-DATA-ANO
           MOVE WS-DATA-SISTEMA (5:2) TO WS-DATA-MES
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DATA-DIA

           MOVE SPACES TO REL-LINHA
           STRING "LOTES VENCIDOS E A VENCER - " WS-DATA-EDITADA
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-DATA-REFERENCIA (1:4) TO WS-DATA-ANO
           MOVE WS-DATA-REFERENCIA (5:2) TO WS-DATA-MES
           MOVE WS-DATA-REFERENCIA (7:2) TO WS-DATA-DIA
           MOVE WS-DIAS-PRAZO TO WS-LIN-ITENS-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "VENCIDOS EM " WS-DATA-EDITADA
               " E A VENCER NOS PROXIMOS" WS-LIN-ITENS-EDIT " DIAS"
               DELIMITED BY SIZE INTO REL-LINHA
           IF WS-DEPOSITO-FILTRO NOT = ZEROS
               MOVE WS-DEPOSITO-FILTRO TO WS-LIN-DEP-EDIT
               STRING "  - SOMENTE DEPOSITO " WS-LIN-DEP-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA (60:30)
           END-IF
           WRITE REL-LINHA

           MOVE "=======================================" TO REL-LINHA
           WRITE REL-LINHA

           PERFORM 3010-GRAVAR-RELATORIO-UM
               THRU 3010-GRAVAR-RELATORIO-UM-EXIT
               UNTIL SORT-FIM

           IF TEM-DEP
               PERFORM 3200-FECHAR-DEPOSITO
                   THRU 3200-FECHAR-DEPOSITO-EXIT
               PERFORM 3400-GRAVAR-TOTAIS-GERAIS
                   THRU 3400-GRAVAR-TOTAIS-GERAIS-EXIT
           ELSE
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "NENHUM LOTE VENCIDO OU A VENCER NO PRAZO PEDIDO."
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF

           CLOSE RELATORIO-FILE.
       3000-GRAVAR-RELATORIO-EXIT.
           EXIT.

       3010-GRAVAR-RELATORIO-UM.
           RETURN ARQUIVO-ORDENACAO
               AT END
                   SET SORT-FIM TO TRUE
               NOT AT END
                   IF NOT TEM-DEP
                      OR ORD-DEPOSITO NOT = WS-DEP-CORRENTE
                       IF TEM-DEP
                           PERFORM 3200-FECHAR-DEPOSITO
                               THRU 3200-FECHAR-DEPOSITO-EXIT
                       END-IF
                       PERFORM 3100-ABRIR-DEPOSITO
                           THRU 3100-ABRIR-DEPOSITO-EXIT
                   END-IF
                   PERFORM 3300-GRAVAR-LINHA
                       THRU 3300-GRAVAR-LINHA-EXIT
           END-RETURN.
       3010-GRAVAR-RELATORIO-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3100-ABRIR-DEPOSITO
      *    QUEBRA DE DEPOSITO: BUSCA O NOME NO CADASTRO DE DEPOSITOS
      *    E IMPRIME O CABECALHO DO GRUPO.
      *-----------------------------------------------------------------
       3100-ABRIR-DEPOSITO.
           MOVE ORD-DEPOSITO TO WS-DEP-CORRENTE
           MOVE "S" TO WS-TEM-DEP-SW
           MOVE ZEROS TO WS-DEP-VENC-LOTES WS-DEP-VENC-VALOR
                         WS-DEP-AVENC-LOTES WS-DEP-AVENC-VALOR

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           IF DEP-ARQ-NAO-EXISTE
               MOVE "*** NAO CADASTRADO ***" TO DEP-NOME
           ELSE
               MOVE ORD-DEPOSITO TO DEP-CODIGO
               READ DEPOSITO-FILE
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO DEP-NOME
               END-READ
           END-IF
           MOVE ORD-DEPOSITO TO WS-LIN-DEP-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "DEPOSITO " WS-LIN-DEP-EDIT " - " DEP-NOME
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           STRING "  PRODUT DESCRICAO            LOTE       "
                  "VALIDADE     DIAS      QTDE  CUSTO MEDIO"
                  "              VALOR  SITUACAO"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       3100-ABRIR-DEPOSITO-EXIT.
           EXIT.

       3200-FECHAR-DEPOSITO.
           MOVE WS-DEP-VENC-LOTES  TO WS-LIN-ITENS-EDIT
           MOVE WS-DEP-VENC-VALOR  TO WS-LIN-VALOR-EDIT
           MOVE WS-DEP-AVENC-LOTES TO WS-LIN-ITENS2-EDIT
           MOVE WS-DEP-AVENC-VALOR TO WS-LIN-VALOR2-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  DEPOSITO: VENCIDOS " WS-LIN-ITENS-EDIT
               " LOTES - VALOR " WS-LIN-VALOR-EDIT
               " / A VENCER " WS-LIN-ITENS2-EDIT
               " LOTES - VALOR " WS-LIN-VALOR2-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       3200-FECHAR-DEPOSITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3300-GRAVAR-LINHA
      *    IMPRIME UM LOTE: VALIDADE, DIAS QUE FALTAM, QUANTIDADE,
      *    CUSTO MEDIO E VALOR. DIAS NEGATIVOS = LOTE VENCIDO; A
      *    VALIDADE IGUAL A DATA DE REFERENCIA AINDA CONTA COMO A
      *    VENCER (O LOTE PODE SAIR ATE O FIM DO DIA).
      *-----------------------------------------------------------------
       3300-GRAVAR-LINHA.
           MOVE ORD-PRODUTO TO PROD-CODIGO
           READ PRODUTO-FILE
               INVALID KEY
                   MOVE "*** NAO CADASTRADO ***" TO PROD-DESCRICAO
                   MOVE ZEROS TO PROD-CUSTO-MEDIO
           END-READ

           IF PROD-CUSTO-MEDIO IS NUMERIC
               MOVE PROD-CUSTO-MEDIO TO WS-CUSTO-CALC
           ELSE
               MOVE ZEROS TO WS-CUSTO-CALC
           END-IF
           COMPUTE WS-VALOR-CALC = ORD-QTDE * WS-CUSTO-CALC

           MOVE ORD-VALIDADE TO WS-VALIDADE-NUM
           MOVE SPACES TO WS-VALIDADE-EDITADA
           STRING WS-VAL-DIA "/" WS-VAL-MES "/" WS-VAL-ANO
               DELIMITED BY SIZE INTO WS-VALIDADE-EDITADA

           MOVE ORD-PRODUTO   TO WS-LIN-CODIGO-EDIT
           MOVE ORD-DIAS      TO WS-LIN-DIAS-EDIT
           MOVE ORD-QTDE      TO WS-LIN-QTDE-EDIT
           MOVE WS-CUSTO-CALC TO WS-LIN-CUSTO-EDIT
           MOVE WS-VALOR-CALC TO WS-LIN-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-CODIGO-EDIT
               " " PROD-DESCRICAO (1:20) " " ORD-LOTE
               " " WS-VALIDADE-EDITADA " " WS-LIN-DIAS-EDIT
               " " WS-LIN-QTDE-EDIT " " WS-LIN-CUSTO-EDIT
               " " WS-LIN-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           IF ORD-DIAS < ZEROS
               MOVE "VENCIDO" TO REL-LINHA (103:8)
               ADD 1 TO WS-DEP-VENC-LOTES
               ADD 1 TO WS-GERAL-VENC-LOTES
               ADD WS-VALOR-CALC TO WS-DEP-VENC-VALOR
               ADD WS-VALOR-CALC TO WS-GERAL-VENC-VALOR
           ELSE
               MOVE "A VENCER" TO REL-LINHA (103:8)
               ADD 1 TO WS-DEP-AVENC-LOTES
               ADD 1 TO WS-GERAL-AVENC-LOTES
               ADD WS-VALOR-CALC TO WS-DEP-AVENC-VALOR
               ADD WS-VALOR-CALC TO WS-GERAL-AVENC-VALOR
           END-IF
           WRITE REL-LINHA

           ADD 1 TO WS-GERAL-LOTES.
       3300-GRAVAR-LINHA-EXIT.
           EXIT.

       3400-GRAVAR-TOTAIS-GERAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-GERAL-VENC-LOTES  TO WS-LIN-ITENS-EDIT
           MOVE WS-GERAL-VENC-VALOR  TO WS-LIN-VALOR-EDIT
           MOVE WS-GERAL-AVENC-LOTES TO WS-LIN-ITENS2-EDIT
           MOVE WS-GERAL-AVENC-VALOR TO WS-LIN-VALOR2-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "TOTAL GERAL: VENCIDOS " WS-LIN-ITENS-EDIT
               " LOTES - VALOR " WS-LIN-VALOR-EDIT
               " / A VENCER " WS-LIN-ITENS2-EDIT
               " LOTES - VALOR " WS-LIN-VALOR2-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       3400-GRAVAR-TOTAIS-GERAIS-EXIT.
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
      *    9000-FINALIZAR
      *    FECHA OS ARQUIVOS ABERTOS FORA DO SORT.
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           CLOSE PRODUTO-FILE
           CLOSE DEPOSITO-FILE.
       9000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9500-GRAVAR-LOG-NOTURNO
      *    NO MODO SEM OPERADOR, ANOTA NO LOG CONSOLIDADO DA CADEIA
      *    NOTURNA (NOTURNO.LOG) UMA LINHA COM O PROGRAMA, O CODIGO
      *    DE RETORNO E A CONTAGEM DE LOTES LISTADOS.
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
           MOVE WS-GERAL-LOTES TO WS-LOGN-REG
           MOVE SPACES TO LOGN-LINHA
           STRING WS-DATA-SISTEMA " "
                  WS-HR WS-MN WS-SG
                  " RELVENC  RC=00 REG=" WS-LOGN-REG
                  " LOTES A VENCER GRAVADOS EM RELVENC.TXT"
               DELIMITED BY SIZE INTO LOGN-LINHA
           WRITE LOGN-LINHA
           CLOSE LOG-NOTURNO-FILE.
       9500-GRAVAR-LOG-NOTURNO-EXIT.
           EXIT.
