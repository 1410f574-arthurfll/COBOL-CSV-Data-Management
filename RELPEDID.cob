      *-----------------------------------------------------------------
      *  IDENTIFICATION DIVISION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELPEDID.
       AUTHOR.        EQUIPE DE SISTEMAS.
       INSTALLATION.  SETOR DE TECNOLOGIA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      *  HISTORICO DE ALTERACOES
      *-----------------------------------------------------------------
      *  DATA       AUTOR   DESCRICAO
      *  15/10/2026 EQS     PROGRAMA CRIADO. RELATORIO DOS PEDIDOS DE
      *                     COMPRA EM ABERTO: LINHAS AINDA NAO
      *                     RECEBIDAS POR INTEIRO, AGRUPADAS POR
      *                     FORNECEDOR, COM O SALDO A RECEBER E A
      *                     MARCA DE ATRASO PELA DATA PREVISTA. RODA
      *                     SEM OPERADOR QUANDO RELPEDID.PRM EXISTE.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      LER AS LINHAS DOS PEDIDOS DE COMPRA (PEDITEM.DAT) E
      *      IMPRIMIR EM RELPEDID.TXT AS LINHAS ABERTAS, AGRUPADAS
      *      POR FORNECEDOR (NOME VINDO DE TERCEIRO.DAT) NA ORDEM DA
      *      DATA PREVISTA DE ENTREGA, COM QUANTIDADE PEDIDA,
      *      RECEBIDA, PENDENTE E O VALOR PENDENTE PELO CUSTO
      *      COMBINADO. LINHA COM DATA PREVISTA ANTERIOR A DATA DE
      *      REFERENCIA (PADRAO: DATA DO SISTEMA) SAI MARCADA COMO
      *      ATRASADA; O RELATORIO PODE SER RESTRITO AS ATRASADAS.
      *      NAO ALTERA NENHUM ARQUIVO DO SISTEMA - SOMENTE LEITURA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDITEM-FILE
               ASSIGN TO "PEDITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDI-CHAVE
               ALTERNATE RECORD KEY IS PEDI-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PEDITEM-STATUS.

           SELECT PRODUTO-FILE
               ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               ALTERNATE RECORD KEY IS PROD-DESCRICAO
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUTO-STATUS.

           SELECT TERCEIRO-FILE
               ASSIGN TO "TERCEIRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TER-CODIGO
               FILE STATUS IS WS-TERCEIRO-STATUS.

           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "RPEDIWRK.TMP".

           SELECT RELATORIO-FILE
               ASSIGN TO "RELPEDID.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT PARAMETRO-FILE
               ASSIGN TO "RELPEDID.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT LOG-NOTURNO-FILE
               ASSIGN TO "NOTURNO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-NOTURNO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDITEM-FILE
           LABEL RECORD IS STANDARD.
           COPY PEDIREC.

       FD  PRODUTO-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODREC.

       FD  TERCEIRO-FILE
           LABEL RECORD IS STANDARD.
           COPY TERCREC.

       SD  ARQUIVO-ORDENACAO.
       01  ORD-REC.
           02  ORD-FORNECEDOR            PIC 9(06).
           02  ORD-PREVISTA              PIC 9(08).
           02  ORD-PEDIDO                PIC 9(06).
           02  ORD-PRODUTO               PIC 9(06).
           02  ORD-QTDE                  PIC 9(07).
           02  ORD-RECEBIDA              PIC 9(07).
           02  ORD-CUSTO                 PIC 9(07)V99.

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
       01  WS-PEDITEM-STATUS             PIC X(02) VALUE "00".
           88  PEDI-OK                              VALUE "00".
           88  PEDI-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-PRODUTO-STATUS             PIC X(02) VALUE "00".
           88  PROD-OK                              VALUE "00".
           88  PROD-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-TERCEIRO-STATUS            PIC X(02) VALUE "00".
           88  TER-OK                                VALUE "00".
           88  TER-ARQ-NAO-EXISTE                    VALUE "35".

       01  WS-RELATORIO-STATUS           PIC X(02) VALUE "00".

       01  WS-DATA-SISTEMA               PIC X(08).
       01  WS-DATA-EDITADA.
           02  WS-DATA-ANO               PIC X(04).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DATA-MES               PIC X(02).
           02  FILLER                    PIC X(01) VALUE "/".
           02  WS-DATA-DIA               PIC X(02).

      *----------------------------------------------------------------
      *    FILTROS DO RELATORIO: DATA DE REFERENCIA DO ATRASO,
      *    AAAAMMDD (EM BRANCO = DATA DO SISTEMA), E "S" PARA LISTAR
      *    SOMENTE AS LINHAS ATRASADAS.
      *----------------------------------------------------------------
       01  WS-DATA-REFERENCIA            PIC X(08) VALUE SPACES.
       01  WS-SOMENTE-ATRASADOS          PIC X(01) VALUE "N".
           88  SOMENTE-ATRASADOS                    VALUE "S" "s".

      *----------------------------------------------------------------
      *    AREA DO MODO SEM OPERADOR: QUANDO RELPEDID.PRM EXISTE, OS
      *    FILTROS VEM DO ARQUIVO DE PARAMETROS (DATA-REFERENCIA=,
      *    SOMENTE-ATRASADOS=; LINHAS EM BRANCO E INICIADAS POR "*"
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

       01  WS-PEDI-FIM-SW                PIC X(01) VALUE "N".
           88  PEDI-FIM                             VALUE "S".

       01  WS-SORT-FIM-SW                PIC X(01) VALUE "N".
           88  SORT-FIM                             VALUE "S".

       01  WS-ATRASADA-SW                PIC X(01) VALUE "N".
           88  LINHA-ATRASADA                       VALUE "S".

      *----------------------------------------------------------------
      *    DATA PREVISTA AAAAMMDD DESMEMBRADA PARA IMPRESSAO.
      *----------------------------------------------------------------
       01  WS-PREVISTA-NUM               PIC 9(08).
       01  WS-PREVISTA-GRUPO REDEFINES WS-PREVISTA-NUM.
           02  WS-PREV-ANO               PIC 9(04).
           02  WS-PREV-MES               PIC 9(02).
           02  WS-PREV-DIA               PIC 9(02).
       01  WS-PREVISTA-EDITADA           PIC X(10).

      *----------------------------------------------------------------
      *    QUEBRA POR FORNECEDOR E TOTAIS
      *----------------------------------------------------------------
       01  WS-PENDENTE                   PIC 9(07) VALUE ZEROS.
       01  WS-VALOR-CALC                 PIC 9(12)V99 VALUE ZEROS.

       01  WS-FORNEC-CORRENTE            PIC 9(06) VALUE ZEROS.
       01  WS-TEM-FORNEC-SW              PIC X(01) VALUE "N".
           88  TEM-FORNEC                           VALUE "S".

       01  WS-FORNEC-LINHAS              PIC 9(06) COMP VALUE ZEROS.
       01  WS-FORNEC-ATRASADAS           PIC 9(06) COMP VALUE ZEROS.
       01  WS-FORNEC-VALOR               PIC 9(13)V99 VALUE ZEROS.
       01  WS-GERAL-LINHAS               PIC 9(06) COMP VALUE ZEROS.
       01  WS-GERAL-ATRASADAS            PIC 9(06) COMP VALUE ZEROS.
       01  WS-GERAL-VALOR                PIC 9(13)V99 VALUE ZEROS.

       01  WS-LINHA-EDITADA.
           02  WS-LIN-CODIGO-EDIT        PIC ZZZZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-QTDE-EDIT          PIC Z.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-RECEB-EDIT         PIC Z.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-PEND-EDIT          PIC Z.ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-VALOR-EDIT         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-ITENS-EDIT         PIC ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-ATRASO-EDIT        PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
      *  PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-DETECTAR-LOTE THRU 0100-DETECTAR-LOTE-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-FORNECEDOR
                                ORD-PREVISTA
                                ORD-PEDIDO
                                ORD-PRODUTO
               INPUT PROCEDURE IS 2000-LER-PEDIDOS
               OUTPUT PROCEDURE IS 3000-GRAVAR-RELATORIO
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           DISPLAY "PEDIDOS EM ABERTO GRAVADOS EM RELPEDID.TXT. "
               "LINHAS: " WS-GERAL-LINHAS
               " ATRASADAS: " WS-GERAL-ATRASADAS
           IF EXECUCAO-LOTE
               PERFORM 9500-GRAVAR-LOG-NOTURNO
                   THRU 9500-GRAVAR-LOG-NOTURNO-EXIT
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      *    0100-DETECTAR-LOTE
      *    LIGA O MODO SEM OPERADOR QUANDO RELPEDID.PRM EXISTE NO
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
               WHEN "SOMENTE-ATRASADOS"
                   MOVE WS-PARM-VALOR (1:1) TO WS-SOMENTE-ATRASADOS
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONHECIDO EM RELPEDID.PRM: "
                       PARM-LINHA
           END-EVALUATE.
       0120-PROCESSAR-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    ABRE OS CADASTROS SOMENTE PARA LEITURA (DESCRICAO DO
      *    PRODUTO E NOME DO FORNECEDOR), OBTEM A DATA DO SISTEMA E
      *    PERGUNTA OS FILTROS DO RELATORIO.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT PRODUTO-FILE
           OPEN INPUT TERCEIRO-FILE

           IF NOT EXECUCAO-LOTE
               DISPLAY "DATA DE REFERENCIA AAAAMMDD (BRANCO = HOJE)..: "
                   WITH NO ADVANCING
               ACCEPT WS-DATA-REFERENCIA
               DISPLAY "SOMENTE LINHAS ATRASADAS? (S/N)..............: "
                   WITH NO ADVANCING
               ACCEPT WS-SOMENTE-ATRASADOS
           END-IF

           IF WS-DATA-REFERENCIA = SPACES
              OR WS-DATA-REFERENCIA = ZEROS
               MOVE WS-DATA-SISTEMA TO WS-DATA-REFERENCIA
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-LER-PEDIDOS (INPUT PROCEDURE DO SORT)
      *    LE AS LINHAS DOS PEDIDOS NA ORDEM DA CHAVE E MANDA
      *    (RELEASE) PARA A ORDENACAO AS LINHAS ABERTAS COM SALDO A
      *    RECEBER (SO AS ATRASADAS, QUANDO PEDIDO).
      *-----------------------------------------------------------------
       2000-LER-PEDIDOS.
           MOVE "N" TO WS-PEDI-FIM-SW
           OPEN INPUT PEDITEM-FILE
           IF PEDI-ARQ-NAO-EXISTE
               DISPLAY "ARQUIVO PEDITEM.DAT NAO ENCONTRADO. O "
                   "RELATORIO SERA GRAVADO VAZIO."
               GO TO 2000-LER-PEDIDOS-EXIT
           END-IF
           MOVE ZEROS TO PEDI-NUMERO PEDI-PRODUTO
           START PEDITEM-FILE KEY IS NOT LESS THAN PEDI-CHAVE
               INVALID KEY
                   SET PEDI-FIM TO TRUE
           END-START
           PERFORM 2010-LER-PEDIDOS-UM
               THRU 2010-LER-PEDIDOS-UM-EXIT
               UNTIL PEDI-FIM
           CLOSE PEDITEM-FILE.
       2000-LER-PEDIDOS-EXIT.
           EXIT.

       2010-LER-PEDIDOS-UM.
           READ PEDITEM-FILE NEXT RECORD
               AT END
                   SET PEDI-FIM TO TRUE
               NOT AT END
                   PERFORM 2100-FILTRAR-LINHA
                       THRU 2100-FILTRAR-LINHA-EXIT
           END-READ.
       2010-LER-PEDIDOS-UM-EXIT.
           EXIT.

       2100-FILTRAR-LINHA.
           IF NOT PEDI-ABERTA
              OR PEDI-RECEBIDA NOT < PEDI-QTDE
               GO TO 2100-FILTRAR-LINHA-EXIT
           END-IF
           IF SOMENTE-ATRASADOS
              AND PEDI-PREVISTA NOT < WS-DATA-REFERENCIA
               GO TO 2100-FILTRAR-LINHA-EXIT
           END-IF

           MOVE PEDI-FORNECEDOR TO ORD-FORNECEDOR
           MOVE PEDI-PREVISTA   TO ORD-PREVISTA
           MOVE PEDI-NUMERO     TO ORD-PEDIDO
           MOVE PEDI-PRODUTO    TO ORD-PRODUTO
           MOVE PEDI-QTDE       TO ORD-QTDE
           MOVE PEDI-RECEBIDA   TO ORD-RECEBIDA
           MOVE PEDI-CUSTO      TO ORD-CUSTO
           RELEASE ORD-REC.
       2100-FILTRAR-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-GRAVAR-RELATORIO (OUTPUT PROCEDURE DO SORT)
      *    DEVOLVE (RETURN) AS LINHAS JA ORDENADAS POR FORNECEDOR E
      *    DATA PREVISTA E MONTA O RELATORIO: CABECALHO COM O NOME DO
      *    FORNECEDOR NA QUEBRA, UMA LINHA POR ITEM PENDENTE E TOTAIS
      *    POR FORNECEDOR E GERAIS.
      *-----------------------------------------------------------------
       3000-GRAVAR-RELATORIO.
           MOVE "N" TO WS-SORT-FIM-SW
           OPEN OUTPUT RELATORIO-FILE

           MOVE WS-DATA-SISTEMA (1:4) TO WS-DATA-ANO
           MOVE WS-DATA-SISTEMA (5:2) TO WS-DATA-MES
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DATA-DIA

           MOVE SPACES TO REL-LINHA
           STRING "PEDIDOS DE COMPRA EM ABERTO - " WS-DATA-EDITADA
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-DATA-REFERENCIA (1:4) TO WS-DATA-ANO
           MOVE WS-DATA-REFERENCIA (5:2) TO WS-DATA-MES
           MOVE WS-DATA-REFERENCIA (7:2) TO WS-DATA-DIA
           MOVE SPACES TO REL-LINHA
           IF SOMENTE-ATRASADOS
               STRING "SOMENTE LINHAS ATRASADAS EM " WS-DATA-EDITADA
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING "ATRASO APURADO EM " WS-DATA-EDITADA
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
           WRITE REL-LINHA

           MOVE "=======================================" TO REL-LINHA
           WRITE REL-LINHA

           PERFORM 3010-GRAVAR-RELATORIO-UM
               THRU 3010-GRAVAR-RELATORIO-UM-EXIT
               UNTIL SORT-FIM

           IF TEM-FORNEC
               PERFORM 3200-FECHAR-FORNECEDOR
                   THRU 3200-FECHAR-FORNECEDOR-EXIT
               PERFORM 3400-GRAVAR-TOTAIS-GERAIS
                   THRU 3400-GRAVAR-TOTAIS-GERAIS-EXIT
           ELSE
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "NENHUM PEDIDO EM ABERTO PARA OS FILTROS PEDIDOS."
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
                   IF NOT TEM-FORNEC
                      OR ORD-FORNECEDOR NOT = WS-FORNEC-CORRENTE
                       IF TEM-FORNEC
                           PERFORM 3200-FECHAR-FORNECEDOR
                               THRU 3200-FECHAR-FORNECEDOR-EXIT
                       END-IF
                       PERFORM 3100-ABRIR-FORNECEDOR
                           THRU 3100-ABRIR-FORNECEDOR-EXIT
                   END-IF
                   PERFORM 3300-GRAVAR-LINHA
                       THRU 3300-GRAVAR-LINHA-EXIT
           END-RETURN.
       3010-GRAVAR-RELATORIO-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3100-ABRIR-FORNECEDOR
      *    QUEBRA DE FORNECEDOR: BUSCA O NOME NO CADASTRO DE
      *    TERCEIROS E IMPRIME O CABECALHO DO GRUPO.
      *-----------------------------------------------------------------
       3100-ABRIR-FORNECEDOR.
           MOVE ORD-FORNECEDOR TO WS-FORNEC-CORRENTE
           MOVE "S" TO WS-TEM-FORNEC-SW
           MOVE ZEROS TO WS-FORNEC-LINHAS WS-FORNEC-ATRASADAS
                         WS-FORNEC-VALOR

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           IF TER-ARQ-NAO-EXISTE
               MOVE "*** NAO CADASTRADO ***" TO TER-NOME
           ELSE
               MOVE ORD-FORNECEDOR TO TER-CODIGO
               READ TERCEIRO-FILE
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO TER-NOME
               END-READ
           END-IF
           MOVE ORD-FORNECEDOR TO WS-LIN-CODIGO-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "FORNECEDOR " WS-LIN-CODIGO-EDIT " - " TER-NOME
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           STRING "  PEDIDO PRODUT DESCRICAO                "
                  "PREVISTA      PEDIDA  RECEBIDA  PENDENTE"
                  "     VALOR PENDENTE"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       3100-ABRIR-FORNECEDOR-EXIT.
           EXIT.

       3200-FECHAR-FORNECEDOR.
           MOVE WS-FORNEC-LINHAS    TO WS-LIN-ITENS-EDIT
           MOVE WS-FORNEC-ATRASADAS TO WS-LIN-ATRASO-EDIT
           MOVE WS-FORNEC-VALOR     TO WS-LIN-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  LINHAS DO FORNECEDOR " WS-LIN-ITENS-EDIT
               " - ATRASADAS " WS-LIN-ATRASO-EDIT
               " - VALOR PENDENTE " WS-LIN-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       3200-FECHAR-FORNECEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3300-GRAVAR-LINHA
      *    IMPRIME UMA LINHA PENDENTE: SALDO A RECEBER, VALOR PELO
      *    CUSTO COMBINADO NO PEDIDO E A MARCA "ATRASADO" QUANDO A
      *    DATA PREVISTA JA PASSOU NA DATA DE REFERENCIA.
      *-----------------------------------------------------------------
       3300-GRAVAR-LINHA.
           MOVE ORD-PRODUTO TO PROD-CODIGO
           READ PRODUTO-FILE
               INVALID KEY
                   MOVE "*** NAO CADASTRADO ***" TO PROD-DESCRICAO
           END-READ

           COMPUTE WS-PENDENTE = ORD-QTDE - ORD-RECEBIDA
           COMPUTE WS-VALOR-CALC = WS-PENDENTE * ORD-CUSTO

           MOVE "N" TO WS-ATRASADA-SW
           IF ORD-PREVISTA < WS-DATA-REFERENCIA
               SET LINHA-ATRASADA TO TRUE
           END-IF

           MOVE ORD-PREVISTA TO WS-PREVISTA-NUM
           MOVE SPACES TO WS-PREVISTA-EDITADA
           STRING WS-PREV-DIA "/" WS-PREV-MES "/" WS-PREV-ANO
               DELIMITED BY SIZE INTO WS-PREVISTA-EDITADA

           MOVE ORD-PRODUTO   TO WS-LIN-CODIGO-EDIT
           MOVE ORD-QTDE      TO WS-LIN-QTDE-EDIT
           MOVE ORD-RECEBIDA  TO WS-LIN-RECEB-EDIT
           MOVE WS-PENDENTE   TO WS-LIN-PEND-EDIT
           MOVE WS-VALOR-CALC TO WS-LIN-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " ORD-PEDIDO " " WS-LIN-CODIGO-EDIT
               " " PROD-DESCRICAO (1:24) " " WS-PREVISTA-EDITADA
               " " WS-LIN-QTDE-EDIT " " WS-LIN-RECEB-EDIT
               " " WS-LIN-PEND-EDIT " " WS-LIN-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           IF LINHA-ATRASADA
               MOVE "ATRASADO" TO REL-LINHA (103:8)
               ADD 1 TO WS-FORNEC-ATRASADAS
               ADD 1 TO WS-GERAL-ATRASADAS
           END-IF
           WRITE REL-LINHA

           ADD 1 TO WS-FORNEC-LINHAS
           ADD 1 TO WS-GERAL-LINHAS
           ADD WS-VALOR-CALC TO WS-FORNEC-VALOR
           ADD WS-VALOR-CALC TO WS-GERAL-VALOR.
       3300-GRAVAR-LINHA-EXIT.
           EXIT.

       3400-GRAVAR-TOTAIS-GERAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-GERAL-LINHAS    TO WS-LIN-ITENS-EDIT
           MOVE WS-GERAL-ATRASADAS TO WS-LIN-ATRASO-EDIT
           MOVE WS-GERAL-VALOR     TO WS-LIN-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "TOTAL GERAL: LINHAS " WS-LIN-ITENS-EDIT
               " - ATRASADAS " WS-LIN-ATRASO-EDIT
               " - VALOR PENDENTE " WS-LIN-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       3400-GRAVAR-TOTAIS-GERAIS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-FINALIZAR
      *    FECHA OS ARQUIVOS ABERTOS FORA DO SORT.
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           CLOSE PRODUTO-FILE
           CLOSE TERCEIRO-FILE.
       9000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9500-GRAVAR-LOG-NOTURNO
      *    NO MODO SEM OPERADOR, ANOTA NO LOG CONSOLIDADO DA CADEIA
      *    NOTURNA (NOTURNO.LOG) UMA LINHA COM O PROGRAMA, O CODIGO
      *    DE RETORNO E A CONTAGEM DE LINHAS PENDENTES LISTADAS.
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
           MOVE WS-GERAL-LINHAS TO WS-LOGN-REG
           MOVE SPACES TO LOGN-LINHA
           STRING WS-DATA-SISTEMA " "
                  WS-HR WS-MN WS-SG
                  " RELPEDID RC=00 REG=" WS-LOGN-REG
                  " PEDIDOS EM ABERTO GRAVADOS EM RELPEDID.TXT"
               DELIMITED BY SIZE INTO LOGN-LINHA
           WRITE LOGN-LINHA
           CLOSE LOG-NOTURNO-FILE.
       9500-GRAVAR-LOG-NOTURNO-EXIT.
           EXIT.
