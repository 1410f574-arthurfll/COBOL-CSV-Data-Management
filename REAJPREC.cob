      *-----------------------------------------------------------------
      *  IDENTIFICATION DIVISION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REAJPREC.
       AUTHOR.        EQUIPE DE SISTEMAS.
       INSTALLATION.  SETOR DE TECNOLOGIA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      *  HISTORICO DE ALTERACOES
      *-----------------------------------------------------------------
      *  DATA       AUTOR   DESCRICAO
      *  15/10/2026 EQS     PROGRAMA CRIADO. REAJUSTE DE PRECO DE
      *                     TABELA EM MASSA, POR CATEGORIA OU POR
      *                     LISTA DE PRODUTOS, COM PERCENTUAL OU
      *                     PRECO FIXO E DATA DE VIGENCIA FUTURA:
      *                     PREVIA EM RELATORIO E PROGRAMACAO EM
      *                     REAJUSTE.DAT, APLICADA NA DATA PELO
      *                     APLREAJ NA CADEIA NOTURNA. RODA SEM
      *                     OPERADOR QUANDO REAJPREC.PRM EXISTE.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      SELECIONAR OS PRODUTOS DE UMA CATEGORIA (CAT-CODIGO) OU
      *      DE UMA LISTA DE CODIGOS E CALCULAR O PRECO DE TABELA
      *      NOVO DE CADA UM - PRECO ATUAL MAIS UM PERCENTUAL
      *      (NEGATIVO PARA REDUCAO), ARREDONDADO AO CENTAVO, OU UM
      *      PRECO FIXO INFORMADO. O RELATORIO REAJPREC.TXT MOSTRA
      *      PRECO ATUAL, PRECO NOVO, VARIACAO E O EFEITO NA
      *      VALORIZACAO DO ESTOQUE PELO PRECO DE TABELA: O RELVALOR
      *      SO USA O PRECO PARA O PRODUTO SEM CUSTO MEDIO (BASE "T");
      *      PRODUTO COM CUSTO (BASE "C") NAO MUDA DE VALOR.
      *      NO MODO PREVIA NADA E GRAVADO. NO MODO PROGRAMAR CADA
      *      PRODUTO REAJUSTADO VIRA UMA LINHA PENDENTE EM
      *      REAJUSTE.DAT, TODAS COM O MESMO NUMERO DE LOTE; O PRECO
      *      SO MUDA NO PRODUTO QUANDO O APLREAJ RODA NA VIGENCIA.
      *      PARAMETROS (REAJPREC.PRM, UM CAMPO=VALOR POR LINHA):
      *          MODO=PREVIA OU MODO=PROGRAMAR
      *          CATEGORIA=NNNN          (OU)
      *          PRODUTO=NNNNNN          (UMA LINHA POR PRODUTO)
      *          PERCENTUAL=-5,5         (OU)
      *          PRECO=12,90
      *          VIGENCIA=AAAAMMDD       (POSTERIOR A DATA DO SISTEMA)
      *          MOTIVO=TEXTO
      *          USUARIO=OPERADOR        (OBRIGATORIO PARA PROGRAMAR)
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

           SELECT USUARIO-FILE
               ASSIGN TO "USUARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-CODIGO
               FILE STATUS IS WS-USUARIO-ARQ-STATUS.

           SELECT REAJUSTE-FILE
               ASSIGN TO "REAJUSTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REAJ-CHAVE
               ALTERNATE RECORD KEY IS REAJ-VIGENCIA
                   WITH DUPLICATES
               FILE STATUS IS WS-REAJUSTE-STATUS.

           SELECT RELATORIO-FILE
               ASSIGN TO "REAJPREC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT PARAMETRO-FILE
               ASSIGN TO "REAJPREC.PRM"
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

       FD  USUARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY USURREC.

       FD  REAJUSTE-FILE
           LABEL RECORD IS STANDARD.
           COPY REAJREC.

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
           88  PROD-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-CATEGORIA-STATUS           PIC X(02) VALUE "00".
           88  CAT-OK                               VALUE "00".

       01  WS-REAJUSTE-STATUS            PIC X(02) VALUE "00".
           88  REAJ-OK                              VALUE "00".
           88  REAJ-ARQ-NAO-EXISTE                  VALUE "35".

       01  WS-RELATORIO-STATUS           PIC X(02) VALUE "00".

      *-----------------------------------------------------------------
      *    AREA DA VALIDACAO DO USUARIO CONTRA USUARIO.DAT. SEM O
      *    CADASTRO NO DIRETORIO O PROGRAMA SEGUE SO COM O NOME,
      *    ASSUMINDO PERFIL DE OPERADOR. O PERFIL DE CONSULTA SO
      *    EMITE A PREVIA.
      *-----------------------------------------------------------------
       01  WS-USUARIO-ARQ-STATUS         PIC X(02) VALUE "00".
           88  USU-OK                               VALUE "00".
           88  USU-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-USUARIO                    PIC X(08) VALUE SPACES.
       01  WS-LOGIN-SENHA                PIC X(08) VALUE SPACES.

       01  WS-PERFIL                     PIC X(01) VALUE "O".
           88  PERFIL-CONSULTA                      VALUE "C".

       01  WS-CONFIRMA-RESPOSTA          PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------
      *    AREA DO MODO SEM OPERADOR: QUANDO REAJPREC.PRM EXISTE, A
      *    SELECAO E O REAJUSTE VEM DO ARQUIVO DE PARAMETROS (LINHAS
      *    EM BRANCO E INICIADAS POR "*" IGNORADAS) E O RESULTADO E
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

       01  WS-LOGN-RC                    PIC 9(02) VALUE ZEROS.
       01  WS-LOGN-REG                   PIC 9(08) VALUE ZEROS.
       01  WS-RETORNO                    PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------
      *    PARAMETROS DO REAJUSTE. O PERCENTUAL E O PRECO FIXO SAO
      *    RECEBIDOS COMO TEXTO COM VIRGULA DECIMAL E CONVERTIDOS POR
      *    8300-CONVERTER-VALOR; SO UM DOS DOIS PODE SER INFORMADO.
      *----------------------------------------------------------------
       01  WS-MODO                       PIC X(10) VALUE "PREVIA".
           88  MODO-PREVIA                          VALUE "PREVIA".
           88  MODO-PROGRAMAR                       VALUE "PROGRAMAR".

       01  WS-CATEGORIA                  PIC 9(04) VALUE ZEROS.
       01  WS-CATEGORIA-A                PIC X(04) VALUE SPACES.
       01  WS-CAT-NOME                   PIC X(20) VALUE SPACES.

       01  WS-PERCENTUAL-A               PIC X(12) VALUE SPACES.
       01  WS-PRECO-FIXO-A               PIC X(12) VALUE SPACES.
       01  WS-PERCENTUAL                 PIC S9(03)V99 VALUE ZEROS.
       01  WS-PRECO-FIXO                 PIC 9(07)V99 VALUE ZEROS.

       01  WS-TIPO-REAJUSTE              PIC X(01) VALUE SPACE.
           88  REAJUSTE-PERCENTUAL                  VALUE "P".
           88  REAJUSTE-PRECO-FIXO                  VALUE "F".

       01  WS-VIGENCIA                   PIC 9(08) VALUE ZEROS.
       01  WS-VIGENCIA-GRUPO REDEFINES WS-VIGENCIA.
           02  WS-VIG-ANO                PIC 9(04).
           02  WS-VIG-MES                PIC 9(02).
           02  WS-VIG-DIA                PIC 9(02).
       01  WS-VIGENCIA-A                 PIC X(08) VALUE SPACES.
       01  WS-VIGENCIA-EDITADA           PIC X(10) VALUE SPACES.

       01  WS-MOTIVO                     PIC X(30) VALUE SPACES.

       01  WS-PARM-ERRO-SW               PIC X(01) VALUE "N".
           88  PARM-ERRO                            VALUE "S".

      *----------------------------------------------------------------
      *    LISTA DE PRODUTOS (PRODUTO= NO ARQUIVO DE PARAMETROS OU
      *    CODIGOS DIGITADOS ATE O ZERO). ACIMA DO LIMITE OS CODIGOS
      *    EXCEDENTES SAO IGNORADOS COM AVISO.
      *----------------------------------------------------------------
       01  WS-TAB-LISTA.
           02  WS-LISTA-PRODUTO          PIC 9(06)
                                         OCCURS 200 TIMES.
       01  WS-LISTA-QTDE                 PIC 9(03) COMP VALUE ZEROS.
       01  WS-LISTA-MAX                  PIC 9(03) COMP VALUE 200.
       01  WS-LISTA-IND                  PIC 9(03) COMP VALUE ZEROS.
       01  WS-LISTA-CODIGO               PIC 9(06) VALUE ZEROS.

      *----------------------------------------------------------------
      *    CONVERSAO DE VALOR COM VIRGULA DECIMAL ("-12,5", "10",
      *    "3,99"): SINAL OPCIONAL, ATE 7 INTEIROS E 2 DECIMAIS.
      *----------------------------------------------------------------
       01  WS-VALOR-ENTRADA              PIC X(12).
       01  WS-VALOR-TEXTO                PIC X(12).
       01  WS-VALOR-INTEIRO-A            PIC X(08).
       01  WS-VALOR-DECIMAL-A            PIC X(03).
       01  WS-VALOR-SINAL                PIC X(01).
       01  WS-VALOR-SAIDA                PIC S9(07)V99.
       01  WS-VALOR-CENTAVOS             PIC 9(02).
       01  WS-VALOR-VALIDO-SW            PIC X(01) VALUE "N".
           88  VALOR-VALIDO                         VALUE "S".

      *-----------------------------------------------------------------
      *    AREA DE VALIDACAO DOS CAMPOS NUMERICOS, A MESMA REGRA DO
      *    SGBD: DESCARTA O PREENCHIMENTO DE BRANCOS A DIREITA E
      *    DEVOLVE O VALOR JUSTIFICADO A DIREITA COM ZEROS A
      *    ESQUERDA.
      *-----------------------------------------------------------------
       01  WS-CAMPO-NUM-ENTRADA          PIC X(11).
       01  WS-CAMPO-NUM-POS              PIC 9(02) COMP.
       01  WS-CAMPO-NUM-ACHOU-SW         PIC X(01) VALUE "N".
           88  CAMPO-NUM-ACHOU                      VALUE "S".
       01  WS-CAMPO-NUM-VALIDO-SW        PIC X(01) VALUE "N".
           88  CAMPO-NUM-VALIDO                     VALUE "S".
       01  WS-CAMPO-NUM-SAIDA            PIC 9(11).

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

       01  WS-PROD-FIM-SW                PIC X(01) VALUE "N".
           88  PROD-FIM                             VALUE "S".
       01  WS-REAJ-FIM-SW                PIC X(01) VALUE "N".
           88  REAJ-FIM                             VALUE "S".

       01  WS-LOTE                       PIC 9(06) VALUE ZEROS.

      *----------------------------------------------------------------
      *    CALCULO DO PRECO NOVO E DO EFEITO NA VALORIZACAO. A BASE
      *    DE VALORIZACAO SEGUE O RELVALOR: "C" CUSTO MEDIO (PRECO
      *    NAO AFETA O VALOR DO ESTOQUE), "T" PRECO DE TABELA.
      *----------------------------------------------------------------
       01  WS-PRECO-CALC                 PIC S9(08)V99 VALUE ZEROS.
       01  WS-PRECO-NOVO                 PIC 9(07)V99 VALUE ZEROS.
       01  WS-VARIACAO                   PIC S9(05)V99 VALUE ZEROS.
       01  WS-EFEITO                     PIC S9(13)V99 VALUE ZEROS.
       01  WS-BASE-VALOR                 PIC X(01) VALUE SPACE.
           88  BASE-TABELA                          VALUE "T".

       01  WS-TOTAL-LIDOS                PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-REAJUSTADOS          PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-INALTERADOS          PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-REJEITADOS           PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-BASE-TABELA          PIC 9(06) COMP VALUE ZEROS.
       01  WS-TOTAL-VALOR-ANTES          PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-VALOR-DEPOIS         PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-EFEITO               PIC S9(13)V99 VALUE ZEROS.

       01  WS-LINHA-EDITADA.
           02  WS-LIN-CODIGO-EDIT        PIC ZZZZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-PRECO-EDIT         PIC Z.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-NOVO-EDIT          PIC Z.ZZZ.ZZ9,99.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-VARIACAO-EDIT      PIC -ZZ.ZZ9,99.
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
           IF WS-CATEGORIA NOT = ZEROS
               PERFORM 2000-SELECIONAR-CATEGORIA
                   THRU 2000-SELECIONAR-CATEGORIA-EXIT
           ELSE
               PERFORM 2500-SELECIONAR-LISTA
                   THRU 2500-SELECIONAR-LISTA-EXIT
                   VARYING WS-LISTA-IND FROM 1 BY 1
                   UNTIL WS-LISTA-IND > WS-LISTA-QTDE
           END-IF
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
      *    LIGA O MODO SEM OPERADOR QUANDO REAJPREC.PRM EXISTE NO
      *    DIRETORIO E CARREGA A SELECAO E O REAJUSTE.
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
               WHEN "MODO"
                   MOVE WS-PARM-VALOR (1:10) TO WS-MODO
               WHEN "CATEGORIA"
                   MOVE WS-PARM-VALOR (1:4) TO WS-CATEGORIA-A
               WHEN "PRODUTO"
                   MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
                   MOVE WS-PARM-VALOR (1:6) TO WS-CAMPO-NUM-ENTRADA
                   PERFORM 8100-VALIDAR-CAMPO-NUMERICO
                       THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
                   IF CAMPO-NUM-VALIDO
                       MOVE WS-CAMPO-NUM-SAIDA TO WS-LISTA-CODIGO
                       PERFORM 0130-INCLUIR-NA-LISTA
                           THRU 0130-INCLUIR-NA-LISTA-EXIT
                   ELSE
                       DISPLAY "PRODUTO INVALIDO EM REAJPREC.PRM: "
                           PARM-LINHA
                       SET PARM-ERRO TO TRUE
                   END-IF
               WHEN "PERCENTUAL"
                   MOVE WS-PARM-VALOR (1:12) TO WS-PERCENTUAL-A
               WHEN "PRECO"
                   MOVE WS-PARM-VALOR (1:12) TO WS-PRECO-FIXO-A
               WHEN "VIGENCIA"
                   MOVE WS-PARM-VALOR (1:8) TO WS-VIGENCIA-A
               WHEN "MOTIVO"
                   MOVE WS-PARM-VALOR (1:30) TO WS-MOTIVO
               WHEN "USUARIO"
                   MOVE WS-PARM-VALOR (1:8) TO WS-USUARIO
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONHECIDO EM REAJPREC.PRM: "
                       PARM-LINHA
           END-EVALUATE.
       0120-PROCESSAR-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    0130-INCLUIR-NA-LISTA
      *    ACRESCENTA WS-LISTA-CODIGO A LISTA DE PRODUTOS A
      *    REAJUSTAR.
      *-----------------------------------------------------------------
       0130-INCLUIR-NA-LISTA.
           IF WS-LISTA-QTDE NOT < WS-LISTA-MAX
               DISPLAY "LISTA DE PRODUTOS CHEIA - PRODUTO "
                   WS-LISTA-CODIGO " IGNORADO."
               GO TO 0130-INCLUIR-NA-LISTA-EXIT
           END-IF
           ADD 1 TO WS-LISTA-QTDE
           MOVE WS-LISTA-CODIGO TO WS-LISTA-PRODUTO (WS-LISTA-QTDE).
       0130-INCLUIR-NA-LISTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    IDENTIFICA O USUARIO, PERGUNTA (OU RECEBE DOS PARAMETROS)
      *    A SELECAO E O REAJUSTE, CRITICA-OS, ABRE OS ARQUIVOS E
      *    GRAVA O CABECALHO DO RELATORIO. A PROGRAMACAO SO SEGUE
      *    COM CONFIRMACAO DO OPERADOR; SEM ELA O PROGRAMA RECUA
      *    PARA A PREVIA.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE SPACES TO WS-DATA-HORA
           STRING WS-DATA-SISTEMA " " WS-HR WS-MN WS-SG
               DELIMITED BY SIZE INTO WS-DATA-HORA

           IF NOT EXECUCAO-LOTE
               DISPLAY "CODIGO DO USUARIO (LOGIN): " WITH NO ADVANCING
               ACCEPT WS-USUARIO
               IF WS-USUARIO = SPACES
                   DISPLAY "USUARIO NAO INFORMADO. EXECUCAO "
                       "ENCERRADA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1500-VALIDAR-USUARIO
                   THRU 1500-VALIDAR-USUARIO-EXIT
               PERFORM 1100-PERGUNTAR-PARAMETROS
                   THRU 1100-PERGUNTAR-PARAMETROS-EXIT
           END-IF

           PERFORM 1200-CRITICAR-PARAMETROS
               THRU 1200-CRITICAR-PARAMETROS-EXIT
           IF PARM-ERRO
               PERFORM 1900-ENCERRAR-COM-ERRO
                   THRU 1900-ENCERRAR-COM-ERRO-EXIT
           END-IF

           IF MODO-PROGRAMAR AND EXECUCAO-LOTE
               PERFORM 1600-VALIDAR-USUARIO-LOTE
                   THRU 1600-VALIDAR-USUARIO-LOTE-EXIT
           END-IF

           IF MODO-PROGRAMAR AND PERFIL-CONSULTA
               DISPLAY "PERFIL DE CONSULTA NAO PROGRAMA REAJUSTE. "
                   "SERA GERADA SOMENTE A PREVIA."
               MOVE "PREVIA" TO WS-MODO
           END-IF

           IF MODO-PROGRAMAR AND NOT EXECUCAO-LOTE
               DISPLAY "OS PRECOS NOVOS SERAO PROGRAMADOS PARA "
                   WS-VIGENCIA-EDITADA "."
               DISPLAY "CONFIRMA A PROGRAMACAO DO REAJUSTE? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA-RESPOSTA
               IF WS-CONFIRMA-RESPOSTA NOT = "S"
                  AND WS-CONFIRMA-RESPOSTA NOT = "s"
                   DISPLAY "PROGRAMACAO NAO CONFIRMADA. SERA GERADA "
                       "SOMENTE A PREVIA."
                   MOVE "PREVIA" TO WS-MODO
               END-IF
           END-IF

           OPEN INPUT PRODUTO-FILE
           IF NOT PROD-OK
               DISPLAY "*** ERRO NA ABERTURA DE PRODUTO.DAT"
                   " - FILE STATUS " WS-PRODUTO-STATUS " ***"
               DISPLAY "SE O ARQUIVO E ANTERIOR AOS INDICES "
                   "ALTERNADOS, RODE O PROGRAMA CONVMEST."
               PERFORM 1900-ENCERRAR-COM-ERRO
                   THRU 1900-ENCERRAR-COM-ERRO-EXIT
           END-IF

           IF MODO-PROGRAMAR
               OPEN I-O REAJUSTE-FILE
               IF REAJ-ARQ-NAO-EXISTE
                   OPEN OUTPUT REAJUSTE-FILE
                   CLOSE REAJUSTE-FILE
                   OPEN I-O REAJUSTE-FILE
               END-IF
               IF NOT REAJ-OK
                   DISPLAY "*** ERRO NA ABERTURA DE REAJUSTE.DAT"
                       " - FILE STATUS " WS-REAJUSTE-STATUS " ***"
                   CLOSE PRODUTO-FILE
                   PERFORM 1900-ENCERRAR-COM-ERRO
                       THRU 1900-ENCERRAR-COM-ERRO-EXIT
               END-IF
               PERFORM 1300-PROXIMO-LOTE THRU 1300-PROXIMO-LOTE-EXIT
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           PERFORM 1400-GRAVAR-CABECALHO
               THRU 1400-GRAVAR-CABECALHO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1100-PERGUNTAR-PARAMETROS
      *    NO MODO INTERATIVO PERGUNTA A SELECAO (CATEGORIA OU LISTA
      *    DE CODIGOS TERMINADA POR ZERO), O REAJUSTE, A VIGENCIA,
      *    O MOTIVO E O MODO.
      *-----------------------------------------------------------------
       1100-PERGUNTAR-PARAMETROS.
           DISPLAY " "
           DISPLAY "---- REAJUSTE DE PRECO DE TABELA ----"
           DISPLAY "CATEGORIA (BRANCO = LISTA DE PRODUTOS)...: "
               WITH NO ADVANCING
           ACCEPT WS-CATEGORIA-A
           IF WS-CATEGORIA-A = SPACES
               DISPLAY "CODIGOS DOS PRODUTOS, UM POR LINHA (0 = FIM)"
               MOVE 1 TO WS-LISTA-CODIGO
               PERFORM 1110-PERGUNTAR-PRODUTO
                   THRU 1110-PERGUNTAR-PRODUTO-EXIT
                   UNTIL WS-LISTA-CODIGO = ZEROS
           END-IF

           DISPLAY "PERCENTUAL (EX. 5,5 OU -3; BRANCO = PRECO "
               "FIXO)..: " WITH NO ADVANCING
           ACCEPT WS-PERCENTUAL-A
           IF WS-PERCENTUAL-A = SPACES
               DISPLAY "PRECO NOVO FIXO (EX. 12,90)..............: "
                   WITH NO ADVANCING
               ACCEPT WS-PRECO-FIXO-A
           END-IF

           DISPLAY "VIGENCIA (AAAAMMDD)......................: "
               WITH NO ADVANCING
           ACCEPT WS-VIGENCIA-A
           DISPLAY "MOTIVO...................................: "
               WITH NO ADVANCING
           ACCEPT WS-MOTIVO

           DISPLAY "<1> SO PREVIA"
           DISPLAY "<2> PREVIA E PROGRAMACAO DO REAJUSTE"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA-RESPOSTA
           IF WS-CONFIRMA-RESPOSTA = "2"
               MOVE "PROGRAMAR" TO WS-MODO
           ELSE
               MOVE "PREVIA" TO WS-MODO
           END-IF.
       1100-PERGUNTAR-PARAMETROS-EXIT.
           EXIT.

       1110-PERGUNTAR-PRODUTO.
           DISPLAY "PRODUTO: " WITH NO ADVANCING
           ACCEPT WS-LISTA-CODIGO
           IF WS-LISTA-CODIGO NOT = ZEROS
               PERFORM 0130-INCLUIR-NA-LISTA
                   THRU 0130-INCLUIR-NA-LISTA-EXIT
           END-IF.
       1110-PERGUNTAR-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1200-CRITICAR-PARAMETROS
      *    EXIGE O MODO CONHECIDO, UMA SELECAO (CATEGORIA CADASTRADA
      *    OU LISTA NAO VAZIA, NUNCA AS DUAS), UM UNICO TIPO DE
      *    REAJUSTE VALIDO E A VIGENCIA POSTERIOR A DATA DO SISTEMA:
      *    O PRECO DE HOJE JA FOI USADO NO DIA, O REAJUSTE VALE A
      *    PARTIR DE AMANHA.
      *-----------------------------------------------------------------
       1200-CRITICAR-PARAMETROS.
           IF NOT MODO-PREVIA AND NOT MODO-PROGRAMAR
               DISPLAY "MODO INVALIDO (PREVIA OU PROGRAMAR): " WS-MODO
               SET PARM-ERRO TO TRUE
           END-IF

           IF WS-CATEGORIA-A NOT = SPACES
               MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
               MOVE WS-CATEGORIA-A TO WS-CAMPO-NUM-ENTRADA
               PERFORM 8100-VALIDAR-CAMPO-NUMERICO
                   THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
               IF CAMPO-NUM-VALIDO AND WS-CAMPO-NUM-SAIDA > ZEROS
                   MOVE WS-CAMPO-NUM-SAIDA TO WS-CATEGORIA
                   PERFORM 1250-VERIFICAR-CATEGORIA
                       THRU 1250-VERIFICAR-CATEGORIA-EXIT
               ELSE
                   DISPLAY "CATEGORIA INVALIDA: " WS-CATEGORIA-A
                   SET PARM-ERRO TO TRUE
               END-IF
               IF WS-LISTA-QTDE > ZEROS
                   DISPLAY "INFORME CATEGORIA OU LISTA DE PRODUTOS, "
                       "NAO AS DUAS."
                   SET PARM-ERRO TO TRUE
               END-IF
           ELSE
               IF WS-LISTA-QTDE = ZEROS
                   DISPLAY "NENHUMA CATEGORIA OU PRODUTO INFORMADO."
                   SET PARM-ERRO TO TRUE
               END-IF
           END-IF

           IF WS-PERCENTUAL-A NOT = SPACES
              AND WS-PRECO-FIXO-A NOT = SPACES
               DISPLAY "INFORME PERCENTUAL OU PRECO, NAO OS DOIS."
               SET PARM-ERRO TO TRUE
           END-IF
           IF WS-PERCENTUAL-A NOT = SPACES
               MOVE WS-PERCENTUAL-A TO WS-VALOR-ENTRADA
               PERFORM 8300-CONVERTER-VALOR
                   THRU 8300-CONVERTER-VALOR-EXIT
               IF VALOR-VALIDO AND WS-VALOR-SAIDA NOT = ZEROS
                  AND WS-VALOR-SAIDA > -100
                  AND WS-VALOR-SAIDA NOT > 999,99
                   MOVE WS-VALOR-SAIDA TO WS-PERCENTUAL
                   SET REAJUSTE-PERCENTUAL TO TRUE
               ELSE
                   DISPLAY "PERCENTUAL INVALIDO: " WS-PERCENTUAL-A
                   SET PARM-ERRO TO TRUE
               END-IF
           END-IF
           IF WS-PRECO-FIXO-A NOT = SPACES
               MOVE WS-PRECO-FIXO-A TO WS-VALOR-ENTRADA
               PERFORM 8300-CONVERTER-VALOR
                   THRU 8300-CONVERTER-VALOR-EXIT
               IF VALOR-VALIDO AND WS-VALOR-SAIDA > ZEROS
                   MOVE WS-VALOR-SAIDA TO WS-PRECO-FIXO
                   SET REAJUSTE-PRECO-FIXO TO TRUE
               ELSE
                   DISPLAY "PRECO INVALIDO: " WS-PRECO-FIXO-A
                   SET PARM-ERRO TO TRUE
               END-IF
           END-IF
           IF WS-PERCENTUAL-A = SPACES AND WS-PRECO-FIXO-A = SPACES
               DISPLAY "NENHUM PERCENTUAL OU PRECO INFORMADO."
               SET PARM-ERRO TO TRUE
           END-IF

           IF WS-VIGENCIA-A IS NUMERIC
               MOVE WS-VIGENCIA-A TO WS-VIGENCIA
           ELSE
               MOVE ZEROS TO WS-VIGENCIA
           END-IF
           IF WS-VIG-MES < 1 OR WS-VIG-MES > 12
              OR WS-VIG-DIA < 1 OR WS-VIG-DIA > 31
              OR WS-VIGENCIA NOT > WS-DATA-SISTEMA
               DISPLAY "VIGENCIA INVALIDA OU NAO POSTERIOR A HOJE: "
                   WS-VIGENCIA-A
               SET PARM-ERRO TO TRUE
           END-IF
           MOVE SPACES TO WS-VIGENCIA-EDITADA
           STRING WS-VIG-DIA "/" WS-VIG-MES "/" WS-VIG-ANO
               DELIMITED BY SIZE INTO WS-VIGENCIA-EDITADA

           IF WS-MOTIVO = SPACES
               MOVE "REAJUSTE PROGRAMADO" TO WS-MOTIVO
           END-IF.
       1200-CRITICAR-PARAMETROS-EXIT.
           EXIT.

       1250-VERIFICAR-CATEGORIA.
           OPEN INPUT CATEGORIA-FILE
           IF NOT CAT-OK
               DISPLAY "*** ERRO NA ABERTURA DE CATEGORI.DAT"
                   " - FILE STATUS " WS-CATEGORIA-STATUS " ***"
               SET PARM-ERRO TO TRUE
               GO TO 1250-VERIFICAR-CATEGORIA-EXIT
           END-IF
           MOVE WS-CATEGORIA TO CAT-CODIGO
           READ CATEGORIA-FILE
               INVALID KEY
                   DISPLAY "CATEGORIA " WS-CATEGORIA
                       " NAO CADASTRADA."
                   SET PARM-ERRO TO TRUE
               NOT INVALID KEY
                   MOVE CAT-NOME TO WS-CAT-NOME
           END-READ
           CLOSE CATEGORIA-FILE.
       1250-VERIFICAR-CATEGORIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1300-PROXIMO-LOTE
      *    O NUMERO DO LOTE DE REAJUSTE E O MAIOR JA GRAVADO MAIS UM.
      *-----------------------------------------------------------------
       1300-PROXIMO-LOTE.
           MOVE ZEROS TO WS-LOTE
           MOVE "N" TO WS-REAJ-FIM-SW
           MOVE ZEROS TO REAJ-LOTE REAJ-PRODUTO
           START REAJUSTE-FILE KEY IS NOT LESS THAN REAJ-CHAVE
               INVALID KEY
                   SET REAJ-FIM TO TRUE
           END-START
           PERFORM 1310-PROXIMO-LOTE-LER
               THRU 1310-PROXIMO-LOTE-LER-EXIT
               UNTIL REAJ-FIM
           ADD 1 TO WS-LOTE.
       1300-PROXIMO-LOTE-EXIT.
           EXIT.

       1310-PROXIMO-LOTE-LER.
           READ REAJUSTE-FILE NEXT RECORD
               AT END
                   SET REAJ-FIM TO TRUE
               NOT AT END
                   MOVE REAJ-LOTE TO WS-LOTE
           END-READ.
       1310-PROXIMO-LOTE-LER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1400-GRAVAR-CABECALHO
      *-----------------------------------------------------------------
       1400-GRAVAR-CABECALHO.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-DATA-ANO
           MOVE WS-DATA-SISTEMA (5:2) TO WS-DATA-MES
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DATA-DIA

           MOVE SPACES TO REL-LINHA
           STRING "REAJUSTE DE PRECO DE TABELA - " WS-DATA-EDITADA
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE "=======================================" TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           IF MODO-PROGRAMAR
               STRING "MODO: PROGRAMACAO - LOTE " WS-LOTE
                   " - PROGRAMADO POR " WS-USUARIO
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING "MODO: PREVIA - NENHUM REAJUSTE PROGRAMADO"
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           IF WS-CATEGORIA NOT = ZEROS
               STRING "SELECAO: CATEGORIA " WS-CATEGORIA " "
                   WS-CAT-NOME
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               MOVE WS-LISTA-QTDE TO WS-LIN-ITENS-EDIT
               STRING "SELECAO: LISTA DE " WS-LIN-ITENS-EDIT
                   " PRODUTO(S)"
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           IF REAJUSTE-PERCENTUAL
               MOVE WS-PERCENTUAL TO WS-LIN-VARIACAO-EDIT
               STRING "REAJUSTE: " WS-LIN-VARIACAO-EDIT
                   " %  VIGENCIA: " WS-VIGENCIA-EDITADA
                   "  MOTIVO: " WS-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               MOVE WS-PRECO-FIXO TO WS-LIN-NOVO-EDIT
               STRING "PRECO FIXO: " WS-LIN-NOVO-EDIT
                   "  VIGENCIA: " WS-VIGENCIA-EDITADA
                   "  MOTIVO: " WS-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           STRING "CODIGO DESCRICAO                      "
                  " PRECO ATUAL   PRECO NOVO  VARIACAO%"
                  "       QTDE B    EFEITO NA VALORIZ."
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA.
       1400-GRAVAR-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1500-VALIDAR-USUARIO
      *    VALIDA O USUARIO CONTRA O CADASTRO DE USUARIOS (SENHA,
      *    BLOQUEIO E PERFIL), COMO O LOGIN DO SGBD. SEM USUARIO.DAT
      *    NO DIRETORIO O PROGRAMA SEGUE SO COM O NOME, NO PERFIL DE
      *    OPERADOR, COMO ANTES DO CONTROLE DE ACESSO.
      *-----------------------------------------------------------------
       1500-VALIDAR-USUARIO.
           OPEN INPUT USUARIO-FILE
           IF USU-ARQ-NAO-EXISTE
               DISPLAY "CADASTRO DE USUARIOS AUSENTE - SEGUINDO SEM "
                   "VALIDACAO DE SENHA."
               GO TO 1500-VALIDAR-USUARIO-EXIT
           END-IF

           DISPLAY "SENHA....................: " WITH NO ADVANCING
           ACCEPT WS-LOGIN-SENHA

           MOVE WS-USUARIO TO USU-CODIGO
           READ USUARIO-FILE
               INVALID KEY
                   DISPLAY "USUARIO OU SENHA INVALIDOS. EXECUCAO "
                       "ENCERRADA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ

           IF USU-ESTA-BLOQUEADO
               DISPLAY "USUARIO BLOQUEADO. EXECUCAO ENCERRADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF USU-SENHA NOT = WS-LOGIN-SENHA
               DISPLAY "USUARIO OU SENHA INVALIDOS. EXECUCAO "
                   "ENCERRADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE USU-PERFIL TO WS-PERFIL
           CLOSE USUARIO-FILE.
       1500-VALIDAR-USUARIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1600-VALIDAR-USUARIO-LOTE
      *    VALIDA O USUARIO= DO ARQUIVO DE PARAMETROS CONTRA O
      *    CADASTRO DE USUARIOS, COMO O MODO LOTE DO SGBD: PRECISA
      *    EXISTIR, NAO ESTAR BLOQUEADO E NAO TER PERFIL DE
      *    CONSULTA. SEM USUARIO.DAT NO DIRETORIO BASTA O NOME.
      *-----------------------------------------------------------------
       1600-VALIDAR-USUARIO-LOTE.
           IF WS-USUARIO = SPACES
               DISPLAY "USUARIO NAO INFORMADO EM REAJPREC.PRM. "
                   "EXECUCAO ENCERRADA."
               PERFORM 1900-ENCERRAR-COM-ERRO
                   THRU 1900-ENCERRAR-COM-ERRO-EXIT
           END-IF

           OPEN INPUT USUARIO-FILE
           IF USU-ARQ-NAO-EXISTE
               GO TO 1600-VALIDAR-USUARIO-LOTE-EXIT
           END-IF

           MOVE WS-USUARIO TO USU-CODIGO
           READ USUARIO-FILE
               INVALID KEY
                   DISPLAY "USUARIO " WS-USUARIO " NAO CADASTRADO. "
                       "EXECUCAO ENCERRADA."
                   CLOSE USUARIO-FILE
                   PERFORM 1900-ENCERRAR-COM-ERRO
                       THRU 1900-ENCERRAR-COM-ERRO-EXIT
           END-READ

           IF USU-ESTA-BLOQUEADO OR USU-PERFIL-CONSULTA
               DISPLAY "USUARIO " WS-USUARIO " BLOQUEADO OU SEM "
                   "PERMISSAO. EXECUCAO ENCERRADA."
               CLOSE USUARIO-FILE
               PERFORM 1900-ENCERRAR-COM-ERRO
                   THRU 1900-ENCERRAR-COM-ERRO-EXIT
           END-IF

           MOVE USU-PERFIL TO WS-PERFIL
           CLOSE USUARIO-FILE.
       1600-VALIDAR-USUARIO-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1900-ENCERRAR-COM-ERRO
      *    ENCERRA COM RETORNO 8, ANOTANDO NO LOG NOTURNO QUANDO SEM
      *    OPERADOR. NADA FOI GRAVADO EM REAJUSTE.DAT.
      *-----------------------------------------------------------------
       1900-ENCERRAR-COM-ERRO.
           DISPLAY "REAJUSTE NAO PROCESSADO."
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
      *    2000-SELECIONAR-CATEGORIA
      *    PERCORRE O CADASTRO NA ORDEM DO CODIGO E REAJUSTA OS
      *    PRODUTOS DA CATEGORIA INFORMADA.
      *-----------------------------------------------------------------
       2000-SELECIONAR-CATEGORIA.
           MOVE "N" TO WS-PROD-FIM-SW
           MOVE ZEROS TO PROD-CODIGO
           START PRODUTO-FILE KEY IS NOT LESS THAN PROD-CODIGO
               INVALID KEY
                   SET PROD-FIM TO TRUE
           END-START
           PERFORM 2100-LER-PRODUTO THRU 2100-LER-PRODUTO-EXIT
               UNTIL PROD-FIM.
       2000-SELECIONAR-CATEGORIA-EXIT.
           EXIT.

       2100-LER-PRODUTO.
           READ PRODUTO-FILE NEXT RECORD
               AT END
                   SET PROD-FIM TO TRUE
               NOT AT END
                   IF PROD-CATEGORIA = WS-CATEGORIA
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM 3000-REAJUSTAR-PRODUTO
                           THRU 3000-REAJUSTAR-PRODUTO-EXIT
                   END-IF
           END-READ.
       2100-LER-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2500-SELECIONAR-LISTA
      *    REAJUSTA O PRODUTO DA POSICAO WS-LISTA-IND DA LISTA;
      *    CODIGO NAO CADASTRADO E APONTADO NO RELATORIO.
      *-----------------------------------------------------------------
       2500-SELECIONAR-LISTA.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE WS-LISTA-PRODUTO (WS-LISTA-IND) TO PROD-CODIGO
           READ PRODUTO-FILE
               INVALID KEY
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   MOVE SPACES TO REL-LINHA
                   STRING "PRODUTO " WS-LISTA-PRODUTO (WS-LISTA-IND)
                       " NAO CADASTRADO - IGNORADO"
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
                   GO TO 2500-SELECIONAR-LISTA-EXIT
           END-READ
           PERFORM 3000-REAJUSTAR-PRODUTO
               THRU 3000-REAJUSTAR-PRODUTO-EXIT.
       2500-SELECIONAR-LISTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-REAJUSTAR-PRODUTO
      *    CALCULA O PRECO NOVO DO PRODUTO CORRENTE, GRAVA A LINHA DO
      *    RELATORIO COM O EFEITO NA VALORIZACAO E, NO MODO
      *    PROGRAMAR, A LINHA PENDENTE EM REAJUSTE.DAT. PRODUTO CUJO
      *    PRECO NAO MUDARIA NAO E PROGRAMADO.
      *-----------------------------------------------------------------
       3000-REAJUSTAR-PRODUTO.
           IF REAJUSTE-PERCENTUAL
               COMPUTE WS-PRECO-CALC ROUNDED =
                   PROD-PRECO * (100 + WS-PERCENTUAL) / 100
           ELSE
               MOVE WS-PRECO-FIXO TO WS-PRECO-CALC
           END-IF

           IF WS-PRECO-CALC NOT > ZEROS
              OR WS-PRECO-CALC > 9999999,99
               ADD 1 TO WS-TOTAL-REJEITADOS
               MOVE PROD-CODIGO TO WS-LIN-CODIGO-EDIT
               MOVE SPACES TO REL-LINHA
               STRING WS-LIN-CODIGO-EDIT " " PROD-DESCRICAO
                   " PRECO RESULTANTE INVALIDO - NAO REAJUSTADO"
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO TO 3000-REAJUSTAR-PRODUTO-EXIT
           END-IF
           MOVE WS-PRECO-CALC TO WS-PRECO-NOVO

           IF WS-PRECO-NOVO = PROD-PRECO
               ADD 1 TO WS-TOTAL-INALTERADOS
               GO TO 3000-REAJUSTAR-PRODUTO-EXIT
           END-IF

           IF PROD-PRECO > ZEROS
               COMPUTE WS-VARIACAO ROUNDED =
                   (WS-PRECO-NOVO - PROD-PRECO) * 100 / PROD-PRECO
           ELSE
               MOVE ZEROS TO WS-VARIACAO
           END-IF

      *    MESMA REGRA DO RELVALOR: COM CUSTO MEDIO O ESTOQUE E
      *    VALORIZADO PELO CUSTO E O REAJUSTE NAO MUDA O VALOR.
           MOVE ZEROS TO WS-EFEITO
           IF PROD-CUSTO-MEDIO IS NUMERIC
              AND PROD-CUSTO-MEDIO > ZEROS
               MOVE "C" TO WS-BASE-VALOR
           ELSE
               MOVE "T" TO WS-BASE-VALOR
               ADD 1 TO WS-TOTAL-BASE-TABELA
               COMPUTE WS-EFEITO =
                   PROD-QTDE * (WS-PRECO-NOVO - PROD-PRECO)
               COMPUTE WS-TOTAL-VALOR-ANTES =
                   WS-TOTAL-VALOR-ANTES + PROD-QTDE * PROD-PRECO
               COMPUTE WS-TOTAL-VALOR-DEPOIS =
                   WS-TOTAL-VALOR-DEPOIS + PROD-QTDE * WS-PRECO-NOVO
               ADD WS-EFEITO TO WS-TOTAL-EFEITO
           END-IF

           MOVE PROD-CODIGO   TO WS-LIN-CODIGO-EDIT
           MOVE PROD-PRECO    TO WS-LIN-PRECO-EDIT
           MOVE WS-PRECO-NOVO TO WS-LIN-NOVO-EDIT
           MOVE WS-VARIACAO   TO WS-LIN-VARIACAO-EDIT
           MOVE PROD-QTDE     TO WS-LIN-QTDE-EDIT
           MOVE WS-EFEITO     TO WS-LIN-EFEITO-EDIT
           MOVE SPACES TO REL-LINHA
           STRING WS-LIN-CODIGO-EDIT " " PROD-DESCRICAO " "
               WS-LIN-PRECO-EDIT " " WS-LIN-NOVO-EDIT " "
               WS-LIN-VARIACAO-EDIT " " WS-LIN-QTDE-EDIT " "
               WS-BASE-VALOR " " WS-LIN-EFEITO-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           ADD 1 TO WS-TOTAL-REAJUSTADOS

           IF MODO-PROGRAMAR
               PERFORM 3100-GRAVAR-REAJUSTE
                   THRU 3100-GRAVAR-REAJUSTE-EXIT
           END-IF.
       3000-REAJUSTAR-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3100-GRAVAR-REAJUSTE
      *    GRAVA A LINHA PENDENTE DO LOTE COM O PRECO ATUAL COMO
      *    BASE: O APLREAJ APONTA O PRODUTO CUJO PRECO FOR ALTERADO
      *    NO CADASTRO ENTRE A PROGRAMACAO E A VIGENCIA.
      *-----------------------------------------------------------------
       3100-GRAVAR-REAJUSTE.
           MOVE SPACES        TO REAJUSTE-REC
           MOVE WS-LOTE       TO REAJ-LOTE
           MOVE PROD-CODIGO   TO REAJ-PRODUTO
           MOVE WS-VIGENCIA   TO REAJ-VIGENCIA
           MOVE PROD-PRECO    TO REAJ-PRECO-BASE
           MOVE WS-PRECO-NOVO TO REAJ-PRECO-NOVO
           SET REAJ-PENDENTE  TO TRUE
           MOVE WS-MOTIVO     TO REAJ-MOTIVO
           MOVE WS-USUARIO    TO REAJ-USUARIO
           MOVE WS-DATA-HORA  TO REAJ-DATA-HORA
           WRITE REAJUSTE-REC
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO REAJUSTE DO PRODUTO "
                       PROD-CODIGO " - STATUS " WS-REAJUSTE-STATUS
                   MOVE 8 TO WS-RETORNO
           END-WRITE.
       3100-GRAVAR-REAJUSTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5000-GRAVAR-RESUMO
      *    RESUMO DE CONTROLE E EFEITO TOTAL NA VALORIZACAO PELO
      *    PRECO DE TABELA, NO RELATORIO E NO CONSOLE.
      *-----------------------------------------------------------------
       5000-GRAVAR-RESUMO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE "RESUMO DO REAJUSTE" TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-LIDOS TO WS-LIN-ITENS-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "PRODUTOS SELECIONADOS ........... " WS-LIN-ITENS-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-REAJUSTADOS TO WS-LIN-ITENS-EDIT
           MOVE SPACES TO REL-LINHA
           IF MODO-PROGRAMAR
               STRING "PRODUTOS PROGRAMADOS ............ "
                   WS-LIN-ITENS-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING "PRODUTOS A REAJUSTAR ............ "
                   WS-LIN-ITENS-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
           WRITE REL-LINHA

           MOVE WS-TOTAL-INALTERADOS TO WS-LIN-ITENS-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "PRODUTOS SEM MUDANCA DE PRECO ... " WS-LIN-ITENS-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-REJEITADOS TO WS-LIN-ITENS-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "PRODUTOS REJEITADOS ............. " WS-LIN-ITENS-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-BASE-TABELA TO WS-LIN-ITENS-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "VALORIZADOS PELO PRECO (SEM CUSTO)"
               WS-LIN-ITENS-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-VALOR-ANTES TO WS-LIN-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "VALOR PELO PRECO ATUAL .......... " WS-LIN-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-VALOR-DEPOIS TO WS-LIN-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "VALOR PELO PRECO NOVO ........... " WS-LIN-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-EFEITO TO WS-LIN-VALOR-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "EFEITO NA VALORIZACAO DO ESTOQUE  " WS-LIN-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           IF WS-TOTAL-REJEITADOS > ZEROS AND WS-RETORNO < 4
               MOVE 4 TO WS-RETORNO
           END-IF

           IF MODO-PROGRAMAR
               DISPLAY "REAJUSTE PROGRAMADO. LOTE " WS-LOTE
                   " PRODUTOS: " WS-TOTAL-REAJUSTADOS
                   " (RELATORIO EM REAJPREC.TXT)"
           ELSE
               DISPLAY "PREVIA DO REAJUSTE GRAVADA EM REAJPREC.TXT. "
                   "PRODUTOS: " WS-TOTAL-REAJUSTADOS
           END-IF.
       5000-GRAVAR-RESUMO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8100-VALIDAR-CAMPO-NUMERICO
      *    RECEBE EM WS-CAMPO-NUM-ENTRADA UM TOKEN ALINHADO A
      *    ESQUERDA E DEVOLVE O VALOR JUSTIFICADO A DIREITA COM
      *    ZEROS A ESQUERDA, COMO A ROTINA DE MESMO NOME DO SGBD.
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
      *    8300-CONVERTER-VALOR
      *    CONVERTE WS-VALOR-ENTRADA ("-12,5", "10", "3,99") EM
      *    WS-VALOR-SAIDA: SINAL OPCIONAL NA PRIMEIRA POSICAO, ATE
      *    7 INTEIROS, VIRGULA E ATE 2 DECIMAIS.
      *-----------------------------------------------------------------
       8300-CONVERTER-VALOR.
           MOVE "N" TO WS-VALOR-VALIDO-SW
           MOVE ZEROS TO WS-VALOR-SAIDA
           MOVE SPACE TO WS-VALOR-SINAL
           MOVE WS-VALOR-ENTRADA TO WS-VALOR-TEXTO
           IF WS-VALOR-TEXTO (1:1) = "-" OR WS-VALOR-TEXTO (1:1) = "+"
               MOVE WS-VALOR-TEXTO (1:1) TO WS-VALOR-SINAL
               MOVE WS-VALOR-ENTRADA (2:11) TO WS-VALOR-TEXTO
           END-IF

           MOVE SPACES TO WS-VALOR-INTEIRO-A WS-VALOR-DECIMAL-A
           UNSTRING WS-VALOR-TEXTO DELIMITED BY "," OR SPACE
               INTO WS-VALOR-INTEIRO-A WS-VALOR-DECIMAL-A
           END-UNSTRING

           MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
           MOVE WS-VALOR-INTEIRO-A TO WS-CAMPO-NUM-ENTRADA
           PERFORM 8100-VALIDAR-CAMPO-NUMERICO
               THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
           IF NOT CAMPO-NUM-VALIDO OR WS-CAMPO-NUM-SAIDA > 9999999
               GO TO 8300-CONVERTER-VALOR-EXIT
           END-IF
           MOVE WS-CAMPO-NUM-SAIDA TO WS-VALOR-SAIDA

           MOVE ZEROS TO WS-VALOR-CENTAVOS
           IF WS-VALOR-DECIMAL-A NOT = SPACES
               IF WS-VALOR-DECIMAL-A (3:1) NOT = SPACE
                   GO TO 8300-CONVERTER-VALOR-EXIT
               END-IF
               IF WS-VALOR-DECIMAL-A (2:1) = SPACE
                   MOVE "0" TO WS-VALOR-DECIMAL-A (2:1)
               END-IF
               IF WS-VALOR-DECIMAL-A (1:2) IS NOT NUMERIC
                   GO TO 8300-CONVERTER-VALOR-EXIT
               END-IF
               MOVE WS-VALOR-DECIMAL-A (1:2) TO WS-VALOR-CENTAVOS
           END-IF
           COMPUTE WS-VALOR-SAIDA =
               WS-VALOR-SAIDA + WS-VALOR-CENTAVOS / 100
           IF WS-VALOR-SINAL = "-"
               COMPUTE WS-VALOR-SAIDA = WS-VALOR-SAIDA * -1
           END-IF
           SET VALOR-VALIDO TO TRUE.
       8300-CONVERTER-VALOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9000-FINALIZAR
      *    FECHA TODOS OS ARQUIVOS ABERTOS.
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           CLOSE PRODUTO-FILE
           CLOSE RELATORIO-FILE
           IF MODO-PROGRAMAR
               CLOSE REAJUSTE-FILE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9500-GRAVAR-LOG-NOTURNO
      *    NO MODO SEM OPERADOR, ANOTA NO LOG CONSOLIDADO DA CADEIA
      *    NOTURNA (NOTURNO.LOG) UMA LINHA COM O PROGRAMA, O CODIGO
      *    DE RETORNO, A CONTAGEM DE PRODUTOS REAJUSTADOS E O MODO.
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
           MOVE WS-TOTAL-REAJUSTADOS TO WS-LOGN-REG
           MOVE SPACES TO LOGN-LINHA
           STRING WS-DATA-SISTEMA " "
                  WS-HR WS-MN WS-SG
                  " REAJPREC RC=" WS-LOGN-RC
                  " REG=" WS-LOGN-REG
                  " MODO " WS-MODO
                  " LOTE " WS-LOTE
               DELIMITED BY SIZE INTO LOGN-LINHA
           WRITE LOGN-LINHA
           CLOSE LOG-NOTURNO-FILE.
       9500-GRAVAR-LOG-NOTURNO-EXIT.
           EXIT.
