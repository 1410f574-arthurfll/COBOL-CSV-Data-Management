      *-----------------------------------------------------------------
      *  IDENTIFICATION DIVISION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELFERIA.
       AUTHOR.        EQUIPE DE SISTEMAS.
       INSTALLATION.  SETOR DE TECNOLOGIA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      *  HISTORICO DE ALTERACOES
      *-----------------------------------------------------------------
      *  DATA       AUTOR   DESCRICAO
      *  15/10/2026 EQS     PROGRAMA CRIADO. RELATORIO DOS PERIODOS DE
      *                     FERIAS COM SALDO VENCIDOS OU PERTO DO
      *                     LIMITE DE GOZO (PAGAMENTO EM DOBRO) E DA
      *                     PROGRAMACAO DE FERIAS DOS PROXIMOS MESES.
      *                     RODA SEM OPERADOR QUANDO RELFERIA.PRM
      *                     EXISTE.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      PERCORRER O CADASTRO DE PESSOAS (PESSOA.DAT) E, PARA CADA
      *      PESSOA NAO DESLIGADA, CALCULAR OS PERIODOS AQUISITIVOS
      *      PELA MESMA REGRA DA OPCAO <P> DO SGBD (ADMISSAO MAIS DOZE
      *      MESES POR PERIODO, ADIADOS PELOS AFASTAMENTOS REGISTRADOS
      *      EM SITHIST.TXT). OS DIAS JA PROGRAMADOS DE CADA PERIODO
      *      VEM DE FERIAS.DAT. GRAVA EM RELFERIA.TXT:
      *      1) OS PERIODOS ADQUIRIDOS COM SALDO CUJO LIMITE DE GOZO
      *         JA PASSOU (VENCIDO - A EMPRESA PAGA EM DOBRO) OU CAI
      *         DENTRO DO PRAZO DE AVISO (PADRAO: 60 DIAS), NA ORDEM
      *         DO LIMITE;
      *      2) AS PARCELAS PROGRAMADAS EM FERIAS.DAT QUE ESTAO EM
      *         CURSO OU COMECAM DENTRO DA JANELA PEDIDA (PADRAO: 90
      *         DIAS), NA ORDEM DA DATA DE INICIO.
      *      NAO ALTERA NENHUM ARQUIVO DO SISTEMA - SOMENTE LEITURA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA-FILE
               ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-CODIGO
               ALTERNATE RECORD KEY IS PES-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PES-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.

           SELECT SITHIST-FILE
               ASSIGN TO "SITHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITHIST-STATUS.

           SELECT FERIAS-FILE
               ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WS-FERIAS-STATUS.

           SELECT ARQUIVO-VENCIMENTOS
               ASSIGN TO "RFERVWRK.TMP".

           SELECT ARQUIVO-PROGRAMACAO
               ASSIGN TO "RFERPWRK.TMP".

           SELECT RELATORIO-FILE
               ASSIGN TO "RELFERIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT PARAMETRO-FILE
               ASSIGN TO "RELFERIA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT LOG-NOTURNO-FILE
               ASSIGN TO "NOTURNO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-NOTURNO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PESSOA-FILE
           LABEL RECORD IS STANDARD.
           COPY PESSREC.

       FD  SITHIST-FILE
           LABEL RECORD IS OMITTED.
           COPY SITREC.

       FD  FERIAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FERIREC.

       SD  ARQUIVO-VENCIMENTOS.
       01  ORDV-REC.
           02  ORDV-LIMITE               PIC 9(08).
           02  ORDV-PESSOA               PIC 9(06).
           02  ORDV-PERIODO              PIC 9(02).
           02  ORDV-NOME                 PIC X(30).
           02  ORDV-INICIO               PIC 9(08).
           02  ORDV-FIM                  PIC 9(08).
           02  ORDV-SALDO                PIC 9(02).
           02  ORDV-DIAS                 PIC S9(05).

       SD  ARQUIVO-PROGRAMACAO.
       01  ORDP-REC.
           02  ORDP-INICIO               PIC 9(08).
           02  ORDP-PESSOA               PIC 9(06).
           02  ORDP-PERIODO              PIC 9(02).
           02  ORDP-FIM                  PIC 9(08).
           02  ORDP-DIAS                 PIC 9(02).

       FD  RELATORIO-FILE
           LABEL RECORD IS OMITTED.
       01  REL-LINHA                     PIC X(120).

       FD  PARAMETRO-FILE
           LABEL RECORD IS OMITTED.
       01  PARM-LINHA                    PIC X(80).

       FD  LOG-NOTURNO-FILE
           LABEL RECORD IS OMITTED.
       01  LOGN-LINHA                    PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-PESSOA-STATUS              PIC X(02) VALUE "00".
           88  PES-OK                               VALUE "00".

       01  WS-SITHIST-STATUS             PIC X(02) VALUE "00".
           88  SIT-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-FERIAS-STATUS              PIC X(02) VALUE "00".
           88  FER-OK                               VALUE "00".
           88  FER-ARQ-NAO-EXISTE                   VALUE "35".

       01  WS-FERIAS-DISPONIVEL-SW       PIC X(01) VALUE "N".
           88  FERIAS-DISPONIVEL                    VALUE "S".

       01  WS-RELATORIO-STATUS           PIC X(02) VALUE "00".

       01  WS-DATA-SISTEMA               PIC 9(08).

      *----------------------------------------------------------------
      *    PRAZOS DO RELATORIO: DIAS DE AVISO ANTES DO LIMITE DE GOZO
      *    (EM BRANCO = 60) E JANELA DA PROGRAMACAO A PARTIR DE HOJE
      *    (EM BRANCO = 90).
      *----------------------------------------------------------------
       01  WS-DIAS-AVISO-A               PIC X(04) VALUE SPACES.
       01  WS-DIAS-AVISO                 PIC 9(04) VALUE 60.
       01  WS-DIAS-PROGRAMACAO-A         PIC X(04) VALUE SPACES.
       01  WS-DIAS-PROGRAMACAO           PIC 9(04) VALUE 90.

      *----------------------------------------------------------------
      *    AREA DO MODO SEM OPERADOR: QUANDO RELFERIA.PRM EXISTE, OS
      *    PRAZOS VEM DO ARQUIVO DE PARAMETROS (DIAS-AVISO=,
      *    DIAS-PROGRAMACAO=; LINHAS EM BRANCO E INICIADAS POR "*"
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
       01  WS-LOGN-HST-IGN               PIC 9(06) VALUE ZEROS.
       01  WS-LOGN-EVT-IGN               PIC 9(06) VALUE ZEROS.

       01  WS-CAMPO-NUM-ENTRADA          PIC X(11).
       01  WS-CAMPO-NUM-POS              PIC 9(02) COMP.
       01  WS-CAMPO-NUM-ACHOU-SW         PIC X(01) VALUE "N".
           88  CAMPO-NUM-ACHOU                      VALUE "S".
       01  WS-CAMPO-NUM-VALIDO-SW        PIC X(01) VALUE "N".
           88  CAMPO-NUM-VALIDO                     VALUE "S".
       01  WS-CAMPO-NUM-SAIDA            PIC 9(11).

       01  WS-SITHIST-FIM-SW             PIC X(01) VALUE "N".
           88  SITHIST-FIM                          VALUE "S".
       01  WS-PES-FIM-SW                 PIC X(01) VALUE "N".
           88  PES-FIM                              VALUE "S".
       01  WS-FER-FIM-SW                 PIC X(01) VALUE "N".
           88  FER-FIM                              VALUE "S".
       01  WS-SORT-FIM-SW                PIC X(01) VALUE "N".
           88  SORT-FIM                             VALUE "S".

      *----------------------------------------------------------------
      *    HISTORICO DE SITUACAO CARREGADO NA MEMORIA (TODAS AS
      *    PESSOAS, NA ORDEM DO ARQUIVO). AS LINHAS QUE NAO COUBEREM
      *    SAO CONTADAS E DAO RC=04. AS LINHAS DA PESSOA CORRENTE VAO
      *    PARA A TABELA DE EVENTOS EM ORDEM DE DATA, E DELA PARA A
      *    TABELA DE AFASTAMENTOS EM NUMERO DE DIAS, COMO NO SGBD.
      *    OS EVENTOS ALEM DO 50O DA PESSOA TAMBEM SAO CONTADOS, COM
      *    AS PESSOAS ATINGIDAS, E DAO RC=04.
      *----------------------------------------------------------------
       01  WS-HISTORICO.
           02  WS-HST OCCURS 2000 TIMES.
               03  WS-HST-PESSOA         PIC 9(06).
               03  WS-HST-DATA           PIC 9(08).
               03  WS-HST-SIT            PIC X(01).
       01  WS-QTD-HST                    PIC 9(04) COMP VALUE ZEROS.
       01  WS-HST-IGNORADOS              PIC 9(06) COMP VALUE ZEROS.
       01  WS-HST-IND                    PIC 9(04) COMP VALUE ZEROS.

       01  WS-EVENTOS.
           02  WS-EVT OCCURS 50 TIMES.
               03  WS-EVT-DATA           PIC 9(08).
               03  WS-EVT-SIT            PIC X(01).
       01  WS-QTD-EVT                    PIC 9(03) COMP VALUE ZEROS.
       01  WS-EVT-IGNORADOS              PIC 9(06) COMP VALUE ZEROS.
       01  WS-EVT-IGNORADOS-ANT          PIC 9(06) COMP VALUE ZEROS.
       01  WS-PES-EVT-ESTOURO            PIC 9(06) COMP VALUE ZEROS.
       01  WS-EVT-IND                    PIC 9(03) COMP VALUE ZEROS.
       01  WS-EVT-POS                    PIC 9(03) COMP VALUE ZEROS.
       01  WS-EVT-POSICIONADO-SW         PIC X(01) VALUE "N".
           88  EVT-POSICIONADO                      VALUE "S".

       01  WS-AFASTAMENTOS.
           02  WS-AFA OCCURS 50 TIMES.
               03  WS-AFA-INICIO         PIC 9(08) COMP.
               03  WS-AFA-FIM            PIC 9(08) COMP.
       01  WS-QTD-AFA                    PIC 9(03) COMP VALUE ZEROS.
       01  WS-AFA-IND                    PIC 9(03) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      *    CONTAGEM DE DIAS: A DATA AAAAMMDD VIRA UM NUMERO DE DIAS
      *    CORRIDOS (CALENDARIO GREGORIANO, ANO COMECANDO EM MARCO
      *    PARA O DIA 29/02 CAIR NO FIM), E O NUMERO VOLTA A SER DATA
      *    PELO CAMINHO INVERSO.
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
       01  WS-DIA-ANO-CALC               PIC 9(05) COMP.
       01  WS-DIA-BASE-CALC              PIC 9(08) COMP.
       01  WS-DIA-BASE-ANO               PIC 9(08) COMP.
       01  WS-DIA-DO-ANO                 PIC 9(04) COMP.

      *----------------------------------------------------------------
      *    CALCULO DOS PERIODOS AQUISITIVOS DA PESSOA CORRENTE
      *----------------------------------------------------------------
       01  WS-HOJE-NUM                   PIC 9(08) COMP VALUE ZEROS.
       01  WS-AVISO-NUM                  PIC 9(08) COMP VALUE ZEROS.
       01  WS-JANELA-FIM                 PIC 9(08) VALUE ZEROS.
       01  WS-ABERTO-NUM                 PIC 9(08) COMP VALUE ZEROS.
       01  WS-DESLIG-NUM                 PIC 9(08) COMP VALUE ZEROS.
       01  WS-EVT-NUM                    PIC 9(08) COMP VALUE ZEROS.
       01  WS-INICIO-NUM                 PIC 9(08) COMP VALUE ZEROS.
       01  WS-FIM-NOMINAL                PIC 9(08) COMP VALUE ZEROS.
       01  WS-FIM-NUM                    PIC 9(08) COMP VALUE ZEROS.
       01  WS-LIMITE-NUM                 PIC 9(08) COMP VALUE ZEROS.
       01  WS-SOBRE-INICIO               PIC 9(08) COMP VALUE ZEROS.
       01  WS-SOBRE-FIM                  PIC 9(08) COMP VALUE ZEROS.
       01  WS-DIAS-AFA                   PIC 9(06) COMP VALUE ZEROS.
       01  WS-DIAS-AFA-ANT               PIC 9(06) COMP VALUE ZEROS.
       01  WS-PERIODO-NUM                PIC 9(03) COMP VALUE ZEROS.
       01  WS-PER-INICIO                 PIC 9(08) VALUE ZEROS.
       01  WS-PER-FIM                    PIC 9(08) VALUE ZEROS.
       01  WS-PER-LIMITE                 PIC 9(08) VALUE ZEROS.
       01  WS-PER-PROGRAMADOS            PIC 9(02) VALUE ZEROS.
       01  WS-PER-SALDO                  PIC 9(02) VALUE ZEROS.
       01  WS-DIAS-LIMITE                PIC S9(07) COMP VALUE ZEROS.
       01  WS-ESTAVEL-SW                 PIC X(01) VALUE "N".
           88  ESTAVEL                              VALUE "S".
       01  WS-FIM-GERACAO-SW             PIC X(01) VALUE "N".
           88  FIM-GERACAO                          VALUE "S".
       01  WS-PARC                       PIC 9(01) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      *    TOTAIS E EDICAO DAS LINHAS
      *----------------------------------------------------------------
       01  WS-QTD-PESSOAS                PIC 9(06) COMP VALUE ZEROS.
       01  WS-QTD-DESLIGADOS             PIC 9(06) COMP VALUE ZEROS.
       01  WS-QTD-SEM-ADMISSAO           PIC 9(06) COMP VALUE ZEROS.
       01  WS-QTD-VENCIDOS               PIC 9(06) COMP VALUE ZEROS.
       01  WS-QTD-A-VENCER               PIC 9(06) COMP VALUE ZEROS.
       01  WS-QTD-PARCELAS               PIC 9(06) COMP VALUE ZEROS.

       01  WS-DATA-EXIBIR                PIC X(10).
       01  WS-EXIB-INICIO                PIC X(10).
       01  WS-EXIB-FIM                   PIC X(10).
       01  WS-EXIB-LIMITE                PIC X(10).

       01  WS-LINHA-EDITADA.
           02  WS-LIN-CODIGO-EDIT        PIC ZZZZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-DIAS-EDIT          PIC -ZZZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-SALDO-EDIT         PIC Z9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-PRAZO-EDIT         PIC ZZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-QTD-EDIT           PIC ZZZ.ZZ9.
           02  FILLER                    PIC X(01) VALUE SPACE.
           02  WS-LIN-QTD2-EDIT          PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
      *  PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-DETECTAR-LOTE THRU 0100-DETECTAR-LOTE-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           OPEN OUTPUT RELATORIO-FILE
           PERFORM 1500-GRAVAR-CABECALHO
               THRU 1500-GRAVAR-CABECALHO-EXIT
           SORT ARQUIVO-VENCIMENTOS
               ON ASCENDING KEY ORDV-LIMITE
                                ORDV-PESSOA
                                ORDV-PERIODO
               INPUT PROCEDURE IS 2000-LER-PESSOAS
               OUTPUT PROCEDURE IS 3000-GRAVAR-VENCIMENTOS
           SORT ARQUIVO-PROGRAMACAO
               ON ASCENDING KEY ORDP-INICIO
                                ORDP-PESSOA
                                ORDP-PERIODO
               INPUT PROCEDURE IS 4000-LER-PROGRAMACAO
               OUTPUT PROCEDURE IS 5000-GRAVAR-PROGRAMACAO

           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           IF WS-QTD-VENCIDOS > ZEROS
               MOVE 4 TO WS-LOGN-RC
           END-IF
           DISPLAY "CONTROLE DE FERIAS GRAVADO EM RELFERIA.TXT. "
               "VENCIDOS: " WS-QTD-VENCIDOS
               " A VENCER: " WS-QTD-A-VENCER
               " PARCELAS PROGRAMADAS: " WS-QTD-PARCELAS
           MOVE WS-LOGN-RC TO RETURN-CODE
           IF EXECUCAO-LOTE
               PERFORM 9500-GRAVAR-LOG-NOTURNO
                   THRU 9500-GRAVAR-LOG-NOTURNO-EXIT
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      *    0100-DETECTAR-LOTE
      *    LIGA O MODO SEM OPERADOR QUANDO RELFERIA.PRM EXISTE NO
      *    DIRETORIO E CARREGA OS PRAZOS DO RELATORIO.
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
               WHEN "DIAS-AVISO"
                   MOVE WS-PARM-VALOR (1:4) TO WS-DIAS-AVISO-A
               WHEN "DIAS-PROGRAMACAO"
                   MOVE WS-PARM-VALOR (1:4) TO WS-DIAS-PROGRAMACAO-A
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONHECIDO EM RELFERIA.PRM: "
                       PARM-LINHA
           END-EVALUATE.
       0120-PROCESSAR-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    OBTEM A DATA DO SISTEMA, PERGUNTA OS PRAZOS (NO MODO
      *    INTERATIVO), CALCULA OS LIMITES EM NUMERO DE DIAS, ABRE O
      *    CONTROLE DE FERIAS SOMENTE PARA LEITURA (SEM ELE, NENHUM
      *    DIA CONTA COMO PROGRAMADO) E CARREGA O HISTORICO DE
      *    SITUACAO. PRAZO NAO NUMERICO FICA NO PADRAO.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           IF NOT EXECUCAO-LOTE
               DISPLAY "DIAS DE AVISO ANTES DO LIMITE (BRANCO = 60)..: "
                   WITH NO ADVANCING
               ACCEPT WS-DIAS-AVISO-A
               DISPLAY "JANELA DA PROGRAMACAO EM DIAS (BRANCO = 90)..: "
                   WITH NO ADVANCING
               ACCEPT WS-DIAS-PROGRAMACAO-A
           END-IF

           IF WS-DIAS-AVISO-A NOT = SPACES
               MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
               MOVE WS-DIAS-AVISO-A TO WS-CAMPO-NUM-ENTRADA (1:4)
               PERFORM 8100-VALIDAR-CAMPO-NUMERICO
                   THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
               IF CAMPO-NUM-VALIDO
                   MOVE WS-CAMPO-NUM-SAIDA TO WS-DIAS-AVISO
               ELSE
                   DISPLAY "PRAZO DE AVISO INVALIDO - USANDO 60 DIAS."
               END-IF
           END-IF

           IF WS-DIAS-PROGRAMACAO-A NOT = SPACES
               MOVE SPACES TO WS-CAMPO-NUM-ENTRADA
               MOVE WS-DIAS-PROGRAMACAO-A TO WS-CAMPO-NUM-ENTRADA (1:4)
               PERFORM 8100-VALIDAR-CAMPO-NUMERICO
                   THRU 8100-VALIDAR-CAMPO-NUMERICO-EXIT
               IF CAMPO-NUM-VALIDO
                   MOVE WS-CAMPO-NUM-SAIDA TO WS-DIAS-PROGRAMACAO
               ELSE
                   DISPLAY "JANELA INVALIDA - USANDO 90 DIAS."
               END-IF
           END-IF

           MOVE WS-DATA-SISTEMA TO WS-DIA-DATA
           PERFORM 8000-CALCULAR-DIA-NUMERO
               THRU 8000-CALCULAR-DIA-NUMERO-EXIT
           MOVE WS-DIA-NUMERO TO WS-HOJE-NUM
           COMPUTE WS-AVISO-NUM = WS-HOJE-NUM + WS-DIAS-AVISO
           COMPUTE WS-DIA-NUMERO = WS-HOJE-NUM + WS-DIAS-PROGRAMACAO
           PERFORM 8020-CALCULAR-DATA THRU 8020-CALCULAR-DATA-EXIT
           MOVE WS-DIA-DATA TO WS-JANELA-FIM

           OPEN INPUT FERIAS-FILE
           IF FER-OK
               SET FERIAS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "ARQUIVO FERIAS.DAT NAO DISPONIVEL (STATUS "
                   WS-FERIAS-STATUS "). NENHUMA PARCELA PROGRAMADA "
                   "SERA CONSIDERADA."
           END-IF

           PERFORM 1100-CARREGAR-HISTORICO
               THRU 1100-CARREGAR-HISTORICO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1100-CARREGAR-HISTORICO
      *    CARREGA NA TABELA AS LINHAS DE SITHIST.TXT COM DATA
      *    NUMERICA. SEM O ARQUIVO, NINGUEM TEM AFASTAMENTO.
      *-----------------------------------------------------------------
       1100-CARREGAR-HISTORICO.
           OPEN INPUT SITHIST-FILE
           IF WS-SITHIST-STATUS NOT = "00"
               GO TO 1100-CARREGAR-HISTORICO-EXIT
           END-IF
           MOVE "N" TO WS-SITHIST-FIM-SW
           PERFORM 1110-CARREGAR-HISTORICO-UM
               THRU 1110-CARREGAR-HISTORICO-UM-EXIT
               UNTIL SITHIST-FIM
           CLOSE SITHIST-FILE.
       1100-CARREGAR-HISTORICO-EXIT.
           EXIT.

       1110-CARREGAR-HISTORICO-UM.
           READ SITHIST-FILE
               AT END
                   SET SITHIST-FIM TO TRUE
                   GO TO 1110-CARREGAR-HISTORICO-UM-EXIT
           END-READ
           IF SIT-DATA IS NOT NUMERIC
               GO TO 1110-CARREGAR-HISTORICO-UM-EXIT
           END-IF
           IF WS-QTD-HST NOT < 2000
               ADD 1 TO WS-HST-IGNORADOS
               GO TO 1110-CARREGAR-HISTORICO-UM-EXIT
           END-IF
           ADD 1 TO WS-QTD-HST
           MOVE SIT-CODIGO     TO WS-HST-PESSOA (WS-QTD-HST)
           MOVE SIT-DATA (5:4) TO WS-HST-DATA (WS-QTD-HST) (1:4)
           MOVE SIT-DATA (3:2) TO WS-HST-DATA (WS-QTD-HST) (5:2)
           MOVE SIT-DATA (1:2) TO WS-HST-DATA (WS-QTD-HST) (7:2)
           MOVE SIT-SITUACAO   TO WS-HST-SIT (WS-QTD-HST).
       1110-CARREGAR-HISTORICO-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1500-GRAVAR-CABECALHO
      *-----------------------------------------------------------------
       1500-GRAVAR-CABECALHO.
           MOVE WS-DATA-SISTEMA TO WS-DIA-DATA
           PERFORM 8060-EDITAR-DATA THRU 8060-EDITAR-DATA-EXIT
           MOVE SPACES TO REL-LINHA
           STRING "CONTROLE DE FERIAS - " WS-DATA-EXIBIR
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           MOVE "=======================================" TO REL-LINHA
           WRITE REL-LINHA.
       1500-GRAVAR-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-LER-PESSOAS (INPUT PROCEDURE DA PRIMEIRA ORDENACAO)
      *    PERCORRE O CADASTRO DE PESSOAS E CALCULA OS PERIODOS DE
      *    CADA PESSOA NAO DESLIGADA. OS DESLIGADOS SO SAO CONTADOS:
      *    AS FERIAS DELES SAO ACERTADAS NA RESCISAO.
      *-----------------------------------------------------------------
       2000-LER-PESSOAS.
           OPEN INPUT PESSOA-FILE
           IF WS-PESSOA-STATUS NOT = "00"
              AND WS-PESSOA-STATUS NOT = "35"
               DISPLAY "*** ERRO NA ABERTURA DE PESSOA.DAT"
                   " - FILE STATUS " WS-PESSOA-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-PES-FIM-SW
           MOVE ZEROS TO PES-CODIGO
           START PESSOA-FILE KEY IS NOT LESS THAN PES-CODIGO
               INVALID KEY
                   SET PES-FIM TO TRUE
           END-START
           PERFORM 2010-LER-PESSOA-UMA THRU 2010-LER-PESSOA-UMA-EXIT
               UNTIL PES-FIM.
       2000-LER-PESSOAS-EXIT.
           EXIT.

       2010-LER-PESSOA-UMA.
           READ PESSOA-FILE NEXT RECORD
               AT END
                   SET PES-FIM TO TRUE
                   GO TO 2010-LER-PESSOA-UMA-EXIT
           END-READ
           IF PES-DESLIGADO
               ADD 1 TO WS-QTD-DESLIGADOS
               GO TO 2010-LER-PESSOA-UMA-EXIT
           END-IF
           IF PES-ADMISSAO IS NOT NUMERIC
              OR PES-ADM-ANO = ZEROS
              OR PES-ADM-MES < 1 OR PES-ADM-MES > 12
              OR PES-ADM-DIA < 1 OR PES-ADM-DIA > 31
               ADD 1 TO WS-QTD-SEM-ADMISSAO
               GO TO 2010-LER-PESSOA-UMA-EXIT
           END-IF
           ADD 1 TO WS-QTD-PESSOAS
           PERFORM 2100-MONTAR-AFASTAMENTOS
               THRU 2100-MONTAR-AFASTAMENTOS-EXIT

           MOVE PES-ADM-ANO TO WS-DIA-ANO
           MOVE PES-ADM-MES TO WS-DIA-MES
           MOVE PES-ADM-DIA TO WS-DIA-DIA
           PERFORM 8000-CALCULAR-DIA-NUMERO
               THRU 8000-CALCULAR-DIA-NUMERO-EXIT
           MOVE WS-DIA-NUMERO TO WS-INICIO-NUM
           MOVE 1 TO WS-PERIODO-NUM
           MOVE "N" TO WS-FIM-GERACAO-SW
           PERFORM 2200-GERAR-PERIODO THRU 2200-GERAR-PERIODO-EXIT
               UNTIL FIM-GERACAO.
       2010-LER-PESSOA-UMA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2100-MONTAR-AFASTAMENTOS
      *    SEPARA AS LINHAS DA PESSOA EM ORDEM DE DATA E APLICA AS
      *    REGRAS DO SGBD: "F" ABRE UM AFASTAMENTO; "A" O FECHA NA
      *    VESPERA E DESFAZ UM DESLIGAMENTO ANTERIOR; "D" O FECHA E
      *    MARCA O DESLIGAMENTO. AFASTAMENTO AINDA ABERTO CONTA ATE
      *    HOJE.
      *-----------------------------------------------------------------
       2100-MONTAR-AFASTAMENTOS.
           MOVE ZEROS TO WS-QTD-EVT WS-QTD-AFA WS-ABERTO-NUM
                         WS-DESLIG-NUM
           MOVE WS-EVT-IGNORADOS TO WS-EVT-IGNORADOS-ANT
           PERFORM 2110-SEPARAR-EVENTO THRU 2110-SEPARAR-EVENTO-EXIT
               VARYING WS-HST-IND FROM 1 BY 1
               UNTIL WS-HST-IND > WS-QTD-HST
           IF WS-EVT-IGNORADOS > WS-EVT-IGNORADOS-ANT
               ADD 1 TO WS-PES-EVT-ESTOURO
           END-IF
           PERFORM 2130-APLICAR-EVENTO THRU 2130-APLICAR-EVENTO-EXIT
               VARYING WS-EVT-IND FROM 1 BY 1
               UNTIL WS-EVT-IND > WS-QTD-EVT
           COMPUTE WS-EVT-NUM = WS-HOJE-NUM + 1
           PERFORM 2140-FECHAR-AFASTAMENTO
               THRU 2140-FECHAR-AFASTAMENTO-EXIT.
       2100-MONTAR-AFASTAMENTOS-EXIT.
           EXIT.

       2110-SEPARAR-EVENTO.
           IF WS-HST-PESSOA (WS-HST-IND) NOT = PES-CODIGO
               GO TO 2110-SEPARAR-EVENTO-EXIT
           END-IF
           IF WS-QTD-EVT NOT < 50
               ADD 1 TO WS-EVT-IGNORADOS
               GO TO 2110-SEPARAR-EVENTO-EXIT
           END-IF
           ADD 1 TO WS-QTD-EVT
           MOVE WS-QTD-EVT TO WS-EVT-POS
           MOVE "N" TO WS-EVT-POSICIONADO-SW
           IF WS-EVT-POS = 1
               SET EVT-POSICIONADO TO TRUE
           END-IF
           PERFORM 2120-DESLOCAR-EVENTO THRU 2120-DESLOCAR-EVENTO-EXIT
               UNTIL EVT-POSICIONADO
           MOVE WS-HST-DATA (WS-HST-IND) TO WS-EVT-DATA (WS-EVT-POS)
           MOVE WS-HST-SIT (WS-HST-IND)  TO WS-EVT-SIT (WS-EVT-POS).
       2110-SEPARAR-EVENTO-EXIT.
           EXIT.

       2120-DESLOCAR-EVENTO.
           IF WS-EVT-DATA (WS-EVT-POS - 1)
                  NOT > WS-HST-DATA (WS-HST-IND)
               SET EVT-POSICIONADO TO TRUE
               GO TO 2120-DESLOCAR-EVENTO-EXIT
           END-IF
           MOVE WS-EVT (WS-EVT-POS - 1) TO WS-EVT (WS-EVT-POS)
           SUBTRACT 1 FROM WS-EVT-POS
           IF WS-EVT-POS = 1
               SET EVT-POSICIONADO TO TRUE
           END-IF.
       2120-DESLOCAR-EVENTO-EXIT.
           EXIT.

       2130-APLICAR-EVENTO.
           MOVE WS-EVT-DATA (WS-EVT-IND) TO WS-DIA-DATA
           PERFORM 8000-CALCULAR-DIA-NUMERO
               THRU 8000-CALCULAR-DIA-NUMERO-EXIT
           MOVE WS-DIA-NUMERO TO WS-EVT-NUM

           EVALUATE WS-EVT-SIT (WS-EVT-IND)
               WHEN "F"
                   IF WS-ABERTO-NUM = ZEROS
                       MOVE WS-EVT-NUM TO WS-ABERTO-NUM
                   END-IF
               WHEN "A"
                   PERFORM 2140-FECHAR-AFASTAMENTO
                       THRU 2140-FECHAR-AFASTAMENTO-EXIT
                   MOVE ZEROS TO WS-DESLIG-NUM
               WHEN "D"
                   PERFORM 2140-FECHAR-AFASTAMENTO
                       THRU 2140-FECHAR-AFASTAMENTO-EXIT
                   MOVE WS-EVT-NUM TO WS-ABERTO-NUM
                   MOVE WS-EVT-NUM TO WS-DESLIG-NUM
           END-EVALUATE.
       2130-APLICAR-EVENTO-EXIT.
           EXIT.

       2140-FECHAR-AFASTAMENTO.
           IF WS-ABERTO-NUM = ZEROS
               GO TO 2140-FECHAR-AFASTAMENTO-EXIT
           END-IF
           IF WS-EVT-NUM > WS-ABERTO-NUM
              AND WS-QTD-AFA < 50
               ADD 1 TO WS-QTD-AFA
               MOVE WS-ABERTO-NUM TO WS-AFA-INICIO (WS-QTD-AFA)
               COMPUTE WS-AFA-FIM (WS-QTD-AFA) = WS-EVT-NUM - 1
           END-IF
           MOVE ZEROS TO WS-ABERTO-NUM.
       2140-FECHAR-AFASTAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2200-GERAR-PERIODO
      *    CALCULA O PERIODO WS-PERIODO-NUM, QUE COMECA EM
      *    WS-INICIO-NUM: FIM NOMINAL NA VESPERA DO MESMO DIA DO ANO
      *    SEGUINTE, ADIADO PELOS DIAS DE AFASTAMENTO DENTRO DELE ATE
      *    ESTABILIZAR. SO O PERIODO JA ADQUIRIDO (FIM ANTES DE HOJE
      *    E SEM DESLIGAMENTO ATE O FIM) VAI PARA A AVALIACAO.
      *-----------------------------------------------------------------
       2200-GERAR-PERIODO.
           IF WS-INICIO-NUM > WS-HOJE-NUM
              OR WS-PERIODO-NUM > 99
               SET FIM-GERACAO TO TRUE
               GO TO 2200-GERAR-PERIODO-EXIT
           END-IF
           IF WS-DESLIG-NUM > ZEROS
              AND WS-INICIO-NUM NOT < WS-DESLIG-NUM
               SET FIM-GERACAO TO TRUE
               GO TO 2200-GERAR-PERIODO-EXIT
           END-IF

           MOVE WS-INICIO-NUM TO WS-DIA-NUMERO
           PERFORM 8020-CALCULAR-DATA THRU 8020-CALCULAR-DATA-EXIT
           MOVE WS-DIA-DATA TO WS-PER-INICIO
           PERFORM 8050-SOMAR-UM-ANO THRU 8050-SOMAR-UM-ANO-EXIT
           PERFORM 8000-CALCULAR-DIA-NUMERO
               THRU 8000-CALCULAR-DIA-NUMERO-EXIT
           COMPUTE WS-FIM-NOMINAL = WS-DIA-NUMERO - 1

           MOVE ZEROS TO WS-DIAS-AFA
           MOVE "N" TO WS-ESTAVEL-SW
           PERFORM 2210-ESTENDER-PERIODO
               THRU 2210-ESTENDER-PERIODO-EXIT
               UNTIL ESTAVEL

           IF WS-FIM-NUM < WS-HOJE-NUM
              AND (WS-DESLIG-NUM = ZEROS
                   OR WS-DESLIG-NUM > WS-FIM-NUM)
               PERFORM 2300-AVALIAR-PERIODO
                   THRU 2300-AVALIAR-PERIODO-EXIT
           END-IF

           COMPUTE WS-INICIO-NUM = WS-FIM-NUM + 1
           ADD 1 TO WS-PERIODO-NUM.
       2200-GERAR-PERIODO-EXIT.
           EXIT.

       2210-ESTENDER-PERIODO.
           MOVE WS-DIAS-AFA TO WS-DIAS-AFA-ANT
           COMPUTE WS-FIM-NUM = WS-FIM-NOMINAL + WS-DIAS-AFA
           MOVE ZEROS TO WS-DIAS-AFA
           PERFORM 2220-SOMAR-AFASTAMENTO
               THRU 2220-SOMAR-AFASTAMENTO-EXIT
               VARYING WS-AFA-IND FROM 1 BY 1
               UNTIL WS-AFA-IND > WS-QTD-AFA
           IF WS-DIAS-AFA = WS-DIAS-AFA-ANT
               SET ESTAVEL TO TRUE
           END-IF.
       2210-ESTENDER-PERIODO-EXIT.
           EXIT.

       2220-SOMAR-AFASTAMENTO.
           IF WS-AFA-INICIO (WS-AFA-IND) > WS-INICIO-NUM
               MOVE WS-AFA-INICIO (WS-AFA-IND) TO WS-SOBRE-INICIO
           ELSE
               MOVE WS-INICIO-NUM TO WS-SOBRE-INICIO
           END-IF
           IF WS-AFA-FIM (WS-AFA-IND) < WS-FIM-NUM
               MOVE WS-AFA-FIM (WS-AFA-IND) TO WS-SOBRE-FIM
           ELSE
               MOVE WS-FIM-NUM TO WS-SOBRE-FIM
           END-IF
           IF WS-SOBRE-FIM NOT < WS-SOBRE-INICIO
               COMPUTE WS-DIAS-AFA = WS-DIAS-AFA
                   + WS-SOBRE-FIM - WS-SOBRE-INICIO + 1
           END-IF.
       2220-SOMAR-AFASTAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2300-AVALIAR-PERIODO
      *    PERIODO ADQUIRIDO: LIMITE DE GOZO NA VESPERA DO
      *    ANIVERSARIO DO DIA SEGUINTE AO FIM; SALDO = 30 MENOS OS
      *    DIAS PROGRAMADOS EM FERIAS.DAT. COM SALDO E LIMITE DENTRO
      *    DO PRAZO DE AVISO (OU JA PASSADO), VAI PARA A ORDENACAO.
      *-----------------------------------------------------------------
       2300-AVALIAR-PERIODO.
           MOVE WS-FIM-NUM TO WS-DIA-NUMERO
           PERFORM 8020-CALCULAR-DATA THRU 8020-CALCULAR-DATA-EXIT
           MOVE WS-DIA-DATA TO WS-PER-FIM
           COMPUTE WS-DIA-NUMERO = WS-FIM-NUM + 1
           PERFORM 8020-CALCULAR-DATA THRU 8020-CALCULAR-DATA-EXIT
           PERFORM 8050-SOMAR-UM-ANO THRU 8050-SOMAR-UM-ANO-EXIT
           PERFORM 8000-CALCULAR-DIA-NUMERO
               THRU 8000-CALCULAR-DIA-NUMERO-EXIT
           COMPUTE WS-LIMITE-NUM = WS-DIA-NUMERO - 1
           IF WS-LIMITE-NUM > WS-AVISO-NUM
               GO TO 2300-AVALIAR-PERIODO-EXIT
           END-IF
           MOVE WS-LIMITE-NUM TO WS-DIA-NUMERO
           PERFORM 8020-CALCULAR-DATA THRU 8020-CALCULAR-DATA-EXIT
           MOVE WS-DIA-DATA TO WS-PER-LIMITE

           MOVE ZEROS TO WS-PER-PROGRAMADOS
           IF FERIAS-DISPONIVEL
               MOVE PES-CODIGO     TO FER-PESSOA
               MOVE WS-PERIODO-NUM TO FER-PERIODO
               READ FERIAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FER-DIAS-PROGRAMADOS TO WS-PER-PROGRAMADOS
               END-READ
           END-IF
           IF WS-PER-PROGRAMADOS NOT < 30
               GO TO 2300-AVALIAR-PERIODO-EXIT
           END-IF
           COMPUTE WS-PER-SALDO = 30 - WS-PER-PROGRAMADOS

           COMPUTE WS-DIAS-LIMITE = WS-LIMITE-NUM - WS-HOJE-NUM
           IF WS-DIAS-LIMITE < -99999
               MOVE -99999 TO WS-DIAS-LIMITE
           END-IF
           MOVE WS-PER-LIMITE   TO ORDV-LIMITE
           MOVE PES-CODIGO      TO ORDV-PESSOA
           MOVE WS-PERIODO-NUM  TO ORDV-PERIODO
           MOVE PES-NOME        TO ORDV-NOME
           MOVE WS-PER-INICIO   TO ORDV-INICIO
           MOVE WS-PER-FIM      TO ORDV-FIM
           MOVE WS-PER-SALDO    TO ORDV-SALDO
           MOVE WS-DIAS-LIMITE  TO ORDV-DIAS
           RELEASE ORDV-REC.
       2300-AVALIAR-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-GRAVAR-VENCIMENTOS (OUTPUT PROCEDURE DA PRIMEIRA
      *    ORDENACAO)
      *    SECAO 1: UMA LINHA POR PERIODO COM SALDO, NA ORDEM DO
      *    LIMITE. DIAS NEGATIVOS = LIMITE JA PASSADO (PAGAR EM
      *    DOBRO); LIMITE HOJE AINDA CONTA COMO A VENCER.
      *-----------------------------------------------------------------
       3000-GRAVAR-VENCIMENTOS.
           CLOSE PESSOA-FILE
           MOVE "N" TO WS-SORT-FIM-SW

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-DIAS-AVISO TO WS-LIN-PRAZO-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "1) PERIODOS COM SALDO VENCIDOS OU COM LIMITE DE "
                  "GOZO NOS PROXIMOS " WS-LIN-PRAZO-EDIT " DIAS"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "  CODIGO NOME                          "
                  " PER INICIO     FIM       SLD  GOZAR ATE"
                  "    DIAS SITUACAO"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           PERFORM 3010-GRAVAR-VENCIMENTO-UM
               THRU 3010-GRAVAR-VENCIMENTO-UM-EXIT
               UNTIL SORT-FIM

           MOVE SPACES TO REL-LINHA
           IF WS-QTD-VENCIDOS = ZEROS AND WS-QTD-A-VENCER = ZEROS
               MOVE "  NENHUM PERIODO VENCIDO OU A VENCER NO PRAZO."
                   TO REL-LINHA
           ELSE
               MOVE WS-QTD-VENCIDOS TO WS-LIN-QTD-EDIT
               MOVE WS-QTD-A-VENCER TO WS-LIN-QTD2-EDIT
               STRING "  TOTAL: VENCIDOS " WS-LIN-QTD-EDIT
                   " / A VENCER " WS-LIN-QTD2-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
           WRITE REL-LINHA
           IF WS-QTD-DESLIGADOS > ZEROS
               MOVE WS-QTD-DESLIGADOS TO WS-LIN-QTD-EDIT
               MOVE SPACES TO REL-LINHA
               STRING "  PESSOAS DESLIGADAS FORA DA LISTA...:"
                   WS-LIN-QTD-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF
           IF WS-QTD-SEM-ADMISSAO > ZEROS
               MOVE WS-QTD-SEM-ADMISSAO TO WS-LIN-QTD-EDIT
               MOVE SPACES TO REL-LINHA
               STRING "  PESSOAS SEM ADMISSAO VALIDA........:"
                   WS-LIN-QTD-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       3000-GRAVAR-VENCIMENTOS-EXIT.
           EXIT.

       3010-GRAVAR-VENCIMENTO-UM.
           RETURN ARQUIVO-VENCIMENTOS
               AT END
                   SET SORT-FIM TO TRUE
                   GO TO 3010-GRAVAR-VENCIMENTO-UM-EXIT
           END-RETURN

           MOVE ORDV-INICIO TO WS-DIA-DATA
           PERFORM 8060-EDITAR-DATA THRU 8060-EDITAR-DATA-EXIT
           MOVE WS-DATA-EXIBIR TO WS-EXIB-INICIO
           MOVE ORDV-FIM TO WS-DIA-DATA
           PERFORM 8060-EDITAR-DATA THRU 8060-EDITAR-DATA-EXIT
           MOVE WS-DATA-EXIBIR TO WS-EXIB-FIM
           MOVE ORDV-LIMITE TO WS-DIA-DATA
           PERFORM 8060-EDITAR-DATA THRU 8060-EDITAR-DATA-EXIT
           MOVE WS-DATA-EXIBIR TO WS-EXIB-LIMITE

           MOVE ORDV-PESSOA TO WS-LIN-CODIGO-EDIT
           MOVE ORDV-SALDO  TO WS-LIN-SALDO-EDIT
           MOVE ORDV-DIAS   TO WS-LIN-DIAS-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-CODIGO-EDIT " " ORDV-NOME
               " " ORDV-PERIODO " " WS-EXIB-INICIO " " WS-EXIB-FIM
               " " WS-LIN-SALDO-EDIT "  " WS-EXIB-LIMITE
               " " WS-LIN-DIAS-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           IF ORDV-DIAS < ZEROS
               MOVE "VENCIDO - PAGAR EM DOBRO" TO REL-LINHA (88:24)
               ADD 1 TO WS-QTD-VENCIDOS
           ELSE
               MOVE "A VENCER" TO REL-LINHA (88:8)
               ADD 1 TO WS-QTD-A-VENCER
           END-IF
           WRITE REL-LINHA.
       3010-GRAVAR-VENCIMENTO-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    4000-LER-PROGRAMACAO (INPUT PROCEDURE DA SEGUNDA
      *    ORDENACAO)
      *    PERCORRE FERIAS.DAT E MANDA PARA A ORDENACAO CADA PARCELA
      *    AINDA NAO TERMINADA QUE COMECA ATE O FIM DA JANELA.
      *-----------------------------------------------------------------
       4000-LER-PROGRAMACAO.
           IF NOT FERIAS-DISPONIVEL
               GO TO 4000-LER-PROGRAMACAO-EXIT
           END-IF
           MOVE "N" TO WS-FER-FIM-SW
           MOVE ZEROS TO FER-PESSOA FER-PERIODO
           START FERIAS-FILE KEY IS NOT LESS THAN FER-CHAVE
               INVALID KEY
                   SET FER-FIM TO TRUE
           END-START
           PERFORM 4010-LER-PROGRAMACAO-UM
               THRU 4010-LER-PROGRAMACAO-UM-EXIT
               UNTIL FER-FIM.
       4000-LER-PROGRAMACAO-EXIT.
           EXIT.

       4010-LER-PROGRAMACAO-UM.
           READ FERIAS-FILE NEXT RECORD
               AT END
                   SET FER-FIM TO TRUE
                   GO TO 4010-LER-PROGRAMACAO-UM-EXIT
           END-READ
           PERFORM 4020-FILTRAR-PARCELA THRU 4020-FILTRAR-PARCELA-EXIT
               VARYING WS-PARC FROM 1 BY 1
               UNTIL WS-PARC > 3.
       4010-LER-PROGRAMACAO-UM-EXIT.
           EXIT.

       4020-FILTRAR-PARCELA.
           IF FER-GOZO-DIAS (WS-PARC) = ZEROS
              OR FER-GOZO-FIM (WS-PARC) < WS-DATA-SISTEMA
              OR FER-GOZO-INICIO (WS-PARC) > WS-JANELA-FIM
               GO TO 4020-FILTRAR-PARCELA-EXIT
           END-IF
           MOVE FER-GOZO-INICIO (WS-PARC) TO ORDP-INICIO
           MOVE FER-PESSOA                TO ORDP-PESSOA
           MOVE FER-PERIODO               TO ORDP-PERIODO
           MOVE FER-GOZO-FIM (WS-PARC)    TO ORDP-FIM
           MOVE FER-GOZO-DIAS (WS-PARC)   TO ORDP-DIAS
           RELEASE ORDP-REC.
       4020-FILTRAR-PARCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    5000-GRAVAR-PROGRAMACAO (OUTPUT PROCEDURE DA SEGUNDA
      *    ORDENACAO)
      *    SECAO 2: AS PARCELAS NA ORDEM DA DATA DE INICIO, COM O
      *    NOME DA PESSOA. A PARCELA JA INICIADA SAI COMO EM GOZO.
      *-----------------------------------------------------------------
       5000-GRAVAR-PROGRAMACAO.
           MOVE "N" TO WS-SORT-FIM-SW
           OPEN INPUT PESSOA-FILE

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-DATA-SISTEMA TO WS-DIA-DATA
           PERFORM 8060-EDITAR-DATA THRU 8060-EDITAR-DATA-EXIT
           MOVE WS-DATA-EXIBIR TO WS-EXIB-INICIO
           MOVE WS-JANELA-FIM TO WS-DIA-DATA
           PERFORM 8060-EDITAR-DATA THRU 8060-EDITAR-DATA-EXIT
           MOVE WS-DATA-EXIBIR TO WS-EXIB-FIM
           MOVE SPACES TO REL-LINHA
           STRING "2) FERIAS PROGRAMADAS DE " WS-EXIB-INICIO
                  " A " WS-EXIB-FIM
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "  CODIGO NOME                          "
                  " PER INICIO     FIM       DIAS OBSERVACAO"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA

           PERFORM 5010-GRAVAR-PROGRAMACAO-UM
               THRU 5010-GRAVAR-PROGRAMACAO-UM-EXIT
               UNTIL SORT-FIM

           MOVE SPACES TO REL-LINHA
           IF WS-QTD-PARCELAS = ZEROS
               MOVE "  NENHUMA PARCELA PROGRAMADA NA JANELA."
                   TO REL-LINHA
           ELSE
               MOVE WS-QTD-PARCELAS TO WS-LIN-QTD-EDIT
               STRING "  TOTAL DE PARCELAS: " WS-LIN-QTD-EDIT
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
           WRITE REL-LINHA
           CLOSE PESSOA-FILE.
       5000-GRAVAR-PROGRAMACAO-EXIT.
           EXIT.

       5010-GRAVAR-PROGRAMACAO-UM.
           RETURN ARQUIVO-PROGRAMACAO
               AT END
                   SET SORT-FIM TO TRUE
                   GO TO 5010-GRAVAR-PROGRAMACAO-UM-EXIT
           END-RETURN

           MOVE ORDP-PESSOA TO PES-CODIGO
           READ PESSOA-FILE
               INVALID KEY
                   MOVE "*** NAO CADASTRADA ***" TO PES-NOME
                   MOVE SPACE TO PES-SITUACAO
           END-READ

           MOVE ORDP-INICIO TO WS-DIA-DATA
           PERFORM 8060-EDITAR-DATA THRU 8060-EDITAR-DATA-EXIT
           MOVE WS-DATA-EXIBIR TO WS-EXIB-INICIO
           MOVE ORDP-FIM TO WS-DIA-DATA
           PERFORM 8060-EDITAR-DATA THRU 8060-EDITAR-DATA-EXIT
           MOVE WS-DATA-EXIBIR TO WS-EXIB-FIM

           MOVE ORDP-PESSOA TO WS-LIN-CODIGO-EDIT
           MOVE ORDP-DIAS   TO WS-LIN-SALDO-EDIT
           MOVE SPACES TO REL-LINHA
           STRING "  " WS-LIN-CODIGO-EDIT " " PES-NOME
               " " ORDP-PERIODO " " WS-EXIB-INICIO " " WS-EXIB-FIM
               "  " WS-LIN-SALDO-EDIT
               DELIMITED BY SIZE INTO REL-LINHA
           IF ORDP-INICIO NOT > WS-DATA-SISTEMA
               MOVE "EM GOZO" TO REL-LINHA (70:7)
           END-IF
           IF PES-DESLIGADO
               MOVE "PESSOA DESLIGADA" TO REL-LINHA (78:16)
           END-IF
           WRITE REL-LINHA
           ADD 1 TO WS-QTD-PARCELAS.
       5010-GRAVAR-PROGRAMACAO-UM-EXIT.
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

           MOVE WS-DIA-ANO-AJ TO WS-DIA-ANO-CALC
           PERFORM 8010-CALCULAR-BASE-ANO
               THRU 8010-CALCULAR-BASE-ANO-EXIT
           COMPUTE WS-DIA-NUMERO = WS-DIA-BASE-CALC + WS-DIA-DIA
           COMPUTE WS-DIA-QUOC = WS-DIA-MES-AJ * 153 + 2
           DIVIDE WS-DIA-QUOC BY 5 GIVING WS-DIA-QUOC
           ADD WS-DIA-QUOC TO WS-DIA-NUMERO.
       8000-CALCULAR-DIA-NUMERO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8010-CALCULAR-BASE-ANO
      *    NUMERO DE DIAS ANTES DE 1O DE MARCO DO ANO WS-DIA-ANO-CALC
      *    (ANO X 365 MAIS OS DIAS DOS ANOS BISSEXTOS), EM
      *    WS-DIA-BASE-CALC.
      *-----------------------------------------------------------------
       8010-CALCULAR-BASE-ANO.
           COMPUTE WS-DIA-BASE-CALC = WS-DIA-ANO-CALC * 365
           DIVIDE WS-DIA-ANO-CALC BY 4 GIVING WS-DIA-QUOC
           ADD WS-DIA-QUOC TO WS-DIA-BASE-CALC
           DIVIDE WS-DIA-ANO-CALC BY 100 GIVING WS-DIA-QUOC
           SUBTRACT WS-DIA-QUOC FROM WS-DIA-BASE-CALC
           DIVIDE WS-DIA-ANO-CALC BY 400 GIVING WS-DIA-QUOC
           ADD WS-DIA-QUOC TO WS-DIA-BASE-CALC.
       8010-CALCULAR-BASE-ANO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8020-CALCULAR-DATA
      *    CAMINHO INVERSO, COMO A ROTINA DE MESMO PAPEL DO SGBD:
      *    CONVERTE O NUMERO DE DIAS WS-DIA-NUMERO NA DATA AAAAMMDD
      *    DE WS-DIA-DATA. ACHA O ANO (CONTADO DE MARCO) CUJA BASE
      *    FICA LOGO ABAIXO DO NUMERO, E DEPOIS O MES E O DIA.
      *-----------------------------------------------------------------
       8020-CALCULAR-DATA.
           COMPUTE WS-DIA-ANO-AJ = WS-DIA-NUMERO * 400 / 146097
           MOVE WS-DIA-ANO-AJ TO WS-DIA-ANO-CALC
           PERFORM 8010-CALCULAR-BASE-ANO
               THRU 8010-CALCULAR-BASE-ANO-EXIT
           MOVE WS-DIA-BASE-CALC TO WS-DIA-BASE-ANO
           PERFORM 8030-RECUAR-ANO THRU 8030-RECUAR-ANO-EXIT
               UNTIL WS-DIA-BASE-ANO < WS-DIA-NUMERO
           COMPUTE WS-DIA-ANO-CALC = WS-DIA-ANO-AJ + 1
           PERFORM 8010-CALCULAR-BASE-ANO
               THRU 8010-CALCULAR-BASE-ANO-EXIT
           PERFORM 8040-AVANCAR-ANO THRU 8040-AVANCAR-ANO-EXIT
               UNTIL WS-DIA-BASE-CALC NOT < WS-DIA-NUMERO

           COMPUTE WS-DIA-DO-ANO = WS-DIA-NUMERO - WS-DIA-BASE-ANO - 1
           COMPUTE WS-DIA-MES-AJ = (WS-DIA-DO-ANO * 5 + 2) / 153
           COMPUTE WS-DIA-QUOC = WS-DIA-MES-AJ * 153 + 2
           DIVIDE WS-DIA-QUOC BY 5 GIVING WS-DIA-QUOC
           COMPUTE WS-DIA-DIA = WS-DIA-DO-ANO - WS-DIA-QUOC + 1
           IF WS-DIA-MES-AJ < 10
               COMPUTE WS-DIA-MES = WS-DIA-MES-AJ + 3
               MOVE WS-DIA-ANO-AJ TO WS-DIA-ANO
           ELSE
               COMPUTE WS-DIA-MES = WS-DIA-MES-AJ - 9
               COMPUTE WS-DIA-ANO = WS-DIA-ANO-AJ + 1
           END-IF.
       8020-CALCULAR-DATA-EXIT.
           EXIT.

       8030-RECUAR-ANO.
           SUBTRACT 1 FROM WS-DIA-ANO-AJ
           MOVE WS-DIA-ANO-AJ TO WS-DIA-ANO-CALC
           PERFORM 8010-CALCULAR-BASE-ANO
               THRU 8010-CALCULAR-BASE-ANO-EXIT
           MOVE WS-DIA-BASE-CALC TO WS-DIA-BASE-ANO.
       8030-RECUAR-ANO-EXIT.
           EXIT.

       8040-AVANCAR-ANO.
           ADD 1 TO WS-DIA-ANO-AJ
           MOVE WS-DIA-BASE-CALC TO WS-DIA-BASE-ANO
           COMPUTE WS-DIA-ANO-CALC = WS-DIA-ANO-AJ + 1
           PERFORM 8010-CALCULAR-BASE-ANO
               THRU 8010-CALCULAR-BASE-ANO-EXIT.
       8040-AVANCAR-ANO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8050-SOMAR-UM-ANO
      *    PASSA WS-DIA-DATA PARA O MESMO DIA DO ANO SEGUINTE; 29 DE
      *    FEVEREIRO VIRA 1O DE MARCO.
      *-----------------------------------------------------------------
       8050-SOMAR-UM-ANO.
           ADD 1 TO WS-DIA-ANO
           IF WS-DIA-MES = 2 AND WS-DIA-DIA = 29
               MOVE 3 TO WS-DIA-MES
               MOVE 1 TO WS-DIA-DIA
           END-IF.
       8050-SOMAR-UM-ANO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8060-EDITAR-DATA
      *    MONTA EM WS-DATA-EXIBIR (DD/MM/AAAA) A DATA AAAAMMDD DE
      *    WS-DIA-DATA.
      *-----------------------------------------------------------------
       8060-EDITAR-DATA.
           MOVE SPACES TO WS-DATA-EXIBIR
           STRING WS-DIA-DIA "/" WS-DIA-MES "/" WS-DIA-ANO
               DELIMITED BY SIZE INTO WS-DATA-EXIBIR.
       8060-EDITAR-DATA-EXIT.
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
      *    AVISA NO RELATORIO E NA TELA O HISTORICO QUE NAO COUBE NAS
      *    TABELAS (OS PERIODOS DAS PESSOAS ATINGIDAS PODEM ESTAR
      *    ERRADOS, E O RC VAI A 04) E FECHA OS ARQUIVOS ABERTOS FORA
      *    DAS ORDENACOES.
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           IF WS-HST-IGNORADOS > ZEROS
               MOVE 4 TO WS-LOGN-RC
               DISPLAY WS-HST-IGNORADOS " LINHAS DE SITHIST.TXT NAO "
                   "COUBERAM NA TABELA E FICARAM FORA DO CALCULO."
               MOVE WS-HST-IGNORADOS TO WS-LIN-QTD-EDIT
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING "*** " WS-LIN-QTD-EDIT " LINHAS DE SITHIST.TXT "
                   "FORA DO CALCULO (TABELA CHEIA) - PERIODOS PODEM "
                   "ESTAR ERRADOS ***"
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF
           IF WS-EVT-IGNORADOS > ZEROS
               MOVE 4 TO WS-LOGN-RC
               DISPLAY WS-EVT-IGNORADOS " EVENTOS DE SITUACAO DE "
                   WS-PES-EVT-ESTOURO " PESSOAS PASSARAM DE 50 POR "
                   "PESSOA E FICARAM FORA DO CALCULO."
               MOVE WS-EVT-IGNORADOS   TO WS-LIN-QTD-EDIT
               MOVE WS-PES-EVT-ESTOURO TO WS-LIN-QTD2-EDIT
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING "*** " WS-LIN-QTD-EDIT " EVENTOS DE "
                   WS-LIN-QTD2-EDIT " PESSOAS ALEM DE 50 POR PESSOA "
                   "FORA DO CALCULO - PERIODOS PODEM ESTAR ERRADOS ***"
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF
           CLOSE RELATORIO-FILE
           IF FERIAS-DISPONIVEL
               CLOSE FERIAS-FILE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    9500-GRAVAR-LOG-NOTURNO
      *    NO MODO SEM OPERADOR, ANOTA NO LOG CONSOLIDADO DA CADEIA
      *    NOTURNA (NOTURNO.LOG) UMA LINHA COM O PROGRAMA, O CODIGO
      *    DE RETORNO, A CONTAGEM DE PERIODOS LISTADOS E AS LINHAS
      *    E EVENTOS DO HISTORICO QUE FICARAM FORA DO CALCULO.
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
           COMPUTE WS-LOGN-REG = WS-QTD-VENCIDOS + WS-QTD-A-VENCER
           MOVE WS-HST-IGNORADOS TO WS-LOGN-HST-IGN
           MOVE WS-EVT-IGNORADOS TO WS-LOGN-EVT-IGN
           MOVE SPACES TO LOGN-LINHA
           STRING WS-DATA-SISTEMA " "
                  WS-HR WS-MN WS-SG
                  " RELFERIA RC=" WS-LOGN-RC
                  " REG=" WS-LOGN-REG
                  " FERIAS EM RELFERIA.TXT HIST-IGN=" WS-LOGN-HST-IGN
                  " EVT-IGN=" WS-LOGN-EVT-IGN
               DELIMITED BY SIZE INTO LOGN-LINHA
           WRITE LOGN-LINHA
           CLOSE LOG-NOTURNO-FILE.
       9500-GRAVAR-LOG-NOTURNO-EXIT.
           EXIT.
